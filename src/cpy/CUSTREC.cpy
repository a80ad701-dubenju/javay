000000*
000000* CUSTREC - one customer on the customer master
000000*           (FXPN0033c.txt), an INDEXED file keyed on CUST-ID,
000000*           maintained by the FXPN0033 customer maintenance
000000*           step.  A-CUST-NAME on the account master is only
000000*           the 20-character name the account is styled in;
000000*           the customer master holds the person or business
000000*           behind it, and the link file (see CLNKREC) ties
000000*           each customer to the accounts it holds, so a
000000*           customer's accounts can be seen together.
000000*           CUST-RISK-GRADE is the credit desk's grade, A (the
000000*           lowest risk) to E.  CUST-ADDED-DATE is the business
000000*           date the customer was added, CUST-MAINT-DATE the
000000*           business date of its last change (zero until it
000000*           is changed).
000000*
000000 01  CUST-REC.
000000     05 CUST-ID              PIC 9(07).
000000     05 CUST-NAME            PIC X(40).
000000     05 CUST-ADDRESS.
000000         10 CUST-ADDR-LINE-1 PIC X(30).
000000         10 CUST-ADDR-LINE-2 PIC X(30).
000000         10 CUST-POST-CODE   PIC X(10).
000000     05 CUST-CONTACT.
000000         10 CUST-PHONE       PIC X(15).
000000         10 CUST-EMAIL       PIC X(40).
000000     05 CUST-RISK-GRADE      PIC X(01).
000000     05 CUST-ADDED-DATE      PIC 9(08).
000000     05 CUST-MAINT-DATE      PIC 9(08).
