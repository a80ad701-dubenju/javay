000000*
000000* RETNREC - one returned item on the returned-item file
000000*           (FXPN0027r.txt), cut by the FXPN0027 credit-desk
000000*           decision step for every referred debit returned
000000*           unpaid on the business run date, as the input to
000000*           the customer return notice.  RETN-REASON says why:
000000*             D - the credit desk decided RETURN
000000*             A - no decision within the desk's allowed
000000*                 number of business days (aged out)
000000*           The file is rewritten every run, so it holds only
000000*           that run date's returns; a resubmitted run
000000*           regenerates the same records (see DESKREC).
000000*
000000 01  RETN-REC.
000000     05 RETN-RUN-DATE        PIC 9(08).
000000     05 RETN-SERIAL          PIC 9(07).
000000     05 RETN-SOURCE          PIC X(04).
000000     05 RETN-REF-DATE        PIC 9(08).
000000     05 RETN-ACC-NO          PIC S9(3)V9(2).
000000     05 RETN-AMOUNT          PIC S9(3)V9(2).
000000     05 RETN-CUST-NAME       PIC X(20).
000000     05 RETN-REASON          PIC X(01).
000000         88 RETN-DESK-RETURN         VALUE "D".
000000         88 RETN-AGED-OUT            VALUE "A".
