000000*             N - open a new account with TRANS-AMOUNT as the
000000*                 opening balance
000000*             X - close the account (TRANS-AMOUNT ignored)
000000*             R - reverse one earlier posting: TRANS-XREF
000000*                 names the posted-detail record to back out
000000*                 by its POST-SERIAL, POST-SOURCE and POST-RUN-
000000*                 DATE (see POSTREC).  TRANS-AMOUNT is ignored -
000000*                 the pre-edit takes the amount from the
000000*                 original - and a reversal cannot be future
000000*                 dated.
000000*             T - transfer TRANS-AMOUNT from TRANS-ACC-NO to
000000*                 TRANS-TO-ACC-NO, both the customer's own
000000*                 accounts.  FXPN0002 posts the debit leg and
000000*                 the credit leg as one unit - both or neither.
000000*           TRANS-EFF-DATE is the date the transaction is to
000000*           take effect: zero (or spaces) means immediately.
000000*           The FXPN0006 pre-edit routes a transaction dated
000000*           validated file in the VTRNREC layout, which adds
000000*           the serial/source/date identification the posting
000000*           and register carry through.
000000*           TRANS-SOURCE says which step fed the transaction in:
000000*           spaces for keyed input (the pre-edit stamps it
000000*           EDIT), SUSP for an item re-entered from the
000000*           suspense file by FXPN0025, STND for a payment
000000*           generated from a standing instruction by FXPN0028
000000*           (see SINSREC).  TRANS-XREF points a
000000*           re-entered item back at the original transaction's
000000*           serial, source and stamp date (see SUSPREC);
000000*           spaces (or zeros) mean no cross-reference.  On a
000000*           reversal it names the posting being reversed.
000000*           TRANS-TO-ACC-NO is the receiving account of a
000000*           transfer (type T); TRANS-ACC-NO is then the paying
000000*           account.  Every other type leaves it spaces or
000000*           zeros.
000000*
000000 01 TRANS-REC.
000000     05 TRANS-ACC-NO     PIC S9(3)V9(2).
000000         88 TRANS-CREDIT             VALUE "C".
000000         88 TRANS-NEW-ACCOUNT        VALUE "N".
000000         88 TRANS-CLOSE-ACCOUNT      VALUE "X".
000000         88 TRANS-REVERSAL           VALUE "R".
000000         88 TRANS-TRANSFER           VALUE "T".
000000     05 TRANS-AMOUNT     PIC S9(3)V9(2).
000000     05 TRANS-EFF-DATE   PIC 9(08).
000000     05 TRANS-EFF-DATE-X REDEFINES TRANS-EFF-DATE
000000                         PIC X(08).
000000     05 TRANS-SOURCE     PIC X(04).
000000     05 TRANS-XREF.
000000         10 TRANS-XREF-SERIAL PIC 9(07).
000000         10 TRANS-XREF-SOURCE PIC X(04).
000000         10 TRANS-XREF-DATE   PIC 9(08).
000000     05 TRANS-XREF-X     REDEFINES TRANS-XREF
000000                         PIC X(19).
000000     05 TRANS-TO-ACC-NO  PIC S9(3)V9(2).
000000     05 TRANS-TO-ACC-NO-X REDEFINES TRANS-TO-ACC-NO
000000                         PIC X(05).
