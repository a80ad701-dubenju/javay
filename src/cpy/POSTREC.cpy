000000*           the details already posted); POST-RUN-DATE says
000000*           which business run each record belongs to, and
000000*           the FXPN0022 transaction register selects on it.
000000*           POST-XREF is the transaction's VTRANS-XREF: for an
000000*           item re-entered from suspense it names the
000000*           original serial, source and stamp date.
000000*           A reversal (POST-TYPE R) carries its signed
000000*           balance effect in POST-AMOUNT and names the
000000*           posting it backs out in POST-XREF (serial, source
000000*           and POST-RUN-DATE of the original).  FXPN0002
000000*           marks that original POST-REVERSED at the end of
000000*           the run that posted the reversal; the FXPN0006
000000*           pre-edit refuses to reverse it a second time.
000000*           A transfer (POST-TYPE T) is written as two records
000000*           sharing one serial: the paying leg (POST-XFER-LEG
000000*           F, POST-AMOUNT minus) and the receiving leg (T,
000000*           plus), each naming the other account in
000000*           POST-XFER-ACC-NO and each with its own account's
000000*           before and after balances.  The pair counts as
000000*           one posted transaction in CTLREC.  Every other
000000*           type leaves the two fields space and zero.
000000*
000000 01  POST-REC.
000000     05 POST-RUN-DATE        PIC 9(08).
000000     05 POST-AMOUNT          PIC S9(3)V9(2).
000000     05 POST-BEFORE-BAL      PIC S9(3)V9(2).
000000     05 POST-AFTER-BAL       PIC S9(3)V9(2).
000000     05 POST-XREF.
000000         10 POST-XREF-SERIAL PIC 9(07).
000000         10 POST-XREF-SOURCE PIC X(04).
000000         10 POST-XREF-DATE   PIC 9(08).
000000     05 POST-REVERSAL-FLAG   PIC X(01).
000000         88 POST-REVERSED            VALUE "R".
000000     05 POST-XFER-LEG        PIC X(01).
000000         88 POST-XFER-FROM           VALUE "F".
000000         88 POST-XFER-TO             VALUE "T".
000000     05 POST-XFER-ACC-NO     PIC S9(3)V9(2).
