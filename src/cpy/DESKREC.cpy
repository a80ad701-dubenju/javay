000000*
000000* DESKREC - one overdraft referral on the credit-desk decision
000000*           master (FXPN0027m.txt), maintained by the FXPN0027
000000*           decision step.  Each referral FXPN0002 cut to the
000000*           REFER-FILE (see REFERREC) is loaded here undecided
000000*           (status U) the first run after it was referred,
000000*           keyed on its REF-SERIAL, REF-SOURCE and REF-RUN-DATE
000000*           - the same transaction identification the posting
000000*           carries (see VTRNREC).  The desk's decision moves it
000000*           to P (paid: fed to the next posting with a limit
000000*           override) or R (returned); a referral still
000000*           undecided after the desk's allowed number of
000000*           business days is auto-returned as A (aged out).
000000*           DESK-DECISION-DATE is the business date the item
000000*           was decided; items decided on THIS date are
000000*           regenerated on a resubmitted run (the FXPN0024
000000*           release convention).  Decided items stay on the
000000*           master as the desk's history.
000000*           DESK-TO-ACC-NO is the receiving account of a
000000*           referred transfer (see REFERREC); a paid transfer
000000*           goes back to the posting as a transfer.
000000*
000000 01  DESK-REC.
000000     05 DESK-KEY.
000000         10 DESK-SERIAL      PIC 9(07).
000000         10 DESK-SOURCE      PIC X(04).
000000         10 DESK-REF-DATE    PIC 9(08).
000000     05 DESK-ACC-NO          PIC S9(3)V9(2).
000000     05 DESK-TRANS-TYPE      PIC X(01).
000000     05 DESK-AMOUNT          PIC S9(3)V9(2).
000000     05 DESK-BALANCE         PIC S9(3)V9(2).
000000     05 DESK-OD-LIMIT        PIC 9(3)V9(2).
000000     05 DESK-CUST-NAME       PIC X(20).
000000     05 DESK-STATUS          PIC X(01).
000000         88 DESK-UNDECIDED           VALUE "U".
000000         88 DESK-PAID                VALUE "P".
000000         88 DESK-RETURNED            VALUE "R".
000000         88 DESK-AGED-OUT            VALUE "A".
000000     05 DESK-DECISION-DATE   PIC 9(08).
000000     05 DESK-TO-ACC-NO       PIC S9(3)V9(2).
