000000*
000000* REJREC - one transaction the FXPN0006 pre-edit rejected,
000000*          written to the reject file (FXPN0006r.txt, rewritten
000000*          every run).  REJ-TRANS-DATA is the raw TRANREC image
000000*          exactly as keyed (see that book); a rejected field
000000*          may not be numeric, so the alternate X views are
000000*          the ones to print.  REJ-REASON-CODE is the edit's
000000*          two-digit reason (listed in the FXPN0006 header).
000000*          A rejected transaction never received a serial, so
000000*          the edit gives it one of its own: REJ-SERIAL is the
000000*          transaction's position in the run's input (raw
000000*          transactions, then re-entries), REJ-SOURCE is
000000*          EREJ and REJ-DATE the business run date.  Serial +
000000*          source + date is the key the item carries on the
000000*          suspense file (see SUSPREC), which FXPN0026 loads
000000*          from this file after the posting.
000000*
000000 01  REJECT-REC.
000000     05 REJ-TRANS-DATA.
000000         10 REJ-ACC-NO       PIC S9(3)V9(2).
000000         10 REJ-ACC-NO-X     REDEFINES REJ-ACC-NO
000000                             PIC X(05).
000000         10 REJ-TYPE         PIC X(01).
000000         10 REJ-AMOUNT       PIC S9(3)V9(2).
000000         10 REJ-AMOUNT-X     REDEFINES REJ-AMOUNT
000000                             PIC X(05).
000000         10 REJ-EFF-DATE     PIC 9(08).
000000         10 REJ-TRANS-SOURCE PIC X(04).
000000         10 REJ-XREF-SERIAL  PIC 9(07).
000000         10 REJ-XREF-SOURCE  PIC X(04).
000000         10 REJ-XREF-DATE    PIC 9(08).
000000         10 REJ-TO-ACC-NO    PIC S9(3)V9(2).
000000         10 REJ-TO-ACC-NO-X  REDEFINES REJ-TO-ACC-NO
000000                             PIC X(05).
000000     05 REJ-REASON-CODE      PIC X(02).
000000     05 REJ-SERIAL           PIC 9(07).
000000     05 REJ-SOURCE           PIC X(04).
000000     05 REJ-DATE             PIC 9(08).
