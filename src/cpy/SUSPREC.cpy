000000*
000000* SUSPREC - one item on the suspense master (FXPN0025s.txt):
000000*           a transaction the FXPN0006 pre-edit rejected (see
000000*           REJREC, origin E) or the FXPN0002 posting could
000000*           not post (see PEXCREC, origin P).  The FXPN0026
000000*           suspense step loads the day's rejects after the
000000*           posting, status O with the run date as the entry
000000*           date, and prints the aged report of everything
000000*           still open.  SUSP-KEY is the item's original
000000*           identification - serial, source and stamp date
000000*           (EREJ and the edit's reject sequence for an item
000000*           that never reached a serial) - and a key already
000000*           on file is not loaded twice, so a rerun of the
000000*           same date cannot double the suspense.
000000*           SUSP-TRANS-DATA is the TRANREC image of the
000000*           transaction (see that book); a rejected field may
000000*           not be numeric, so print from the X views.
000000*           The FXPN0025 correction step resolves items: a fix
000000*           re-enters the corrected transaction through the
000000*           pre-edit (source SUSP, with SUSP-KEY as its
000000*           cross-reference) and sets status R; a write-off
000000*           sets status W.  SUSP-RESOLVE-DATE is the business
000000*           date of either.  Resolved items stay on file as
000000*           the history of the item.
000000*
000000 01  SUSP-REC.
000000     05 SUSP-KEY.
000000         10 SUSP-SERIAL      PIC 9(07).
000000         10 SUSP-SOURCE      PIC X(04).
000000         10 SUSP-TRANS-DATE  PIC 9(08).
000000     05 SUSP-ORIGIN          PIC X(01).
000000         88 SUSP-FROM-EDIT           VALUE "E".
000000         88 SUSP-FROM-POSTING        VALUE "P".
000000     05 SUSP-REASON-CODE     PIC X(02).
000000     05 SUSP-TRANS-DATA.
000000         10 SUSP-ACC-NO      PIC S9(3)V9(2).
000000         10 SUSP-ACC-NO-X    REDEFINES SUSP-ACC-NO
000000                             PIC X(05).
000000         10 SUSP-TYPE        PIC X(01).
000000         10 SUSP-AMOUNT      PIC S9(3)V9(2).
000000         10 SUSP-AMOUNT-X    REDEFINES SUSP-AMOUNT
000000                             PIC X(05).
000000         10 SUSP-EFF-DATE    PIC 9(08).
000000         10 SUSP-TRANS-SOURCE PIC X(04).
000000         10 SUSP-XREF-SERIAL PIC 9(07).
000000         10 SUSP-XREF-SOURCE PIC X(04).
000000         10 SUSP-XREF-DATE   PIC 9(08).
000000         10 SUSP-TO-ACC-NO   PIC S9(3)V9(2).
000000         10 SUSP-TO-ACC-NO-X REDEFINES SUSP-TO-ACC-NO
000000                             PIC X(05).
000000     05 SUSP-ENTRY-DATE      PIC 9(08).
000000     05 SUSP-STATUS          PIC X(01).
000000         88 SUSP-OPEN                VALUE "O".
000000         88 SUSP-RE-ENTERED          VALUE "R".
000000         88 SUSP-WRITTEN-OFF         VALUE "W".
000000     05 SUSP-RESOLVE-DATE    PIC 9(08).
