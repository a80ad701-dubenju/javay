000000*
000000* PEXCREC - one validated transaction FXPN0002 could not post,
000000*           written to the posting-exception file
000000*           (FXPN0002e.txt) at the point the posting rejects
000000*           it.  The file is opened EXTEND like the referral
000000*           and posted-detail files (a recovery resubmit must
000000*           not wipe the exceptions already cut); PEXC-RUN-DATE
000000*           says which business run each record belongs to,
000000*           and the FXPN0026 suspense load selects on it.  A
000000*           resubmit re-consumes the transactions after the
000000*           last B-side checkpoint, so the same exception can
000000*           appear twice - the load drops the repeat by key.
000000*           PEXC-SERIAL/SOURCE/TRANS-DATE are the transaction's
000000*           VTRNREC identification; PEXC-TRANS-DATA rebuilds
000000*           the TRANREC image (source and cross-reference
000000*           included) so a corrected item can be fed back
000000*           through the pre-edit.  Reason codes:
000000*             P1 - ACC-NO DOES NOT FIT THE B-FILE SCALE
000000*             P2 - TRANSACTION TYPE IS INVALID
000000*             P3 - NEW ACCOUNT ALREADY EXISTS
000000*             P4 - OPENING BALANCE DOES NOT FIT THE B-FILE
000000*                  SCALE
000000*             P5 - ACCOUNT IS NOT ON THE A-FILE
000000*             P6 - ACCOUNT HAS NO B-FILE RECORD
000000*             P7 - ACCOUNT IS NOT OPEN (FROZEN OR CLOSED)
000000*             P8 - NEW BALANCE IS OUT OF RANGE
000000*             P9 - ACCOUNT IS ALREADY CLOSED
000000*           On a transfer P5-P8 may apply to either account;
000000*           the whole transfer is refused, neither leg posts.
000000*
000000 01  PEXC-REC.
000000     05 PEXC-RUN-DATE        PIC 9(08).
000000     05 PEXC-SERIAL          PIC 9(07).
000000     05 PEXC-SOURCE          PIC X(04).
000000     05 PEXC-TRANS-DATE      PIC 9(08).
000000     05 PEXC-TRANS-DATA.
000000         10 PEXC-ACC-NO      PIC S9(3)V9(2).
000000         10 PEXC-TYPE        PIC X(01).
000000         10 PEXC-AMOUNT      PIC S9(3)V9(2).
000000         10 PEXC-EFF-DATE    PIC 9(08).
000000         10 PEXC-TRANS-SOURCE PIC X(04).
000000         10 PEXC-XREF-SERIAL PIC 9(07).
000000         10 PEXC-XREF-SOURCE PIC X(04).
000000         10 PEXC-XREF-DATE   PIC 9(08).
000000         10 PEXC-TO-ACC-NO   PIC S9(3)V9(2).
000000     05 PEXC-REASON-CODE     PIC X(02).
