000000* COMPLETE and is out of this program's scope - see the note
000000* at FXPN0002's 2200-POST-ACCOUNT.
000000*
000000* A transfer is backed out as a pair (see CKPTREC).  Stopped in
000000* the paying leg - FOR-A, or FOR-B once that leg is on both
000000* masters - the paying account's A-REC and B-REC are put back
000000* to the before-images the checkpoint carries.  Stopped in the
000000* receiving leg, the receiving account is first treated as an
000000* ordinary orphan as above; unless that shows the transfer had
000000* completed, the paying leg is then put back too.  Either way
000000* the resubmitted FXPN0002 posts the whole transfer again.
000000*
000000* MODIFICATION HISTORY
000000* ----------------------------------------------------------
000000* 2026.08.22  DJ  Initial version.
000000*                 recovery log record is written to both the
000000*                 trail and the index, the same dual write
000000*                 FXPN0002 does.
000000* 2026.10.15  DJ  Audit records now carry AUDIT-OVERRIDE (see
000000*                 AUDITREC), written as space - only FXPN0002
000000*                 posts under a credit-desk limit override.
000000* 2026.10.15  DJ  Audit records now carry AUDIT-SERIAL and AUDIT-
000000*                 SOURCE (see AUDITREC), written as zeros and
000000*                 spaces - only FXPN0002 postings carry a
000000*                 transaction serial.
000000* 2026.10.15  DJ  A transfer stopped part-way is now backed out as
000000*                 a pair: the paying account is restored from the
000000*                 before-images on the checkpoint (see CKPTREC)
000000*                 unless the receiving leg proves to have
000000*                 completed, with an audit record for each master.
000000*                 B-FILE is opened I-O for this.
000000* 2026.10.15  DJ  Audit records now carry AUDIT-CUST-NAME and
000000*                 AUDIT-OD-LIMIT (see AUDITREC), written as spaces
000000*                 and zero - only FXPN0007 maintenance carries
000000*                 them.
000000* 2026.10.15  DJ  Audit records now carry AUDIT-MAKER-ID and
000000*                 AUDIT-CHECKER-ID (see AUDITREC), written as
000000*                 spaces - only FXPN0007 maintenance carries them.
000000*
000000 ENVIRONMENT            DIVISION.
000000 CONFIGURATION          SECTION.
000000     88 WS-LAST-FOUND                VALUE "Y".
000000 01  WS-PREV-FOUND-SW    PIC X(01)   VALUE "N".
000000     88 WS-PREV-FOUND                VALUE "Y".
000000 01  WS-PAYING-FOUND-SW  PIC X(01)   VALUE "N".
000000     88 WS-PAYING-NOT-FOUND          VALUE "Y".
000000*
000000 01  WS-LAST-ACTION      PIC X(01).
000000 01  WS-LAST-BALANCE     PIC S9(3)V9(4).
000000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000000     PERFORM 2000-SCAN-AUDIT-TRAIL THRU 2000-EXIT.
000000     PERFORM 3000-BACK-OUT-ORPHAN THRU 3000-EXIT.
000000     PERFORM 3600-BACK-OUT-TRANSFER THRU 3600-EXIT.
000000     PERFORM 4000-MARK-COMPLETE THRU 4000-EXIT.
000000     PERFORM 5000-LOG-RECOVERY THRU 5000-EXIT.
000000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
000000     END-IF.
000000     DISPLAY "FXPN0015 - BACKING OUT ORPHANED A-FILE WRITE",
000000             " FOR ACC-NO ", CKPT-ACC-NO.
000000     IF CKPT-XFER-FIRST-LEG OR CKPT-XFER-SECOND-LEG
000000         DISPLAY "FXPN0015 - STOPPED IN LEG ", CKPT-XFER-LEG,
000000                 " OF A TRANSFER FROM ACC-NO ",
000000                 CKPT-XFER-FROM-ACC
000000     END-IF.
000000     OPEN I-O A-FILE.
000000     IF WS-A-STATUS NOT = "00"
000000         MOVE "OPEN"      TO WS-ERROR-OPERATION
000000         DISPLAY "FXPN0015 - ACC-NO ", CKPT-ACC-NO, " IS NOT",
000000                 " ON A-FILE, NOTHING TO BACK OUT"
000000     END-IF.
000000     OPEN I-O B-FILE.
000000     IF WS-B-STATUS NOT = "00"
000000         MOVE "OPEN"      TO WS-ERROR-OPERATION
000000         MOVE "B-FILE"    TO WS-ERROR-FILE-NAME
000000     EXIT.
000000*
000000 3000-BACK-OUT-ORPHAN.
000000     IF WS-A-NOT-FOUND OR CKPT-XFER-FIRST-LEG
000000         GO TO 3000-EXIT
000000     END-IF.
000000     PERFORM 3300-READ-B-BY-KEY THRU 3300-EXIT.
000000 3500-EXIT.
000000     EXIT.
000000*
000000* A transfer stopped part-way is backed out as a pair.  On the
000000* paying leg (leg 1) 3000 has nothing to decide: the paying
000000* account goes back to the before-images the checkpoint holds.
000000* On the receiving leg (leg 2) 3000 has already dealt with the
000000* receiving account as an ordinary orphan; if that showed the
000000* transfer had in fact completed nothing more is done, and
000000* otherwise the paying leg is put back as well, so the
000000* resubmit posts the whole transfer again.  A transfer changes
000000* only the balances and last-activity dates, so those are all
000000* that is restored.
000000*
000000 3600-BACK-OUT-TRANSFER.
000000     IF NOT CKPT-XFER-FIRST-LEG AND NOT CKPT-XFER-SECOND-LEG
000000         GO TO 3600-EXIT
000000     END-IF.
000000     IF WS-TRANS-COMPLETED
000000         DISPLAY "FXPN0015 - TRANSFER FROM ACC-NO ",
000000                 CKPT-XFER-FROM-ACC, " HAD COMPLETED ON BOTH",
000000                 " ACCOUNTS, PAYING LEG LEFT AS WRITTEN"
000000         GO TO 3600-EXIT
000000     END-IF.
000000     MOVE "N"            TO WS-PAYING-FOUND-SW.
000000     MOVE CKPT-XFER-FROM-ACC TO ACC-NO OF A-REC.
000000     READ A-FILE
000000         INVALID KEY
000000             SET WS-PAYING-NOT-FOUND TO TRUE
000000     END-READ.
000000     IF WS-PAYING-NOT-FOUND
000000         DISPLAY "FXPN0015 - TRANSFER FROM ACC-NO ",
000000                 CKPT-XFER-FROM-ACC, " IS NOT ON A-FILE,",
000000                 " PAYING LEG CANNOT BE BACKED OUT"
000000         MOVE 16         TO RETURN-CODE
000000         GOBACK
000000     END-IF.
000000     MOVE CKPT-XFER-A-BAL TO A-BALANCE.
000000     MOVE CKPT-XFER-LAST-ACT TO A-LAST-ACT-DATE.
000000     REWRITE A-REC.
000000     IF WS-A-STATUS NOT = "00"
000000         MOVE "REWRITE"    TO WS-ERROR-OPERATION
000000         MOVE "A-FILE"     TO WS-ERROR-FILE-NAME
000000         MOVE WS-A-STATUS  TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000     MOVE "A"            TO AUDIT-FILE-ID.
000000     COMPUTE AUDIT-ACC-NO = CKPT-XFER-FROM-ACC
000000         ON SIZE ERROR
000000             DISPLAY "FXPN0015 - SIZE ERROR MOVING",
000000                     " CKPT-XFER-FROM-ACC TO AUDIT-ACC-NO"
000000     END-COMPUTE.
000000     MOVE "W"            TO AUDIT-ACTION.
000000     COMPUTE AUDIT-BALANCE = A-BALANCE.
000000     MOVE A-STATUS       TO AUDIT-STATUS.
000000     PERFORM 5050-WRITE-AUDIT-REC THRU 5050-EXIT.
000000     DISPLAY "FXPN0015 - TRANSFER FROM ACC-NO ",
000000             CKPT-XFER-FROM-ACC, " A-REC RESTORED TO BALANCE ",
000000             CKPT-XFER-A-BAL.
000000     COMPUTE A03 = CKPT-XFER-FROM-ACC
000000         ON SIZE ERROR
000000             SET WS-PAYING-NOT-FOUND TO TRUE
000000     END-COMPUTE.
000000     IF NOT WS-PAYING-NOT-FOUND
000000         MOVE A03        TO ACC-NO OF B-REC
000000         READ B-FILE
000000             INVALID KEY
000000                 SET WS-PAYING-NOT-FOUND TO TRUE
000000         END-READ
000000     END-IF.
000000     IF WS-PAYING-NOT-FOUND
000000         DISPLAY "FXPN0015 - TRANSFER FROM ACC-NO ",
000000                 CKPT-XFER-FROM-ACC, " HAS NO B-FILE RECORD,",
000000                 " PAYING LEG CANNOT BE BACKED OUT"
000000         MOVE 16         TO RETURN-CODE
000000         GOBACK
000000     END-IF.
000000     MOVE CKPT-XFER-B-BAL TO B-BALANCE.
000000     MOVE CKPT-XFER-LAST-ACT TO B-LAST-ACT-DATE.
000000     REWRITE B-REC.
000000     IF WS-B-STATUS NOT = "00"
000000         MOVE "REWRITE"    TO WS-ERROR-OPERATION
000000         MOVE "B-FILE"     TO WS-ERROR-FILE-NAME
000000         MOVE WS-B-STATUS  TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000     MOVE "B"            TO AUDIT-FILE-ID.
000000     COMPUTE AUDIT-ACC-NO = A03.
000000     MOVE "W"            TO AUDIT-ACTION.
000000     COMPUTE AUDIT-BALANCE = B-BALANCE.
000000     MOVE B-STATUS       TO AUDIT-STATUS.
000000     PERFORM 5050-WRITE-AUDIT-REC THRU 5050-EXIT.
000000     DISPLAY "FXPN0015 - TRANSFER FROM ACC-NO ",
000000             CKPT-XFER-FROM-ACC, " B-REC RESTORED TO BALANCE ",
000000             CKPT-XFER-B-BAL.
000000 3600-EXIT.
000000     EXIT.
000000*
000000*
000000 4000-MARK-COMPLETE.
000000     IF WS-TRANS-COMPLETED
000000         IF CKPT-TRANS-DONE IS NOT NUMERIC
000000         ADD 1 TO CKPT-TRANS-DONE
000000     END-IF.
000000     MOVE "C"            TO CKPT-FILE-ID.
000000     MOVE SPACE          TO CKPT-XFER-LEG.
000000     REWRITE CKPT-REC.
000000     IF WS-CKPT-STATUS NOT = "00"
000000         MOVE "WRITE"      TO WS-ERROR-OPERATION
000000     EXIT.
000000*
000000 5000-LOG-RECOVERY.
000000     IF WS-A-NOT-FOUND OR CKPT-XFER-FIRST-LEG
000000         GO TO 5000-EXIT
000000     END-IF.
000000     MOVE "A"            TO AUDIT-FILE-ID.
000000     COMPUTE AUDIT-ACC-NO = CKPT-ACC-NO
000000         ON SIZE ERROR
000000     MOVE WS-DONE-ACTION  TO AUDIT-ACTION.
000000     MOVE WS-DONE-BALANCE TO AUDIT-BALANCE.
000000     MOVE WS-DONE-STATUS  TO AUDIT-STATUS.
000000     PERFORM 5050-WRITE-AUDIT-REC THRU 5050-EXIT.
000000 5000-EXIT.
000000     EXIT.
000000*
000000* The caller sets the file, account, action, balance and status
000000* of the recovery record; the rest is common to every record
000000* this program logs.
000000*
000000 5050-WRITE-AUDIT-REC.
000000     MOVE "FXPN0015"     TO AUDIT-PROGRAM-ID.
000000     MOVE SPACE           TO AUDIT-OVERRIDE.
000000     MOVE ZERO            TO AUDIT-SERIAL.
000000     MOVE SPACES          TO AUDIT-SOURCE.
000000     MOVE SPACES          TO AUDIT-CUST-NAME.
000000     MOVE ZERO            TO AUDIT-OD-LIMIT.
000000     MOVE SPACES          TO AUDIT-MAKER-ID.
000000     MOVE SPACES          TO AUDIT-CHECKER-ID.
000000     MOVE WS-RUN-DATE    TO WS-AUDIT-DATE.
000000     ACCEPT WS-AUDIT-TIME FROM TIME.
000000     MOVE WS-AUDIT-DATE  TO AUDIT-DATE.
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000     PERFORM 5200-WRITE-AUDIT-INDEX THRU 5200-EXIT.
000000 5050-EXIT.
000000     EXIT.
000000*
000000* The shadow-index record is built from AUDIT-REC before the
000000     MOVE AUDIT-ACTION     TO XAUD-ACTION.
000000     MOVE AUDIT-BALANCE    TO XAUD-BALANCE.
000000     MOVE AUDIT-STATUS     TO XAUD-STATUS.
000000     MOVE AUDIT-OVERRIDE   TO XAUD-OVERRIDE.
000000     MOVE AUDIT-SERIAL     TO XAUD-SERIAL.
000000     MOVE AUDIT-SOURCE     TO XAUD-SOURCE.
000000     MOVE AUDIT-CUST-NAME  TO XAUD-CUST-NAME.
000000     MOVE AUDIT-OD-LIMIT   TO XAUD-OD-LIMIT.
000000     MOVE AUDIT-MAKER-ID   TO XAUD-MAKER-ID.
000000     MOVE AUDIT-CHECKER-ID TO XAUD-CHECKER-ID.
000000 5100-EXIT.
000000     EXIT.
000000*
