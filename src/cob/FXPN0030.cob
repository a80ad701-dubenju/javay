000000 IDENTIFICATION         DIVISION.
000000 PROGRAM-ID.            FXPN0030.
000000 AUTHOR.                dubenju@126.com.
000000 DATE-WRITTEN.          2026.10.15.
000000 DATE-COMPILED.
000000*
000000* FXPN0030 prints the funds-holds report.  It reads the holds
000000* master FXPN0029h.txt (HOLDREC) in key order - account, then
000000* hold sequence - and lists every hold standing against each
000000* account on the business run date: active, and with no
000000* expiry date or one not yet gone by, the same test FXPN0002
000000* applies at posting.  After an account's holds it prints the
000000* account line from the A-FILE: ledger balance, total on
000000* hold, available balance (balance less holds) and overdraft
000000* limit, flagged NEGATIVE when the holds take the available
000000* balance below zero and OVER LIMIT when they take it past
000000* A-OD-LIMIT, so that further debits will be referred.
000000* Released and expired holds are history and are not listed;
000000* an active hold whose expiry date has gone by but which the
000000* FXPN0029 expiry pass has not yet dropped is counted in the
000000* totals as lapsed, not held.
000000*
000000* A missing holds master simply means no hold has ever been
000000* placed; the report is produced with zero totals.
000000*
000000* MODIFICATION HISTORY
000000* ----------------------------------------------------------
000000* 2026.10.15  DJ  Initial version.
000000* 2026.10.15  DJ  The missing-account marker now fits the
000000*                 20-character name column of the account line.
000000*
000000 ENVIRONMENT            DIVISION.
000000 CONFIGURATION          SECTION.
000000 SOURCE-COMPUTER.       HP.
000000 OBJECT-COMPUTER.       HP.
000000*
000000 INPUT-OUTPUT           SECTION.
000000 FILE-CONTROL.
000000     SELECT HOLD-FILE   ASSIGN TO "FXPN0029h.txt"
000000                        ORGANIZATION IS INDEXED
000000                        ACCESS MODE IS DYNAMIC
000000                        RECORD KEY IS HOLD-KEY
000000                        FILE STATUS IS WS-H-STATUS.
000000     SELECT A-FILE      ASSIGN TO "FXPN0002a.txt"
000000                        ORGANIZATION IS INDEXED
000000                        ACCESS MODE IS DYNAMIC
000000                        RECORD KEY IS ACC-NO OF A-REC
000000                        FILE STATUS IS WS-A-STATUS.
000000     SELECT PRINT-FILE  ASSIGN TO "FXPN0030.LST"
000000                        ORGANIZATION IS LINE SEQUENTIAL.
000000     SELECT PARM-FILE   ASSIGN TO "FXPN0000p.txt"
000000                        ORGANIZATION IS SEQUENTIAL
000000                        FILE STATUS IS WS-P-STATUS.
000000*
000000 DATA                   DIVISION.
000000 FILE                   SECTION.
000000 FD  HOLD-FILE.
000000     COPY HOLDREC.
000000 FD  A-FILE.
000000     COPY AFILEREC.
000000 FD  PRINT-FILE.
000000 01  PRINT-REC           PIC X(80).
000000 FD  PARM-FILE.
000000     COPY PARMREC.
000000*
000000 WORKING-STORAGE        SECTION.
000000*
000000 01  WS-H-STATUS         PIC X(02).
000000 01  WS-A-STATUS         PIC X(02).
000000 01  WS-P-STATUS         PIC X(02).
000000*
000000 01  WS-ERROR-OPERATION  PIC X(10).
000000 01  WS-ERROR-FILE-NAME  PIC X(20).
000000 01  WS-ERROR-STATUS     PIC X(02).
000000*
000000 01  WS-HOLD-EOF-SW      PIC X(01)   VALUE "N".
000000     88 WS-HOLD-AT-EOF               VALUE "Y".
000000 01  WS-HOLD-ABSENT-SW   PIC X(01)   VALUE "N".
000000     88 WS-HOLD-ABSENT               VALUE "Y".
000000 01  WS-A-FOUND-SW       PIC X(01)   VALUE "N".
000000     88 WS-A-NOT-FOUND               VALUE "Y".
000000*
000000 01  WS-RUN-DATE         PIC 9(08).
000000*
000000* The account whose holds are being gathered, and its running
000000* figures until the account changes.
000000*
000000 01  WS-PREV-ACC-NO      PIC S9(3)V9(2)      VALUE ZERO.
000000 01  WS-ACCT-HOLD-COUNT  PIC 9(05)   COMP    VALUE ZERO.
000000 01  WS-ACCT-HELD        PIC S9(6)V9(2)      VALUE ZERO.
000000 01  WS-AVAILABLE        PIC S9(7)V9(2)      VALUE ZERO.
000000 01  WS-OD-EXPOSURE      PIC S9(7)V9(2)      VALUE ZERO.
000000*
000000 01  WS-ACCOUNT-COUNT    PIC 9(07)   COMP    VALUE ZERO.
000000 01  WS-HOLD-COUNT       PIC 9(07)   COMP    VALUE ZERO.
000000 01  WS-HELD-SUM         PIC S9(09)V9(02)    VALUE ZERO.
000000 01  WS-NEGATIVE-COUNT   PIC 9(07)   COMP    VALUE ZERO.
000000 01  WS-OVER-LIMIT-COUNT PIC 9(07)   COMP    VALUE ZERO.
000000 01  WS-LAPSED-COUNT     PIC 9(07)   COMP    VALUE ZERO.
000000 01  WS-HISTORY-COUNT    PIC 9(07)   COMP    VALUE ZERO.
000000 01  WS-NO-MASTER-COUNT  PIC 9(07)   COMP    VALUE ZERO.
000000*
000000 01  WS-CURRENT-DATE.
000000     05 WS-CURR-CC       PIC 9(02).
000000     05 WS-CURR-YY       PIC 9(02).
000000     05 WS-CURR-MM       PIC 9(02).
000000     05 WS-CURR-DD       PIC 9(02).
000000*
000000 01  WS-PAGE-COUNT       PIC 9(03)   COMP    VALUE ZERO.
000000 01  WS-LINE-COUNT       PIC 9(03)   COMP    VALUE ZERO.
000000 01  WS-MAX-LINES        PIC 9(03).
000000*
000000 01  WS-TITLE-LINE.
000000     05 FILLER           PIC X(20)   VALUE SPACES.
000000     05 FILLER           PIC X(30)   VALUE
000000        "FUNDS HOLDS REPORT".
000000*
000000 01  WS-DATE-LINE.
000000     05 FILLER           PIC X(12)   VALUE "RUN DATE : ".
000000     05 WS-DL-MM         PIC 9(02).
000000     05 FILLER           PIC X(01)   VALUE "/".
000000     05 WS-DL-DD         PIC 9(02).
000000     05 FILLER           PIC X(01)   VALUE "/".
000000     05 WS-DL-YY         PIC 9(02).
000000     05 FILLER           PIC X(10)   VALUE SPACES.
000000     05 FILLER           PIC X(06)   VALUE "PAGE: ".
000000     05 WS-DL-PAGE       PIC ZZZ9.
000000*
000000 01  WS-HEADER-LINE.
000000     05 FILLER           PIC X(01)   VALUE SPACES.
000000     05 FILLER           PIC X(09)   VALUE "ACC-NO".
000000     05 FILLER           PIC X(05)   VALUE "SEQ".
000000     05 FILLER           PIC X(09)   VALUE "AMOUNT".
000000     05 FILLER           PIC X(22)   VALUE "REASON".
000000     05 FILLER           PIC X(10)   VALUE "PLACED".
000000     05 FILLER           PIC X(08)   VALUE "EXPIRY".
000000*
000000 01  WS-HEADER-LINE-2.
000000     05 FILLER           PIC X(10)   VALUE SPACES.
000000     05 FILLER           PIC X(21)   VALUE "CUSTOMER NAME".
000000     05 FILLER           PIC X(08)   VALUE "BALANCE".
000000     05 FILLER           PIC X(11)   VALUE "HELD".
000000     05 FILLER           PIC X(12)   VALUE "AVAILABLE".
000000     05 FILLER           PIC X(07)   VALUE "LIMIT".
000000*
000000 01  WS-DETAIL-LINE.
000000     05 FILLER           PIC X(01)   VALUE SPACES.
000000     05 WS-DT-ACC-NO     PIC -ZZ9.99.
000000     05 FILLER           PIC X(02)   VALUE SPACES.
000000     05 WS-DT-SEQ        PIC 9(03).
000000     05 FILLER           PIC X(02)   VALUE SPACES.
000000     05 WS-DT-AMOUNT     PIC -ZZ9.99.
000000     05 FILLER           PIC X(02)   VALUE SPACES.
000000     05 WS-DT-REASON     PIC X(20).
000000     05 FILLER           PIC X(02)   VALUE SPACES.
000000     05 WS-DT-PLACED     PIC 9(08).
000000     05 FILLER           PIC X(02)   VALUE SPACES.
000000     05 WS-DT-EXPIRY     PIC 9(08).
000000*
000000 01  WS-ACCOUNT-LINE.
000000     05 FILLER           PIC X(01)   VALUE SPACES.
000000     05 WS-AL-ACC-NO     PIC -ZZ9.99.
000000     05 FILLER           PIC X(02)   VALUE SPACES.
000000     05 WS-AL-CUST-NAME  PIC X(20).
000000     05 FILLER           PIC X(01)   VALUE SPACES.
000000     05 WS-AL-BALANCE    PIC -ZZ9.99.
000000     05 FILLER           PIC X(01)   VALUE SPACES.
000000     05 WS-AL-HELD       PIC ZZZ,ZZ9.99.
000000     05 FILLER           PIC X(01)   VALUE SPACES.
000000     05 WS-AL-AVAILABLE  PIC -ZZZ,ZZ9.99.
000000     05 FILLER           PIC X(01)   VALUE SPACES.
000000     05 WS-AL-OD-LIMIT   PIC ZZ9.99.
000000     05 FILLER           PIC X(01)   VALUE SPACES.
000000     05 WS-AL-FLAG       PIC X(10).
000000*
000000 01  WS-TOTAL-LINE.
000000     05 FILLER           PIC X(01)   VALUE SPACES.
000000     05 WS-TL-LABEL      PIC X(22).
000000     05 WS-TL-COUNT      PIC ZZZ,ZZ9.
000000*
000000 01  WS-SUM-LINE.
000000     05 FILLER           PIC X(01)   VALUE SPACES.
000000     05 WS-SL-LABEL      PIC X(22).
000000     05 WS-SL-SUM        PIC -ZZZ,ZZZ,ZZ9.99.
000000**** USER-WORK-AREA.
000000*
000000 PROCEDURE              DIVISION.
000000*
000000 0000-MAINLINE.
000000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000000     PERFORM 2000-REPORT-HOLD THRU 2000-EXIT
000000             UNTIL WS-HOLD-AT-EOF.
000000     IF WS-ACCT-HOLD-COUNT > ZERO
000000         PERFORM 2500-ACCOUNT-BREAK THRU 2500-EXIT
000000     END-IF.
000000     PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
000000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
000000     GOBACK.
000000*
000000 1000-INITIALIZE.
000000     PERFORM 1050-READ-PARMS THRU 1050-EXIT.
000000     OPEN INPUT HOLD-FILE.
000000     IF WS-H-STATUS = "35"
000000         SET WS-HOLD-ABSENT TO TRUE
000000         SET WS-HOLD-AT-EOF TO TRUE
000000         DISPLAY "FXPN0030 - HOLD-FILE NOT FOUND, NO",
000000                 " HOLDS TO REPORT"
000000     ELSE IF WS-H-STATUS NOT = "00"
000000         MOVE "OPEN"      TO WS-ERROR-OPERATION
000000         MOVE "HOLD-FILE" TO WS-ERROR-FILE-NAME
000000         MOVE WS-H-STATUS TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000     OPEN INPUT A-FILE.
000000     IF WS-A-STATUS NOT = "00"
000000         MOVE "OPEN"      TO WS-ERROR-OPERATION
000000         MOVE "A-FILE"    TO WS-ERROR-FILE-NAME
000000         MOVE WS-A-STATUS TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000     OPEN OUTPUT PRINT-FILE.
000000     PERFORM 3000-NEW-PAGE THRU 3000-EXIT.
000000     IF NOT WS-HOLD-ABSENT
000000         PERFORM 2100-READ-HOLD THRU 2100-EXIT
000000     END-IF.
000000 1000-EXIT.
000000     EXIT.
000000*
000000 1050-READ-PARMS.
000000     OPEN INPUT PARM-FILE.
000000     IF WS-P-STATUS NOT = "00"
000000         MOVE "OPEN"      TO WS-ERROR-OPERATION
000000         MOVE "PARM-FILE" TO WS-ERROR-FILE-NAME
000000         MOVE WS-P-STATUS TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000     READ PARM-FILE
000000         AT END
000000             DISPLAY "FXPN0030 - PARM-FILE IS EMPTY"
000000             MOVE 16     TO RETURN-CODE
000000             GOBACK
000000     END-READ.
000000     IF PARM-RUN-DATE IS NOT NUMERIC
000000        OR PARM-RUN-MM < 01 OR PARM-RUN-MM > 12
000000        OR PARM-RUN-DD < 01 OR PARM-RUN-DD > 31
000000        OR PARM-TOLERANCE IS NOT NUMERIC
000000        OR PARM-PAGE-SIZE IS NOT NUMERIC
000000        OR PARM-PAGE-SIZE = ZERO
000000        OR (NOT PARM-MODE-NORMAL AND NOT PARM-MODE-RERUN)
000000         DISPLAY "FXPN0030 - INVALID PARAMETER RECORD"
000000         MOVE 16         TO RETURN-CODE
000000         GOBACK
000000     END-IF.
000000     MOVE PARM-PAGE-SIZE TO WS-MAX-LINES.
000000     MOVE PARM-RUN-DATE  TO WS-CURRENT-DATE.
000000     MOVE PARM-RUN-DATE  TO WS-RUN-DATE.
000000     CLOSE PARM-FILE.
000000     IF WS-P-STATUS NOT = "00"
000000         MOVE "CLOSE"     TO WS-ERROR-OPERATION
000000         MOVE "PARM-FILE" TO WS-ERROR-FILE-NAME
000000         MOVE WS-P-STATUS TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000 1050-EXIT.
000000     EXIT.
000000*
000000* The holds master is read in key order, so an account's holds
000000* arrive together; the account line is printed when the
000000* account changes, once the last of its holds has been seen.
000000*
000000 2000-REPORT-HOLD.
000000     IF HOLD-ACC-NO NOT = WS-PREV-ACC-NO
000000        AND WS-ACCT-HOLD-COUNT > ZERO
000000         PERFORM 2500-ACCOUNT-BREAK THRU 2500-EXIT
000000     END-IF.
000000     MOVE HOLD-ACC-NO    TO WS-PREV-ACC-NO.
000000     IF NOT HOLD-ACTIVE
000000         ADD 1 TO WS-HISTORY-COUNT
000000     ELSE IF HOLD-EXPIRY-DATE NOT = ZERO
000000        AND HOLD-EXPIRY-DATE < WS-RUN-DATE
000000         ADD 1 TO WS-LAPSED-COUNT
000000     ELSE
000000         PERFORM 2200-PRINT-HOLD THRU 2200-EXIT
000000     END-IF.
000000     PERFORM 2100-READ-HOLD THRU 2100-EXIT.
000000 2000-EXIT.
000000     EXIT.
000000*
000000 2100-READ-HOLD.
000000     READ HOLD-FILE NEXT RECORD
000000         AT END
000000             SET WS-HOLD-AT-EOF TO TRUE
000000     END-READ.
000000 2100-EXIT.
000000     EXIT.
000000*
000000 2200-PRINT-HOLD.
000000     ADD 1 TO WS-ACCT-HOLD-COUNT.
000000     ADD 1 TO WS-HOLD-COUNT.
000000     ADD HOLD-AMOUNT TO WS-ACCT-HELD
000000         ON SIZE ERROR
000000             DISPLAY "FXPN0030 - SIZE ERROR ON ACCOUNT HELD"
000000     END-ADD.
000000     ADD HOLD-AMOUNT TO WS-HELD-SUM
000000         ON SIZE ERROR
000000             DISPLAY "FXPN0030 - SIZE ERROR ON HELD SUM"
000000     END-ADD.
000000     IF WS-LINE-COUNT >= WS-MAX-LINES
000000         PERFORM 3000-NEW-PAGE THRU 3000-EXIT
000000     END-IF.
000000     MOVE HOLD-ACC-NO    TO WS-DT-ACC-NO.
000000     MOVE HOLD-SEQ       TO WS-DT-SEQ.
000000     MOVE HOLD-AMOUNT    TO WS-DT-AMOUNT.
000000     MOVE HOLD-REASON    TO WS-DT-REASON.
000000     MOVE HOLD-PLACED-DATE TO WS-DT-PLACED.
000000     MOVE HOLD-EXPIRY-DATE TO WS-DT-EXPIRY.
000000     WRITE PRINT-REC FROM WS-DETAIL-LINE
000000           AFTER ADVANCING 1 LINE.
000000     ADD 1 TO WS-LINE-COUNT.
000000 2200-EXIT.
000000     EXIT.
000000*
000000* The account line: the A-FILE balance and limit against the
000000* holds just listed.  An account the A-FILE no longer has is
000000* still printed, with its holds, so the hold can be released.
000000*
000000 2500-ACCOUNT-BREAK.
000000     ADD 1 TO WS-ACCOUNT-COUNT.
000000     MOVE "N"            TO WS-A-FOUND-SW.
000000     MOVE WS-PREV-ACC-NO TO ACC-NO OF A-REC.
000000     READ A-FILE
000000         INVALID KEY
000000             SET WS-A-NOT-FOUND TO TRUE
000000     END-READ.
000000     MOVE WS-PREV-ACC-NO TO WS-AL-ACC-NO.
000000     MOVE WS-ACCT-HELD   TO WS-AL-HELD.
000000     MOVE SPACES         TO WS-AL-FLAG.
000000     IF WS-A-NOT-FOUND
000000         ADD 1 TO WS-NO-MASTER-COUNT
000000         MOVE "** NOT ON A-FILE **" TO WS-AL-CUST-NAME
000000         MOVE ZERO       TO WS-AL-BALANCE
000000         MOVE ZERO       TO WS-AL-OD-LIMIT
000000         COMPUTE WS-AVAILABLE = ZERO - WS-ACCT-HELD
000000     ELSE
000000         MOVE A-CUST-NAME TO WS-AL-CUST-NAME
000000         MOVE A-BALANCE   TO WS-AL-BALANCE
000000         MOVE A-OD-LIMIT  TO WS-AL-OD-LIMIT
000000         COMPUTE WS-AVAILABLE = A-BALANCE - WS-ACCT-HELD
000000         COMPUTE WS-OD-EXPOSURE = ZERO - WS-AVAILABLE
000000         IF WS-OD-EXPOSURE > A-OD-LIMIT
000000             ADD 1 TO WS-OVER-LIMIT-COUNT
000000             MOVE "OVER LIMIT" TO WS-AL-FLAG
000000         ELSE IF WS-AVAILABLE < ZERO
000000             ADD 1 TO WS-NEGATIVE-COUNT
000000             MOVE "NEGATIVE"   TO WS-AL-FLAG
000000         END-IF
000000     END-IF.
000000     MOVE WS-AVAILABLE   TO WS-AL-AVAILABLE.
000000     IF WS-LINE-COUNT >= WS-MAX-LINES
000000         PERFORM 3000-NEW-PAGE THRU 3000-EXIT
000000     END-IF.
000000     WRITE PRINT-REC FROM WS-ACCOUNT-LINE
000000           AFTER ADVANCING 1 LINE.
000000     MOVE SPACES         TO PRINT-REC.
000000     WRITE PRINT-REC
000000           AFTER ADVANCING 1 LINE.
000000     ADD 2 TO WS-LINE-COUNT.
000000     MOVE ZERO           TO WS-ACCT-HOLD-COUNT.
000000     MOVE ZERO           TO WS-ACCT-HELD.
000000 2500-EXIT.
000000     EXIT.
000000*
000000 3000-NEW-PAGE.
000000     ADD 1 TO WS-PAGE-COUNT.
000000     MOVE WS-CURR-MM     TO WS-DL-MM.
000000     MOVE WS-CURR-DD     TO WS-DL-DD.
000000     MOVE WS-CURR-YY     TO WS-DL-YY.
000000     MOVE WS-PAGE-COUNT  TO WS-DL-PAGE.
000000     IF WS-PAGE-COUNT = 1
000000         WRITE PRINT-REC FROM WS-TITLE-LINE
000000               AFTER ADVANCING 1 LINE
000000     ELSE
000000         WRITE PRINT-REC FROM WS-TITLE-LINE
000000               AFTER ADVANCING PAGE
000000     END-IF.
000000     WRITE PRINT-REC FROM WS-DATE-LINE
000000           AFTER ADVANCING 1 LINE.
000000     WRITE PRINT-REC FROM WS-HEADER-LINE
000000           AFTER ADVANCING 2 LINES.
000000     WRITE PRINT-REC FROM WS-HEADER-LINE-2
000000           AFTER ADVANCING 1 LINE.
000000     MOVE ZERO TO WS-LINE-COUNT.
000000 3000-EXIT.
000000     EXIT.
000000*
000000 8000-WRITE-TOTALS.
000000     MOVE "ACCOUNTS WITH HOLDS  :" TO WS-TL-LABEL.
000000     MOVE WS-ACCOUNT-COUNT TO WS-TL-COUNT.
000000     WRITE PRINT-REC FROM WS-TOTAL-LINE
000000           AFTER ADVANCING 2 LINES.
000000     MOVE "HOLDS STANDING       :" TO WS-TL-LABEL.
000000     MOVE WS-HOLD-COUNT TO WS-TL-COUNT.
000000     WRITE PRINT-REC FROM WS-TOTAL-LINE
000000           AFTER ADVANCING 1 LINE.
000000     MOVE "SUM OF HELD AMOUNTS  :" TO WS-SL-LABEL.
000000     MOVE WS-HELD-SUM TO WS-SL-SUM.
000000     WRITE PRINT-REC FROM WS-SUM-LINE
000000           AFTER ADVANCING 1 LINE.
000000     MOVE "AVAILABLE NEGATIVE   :" TO WS-TL-LABEL.
000000     MOVE WS-NEGATIVE-COUNT TO WS-TL-COUNT.
000000     WRITE PRINT-REC FROM WS-TOTAL-LINE
000000           AFTER ADVANCING 1 LINE.
000000     MOVE "AVAILABLE OVER LIMIT :" TO WS-TL-LABEL.
000000     MOVE WS-OVER-LIMIT-COUNT TO WS-TL-COUNT.
000000     WRITE PRINT-REC FROM WS-TOTAL-LINE
000000           AFTER ADVANCING 1 LINE.
000000     MOVE "ACCOUNTS NOT ON FILE :" TO WS-TL-LABEL.
000000     MOVE WS-NO-MASTER-COUNT TO WS-TL-COUNT.
000000     WRITE PRINT-REC FROM WS-TOTAL-LINE
000000           AFTER ADVANCING 1 LINE.
000000     MOVE "LAPSED, NOT DROPPED  :" TO WS-TL-LABEL.
000000     MOVE WS-LAPSED-COUNT TO WS-TL-COUNT.
000000     WRITE PRINT-REC FROM WS-TOTAL-LINE
000000           AFTER ADVANCING 1 LINE.
000000     MOVE "RELEASED/EXPIRED     :" TO WS-TL-LABEL.
000000     MOVE WS-HISTORY-COUNT TO WS-TL-COUNT.
000000     WRITE PRINT-REC FROM WS-TOTAL-LINE
000000           AFTER ADVANCING 1 LINE.
000000     DISPLAY "FXPN0030 - HOLDS REPORTED = ", WS-HOLD-COUNT.
000000 8000-EXIT.
000000     EXIT.
000000*
000000 9000-TERMINATE.
000000     IF NOT WS-HOLD-ABSENT
000000         CLOSE HOLD-FILE
000000         IF WS-H-STATUS NOT = "00"
000000             MOVE "CLOSE"      TO WS-ERROR-OPERATION
000000             MOVE "HOLD-FILE"  TO WS-ERROR-FILE-NAME
000000             MOVE WS-H-STATUS  TO WS-ERROR-STATUS
000000             PERFORM 9900-FILE-ERROR
000000         END-IF
000000     END-IF.
000000     CLOSE A-FILE.
000000     IF WS-A-STATUS NOT = "00"
000000         MOVE "CLOSE"      TO WS-ERROR-OPERATION
000000         MOVE "A-FILE"     TO WS-ERROR-FILE-NAME
000000         MOVE WS-A-STATUS  TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000     CLOSE PRINT-FILE.
000000 9000-EXIT.
000000     EXIT.
000000*
000000 9900-FILE-ERROR.
000000     DISPLAY "FXPN0030 - FILE I/O ERROR".
000000     DISPLAY "OPERATION : ", WS-ERROR-OPERATION.
000000     DISPLAY "FILE      : ", WS-ERROR-FILE-NAME.
000000     DISPLAY "STATUS    : ", WS-ERROR-STATUS.
000000     MOVE 16             TO RETURN-CODE.
000000     GOBACK.
000000*
