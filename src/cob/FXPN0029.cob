000000 IDENTIFICATION         DIVISION.
000000 PROGRAM-ID.            FXPN0029.
000000 AUTHOR.                dubenju@126.com.
000000 DATE-WRITTEN.          2026.10.15.
000000 DATE-COMPILED.
000000*
000000* FXPN0029 is the funds-holds step, run by FXPN0000 ahead of
000000* the FXPN0002 posting.  It keeps the holds master (see
000000* HOLDREC) and does two things with it:
000000*   - drops every active hold whose expiry date has gone by
000000*     (status E), so the posting no longer counts it against
000000*     the account's available balance;
000000*   - applies the day's holds maintenance file (FXPN0029m.txt):
000000*       P - place a hold: account, sequence, amount and reason
000000*           required, expiry date optional (zeros - the hold
000000*           stands until released); the account must be on
000000*           A-FILE and not closed
000000*       R - release an active hold (status R)
000000* The holds master is indexed on account and sequence, so the
000000* maintenance is applied straight to it in the order it was
000000* keyed, the way FXPN0007 applies account maintenance.
000000*
000000* A resubmitted run for the same business date does no harm:
000000* a hold already placed with the same amount and reason on
000000* this date, or already released on it, is listed as already
000000* applied rather than refused.
000000*
000000* The register (FXPN0029.LST) lists every hold expired and
000000* every maintenance item with what became of it, and totals
000000* the holds left active.  A missing maintenance file means no
000000* holds maintenance today; a missing holds master is created
000000* empty on the first run.
000000*
000000* MODIFICATION HISTORY
000000* ----------------------------------------------------------
000000* 2026.10.15  DJ  Initial version.
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
000000     SELECT HMNT-FILE   ASSIGN TO "FXPN0029m.txt"
000000                        ORGANIZATION IS SEQUENTIAL
000000                        FILE STATUS IS WS-M-STATUS.
000000     SELECT A-FILE      ASSIGN TO "FXPN0002a.txt"
000000                        ORGANIZATION IS INDEXED
000000                        ACCESS MODE IS DYNAMIC
000000                        RECORD KEY IS ACC-NO OF A-REC
000000                        FILE STATUS IS WS-A-STATUS.
000000     SELECT PRINT-FILE  ASSIGN TO "FXPN0029.LST"
000000                        ORGANIZATION IS LINE SEQUENTIAL.
000000     SELECT PARM-FILE   ASSIGN TO "FXPN0000p.txt"
000000                        ORGANIZATION IS SEQUENTIAL
000000                        FILE STATUS IS WS-P-STATUS.
000000*
000000 DATA                   DIVISION.
000000 FILE                   SECTION.
000000 FD  HOLD-FILE.
000000     COPY HOLDREC.
000000 FD  HMNT-FILE.
000000 01  HMNT-REC.
000000     05 HMNT-ACTION      PIC X(01).
000000         88 HMNT-PLACE               VALUE "P".
000000         88 HMNT-RELEASE             VALUE "R".
000000     05 HMNT-KEY.
000000         10 HMNT-ACC-NO      PIC S9(3)V9(2).
000000         10 HMNT-ACC-NO-X    REDEFINES HMNT-ACC-NO
000000                             PIC X(05).
000000         10 HMNT-SEQ         PIC 9(03).
000000         10 HMNT-SEQ-X       REDEFINES HMNT-SEQ
000000                             PIC X(03).
000000     05 HMNT-AMOUNT      PIC S9(3)V9(2).
000000     05 HMNT-AMOUNT-X    REDEFINES HMNT-AMOUNT
000000                         PIC X(05).
000000     05 HMNT-REASON      PIC X(20).
000000     05 HMNT-EXPIRY-DATE PIC 9(08).
000000     05 HMNT-EXPIRY-DATE-X REDEFINES HMNT-EXPIRY-DATE
000000                         PIC X(08).
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
000000 01  WS-M-STATUS         PIC X(02).
000000 01  WS-A-STATUS         PIC X(02).
000000 01  WS-P-STATUS         PIC X(02).
000000*
000000 01  WS-ERROR-OPERATION  PIC X(10).
000000 01  WS-ERROR-FILE-NAME  PIC X(20).
000000 01  WS-ERROR-STATUS     PIC X(02).
000000*
000000 01  WS-HOLD-EOF-SW      PIC X(01)   VALUE "N".
000000     88 WS-HOLD-AT-EOF               VALUE "Y".
000000 01  WS-HMNT-EOF-SW      PIC X(01)   VALUE "N".
000000     88 WS-HMNT-AT-EOF               VALUE "Y".
000000 01  WS-HMNT-ABSENT-SW   PIC X(01)   VALUE "N".
000000     88 WS-HMNT-ABSENT               VALUE "Y".
000000 01  WS-A-FOUND-SW       PIC X(01)   VALUE "N".
000000     88 WS-A-NOT-FOUND               VALUE "Y".
000000 01  WS-H-FOUND-SW       PIC X(01)   VALUE "N".
000000     88 WS-H-NOT-FOUND               VALUE "Y".
000000*
000000 01  WS-RUN-DATE         PIC 9(08).
000000 01  WS-REFUSE-REASON    PIC X(22).
000000*
000000 01  WS-HMNT-READ-COUNT  PIC 9(07)   COMP    VALUE ZERO.
000000 01  WS-PLACED-COUNT     PIC 9(07)   COMP    VALUE ZERO.
000000 01  WS-PLACED-SUM       PIC S9(09)V9(02)    VALUE ZERO.
000000 01  WS-RELEASED-COUNT   PIC 9(07)   COMP    VALUE ZERO.
000000 01  WS-RELEASED-SUM     PIC S9(09)V9(02)    VALUE ZERO.
000000 01  WS-EXPIRED-COUNT    PIC 9(07)   COMP    VALUE ZERO.
000000 01  WS-EXPIRED-SUM      PIC S9(09)V9(02)    VALUE ZERO.
000000 01  WS-REFUSED-COUNT    PIC 9(07)   COMP    VALUE ZERO.
000000 01  WS-REPEATED-COUNT   PIC 9(07)   COMP    VALUE ZERO.
000000 01  WS-ACTIVE-COUNT     PIC 9(07)   COMP    VALUE ZERO.
000000 01  WS-ACTIVE-SUM       PIC S9(09)V9(02)    VALUE ZERO.
000000*
000000 01  WS-CURRENT-DATE.
000000     05 WS-CURR-CC       PIC 9(02).
000000     05 WS-CURR-YY       PIC 9(02).
000000     05 WS-CURR-MM       PIC 9(02).
000000     05 WS-CURR-DD       PIC 9(02).
000000*
000000* The expiry date of a new hold must have a month of 1 to 12
000000* and a day of 1 to 31.
000000*
000000 01  WS-CHECK-DATE.
000000     05 WS-CD-YYYY       PIC 9(04).
000000     05 WS-CD-MM         PIC 9(02).
000000     05 WS-CD-DD         PIC 9(02).
000000 01  WS-CHECK-DATE-N     REDEFINES WS-CHECK-DATE
000000                         PIC 9(08).
000000*
000000 01  WS-PAGE-COUNT       PIC 9(03)   COMP    VALUE ZERO.
000000 01  WS-LINE-COUNT       PIC 9(03)   COMP    VALUE ZERO.
000000 01  WS-MAX-LINES        PIC 9(03).
000000*
000000 01  WS-TITLE-LINE.
000000     05 FILLER           PIC X(20)   VALUE SPACES.
000000     05 FILLER           PIC X(30)   VALUE
000000        "FUNDS HOLDS REGISTER".
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
000000     05 FILLER           PIC X(03)   VALUE "A".
000000     05 FILLER           PIC X(08)   VALUE "ACC-NO".
000000     05 FILLER           PIC X(05)   VALUE "SEQ".
000000     05 FILLER           PIC X(09)   VALUE "AMOUNT".
000000     05 FILLER           PIC X(22)   VALUE "REASON".
000000     05 FILLER           PIC X(10)   VALUE "EXPIRY".
000000     05 FILLER           PIC X(22)   VALUE "RESULT".
000000*
000000 01  WS-DETAIL-LINE.
000000     05 FILLER           PIC X(01)   VALUE SPACES.
000000     05 WS-DT-ACTION     PIC X(01).
000000     05 FILLER           PIC X(02)   VALUE SPACES.
000000     05 WS-DT-ACC-NO     PIC -ZZ9.99.
000000     05 WS-DT-ACC-NO-X   REDEFINES WS-DT-ACC-NO
000000                         PIC X(07).
000000     05 FILLER           PIC X(01)   VALUE SPACES.
000000     05 WS-DT-SEQ        PIC X(03).
000000     05 FILLER           PIC X(02)   VALUE SPACES.
000000     05 WS-DT-AMOUNT     PIC -ZZ9.99.
000000     05 WS-DT-AMOUNT-X   REDEFINES WS-DT-AMOUNT
000000                         PIC X(07).
000000     05 FILLER           PIC X(02)   VALUE SPACES.
000000     05 WS-DT-REASON     PIC X(20).
000000     05 FILLER           PIC X(02)   VALUE SPACES.
000000     05 WS-DT-EXPIRY     PIC X(08).
000000     05 FILLER           PIC X(02)   VALUE SPACES.
000000     05 WS-DT-RESULT     PIC X(22).
000000*
000000 01  WS-TOTAL-LINE.
000000     05 FILLER           PIC X(01)   VALUE SPACES.
000000     05 WS-TL-LABEL      PIC X(22).
000000     05 WS-TL-COUNT      PIC ZZZ,ZZ9.
000000*
000000 01  WS-BAND-LINE.
000000     05 FILLER           PIC X(01)   VALUE SPACES.
000000     05 WS-BL-LABEL      PIC X(22).
000000     05 WS-BL-COUNT      PIC ZZZ,ZZ9.
000000     05 FILLER           PIC X(02)   VALUE SPACES.
000000     05 WS-BL-SUM        PIC -ZZZ,ZZZ,ZZ9.99.
000000**** USER-WORK-AREA.
000000*
000000 PROCEDURE              DIVISION.
000000*
000000 0000-MAINLINE.
000000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000000     PERFORM 2000-EXPIRE-HOLDS THRU 2000-EXIT.
000000     IF NOT WS-HMNT-ABSENT
000000         PERFORM 3000-APPLY-MAINT THRU 3000-EXIT
000000                 UNTIL WS-HMNT-AT-EOF
000000     END-IF.
000000     PERFORM 5000-COUNT-ACTIVE THRU 5000-EXIT.
000000     PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
000000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
000000     GOBACK.
000000*
000000 1000-INITIALIZE.
000000     PERFORM 1050-READ-PARMS THRU 1050-EXIT.
000000     PERFORM 1100-OPEN-HOLD-FILE THRU 1100-EXIT.
000000     OPEN INPUT A-FILE.
000000     IF WS-A-STATUS NOT = "00"
000000         MOVE "OPEN"      TO WS-ERROR-OPERATION
000000         MOVE "A-FILE"    TO WS-ERROR-FILE-NAME
000000         MOVE WS-A-STATUS TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000     OPEN INPUT HMNT-FILE.
000000     IF WS-M-STATUS = "35"
000000         SET WS-HMNT-ABSENT TO TRUE
000000         DISPLAY "FXPN0029 - NO MAINTENANCE FILE, NO HOLDS",
000000                 " MAINTENANCE TODAY"
000000     ELSE IF WS-M-STATUS NOT = "00"
000000         MOVE "OPEN"      TO WS-ERROR-OPERATION
000000         MOVE "HMNT-FILE" TO WS-ERROR-FILE-NAME
000000         MOVE WS-M-STATUS TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000     OPEN OUTPUT PRINT-FILE.
000000     PERFORM 3500-NEW-PAGE THRU 3500-EXIT.
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
000000             DISPLAY "FXPN0029 - PARM-FILE IS EMPTY"
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
000000         DISPLAY "FXPN0029 - INVALID PARAMETER RECORD"
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
000000 1100-OPEN-HOLD-FILE.
000000     OPEN I-O HOLD-FILE.
000000     IF WS-H-STATUS = "35"
000000         OPEN OUTPUT HOLD-FILE
000000         IF WS-H-STATUS NOT = "00"
000000             MOVE "OPEN"   TO WS-ERROR-OPERATION
000000             MOVE "HOLD-FILE" TO WS-ERROR-FILE-NAME
000000             MOVE WS-H-STATUS TO WS-ERROR-STATUS
000000             PERFORM 9900-FILE-ERROR
000000         END-IF
000000         CLOSE HOLD-FILE
000000         IF WS-H-STATUS NOT = "00"
000000             MOVE "CLOSE" TO WS-ERROR-OPERATION
000000             MOVE "HOLD-FILE" TO WS-ERROR-FILE-NAME
000000             MOVE WS-H-STATUS TO WS-ERROR-STATUS
000000             PERFORM 9900-FILE-ERROR
000000         END-IF
000000         OPEN I-O HOLD-FILE
000000     END-IF.
000000     IF WS-H-STATUS NOT = "00"
000000         MOVE "OPEN"      TO WS-ERROR-OPERATION
000000         MOVE "HOLD-FILE" TO WS-ERROR-FILE-NAME
000000         MOVE WS-H-STATUS TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000 1100-EXIT.
000000     EXIT.
000000*
000000* The expiry pass reads the holds master from the top in key
000000* order.  A hold stands through its expiry date and is dropped
000000* on the first run after it.
000000*
000000 2000-EXPIRE-HOLDS.
000000     MOVE "N"            TO WS-HOLD-EOF-SW.
000000     PERFORM 2100-READ-HOLD-NEXT THRU 2100-EXIT.
000000     PERFORM 2200-CHECK-EXPIRY THRU 2200-EXIT
000000             UNTIL WS-HOLD-AT-EOF.
000000 2000-EXIT.
000000     EXIT.
000000*
000000 2100-READ-HOLD-NEXT.
000000     READ HOLD-FILE NEXT RECORD
000000         AT END
000000             SET WS-HOLD-AT-EOF TO TRUE
000000     END-READ.
000000 2100-EXIT.
000000     EXIT.
000000*
000000 2200-CHECK-EXPIRY.
000000     IF HOLD-ACTIVE
000000        AND HOLD-EXPIRY-DATE NOT = ZERO
000000        AND HOLD-EXPIRY-DATE < WS-RUN-DATE
000000         MOVE "E"        TO HOLD-STATUS
000000         MOVE WS-RUN-DATE TO HOLD-STATUS-DATE
000000         PERFORM 4000-REWRITE-HOLD THRU 4000-EXIT
000000         ADD 1 TO WS-EXPIRED-COUNT
000000         ADD HOLD-AMOUNT TO WS-EXPIRED-SUM
000000             ON SIZE ERROR
000000                 DISPLAY "FXPN0029 - SIZE ERROR ON EXPIRED SUM"
000000         END-ADD
000000         MOVE SPACE      TO WS-DT-ACTION
000000         MOVE "EXPIRED"  TO WS-DT-RESULT
000000         PERFORM 3800-PRINT-HOLD THRU 3800-EXIT
000000     END-IF.
000000     PERFORM 2100-READ-HOLD-NEXT THRU 2100-EXIT.
000000 2200-EXIT.
000000     EXIT.
000000*
000000 3000-APPLY-MAINT.
000000     PERFORM 3100-READ-HMNT THRU 3100-EXIT.
000000     IF WS-HMNT-AT-EOF
000000         GO TO 3000-EXIT
000000     END-IF.
000000     ADD 1 TO WS-HMNT-READ-COUNT.
000000     IF HMNT-ACC-NO-X IS NOT NUMERIC
000000        OR HMNT-SEQ-X IS NOT NUMERIC
000000         MOVE "INVALID ACC-NO OR SEQ" TO WS-REFUSE-REASON
000000         PERFORM 3700-REFUSE-MAINT THRU 3700-EXIT
000000     ELSE IF HMNT-PLACE
000000         PERFORM 3200-PLACE-HOLD THRU 3200-EXIT
000000     ELSE IF HMNT-RELEASE
000000         PERFORM 3300-RELEASE-HOLD THRU 3300-EXIT
000000     ELSE
000000         MOVE "INVALID ACTION CODE" TO WS-REFUSE-REASON
000000         PERFORM 3700-REFUSE-MAINT THRU 3700-EXIT
000000     END-IF.
000000 3000-EXIT.
000000     EXIT.
000000*
000000 3100-READ-HMNT.
000000     READ HMNT-FILE
000000         AT END
000000             SET WS-HMNT-AT-EOF TO TRUE
000000     END-READ.
000000 3100-EXIT.
000000     EXIT.
000000*
000000* A place whose key is already on file is the same hold placed
000000* by an earlier run of this date when the amount and reason
000000* match; otherwise the sequence is taken and the place is
000000* refused.
000000*
000000 3200-PLACE-HOLD.
000000     IF HMNT-AMOUNT-X IS NOT NUMERIC
000000        OR HMNT-AMOUNT NOT > ZERO
000000         MOVE "INVALID AMOUNT" TO WS-REFUSE-REASON
000000         PERFORM 3700-REFUSE-MAINT THRU 3700-EXIT
000000         GO TO 3200-EXIT
000000     END-IF.
000000     IF HMNT-REASON = SPACES
000000         MOVE "REASON MISSING" TO WS-REFUSE-REASON
000000         PERFORM 3700-REFUSE-MAINT THRU 3700-EXIT
000000         GO TO 3200-EXIT
000000     END-IF.
000000     IF HMNT-EXPIRY-DATE-X = SPACES
000000         MOVE ZERO       TO HMNT-EXPIRY-DATE
000000     END-IF.
000000     IF HMNT-EXPIRY-DATE IS NOT NUMERIC
000000         MOVE "INVALID EXPIRY DATE" TO WS-REFUSE-REASON
000000         PERFORM 3700-REFUSE-MAINT THRU 3700-EXIT
000000         GO TO 3200-EXIT
000000     END-IF.
000000     IF HMNT-EXPIRY-DATE NOT = ZERO
000000         MOVE HMNT-EXPIRY-DATE TO WS-CHECK-DATE-N
000000         IF WS-CD-MM < 01 OR WS-CD-MM > 12
000000            OR WS-CD-DD < 01 OR WS-CD-DD > 31
000000            OR HMNT-EXPIRY-DATE < WS-RUN-DATE
000000             MOVE "INVALID EXPIRY DATE" TO WS-REFUSE-REASON
000000             PERFORM 3700-REFUSE-MAINT THRU 3700-EXIT
000000             GO TO 3200-EXIT
000000         END-IF
000000     END-IF.
000000     MOVE "N"            TO WS-A-FOUND-SW.
000000     MOVE HMNT-ACC-NO    TO ACC-NO OF A-REC.
000000     READ A-FILE
000000         INVALID KEY
000000             SET WS-A-NOT-FOUND TO TRUE
000000     END-READ.
000000     IF WS-A-NOT-FOUND
000000         MOVE "ACCOUNT NOT ON A-FILE" TO WS-REFUSE-REASON
000000         PERFORM 3700-REFUSE-MAINT THRU 3700-EXIT
000000         GO TO 3200-EXIT
000000     END-IF.
000000     IF A-CLOSED
000000         MOVE "ACCOUNT CLOSED" TO WS-REFUSE-REASON
000000         PERFORM 3700-REFUSE-MAINT THRU 3700-EXIT
000000         GO TO 3200-EXIT
000000     END-IF.
000000     PERFORM 3400-READ-HOLD-BY-KEY THRU 3400-EXIT.
000000     IF NOT WS-H-NOT-FOUND
000000         IF HOLD-PLACED-DATE = WS-RUN-DATE
000000            AND HOLD-AMOUNT = HMNT-AMOUNT
000000            AND HOLD-REASON = HMNT-REASON
000000             PERFORM 3750-SKIP-REPEATED THRU 3750-EXIT
000000         ELSE
000000             MOVE "HOLD ALREADY ON FILE" TO WS-REFUSE-REASON
000000             PERFORM 3700-REFUSE-MAINT THRU 3700-EXIT
000000         END-IF
000000         GO TO 3200-EXIT
000000     END-IF.
000000     MOVE HMNT-ACC-NO    TO HOLD-ACC-NO.
000000     MOVE HMNT-SEQ       TO HOLD-SEQ.
000000     MOVE HMNT-AMOUNT    TO HOLD-AMOUNT.
000000     MOVE HMNT-REASON    TO HOLD-REASON.
000000     MOVE WS-RUN-DATE    TO HOLD-PLACED-DATE.
000000     MOVE HMNT-EXPIRY-DATE TO HOLD-EXPIRY-DATE.
000000     MOVE "A"            TO HOLD-STATUS.
000000     MOVE ZERO           TO HOLD-STATUS-DATE.
000000     WRITE HOLD-REC.
000000     IF WS-H-STATUS NOT = "00"
000000         MOVE "WRITE"     TO WS-ERROR-OPERATION
000000         MOVE "HOLD-FILE" TO WS-ERROR-FILE-NAME
000000         MOVE WS-H-STATUS TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000     ADD 1 TO WS-PLACED-COUNT.
000000     ADD HOLD-AMOUNT TO WS-PLACED-SUM
000000         ON SIZE ERROR
000000             DISPLAY "FXPN0029 - SIZE ERROR ON PLACED SUM"
000000     END-ADD.
000000     MOVE HMNT-ACTION    TO WS-DT-ACTION.
000000     MOVE "PLACED"       TO WS-DT-RESULT.
000000     PERFORM 3800-PRINT-HOLD THRU 3800-EXIT.
000000 3200-EXIT.
000000     EXIT.
000000*
000000 3300-RELEASE-HOLD.
000000     PERFORM 3400-READ-HOLD-BY-KEY THRU 3400-EXIT.
000000     IF WS-H-NOT-FOUND
000000         MOVE "HOLD NOT ON FILE" TO WS-REFUSE-REASON
000000         PERFORM 3700-REFUSE-MAINT THRU 3700-EXIT
000000         GO TO 3300-EXIT
000000     END-IF.
000000     IF HOLD-RELEASED AND HOLD-STATUS-DATE = WS-RUN-DATE
000000         PERFORM 3750-SKIP-REPEATED THRU 3750-EXIT
000000         GO TO 3300-EXIT
000000     END-IF.
000000     IF NOT HOLD-ACTIVE
000000         MOVE "HOLD NOT ACTIVE" TO WS-REFUSE-REASON
000000         PERFORM 3700-REFUSE-MAINT THRU 3700-EXIT
000000         GO TO 3300-EXIT
000000     END-IF.
000000     MOVE "R"            TO HOLD-STATUS.
000000     MOVE WS-RUN-DATE    TO HOLD-STATUS-DATE.
000000     PERFORM 4000-REWRITE-HOLD THRU 4000-EXIT.
000000     ADD 1 TO WS-RELEASED-COUNT.
000000     ADD HOLD-AMOUNT TO WS-RELEASED-SUM
000000         ON SIZE ERROR
000000             DISPLAY "FXPN0029 - SIZE ERROR ON RELEASED SUM"
000000     END-ADD.
000000     MOVE HMNT-ACTION    TO WS-DT-ACTION.
000000     MOVE "RELEASED"     TO WS-DT-RESULT.
000000     PERFORM 3800-PRINT-HOLD THRU 3800-EXIT.
000000 3300-EXIT.
000000     EXIT.
000000*
000000 3400-READ-HOLD-BY-KEY.
000000     MOVE "N"            TO WS-H-FOUND-SW.
000000     MOVE HMNT-KEY       TO HOLD-KEY.
000000     READ HOLD-FILE
000000         INVALID KEY
000000             SET WS-H-NOT-FOUND TO TRUE
000000     END-READ.
000000 3400-EXIT.
000000     EXIT.
000000*
000000 3500-NEW-PAGE.
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
000000     MOVE ZERO TO WS-LINE-COUNT.
000000 3500-EXIT.
000000     EXIT.
000000*
000000 3700-REFUSE-MAINT.
000000     ADD 1 TO WS-REFUSED-COUNT.
000000     MOVE WS-REFUSE-REASON TO WS-DT-RESULT.
000000     PERFORM 3850-PRINT-MAINT THRU 3850-EXIT.
000000 3700-EXIT.
000000     EXIT.
000000*
000000 3750-SKIP-REPEATED.
000000     ADD 1 TO WS-REPEATED-COUNT.
000000     MOVE "ALREADY APPLIED TODAY" TO WS-DT-RESULT.
000000     PERFORM 3850-PRINT-MAINT THRU 3850-EXIT.
000000 3750-EXIT.
000000     EXIT.
000000*
000000 3800-PRINT-HOLD.
000000     IF WS-LINE-COUNT >= WS-MAX-LINES
000000         PERFORM 3500-NEW-PAGE THRU 3500-EXIT
000000     END-IF.
000000     MOVE HOLD-ACC-NO    TO WS-DT-ACC-NO.
000000     MOVE HOLD-SEQ       TO WS-DT-SEQ.
000000     MOVE HOLD-AMOUNT    TO WS-DT-AMOUNT.
000000     MOVE HOLD-REASON    TO WS-DT-REASON.
000000     MOVE HOLD-EXPIRY-DATE TO WS-DT-EXPIRY.
000000     WRITE PRINT-REC FROM WS-DETAIL-LINE
000000           AFTER ADVANCING 1 LINE.
000000     ADD 1 TO WS-LINE-COUNT.
000000 3800-EXIT.
000000     EXIT.
000000*
000000* A maintenance item not applied is listed with its own
000000* fields, which may not be numeric.
000000*
000000 3850-PRINT-MAINT.
000000     IF WS-LINE-COUNT >= WS-MAX-LINES
000000         PERFORM 3500-NEW-PAGE THRU 3500-EXIT
000000     END-IF.
000000     MOVE HMNT-ACTION    TO WS-DT-ACTION.
000000     IF HMNT-ACC-NO-X IS NUMERIC
000000         MOVE HMNT-ACC-NO TO WS-DT-ACC-NO
000000     ELSE
000000         MOVE HMNT-ACC-NO-X TO WS-DT-ACC-NO-X
000000     END-IF.
000000     MOVE HMNT-SEQ-X     TO WS-DT-SEQ.
000000     IF HMNT-AMOUNT-X IS NUMERIC
000000         MOVE HMNT-AMOUNT TO WS-DT-AMOUNT
000000     ELSE
000000         MOVE HMNT-AMOUNT-X TO WS-DT-AMOUNT-X
000000     END-IF.
000000     MOVE HMNT-REASON    TO WS-DT-REASON.
000000     MOVE HMNT-EXPIRY-DATE-X TO WS-DT-EXPIRY.
000000     WRITE PRINT-REC FROM WS-DETAIL-LINE
000000           AFTER ADVANCING 1 LINE.
000000     ADD 1 TO WS-LINE-COUNT.
000000 3850-EXIT.
000000     EXIT.
000000*
000000 4000-REWRITE-HOLD.
000000     REWRITE HOLD-REC.
000000     IF WS-H-STATUS NOT = "00"
000000         MOVE "REWRITE"   TO WS-ERROR-OPERATION
000000         MOVE "HOLD-FILE" TO WS-ERROR-FILE-NAME
000000         MOVE WS-H-STATUS TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000 4000-EXIT.
000000     EXIT.
000000*
000000* The holds left standing are counted from the top of the
000000* master once the day's maintenance is in.
000000*
000000 5000-COUNT-ACTIVE.
000000     MOVE "N"            TO WS-HOLD-EOF-SW.
000000     MOVE LOW-VALUES     TO HOLD-KEY.
000000     START HOLD-FILE KEY NOT LESS THAN HOLD-KEY
000000         INVALID KEY
000000             SET WS-HOLD-AT-EOF TO TRUE
000000     END-START.
000000     IF NOT WS-HOLD-AT-EOF
000000         PERFORM 2100-READ-HOLD-NEXT THRU 2100-EXIT
000000     END-IF.
000000     PERFORM 5100-COUNT-HOLD THRU 5100-EXIT
000000             UNTIL WS-HOLD-AT-EOF.
000000 5000-EXIT.
000000     EXIT.
000000*
000000 5100-COUNT-HOLD.
000000     IF HOLD-ACTIVE
000000         ADD 1 TO WS-ACTIVE-COUNT
000000         ADD HOLD-AMOUNT TO WS-ACTIVE-SUM
000000             ON SIZE ERROR
000000                 DISPLAY "FXPN0029 - SIZE ERROR ON ACTIVE SUM"
000000         END-ADD
000000     END-IF.
000000     PERFORM 2100-READ-HOLD-NEXT THRU 2100-EXIT.
000000 5100-EXIT.
000000     EXIT.
000000*
000000 8000-WRITE-TOTALS.
000000     MOVE "MAINTENANCE READ     :" TO WS-TL-LABEL.
000000     MOVE WS-HMNT-READ-COUNT TO WS-TL-COUNT.
000000     WRITE PRINT-REC FROM WS-TOTAL-LINE
000000           AFTER ADVANCING 2 LINES.
000000     MOVE "HOLDS PLACED         :" TO WS-BL-LABEL.
000000     MOVE WS-PLACED-COUNT TO WS-BL-COUNT.
000000     MOVE WS-PLACED-SUM  TO WS-BL-SUM.
000000     WRITE PRINT-REC FROM WS-BAND-LINE
000000           AFTER ADVANCING 1 LINE.
000000     MOVE "HOLDS RELEASED       :" TO WS-BL-LABEL.
000000     MOVE WS-RELEASED-COUNT TO WS-BL-COUNT.
000000     MOVE WS-RELEASED-SUM TO WS-BL-SUM.
000000     WRITE PRINT-REC FROM WS-BAND-LINE
000000           AFTER ADVANCING 1 LINE.
000000     MOVE "HOLDS EXPIRED        :" TO WS-BL-LABEL.
000000     MOVE WS-EXPIRED-COUNT TO WS-BL-COUNT.
000000     MOVE WS-EXPIRED-SUM TO WS-BL-SUM.
000000     WRITE PRINT-REC FROM WS-BAND-LINE
000000           AFTER ADVANCING 1 LINE.
000000     MOVE "MAINTENANCE REFUSED  :" TO WS-TL-LABEL.
000000     MOVE WS-REFUSED-COUNT TO WS-TL-COUNT.
000000     WRITE PRINT-REC FROM WS-TOTAL-LINE
000000           AFTER ADVANCING 1 LINE.
000000     MOVE "ALREADY APPLIED TODAY:" TO WS-TL-LABEL.
000000     MOVE WS-REPEATED-COUNT TO WS-TL-COUNT.
000000     WRITE PRINT-REC FROM WS-TOTAL-LINE
000000           AFTER ADVANCING 1 LINE.
000000     MOVE "HOLDS ACTIVE         :" TO WS-BL-LABEL.
000000     MOVE WS-ACTIVE-COUNT TO WS-BL-COUNT.
000000     MOVE WS-ACTIVE-SUM  TO WS-BL-SUM.
000000     WRITE PRINT-REC FROM WS-BAND-LINE
000000           AFTER ADVANCING 2 LINES.
000000     DISPLAY "FXPN0029 - HOLDS PLACED        = ",
000000             WS-PLACED-COUNT.
000000     DISPLAY "FXPN0029 - HOLDS RELEASED      = ",
000000             WS-RELEASED-COUNT.
000000     DISPLAY "FXPN0029 - HOLDS EXPIRED       = ",
000000             WS-EXPIRED-COUNT.
000000     DISPLAY "FXPN0029 - MAINTENANCE REFUSED = ",
000000             WS-REFUSED-COUNT.
000000     DISPLAY "FXPN0029 - HOLDS ACTIVE        = ",
000000             WS-ACTIVE-COUNT.
000000 8000-EXIT.
000000     EXIT.
000000*
000000 9000-TERMINATE.
000000     CLOSE HOLD-FILE.
000000     IF WS-H-STATUS NOT = "00"
000000         MOVE "CLOSE"      TO WS-ERROR-OPERATION
000000         MOVE "HOLD-FILE"  TO WS-ERROR-FILE-NAME
000000         MOVE WS-H-STATUS  TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000     CLOSE A-FILE.
000000     IF WS-A-STATUS NOT = "00"
000000         MOVE "CLOSE"      TO WS-ERROR-OPERATION
000000         MOVE "A-FILE"     TO WS-ERROR-FILE-NAME
000000         MOVE WS-A-STATUS  TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000     IF NOT WS-HMNT-ABSENT
000000         CLOSE HMNT-FILE
000000         IF WS-M-STATUS NOT = "00"
000000             MOVE "CLOSE"      TO WS-ERROR-OPERATION
000000             MOVE "HMNT-FILE"  TO WS-ERROR-FILE-NAME
000000             MOVE WS-M-STATUS  TO WS-ERROR-STATUS
000000             PERFORM 9900-FILE-ERROR
000000         END-IF
000000     END-IF.
000000     CLOSE PRINT-FILE.
000000 9000-EXIT.
000000     EXIT.
000000*
000000 9900-FILE-ERROR.
000000     DISPLAY "FXPN0029 - FILE I/O ERROR".
000000     DISPLAY "OPERATION : ", WS-ERROR-OPERATION.
000000     DISPLAY "FILE      : ", WS-ERROR-FILE-NAME.
000000     DISPLAY "STATUS    : ", WS-ERROR-STATUS.
000000     MOVE 16             TO RETURN-CODE.
000000     GOBACK.
000000*
