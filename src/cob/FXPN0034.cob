000000 IDENTIFICATION         DIVISION.
000000 PROGRAM-ID.            FXPN0034.
000000 AUTHOR.                dubenju@126.com.
000000 DATE-WRITTEN.          2026.10.15.
000000 DATE-COMPILED.
000000*
000000* FXPN0034 prints the consolidated customer exposure report
000000* for the credit desk.  It reads the customer master (see
000000* CUSTREC) and the customer link file (see CLNKREC) together
000000* in customer order and, for each customer, lists every
000000* account it holds under an active link with the account's
000000* A-FILE balance, overdraft limit and overdraft in use (the
000000* amount the balance is below zero).  After a customer's
000000* accounts it prints the customer line with the combined
000000* balance, combined limits and combined overdraft in use,
000000* flagged OVER when the combined overdraft in use is more
000000* than the exposure limit on the parameter record (see
000000* XPRMREC) - the figure the credit desk needs when it works
000000* an FXPN0021 referral, which only shows the one account.
000000*
000000* A joint account counts in full against each of its holders,
000000* since each is liable for all of it; the report totals are
000000* the sums over customers, so a joint account is counted once
000000* for each holder.  A linked account no longer on A-FILE is
000000* listed as MISSING and counts nothing; a link to a customer
000000* not on the master is counted as an orphan link.
000000*
000000* A missing customer master or link file simply means no
000000* customer has been set up yet; the report is produced with
000000* zero totals.
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
000000     SELECT CUST-FILE   ASSIGN TO "FXPN0033c.txt"
000000                        ORGANIZATION IS INDEXED
000000                        ACCESS MODE IS DYNAMIC
000000                        RECORD KEY IS CUST-ID
000000                        FILE STATUS IS WS-C-STATUS.
000000     SELECT CLNK-FILE   ASSIGN TO "FXPN0033l.txt"
000000                        ORGANIZATION IS INDEXED
000000                        ACCESS MODE IS DYNAMIC
000000                        RECORD KEY IS CLNK-KEY
000000                        FILE STATUS IS WS-L-STATUS.
000000     SELECT A-FILE      ASSIGN TO "FXPN0002a.txt"
000000                        ORGANIZATION IS INDEXED
000000                        ACCESS MODE IS DYNAMIC
000000                        RECORD KEY IS ACC-NO OF A-REC
000000                        FILE STATUS IS WS-A-STATUS.
000000     SELECT XPRM-FILE   ASSIGN TO "FXPN0034p.txt"
000000                        ORGANIZATION IS SEQUENTIAL
000000                        FILE STATUS IS WS-X-STATUS.
000000     SELECT PRINT-FILE  ASSIGN TO "FXPN0034.LST"
000000                        ORGANIZATION IS LINE SEQUENTIAL.
000000     SELECT PARM-FILE   ASSIGN TO "FXPN0000p.txt"
000000                        ORGANIZATION IS SEQUENTIAL
000000                        FILE STATUS IS WS-P-STATUS.
000000*
000000 DATA                   DIVISION.
000000 FILE                   SECTION.
000000 FD  CUST-FILE.
000000     COPY CUSTREC.
000000 FD  CLNK-FILE.
000000     COPY CLNKREC.
000000 FD  A-FILE.
000000     COPY AFILEREC.
000000 FD  XPRM-FILE.
000000     COPY XPRMREC.
000000 FD  PRINT-FILE.
000000 01  PRINT-REC           PIC X(80).
000000 FD  PARM-FILE.
000000     COPY PARMREC.
000000*
000000 WORKING-STORAGE        SECTION.
000000*
000000 01  WS-C-STATUS         PIC X(02).
000000 01  WS-L-STATUS         PIC X(02).
000000 01  WS-A-STATUS         PIC X(02).
000000 01  WS-X-STATUS         PIC X(02).
000000 01  WS-P-STATUS         PIC X(02).
000000*
000000 01  WS-ERROR-OPERATION  PIC X(10).
000000 01  WS-ERROR-FILE-NAME  PIC X(20).
000000 01  WS-ERROR-STATUS     PIC X(02).
000000*
000000 01  WS-CUST-EOF-SW      PIC X(01)   VALUE "N".
000000     88 WS-CUST-AT-EOF               VALUE "Y".
000000 01  WS-CUST-ABSENT-SW   PIC X(01)   VALUE "N".
000000     88 WS-CUST-ABSENT               VALUE "Y".
000000 01  WS-LINK-EOF-SW      PIC X(01)   VALUE "N".
000000     88 WS-LINK-AT-EOF               VALUE "Y".
000000 01  WS-LINK-ABSENT-SW   PIC X(01)   VALUE "N".
000000     88 WS-LINK-ABSENT               VALUE "Y".
000000 01  WS-A-FOUND-SW       PIC X(01)   VALUE "N".
000000     88 WS-A-NOT-FOUND               VALUE "Y".
000000*
000000 01  WS-EXPOSURE-LIMIT   PIC 9(5)V9(2).
000000*
000000* Totals for the customer being reported.
000000 01  WS-CU-ACC-COUNT     PIC 9(03)   COMP    VALUE ZERO.
000000 01  WS-CU-BALANCE       PIC S9(07)V9(02)    VALUE ZERO.
000000 01  WS-CU-LIMITS        PIC S9(07)V9(02)    VALUE ZERO.
000000 01  WS-CU-USED          PIC S9(07)V9(02)    VALUE ZERO.
000000 01  WS-ACC-USED         PIC S9(03)V9(02)    VALUE ZERO.
000000*
000000 01  WS-CUST-COUNT       PIC 9(07)   COMP    VALUE ZERO.
000000 01  WS-OVER-COUNT       PIC 9(07)   COMP    VALUE ZERO.
000000 01  WS-LINKED-COUNT     PIC 9(07)   COMP    VALUE ZERO.
000000 01  WS-MISSING-COUNT    PIC 9(07)   COMP    VALUE ZERO.
000000 01  WS-ORPHAN-COUNT     PIC 9(07)   COMP    VALUE ZERO.
000000 01  WS-TOTAL-BALANCE    PIC S9(09)V9(02)    VALUE ZERO.
000000 01  WS-TOTAL-LIMITS     PIC S9(09)V9(02)    VALUE ZERO.
000000 01  WS-TOTAL-USED       PIC S9(09)V9(02)    VALUE ZERO.
000000 01  WS-OVER-USED        PIC S9(09)V9(02)    VALUE ZERO.
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
000000        "CUSTOMER EXPOSURE REPORT".
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
000000 01  WS-LIMIT-LINE.
000000     05 FILLER           PIC X(17)   VALUE "EXPOSURE LIMIT : ".
000000     05 WS-LL-LIMIT      PIC ZZ,ZZ9.99.
000000*
000000 01  WS-HEADER-LINE.
000000     05 FILLER           PIC X(01)   VALUE SPACES.
000000     05 FILLER           PIC X(09)   VALUE "CUST-ID".
000000     05 FILLER           PIC X(22)   VALUE "CUSTOMER / ACCOUNT".
000000     05 FILLER           PIC X(03)   VALUE "GR".
000000     05 FILLER           PIC X(08)   VALUE "ACC".
000000     05 FILLER           PIC X(10)   VALUE "BALANCE".
000000     05 FILLER           PIC X(11)   VALUE "OD LIMIT".
000000     05 FILLER           PIC X(11)   VALUE "OD USED".
000000     05 FILLER           PIC X(04)   VALUE "FLAG".
000000*
000000 01  WS-ACCOUNT-LINE.
000000     05 FILLER           PIC X(10)   VALUE SPACES.
000000     05 FILLER           PIC X(08)   VALUE "ACCOUNT ".
000000     05 WS-AL-ACC-NO     PIC -ZZ9.99.
000000     05 FILLER           PIC X(02)   VALUE SPACES.
000000     05 WS-AL-ROLE       PIC X(01).
000000     05 FILLER           PIC X(02)   VALUE SPACES.
000000     05 WS-AL-STATUS     PIC X(01).
000000     05 FILLER           PIC X(09)   VALUE SPACES.
000000     05 WS-AL-BALANCE    PIC -ZZ,ZZ9.99.
000000     05 WS-AL-BALANCE-X  REDEFINES WS-AL-BALANCE
000000                         PIC X(10).
000000     05 FILLER           PIC X(02)   VALUE SPACES.
000000     05 WS-AL-LIMIT      PIC ZZ,ZZ9.99.
000000     05 WS-AL-LIMIT-X    REDEFINES WS-AL-LIMIT
000000                         PIC X(09).
000000     05 FILLER           PIC X(02)   VALUE SPACES.
000000     05 WS-AL-USED       PIC ZZ,ZZ9.99.
000000     05 WS-AL-USED-X     REDEFINES WS-AL-USED
000000                         PIC X(09).
000000     05 FILLER           PIC X(01)   VALUE SPACES.
000000     05 WS-AL-NOTE       PIC X(07).
000000*
000000 01  WS-CUSTOMER-LINE.
000000     05 FILLER           PIC X(01)   VALUE SPACES.
000000     05 WS-CL-CUST-ID    PIC 9(07).
000000     05 FILLER           PIC X(02)   VALUE SPACES.
000000     05 WS-CL-NAME       PIC X(20).
000000     05 FILLER           PIC X(02)   VALUE SPACES.
000000     05 WS-CL-GRADE      PIC X(01).
000000     05 FILLER           PIC X(02)   VALUE SPACES.
000000     05 WS-CL-ACC-COUNT  PIC ZZ9.
000000     05 FILLER           PIC X(02)   VALUE SPACES.
000000     05 WS-CL-BALANCE    PIC -ZZ,ZZ9.99.
000000     05 FILLER           PIC X(02)   VALUE SPACES.
000000     05 WS-CL-LIMITS     PIC ZZ,ZZ9.99.
000000     05 FILLER           PIC X(02)   VALUE SPACES.
000000     05 WS-CL-USED       PIC ZZ,ZZ9.99.
000000     05 FILLER           PIC X(02)   VALUE SPACES.
000000     05 WS-CL-FLAG       PIC X(04).
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
000000     PERFORM 2000-REPORT-CUSTOMER THRU 2000-EXIT
000000             UNTIL WS-CUST-AT-EOF.
000000     PERFORM 2200-SKIP-ORPHAN-LINK THRU 2200-EXIT
000000             UNTIL WS-LINK-AT-EOF.
000000     PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
000000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
000000     GOBACK.
000000*
000000 1000-INITIALIZE.
000000     PERFORM 1050-READ-PARMS THRU 1050-EXIT.
000000     PERFORM 1080-READ-XPRM THRU 1080-EXIT.
000000     OPEN INPUT CUST-FILE.
000000     IF WS-C-STATUS = "35"
000000         SET WS-CUST-ABSENT TO TRUE
000000         SET WS-CUST-AT-EOF TO TRUE
000000         DISPLAY "FXPN0034 - CUST-FILE NOT FOUND, NO",
000000                 " CUSTOMERS TO REPORT"
000000     ELSE IF WS-C-STATUS NOT = "00"
000000         MOVE "OPEN"      TO WS-ERROR-OPERATION
000000         MOVE "CUST-FILE" TO WS-ERROR-FILE-NAME
000000         MOVE WS-C-STATUS TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000     OPEN INPUT CLNK-FILE.
000000     IF WS-L-STATUS = "35"
000000         SET WS-LINK-ABSENT TO TRUE
000000         SET WS-LINK-AT-EOF TO TRUE
000000         DISPLAY "FXPN0034 - CLNK-FILE NOT FOUND, NO",
000000                 " ACCOUNTS LINKED"
000000     ELSE IF WS-L-STATUS NOT = "00"
000000         MOVE "OPEN"      TO WS-ERROR-OPERATION
000000         MOVE "CLNK-FILE" TO WS-ERROR-FILE-NAME
000000         MOVE WS-L-STATUS TO WS-ERROR-STATUS
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
000000     IF NOT WS-CUST-ABSENT
000000         PERFORM 2100-READ-CUST-NEXT THRU 2100-EXIT
000000     END-IF.
000000     IF NOT WS-LINK-ABSENT
000000         PERFORM 2150-READ-LINK-NEXT THRU 2150-EXIT
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
000000             DISPLAY "FXPN0034 - PARM-FILE IS EMPTY"
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
000000         DISPLAY "FXPN0034 - INVALID PARAMETER RECORD"
000000         MOVE 16         TO RETURN-CODE
000000         GOBACK
000000     END-IF.
000000     MOVE PARM-PAGE-SIZE TO WS-MAX-LINES.
000000     MOVE PARM-RUN-DATE  TO WS-CURRENT-DATE.
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
000000 1080-READ-XPRM.
000000     OPEN INPUT XPRM-FILE.
000000     IF WS-X-STATUS NOT = "00"
000000         MOVE "OPEN"      TO WS-ERROR-OPERATION
000000         MOVE "XPRM-FILE" TO WS-ERROR-FILE-NAME
000000         MOVE WS-X-STATUS TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000     READ XPRM-FILE
000000         AT END
000000             DISPLAY "FXPN0034 - XPRM-FILE IS EMPTY"
000000             MOVE 16     TO RETURN-CODE
000000             GOBACK
000000     END-READ.
000000     IF XPRM-EXPOSURE-LIMIT IS NOT NUMERIC
000000         DISPLAY "FXPN0034 - INVALID EXPOSURE PARAMETER RECORD"
000000         MOVE 16         TO RETURN-CODE
000000         GOBACK
000000     END-IF.
000000     MOVE XPRM-EXPOSURE-LIMIT TO WS-EXPOSURE-LIMIT.
000000     CLOSE XPRM-FILE.
000000     IF WS-X-STATUS NOT = "00"
000000         MOVE "CLOSE"     TO WS-ERROR-OPERATION
000000         MOVE "XPRM-FILE" TO WS-ERROR-FILE-NAME
000000         MOVE WS-X-STATUS TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000 1080-EXIT.
000000     EXIT.
000000*
000000* Both files are read in customer order.  Links for a customer
000000* ID below the current customer have no customer on the
000000* master and are skipped as orphans.
000000*
000000 2000-REPORT-CUSTOMER.
000000     MOVE ZERO           TO WS-CU-ACC-COUNT.
000000     MOVE ZERO           TO WS-CU-BALANCE.
000000     MOVE ZERO           TO WS-CU-LIMITS.
000000     MOVE ZERO           TO WS-CU-USED.
000000     IF WS-LINE-COUNT + 2 >= WS-MAX-LINES
000000         PERFORM 3000-NEW-PAGE THRU 3000-EXIT
000000     ELSE
000000         MOVE SPACES     TO PRINT-REC
000000         WRITE PRINT-REC AFTER ADVANCING 1 LINE
000000         ADD 1 TO WS-LINE-COUNT
000000     END-IF.
000000     PERFORM 2200-SKIP-ORPHAN-LINK THRU 2200-EXIT
000000             UNTIL WS-LINK-AT-EOF
000000                OR CLNK-CUST-ID >= CUST-ID.
000000     PERFORM 2300-NOTE-LINK THRU 2300-EXIT
000000             UNTIL WS-LINK-AT-EOF
000000                OR CLNK-CUST-ID NOT = CUST-ID.
000000     PERFORM 2500-PRINT-CUSTOMER THRU 2500-EXIT.
000000     PERFORM 2100-READ-CUST-NEXT THRU 2100-EXIT.
000000 2000-EXIT.
000000     EXIT.
000000*
000000 2100-READ-CUST-NEXT.
000000     READ CUST-FILE NEXT RECORD
000000         AT END
000000             SET WS-CUST-AT-EOF TO TRUE
000000     END-READ.
000000 2100-EXIT.
000000     EXIT.
000000*
000000 2150-READ-LINK-NEXT.
000000     READ CLNK-FILE NEXT RECORD
000000         AT END
000000             SET WS-LINK-AT-EOF TO TRUE
000000     END-READ.
000000 2150-EXIT.
000000     EXIT.
000000*
000000 2200-SKIP-ORPHAN-LINK.
000000     IF CLNK-ACTIVE
000000         ADD 1 TO WS-ORPHAN-COUNT
000000     END-IF.
000000     PERFORM 2150-READ-LINK-NEXT THRU 2150-EXIT.
000000 2200-EXIT.
000000     EXIT.
000000*
000000 2300-NOTE-LINK.
000000     IF NOT CLNK-ACTIVE
000000         GO TO 2300-NEXT
000000     END-IF.
000000     ADD 1 TO WS-LINKED-COUNT.
000000     IF WS-LINE-COUNT >= WS-MAX-LINES
000000         PERFORM 3000-NEW-PAGE THRU 3000-EXIT
000000     END-IF.
000000     MOVE CLNK-ACC-NO    TO WS-AL-ACC-NO.
000000     MOVE CLNK-ROLE      TO WS-AL-ROLE.
000000     MOVE "N"            TO WS-A-FOUND-SW.
000000     MOVE CLNK-ACC-NO    TO ACC-NO OF A-REC.
000000     READ A-FILE
000000         INVALID KEY
000000             SET WS-A-NOT-FOUND TO TRUE
000000     END-READ.
000000     IF WS-A-NOT-FOUND
000000         ADD 1 TO WS-MISSING-COUNT
000000         MOVE SPACE      TO WS-AL-STATUS
000000         MOVE SPACES     TO WS-AL-BALANCE-X
000000         MOVE SPACES     TO WS-AL-LIMIT-X
000000         MOVE SPACES     TO WS-AL-USED-X
000000         MOVE "MISSING"  TO WS-AL-NOTE
000000         WRITE PRINT-REC FROM WS-ACCOUNT-LINE
000000               AFTER ADVANCING 1 LINE
000000         ADD 1 TO WS-LINE-COUNT
000000         GO TO 2300-NEXT
000000     END-IF.
000000     MOVE ZERO           TO WS-ACC-USED.
000000     IF A-BALANCE < ZERO
000000         COMPUTE WS-ACC-USED = ZERO - A-BALANCE
000000     END-IF.
000000     ADD 1 TO WS-CU-ACC-COUNT.
000000     ADD A-BALANCE TO WS-CU-BALANCE
000000         ON SIZE ERROR
000000             DISPLAY "FXPN0034 - SIZE ERROR ON CUSTOMER BALANCE"
000000     END-ADD.
000000     ADD A-OD-LIMIT TO WS-CU-LIMITS
000000         ON SIZE ERROR
000000             DISPLAY "FXPN0034 - SIZE ERROR ON CUSTOMER LIMITS"
000000     END-ADD.
000000     ADD WS-ACC-USED TO WS-CU-USED
000000         ON SIZE ERROR
000000             DISPLAY "FXPN0034 - SIZE ERROR ON CUSTOMER USED"
000000     END-ADD.
000000     MOVE A-STATUS       TO WS-AL-STATUS.
000000     MOVE A-BALANCE      TO WS-AL-BALANCE.
000000     MOVE A-OD-LIMIT     TO WS-AL-LIMIT.
000000     MOVE WS-ACC-USED    TO WS-AL-USED.
000000     MOVE SPACES         TO WS-AL-NOTE.
000000     WRITE PRINT-REC FROM WS-ACCOUNT-LINE
000000           AFTER ADVANCING 1 LINE.
000000     ADD 1 TO WS-LINE-COUNT.
000000 2300-NEXT.
000000     PERFORM 2150-READ-LINK-NEXT THRU 2150-EXIT.
000000 2300-EXIT.
000000     EXIT.
000000*
000000 2500-PRINT-CUSTOMER.
000000     ADD 1 TO WS-CUST-COUNT.
000000     ADD WS-CU-BALANCE TO WS-TOTAL-BALANCE
000000         ON SIZE ERROR
000000             DISPLAY "FXPN0034 - SIZE ERROR ON TOTAL BALANCE"
000000     END-ADD.
000000     ADD WS-CU-LIMITS TO WS-TOTAL-LIMITS
000000         ON SIZE ERROR
000000             DISPLAY "FXPN0034 - SIZE ERROR ON TOTAL LIMITS"
000000     END-ADD.
000000     ADD WS-CU-USED TO WS-TOTAL-USED
000000         ON SIZE ERROR
000000             DISPLAY "FXPN0034 - SIZE ERROR ON TOTAL USED"
000000     END-ADD.
000000     MOVE SPACES         TO WS-CL-FLAG.
000000     IF WS-CU-USED > WS-EXPOSURE-LIMIT
000000         ADD 1 TO WS-OVER-COUNT
000000         ADD WS-CU-USED TO WS-OVER-USED
000000             ON SIZE ERROR
000000                 DISPLAY "FXPN0034 - SIZE ERROR ON OVER USED"
000000         END-ADD
000000         MOVE "OVER"     TO WS-CL-FLAG
000000     END-IF.
000000     IF WS-LINE-COUNT >= WS-MAX-LINES
000000         PERFORM 3000-NEW-PAGE THRU 3000-EXIT
000000     END-IF.
000000     MOVE CUST-ID        TO WS-CL-CUST-ID.
000000     MOVE CUST-NAME      TO WS-CL-NAME.
000000     MOVE CUST-RISK-GRADE TO WS-CL-GRADE.
000000     MOVE WS-CU-ACC-COUNT TO WS-CL-ACC-COUNT.
000000     MOVE WS-CU-BALANCE  TO WS-CL-BALANCE.
000000     MOVE WS-CU-LIMITS   TO WS-CL-LIMITS.
000000     MOVE WS-CU-USED     TO WS-CL-USED.
000000     WRITE PRINT-REC FROM WS-CUSTOMER-LINE
000000           AFTER ADVANCING 1 LINE.
000000     ADD 1 TO WS-LINE-COUNT.
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
000000     MOVE WS-EXPOSURE-LIMIT TO WS-LL-LIMIT.
000000     WRITE PRINT-REC FROM WS-LIMIT-LINE
000000           AFTER ADVANCING 1 LINE.
000000     WRITE PRINT-REC FROM WS-HEADER-LINE
000000           AFTER ADVANCING 2 LINES.
000000     MOVE ZERO TO WS-LINE-COUNT.
000000 3000-EXIT.
000000     EXIT.
000000*
000000 8000-WRITE-TOTALS.
000000     MOVE "CUSTOMERS REPORTED   :" TO WS-TL-LABEL.
000000     MOVE WS-CUST-COUNT  TO WS-TL-COUNT.
000000     WRITE PRINT-REC FROM WS-TOTAL-LINE
000000           AFTER ADVANCING 2 LINES.
000000     MOVE "CUSTOMERS OVER LIMIT :" TO WS-TL-LABEL.
000000     MOVE WS-OVER-COUNT  TO WS-TL-COUNT.
000000     WRITE PRINT-REC FROM WS-TOTAL-LINE
000000           AFTER ADVANCING 1 LINE.
000000     MOVE "ACCOUNT LINKS        :" TO WS-TL-LABEL.
000000     MOVE WS-LINKED-COUNT TO WS-TL-COUNT.
000000     WRITE PRINT-REC FROM WS-TOTAL-LINE
000000           AFTER ADVANCING 1 LINE.
000000     MOVE "LINKED, NOT ON A-FILE:" TO WS-TL-LABEL.
000000     MOVE WS-MISSING-COUNT TO WS-TL-COUNT.
000000     WRITE PRINT-REC FROM WS-TOTAL-LINE
000000           AFTER ADVANCING 1 LINE.
000000     MOVE "ORPHAN LINKS         :" TO WS-TL-LABEL.
000000     MOVE WS-ORPHAN-COUNT TO WS-TL-COUNT.
000000     WRITE PRINT-REC FROM WS-TOTAL-LINE
000000           AFTER ADVANCING 1 LINE.
000000     MOVE "SUM OF BALANCES      :" TO WS-SL-LABEL.
000000     MOVE WS-TOTAL-BALANCE TO WS-SL-SUM.
000000     WRITE PRINT-REC FROM WS-SUM-LINE
000000           AFTER ADVANCING 2 LINES.
000000     MOVE "SUM OF OD LIMITS     :" TO WS-SL-LABEL.
000000     MOVE WS-TOTAL-LIMITS TO WS-SL-SUM.
000000     WRITE PRINT-REC FROM WS-SUM-LINE
000000           AFTER ADVANCING 1 LINE.
000000     MOVE "SUM OF OD IN USE     :" TO WS-SL-LABEL.
000000     MOVE WS-TOTAL-USED  TO WS-SL-SUM.
000000     WRITE PRINT-REC FROM WS-SUM-LINE
000000           AFTER ADVANCING 1 LINE.
000000     MOVE "OD IN USE, OVER LIMIT:" TO WS-SL-LABEL.
000000     MOVE WS-OVER-USED   TO WS-SL-SUM.
000000     WRITE PRINT-REC FROM WS-SUM-LINE
000000           AFTER ADVANCING 1 LINE.
000000     DISPLAY "FXPN0034 - CUSTOMERS REPORTED  = ",
000000             WS-CUST-COUNT.
000000     DISPLAY "FXPN0034 - CUSTOMERS OVER LIMIT = ",
000000             WS-OVER-COUNT.
000000 8000-EXIT.
000000     EXIT.
000000*
000000 9000-TERMINATE.
000000     IF NOT WS-CUST-ABSENT
000000         CLOSE CUST-FILE
000000         IF WS-C-STATUS NOT = "00"
000000             MOVE "CLOSE"      TO WS-ERROR-OPERATION
000000             MOVE "CUST-FILE"  TO WS-ERROR-FILE-NAME
000000             MOVE WS-C-STATUS  TO WS-ERROR-STATUS
000000             PERFORM 9900-FILE-ERROR
000000         END-IF
000000     END-IF.
000000     IF NOT WS-LINK-ABSENT
000000         CLOSE CLNK-FILE
000000         IF WS-L-STATUS NOT = "00"
000000             MOVE "CLOSE"      TO WS-ERROR-OPERATION
000000             MOVE "CLNK-FILE"  TO WS-ERROR-FILE-NAME
000000             MOVE WS-L-STATUS  TO WS-ERROR-STATUS
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
000000     DISPLAY "FXPN0034 - FILE I/O ERROR".
000000     DISPLAY "OPERATION : ", WS-ERROR-OPERATION.
000000     DISPLAY "FILE      : ", WS-ERROR-FILE-NAME.
000000     DISPLAY "STATUS    : ", WS-ERROR-STATUS.
000000     MOVE 16             TO RETURN-CODE.
000000     GOBACK.
000000*
