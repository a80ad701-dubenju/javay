000000* snapshot is reported as NOT ON FILE rather than failing the
000000* inquiry - absence is an answer too.
000000*
000000* The customer relationships section shows each customer the
000000* account is linked to on the customer link file (see CLNKREC)
000000* and that customer's other accounts, so a caller's whole
000000* relationship is on the one page.
000000*
000000* MODIFICATION HISTORY
000000* ----------------------------------------------------------
000000* 2026.09.02  DJ  Initial version.
000000* 2026.09.02  DJ  The master-state lines now show the new
000000*                 per-account overdraft limit (see AFILEREC) -
000000*                 the first thing the credit desk asks for.
000000* 2026.10.15  DJ  Added a funds-holds section after the master
000000*                 state: the account's active holds (see HOLDREC),
000000*                 the total on hold and the available balance
000000*                 FXPN0002 now tests debits against.
000000* 2026.10.15  DJ  Added a customer relationships section after the
000000*                 holds: each customer the account is linked to
000000*                 (see CUSTREC, CLNKREC) with its role and risk
000000*                 grade, and that customer's other accounts from
000000*                 A-FILE.
000000* 2026.10.15  DJ  The funds-holds section now tests hold expiry
000000*                 against the run date saved before the parameter
000000*                 file is closed, and observes the page size: the
000000*                 hold header is repeated on a new page and the
000000*                 hold totals are kept together.
000000*
000000 ENVIRONMENT            DIVISION.
000000 CONFIGURATION          SECTION.
000000     SELECT AUDIT-FILE  ASSIGN TO "FXPN0002u.txt"
000000                        ORGANIZATION IS SEQUENTIAL
000000                        FILE STATUS IS WS-AUDIT-STATUS.
000000     SELECT HOLD-FILE   ASSIGN TO "FXPN0029h.txt"
000000                        ORGANIZATION IS INDEXED
000000                        ACCESS MODE IS DYNAMIC
000000                        RECORD KEY IS HOLD-KEY
000000                        FILE STATUS IS WS-HOLD-STATUS.
000000     SELECT CUST-FILE   ASSIGN TO "FXPN0033c.txt"
000000                        ORGANIZATION IS INDEXED
000000                        ACCESS MODE IS DYNAMIC
000000                        RECORD KEY IS CUST-ID
000000                        FILE STATUS IS WS-CUST-STATUS.
000000     SELECT CLNK-FILE   ASSIGN TO "FXPN0033l.txt"
000000                        ORGANIZATION IS INDEXED
000000                        ACCESS MODE IS DYNAMIC
000000                        RECORD KEY IS CLNK-KEY
000000                        FILE STATUS IS WS-CLNK-STATUS.
000000     SELECT SNAP-FILE   ASSIGN TO WS-SNAP-NAME
000000                        ORGANIZATION IS SEQUENTIAL
000000                        FILE STATUS IS WS-SNAP-STATUS.
000000     COPY BFILEREC.
000000 FD  AUDIT-FILE.
000000     COPY AUDITREC.
000000 FD  HOLD-FILE.
000000     COPY HOLDREC.
000000 FD  CUST-FILE.
000000     COPY CUSTREC.
000000 FD  CLNK-FILE.
000000     COPY CLNKREC.
000000 FD  SNAP-FILE.
000000     COPY HISTREC.
000000 FD  SELECT-FILE.
000000 01  WS-B-STATUS         PIC X(02).
000000 01  WS-AUDIT-STATUS     PIC X(02).
000000 01  WS-SNAP-STATUS      PIC X(02).
000000 01  WS-HOLD-STATUS      PIC X(02).
000000 01  WS-CUST-STATUS      PIC X(02).
000000 01  WS-CLNK-STATUS      PIC X(02).
000000 01  WS-S-STATUS         PIC X(02).
000000 01  WS-P-STATUS         PIC X(02).
000000*
000000     88 WS-SNAP-AT-EOF               VALUE "Y".
000000 01  WS-SNAP-FOUND-SW    PIC X(01)   VALUE "N".
000000     88 WS-SNAP-FOUND                VALUE "Y".
000000 01  WS-HOLD-EOF-SW      PIC X(01)   VALUE "N".
000000     88 WS-HOLD-AT-EOF               VALUE "Y".
000000 01  WS-HOLD-ABSENT-SW   PIC X(01)   VALUE "N".
000000     88 WS-HOLD-ABSENT               VALUE "Y".
000000 01  WS-CUST-ABSENT-SW   PIC X(01)   VALUE "N".
000000     88 WS-CUST-ABSENT               VALUE "Y".
000000 01  WS-CLNK-ABSENT-SW   PIC X(01)   VALUE "N".
000000     88 WS-CLNK-ABSENT               VALUE "Y".
000000 01  WS-CLNK-EOF-SW      PIC X(01)   VALUE "N".
000000     88 WS-CLNK-AT-EOF               VALUE "Y".
000000 01  WS-CUST-FOUND-SW    PIC X(01)   VALUE "N".
000000     88 WS-CUST-NOT-FOUND            VALUE "Y".
000000 01  WS-OA-FOUND-SW      PIC X(01)   VALUE "N".
000000     88 WS-OA-NOT-FOUND              VALUE "Y".
000000*
000000 01  WS-SNAP-NAME.
000000     05 FILLER           PIC X(09)   VALUE "FXPN0013h".
000000*
000000 01  WS-SNAP-IX          PIC 9(02)   COMP    VALUE ZERO.
000000 01  WS-AUDIT-HIT-COUNT  PIC 9(07)   COMP    VALUE ZERO.
000000 01  WS-HOLD-HIT-COUNT   PIC 9(07)   COMP    VALUE ZERO.
000000 01  WS-HELD-AMOUNT      PIC S9(6)V9(2)      VALUE ZERO.
000000 01  WS-AVAILABLE        PIC S9(7)V9(2)      VALUE ZERO.
000000 01  WS-OA-COUNT         PIC 9(03)   COMP    VALUE ZERO.
000000*
000000* Customers the account is linked to.
000000 01  WS-IC-MAX           PIC 9(02)   COMP    VALUE 20.
000000 01  WS-IC-COUNT         PIC 9(02)   COMP    VALUE ZERO.
000000 01  WS-IC-IX            PIC 9(02)   COMP    VALUE ZERO.
000000 01  WS-IC-TABLE.
000000     05 WS-IC-ENTRY      OCCURS 20 TIMES.
000000         10 WS-IC-CUST-ID    PIC 9(07).
000000         10 WS-IC-ROLE       PIC X(01).
000000*
000000 01  WS-CURRENT-DATE.
000000     05 WS-CURR-CC       PIC 9(02).
000000     05 WS-CURR-YY       PIC 9(02).
000000     05 WS-CURR-MM       PIC 9(02).
000000     05 WS-CURR-DD       PIC 9(02).
000000 01  WS-RUN-DATE         PIC 9(08).
000000*
000000 01  WS-PAGE-COUNT       PIC 9(03)   COMP    VALUE ZERO.
000000 01  WS-LINE-COUNT       PIC 9(03)   COMP    VALUE ZERO.
000000     05 FILLER           PIC X(02)   VALUE SPACES.
000000     05 WS-AU-TIME       PIC 9(08).
000000*
000000 01  WS-HOLD-HEADER.
000000     05 FILLER           PIC X(01)   VALUE SPACES.
000000     05 FILLER           PIC X(05)   VALUE "SEQ".
000000     05 FILLER           PIC X(09)   VALUE "AMOUNT".
000000     05 FILLER           PIC X(22)   VALUE "REASON".
000000     05 FILLER           PIC X(10)   VALUE "PLACED".
000000     05 FILLER           PIC X(08)   VALUE "EXPIRY".
000000*
000000 01  WS-HOLD-LINE.
000000     05 FILLER           PIC X(01)   VALUE SPACES.
000000     05 WS-HL-SEQ        PIC 9(03).
000000     05 FILLER           PIC X(02)   VALUE SPACES.
000000     05 WS-HL-AMOUNT     PIC -ZZ9.99.
000000     05 FILLER           PIC X(02)   VALUE SPACES.
000000     05 WS-HL-REASON     PIC X(20).
000000     05 FILLER           PIC X(02)   VALUE SPACES.
000000     05 WS-HL-PLACED     PIC 9(08).
000000     05 FILLER           PIC X(02)   VALUE SPACES.
000000     05 WS-HL-EXPIRY     PIC 9(08).
000000*
000000 01  WS-AVAIL-LINE.
000000     05 FILLER           PIC X(01)   VALUE SPACES.
000000     05 WS-AV-LABEL      PIC X(20).
000000     05 WS-AV-AMOUNT     PIC -Z,ZZZ,ZZ9.99.
000000*
000000 01  WS-CUSTOMER-LINE.
000000     05 FILLER           PIC X(01)   VALUE SPACES.
000000     05 FILLER           PIC X(09)   VALUE "CUSTOMER ".
000000     05 WS-CU-CUST-ID    PIC 9(07).
000000     05 FILLER           PIC X(02)   VALUE SPACES.
000000     05 WS-CU-NAME       PIC X(40).
000000     05 FILLER           PIC X(02)   VALUE SPACES.
000000     05 FILLER           PIC X(05)   VALUE "ROLE ".
000000     05 WS-CU-ROLE       PIC X(01).
000000     05 FILLER           PIC X(02)   VALUE SPACES.
000000     05 FILLER           PIC X(06)   VALUE "GRADE ".
000000     05 WS-CU-GRADE      PIC X(01).
000000*
000000 01  WS-OTHER-LINE.
000000     05 FILLER           PIC X(03)   VALUE SPACES.
000000     05 FILLER           PIC X(10)   VALUE "OTHER ACC ".
000000     05 WS-OL-ACC-NO     PIC -ZZ9.99.
000000     05 FILLER           PIC X(02)   VALUE SPACES.
000000     05 WS-OL-ROLE       PIC X(01).
000000     05 FILLER           PIC X(02)   VALUE SPACES.
000000     05 WS-OL-NAME       PIC X(20).
000000     05 FILLER           PIC X(02)   VALUE SPACES.
000000     05 WS-OL-BALANCE    PIC -ZZ9.99.
000000     05 WS-OL-BALANCE-X  REDEFINES WS-OL-BALANCE
000000                         PIC X(07).
000000     05 FILLER           PIC X(02)   VALUE SPACES.
000000     05 WS-OL-OD-LIMIT   PIC ZZ9.99.
000000     05 WS-OL-OD-LIMIT-X REDEFINES WS-OL-OD-LIMIT
000000                         PIC X(06).
000000     05 FILLER           PIC X(02)   VALUE SPACES.
000000     05 WS-OL-STATUS     PIC X(01).
000000*
000000 01  WS-SNAP-LINE.
000000     05 FILLER           PIC X(10)   VALUE "SNAPSHOT ".
000000     05 WS-SN-DATE       PIC 9(08).
000000 0000-MAINLINE.
000000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000000     PERFORM 2000-SHOW-MASTERS THRU 2000-EXIT.
000000     PERFORM 2500-SHOW-HOLDS THRU 2500-EXIT.
000000     PERFORM 2800-SHOW-CUSTOMERS THRU 2800-EXIT.
000000     PERFORM 4000-SHOW-AUDIT-TRAIL THRU 4000-EXIT.
000000     PERFORM 6000-SHOW-SNAPSHOTS THRU 6000-EXIT.
000000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
000000         MOVE WS-AUDIT-STATUS TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000     OPEN INPUT HOLD-FILE.
000000     IF WS-HOLD-STATUS = "35"
000000         SET WS-HOLD-ABSENT TO TRUE
000000     ELSE IF WS-HOLD-STATUS NOT = "00"
000000         MOVE "OPEN"      TO WS-ERROR-OPERATION
000000         MOVE "HOLD-FILE" TO WS-ERROR-FILE-NAME
000000         MOVE WS-HOLD-STATUS TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000     OPEN INPUT CUST-FILE.
000000     IF WS-CUST-STATUS = "35"
000000         SET WS-CUST-ABSENT TO TRUE
000000     ELSE IF WS-CUST-STATUS NOT = "00"
000000         MOVE "OPEN"      TO WS-ERROR-OPERATION
000000         MOVE "CUST-FILE" TO WS-ERROR-FILE-NAME
000000         MOVE WS-CUST-STATUS TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000     OPEN INPUT CLNK-FILE.
000000     IF WS-CLNK-STATUS = "35"
000000         SET WS-CLNK-ABSENT TO TRUE
000000     ELSE IF WS-CLNK-STATUS NOT = "00"
000000         MOVE "OPEN"      TO WS-ERROR-OPERATION
000000         MOVE "CLNK-FILE" TO WS-ERROR-FILE-NAME
000000         MOVE WS-CLNK-STATUS TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000     OPEN OUTPUT PRINT-FILE.
000000     PERFORM 3000-NEW-PAGE THRU 3000-EXIT.
000000 1000-EXIT.
000000     END-IF.
000000     MOVE PARM-PAGE-SIZE TO WS-MAX-LINES.
000000     MOVE PARM-RUN-DATE  TO WS-CURRENT-DATE.
000000     MOVE PARM-RUN-DATE  TO WS-RUN-DATE.
000000     CLOSE PARM-FILE.
000000     IF WS-P-STATUS NOT = "00"
000000         MOVE "CLOSE"     TO WS-ERROR-OPERATION
000000 2000-EXIT.
000000     EXIT.
000000*
000000* The account's active holds are listed from the holds master
000000* by a START at its first sequence, and the available balance -
000000* the A-FILE balance less the holds, the figure FXPN0002 tests
000000* a debit against - is shown under them.  A hold past its
000000* expiry date that the holds step has not yet dropped is not
000000* counted, the same as at posting.
000000*
000000 2500-SHOW-HOLDS.
000000     MOVE "FUNDS HOLDS"  TO WS-SC-TEXT.
000000     WRITE PRINT-REC FROM WS-SECTION-LINE
000000           AFTER ADVANCING 2 LINES.
000000     ADD 3 TO WS-LINE-COUNT.
000000     IF WS-HOLD-ABSENT
000000         MOVE "HOLDS FILE NOT PRESENT" TO WS-SC-TEXT
000000         WRITE PRINT-REC FROM WS-SECTION-LINE
000000               AFTER ADVANCING 1 LINE
000000         ADD 1 TO WS-LINE-COUNT
000000     ELSE
000000         WRITE PRINT-REC FROM WS-HOLD-HEADER
000000               AFTER ADVANCING 1 LINE
000000         ADD 1 TO WS-LINE-COUNT
000000         MOVE "N"        TO WS-HOLD-EOF-SW
000000         MOVE A02        TO HOLD-ACC-NO
000000         MOVE ZERO       TO HOLD-SEQ
000000         START HOLD-FILE KEY NOT LESS THAN HOLD-KEY
000000             INVALID KEY
000000                 SET WS-HOLD-AT-EOF TO TRUE
000000         END-START
000000         IF NOT WS-HOLD-AT-EOF
000000             PERFORM 2600-READ-HOLD THRU 2600-EXIT
000000         END-IF
000000         PERFORM 2700-NOTE-HOLD THRU 2700-EXIT
000000                 UNTIL WS-HOLD-AT-EOF
000000         IF WS-HOLD-HIT-COUNT = ZERO
000000             MOVE "NO ACTIVE HOLDS ON THIS ACCOUNT"
000000                             TO WS-SC-TEXT
000000             WRITE PRINT-REC FROM WS-SECTION-LINE
000000                   AFTER ADVANCING 1 LINE
000000             ADD 1 TO WS-LINE-COUNT
000000         END-IF
000000     END-IF.
000000     IF WS-LINE-COUNT + 2 >= WS-MAX-LINES
000000         PERFORM 3000-NEW-PAGE THRU 3000-EXIT
000000     END-IF.
000000     MOVE "TOTAL ON HOLD      " TO WS-AV-LABEL.
000000     MOVE WS-HELD-AMOUNT TO WS-AV-AMOUNT.
000000     WRITE PRINT-REC FROM WS-AVAIL-LINE
000000           AFTER ADVANCING 1 LINE.
000000     ADD 1 TO WS-LINE-COUNT.
000000     IF WS-A-NOT-FOUND
000000         GO TO 2500-EXIT
000000     END-IF.
000000     COMPUTE WS-AVAILABLE = A-BALANCE - WS-HELD-AMOUNT.
000000     MOVE "AVAILABLE BALANCE  " TO WS-AV-LABEL.
000000     MOVE WS-AVAILABLE   TO WS-AV-AMOUNT.
000000     WRITE PRINT-REC FROM WS-AVAIL-LINE
000000           AFTER ADVANCING 1 LINE.
000000     ADD 1 TO WS-LINE-COUNT.
000000 2500-EXIT.
000000     EXIT.
000000*
000000 2600-READ-HOLD.
000000     READ HOLD-FILE NEXT RECORD
000000         AT END
000000             SET WS-HOLD-AT-EOF TO TRUE
000000     END-READ.
000000 2600-EXIT.
000000     EXIT.
000000*
000000 2700-NOTE-HOLD.
000000     IF HOLD-ACC-NO NOT = A02
000000         SET WS-HOLD-AT-EOF TO TRUE
000000         GO TO 2700-EXIT
000000     END-IF.
000000     IF HOLD-ACTIVE
000000        AND (HOLD-EXPIRY-DATE = ZERO
000000             OR HOLD-EXPIRY-DATE NOT < WS-RUN-DATE)
000000         ADD 1 TO WS-HOLD-HIT-COUNT
000000         ADD HOLD-AMOUNT TO WS-HELD-AMOUNT
000000             ON SIZE ERROR
000000                 DISPLAY "FXPN0020 - SIZE ERROR ON HELD AMOUNT"
000000         END-ADD
000000         IF WS-LINE-COUNT >= WS-MAX-LINES
000000             PERFORM 3000-NEW-PAGE THRU 3000-EXIT
000000             WRITE PRINT-REC FROM WS-HOLD-HEADER
000000                   AFTER ADVANCING 2 LINES
000000             ADD 3 TO WS-LINE-COUNT
000000         END-IF
000000         MOVE HOLD-SEQ     TO WS-HL-SEQ
000000         MOVE HOLD-AMOUNT  TO WS-HL-AMOUNT
000000         MOVE HOLD-REASON  TO WS-HL-REASON
000000         MOVE HOLD-PLACED-DATE TO WS-HL-PLACED
000000         MOVE HOLD-EXPIRY-DATE TO WS-HL-EXPIRY
000000         WRITE PRINT-REC FROM WS-HOLD-LINE
000000               AFTER ADVANCING 1 LINE
000000         ADD 1 TO WS-LINE-COUNT
000000     END-IF.
000000     PERFORM 2600-READ-HOLD THRU 2600-EXIT.
000000 2700-EXIT.
000000     EXIT.
000000*
000000* The customers the account is linked to are collected by a
000000* pass of the link file (it is keyed by customer, not account),
000000* then each customer's links are read back by a START at its
000000* first key to list its other accounts from A-FILE.
000000*
000000 2800-SHOW-CUSTOMERS.
000000     MOVE "CUSTOMER RELATIONSHIPS" TO WS-SC-TEXT.
000000     WRITE PRINT-REC FROM WS-SECTION-LINE
000000           AFTER ADVANCING 2 LINES.
000000     ADD 3 TO WS-LINE-COUNT.
000000     IF WS-CUST-ABSENT OR WS-CLNK-ABSENT
000000         MOVE "CUSTOMER FILES NOT PRESENT" TO WS-SC-TEXT
000000         WRITE PRINT-REC FROM WS-SECTION-LINE
000000               AFTER ADVANCING 1 LINE
000000         ADD 1 TO WS-LINE-COUNT
000000         GO TO 2800-EXIT
000000     END-IF.
000000     MOVE "N"            TO WS-CLNK-EOF-SW.
000000     MOVE LOW-VALUES     TO CLNK-KEY.
000000     START CLNK-FILE KEY NOT LESS THAN CLNK-KEY
000000         INVALID KEY
000000             SET WS-CLNK-AT-EOF TO TRUE
000000     END-START.
000000     IF NOT WS-CLNK-AT-EOF
000000         PERFORM 2810-READ-LINK THRU 2810-EXIT
000000     END-IF.
000000     PERFORM 2820-COLLECT-LINK THRU 2820-EXIT
000000             UNTIL WS-CLNK-AT-EOF.
000000     IF WS-IC-COUNT = ZERO
000000         MOVE "NO CUSTOMER LINKED TO THIS ACCOUNT"
000000                         TO WS-SC-TEXT
000000         WRITE PRINT-REC FROM WS-SECTION-LINE
000000               AFTER ADVANCING 1 LINE
000000         ADD 1 TO WS-LINE-COUNT
000000         GO TO 2800-EXIT
000000     END-IF.
000000     MOVE 1              TO WS-IC-IX.
000000     PERFORM 2830-SHOW-ONE-CUSTOMER THRU 2830-EXIT
000000             UNTIL WS-IC-IX > WS-IC-COUNT.
000000 2800-EXIT.
000000     EXIT.
000000*
000000 2810-READ-LINK.
000000     READ CLNK-FILE NEXT RECORD
000000         AT END
000000             SET WS-CLNK-AT-EOF TO TRUE
000000     END-READ.
000000 2810-EXIT.
000000     EXIT.
000000*
000000 2820-COLLECT-LINK.
000000     IF CLNK-ACTIVE AND CLNK-ACC-NO = A02
000000         IF WS-IC-COUNT >= WS-IC-MAX
000000             DISPLAY "FXPN0020 - MORE THAN ", WS-IC-MAX,
000000                     " CUSTOMERS ON ACCOUNT, TABLE FULL"
000000             MOVE 16     TO RETURN-CODE
000000             GOBACK
000000         END-IF
000000         ADD 1 TO WS-IC-COUNT
000000         MOVE CLNK-CUST-ID TO WS-IC-CUST-ID (WS-IC-COUNT)
000000         MOVE CLNK-ROLE    TO WS-IC-ROLE (WS-IC-COUNT)
000000     END-IF.
000000     PERFORM 2810-READ-LINK THRU 2810-EXIT.
000000 2820-EXIT.
000000     EXIT.
000000*
000000 2830-SHOW-ONE-CUSTOMER.
000000     IF WS-LINE-COUNT + 2 >= WS-MAX-LINES
000000         PERFORM 3000-NEW-PAGE THRU 3000-EXIT
000000     END-IF.
000000     MOVE "N"            TO WS-CUST-FOUND-SW.
000000     MOVE WS-IC-CUST-ID (WS-IC-IX) TO CUST-ID.
000000     READ CUST-FILE
000000         INVALID KEY
000000             SET WS-CUST-NOT-FOUND TO TRUE
000000     END-READ.
000000     MOVE WS-IC-CUST-ID (WS-IC-IX) TO WS-CU-CUST-ID.
000000     MOVE WS-IC-ROLE (WS-IC-IX)    TO WS-CU-ROLE.
000000     IF WS-CUST-NOT-FOUND
000000         MOVE "CUSTOMER NOT ON FILE" TO WS-CU-NAME
000000         MOVE SPACE      TO WS-CU-GRADE
000000     ELSE
000000         MOVE CUST-NAME  TO WS-CU-NAME
000000         MOVE CUST-RISK-GRADE TO WS-CU-GRADE
000000     END-IF.
000000     WRITE PRINT-REC FROM WS-CUSTOMER-LINE
000000           AFTER ADVANCING 2 LINES.
000000     ADD 2 TO WS-LINE-COUNT.
000000     MOVE ZERO           TO WS-OA-COUNT.
000000     MOVE "N"            TO WS-CLNK-EOF-SW.
000000     MOVE LOW-VALUES     TO CLNK-KEY.
000000     MOVE WS-IC-CUST-ID (WS-IC-IX) TO CLNK-CUST-ID.
000000     START CLNK-FILE KEY NOT LESS THAN CLNK-KEY
000000         INVALID KEY
000000             SET WS-CLNK-AT-EOF TO TRUE
000000     END-START.
000000     IF NOT WS-CLNK-AT-EOF
000000         PERFORM 2810-READ-LINK THRU 2810-EXIT
000000     END-IF.
000000     PERFORM 2840-NOTE-OTHER-ACCOUNT THRU 2840-EXIT
000000             UNTIL WS-CLNK-AT-EOF.
000000     IF WS-OA-COUNT = ZERO
000000         MOVE "  NO OTHER ACCOUNTS" TO WS-SC-TEXT
000000         WRITE PRINT-REC FROM WS-SECTION-LINE
000000               AFTER ADVANCING 1 LINE
000000         ADD 1 TO WS-LINE-COUNT
000000     END-IF.
000000     ADD 1 TO WS-IC-IX.
000000 2830-EXIT.
000000     EXIT.
000000*
000000 2840-NOTE-OTHER-ACCOUNT.
000000     IF CLNK-CUST-ID NOT = WS-IC-CUST-ID (WS-IC-IX)
000000         SET WS-CLNK-AT-EOF TO TRUE
000000         GO TO 2840-EXIT
000000     END-IF.
000000     IF NOT CLNK-ACTIVE OR CLNK-ACC-NO = A02
000000         GO TO 2840-NEXT
000000     END-IF.
000000     ADD 1 TO WS-OA-COUNT.
000000     IF WS-LINE-COUNT >= WS-MAX-LINES
000000         PERFORM 3000-NEW-PAGE THRU 3000-EXIT
000000     END-IF.
000000     MOVE CLNK-ACC-NO    TO WS-OL-ACC-NO.
000000     MOVE CLNK-ROLE      TO WS-OL-ROLE.
000000     MOVE "N"            TO WS-OA-FOUND-SW.
000000     MOVE CLNK-ACC-NO    TO ACC-NO OF A-REC.
000000     READ A-FILE
000000         INVALID KEY
000000             SET WS-OA-NOT-FOUND TO TRUE
000000     END-READ.
000000     IF WS-OA-NOT-FOUND
000000         MOVE "ACCOUNT NOT ON FILE" TO WS-OL-NAME
000000         MOVE SPACES     TO WS-OL-BALANCE-X
000000         MOVE SPACES     TO WS-OL-OD-LIMIT-X
000000         MOVE SPACE      TO WS-OL-STATUS
000000     ELSE
000000         MOVE A-CUST-NAME TO WS-OL-NAME
000000         MOVE A-BALANCE  TO WS-OL-BALANCE
000000         MOVE A-OD-LIMIT TO WS-OL-OD-LIMIT
000000         MOVE A-STATUS   TO WS-OL-STATUS
000000     END-IF.
000000     WRITE PRINT-REC FROM WS-OTHER-LINE
000000           AFTER ADVANCING 1 LINE.
000000     ADD 1 TO WS-LINE-COUNT.
000000 2840-NEXT.
000000     PERFORM 2810-READ-LINK THRU 2810-EXIT.
000000 2840-EXIT.
000000     EXIT.
000000*
000000 3000-NEW-PAGE.
000000     ADD 1 TO WS-PAGE-COUNT.
000000     MOVE WS-CURR-MM     TO WS-DL-MM.
000000             PERFORM 9900-FILE-ERROR
000000         END-IF
000000     END-IF.
000000     IF NOT WS-HOLD-ABSENT
000000         CLOSE HOLD-FILE
000000         IF WS-HOLD-STATUS NOT = "00"
000000             MOVE "CLOSE"      TO WS-ERROR-OPERATION
000000             MOVE "HOLD-FILE"  TO WS-ERROR-FILE-NAME
000000             MOVE WS-HOLD-STATUS TO WS-ERROR-STATUS
000000             PERFORM 9900-FILE-ERROR
000000         END-IF
000000     END-IF.
000000     IF NOT WS-CUST-ABSENT
000000         CLOSE CUST-FILE
000000         IF WS-CUST-STATUS NOT = "00"
000000             MOVE "CLOSE"      TO WS-ERROR-OPERATION
000000             MOVE "CUST-FILE"  TO WS-ERROR-FILE-NAME
000000             MOVE WS-CUST-STATUS TO WS-ERROR-STATUS
000000             PERFORM 9900-FILE-ERROR
000000         END-IF
000000     END-IF.
000000     IF NOT WS-CLNK-ABSENT
000000         CLOSE CLNK-FILE
000000         IF WS-CLNK-STATUS NOT = "00"
000000             MOVE "CLOSE"      TO WS-ERROR-OPERATION
000000             MOVE "CLNK-FILE"  TO WS-ERROR-FILE-NAME
000000             MOVE WS-CLNK-STATUS TO WS-ERROR-STATUS
000000             PERFORM 9900-FILE-ERROR
000000         END-IF
000000     END-IF.
000000     CLOSE SELECT-FILE.
000000     IF WS-S-STATUS NOT = "00"
000000         MOVE "CLOSE"      TO WS-ERROR-OPERATION
