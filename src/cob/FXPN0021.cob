000000* totals so an empty day is distinguishable from a report
000000* that never ran.
000000*
000000* Under each referral the report lists the customers the
000000* account is linked to on the customer link file (see
000000* CLNKREC), each customer's other accounts, and the
000000* customer's combined overdraft in use and combined limits
000000* across all its linked accounts, from the current A-FILE
000000* balances - the exposure the desk is really deciding on.
000000* FXPN0034 gives the same figures for every customer.
000000*
000000* MODIFICATION HISTORY
000000* ----------------------------------------------------------
000000* 2026.09.02  DJ  Initial version.
000000*                 pre-edit serial and source (see VTRNREC);
000000*                 the report shows the serial so the credit
000000*                 desk can name the exact transaction.
000000* 2026.10.15  DJ  Each referral now shows the amount the account
000000*                 had on hold (see HOLDREC), since a debit can now
000000*                 be referred on its available balance when the
000000*                 ledger balance alone would have covered it.
000000* 2026.10.15  DJ  Each referral is now followed by the customers
000000*                 the account is linked to (see CUSTREC, CLNKREC),
000000*                 their other accounts and their combined
000000*                 overdraft in use and limits across all linked
000000*                 accounts.
000000*
000000 ENVIRONMENT            DIVISION.
000000 CONFIGURATION          SECTION.
000000     SELECT REFER-FILE  ASSIGN TO "FXPN0002r.txt"
000000                        ORGANIZATION IS SEQUENTIAL
000000                        FILE STATUS IS WS-REF-STATUS.
000000     SELECT A-FILE      ASSIGN TO "FXPN0002a.txt"
000000                        ORGANIZATION IS INDEXED
000000                        ACCESS MODE IS DYNAMIC
000000                        RECORD KEY IS ACC-NO OF A-REC
000000                        FILE STATUS IS WS-A-STATUS.
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
000000     SELECT PRINT-FILE  ASSIGN TO "FXPN0021.LST"
000000                        ORGANIZATION IS LINE SEQUENTIAL.
000000     SELECT PARM-FILE   ASSIGN TO "FXPN0000p.txt"
000000 FILE                   SECTION.
000000 FD  REFER-FILE.
000000     COPY REFERREC.
000000 FD  A-FILE.
000000     COPY AFILEREC.
000000 FD  CUST-FILE.
000000     COPY CUSTREC.
000000 FD  CLNK-FILE.
000000     COPY CLNKREC.
000000 FD  PRINT-FILE.
000000 01  PRINT-REC           PIC X(80).
000000 FD  PARM-FILE.
000000 WORKING-STORAGE        SECTION.
000000*
000000 01  WS-REF-STATUS       PIC X(02).
000000 01  WS-A-STATUS         PIC X(02).
000000 01  WS-CUST-STATUS      PIC X(02).
000000 01  WS-CLNK-STATUS      PIC X(02).
000000 01  WS-P-STATUS         PIC X(02).
000000*
000000 01  WS-ERROR-OPERATION  PIC X(10).
000000     88 WS-REF-AT-EOF                VALUE "Y".
000000 01  WS-REF-ABSENT-SW    PIC X(01)   VALUE "N".
000000     88 WS-REF-ABSENT                VALUE "Y".
000000 01  WS-CUST-ABSENT-SW   PIC X(01)   VALUE "N".
000000     88 WS-CUST-ABSENT               VALUE "Y".
000000 01  WS-CLNK-ABSENT-SW   PIC X(01)   VALUE "N".
000000     88 WS-CLNK-ABSENT               VALUE "Y".
000000 01  WS-CLNK-EOF-SW      PIC X(01)   VALUE "N".
000000     88 WS-CLNK-AT-EOF               VALUE "Y".
000000 01  WS-CUST-FOUND-SW    PIC X(01)   VALUE "N".
000000     88 WS-CUST-NOT-FOUND            VALUE "Y".
000000 01  WS-A-FOUND-SW       PIC X(01)   VALUE "N".
000000     88 WS-A-NOT-FOUND               VALUE "Y".
000000*
000000 01  WS-RUN-DATE         PIC 9(08).
000000 01  WS-REFERRED-COUNT   PIC 9(07)   COMP    VALUE ZERO.
000000 01  WS-REFERRED-SUM     PIC S9(09)V9(02)    VALUE ZERO.
000000 01  WS-OTHER-DATE-COUNT PIC 9(07)   COMP    VALUE ZERO.
000000 01  WS-OA-COUNT         PIC 9(03)   COMP    VALUE ZERO.
000000 01  WS-CB-USED          PIC S9(07)V9(02)    VALUE ZERO.
000000 01  WS-CB-LIMITS        PIC S9(07)V9(02)    VALUE ZERO.
000000*
000000* Customers the referred account is linked to.
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
000000     05 FILLER           PIC X(10)   VALUE "AMOUNT".
000000     05 FILLER           PIC X(10)   VALUE "BALANCE".
000000     05 FILLER           PIC X(08)   VALUE "LIMIT".
000000     05 FILLER           PIC X(08)   VALUE "HELD".
000000*
000000 01  WS-DETAIL-LINE.
000000     05 FILLER           PIC X(01)   VALUE SPACES.
000000     05 WS-DT-BALANCE    PIC -ZZ9.99.
000000     05 FILLER           PIC X(02)   VALUE SPACES.
000000     05 WS-DT-OD-LIMIT   PIC ZZ9.99.
000000     05 FILLER           PIC X(01)   VALUE SPACES.
000000     05 WS-DT-HELD       PIC ZZZ,ZZ9.99.
000000*
000000 01  WS-CUSTOMER-LINE.
000000     05 FILLER           PIC X(10)   VALUE SPACES.
000000     05 FILLER           PIC X(09)   VALUE "CUSTOMER ".
000000     05 WS-CU-CUST-ID    PIC 9(07).
000000     05 FILLER           PIC X(02)   VALUE SPACES.
000000     05 WS-CU-NAME       PIC X(30).
000000     05 FILLER           PIC X(02)   VALUE SPACES.
000000     05 FILLER           PIC X(05)   VALUE "ROLE ".
000000     05 WS-CU-ROLE       PIC X(01).
000000     05 FILLER           PIC X(02)   VALUE SPACES.
000000     05 FILLER           PIC X(06)   VALUE "GRADE ".
000000     05 WS-CU-GRADE      PIC X(01).
000000*
000000 01  WS-OTHER-LINE.
000000     05 FILLER           PIC X(12)   VALUE SPACES.
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
000000 01  WS-COMBINED-LINE.
000000     05 FILLER           PIC X(12)   VALUE SPACES.
000000     05 FILLER           PIC X(27)   VALUE
000000        "COMBINED OVERDRAFT IN USE: ".
000000     05 WS-CB-USED-ED    PIC ZZ,ZZ9.99.
000000     05 FILLER           PIC X(12)   VALUE "  OF LIMITS ".
000000     05 WS-CB-LIMITS-ED  PIC ZZ,ZZ9.99.
000000*
000000 01  WS-NOTE-LINE.
000000     05 FILLER           PIC X(10)   VALUE SPACES.
000000     05 WS-NL-TEXT       PIC X(40).
000000*
000000 01  WS-TOTAL-LINE.
000000     05 FILLER           PIC X(01)   VALUE SPACES.
000000         MOVE WS-REF-STATUS TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000     OPEN INPUT A-FILE.
000000     IF WS-A-STATUS NOT = "00"
000000         MOVE "OPEN"      TO WS-ERROR-OPERATION
000000         MOVE "A-FILE"    TO WS-ERROR-FILE-NAME
000000         MOVE WS-A-STATUS TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000     OPEN INPUT CUST-FILE.
000000     IF WS-CUST-STATUS = "35"
000000         SET WS-CUST-ABSENT TO TRUE
000000         DISPLAY "FXPN0021 - CUST-FILE NOT FOUND, NO",
000000                 " CUSTOMER LINES SHOWN"
000000     ELSE IF WS-CUST-STATUS NOT = "00"
000000         MOVE "OPEN"      TO WS-ERROR-OPERATION
000000         MOVE "CUST-FILE" TO WS-ERROR-FILE-NAME
000000         MOVE WS-CUST-STATUS TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000     OPEN INPUT CLNK-FILE.
000000     IF WS-CLNK-STATUS = "35"
000000         SET WS-CLNK-ABSENT TO TRUE
000000         DISPLAY "FXPN0021 - CLNK-FILE NOT FOUND, NO",
000000                 " CUSTOMER LINES SHOWN"
000000     ELSE IF WS-CLNK-STATUS NOT = "00"
000000         MOVE "OPEN"      TO WS-ERROR-OPERATION
000000         MOVE "CLNK-FILE" TO WS-ERROR-FILE-NAME
000000         MOVE WS-CLNK-STATUS TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000     OPEN OUTPUT PRINT-FILE.
000000     PERFORM 3000-NEW-PAGE THRU 3000-EXIT.
000000     IF NOT WS-REF-ABSENT
000000     MOVE REF-AMOUNT     TO WS-DT-AMOUNT.
000000     MOVE REF-BALANCE    TO WS-DT-BALANCE.
000000     MOVE REF-OD-LIMIT   TO WS-DT-OD-LIMIT.
000000     MOVE REF-HELD-AMOUNT TO WS-DT-HELD.
000000     WRITE PRINT-REC FROM WS-DETAIL-LINE
000000           AFTER ADVANCING 1 LINE.
000000     ADD 1 TO WS-LINE-COUNT.
000000     IF NOT WS-CUST-ABSENT AND NOT WS-CLNK-ABSENT
000000         PERFORM 2300-SHOW-CUSTOMERS THRU 2300-EXIT
000000     END-IF.
000000 2200-EXIT.
000000     EXIT.
000000*
000000* The customers the referred account is linked to are
000000* collected by a pass of the link file (it is keyed by
000000* customer, not account), then each customer's links are read
000000* back by a START at its first key.
000000*
000000 2300-SHOW-CUSTOMERS.
000000     MOVE ZERO           TO WS-IC-COUNT.
000000     MOVE "N"            TO WS-CLNK-EOF-SW.
000000     MOVE LOW-VALUES     TO CLNK-KEY.
000000     START CLNK-FILE KEY NOT LESS THAN CLNK-KEY
000000         INVALID KEY
000000             SET WS-CLNK-AT-EOF TO TRUE
000000     END-START.
000000     IF NOT WS-CLNK-AT-EOF
000000         PERFORM 2310-READ-LINK THRU 2310-EXIT
000000     END-IF.
000000     PERFORM 2320-COLLECT-LINK THRU 2320-EXIT
000000             UNTIL WS-CLNK-AT-EOF.
000000     IF WS-IC-COUNT = ZERO
000000         IF WS-LINE-COUNT >= WS-MAX-LINES
000000             PERFORM 3000-NEW-PAGE THRU 3000-EXIT
000000         END-IF
000000         MOVE "NO CUSTOMER LINKED TO THIS ACCOUNT"
000000                         TO WS-NL-TEXT
000000         WRITE PRINT-REC FROM WS-NOTE-LINE
000000               AFTER ADVANCING 1 LINE
000000         ADD 1 TO WS-LINE-COUNT
000000         GO TO 2300-EXIT
000000     END-IF.
000000     MOVE 1              TO WS-IC-IX.
000000     PERFORM 2330-SHOW-ONE-CUSTOMER THRU 2330-EXIT
000000             UNTIL WS-IC-IX > WS-IC-COUNT.
000000 2300-EXIT.
000000     EXIT.
000000*
000000 2310-READ-LINK.
000000     READ CLNK-FILE NEXT RECORD
000000         AT END
000000             SET WS-CLNK-AT-EOF TO TRUE
000000     END-READ.
000000 2310-EXIT.
000000     EXIT.
000000*
000000 2320-COLLECT-LINK.
000000     IF CLNK-ACTIVE AND CLNK-ACC-NO = REF-ACC-NO
000000         IF WS-IC-COUNT >= WS-IC-MAX
000000             DISPLAY "FXPN0021 - MORE THAN ", WS-IC-MAX,
000000                     " CUSTOMERS ON ACCOUNT, TABLE FULL"
000000             MOVE 16     TO RETURN-CODE
000000             GOBACK
000000         END-IF
000000         ADD 1 TO WS-IC-COUNT
000000         MOVE CLNK-CUST-ID TO WS-IC-CUST-ID (WS-IC-COUNT)
000000         MOVE CLNK-ROLE    TO WS-IC-ROLE (WS-IC-COUNT)
000000     END-IF.
000000     PERFORM 2310-READ-LINK THRU 2310-EXIT.
000000 2320-EXIT.
000000     EXIT.
000000*
000000 2330-SHOW-ONE-CUSTOMER.
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
000000           AFTER ADVANCING 1 LINE.
000000     ADD 1 TO WS-LINE-COUNT.
000000     MOVE ZERO           TO WS-OA-COUNT.
000000     MOVE ZERO           TO WS-CB-USED.
000000     MOVE ZERO           TO WS-CB-LIMITS.
000000     MOVE "N"            TO WS-CLNK-EOF-SW.
000000     MOVE LOW-VALUES     TO CLNK-KEY.
000000     MOVE WS-IC-CUST-ID (WS-IC-IX) TO CLNK-CUST-ID.
000000     START CLNK-FILE KEY NOT LESS THAN CLNK-KEY
000000         INVALID KEY
000000             SET WS-CLNK-AT-EOF TO TRUE
000000     END-START.
000000     IF NOT WS-CLNK-AT-EOF
000000         PERFORM 2310-READ-LINK THRU 2310-EXIT
000000     END-IF.
000000     PERFORM 2340-NOTE-CUST-ACCOUNT THRU 2340-EXIT
000000             UNTIL WS-CLNK-AT-EOF.
000000     IF WS-LINE-COUNT + 1 >= WS-MAX-LINES
000000         PERFORM 3000-NEW-PAGE THRU 3000-EXIT
000000     END-IF.
000000     IF WS-OA-COUNT = ZERO
000000         MOVE "  NO OTHER ACCOUNTS" TO WS-NL-TEXT
000000         WRITE PRINT-REC FROM WS-NOTE-LINE
000000               AFTER ADVANCING 1 LINE
000000         ADD 1 TO WS-LINE-COUNT
000000     END-IF.
000000     MOVE WS-CB-USED     TO WS-CB-USED-ED.
000000     MOVE WS-CB-LIMITS   TO WS-CB-LIMITS-ED.
000000     WRITE PRINT-REC FROM WS-COMBINED-LINE
000000           AFTER ADVANCING 1 LINE.
000000     ADD 1 TO WS-LINE-COUNT.
000000     ADD 1 TO WS-IC-IX.
000000 2330-EXIT.
000000     EXIT.
000000*
000000* Every active link of the customer counts toward the combined
000000* figures, the referred account included; only the others are
000000* listed, the referred account being on the line above.
000000*
000000 2340-NOTE-CUST-ACCOUNT.
000000     IF CLNK-CUST-ID NOT = WS-IC-CUST-ID (WS-IC-IX)
000000         SET WS-CLNK-AT-EOF TO TRUE
000000         GO TO 2340-EXIT
000000     END-IF.
000000     IF NOT CLNK-ACTIVE
000000         GO TO 2340-NEXT
000000     END-IF.
000000     MOVE "N"            TO WS-A-FOUND-SW.
000000     MOVE CLNK-ACC-NO    TO ACC-NO OF A-REC.
000000     READ A-FILE
000000         INVALID KEY
000000             SET WS-A-NOT-FOUND TO TRUE
000000     END-READ.
000000     IF NOT WS-A-NOT-FOUND
000000         ADD A-OD-LIMIT TO WS-CB-LIMITS
000000             ON SIZE ERROR
000000                 DISPLAY "FXPN0021 - SIZE ERROR ON COMBINED LIMIT"
000000         END-ADD
000000     END-IF.
000000     IF NOT WS-A-NOT-FOUND AND A-BALANCE < ZERO
000000         SUBTRACT A-BALANCE FROM WS-CB-USED
000000             ON SIZE ERROR
000000                 DISPLAY "FXPN0021 - SIZE ERROR ON COMBINED USED"
000000         END-SUBTRACT
000000     END-IF.
000000     IF CLNK-ACC-NO = REF-ACC-NO
000000         GO TO 2340-NEXT
000000     END-IF.
000000     ADD 1 TO WS-OA-COUNT.
000000     IF WS-LINE-COUNT >= WS-MAX-LINES
000000         PERFORM 3000-NEW-PAGE THRU 3000-EXIT
000000     END-IF.
000000     MOVE CLNK-ACC-NO    TO WS-OL-ACC-NO.
000000     MOVE CLNK-ROLE      TO WS-OL-ROLE.
000000     IF WS-A-NOT-FOUND
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
000000 2340-NEXT.
000000     PERFORM 2310-READ-LINK THRU 2310-EXIT.
000000 2340-EXIT.
000000     EXIT.
000000*
000000 3000-NEW-PAGE.
000000     ADD 1 TO WS-PAGE-COUNT.
000000     MOVE WS-CURR-MM     TO WS-DL-MM.
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
000000     CLOSE PRINT-FILE.
000000 9000-EXIT.
000000     EXIT.
