000000* consumed unprinted.  Activity for accounts on neither
000000* snapshot is likewise consumed and counted as orphan records.
000000*
000000* A posting that was later reversed, and the reversal itself,
000000* are picked out from the posted-detail file (FXPN0002d.txt,
000000* see POSTREC) by the serial and source the audit trail now
000000* carries: the reversal line is marked REVERSAL with a second
000000* line naming the posting it backs out, the original is
000000* marked REVERSED.  A missing posted-detail file means there
000000* is nothing to mark.
000000*
000000* A Y in the selection record's combine byte asks for one
000000* combined statement per customer instead: every customer on
000000* the customer link file (see CLNKREC) gets a statement with a
000000* section for each account it holds under an active link, in
000000* link-file order, followed by the customer's combined opening
000000* and closing balances and one proof line for all of them.  A
000000* joint account appears on the statement of each holder, so
000000* its activity is released to the sort once per link, the
000000* link's table position leading the sort key.  An account
000000* linked to no customer gets no statement in this mode and is
000000* counted as UNLINKED.
000000*
000000* MODIFICATION HISTORY
000000* ----------------------------------------------------------
000000* 2026.09.02  DJ  Initial version.
000000* 2026.09.02  DJ  Snapshot records now carry the overdraft
000000*                 limit (see HISTREC); the layouts here mirror
000000*                 it so the record lengths stay in step.
000000* 2026.10.15  DJ  Statement lines are tied to the posted detail by
000000*                 the serial and source now on the audit trail: a
000000*                 reversal is marked REVERSAL with a line naming
000000*                 the posting it backs out, and a posting since
000000*                 reversed is marked REVERSED.
000000* 2026.10.15  DJ  A Y in the new selection combine byte prints one
000000*                 combined statement per customer from the
000000*                 customer link file (see CUSTREC, CLNKREC): a
000000*                 section per linked account, then the combined
000000*                 opening and closing balances and proof.
000000*
000000 ENVIRONMENT            DIVISION.
000000 CONFIGURATION          SECTION.
000000     SELECT SELECT-FILE ASSIGN TO "FXPN0017s.txt"
000000                        ORGANIZATION IS SEQUENTIAL
000000                        FILE STATUS IS WS-S-STATUS.
000000     SELECT POSTED-FILE ASSIGN TO "FXPN0002d.txt"
000000                        ORGANIZATION IS SEQUENTIAL
000000                        FILE STATUS IS WS-PD-STATUS.
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
000000     SELECT SORT-FILE   ASSIGN TO "FXPN0017.SRT".
000000     SELECT PRINT-FILE  ASSIGN TO "FXPN0017.LST"
000000                        ORGANIZATION IS LINE SEQUENTIAL.
000000 01  SELECT-REC.
000000     05 SEL-FROM-DATE    PIC 9(08).
000000     05 SEL-TO-DATE      PIC 9(08).
000000     05 SEL-COMBINE-SW   PIC X(01).
000000         88 SEL-BY-ACCOUNT           VALUE SPACE "N".
000000         88 SEL-BY-CUSTOMER          VALUE "Y".
000000 FD  POSTED-FILE.
000000     COPY POSTREC.
000000 FD  CUST-FILE.
000000     COPY CUSTREC.
000000 FD  CLNK-FILE.
000000     COPY CLNKREC.
000000 SD  SORT-FILE.
000000 01  SORT-REC.
000000     05 SORT-ORDER-KEY.
000000         10 SORT-LINK-IX     PIC 9(04).
000000         10 SORT-ACC-KEY     PIC X(06).
000000     05 SORT-SEQ         PIC 9(07).
000000     05 SORT-DATE        PIC 9(08).
000000     05 SORT-TIME        PIC 9(08).
000000     05 SORT-PROGRAM     PIC X(08).
000000     05 SORT-ACTION      PIC X(01).
000000     05 SORT-BALANCE     PIC S9(3)V9(4).
000000     05 SORT-SERIAL      PIC 9(07).
000000     05 SORT-SOURCE      PIC X(04).
000000 FD  PRINT-FILE.
000000 01  PRINT-REC           PIC X(80).
000000 FD  PARM-FILE.
000000 01  WS-OLD-STATUS       PIC X(02).
000000 01  WS-S-STATUS         PIC X(02).
000000 01  WS-P-STATUS         PIC X(02).
000000 01  WS-PD-STATUS        PIC X(02).
000000 01  WS-CUST-STATUS      PIC X(02).
000000 01  WS-CLNK-STATUS      PIC X(02).
000000*
000000 01  WS-ERROR-OPERATION  PIC X(10).
000000 01  WS-ERROR-FILE-NAME  PIC X(21).
000000     88 WS-OLD-AT-EOF                VALUE "Y".
000000 01  WS-SORT-EOF-SW      PIC X(01)   VALUE "N".
000000     88 WS-SORT-AT-EOF               VALUE "Y".
000000 01  WS-PD-EOF-SW        PIC X(01)   VALUE "N".
000000     88 WS-PD-AT-EOF                 VALUE "Y".
000000 01  WS-RX-FOUND-SW      PIC X(01)   VALUE "N".
000000     88 WS-RX-FOUND                  VALUE "Y".
000000 01  WS-CLNK-EOF-SW      PIC X(01)   VALUE "N".
000000     88 WS-CLNK-AT-EOF               VALUE "Y".
000000 01  WS-CUST-FOUND-SW    PIC X(01)   VALUE "N".
000000     88 WS-CUST-NOT-FOUND            VALUE "Y".
000000 01  WS-LK-HIT-SW        PIC X(01)   VALUE "N".
000000     88 WS-LK-HIT                    VALUE "Y".
000000 01  WS-CUST-DONE-SW     PIC X(01)   VALUE "N".
000000     88 WS-CUST-DONE                 VALUE "Y".
000000 01  WS-CU-UNPROVED-SW   PIC X(01)   VALUE "N".
000000     88 WS-CU-UNPROVED               VALUE "Y".
000000*
000000* Reversals and reversed originals posted in the period.
000000 01  WS-RX-MAX           PIC 9(04)   COMP    VALUE 1000.
000000 01  WS-RX-COUNT         PIC 9(04)   COMP    VALUE ZERO.
000000 01  WS-RX-IX            PIC 9(04)   COMP    VALUE ZERO.
000000 01  WS-RX-TABLE.
000000     05 WS-RX-ENTRY      OCCURS 1000 TIMES.
000000         10 WS-RX-KEY.
000000             15 WS-RX-RUN-DATE   PIC 9(08).
000000             15 WS-RX-SERIAL     PIC 9(07).
000000             15 WS-RX-SOURCE     PIC X(04).
000000         10 WS-RX-TYPE           PIC X(01).
000000         10 WS-RX-XREF-SERIAL    PIC 9(07).
000000         10 WS-RX-XREF-SOURCE    PIC X(04).
000000         10 WS-RX-XREF-DATE      PIC 9(08).
000000 01  WS-RX-LOOKUP.
000000     05 WS-RXL-RUN-DATE  PIC 9(08).
000000     05 WS-RXL-SERIAL    PIC 9(07).
000000     05 WS-RXL-SOURCE    PIC X(04).
000000*
000000* Active customer links, in link-file (customer) order, with
000000* each account's balances from the two snapshots; combined
000000* statements only.
000000 01  WS-LK-MAX           PIC 9(04)   COMP    VALUE 2000.
000000 01  WS-LK-COUNT         PIC 9(04)   COMP    VALUE ZERO.
000000 01  WS-LK-IX            PIC 9(04)   COMP    VALUE ZERO.
000000 01  WS-LK-TABLE.
000000     05 WS-LK-ENTRY      OCCURS 2000 TIMES.
000000         10 WS-LK-CUST-ID    PIC 9(07).
000000         10 WS-LK-ACC-NO     PIC S9(3)V9(2)  SIGN IS TRAILING
000000                                             SEPARATE.
000000         10 WS-LK-ACC-KEY    REDEFINES WS-LK-ACC-NO
000000                             PIC X(06).
000000         10 WS-LK-ROLE       PIC X(01).
000000         10 WS-LK-ACC-NAME   PIC X(20).
000000         10 WS-LK-OPENING    PIC S9(3)V9(2).
000000         10 WS-LK-CLOSING    PIC S9(3)V9(2).
000000         10 WS-LK-OLD-SW     PIC X(01).
000000             88 WS-LK-ON-OLD         VALUE "Y".
000000         10 WS-LK-NEW-SW     PIC X(01).
000000             88 WS-LK-ON-NEW         VALUE "Y".
000000*
000000 01  WS-NEW-SNAP-NAME.
000000     05 FILLER           PIC X(09)   VALUE "FXPN0013h".
000000     88 WS-CONV-ERROR                VALUE "Y".
000000*
000000* State of the statement being generated.
000000 01  WS-STMT-ORDER-KEY.
000000     05 WS-STMT-LINK-IX  PIC 9(04)   VALUE ZERO.
000000     05 WS-STMT-ACC-KEY  PIC X(06).
000000 01  WS-STMT-ACC-NO      PIC S9(3)V9(2).
000000 01  WS-STMT-CUST-NAME   PIC X(20).
000000 01  WS-STMT-OPENING     PIC S9(3)V9(2).
000000 01  WS-LINE-BALANCE     PIC S9(3)V9(2).
000000 01  WS-LINE-AMOUNT      PIC S9(4)V9(2).
000000*
000000* State of the combined customer statement being generated.
000000 01  WS-STMT-CUST-ID     PIC 9(07).
000000 01  WS-STMT-CUST-FULL   PIC X(40).
000000 01  WS-CU-ACC-COUNT     PIC 9(04)   COMP    VALUE ZERO.
000000 01  WS-CU-OPENING       PIC S9(07)V9(02)    VALUE ZERO.
000000 01  WS-CU-CLOSING       PIC S9(07)V9(02)    VALUE ZERO.
000000*
000000 01  WS-STMT-COUNT       PIC 9(07)   COMP    VALUE ZERO.
000000 01  WS-PROVED-COUNT     PIC 9(07)   COMP    VALUE ZERO.
000000 01  WS-UNPROVED-COUNT   PIC 9(07)   COMP    VALUE ZERO.
000000 01  WS-DROPPED-COUNT    PIC 9(07)   COMP    VALUE ZERO.
000000 01  WS-ACTIVITY-COUNT   PIC 9(07)   COMP    VALUE ZERO.
000000 01  WS-ORPHAN-COUNT     PIC 9(07)   COMP    VALUE ZERO.
000000 01  WS-CUST-STMT-COUNT  PIC 9(07)   COMP    VALUE ZERO.
000000 01  WS-UNLINKED-COUNT   PIC 9(07)   COMP    VALUE ZERO.
000000*
000000 01  WS-CURRENT-DATE.
000000     05 WS-CURR-CC       PIC 9(02).
000000     05 FILLER           PIC X(04)   VALUE " TO ".
000000     05 WS-PL-TO-DATE    PIC 9(08).
000000*
000000 01  WS-CUSTOMER-LINE.
000000     05 FILLER           PIC X(11)   VALUE "CUSTOMER  ".
000000     05 WS-CS-CUST-ID    PIC 9(07).
000000     05 FILLER           PIC X(03)   VALUE SPACES.
000000     05 WS-CS-NAME       PIC X(40).
000000*
000000 01  WS-ACCOUNT-LINE.
000000     05 FILLER           PIC X(11)   VALUE "ACCOUNT   ".
000000     05 WS-AL-ACC-NO     PIC -ZZ9.99.
000000     05 FILLER           PIC X(03)   VALUE SPACES.
000000     05 WS-AL-CUST-NAME  PIC X(20).
000000     05 FILLER           PIC X(03)   VALUE SPACES.
000000     05 WS-AL-ROLE       PIC X(07)   VALUE SPACES.
000000*
000000 01  WS-HEADER-LINE.
000000     05 FILLER           PIC X(01)   VALUE SPACES.
000000     05 WS-DT-AMOUNT     PIC -ZZZ9.99.
000000     05 FILLER           PIC X(03)   VALUE SPACES.
000000     05 WS-DT-BALANCE    PIC -ZZ9.99.
000000     05 FILLER           PIC X(03)   VALUE SPACES.
000000     05 WS-DT-NOTE       PIC X(08).
000000*
000000 01  WS-XREF-LINE.
000000     05 FILLER           PIC X(11)   VALUE SPACES.
000000     05 FILLER           PIC X(16)   VALUE "REVERSES SERIAL ".
000000     05 WS-XL-SERIAL     PIC 9(07).
000000     05 FILLER           PIC X(01)   VALUE SPACES.
000000     05 WS-XL-SOURCE     PIC X(04).
000000     05 FILLER           PIC X(08)   VALUE " POSTED ".
000000     05 WS-XL-RUN-DATE   PIC 9(08).
000000*
000000 01  WS-BALANCE-LINE.
000000     05 FILLER           PIC X(01)   VALUE SPACES.
000000     05 FILLER           PIC X(14)   VALUE SPACES.
000000     05 WS-BL-BALANCE    PIC -ZZ9.99.
000000*
000000 01  WS-COMBINED-LINE.
000000     05 FILLER           PIC X(01)   VALUE SPACES.
000000     05 WS-CB-LABEL      PIC X(18).
000000     05 WS-CB-DATE       PIC 9(08).
000000     05 FILLER           PIC X(08)   VALUE SPACES.
000000     05 WS-CB-BALANCE    PIC -Z,ZZZ,ZZ9.99.
000000*
000000 01  WS-PROOF-LINE.
000000     05 FILLER           PIC X(01)   VALUE SPACES.
000000     05 WS-PF-TEXT       PIC X(40).
000000 0000-MAINLINE.
000000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000000     SORT SORT-FILE
000000         ON ASCENDING KEY SORT-ORDER-KEY
000000         ON ASCENDING KEY SORT-SEQ
000000         INPUT PROCEDURE IS 2000-RELEASE-ACTIVITY
000000                        THRU 2000-EXIT
000000         MOVE 16          TO RETURN-CODE
000000         GOBACK
000000     END-IF.
000000     IF NOT SEL-BY-ACCOUNT AND NOT SEL-BY-CUSTOMER
000000         DISPLAY "FXPN0017 - INVALID STATEMENT MODE ",
000000                 SEL-COMBINE-SW
000000         MOVE 16          TO RETURN-CODE
000000         GOBACK
000000     END-IF.
000000     IF SEL-FROM-DATE >= SEL-TO-DATE
000000         DISPLAY "FXPN0017 - FROM-DATE ", SEL-FROM-DATE,
000000                 " IS NOT BEFORE TO-DATE ", SEL-TO-DATE
000000         MOVE WS-AUDIT-STATUS TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000     PERFORM 1200-LOAD-REVERSALS THRU 1200-EXIT.
000000     IF SEL-BY-CUSTOMER
000000         PERFORM 1300-LOAD-LINKS THRU 1300-EXIT
000000     END-IF.
000000     OPEN OUTPUT PRINT-FILE.
000000 1000-EXIT.
000000     EXIT.
000000 1050-EXIT.
000000     EXIT.
000000*
000000 1200-LOAD-REVERSALS.
000000     OPEN INPUT POSTED-FILE.
000000     IF WS-PD-STATUS = "35"
000000         GO TO 1200-EXIT
000000     END-IF.
000000     IF WS-PD-STATUS NOT = "00"
000000         MOVE "OPEN"       TO WS-ERROR-OPERATION
000000         MOVE "POSTED-FILE" TO WS-ERROR-FILE-NAME
000000         MOVE WS-PD-STATUS TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000     PERFORM 1210-READ-POSTED THRU 1210-EXIT.
000000     PERFORM 1220-NOTE-POSTED THRU 1220-EXIT
000000             UNTIL WS-PD-AT-EOF.
000000     CLOSE POSTED-FILE.
000000     IF WS-PD-STATUS NOT = "00"
000000         MOVE "CLOSE"      TO WS-ERROR-OPERATION
000000         MOVE "POSTED-FILE" TO WS-ERROR-FILE-NAME
000000         MOVE WS-PD-STATUS TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000 1200-EXIT.
000000     EXIT.
000000*
000000 1210-READ-POSTED.
000000     READ POSTED-FILE
000000         AT END
000000             SET WS-PD-AT-EOF TO TRUE
000000     END-READ.
000000 1210-EXIT.
000000     EXIT.
000000*
000000 1220-NOTE-POSTED.
000000     IF POST-RUN-DATE > SEL-FROM-DATE
000000        AND POST-RUN-DATE <= SEL-TO-DATE
000000        AND (POST-TYPE = "R" OR POST-REVERSED)
000000         IF WS-RX-COUNT >= WS-RX-MAX
000000             DISPLAY "FXPN0017 - MORE THAN ", WS-RX-MAX,
000000                     " REVERSALS IN PERIOD, TABLE FULL"
000000             MOVE 16     TO RETURN-CODE
000000             GOBACK
000000         END-IF
000000         ADD 1 TO WS-RX-COUNT
000000         MOVE POST-RUN-DATE TO WS-RX-RUN-DATE (WS-RX-COUNT)
000000         MOVE POST-SERIAL   TO WS-RX-SERIAL (WS-RX-COUNT)
000000         MOVE POST-SOURCE   TO WS-RX-SOURCE (WS-RX-COUNT)
000000         MOVE POST-TYPE     TO WS-RX-TYPE (WS-RX-COUNT)
000000         MOVE POST-XREF-SERIAL
000000                            TO WS-RX-XREF-SERIAL (WS-RX-COUNT)
000000         MOVE POST-XREF-SOURCE
000000                            TO WS-RX-XREF-SOURCE (WS-RX-COUNT)
000000         MOVE POST-XREF-DATE
000000                            TO WS-RX-XREF-DATE (WS-RX-COUNT)
000000     END-IF.
000000     PERFORM 1210-READ-POSTED THRU 1210-EXIT.
000000 1220-EXIT.
000000     EXIT.
000000*
000000* Combined statements only.  The active links are tabled in
000000* customer order, then both snapshots are passed once to give
000000* every link its account's name and balances; a joint account
000000* is on several links, so every matching entry is filled.
000000*
000000 1300-LOAD-LINKS.
000000     OPEN INPUT CLNK-FILE.
000000     IF WS-CLNK-STATUS NOT = "00"
000000         MOVE "OPEN"       TO WS-ERROR-OPERATION
000000         MOVE "CLNK-FILE"  TO WS-ERROR-FILE-NAME
000000         MOVE WS-CLNK-STATUS TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000     OPEN INPUT CUST-FILE.
000000     IF WS-CUST-STATUS NOT = "00"
000000         MOVE "OPEN"       TO WS-ERROR-OPERATION
000000         MOVE "CUST-FILE"  TO WS-ERROR-FILE-NAME
000000         MOVE WS-CUST-STATUS TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000     MOVE LOW-VALUES     TO CLNK-KEY.
000000     START CLNK-FILE KEY NOT LESS THAN CLNK-KEY
000000         INVALID KEY
000000             SET WS-CLNK-AT-EOF TO TRUE
000000     END-START.
000000     IF NOT WS-CLNK-AT-EOF
000000         PERFORM 1310-READ-LINK THRU 1310-EXIT
000000     END-IF.
000000     PERFORM 1320-NOTE-LINK THRU 1320-EXIT
000000             UNTIL WS-CLNK-AT-EOF.
000000     PERFORM 4200-READ-NEW THRU 4200-EXIT.
000000     PERFORM 1340-MATCH-NEW THRU 1340-EXIT
000000             UNTIL WS-NEW-AT-EOF.
000000     PERFORM 4300-READ-OLD THRU 4300-EXIT.
000000     PERFORM 1360-MATCH-OLD THRU 1360-EXIT
000000             UNTIL WS-OLD-AT-EOF.
000000 1300-EXIT.
000000     EXIT.
000000*
000000 1310-READ-LINK.
000000     READ CLNK-FILE NEXT RECORD
000000         AT END
000000             SET WS-CLNK-AT-EOF TO TRUE
000000     END-READ.
000000 1310-EXIT.
000000     EXIT.
000000*
000000 1320-NOTE-LINK.
000000     IF CLNK-ACTIVE
000000         IF WS-LK-COUNT >= WS-LK-MAX
000000             DISPLAY "FXPN0017 - MORE THAN ", WS-LK-MAX,
000000                     " CUSTOMER LINKS, TABLE FULL"
000000             MOVE 16     TO RETURN-CODE
000000             GOBACK
000000         END-IF
000000         ADD 1 TO WS-LK-COUNT
000000         MOVE CLNK-CUST-ID TO WS-LK-CUST-ID (WS-LK-COUNT)
000000         MOVE CLNK-ACC-NO  TO WS-LK-ACC-NO (WS-LK-COUNT)
000000         MOVE CLNK-ROLE    TO WS-LK-ROLE (WS-LK-COUNT)
000000         MOVE SPACES       TO WS-LK-ACC-NAME (WS-LK-COUNT)
000000         MOVE ZERO         TO WS-LK-OPENING (WS-LK-COUNT)
000000         MOVE ZERO         TO WS-LK-CLOSING (WS-LK-COUNT)
000000         MOVE "N"          TO WS-LK-OLD-SW (WS-LK-COUNT)
000000         MOVE "N"          TO WS-LK-NEW-SW (WS-LK-COUNT)
000000     END-IF.
000000     PERFORM 1310-READ-LINK THRU 1310-EXIT.
000000 1320-EXIT.
000000     EXIT.
000000*
000000 1340-MATCH-NEW.
000000     MOVE "N"            TO WS-LK-HIT-SW.
000000     MOVE 1              TO WS-LK-IX.
000000     PERFORM 1350-SCAN-NEW THRU 1350-EXIT
000000             UNTIL WS-LK-IX > WS-LK-COUNT.
000000     IF NOT WS-LK-HIT
000000         ADD 1 TO WS-UNLINKED-COUNT
000000     END-IF.
000000     PERFORM 4200-READ-NEW THRU 4200-EXIT.
000000 1340-EXIT.
000000     EXIT.
000000*
000000 1350-SCAN-NEW.
000000     IF WS-LK-ACC-KEY (WS-LK-IX) = NEW-ACC-NO-X
000000         SET WS-LK-HIT TO TRUE
000000         SET WS-LK-ON-NEW (WS-LK-IX) TO TRUE
000000         MOVE NEW-CUST-NAME TO WS-LK-ACC-NAME (WS-LK-IX)
000000         MOVE NEW-BALANCE   TO WS-LK-CLOSING (WS-LK-IX)
000000     END-IF.
000000     ADD 1 TO WS-LK-IX.
000000 1350-EXIT.
000000     EXIT.
000000*
000000 1360-MATCH-OLD.
000000     MOVE 1              TO WS-LK-IX.
000000     PERFORM 1370-SCAN-OLD THRU 1370-EXIT
000000             UNTIL WS-LK-IX > WS-LK-COUNT.
000000     PERFORM 4300-READ-OLD THRU 4300-EXIT.
000000 1360-EXIT.
000000     EXIT.
000000*
000000 1370-SCAN-OLD.
000000     IF WS-LK-ACC-KEY (WS-LK-IX) = OLD-ACC-NO-X
000000         SET WS-LK-ON-OLD (WS-LK-IX) TO TRUE
000000         MOVE OLD-BALANCE   TO WS-LK-OPENING (WS-LK-IX)
000000     END-IF.
000000     ADD 1 TO WS-LK-IX.
000000 1370-EXIT.
000000     EXIT.
000000*
000000 2000-RELEASE-ACTIVITY.
000000     PERFORM 2100-READ-AUDIT THRU 2100-EXIT.
000000     PERFORM 2200-RELEASE-ONE THRU 2200-EXIT
000000         END-COMPUTE
000000         IF NOT WS-CONV-ERROR
000000             ADD 1 TO WS-RELEASE-SEQ
000000             MOVE ZERO           TO SORT-LINK-IX
000000             MOVE WS-ACC-CONV-X  TO SORT-ACC-KEY
000000             MOVE WS-RELEASE-SEQ TO SORT-SEQ
000000             MOVE AUDIT-DATE     TO SORT-DATE
000000             MOVE AUDIT-PROGRAM-ID TO SORT-PROGRAM
000000             MOVE AUDIT-ACTION   TO SORT-ACTION
000000             MOVE AUDIT-BALANCE  TO SORT-BALANCE
000000             MOVE AUDIT-SERIAL   TO SORT-SERIAL
000000             MOVE AUDIT-SOURCE   TO SORT-SOURCE
000000             IF SEL-BY-CUSTOMER
000000                 MOVE 1          TO WS-LK-IX
000000                 PERFORM 2300-RELEASE-LINKED THRU 2300-EXIT
000000                         UNTIL WS-LK-IX > WS-LK-COUNT
000000             ELSE
000000                 RELEASE SORT-REC
000000             END-IF
000000         END-IF
000000     END-IF.
000000     PERFORM 2100-READ-AUDIT THRU 2100-EXIT.
000000 2200-EXIT.
000000     EXIT.
000000*
000000 2300-RELEASE-LINKED.
000000     IF WS-LK-ACC-KEY (WS-LK-IX) = WS-ACC-CONV-X
000000         MOVE WS-LK-IX   TO SORT-LINK-IX
000000         RELEASE SORT-REC
000000     END-IF.
000000     ADD 1 TO WS-LK-IX.
000000 2300-EXIT.
000000     EXIT.
000000*
000000 3000-NEW-PAGE.
000000     ADD 1 TO WS-PAGE-COUNT.
000000     MOVE WS-CURR-MM     TO WS-DL-MM.
000000     MOVE SEL-TO-DATE    TO WS-PL-TO-DATE.
000000     WRITE PRINT-REC FROM WS-PERIOD-LINE
000000           AFTER ADVANCING 1 LINE.
000000     IF SEL-BY-CUSTOMER
000000         MOVE WS-STMT-CUST-ID   TO WS-CS-CUST-ID
000000         MOVE WS-STMT-CUST-FULL TO WS-CS-NAME
000000         WRITE PRINT-REC FROM WS-CUSTOMER-LINE
000000               AFTER ADVANCING 1 LINE
000000     END-IF.
000000     IF WS-STMT-ACC-KEY = SPACES
000000         MOVE ZERO TO WS-LINE-COUNT
000000         GO TO 3000-EXIT
000000     END-IF.
000000     MOVE WS-STMT-ACC-NO    TO WS-AL-ACC-NO.
000000     MOVE WS-STMT-CUST-NAME TO WS-AL-CUST-NAME.
000000     WRITE PRINT-REC FROM WS-ACCOUNT-LINE
000000*
000000 4000-GENERATE-STATEMENTS.
000000     PERFORM 4100-RETURN-SORTED THRU 4100-EXIT.
000000     IF SEL-BY-CUSTOMER
000000         MOVE 1          TO WS-LK-IX
000000         PERFORM 6000-CUSTOMER-STATEMENT THRU 6000-EXIT
000000                 UNTIL WS-LK-IX > WS-LK-COUNT
000000     ELSE
000000         PERFORM 4200-READ-NEW THRU 4200-EXIT
000000         PERFORM 4300-READ-OLD THRU 4300-EXIT
000000         PERFORM 5000-NEXT-ACCOUNT THRU 5000-EXIT
000000                 UNTIL WS-NEW-AT-EOF AND WS-OLD-AT-EOF
000000     END-IF.
000000     PERFORM 5600-CONSUME-ORPHANS THRU 5600-EXIT
000000             UNTIL WS-SORT-AT-EOF.
000000 4000-EXIT.
000000 5000-EXIT.
000000     EXIT.
000000*
000000 5050-PRINT-ACCOUNT-HEAD.
000000     MOVE WS-STMT-ACC-NO    TO WS-AL-ACC-NO.
000000     MOVE WS-STMT-CUST-NAME TO WS-AL-CUST-NAME.
000000     WRITE PRINT-REC FROM WS-ACCOUNT-LINE
000000           AFTER ADVANCING 2 LINES.
000000     WRITE PRINT-REC FROM WS-HEADER-LINE
000000           AFTER ADVANCING 2 LINES.
000000     ADD 4 TO WS-LINE-COUNT.
000000 5050-EXIT.
000000     EXIT.
000000*
000000 5100-PRINT-STATEMENT.
000000     PERFORM 5600-CONSUME-ORPHANS THRU 5600-EXIT
000000             UNTIL WS-SORT-AT-EOF
000000                OR SORT-ORDER-KEY >= WS-STMT-ORDER-KEY.
000000     ADD 1 TO WS-STMT-COUNT.
000000     IF SEL-BY-CUSTOMER
000000         IF WS-LINE-COUNT + 6 >= WS-MAX-LINES
000000             PERFORM 3000-NEW-PAGE THRU 3000-EXIT
000000         ELSE
000000             PERFORM 5050-PRINT-ACCOUNT-HEAD THRU 5050-EXIT
000000         END-IF
000000     ELSE
000000         PERFORM 3000-NEW-PAGE THRU 3000-EXIT
000000     END-IF.
000000     MOVE "OPENING BALANCE " TO WS-BL-LABEL.
000000     MOVE SEL-FROM-DATE    TO WS-BL-DATE.
000000     MOVE WS-STMT-OPENING  TO WS-BL-BALANCE.
000000     MOVE WS-STMT-OPENING  TO WS-RUNNING-BAL.
000000     PERFORM 5200-PRINT-ACTIVITY THRU 5200-EXIT
000000             UNTIL WS-SORT-AT-EOF
000000                OR SORT-ORDER-KEY NOT = WS-STMT-ORDER-KEY.
000000     MOVE "CLOSING BALANCE " TO WS-BL-LABEL.
000000     MOVE SEL-TO-DATE      TO WS-BL-DATE.
000000     MOVE WS-STMT-CLOSING  TO WS-BL-BALANCE.
000000     END-IF.
000000     WRITE PRINT-REC FROM WS-PROOF-LINE
000000           AFTER ADVANCING 1 LINE.
000000     ADD 2 TO WS-LINE-COUNT.
000000 5100-EXIT.
000000     EXIT.
000000*
000000 5200-PRINT-ACTIVITY.
000000     IF WS-LINE-COUNT + 1 >= WS-MAX-LINES
000000         PERFORM 3000-NEW-PAGE THRU 3000-EXIT
000000     END-IF.
000000     COMPUTE WS-LINE-BALANCE ROUNDED = SORT-BALANCE
000000     MOVE SORT-PROGRAM   TO WS-DT-PROGRAM.
000000     MOVE WS-LINE-AMOUNT TO WS-DT-AMOUNT.
000000     MOVE WS-LINE-BALANCE TO WS-DT-BALANCE.
000000     MOVE SPACES         TO WS-DT-NOTE.
000000     MOVE "N"            TO WS-RX-FOUND-SW.
000000     IF WS-RX-COUNT > ZERO AND SORT-SOURCE NOT = SPACES
000000         MOVE SORT-DATE      TO WS-RXL-RUN-DATE
000000         MOVE SORT-SERIAL    TO WS-RXL-SERIAL
000000         MOVE SORT-SOURCE    TO WS-RXL-SOURCE
000000         MOVE 1              TO WS-RX-IX
000000         PERFORM 5250-SCAN-REVERSALS THRU 5250-EXIT
000000                 UNTIL WS-RX-IX > WS-RX-COUNT OR WS-RX-FOUND
000000     END-IF.
000000     IF WS-RX-FOUND
000000         IF WS-RX-TYPE (WS-RX-IX) = "R"
000000             MOVE "REVERSAL" TO WS-DT-NOTE
000000         ELSE
000000             MOVE "REVERSED" TO WS-DT-NOTE
000000         END-IF
000000     END-IF.
000000     WRITE PRINT-REC FROM WS-DETAIL-LINE
000000           AFTER ADVANCING 1 LINE.
000000     ADD 1 TO WS-LINE-COUNT.
000000     IF WS-RX-FOUND
000000         IF WS-RX-TYPE (WS-RX-IX) = "R"
000000             MOVE WS-RX-XREF-SERIAL (WS-RX-IX) TO WS-XL-SERIAL
000000             MOVE WS-RX-XREF-SOURCE (WS-RX-IX) TO WS-XL-SOURCE
000000             MOVE WS-RX-XREF-DATE (WS-RX-IX) TO WS-XL-RUN-DATE
000000             WRITE PRINT-REC FROM WS-XREF-LINE
000000                   AFTER ADVANCING 1 LINE
000000             ADD 1 TO WS-LINE-COUNT
000000         END-IF
000000     END-IF.
000000     ADD 1 TO WS-ACTIVITY-COUNT.
000000     MOVE WS-LINE-BALANCE TO WS-RUNNING-BAL.
000000     PERFORM 4100-RETURN-SORTED THRU 4100-EXIT.
000000 5200-EXIT.
000000     EXIT.
000000*
000000 5250-SCAN-REVERSALS.
000000     IF WS-RX-KEY (WS-RX-IX) = WS-RX-LOOKUP
000000         SET WS-RX-FOUND TO TRUE
000000     ELSE
000000         ADD 1 TO WS-RX-IX
000000     END-IF.
000000 5250-EXIT.
000000     EXIT.
000000*
000000 5500-SKIP-ACTIVITY.
000000     PERFORM 5600-CONSUME-ORPHANS THRU 5600-EXIT
000000             UNTIL WS-SORT-AT-EOF
000000                OR SORT-ORDER-KEY >= WS-STMT-ORDER-KEY.
000000     PERFORM 5510-SKIP-ONE THRU 5510-EXIT
000000             UNTIL WS-SORT-AT-EOF
000000                OR SORT-ORDER-KEY NOT = WS-STMT-ORDER-KEY.
000000 5500-EXIT.
000000     EXIT.
000000*
000000 5600-EXIT.
000000     EXIT.
000000*
000000* One combined statement: WS-LK-IX is on the customer's first
000000* link and is left on the next customer's first link.
000000*
000000 6000-CUSTOMER-STATEMENT.
000000     MOVE WS-LK-CUST-ID (WS-LK-IX) TO WS-STMT-CUST-ID.
000000     MOVE "N"            TO WS-CUST-FOUND-SW.
000000     MOVE WS-STMT-CUST-ID TO CUST-ID.
000000     READ CUST-FILE
000000         INVALID KEY
000000             SET WS-CUST-NOT-FOUND TO TRUE
000000     END-READ.
000000     IF WS-CUST-NOT-FOUND
000000         MOVE "CUSTOMER NOT ON FILE" TO WS-STMT-CUST-FULL
000000     ELSE
000000         MOVE CUST-NAME  TO WS-STMT-CUST-FULL
000000     END-IF.
000000     ADD 1 TO WS-CUST-STMT-COUNT.
000000     MOVE ZERO           TO WS-CU-ACC-COUNT.
000000     MOVE ZERO           TO WS-CU-OPENING.
000000     MOVE ZERO           TO WS-CU-CLOSING.
000000     MOVE "N"            TO WS-CU-UNPROVED-SW.
000000     MOVE "N"            TO WS-CUST-DONE-SW.
000000     MOVE SPACES         TO WS-STMT-ACC-KEY.
000000     PERFORM 3000-NEW-PAGE THRU 3000-EXIT.
000000     PERFORM 6100-ACCOUNT-SECTION THRU 6100-EXIT
000000             UNTIL WS-CUST-DONE.
000000     IF WS-LINE-COUNT + 6 >= WS-MAX-LINES
000000         MOVE SPACES     TO WS-STMT-ACC-KEY
000000         PERFORM 3000-NEW-PAGE THRU 3000-EXIT
000000     END-IF.
000000     MOVE "ACCOUNTS ON STATEMENT:" TO WS-TL-LABEL.
000000     MOVE WS-CU-ACC-COUNT TO WS-TL-COUNT.
000000     WRITE PRINT-REC FROM WS-TOTAL-LINE
000000           AFTER ADVANCING 2 LINES.
000000     MOVE "COMBINED OPENING  " TO WS-CB-LABEL.
000000     MOVE SEL-FROM-DATE  TO WS-CB-DATE.
000000     MOVE WS-CU-OPENING  TO WS-CB-BALANCE.
000000     WRITE PRINT-REC FROM WS-COMBINED-LINE
000000           AFTER ADVANCING 1 LINE.
000000     MOVE "COMBINED CLOSING  " TO WS-CB-LABEL.
000000     MOVE SEL-TO-DATE    TO WS-CB-DATE.
000000     MOVE WS-CU-CLOSING  TO WS-CB-BALANCE.
000000     WRITE PRINT-REC FROM WS-COMBINED-LINE
000000           AFTER ADVANCING 1 LINE.
000000     IF WS-CU-UNPROVED
000000         MOVE "*** OUT OF PROOF, REFER TO FXPN0008 ***"
000000                           TO WS-PF-TEXT
000000     ELSE
000000         MOVE "ALL ACCOUNTS PROVED" TO WS-PF-TEXT
000000     END-IF.
000000     WRITE PRINT-REC FROM WS-PROOF-LINE
000000           AFTER ADVANCING 1 LINE.
000000     ADD 5 TO WS-LINE-COUNT.
000000 6000-EXIT.
000000     EXIT.
000000*
000000 6100-ACCOUNT-SECTION.
000000     MOVE WS-LK-IX       TO WS-STMT-LINK-IX.
000000     MOVE WS-LK-ACC-KEY (WS-LK-IX) TO WS-STMT-ACC-KEY.
000000     IF NOT WS-LK-ON-NEW (WS-LK-IX)
000000         IF WS-LK-ON-OLD (WS-LK-IX)
000000             ADD 1 TO WS-DROPPED-COUNT
000000         END-IF
000000         PERFORM 5500-SKIP-ACTIVITY THRU 5500-EXIT
000000         GO TO 6100-NEXT
000000     END-IF.
000000     MOVE WS-LK-ACC-NO (WS-LK-IX)   TO WS-STMT-ACC-NO.
000000     MOVE WS-LK-ACC-NAME (WS-LK-IX) TO WS-STMT-CUST-NAME.
000000     MOVE WS-LK-OPENING (WS-LK-IX)  TO WS-STMT-OPENING.
000000     MOVE WS-LK-CLOSING (WS-LK-IX)  TO WS-STMT-CLOSING.
000000     IF WS-LK-ROLE (WS-LK-IX) = "P"
000000         MOVE "PRIMARY"  TO WS-AL-ROLE
000000     ELSE
000000         MOVE "JOINT"    TO WS-AL-ROLE
000000     END-IF.
000000     PERFORM 5100-PRINT-STATEMENT THRU 5100-EXIT.
000000     ADD 1 TO WS-CU-ACC-COUNT.
000000     ADD WS-STMT-OPENING TO WS-CU-OPENING
000000         ON SIZE ERROR
000000             DISPLAY "FXPN0017 - SIZE ERROR ON COMBINED OPENING"
000000     END-ADD.
000000     ADD WS-STMT-CLOSING TO WS-CU-CLOSING
000000         ON SIZE ERROR
000000             DISPLAY "FXPN0017 - SIZE ERROR ON COMBINED CLOSING"
000000     END-ADD.
000000     IF WS-RUNNING-BAL NOT = WS-STMT-CLOSING
000000         SET WS-CU-UNPROVED TO TRUE
000000     END-IF.
000000 6100-NEXT.
000000     ADD 1 TO WS-LK-IX.
000000     IF WS-LK-IX > WS-LK-COUNT
000000         SET WS-CUST-DONE TO TRUE
000000     ELSE IF WS-LK-CUST-ID (WS-LK-IX) NOT = WS-STMT-CUST-ID
000000         SET WS-CUST-DONE TO TRUE
000000     END-IF.
000000 6100-EXIT.
000000     EXIT.
000000*
000000 8000-WRITE-TOTALS.
000000     MOVE "STATEMENTS PRODUCED  :" TO WS-TL-LABEL.
000000     MOVE WS-STMT-COUNT  TO WS-TL-COUNT.
000000             WS-PROVED-COUNT.
000000     DISPLAY "FXPN0017 - STATEMENTS UNPROVED = ",
000000             WS-UNPROVED-COUNT.
000000     IF SEL-BY-CUSTOMER
000000         MOVE "CUSTOMER STATEMENTS  :" TO WS-TL-LABEL
000000         MOVE WS-CUST-STMT-COUNT TO WS-TL-COUNT
000000         WRITE PRINT-REC FROM WS-TOTAL-LINE
000000               AFTER ADVANCING 1 LINE
000000         MOVE "UNLINKED ACCOUNTS    :" TO WS-TL-LABEL
000000         MOVE WS-UNLINKED-COUNT TO WS-TL-COUNT
000000         WRITE PRINT-REC FROM WS-TOTAL-LINE
000000               AFTER ADVANCING 1 LINE
000000         DISPLAY "FXPN0017 - CUSTOMER STATEMENTS = ",
000000                 WS-CUST-STMT-COUNT
000000         DISPLAY "FXPN0017 - UNLINKED ACCOUNTS   = ",
000000                 WS-UNLINKED-COUNT
000000     END-IF.
000000 8000-EXIT.
000000     EXIT.
000000*
000000         MOVE WS-OLD-STATUS TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000     IF SEL-BY-CUSTOMER
000000         CLOSE CLNK-FILE
000000         IF WS-CLNK-STATUS NOT = "00"
000000             MOVE "CLOSE"      TO WS-ERROR-OPERATION
000000             MOVE "CLNK-FILE"  TO WS-ERROR-FILE-NAME
000000             MOVE WS-CLNK-STATUS TO WS-ERROR-STATUS
000000             PERFORM 9900-FILE-ERROR
000000         END-IF
000000         CLOSE CUST-FILE
000000         IF WS-CUST-STATUS NOT = "00"
000000             MOVE "CLOSE"      TO WS-ERROR-OPERATION
000000             MOVE "CUST-FILE"  TO WS-ERROR-FILE-NAME
000000             MOVE WS-CUST-STATUS TO WS-ERROR-STATUS
000000             PERFORM 9900-FILE-ERROR
000000         END-IF
000000     END-IF.
000000     CLOSE SELECT-FILE.
000000     IF WS-S-STATUS NOT = "00"
000000         MOVE "CLOSE"      TO WS-ERROR-OPERATION
