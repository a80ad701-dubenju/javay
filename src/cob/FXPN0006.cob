000000* program returns a non-zero RETURN-CODE so the batch driver
000000* stops the run before the posting step starts.
000000*
000000* After the raw TRANS-FILE the edit reads the suspense
000000* re-entry file FXPN0025 cuts (FXPN0025t.txt, same TRANREC
000000* layout): corrected items come back through exactly the same
000000* edits as keyed input, stamped with their TRANS-SOURCE (SUSP)
000000* and carrying the original transaction's serial as their
000000* cross-reference.  A missing re-entry file means nothing was
000000* corrected today.
000000*
000000* REJECT REASON CODES (02 RETIRED, NOT REUSED)
000000*   01 - TRANS-ACC-NO IS NOT NUMERIC
000000*   03 - ACC-NO DOES NOT FIT THE B-FILE 9(1)V9(4) SCALE
000000*   04 - NEW/CLOSE REPEATS AN EARLIER ONE OF THE SAME TYPE
000000*        FOR THIS ACC-NO IN THIS BATCH
000000*   05 - TRANS-TYPE IS NOT D, C, N, X, R OR T
000000*   06 - TRANS-AMOUNT IS NOT NUMERIC
000000*   07 - TRANS-AMOUNT DOES NOT FIT THE B-FILE SCALE
000000*   08 - TRANS-EFF-DATE IS NOT NUMERIC (AND NOT SPACES)
000000*   09 - TRANS-XREF SERIAL OR DATE IS NOT NUMERIC (AND THE
000000*        CROSS-REFERENCE IS NOT SPACES)
000000*   10 - REVERSAL NAMES NO RECORD ON THE POSTED DETAIL
000000*   11 - REVERSAL NAMES A POSTING ALREADY REVERSED (ON AN
000000*        EARLIER RUN OR EARLIER IN THIS BATCH)
000000*   12 - REVERSAL ACC-NO IS NOT THE ORIGINAL'S ACC-NO
000000*   13 - REVERSAL NAMES A POSTING THAT IS NOT A DEBIT OR
000000*        CREDIT
000000*   14 - REVERSAL IS FUTURE DATED
000000*   15 - TRANSFER TRANS-TO-ACC-NO IS NOT NUMERIC
000000*   16 - TRANSFER TO-ACC-NO DOES NOT FIT THE B-FILE SCALE
000000*   17 - TRANSFER TO-ACC-NO IS THE SAME AS TRANS-ACC-NO
000000*   18 - TRANSFER AMOUNT IS NOT GREATER THAN ZERO
000000*
000000* A reversal (type R) is edited against the posted-detail
000000* file FXPN0002 keeps (FXPN0002d.txt, see POSTREC): the
000000* posting its cross-reference names must be there, must be a
000000* debit or credit to the same account and must not have been
000000* reversed already.  Its own amount is ignored; the validated
000000* record carries the original's amount signed to back it out.
000000*
000000* A transfer (type T) names a second account, the receiving
000000* TRANS-TO-ACC-NO, which gets the same numeric and scale edits
000000* as TRANS-ACC-NO and must differ from it; the amount must be
000000* more than zero, since the paying account is always the one
000000* debited.  Every other type has TRANS-TO-ACC-NO forced to zero.
000000*
000000* A transaction that passes every edit but carries an
000000* effective date after the business run date is neither
000000*                 posted or rejected; the every-transaction-
000000*                 rejected suppression now also counts held
000000*                 items as progress.
000000* 2026.10.15  DJ  Rejects are now written in the REJREC layout,
000000*                 each with its own serial (reject order),
000000*                 source EREJ and the run date, so FXPN0026 can
000000*                 carry them on the suspense file.  TRANS-REC
000000*                 now carries TRANS-SOURCE and a cross-
000000*                 reference (new reject reason 09); both are
000000*                 stamped on to the validated file.  The edit
000000*                 also reads the FXPN0025 re-entry file after
000000*                 the raw input, so corrected suspense items
000000*                 pass the same edits as keyed transactions.
000000* 2026.10.15  DJ  Validated transactions are written with no limit
000000*                 override (see VTRNREC).
000000* 2026.10.15  DJ  Added the reversal transaction (type R). A
000000*                 reversal is edited against the FXPN0002 posted-
000000*                 detail file - the posting it names must exist,
000000*                 be a debit or credit to the same account and not
000000*                 already be reversed (new reject reasons 10-14) -
000000*                 and is written to the validated file with the
000000*                 original's amount signed to back it out.
000000* 2026.10.15  DJ  Added the transfer transaction (type T) with its
000000*                 receiving account TRANS-TO-ACC-NO: numeric, in
000000*                 B-FILE range, different from the paying account
000000*                 and with an amount above zero (new reject
000000*                 reasons 15-18). The receiving account is carried
000000*                 on to the validated and warehouse records.
000000* 2026.10.15  DJ  A reject's REJ-SERIAL is now its position in the
000000*                 day's input rather than its place among the
000000*                 rejects, so a resubmit with changed input cannot
000000*                 give two different rejects the same suspense
000000*                 key.
000000*
000000 ENVIRONMENT            DIVISION.
000000 CONFIGURATION          SECTION.
000000     SELECT REJECT-FILE ASSIGN TO "FXPN0006r.txt"
000000                        ORGANIZATION IS SEQUENTIAL
000000                        FILE STATUS IS WS-R-STATUS.
000000     SELECT REENTRY-FILE
000000                        ASSIGN TO "FXPN0025t.txt"
000000                        ORGANIZATION IS SEQUENTIAL
000000                        FILE STATUS IS WS-E-STATUS.
000000     SELECT WHSE-FILE   ASSIGN TO "FXPN0006w.txt"
000000                        ORGANIZATION IS SEQUENTIAL
000000                        FILE STATUS IS WS-W-STATUS.
000000     SELECT POSTED-FILE ASSIGN TO "FXPN0002d.txt"
000000                        ORGANIZATION IS SEQUENTIAL
000000                        FILE STATUS IS WS-D-STATUS.
000000     SELECT PRINT-FILE  ASSIGN TO "FXPN0006.LST"
000000                        ORGANIZATION IS LINE SEQUENTIAL.
000000     SELECT PARM-FILE   ASSIGN TO "FXPN0000p.txt"
000000 FD  VALID-FILE.
000000     COPY VTRNREC.
000000 FD  REJECT-FILE.
000000     COPY REJREC.
000000 FD  REENTRY-FILE.
000000 01  REENTRY-REC         PIC X(47).
000000 FD  WHSE-FILE.
000000     COPY PENDREC.
000000 FD  POSTED-FILE.
000000     COPY POSTREC.
000000 FD  PRINT-FILE.
000000 01  PRINT-REC           PIC X(80).
000000 FD  PARM-FILE.
000000 01  WS-V-STATUS         PIC X(02).
000000 01  WS-R-STATUS         PIC X(02).
000000 01  WS-W-STATUS         PIC X(02).
000000 01  WS-E-STATUS         PIC X(02).
000000 01  WS-P-STATUS         PIC X(02).
000000 01  WS-D-STATUS         PIC X(02).
000000*
000000 01  WS-ERROR-OPERATION  PIC X(10).
000000 01  WS-ERROR-FILE-NAME  PIC X(20).
000000*
000000 01  WS-TRANS-EOF-SW     PIC X(01)   VALUE "N".
000000     88 WS-TRANS-AT-EOF              VALUE "Y".
000000 01  WS-REENTRY-SW       PIC X(01)   VALUE "N".
000000     88 WS-READING-REENTRY           VALUE "Y".
000000 01  WS-REENTRY-ABSENT-SW PIC X(01)  VALUE "N".
000000     88 WS-REENTRY-ABSENT            VALUE "Y".
000000 01  WS-REJECT-SW        PIC X(01)   VALUE "N".
000000     88 WS-REJECTED                  VALUE "Y".
000000 01  WS-DUP-SW           PIC X(01)   VALUE "N".
000000         10 WS-SEEN-ACC-NO   PIC S9(3)V9(2).
000000         10 WS-SEEN-TYPE     PIC X(01).
000000*
000000 01  WS-PD-EOF-SW        PIC X(01)   VALUE "N".
000000     88 WS-PD-AT-EOF                 VALUE "Y".
000000 01  WS-ORIG-FOUND-SW    PIC X(01)   VALUE "N".
000000     88 WS-ORIG-FOUND                VALUE "Y".
000000 01  WS-ORIG-REVERSED-SW PIC X(01)   VALUE "N".
000000     88 WS-ORIG-REVERSED             VALUE "Y".
000000 01  WS-ORIG-TYPE        PIC X(01).
000000 01  WS-ORIG-ACC-NO      PIC S9(3)V9(2).
000000 01  WS-ORIG-AMOUNT      PIC S9(3)V9(2).
000000 01  WS-ORIG-KEY.
000000     05 WS-OK-SERIAL     PIC 9(07).
000000     05 WS-OK-SOURCE     PIC X(04).
000000     05 WS-OK-RUN-DATE   PIC 9(08).
000000*
000000 01  WS-RVT-COUNT        PIC 9(04)   COMP    VALUE ZERO.
000000 01  WS-RVT-IX           PIC 9(04)   COMP    VALUE ZERO.
000000 01  WS-RVT-MAX          PIC 9(04)   COMP    VALUE 1000.
000000 01  WS-RVT-TABLE.
000000     05 WS-RVT-KEY       OCCURS 1000 TIMES
000000                         PIC X(19).
000000*
000000 01  WS-READ-COUNT       PIC 9(07)   COMP    VALUE ZERO.
000000 01  WS-ACCEPT-COUNT     PIC 9(07)   COMP    VALUE ZERO.
000000 01  WS-REJECT-COUNT     PIC 9(07)   COMP    VALUE ZERO.
000000 01  WS-PENDED-COUNT     PIC 9(07)   COMP    VALUE ZERO.
000000 01  WS-SERIAL-COUNT     PIC 9(07)   COMP    VALUE ZERO.
000000 01  WS-REENTRY-COUNT    PIC 9(07)   COMP    VALUE ZERO.
000000*
000000 01  WS-RUN-DATE         PIC 9(08).
000000*
000000         MOVE WS-R-STATUS TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000     OPEN INPUT REENTRY-FILE.
000000     IF WS-E-STATUS = "35"
000000         SET WS-REENTRY-ABSENT TO TRUE
000000     ELSE
000000         IF WS-E-STATUS NOT = "00"
000000             MOVE "OPEN"      TO WS-ERROR-OPERATION
000000             MOVE "REENTRY-FILE" TO WS-ERROR-FILE-NAME
000000             MOVE WS-E-STATUS TO WS-ERROR-STATUS
000000             PERFORM 9900-FILE-ERROR
000000         END-IF
000000     END-IF.
000000     PERFORM 1100-OPEN-WAREHOUSE THRU 1100-EXIT.
000000     OPEN OUTPUT PRINT-FILE.
000000     PERFORM 3000-NEW-PAGE THRU 3000-EXIT.
000000 2000-EXIT.
000000     EXIT.
000000*
000000* The re-entry file is read into the TRANS-REC area once the
000000* raw input is exhausted, so every edit below sees one record
000000* layout whichever file the transaction came from.
000000*
000000 2100-READ-TRANS.
000000     IF NOT WS-READING-REENTRY
000000         READ TRANS-FILE
000000             AT END
000000                 SET WS-READING-REENTRY TO TRUE
000000         END-READ
000000         IF NOT WS-READING-REENTRY
000000             GO TO 2100-EXIT
000000         END-IF
000000     END-IF.
000000     IF WS-REENTRY-ABSENT
000000         SET WS-TRANS-AT-EOF TO TRUE
000000         GO TO 2100-EXIT
000000     END-IF.
000000     READ REENTRY-FILE INTO TRANS-REC
000000         AT END
000000             SET WS-TRANS-AT-EOF TO TRUE
000000     END-READ.
000000     IF NOT WS-TRANS-AT-EOF
000000         ADD 1 TO WS-REENTRY-COUNT
000000     END-IF.
000000 2100-EXIT.
000000     EXIT.
000000*
000000     END-COMPUTE.
000000     IF NOT TRANS-DEBIT AND NOT TRANS-CREDIT
000000        AND NOT TRANS-NEW-ACCOUNT AND NOT TRANS-CLOSE-ACCOUNT
000000        AND NOT TRANS-REVERSAL AND NOT TRANS-TRANSFER
000000         MOVE "05"       TO REJ-REASON-CODE
000000         PERFORM 2300-REJECT-TRANS THRU 2300-EXIT
000000         GO TO 2200-EXIT
000000     END-IF.
000000     IF NOT TRANS-TRANSFER
000000         MOVE ZERO       TO TRANS-TO-ACC-NO
000000     END-IF.
000000     IF TRANS-REVERSAL
000000         MOVE ZERO       TO TRANS-AMOUNT
000000     END-IF.
000000     IF TRANS-AMOUNT IS NOT NUMERIC
000000         MOVE "06"       TO REJ-REASON-CODE
000000         PERFORM 2300-REJECT-TRANS THRU 2300-EXIT
000000         PERFORM 2300-REJECT-TRANS THRU 2300-EXIT
000000         GO TO 2200-EXIT
000000     END-IF.
000000     IF TRANS-XREF-X = SPACES
000000         MOVE ZERO       TO TRANS-XREF-SERIAL
000000         MOVE ZERO       TO TRANS-XREF-DATE
000000     END-IF.
000000     IF TRANS-XREF-SERIAL IS NOT NUMERIC
000000        OR TRANS-XREF-DATE IS NOT NUMERIC
000000         MOVE "09"       TO REJ-REASON-CODE
000000         PERFORM 2300-REJECT-TRANS THRU 2300-EXIT
000000         GO TO 2200-EXIT
000000     END-IF.
000000     IF TRANS-REVERSAL
000000         PERFORM 2700-CHECK-REVERSAL THRU 2700-EXIT
000000         GO TO 2200-EXIT
000000     END-IF.
000000     IF TRANS-TRANSFER
000000         PERFORM 2800-CHECK-TRANSFER THRU 2800-EXIT
000000         GO TO 2200-EXIT
000000     END-IF.
000000     IF TRANS-NEW-ACCOUNT OR TRANS-CLOSE-ACCOUNT
000000         PERFORM 2500-CHECK-DUPLICATE THRU 2500-EXIT
000000         IF WS-DUPLICATE
000000     SET WS-REJECTED TO TRUE.
000000     ADD 1 TO WS-REJECT-COUNT.
000000     MOVE TRANS-REC      TO REJ-TRANS-DATA.
000000     MOVE WS-READ-COUNT  TO REJ-SERIAL.
000000     MOVE "EREJ"         TO REJ-SOURCE.
000000     MOVE WS-RUN-DATE    TO REJ-DATE.
000000     WRITE REJECT-REC.
000000     IF WS-R-STATUS NOT = "00"
000000         MOVE "WRITE"      TO WS-ERROR-OPERATION
000000         MOVE TRANS-ACC-NO TO WS-SEEN-ACC-NO (WS-SEEN-COUNT)
000000         MOVE TRANS-TYPE   TO WS-SEEN-TYPE (WS-SEEN-COUNT)
000000     END-IF.
000000     IF TRANS-REVERSAL
000000         IF WS-RVT-COUNT >= WS-RVT-MAX
000000             DISPLAY "FXPN0006 - BATCH EXCEEDS ", WS-RVT-MAX,
000000                     " REVERSALS, EDIT TABLE FULL"
000000             MOVE 16     TO RETURN-CODE
000000             GOBACK
000000         END-IF
000000         ADD 1 TO WS-RVT-COUNT
000000         MOVE TRANS-XREF TO WS-RVT-KEY (WS-RVT-COUNT)
000000     END-IF.
000000     ADD 1 TO WS-SERIAL-COUNT.
000000     MOVE TRANS-ACC-NO   TO VTRANS-ACC-NO.
000000     MOVE TRANS-TYPE     TO VTRANS-TYPE.
000000     IF TRANS-REVERSAL
000000         IF WS-ORIG-TYPE = "D"
000000             MOVE WS-ORIG-AMOUNT TO VTRANS-AMOUNT
000000         ELSE
000000             COMPUTE VTRANS-AMOUNT = ZERO - WS-ORIG-AMOUNT
000000         END-IF
000000     ELSE
000000         MOVE TRANS-AMOUNT TO VTRANS-AMOUNT
000000     END-IF.
000000     MOVE WS-SERIAL-COUNT TO VTRANS-SERIAL.
000000     IF TRANS-SOURCE = SPACES
000000         MOVE "EDIT"     TO VTRANS-SOURCE
000000     ELSE
000000         MOVE TRANS-SOURCE TO VTRANS-SOURCE
000000     END-IF.
000000     MOVE WS-RUN-DATE    TO VTRANS-DATE.
000000     MOVE TRANS-XREF     TO VTRANS-XREF.
000000     MOVE SPACE          TO VTRANS-OVERRIDE.
000000     MOVE TRANS-TO-ACC-NO TO VTRANS-TO-ACC-NO.
000000     WRITE VTRANS-REC.
000000     IF WS-V-STATUS NOT = "00"
000000         MOVE "WRITE"      TO WS-ERROR-OPERATION
000000     MOVE WS-RUN-DATE    TO PEND-ENTRY-DATE.
000000     MOVE "P"            TO PEND-STATUS.
000000     MOVE ZERO           TO PEND-RELEASE-DATE.
000000     MOVE TRANS-TO-ACC-NO TO PEND-TO-ACC-NO.
000000     WRITE PEND-REC.
000000     IF WS-W-STATUS NOT = "00"
000000         MOVE "WRITE"     TO WS-ERROR-OPERATION
000000         MOVE "AMOUNT EXCEEDS B-FILE SCALE" TO WS-DL-REASON-TEXT
000000     ELSE IF REJ-REASON-CODE = "08"
000000         MOVE "EFF-DATE NOT NUMERIC" TO WS-DL-REASON-TEXT
000000     ELSE IF REJ-REASON-CODE = "09"
000000         MOVE "CROSS-REFERENCE NOT NUMERIC" TO WS-DL-REASON-TEXT
000000     ELSE IF REJ-REASON-CODE = "10"
000000         MOVE "REVERSED POSTING NOT FOUND" TO WS-DL-REASON-TEXT
000000     ELSE IF REJ-REASON-CODE = "11"
000000         MOVE "POSTING ALREADY REVERSED" TO WS-DL-REASON-TEXT
000000     ELSE IF REJ-REASON-CODE = "12"
000000         MOVE "ACC-NO NOT THE ORIGINAL'S" TO WS-DL-REASON-TEXT
000000     ELSE IF REJ-REASON-CODE = "13"
000000         MOVE "ORIGINAL NOT DEBIT/CREDIT" TO WS-DL-REASON-TEXT
000000     ELSE IF REJ-REASON-CODE = "14"
000000         MOVE "REVERSAL FUTURE DATED" TO WS-DL-REASON-TEXT
000000     ELSE IF REJ-REASON-CODE = "15"
000000         MOVE "TO-ACC-NO NOT NUMERIC" TO WS-DL-REASON-TEXT
000000     ELSE IF REJ-REASON-CODE = "16"
000000         MOVE "TO-ACC-NO EXCEEDS B-FILE SCALE"
000000                         TO WS-DL-REASON-TEXT
000000     ELSE IF REJ-REASON-CODE = "17"
000000         MOVE "TRANSFER TO SAME ACCOUNT" TO WS-DL-REASON-TEXT
000000     ELSE IF REJ-REASON-CODE = "18"
000000         MOVE "TRANSFER AMOUNT NOT POSITIVE" TO WS-DL-REASON-TEXT
000000     ELSE
000000         MOVE "REPEATED NEW/CLOSE IN BATCH" TO WS-DL-REASON-TEXT
000000     END-IF.
000000 2600-EXIT.
000000     EXIT.
000000*
000000* The posted-detail file is read from the top for each
000000* reversal: reversals are few and the file is only ever
000000* appended to, so no key is kept for it.  A posting counts as
000000* reversed when it is marked, when a reversal naming it is
000000* already on the file (marking happens at the end of the
000000* posting run), or when an earlier reversal in this batch
000000* names it.  A missing posted-detail file means nothing has
000000* been posted yet, so the original cannot be found.
000000*
000000 2700-CHECK-REVERSAL.
000000     IF TRANS-EFF-DATE > WS-RUN-DATE
000000         MOVE "14"       TO REJ-REASON-CODE
000000         PERFORM 2300-REJECT-TRANS THRU 2300-EXIT
000000         GO TO 2700-EXIT
000000     END-IF.
000000     MOVE "N"            TO WS-ORIG-FOUND-SW.
000000     MOVE "N"            TO WS-ORIG-REVERSED-SW.
000000     OPEN INPUT POSTED-FILE.
000000     IF WS-D-STATUS NOT = "35"
000000         IF WS-D-STATUS NOT = "00"
000000             MOVE "OPEN"       TO WS-ERROR-OPERATION
000000             MOVE "POSTED-FILE" TO WS-ERROR-FILE-NAME
000000             MOVE WS-D-STATUS  TO WS-ERROR-STATUS
000000             PERFORM 9900-FILE-ERROR
000000         END-IF
000000         MOVE "N"        TO WS-PD-EOF-SW
000000         PERFORM 2710-READ-POSTED THRU 2710-EXIT
000000         PERFORM 2720-MATCH-POSTED THRU 2720-EXIT
000000                 UNTIL WS-PD-AT-EOF
000000         CLOSE POSTED-FILE
000000         IF WS-D-STATUS NOT = "00"
000000             MOVE "CLOSE"      TO WS-ERROR-OPERATION
000000             MOVE "POSTED-FILE" TO WS-ERROR-FILE-NAME
000000             MOVE WS-D-STATUS  TO WS-ERROR-STATUS
000000             PERFORM 9900-FILE-ERROR
000000         END-IF
000000     END-IF.
000000     IF NOT WS-ORIG-FOUND
000000         MOVE "10"       TO REJ-REASON-CODE
000000         PERFORM 2300-REJECT-TRANS THRU 2300-EXIT
000000         GO TO 2700-EXIT
000000     END-IF.
000000     MOVE 1              TO WS-RVT-IX.
000000     PERFORM 2730-SCAN-BATCH-REVERSALS THRU 2730-EXIT
000000             UNTIL WS-RVT-IX > WS-RVT-COUNT OR WS-ORIG-REVERSED.
000000     IF WS-ORIG-REVERSED
000000         MOVE "11"       TO REJ-REASON-CODE
000000         PERFORM 2300-REJECT-TRANS THRU 2300-EXIT
000000         GO TO 2700-EXIT
000000     END-IF.
000000     IF WS-ORIG-TYPE NOT = "D" AND WS-ORIG-TYPE NOT = "C"
000000         MOVE "13"       TO REJ-REASON-CODE
000000         PERFORM 2300-REJECT-TRANS THRU 2300-EXIT
000000         GO TO 2700-EXIT
000000     END-IF.
000000     IF TRANS-ACC-NO NOT = WS-ORIG-ACC-NO
000000         MOVE "12"       TO REJ-REASON-CODE
000000         PERFORM 2300-REJECT-TRANS THRU 2300-EXIT
000000         GO TO 2700-EXIT
000000     END-IF.
000000 2700-EXIT.
000000     EXIT.
000000*
000000 2710-READ-POSTED.
000000     READ POSTED-FILE
000000         AT END
000000             SET WS-PD-AT-EOF TO TRUE
000000     END-READ.
000000 2710-EXIT.
000000     EXIT.
000000*
000000 2720-MATCH-POSTED.
000000     MOVE POST-SERIAL    TO WS-OK-SERIAL.
000000     MOVE POST-SOURCE    TO WS-OK-SOURCE.
000000     MOVE POST-RUN-DATE  TO WS-OK-RUN-DATE.
000000     IF WS-ORIG-KEY = TRANS-XREF
000000         SET WS-ORIG-FOUND TO TRUE
000000         MOVE POST-TYPE      TO WS-ORIG-TYPE
000000         MOVE POST-ACC-NO    TO WS-ORIG-ACC-NO
000000         MOVE POST-AMOUNT    TO WS-ORIG-AMOUNT
000000         IF POST-REVERSED
000000             SET WS-ORIG-REVERSED TO TRUE
000000         END-IF
000000     END-IF.
000000     IF POST-TYPE = "R" AND POST-XREF = TRANS-XREF
000000         SET WS-ORIG-REVERSED TO TRUE
000000     END-IF.
000000     PERFORM 2710-READ-POSTED THRU 2710-EXIT.
000000 2720-EXIT.
000000     EXIT.
000000*
000000 2730-SCAN-BATCH-REVERSALS.
000000     IF WS-RVT-KEY (WS-RVT-IX) = TRANS-XREF-X
000000         SET WS-ORIG-REVERSED TO TRUE
000000     END-IF.
000000     ADD 1 TO WS-RVT-IX.
000000 2730-EXIT.
000000     EXIT.
000000*
000000 2800-CHECK-TRANSFER.
000000     IF TRANS-TO-ACC-NO IS NOT NUMERIC
000000         MOVE "15"       TO REJ-REASON-CODE
000000         PERFORM 2300-REJECT-TRANS THRU 2300-EXIT
000000         GO TO 2800-EXIT
000000     END-IF.
000000     COMPUTE WS-EDIT-B-SCALE = TRANS-TO-ACC-NO
000000         ON SIZE ERROR
000000             MOVE "16"   TO REJ-REASON-CODE
000000             PERFORM 2300-REJECT-TRANS THRU 2300-EXIT
000000             GO TO 2800-EXIT
000000     END-COMPUTE.
000000     IF TRANS-TO-ACC-NO = TRANS-ACC-NO
000000         MOVE "17"       TO REJ-REASON-CODE
000000         PERFORM 2300-REJECT-TRANS THRU 2300-EXIT
000000         GO TO 2800-EXIT
000000     END-IF.
000000     IF TRANS-AMOUNT NOT > ZERO
000000         MOVE "18"       TO REJ-REASON-CODE
000000         PERFORM 2300-REJECT-TRANS THRU 2300-EXIT
000000         GO TO 2800-EXIT
000000     END-IF.
000000 2800-EXIT.
000000     EXIT.
000000*
000000 3000-NEW-PAGE.
000000     ADD 1 TO WS-PAGE-COUNT.
000000     MOVE WS-CURR-MM     TO WS-DL-MM.
000000     MOVE WS-PENDED-COUNT TO WS-TL-COUNT.
000000     WRITE PRINT-REC FROM WS-TOTAL-LINE
000000           AFTER ADVANCING 1 LINE.
000000     MOVE "SUSPENSE RE-ENTRIES  :" TO WS-TL-LABEL.
000000     MOVE WS-REENTRY-COUNT TO WS-TL-COUNT.
000000     WRITE PRINT-REC FROM WS-TOTAL-LINE
000000           AFTER ADVANCING 1 LINE.
000000     DISPLAY "FXPN0006 - READ     = ", WS-READ-COUNT.
000000     DISPLAY "FXPN0006 - ACCEPTED = ", WS-ACCEPT-COUNT.
000000     DISPLAY "FXPN0006 - REJECTED = ", WS-REJECT-COUNT.
000000     DISPLAY "FXPN0006 - HELD     = ", WS-PENDED-COUNT.
000000     DISPLAY "FXPN0006 - RE-ENTRY = ", WS-REENTRY-COUNT.
000000 8000-EXIT.
000000     EXIT.
000000*
000000         MOVE WS-R-STATUS  TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000     IF NOT WS-REENTRY-ABSENT
000000         CLOSE REENTRY-FILE
000000         IF WS-E-STATUS NOT = "00"
000000             MOVE "CLOSE"      TO WS-ERROR-OPERATION
000000             MOVE "REENTRY-FILE" TO WS-ERROR-FILE-NAME
000000             MOVE WS-E-STATUS  TO WS-ERROR-STATUS
000000             PERFORM 9900-FILE-ERROR
000000         END-IF
000000     END-IF.
000000     CLOSE WHSE-FILE.
000000     IF WS-W-STATUS NOT = "00"
000000         MOVE "CLOSE"      TO WS-ERROR-OPERATION
