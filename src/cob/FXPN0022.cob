000000* totals so an empty day is distinguishable from a register
000000* that never ran.
000000*
000000* A transfer is printed as its two legs under the one serial,
000000* paying leg (XFER OUT, minus amount) then receiving leg
000000* (XFER IN), each followed by a line naming the other account.
000000* The pair counts once among the postings, as it does in the
000000* control totals.
000000*
000000* MODIFICATION HISTORY
000000* ----------------------------------------------------------
000000* 2026.09.02  DJ  Initial version.
000000* 2026.10.15  DJ  A reversal prints with note REVERSAL and a
000000*                 second line naming the posting it backs out; a
000000*                 posting since reversed prints with note
000000*                 REVERSED. The totals add the reversal count,
000000*                 their net balance effect and the count of
000000*                 postings since reversed.
000000* 2026.10.15  DJ  A transfer prints as its two legs, noted XFER
000000*                 OUT and XFER IN, each with a line naming the
000000*                 other account; the pair counts once among the
000000*                 postings and the totals add the transfer count
000000*                 and value.
000000*
000000 ENVIRONMENT            DIVISION.
000000 CONFIGURATION          SECTION.
000000 01  WS-CREDIT-COUNT     PIC 9(07)   COMP    VALUE ZERO.
000000 01  WS-DEBIT-SUM        PIC S9(09)V9(02)    VALUE ZERO.
000000 01  WS-CREDIT-SUM       PIC S9(09)V9(02)    VALUE ZERO.
000000 01  WS-REVERSAL-COUNT   PIC 9(07)   COMP    VALUE ZERO.
000000 01  WS-REVERSAL-SUM     PIC S9(09)V9(02)    VALUE ZERO.
000000 01  WS-REVERSED-COUNT   PIC 9(07)   COMP    VALUE ZERO.
000000 01  WS-TRANSFER-COUNT   PIC 9(07)   COMP    VALUE ZERO.
000000 01  WS-TRANSFER-SUM     PIC S9(09)V9(02)    VALUE ZERO.
000000 01  WS-OTHER-DATE-COUNT PIC 9(07)   COMP    VALUE ZERO.
000000*
000000 01  WS-CURRENT-DATE.
000000     05 FILLER           PIC X(03)   VALUE "T".
000000     05 FILLER           PIC X(10)   VALUE "AMOUNT".
000000     05 FILLER           PIC X(10)   VALUE "BEFORE".
000000     05 FILLER           PIC X(10)   VALUE "AFTER".
000000     05 FILLER           PIC X(08)   VALUE "NOTE".
000000*
000000 01  WS-DETAIL-LINE.
000000     05 FILLER           PIC X(01)   VALUE SPACES.
000000     05 WS-DT-BEFORE     PIC -ZZ9.99.
000000     05 FILLER           PIC X(03)   VALUE SPACES.
000000     05 WS-DT-AFTER      PIC -ZZ9.99.
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
000000 01  WS-XFER-LINE.
000000     05 FILLER           PIC X(11)   VALUE SPACES.
000000     05 WS-XF-TEXT       PIC X(16).
000000     05 WS-XF-ACC-NO     PIC -ZZ9.99.
000000*
000000 01  WS-TOTAL-LINE.
000000     05 FILLER           PIC X(01)   VALUE SPACES.
000000     EXIT.
000000*
000000 2200-PRINT-POSTING.
000000     IF NOT POST-XFER-TO
000000         ADD 1 TO WS-POSTED-COUNT
000000     END-IF.
000000     IF POST-XFER-FROM
000000         ADD 1 TO WS-TRANSFER-COUNT
000000         SUBTRACT POST-AMOUNT FROM WS-TRANSFER-SUM
000000             ON SIZE ERROR
000000                 DISPLAY "FXPN0022 - SIZE ERROR ON TRANSFER SUM"
000000         END-SUBTRACT
000000     END-IF.
000000     IF POST-TYPE = "D"
000000         ADD 1 TO WS-DEBIT-COUNT
000000         ADD POST-AMOUNT TO WS-DEBIT-SUM
000000                 DISPLAY "FXPN0022 - SIZE ERROR ON CREDIT SUM"
000000         END-ADD
000000     END-IF.
000000     IF POST-TYPE = "R"
000000         ADD 1 TO WS-REVERSAL-COUNT
000000         ADD POST-AMOUNT TO WS-REVERSAL-SUM
000000             ON SIZE ERROR
000000                 DISPLAY "FXPN0022 - SIZE ERROR ON REVERSAL SUM"
000000         END-ADD
000000     END-IF.
000000     IF WS-LINE-COUNT + 1 >= WS-MAX-LINES
000000         PERFORM 3000-NEW-PAGE THRU 3000-EXIT
000000     END-IF.
000000     MOVE POST-SERIAL    TO WS-DT-SERIAL.
000000     MOVE POST-AMOUNT    TO WS-DT-AMOUNT.
000000     MOVE POST-BEFORE-BAL TO WS-DT-BEFORE.
000000     MOVE POST-AFTER-BAL TO WS-DT-AFTER.
000000     IF POST-TYPE = "R"
000000         MOVE "REVERSAL" TO WS-DT-NOTE
000000     ELSE IF POST-REVERSED
000000         MOVE "REVERSED" TO WS-DT-NOTE
000000         ADD 1 TO WS-REVERSED-COUNT
000000     ELSE IF POST-XFER-FROM
000000         MOVE "XFER OUT" TO WS-DT-NOTE
000000     ELSE IF POST-XFER-TO
000000         MOVE "XFER IN"  TO WS-DT-NOTE
000000     ELSE
000000         MOVE SPACES     TO WS-DT-NOTE
000000     END-IF.
000000     WRITE PRINT-REC FROM WS-DETAIL-LINE
000000           AFTER ADVANCING 1 LINE.
000000     ADD 1 TO WS-LINE-COUNT.
000000     IF POST-TYPE = "R"
000000         MOVE POST-XREF-SERIAL TO WS-XL-SERIAL
000000         MOVE POST-XREF-SOURCE TO WS-XL-SOURCE
000000         MOVE POST-XREF-DATE   TO WS-XL-RUN-DATE
000000         WRITE PRINT-REC FROM WS-XREF-LINE
000000               AFTER ADVANCING 1 LINE
000000         ADD 1 TO WS-LINE-COUNT
000000     END-IF.
000000     IF POST-XFER-FROM OR POST-XFER-TO
000000         IF POST-XFER-FROM
000000             MOVE "TO ACCOUNT"   TO WS-XF-TEXT
000000         ELSE
000000             MOVE "FROM ACCOUNT" TO WS-XF-TEXT
000000         END-IF
000000         MOVE POST-XFER-ACC-NO TO WS-XF-ACC-NO
000000         WRITE PRINT-REC FROM WS-XFER-LINE
000000               AFTER ADVANCING 1 LINE
000000         ADD 1 TO WS-LINE-COUNT
000000     END-IF.
000000 2200-EXIT.
000000     EXIT.
000000*
000000     MOVE WS-CREDIT-SUM  TO WS-SL-SUM.
000000     WRITE PRINT-REC FROM WS-SUM-LINE
000000           AFTER ADVANCING 1 LINE.
000000     MOVE "REVERSALS POSTED     :" TO WS-TL-LABEL.
000000     MOVE WS-REVERSAL-COUNT TO WS-TL-COUNT.
000000     WRITE PRINT-REC FROM WS-TOTAL-LINE
000000           AFTER ADVANCING 1 LINE.
000000     MOVE "NET OF REVERSALS     :" TO WS-SL-LABEL.
000000     MOVE WS-REVERSAL-SUM TO WS-SL-SUM.
000000     WRITE PRINT-REC FROM WS-SUM-LINE
000000           AFTER ADVANCING 1 LINE.
000000     MOVE "SINCE REVERSED       :" TO WS-TL-LABEL.
000000     MOVE WS-REVERSED-COUNT TO WS-TL-COUNT.
000000     WRITE PRINT-REC FROM WS-TOTAL-LINE
000000           AFTER ADVANCING 1 LINE.
000000     MOVE "TRANSFERS POSTED     :" TO WS-TL-LABEL.
000000     MOVE WS-TRANSFER-COUNT TO WS-TL-COUNT.
000000     WRITE PRINT-REC FROM WS-TOTAL-LINE
000000           AFTER ADVANCING 1 LINE.
000000     MOVE "VALUE TRANSFERRED    :" TO WS-SL-LABEL.
000000     MOVE WS-TRANSFER-SUM TO WS-SL-SUM.
000000     WRITE PRINT-REC FROM WS-SUM-LINE
000000           AFTER ADVANCING 1 LINE.
000000     MOVE "OTHER-DATE RECORDS   :" TO WS-TL-LABEL.
000000     MOVE WS-OTHER-DATE-COUNT TO WS-TL-COUNT.
000000     WRITE PRINT-REC FROM WS-TOTAL-LINE
