000000*                 date/time still orders one account's entries.
000000*                 Negative account keys follow the masters'
000000*                 existing byte-order caveat (see HISTREC).
000000* 2026.10.15  DJ  Each detail line now shows the maker and checker
000000*                 operator IDs of an FXPN0007 maintenance write
000000*                 (XAUD-MAKER-ID, XAUD-CHECKER-ID, see XAUDREC);
000000*                 blank on every other write.
000000*
000000 ENVIRONMENT            DIVISION.
000000 CONFIGURATION          SECTION.
000000     05 FILLER           PIC X(03)   VALUE "AC".
000000     05 FILLER           PIC X(11)   VALUE "BALANCE".
000000     05 FILLER           PIC X(10)   VALUE "DATE".
000000     05 FILLER           PIC X(10)   VALUE "TIME".
000000     05 FILLER           PIC X(09)   VALUE "MAKER".
000000     05 FILLER           PIC X(08)   VALUE "CHECKER".
000000*
000000 01  WS-DETAIL-LINE.
000000     05 FILLER           PIC X(01)   VALUE SPACES.
000000     05 WS-DL-DATE       PIC 9(08).
000000     05 FILLER           PIC X(02)   VALUE SPACES.
000000     05 WS-DL-TIME       PIC 9(08).
000000     05 FILLER           PIC X(02)   VALUE SPACES.
000000     05 WS-DL-MAKER      PIC X(08).
000000     05 FILLER           PIC X(01)   VALUE SPACES.
000000     05 WS-DL-CHECKER    PIC X(08).
000000*
000000 01  WS-SUBTOTAL-HEADER.
000000     05 FILLER           PIC X(01)   VALUE SPACES.
000000     MOVE XAUD-BALANCE     TO WS-DL-BALANCE.
000000     MOVE XAUD-DATE        TO WS-DL-DATE.
000000     MOVE XAUD-TIME        TO WS-DL-TIME.
000000     MOVE XAUD-MAKER-ID    TO WS-DL-MAKER.
000000     MOVE XAUD-CHECKER-ID  TO WS-DL-CHECKER.
000000     WRITE PRINT-REC FROM WS-DETAIL-LINE
000000           AFTER ADVANCING 1 LINE.
000000     ADD 1 TO WS-LINE-COUNT.
