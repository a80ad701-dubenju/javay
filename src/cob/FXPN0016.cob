000000* 2026.09.02  DJ  TRANS-REC now carries TRANS-EFF-DATE (see
000000*                 TRANREC); accruals are written with a zero
000000*                 effective date so they post immediately.
000000* 2026.10.15  DJ  Accruals are written with a blank source and
000000*                 cross-reference (see TRANREC), so the pre-edit
000000*                 stamps them EDIT as before.
000000* 2026.10.15  DJ  Accruals are written with a zero receiving
000000*                 account (see TRANREC).
000000*
000000 ENVIRONMENT            DIVISION.
000000 CONFIGURATION          SECTION.
000000     MOVE WS-TRANS-TYPE  TO TRANS-TYPE.
000000     MOVE WS-INTEREST    TO TRANS-AMOUNT.
000000     MOVE ZERO           TO TRANS-EFF-DATE.
000000     MOVE SPACES         TO TRANS-SOURCE.
000000     MOVE SPACES         TO TRANS-XREF-X.
000000     MOVE ZERO           TO TRANS-TO-ACC-NO.
000000     WRITE TRANS-REC.
000000     IF WS-T-STATUS NOT = "00"
000000         MOVE "WRITE"      TO WS-ERROR-OPERATION
