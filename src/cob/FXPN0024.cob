000000* MODIFICATION HISTORY
000000* ----------------------------------------------------------
000000* 2026.09.02  DJ  Initial version.
000000* 2026.10.15  DJ  Released items carry an empty cross-
000000*                 reference on the validated file (see VTRNREC).
000000* 2026.10.15  DJ  Released items are written with no limit
000000*                 override (see VTRNREC).
000000* 2026.10.15  DJ  A released transfer carries its receiving
000000*                 account to the validated file (see PENDREC).
000000*
000000 ENVIRONMENT            DIVISION.
000000 CONFIGURATION          SECTION.
000000 FD  VALID-FILE.
000000     COPY VTRNREC.
000000 FD  KEEP-FILE.
000000 01  KEEP-REC            PIC X(41).
000000 FD  PRINT-FILE.
000000 01  PRINT-REC           PIC X(80).
000000 FD  PARM-FILE.
000000     MOVE WS-SERIAL-COUNT TO VTRANS-SERIAL.
000000     MOVE "WHSE"         TO VTRANS-SOURCE.
000000     MOVE WS-RUN-DATE    TO VTRANS-DATE.
000000     MOVE ZERO           TO VTRANS-XREF-SERIAL.
000000     MOVE SPACES         TO VTRANS-XREF-SOURCE.
000000     MOVE ZERO           TO VTRANS-XREF-DATE.
000000     MOVE SPACE          TO VTRANS-OVERRIDE.
000000     MOVE PEND-TO-ACC-NO TO VTRANS-TO-ACC-NO.
000000     WRITE VTRANS-REC.
000000     IF WS-V-STATUS NOT = "00"
000000         MOVE "WRITE"      TO WS-ERROR-OPERATION
