000000* MODIFICATION HISTORY
000000* ----------------------------------------------------------
000000* 2026.09.02  DJ  Initial version.
000000* 2026.10.15  DJ  Step lines now run to the 30 step entries
000000*                 the run-control record holds.
000000* 2026.10.15  DJ  The run-control file is now declared variable
000000*                 length, 180 to 432 bytes, so the report reads
000000*                 records written under the old 12-step layout
000000*                 alongside the 30-step ones (see RUNCREC).
000000*
000000 ENVIRONMENT            DIVISION.
000000 CONFIGURATION          SECTION.
000000*
000000 DATA                   DIVISION.
000000 FILE                   SECTION.
000000 FD  RUNCTL-FILE
000000     RECORD IS VARYING IN SIZE FROM 180 TO 432 CHARACTERS.
000000     COPY RUNCREC.
000000 FD  PRINT-FILE.
000000 01  PRINT-REC           PIC X(80).
000000     MOVE 1              TO WS-STEP-IX.
000000     PERFORM 2200-PRINT-STEP THRU 2200-EXIT
000000             UNTIL WS-STEP-IX > RUNC-STEP-COUNT
000000                OR WS-STEP-IX > 30.
000000     PERFORM 2100-READ-RUN THRU 2100-EXIT.
000000 2000-EXIT.
000000     EXIT.
