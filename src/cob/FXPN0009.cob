000000*                 first run of this job is also the one-time
000000*                 initial build of the index from an existing
000000*                 trail.
000000* 2026.10.15  DJ  Archive and keep work records widened to 42
000000*                 bytes to match AUDITREC's new AUDIT-OVERRIDE
000000*                 field, which the rebuilt shadow index now
000000*                 carries as well.
000000* 2026.10.15  DJ  ARCHIVE-REC and KEEP-REC widened to 53 bytes to
000000*                 match AUDITREC's new AUDIT-SERIAL and AUDIT-
000000*                 SOURCE; the index rebuild copies both.
000000* 2026.10.15  DJ  ARCHIVE-REC and KEEP-REC widened to 80 bytes to
000000*                 match AUDITREC's new AUDIT-CUST-NAME and AUDIT-
000000*                 OD-LIMIT; the index rebuild copies both.
000000* 2026.10.15  DJ  ARCHIVE-REC and KEEP-REC widened to 96 bytes to
000000*                 match AUDITREC's new AUDIT-MAKER-ID and AUDIT-
000000*                 CHECKER-ID; the index rebuild copies both.
000000*
000000 ENVIRONMENT            DIVISION.
000000 CONFIGURATION          SECTION.
000000 01  CUTOFF-REC.
000000     05 CUTOFF-DATE      PIC 9(08).
000000 FD  ARCHIVE-FILE.
000000 01  ARCHIVE-REC         PIC X(96).
000000 FD  KEEP-FILE.
000000 01  KEEP-REC            PIC X(96).
000000 FD  XAUDIT-FILE.
000000     COPY XAUDREC.
000000 FD  PARM-FILE.
000000     MOVE AUDIT-ACTION     TO XAUD-ACTION.
000000     MOVE AUDIT-BALANCE    TO XAUD-BALANCE.
000000     MOVE AUDIT-STATUS     TO XAUD-STATUS.
000000     MOVE AUDIT-OVERRIDE   TO XAUD-OVERRIDE.
000000     MOVE AUDIT-SERIAL     TO XAUD-SERIAL.
000000     MOVE AUDIT-SOURCE     TO XAUD-SOURCE.
000000     MOVE AUDIT-CUST-NAME  TO XAUD-CUST-NAME.
000000     MOVE AUDIT-OD-LIMIT   TO XAUD-OD-LIMIT.
000000     MOVE AUDIT-MAKER-ID   TO XAUD-MAKER-ID.
000000     MOVE AUDIT-CHECKER-ID TO XAUD-CHECKER-ID.
000000     MOVE "N"            TO WS-XWRITE-SW.
000000     PERFORM 4200-WRITE-XAUD-REC THRU 4200-EXIT
000000             UNTIL WS-XWRITE-DONE.
