000000*           mode R) remains the sanctioned way to redo a
000000*           completed date.  The FXPN0023 run-history report
000000*           prints this file.
000000*           The step table was 12 entries (a 180-byte record)
000000*           and is now 30 (432 bytes); both programs declare
000000*           the file RECORD VARYING 180 TO 432, so a date
000000*           recorded under the old layout reads without a
000000*           reload and is only ever read for its first
000000*           RUNC-STEP-COUNT entries.  Entries are added at the
000000*           end of the table only - the first 12 stay where
000000*           they were.
000000*
000000 01  RUNC-REC.
000000     05 RUNC-RUN-DATE        PIC 9(08).
000000         88 RUNC-COMPLETE            VALUE "C".
000000     05 RUNC-MODE-FLAG       PIC X(01).
000000     05 RUNC-STEP-COUNT      PIC 9(02).
000000     05 RUNC-STEP-ENTRY      OCCURS 30 TIMES.
000000         10 RUNC-STEP-NAME   PIC X(10).
000000         10 RUNC-STEP-RC     PIC 9(04).
