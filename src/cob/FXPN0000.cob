000000*                 future-dated transactions held by FXPN0006
000000*                 are fed into the day's validated file on the
000000*                 day they fall due.
000000* 2026.10.15  DJ  Added the FXPN0025 suspense correction step
000000*                 ahead of the pre-edit, so corrected suspense
000000*                 items re-enter through FXPN0006 the same
000000*                 day, and the FXPN0026 suspense load after
000000*                 the posting, so the day's edit rejects and
000000*                 posting exceptions are held and aged.  The
000000*                 step table now holds 30 entries.
000000* 2026.10.15  DJ  Added the FXPN0027 credit-desk decision step
000000*                 between the FXPN0024 release and the posting, so
000000*                 referrals the desk pays reach FXPN0002 the same
000000*                 day and unpaid ones are returned.
000000* 2026.10.15  DJ  Added the FXPN0028 standing-instruction step
000000*                 ahead of the pre-edit, so payments falling due
000000*                 are in the day's transaction file before
000000*                 FXPN0006 edits it.
000000* 2026.10.15  DJ  Added the FXPN0029 funds-holds step ahead of the
000000*                 posting, so the day's holds are placed and
000000*                 released, and lapsed holds dropped, before
000000*                 FXPN0002 tests debits against the available
000000*                 balance.
000000* 2026.10.15  DJ  Added the FXPN0032 activity-monitoring step
000000*                 after the tie-out, so compliance's case report
000000*                 is cut from postings FXPN0011 has already
000000*                 proved.
000000* 2026.10.15  DJ  The run-control file is now declared variable
000000*                 length, 180 to 432 bytes: a record written under
000000*                 the old 12-step layout still reads as it stands,
000000*                 and goes back at the 30-step length the next
000000*                 time the driver rewrites it.
000000*
000000 ENVIRONMENT            DIVISION.
000000 CONFIGURATION          SECTION.
000000 FILE                   SECTION.
000000 FD  PARM-FILE.
000000     COPY PARMREC.
000000 FD  RUNCTL-FILE
000000     RECORD IS VARYING IN SIZE FROM 180 TO 432 CHARACTERS.
000000     COPY RUNCREC.
000000 FD  CAL-FILE.
000000     COPY CALREC.
000000 01  WS-STEP-COUNT       PIC 9(02)   COMP    VALUE ZERO.
000000 01  WS-STEP-IX          PIC 9(02)   COMP    VALUE ZERO.
000000 01  WS-STEP-TABLE.
000000     05 WS-STEP-ENTRY    OCCURS 30 TIMES.
000000         10 WS-TBL-STEP-NAME PIC X(10).
000000         10 WS-TBL-STEP-RC   PIC 9(04).
000000**** USER-WORK-AREA.
000000     PERFORM 0100-READ-PARMS THRU 0100-EXIT.
000000     PERFORM 0200-CHECK-RUN-CONTROL THRU 0200-EXIT.
000000     PERFORM 1000-RUN-FXPN0001 THRU 1000-EXIT.
000000     PERFORM 1400-RUN-FXPN0025 THRU 1400-EXIT.
000000     PERFORM 1450-RUN-FXPN0028 THRU 1450-EXIT.
000000     PERFORM 1500-RUN-FXPN0006 THRU 1500-EXIT.
000000     PERFORM 1700-RUN-FXPN0024 THRU 1700-EXIT.
000000     PERFORM 1800-RUN-FXPN0027 THRU 1800-EXIT.
000000     PERFORM 1850-RUN-FXPN0029 THRU 1850-EXIT.
000000     PERFORM 2000-RUN-FXPN0002 THRU 2000-EXIT.
000000     PERFORM 2700-RUN-FXPN0026 THRU 2700-EXIT.
000000     PERFORM 3000-RUN-FXPN0011 THRU 3000-EXIT.
000000     PERFORM 3500-RUN-FXPN0032 THRU 3500-EXIT.
000000     PERFORM 4000-RUN-FXPN0003 THRU 4000-EXIT.
000000     PERFORM 5000-RUN-FXPN0012 THRU 5000-EXIT.
000000     PERFORM 6000-RUN-FXPN0013 THRU 6000-EXIT.
000000 1000-EXIT.
000000     EXIT.
000000*
000000 1400-RUN-FXPN0025.
000000     DISPLAY "FXPN0000 - CALLING FXPN0025".
000000     CALL "FXPN0025".
000000     MOVE RETURN-CODE    TO WS-STEP-RC.
000000     MOVE "FXPN0025"     TO WS-STEP-NAME.
000000     PERFORM 9500-RECORD-STEP THRU 9500-EXIT.
000000     IF WS-STEP-RC NOT = 0
000000         DISPLAY "FXPN0000 - FXPN0025 FAILED, RETURN-CODE=",
000000                 WS-STEP-RC
000000         DISPLAY "FXPN0000 - BATCH RUN ABORTED"
000000         PERFORM 9600-MARK-RUN-FAILED THRU 9600-EXIT
000000         MOVE WS-STEP-RC TO RETURN-CODE
000000         STOP RUN
000000     END-IF.
000000     DISPLAY "FXPN0000 - FXPN0025 COMPLETED OK".
000000 1400-EXIT.
000000     EXIT.
000000*
000000 1450-RUN-FXPN0028.
000000     DISPLAY "FXPN0000 - CALLING FXPN0028".
000000     CALL "FXPN0028".
000000     MOVE RETURN-CODE    TO WS-STEP-RC.
000000     MOVE "FXPN0028"     TO WS-STEP-NAME.
000000     PERFORM 9500-RECORD-STEP THRU 9500-EXIT.
000000     IF WS-STEP-RC NOT = 0
000000         DISPLAY "FXPN0000 - FXPN0028 FAILED, RETURN-CODE=",
000000                 WS-STEP-RC
000000         DISPLAY "FXPN0000 - BATCH RUN ABORTED"
000000         PERFORM 9600-MARK-RUN-FAILED THRU 9600-EXIT
000000         MOVE WS-STEP-RC TO RETURN-CODE
000000         STOP RUN
000000     END-IF.
000000     DISPLAY "FXPN0000 - FXPN0028 COMPLETED OK".
000000 1450-EXIT.
000000     EXIT.
000000*
000000 1500-RUN-FXPN0006.
000000     DISPLAY "FXPN0000 - CALLING FXPN0006".
000000     CALL "FXPN0006".
000000 1700-EXIT.
000000     EXIT.
000000*
000000 1800-RUN-FXPN0027.
000000     DISPLAY "FXPN0000 - CALLING FXPN0027".
000000     CALL "FXPN0027".
000000     MOVE RETURN-CODE    TO WS-STEP-RC.
000000     MOVE "FXPN0027"     TO WS-STEP-NAME.
000000     PERFORM 9500-RECORD-STEP THRU 9500-EXIT.
000000     IF WS-STEP-RC NOT = 0
000000         DISPLAY "FXPN0000 - FXPN0027 FAILED, RETURN-CODE=",
000000                 WS-STEP-RC
000000         DISPLAY "FXPN0000 - BATCH RUN ABORTED"
000000         PERFORM 9600-MARK-RUN-FAILED THRU 9600-EXIT
000000         MOVE WS-STEP-RC TO RETURN-CODE
000000         STOP RUN
000000     END-IF.
000000     DISPLAY "FXPN0000 - FXPN0027 COMPLETED OK".
000000 1800-EXIT.
000000     EXIT.
000000*
000000 1850-RUN-FXPN0029.
000000     DISPLAY "FXPN0000 - CALLING FXPN0029".
000000     CALL "FXPN0029".
000000     MOVE RETURN-CODE    TO WS-STEP-RC.
000000     MOVE "FXPN0029"     TO WS-STEP-NAME.
000000     PERFORM 9500-RECORD-STEP THRU 9500-EXIT.
000000     IF WS-STEP-RC NOT = 0
000000         DISPLAY "FXPN0000 - FXPN0029 FAILED, RETURN-CODE=",
000000                 WS-STEP-RC
000000         DISPLAY "FXPN0000 - BATCH RUN ABORTED"
000000         PERFORM 9600-MARK-RUN-FAILED THRU 9600-EXIT
000000         MOVE WS-STEP-RC TO RETURN-CODE
000000         STOP RUN
000000     END-IF.
000000     DISPLAY "FXPN0000 - FXPN0029 COMPLETED OK".
000000 1850-EXIT.
000000     EXIT.
000000*
000000 2000-RUN-FXPN0002.
000000     DISPLAY "FXPN0000 - CALLING FXPN0002".
000000     CALL "FXPN0002".
000000 2500-EXIT.
000000     EXIT.
000000*
000000 2700-RUN-FXPN0026.
000000     DISPLAY "FXPN0000 - CALLING FXPN0026".
000000     CALL "FXPN0026".
000000     MOVE RETURN-CODE    TO WS-STEP-RC.
000000     MOVE "FXPN0026"     TO WS-STEP-NAME.
000000     PERFORM 9500-RECORD-STEP THRU 9500-EXIT.
000000     IF WS-STEP-RC NOT = 0
000000         DISPLAY "FXPN0000 - FXPN0026 FAILED, RETURN-CODE=",
000000                 WS-STEP-RC
000000         DISPLAY "FXPN0000 - BATCH RUN ABORTED"
000000         PERFORM 9600-MARK-RUN-FAILED THRU 9600-EXIT
000000         MOVE WS-STEP-RC TO RETURN-CODE
000000         STOP RUN
000000     END-IF.
000000     DISPLAY "FXPN0000 - FXPN0026 COMPLETED OK".
000000 2700-EXIT.
000000     EXIT.
000000*
000000 3000-RUN-FXPN0011.
000000     DISPLAY "FXPN0000 - CALLING FXPN0011".
000000     CALL "FXPN0011".
000000 3000-EXIT.
000000     EXIT.
000000*
000000 3500-RUN-FXPN0032.
000000     DISPLAY "FXPN0000 - CALLING FXPN0032".
000000     CALL "FXPN0032".
000000     MOVE RETURN-CODE    TO WS-STEP-RC.
000000     MOVE "FXPN0032"     TO WS-STEP-NAME.
000000     PERFORM 9500-RECORD-STEP THRU 9500-EXIT.
000000     IF WS-STEP-RC NOT = 0
000000         DISPLAY "FXPN0000 - FXPN0032 FAILED, RETURN-CODE=",
000000                 WS-STEP-RC
000000         DISPLAY "FXPN0000 - BATCH RUN ABORTED"
000000         PERFORM 9600-MARK-RUN-FAILED THRU 9600-EXIT
000000         MOVE WS-STEP-RC TO RETURN-CODE
000000         STOP RUN
000000     END-IF.
000000     DISPLAY "FXPN0000 - FXPN0032 COMPLETED OK".
000000 3500-EXIT.
000000     EXIT.
000000*
000000 4000-RUN-FXPN0003.
000000     DISPLAY "FXPN0000 - CALLING FXPN0003".
000000     CALL "FXPN0003".
000000     EXIT.
000000*
000000 9500-RECORD-STEP.
000000     IF WS-STEP-COUNT < 30
000000         ADD 1 TO WS-STEP-COUNT
000000         MOVE WS-STEP-NAME TO WS-TBL-STEP-NAME (WS-STEP-COUNT)
000000         MOVE WS-STEP-RC   TO WS-TBL-STEP-RC (WS-STEP-COUNT)
000000     MOVE WS-STEP-COUNT  TO RUNC-STEP-COUNT.
000000     MOVE 1              TO WS-STEP-IX.
000000     PERFORM 9560-MOVE-STEP-ENTRY THRU 9560-EXIT
000000             UNTIL WS-STEP-IX > 30.
000000     REWRITE RUNC-REC
000000         INVALID KEY
000000             WRITE RUNC-REC
