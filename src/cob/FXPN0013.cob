000000* HISTREC).  FXPN0014 compares any two of these snapshots to
000000* show how accounts moved between two dates.
000000*
000000* The B-FILE is snapshotted the same way, to
000000* FXPN0013bYYYYMMDD.txt (see BHSTREC), so that a lost or
000000* damaged pair of masters can be restored from the same
000000* business date by the FXPN0031 forward recovery.
000000*
000000* MODIFICATION HISTORY
000000* ----------------------------------------------------------
000000* 2026.08.22  DJ  Initial version.
000000* 2026.09.02  DJ  A-REC now carries the overdraft limit (see
000000*                 AFILEREC); the snapshot copies it so HISTREC
000000*                 stays a byte-for-byte mirror of the master.
000000* 2026.10.15  DJ  The B-FILE is now snapshotted alongside the
000000*                 A-FILE, to FXPN0013bYYYYMMDD.txt (see BHSTREC),
000000*                 so the FXPN0031 forward recovery can restore
000000*                 both masters from one business date.
000000*
000000 ENVIRONMENT            DIVISION.
000000 CONFIGURATION          SECTION.
000000                        ACCESS MODE IS SEQUENTIAL
000000                        RECORD KEY IS ACC-NO OF A-REC
000000                        FILE STATUS IS WS-A-STATUS.
000000     SELECT B-FILE      ASSIGN TO "FXPN0002b.txt"
000000                        ORGANIZATION IS INDEXED
000000                        ACCESS MODE IS SEQUENTIAL
000000                        RECORD KEY IS ACC-NO OF B-REC
000000                        FILE STATUS IS WS-B-STATUS.
000000     SELECT SNAP-FILE   ASSIGN TO WS-SNAP-NAME
000000                        ORGANIZATION IS SEQUENTIAL
000000                        FILE STATUS IS WS-SNAP-STATUS.
000000     SELECT BSNAP-FILE  ASSIGN TO WS-BSNAP-NAME
000000                        ORGANIZATION IS SEQUENTIAL
000000                        FILE STATUS IS WS-BSNAP-STATUS.
000000     SELECT PARM-FILE   ASSIGN TO "FXPN0000p.txt"
000000                        ORGANIZATION IS SEQUENTIAL
000000                        FILE STATUS IS WS-P-STATUS.
000000 FILE                   SECTION.
000000 FD  A-FILE.
000000     COPY AFILEREC.
000000 FD  B-FILE.
000000     COPY BFILEREC.
000000 FD  SNAP-FILE.
000000     COPY HISTREC.
000000 FD  BSNAP-FILE.
000000     COPY BHSTREC.
000000 FD  PARM-FILE.
000000     COPY PARMREC.
000000*
000000*
000000 01  WS-A-STATUS         PIC X(02).
000000 01  WS-SNAP-STATUS      PIC X(02).
000000 01  WS-B-STATUS         PIC X(02).
000000 01  WS-BSNAP-STATUS     PIC X(02).
000000 01  WS-P-STATUS         PIC X(02).
000000*
000000 01  WS-ERROR-OPERATION  PIC X(10).
000000*
000000 01  WS-A-EOF-SW         PIC X(01)   VALUE "N".
000000     88 WS-A-AT-EOF                  VALUE "Y".
000000 01  WS-B-EOF-SW         PIC X(01)   VALUE "N".
000000     88 WS-B-AT-EOF                  VALUE "Y".
000000*
000000 01  WS-RUN-DATE         PIC 9(08).
000000*
000000     05 WS-SNAP-NAME-DATE PIC 9(08).
000000     05 FILLER           PIC X(04)   VALUE ".txt".
000000*
000000 01  WS-BSNAP-NAME.
000000     05 FILLER           PIC X(09)   VALUE "FXPN0013b".
000000     05 WS-BSNAP-NAME-DATE PIC 9(08).
000000     05 FILLER           PIC X(04)   VALUE ".txt".
000000*
000000 01  WS-SNAP-COUNT       PIC 9(07)   COMP    VALUE ZERO.
000000 01  WS-BSNAP-COUNT      PIC 9(07)   COMP    VALUE ZERO.
000000**** USER-WORK-AREA.
000000*
000000 PROCEDURE              DIVISION.
000000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000000     PERFORM 2000-SNAPSHOT-RECORD THRU 2000-EXIT
000000             UNTIL WS-A-AT-EOF.
000000     PERFORM 3000-SNAPSHOT-B-RECORD THRU 3000-EXIT
000000             UNTIL WS-B-AT-EOF.
000000     PERFORM 8000-REPORT-TOTALS THRU 8000-EXIT.
000000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
000000     GOBACK.
000000 1000-INITIALIZE.
000000     PERFORM 1050-READ-PARMS THRU 1050-EXIT.
000000     MOVE WS-RUN-DATE    TO WS-SNAP-NAME-DATE.
000000     MOVE WS-RUN-DATE    TO WS-BSNAP-NAME-DATE.
000000     OPEN INPUT A-FILE.
000000     IF WS-A-STATUS NOT = "00"
000000         MOVE "OPEN"      TO WS-ERROR-OPERATION
000000         MOVE WS-SNAP-STATUS TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000     OPEN INPUT B-FILE.
000000     IF WS-B-STATUS NOT = "00"
000000         MOVE "OPEN"      TO WS-ERROR-OPERATION
000000         MOVE "B-FILE"    TO WS-ERROR-FILE-NAME
000000         MOVE WS-B-STATUS TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000     OPEN OUTPUT BSNAP-FILE.
000000     IF WS-BSNAP-STATUS NOT = "00"
000000         MOVE "OPEN"      TO WS-ERROR-OPERATION
000000         MOVE "BSNAP-FILE" TO WS-ERROR-FILE-NAME
000000         MOVE WS-BSNAP-STATUS TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000     DISPLAY "FXPN0013 - SNAPSHOT OF A-FILE TO ", WS-SNAP-NAME.
000000     DISPLAY "FXPN0013 - SNAPSHOT OF B-FILE TO ", WS-BSNAP-NAME.
000000     PERFORM 2100-READ-A THRU 2100-EXIT.
000000     PERFORM 3100-READ-B THRU 3100-EXIT.
000000 1000-EXIT.
000000     EXIT.
000000*
000000 2100-EXIT.
000000     EXIT.
000000*
000000 3000-SNAPSHOT-B-RECORD.
000000     MOVE ACC-NO OF B-REC TO BHIST-ACC-NO.
000000     MOVE B-BALANCE      TO BHIST-BALANCE.
000000     MOVE B-CUST-NAME    TO BHIST-CUST-NAME.
000000     MOVE B-STATUS       TO BHIST-STATUS.
000000     MOVE B-OPEN-DATE    TO BHIST-OPEN-DATE.
000000     MOVE B-LAST-ACT-DATE TO BHIST-LAST-ACT.
000000     MOVE B-OD-LIMIT     TO BHIST-OD-LIMIT.
000000     WRITE BHIST-REC.
000000     IF WS-BSNAP-STATUS NOT = "00"
000000         MOVE "WRITE"     TO WS-ERROR-OPERATION
000000         MOVE "BSNAP-FILE" TO WS-ERROR-FILE-NAME
000000         MOVE WS-BSNAP-STATUS TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000     ADD 1 TO WS-BSNAP-COUNT.
000000     PERFORM 3100-READ-B THRU 3100-EXIT.
000000 3000-EXIT.
000000     EXIT.
000000*
000000 3100-READ-B.
000000     READ B-FILE NEXT RECORD
000000         AT END
000000             SET WS-B-AT-EOF TO TRUE
000000     END-READ.
000000 3100-EXIT.
000000     EXIT.
000000*
000000 8000-REPORT-TOTALS.
000000     DISPLAY "FXPN0013 - ACCOUNTS SNAPSHOT = ", WS-SNAP-COUNT.
000000     DISPLAY "FXPN0013 - B-FILE SNAPSHOT   = ", WS-BSNAP-COUNT.
000000 8000-EXIT.
000000     EXIT.
000000*
000000         MOVE WS-SNAP-STATUS TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000     CLOSE B-FILE.
000000     IF WS-B-STATUS NOT = "00"
000000         MOVE "CLOSE"      TO WS-ERROR-OPERATION
000000         MOVE "B-FILE"     TO WS-ERROR-FILE-NAME
000000         MOVE WS-B-STATUS  TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000     CLOSE BSNAP-FILE.
000000     IF WS-BSNAP-STATUS NOT = "00"
000000         MOVE "CLOSE"      TO WS-ERROR-OPERATION
000000         MOVE "BSNAP-FILE" TO WS-ERROR-FILE-NAME
000000         MOVE WS-BSNAP-STATUS TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000 9000-EXIT.
000000     EXIT.
000000*
