000000 IDENTIFICATION         DIVISION.
000000 PROGRAM-ID.            FXPN0031.
000000 AUTHOR.                dubenju@126.com.
000000 DATE-WRITTEN.          2026.10.15.
000000 DATE-COMPILED.
000000*
000000* FXPN0031 is the forward-recovery utility for the account
000000* masters.  FXPN0015 backs out one orphaned write and FXPN0005
000000* rebuilds A-FILE from a sound B-FILE; when both masters, or
000000* the B-FILE alone, are lost or damaged this program rebuilds
000000* them both from a known-good point and rolls them forward:
000000*   1. A-FILE and B-FILE are re-created from the FXPN0013
000000*      end-of-run snapshots for the snapshot date
000000*      (FXPN0013hYYYYMMDD.txt, HISTREC, and
000000*      FXPN0013bYYYYMMDD.txt, BHSTREC).
000000*   2. Every business date after the snapshot date, up to and
000000*      including the target date, is replayed in date order:
000000*      the FXPN0007 maintenance writes on the audit trail
000000*      (FXPN0002u.txt, AUDITREC - each carries the name,
000000*      status and limit it left, so an add re-creates the
000000*      account and a change or close re-applies it), then the
000000*      postings on the posted-detail file (FXPN0002d.txt,
000000*      POSTREC).  A posting moves the balance on both masters
000000*      by its after-balance less its before-balance, so debits,
000000*      credits, reversals and both legs of a transfer replay
000000*      alike; a new-account posting re-opens the account and a
000000*      close posting closes it.  The posting's before-balance
000000*      must match the rebuilt A-FILE balance - a mismatch
000000*      means the chain from the snapshot is broken, and is
000000*      reported as a replay exception.
000000*   3. The rebuilt masters are counted and hashed the way
000000*      FXPN0011 does it and proved against the control totals
000000*      the target date's posting run left on the dated control
000000*      history (FXPN0002h.txt, CTLREC; the last record for the
000000*      date stands, as a recovery resubmit appends a second).
000000* The snapshot and target dates come from the one-record
000000* recovery control file FXPN0031p.txt.  Every input is opened
000000* and the control totals found before either master is
000000* touched, so a missing snapshot stops the run with the
000000* damaged masters still as they were.
000000*
000000* FXPN0007 maintenance is replayed ahead of the same date's
000000* postings, so an account opened by maintenance is there for
000000* its first posting.  An account FXPN0007 added after that
000000* date's posting run shows on the target date as a count and
000000* hash difference; every replayed maintenance write is listed
000000* on FXPN0031.LST so such a difference can be accounted for.
000000* Maintenance archived off the trail by FXPN0009 is not seen:
000000* when the live trail starts after the snapshot date the
000000* report warns that the archive must be checked.
000000*
000000* The rebuild writes no audit records - it re-creates writes
000000* the trail already holds - and FXPN0031.LST is the record of
000000* it.  RETURN-CODE 0 means the masters are proved; 8 means
000000* they were rebuilt but not proved (a control total does not
000000* tie, the target date has no control record, or the replay
000000* raised exceptions); 16 means nothing usable was done.
000000*
000000* MODIFICATION HISTORY
000000* ----------------------------------------------------------
000000* 2026.10.15  DJ  Initial version.
000000*
000000 ENVIRONMENT            DIVISION.
000000 CONFIGURATION          SECTION.
000000 SOURCE-COMPUTER.       HP.
000000 OBJECT-COMPUTER.       HP.
000000*
000000 INPUT-OUTPUT           SECTION.
000000 FILE-CONTROL.
000000     SELECT RCV-FILE    ASSIGN TO "FXPN0031p.txt"
000000                        ORGANIZATION IS SEQUENTIAL
000000                        FILE STATUS IS WS-RCV-STATUS.
000000     SELECT SNAP-FILE   ASSIGN TO WS-SNAP-NAME
000000                        ORGANIZATION IS SEQUENTIAL
000000                        FILE STATUS IS WS-SNAP-STATUS.
000000     SELECT BSNAP-FILE  ASSIGN TO WS-BSNAP-NAME
000000                        ORGANIZATION IS SEQUENTIAL
000000                        FILE STATUS IS WS-BSNAP-STATUS.
000000     SELECT A-FILE      ASSIGN TO "FXPN0002a.txt"
000000                        ORGANIZATION IS INDEXED
000000                        ACCESS MODE IS DYNAMIC
000000                        RECORD KEY IS ACC-NO OF A-REC
000000                        FILE STATUS IS WS-A-STATUS.
000000     SELECT B-FILE      ASSIGN TO "FXPN0002b.txt"
000000                        ORGANIZATION IS INDEXED
000000                        ACCESS MODE IS DYNAMIC
000000                        RECORD KEY IS ACC-NO OF B-REC
000000                        FILE STATUS IS WS-B-STATUS.
000000     SELECT AUDIT-FILE  ASSIGN TO "FXPN0002u.txt"
000000                        ORGANIZATION IS SEQUENTIAL
000000                        FILE STATUS IS WS-AUDIT-STATUS.
000000     SELECT POSTED-FILE ASSIGN TO "FXPN0002d.txt"
000000                        ORGANIZATION IS SEQUENTIAL
000000                        FILE STATUS IS WS-PD-STATUS.
000000     SELECT CTL-HIST-FILE
000000                        ASSIGN TO "FXPN0002h.txt"
000000                        ORGANIZATION IS SEQUENTIAL
000000                        FILE STATUS IS WS-CH-STATUS.
000000     SELECT PRINT-FILE  ASSIGN TO "FXPN0031.LST"
000000                        ORGANIZATION IS LINE SEQUENTIAL.
000000     SELECT PARM-FILE   ASSIGN TO "FXPN0000p.txt"
000000                        ORGANIZATION IS SEQUENTIAL
000000                        FILE STATUS IS WS-P-STATUS.
000000*
000000 DATA                   DIVISION.
000000 FILE                   SECTION.
000000 FD  RCV-FILE.
000000 01  RCV-REC.
000000     05 RCV-SNAP-DATE    PIC 9(08).
000000     05 RCV-TARGET-DATE  PIC 9(08).
000000 FD  SNAP-FILE.
000000     COPY HISTREC.
000000 FD  BSNAP-FILE.
000000     COPY BHSTREC.
000000 FD  A-FILE.
000000     COPY AFILEREC.
000000 FD  B-FILE.
000000     COPY BFILEREC.
000000 FD  AUDIT-FILE.
000000     COPY AUDITREC.
000000 FD  POSTED-FILE.
000000     COPY POSTREC.
000000 FD  CTL-HIST-FILE.
000000     COPY CTLREC.
000000 FD  PRINT-FILE.
000000 01  PRINT-REC           PIC X(80).
000000 FD  PARM-FILE.
000000     COPY PARMREC.
000000*
000000 WORKING-STORAGE        SECTION.
000000*
000000 01  A02                 PIC S9(3)V9(2).
000000 01  A03                 PIC S9(1)V9(4).
000000*
000000 01  WS-RCV-STATUS       PIC X(02).
000000 01  WS-SNAP-STATUS      PIC X(02).
000000 01  WS-BSNAP-STATUS     PIC X(02).
000000 01  WS-A-STATUS         PIC X(02).
000000 01  WS-B-STATUS         PIC X(02).
000000 01  WS-AUDIT-STATUS     PIC X(02).
000000 01  WS-PD-STATUS        PIC X(02).
000000 01  WS-CH-STATUS        PIC X(02).
000000 01  WS-P-STATUS         PIC X(02).
000000*
000000 01  WS-ERROR-OPERATION  PIC X(10).
000000 01  WS-ERROR-FILE-NAME  PIC X(20).
000000 01  WS-ERROR-STATUS     PIC X(02).
000000*
000000 01  WS-SNAP-EOF-SW      PIC X(01)   VALUE "N".
000000     88 WS-SNAP-AT-EOF               VALUE "Y".
000000 01  WS-BSNAP-EOF-SW     PIC X(01)   VALUE "N".
000000     88 WS-BSNAP-AT-EOF              VALUE "Y".
000000 01  WS-AUDIT-EOF-SW     PIC X(01)   VALUE "N".
000000     88 WS-AUDIT-AT-EOF              VALUE "Y".
000000 01  WS-AUDIT-ABSENT-SW  PIC X(01)   VALUE "N".
000000     88 WS-AUDIT-ABSENT              VALUE "Y".
000000 01  WS-POSTED-EOF-SW    PIC X(01)   VALUE "N".
000000     88 WS-POSTED-AT-EOF             VALUE "Y".
000000 01  WS-POSTED-ABSENT-SW PIC X(01)   VALUE "N".
000000     88 WS-POSTED-ABSENT             VALUE "Y".
000000 01  WS-CH-EOF-SW        PIC X(01)   VALUE "N".
000000     88 WS-CH-AT-EOF                 VALUE "Y".
000000 01  WS-A-SCAN-EOF-SW    PIC X(01)   VALUE "N".
000000     88 WS-A-SCAN-AT-EOF             VALUE "Y".
000000 01  WS-B-SCAN-EOF-SW    PIC X(01)   VALUE "N".
000000     88 WS-B-SCAN-AT-EOF             VALUE "Y".
000000 01  WS-MAINT-WANTED-SW  PIC X(01)   VALUE "N".
000000     88 WS-MAINT-WANTED              VALUE "Y".
000000 01  WS-POST-WANTED-SW   PIC X(01)   VALUE "N".
000000     88 WS-POST-WANTED               VALUE "Y".
000000 01  WS-A-FOUND-SW       PIC X(01)   VALUE "N".
000000     88 WS-A-NOT-FOUND               VALUE "Y".
000000 01  WS-B-FOUND-SW       PIC X(01)   VALUE "N".
000000     88 WS-B-NOT-FOUND               VALUE "Y".
000000 01  WS-RESCALE-ERROR-SW PIC X(01)   VALUE "N".
000000     88 WS-RESCALE-ERROR             VALUE "Y".
000000 01  WS-CTL-FOUND-SW     PIC X(01)   VALUE "N".
000000     88 WS-CTL-FOUND                 VALUE "Y".
000000 01  WS-PROVED-SW        PIC X(01)   VALUE "Y".
000000     88 WS-PROVED                    VALUE "Y".
000000*
000000 01  WS-RUN-DATE         PIC 9(08).
000000 01  WS-SNAP-DATE        PIC 9(08).
000000 01  WS-TARGET-DATE      PIC 9(08).
000000 01  WS-FIRST-AUDIT-DATE PIC 9(08)           VALUE ZERO.
000000*
000000* The date of the next maintenance write and of the next
000000* posting to replay; all nines once that file is used up, so
000000* the other file drains.
000000*
000000 01  WS-NEXT-MAINT-DATE  PIC 9(08)           VALUE ZERO.
000000 01  WS-NEXT-POST-DATE   PIC 9(08)           VALUE ZERO.
000000 01  WS-POST-EFFECT      PIC S9(4)V9(2)      VALUE ZERO.
000000*
000000 01  WS-CHECK-DATE.
000000     05 WS-CHECK-CCYY    PIC 9(04).
000000     05 WS-CHECK-MM      PIC 9(02).
000000     05 WS-CHECK-DD      PIC 9(02).
000000*
000000 01  WS-SNAP-NAME.
000000     05 FILLER           PIC X(09)   VALUE "FXPN0013h".
000000     05 WS-SNAP-NAME-DATE PIC 9(08).
000000     05 FILLER           PIC X(04)   VALUE ".txt".
000000*
000000 01  WS-BSNAP-NAME.
000000     05 FILLER           PIC X(09)   VALUE "FXPN0013b".
000000     05 WS-BSNAP-NAME-DATE PIC 9(08).
000000     05 FILLER           PIC X(04)   VALUE ".txt".
000000*
000000* The target date's control totals, kept from the control
000000* history before the masters are rebuilt.
000000*
000000 01  WS-CTL-A-COUNT      PIC 9(07)           VALUE ZERO.
000000 01  WS-CTL-B-COUNT      PIC 9(07)           VALUE ZERO.
000000 01  WS-CTL-A-HASH       PIC S9(09)V9(02)    VALUE ZERO.
000000 01  WS-CTL-B-HASH       PIC S9(09)V9(04)    VALUE ZERO.
000000*
000000 01  WS-A-REC-COUNT      PIC 9(07)   COMP    VALUE ZERO.
000000 01  WS-B-REC-COUNT      PIC 9(07)   COMP    VALUE ZERO.
000000 01  WS-A-HASH-TOTAL     PIC S9(09)V9(02)    VALUE ZERO.
000000 01  WS-B-HASH-TOTAL     PIC S9(09)V9(04)    VALUE ZERO.
000000*
000000 01  WS-A-RESTORED-COUNT PIC 9(07)   COMP    VALUE ZERO.
000000 01  WS-B-RESTORED-COUNT PIC 9(07)   COMP    VALUE ZERO.
000000 01  WS-MAINT-COUNT      PIC 9(07)   COMP    VALUE ZERO.
000000 01  WS-MAINT-ADD-COUNT  PIC 9(07)   COMP    VALUE ZERO.
000000 01  WS-POST-COUNT       PIC 9(07)   COMP    VALUE ZERO.
000000 01  WS-POST-SUM         PIC S9(09)V9(02)    VALUE ZERO.
000000 01  WS-EXCEPTION-COUNT  PIC 9(07)   COMP    VALUE ZERO.
000000*
000000 01  WS-CURRENT-DATE.
000000     05 WS-CURR-CC       PIC 9(02).
000000     05 WS-CURR-YY       PIC 9(02).
000000     05 WS-CURR-MM       PIC 9(02).
000000     05 WS-CURR-DD       PIC 9(02).
000000*
000000 01  WS-PAGE-COUNT       PIC 9(03)   COMP    VALUE ZERO.
000000 01  WS-LINE-COUNT       PIC 9(03)   COMP    VALUE ZERO.
000000 01  WS-MAX-LINES        PIC 9(03).
000000*
000000 01  WS-TITLE-LINE.
000000     05 FILLER           PIC X(20)   VALUE SPACES.
000000     05 FILLER           PIC X(30)   VALUE
000000        "FORWARD RECOVERY REPORT".
000000*
000000 01  WS-DATE-LINE.
000000     05 FILLER           PIC X(12)   VALUE "RUN DATE : ".
000000     05 WS-DL-MM         PIC 9(02).
000000     05 FILLER           PIC X(01)   VALUE "/".
000000     05 WS-DL-DD         PIC 9(02).
000000     05 FILLER           PIC X(01)   VALUE "/".
000000     05 WS-DL-YY         PIC 9(02).
000000     05 FILLER           PIC X(10)   VALUE SPACES.
000000     05 FILLER           PIC X(06)   VALUE "PAGE: ".
000000     05 WS-DL-PAGE       PIC ZZZ9.
000000*
000000 01  WS-RANGE-LINE.
000000     05 FILLER           PIC X(16)   VALUE "SNAPSHOT DATE : ".
000000     05 WS-RL-SNAP-DATE  PIC 9(08).
000000     05 FILLER           PIC X(06)   VALUE SPACES.
000000     05 FILLER           PIC X(14)   VALUE "TARGET DATE : ".
000000     05 WS-RL-TARGET-DATE PIC 9(08).
000000*
000000 01  WS-HEADER-LINE.
000000     05 FILLER           PIC X(01)   VALUE SPACES.
000000     05 FILLER           PIC X(10)   VALUE "DATE".
000000     05 FILLER           PIC X(09)   VALUE "PROGRAM".
000000     05 FILLER           PIC X(03)   VALUE "F".
000000     05 FILLER           PIC X(11)   VALUE "ACC-NO".
000000     05 FILLER           PIC X(09)   VALUE "SERIAL".
000000     05 FILLER           PIC X(03)   VALUE "CD".
000000     05 FILLER           PIC X(34)   VALUE "REPLAYED".
000000*
000000 01  WS-EVENT-LINE.
000000     05 FILLER           PIC X(01)   VALUE SPACES.
000000     05 WS-EV-DATE       PIC 9(08).
000000     05 FILLER           PIC X(02)   VALUE SPACES.
000000     05 WS-EV-PROGRAM    PIC X(08).
000000     05 FILLER           PIC X(01)   VALUE SPACES.
000000     05 WS-EV-FILE-ID    PIC X(01).
000000     05 FILLER           PIC X(02)   VALUE SPACES.
000000     05 WS-EV-ACC-NO     PIC -ZZ9.9999.
000000     05 FILLER           PIC X(02)   VALUE SPACES.
000000     05 WS-EV-SERIAL     PIC ZZZZZZZ.
000000     05 FILLER           PIC X(02)   VALUE SPACES.
000000     05 WS-EV-CODE       PIC X(01).
000000     05 FILLER           PIC X(02)   VALUE SPACES.
000000     05 WS-EV-TEXT       PIC X(34).
000000*
000000 01  WS-TOTAL-LINE.
000000     05 FILLER           PIC X(01)   VALUE SPACES.
000000     05 WS-TL-LABEL      PIC X(22).
000000     05 WS-TL-COUNT      PIC ZZZ,ZZ9.
000000*
000000 01  WS-SUM-LINE.
000000     05 FILLER           PIC X(01)   VALUE SPACES.
000000     05 WS-SL-LABEL      PIC X(22).
000000     05 WS-SL-SUM        PIC -ZZZ,ZZZ,ZZ9.99.
000000*
000000 01  WS-PROOF-HEADER.
000000     05 FILLER           PIC X(23)   VALUE SPACES.
000000     05 FILLER           PIC X(19)   VALUE "         REBUILT".
000000     05 FILLER           PIC X(19)   VALUE "         CONTROL".
000000*
000000 01  WS-PROOF-COUNT-LINE.
000000     05 FILLER           PIC X(01)   VALUE SPACES.
000000     05 WS-PC-LABEL      PIC X(22).
000000     05 FILLER           PIC X(09)   VALUE SPACES.
000000     05 WS-PC-REBUILT    PIC ZZZ,ZZ9.
000000     05 FILLER           PIC X(12)   VALUE SPACES.
000000     05 WS-PC-CONTROL    PIC ZZZ,ZZ9.
000000     05 FILLER           PIC X(02)   VALUE SPACES.
000000     05 WS-PC-RESULT     PIC X(12).
000000*
000000 01  WS-PROOF-HASH-LINE.
000000     05 FILLER           PIC X(01)   VALUE SPACES.
000000     05 WS-PH-LABEL      PIC X(22).
000000     05 WS-PH-REBUILT    PIC -ZZZZZZZZ9.9999.
000000     05 FILLER           PIC X(04)   VALUE SPACES.
000000     05 WS-PH-CONTROL    PIC -ZZZZZZZZ9.9999.
000000     05 FILLER           PIC X(02)   VALUE SPACES.
000000     05 WS-PH-RESULT     PIC X(12).
000000*
000000 01  WS-MESSAGE-LINE.
000000     05 FILLER           PIC X(01)   VALUE SPACES.
000000     05 WS-ML-TEXT       PIC X(50).
000000     05 FILLER           PIC X(01)   VALUE SPACES.
000000     05 WS-ML-DATE       PIC 9(08).
000000**** USER-WORK-AREA.
000000*
000000 PROCEDURE              DIVISION.
000000*
000000 0000-MAINLINE.
000000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000000     PERFORM 2000-RESTORE-A-FILE THRU 2000-EXIT.
000000     PERFORM 2500-RESTORE-B-FILE THRU 2500-EXIT.
000000     PERFORM 3000-REOPEN-MASTERS THRU 3000-EXIT.
000000     PERFORM 4100-NEXT-MAINT THRU 4100-EXIT.
000000     PERFORM 4200-NEXT-POSTING THRU 4200-EXIT.
000000     PERFORM 4000-REPLAY-NEXT THRU 4000-EXIT
000000             UNTIL WS-AUDIT-AT-EOF AND WS-POSTED-AT-EOF.
000000     PERFORM 5000-PROVE-MASTERS THRU 5000-EXIT.
000000     PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
000000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
000000     GOBACK.
000000*
000000* Everything that can stop the run is checked here, before
000000* the masters are opened OUTPUT: the recovery dates, the
000000* target date's control totals, and both snapshots.
000000*
000000 1000-INITIALIZE.
000000     PERFORM 1050-READ-PARMS THRU 1050-EXIT.
000000     PERFORM 1100-READ-RECOVERY-DATES THRU 1100-EXIT.
000000     PERFORM 1200-FIND-CONTROL-TOTALS THRU 1200-EXIT.
000000     MOVE WS-SNAP-DATE   TO WS-SNAP-NAME-DATE.
000000     MOVE WS-SNAP-DATE   TO WS-BSNAP-NAME-DATE.
000000     OPEN INPUT SNAP-FILE.
000000     IF WS-SNAP-STATUS = "35"
000000         DISPLAY "FXPN0031 - A-FILE SNAPSHOT ", WS-SNAP-NAME,
000000                 " NOT ON FILE, NOTHING RESTORED"
000000         MOVE 16         TO RETURN-CODE
000000         GOBACK
000000     END-IF.
000000     IF WS-SNAP-STATUS NOT = "00"
000000         MOVE "OPEN"      TO WS-ERROR-OPERATION
000000         MOVE "SNAP-FILE" TO WS-ERROR-FILE-NAME
000000         MOVE WS-SNAP-STATUS TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000     OPEN INPUT BSNAP-FILE.
000000     IF WS-BSNAP-STATUS = "35"
000000         DISPLAY "FXPN0031 - B-FILE SNAPSHOT ", WS-BSNAP-NAME,
000000                 " NOT ON FILE, NOTHING RESTORED"
000000         MOVE 16         TO RETURN-CODE
000000         GOBACK
000000     END-IF.
000000     IF WS-BSNAP-STATUS NOT = "00"
000000         MOVE "OPEN"      TO WS-ERROR-OPERATION
000000         MOVE "BSNAP-FILE" TO WS-ERROR-FILE-NAME
000000         MOVE WS-BSNAP-STATUS TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000     OPEN INPUT AUDIT-FILE.
000000     IF WS-AUDIT-STATUS = "35"
000000         SET WS-AUDIT-ABSENT TO TRUE
000000         SET WS-AUDIT-AT-EOF TO TRUE
000000         DISPLAY "FXPN0031 - AUDIT-FILE NOT FOUND, NO",
000000                 " MAINTENANCE TO REPLAY"
000000     ELSE IF WS-AUDIT-STATUS NOT = "00"
000000         MOVE "OPEN"      TO WS-ERROR-OPERATION
000000         MOVE "AUDIT-FILE" TO WS-ERROR-FILE-NAME
000000         MOVE WS-AUDIT-STATUS TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000     OPEN INPUT POSTED-FILE.
000000     IF WS-PD-STATUS = "35"
000000         SET WS-POSTED-ABSENT TO TRUE
000000         SET WS-POSTED-AT-EOF TO TRUE
000000         DISPLAY "FXPN0031 - POSTED-FILE NOT FOUND, NO",
000000                 " POSTINGS TO REPLAY"
000000     ELSE IF WS-PD-STATUS NOT = "00"
000000         MOVE "OPEN"      TO WS-ERROR-OPERATION
000000         MOVE "POSTED-FILE" TO WS-ERROR-FILE-NAME
000000         MOVE WS-PD-STATUS TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000     OPEN OUTPUT PRINT-FILE.
000000     PERFORM 6000-NEW-PAGE THRU 6000-EXIT.
000000     DISPLAY "FXPN0031 - RESTORING FROM SNAPSHOT ", WS-SNAP-DATE,
000000             " AND REPLAYING TO ", WS-TARGET-DATE.
000000 1000-EXIT.
000000     EXIT.
000000*
000000 1050-READ-PARMS.
000000     OPEN INPUT PARM-FILE.
000000     IF WS-P-STATUS NOT = "00"
000000         MOVE "OPEN"      TO WS-ERROR-OPERATION
000000         MOVE "PARM-FILE" TO WS-ERROR-FILE-NAME
000000         MOVE WS-P-STATUS TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000     READ PARM-FILE
000000         AT END
000000             DISPLAY "FXPN0031 - PARM-FILE IS EMPTY"
000000             MOVE 16     TO RETURN-CODE
000000             GOBACK
000000     END-READ.
000000     IF PARM-RUN-DATE IS NOT NUMERIC
000000        OR PARM-RUN-MM < 01 OR PARM-RUN-MM > 12
000000        OR PARM-RUN-DD < 01 OR PARM-RUN-DD > 31
000000        OR PARM-TOLERANCE IS NOT NUMERIC
000000        OR PARM-PAGE-SIZE IS NOT NUMERIC
000000        OR PARM-PAGE-SIZE = ZERO
000000        OR (NOT PARM-MODE-NORMAL AND NOT PARM-MODE-RERUN)
000000         DISPLAY "FXPN0031 - INVALID PARAMETER RECORD"
000000         MOVE 16         TO RETURN-CODE
000000         GOBACK
000000     END-IF.
000000     MOVE PARM-PAGE-SIZE TO WS-MAX-LINES.
000000     MOVE PARM-RUN-DATE  TO WS-CURRENT-DATE.
000000     MOVE PARM-RUN-DATE  TO WS-RUN-DATE.
000000     CLOSE PARM-FILE.
000000     IF WS-P-STATUS NOT = "00"
000000         MOVE "CLOSE"     TO WS-ERROR-OPERATION
000000         MOVE "PARM-FILE" TO WS-ERROR-FILE-NAME
000000         MOVE WS-P-STATUS TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000 1050-EXIT.
000000     EXIT.
000000*
000000* Both dates must be real dates, the snapshot no later than
000000* the target, and the target no later than the business run
000000* date - there is nothing posted beyond it to replay.
000000*
000000 1100-READ-RECOVERY-DATES.
000000     OPEN INPUT RCV-FILE.
000000     IF WS-RCV-STATUS NOT = "00"
000000         MOVE "OPEN"      TO WS-ERROR-OPERATION
000000         MOVE "RCV-FILE"  TO WS-ERROR-FILE-NAME
000000         MOVE WS-RCV-STATUS TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000     READ RCV-FILE
000000         AT END
000000             DISPLAY "FXPN0031 - RCV-FILE IS EMPTY"
000000             MOVE 16     TO RETURN-CODE
000000             GOBACK
000000     END-READ.
000000     IF RCV-SNAP-DATE IS NOT NUMERIC
000000        OR RCV-TARGET-DATE IS NOT NUMERIC
000000         DISPLAY "FXPN0031 - RECOVERY DATES ARE NOT NUMERIC"
000000         MOVE 16         TO RETURN-CODE
000000         GOBACK
000000     END-IF.
000000     MOVE RCV-SNAP-DATE  TO WS-SNAP-DATE.
000000     MOVE RCV-TARGET-DATE TO WS-TARGET-DATE.
000000     CLOSE RCV-FILE.
000000     IF WS-RCV-STATUS NOT = "00"
000000         MOVE "CLOSE"     TO WS-ERROR-OPERATION
000000         MOVE "RCV-FILE"  TO WS-ERROR-FILE-NAME
000000         MOVE WS-RCV-STATUS TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000     MOVE WS-SNAP-DATE   TO WS-CHECK-DATE.
000000     IF WS-CHECK-MM < 01 OR WS-CHECK-MM > 12
000000        OR WS-CHECK-DD < 01 OR WS-CHECK-DD > 31
000000         DISPLAY "FXPN0031 - SNAPSHOT DATE ", WS-SNAP-DATE,
000000                 " IS NOT A VALID DATE"
000000         MOVE 16         TO RETURN-CODE
000000         GOBACK
000000     END-IF.
000000     MOVE WS-TARGET-DATE TO WS-CHECK-DATE.
000000     IF WS-CHECK-MM < 01 OR WS-CHECK-MM > 12
000000        OR WS-CHECK-DD < 01 OR WS-CHECK-DD > 31
000000         DISPLAY "FXPN0031 - TARGET DATE ", WS-TARGET-DATE,
000000                 " IS NOT A VALID DATE"
000000         MOVE 16         TO RETURN-CODE
000000         GOBACK
000000     END-IF.
000000     IF WS-SNAP-DATE > WS-TARGET-DATE
000000         DISPLAY "FXPN0031 - SNAPSHOT DATE ", WS-SNAP-DATE,
000000                 " IS AFTER TARGET DATE ", WS-TARGET-DATE
000000         MOVE 16         TO RETURN-CODE
000000         GOBACK
000000     END-IF.
000000     IF WS-TARGET-DATE > WS-RUN-DATE
000000         DISPLAY "FXPN0031 - TARGET DATE ", WS-TARGET-DATE,
000000                 " IS AFTER THE RUN DATE ", WS-RUN-DATE
000000         MOVE 16         TO RETURN-CODE
000000         GOBACK
000000     END-IF.
000000 1100-EXIT.
000000     EXIT.
000000*
000000* A missing control history, or no record for the target
000000* date, does not stop the rebuild - a lost master still has
000000* to be put back - but the result cannot then be proved.
000000*
000000 1200-FIND-CONTROL-TOTALS.
000000     OPEN INPUT CTL-HIST-FILE.
000000     IF WS-CH-STATUS = "35"
000000         DISPLAY "FXPN0031 - CONTROL HISTORY NOT FOUND, THE",
000000                 " REBUILD CANNOT BE PROVED"
000000         GO TO 1200-EXIT
000000     END-IF.
000000     IF WS-CH-STATUS NOT = "00"
000000         MOVE "OPEN"      TO WS-ERROR-OPERATION
000000         MOVE "CTL-HIST-FILE" TO WS-ERROR-FILE-NAME
000000         MOVE WS-CH-STATUS TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000     PERFORM 1210-READ-CTL-HIST THRU 1210-EXIT
000000             UNTIL WS-CH-AT-EOF.
000000     CLOSE CTL-HIST-FILE.
000000     IF WS-CH-STATUS NOT = "00"
000000         MOVE "CLOSE"     TO WS-ERROR-OPERATION
000000         MOVE "CTL-HIST-FILE" TO WS-ERROR-FILE-NAME
000000         MOVE WS-CH-STATUS TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000     IF NOT WS-CTL-FOUND
000000         DISPLAY "FXPN0031 - NO CONTROL TOTALS FOR ",
000000                 WS-TARGET-DATE, ", THE REBUILD CANNOT BE",
000000                 " PROVED"
000000     END-IF.
000000 1200-EXIT.
000000     EXIT.
000000*
000000 1210-READ-CTL-HIST.
000000     READ CTL-HIST-FILE
000000         AT END
000000             SET WS-CH-AT-EOF TO TRUE
000000             GO TO 1210-EXIT
000000     END-READ.
000000     IF CTL-RUN-DATE = WS-TARGET-DATE
000000        AND CTL-A-REC-COUNT IS NUMERIC
000000        AND CTL-B-REC-COUNT IS NUMERIC
000000        AND CTL-A-HASH IS NUMERIC
000000        AND CTL-B-HASH IS NUMERIC
000000         SET WS-CTL-FOUND TO TRUE
000000         MOVE CTL-A-REC-COUNT TO WS-CTL-A-COUNT
000000         MOVE CTL-B-REC-COUNT TO WS-CTL-B-COUNT
000000         MOVE CTL-A-HASH      TO WS-CTL-A-HASH
000000         MOVE CTL-B-HASH      TO WS-CTL-B-HASH
000000     END-IF.
000000 1210-EXIT.
000000     EXIT.
000000*
000000 2000-RESTORE-A-FILE.
000000     OPEN OUTPUT A-FILE.
000000     IF WS-A-STATUS NOT = "00"
000000         MOVE "OPEN"      TO WS-ERROR-OPERATION
000000         MOVE "A-FILE"    TO WS-ERROR-FILE-NAME
000000         MOVE WS-A-STATUS TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000     PERFORM 2100-READ-SNAP THRU 2100-EXIT.
000000     PERFORM 2200-RESTORE-A-REC THRU 2200-EXIT
000000             UNTIL WS-SNAP-AT-EOF.
000000     CLOSE A-FILE.
000000     IF WS-A-STATUS NOT = "00"
000000         MOVE "CLOSE"     TO WS-ERROR-OPERATION
000000         MOVE "A-FILE"    TO WS-ERROR-FILE-NAME
000000         MOVE WS-A-STATUS TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000     DISPLAY "FXPN0031 - A-FILE RESTORED = ", WS-A-RESTORED-COUNT.
000000 2000-EXIT.
000000     EXIT.
000000*
000000 2100-READ-SNAP.
000000     READ SNAP-FILE
000000         AT END
000000             SET WS-SNAP-AT-EOF TO TRUE
000000     END-READ.
000000 2100-EXIT.
000000     EXIT.
000000*
000000 2200-RESTORE-A-REC.
000000     MOVE HIST-ACC-NO    TO ACC-NO OF A-REC.
000000     MOVE HIST-BALANCE   TO A-BALANCE.
000000     MOVE HIST-CUST-NAME TO A-CUST-NAME.
000000     MOVE HIST-STATUS    TO A-STATUS.
000000     MOVE HIST-OPEN-DATE TO A-OPEN-DATE.
000000     MOVE HIST-LAST-ACT  TO A-LAST-ACT-DATE.
000000     MOVE HIST-OD-LIMIT  TO A-OD-LIMIT.
000000     WRITE A-REC.
000000     IF WS-A-STATUS NOT = "00"
000000         MOVE "WRITE"     TO WS-ERROR-OPERATION
000000         MOVE "A-FILE"    TO WS-ERROR-FILE-NAME
000000         MOVE WS-A-STATUS TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000     ADD 1 TO WS-A-RESTORED-COUNT.
000000     PERFORM 2100-READ-SNAP THRU 2100-EXIT.
000000 2200-EXIT.
000000     EXIT.
000000*
000000 2500-RESTORE-B-FILE.
000000     OPEN OUTPUT B-FILE.
000000     IF WS-B-STATUS NOT = "00"
000000         MOVE "OPEN"      TO WS-ERROR-OPERATION
000000         MOVE "B-FILE"    TO WS-ERROR-FILE-NAME
000000         MOVE WS-B-STATUS TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000     PERFORM 2600-READ-BSNAP THRU 2600-EXIT.
000000     PERFORM 2700-RESTORE-B-REC THRU 2700-EXIT
000000             UNTIL WS-BSNAP-AT-EOF.
000000     CLOSE B-FILE.
000000     IF WS-B-STATUS NOT = "00"
000000         MOVE "CLOSE"     TO WS-ERROR-OPERATION
000000         MOVE "B-FILE"    TO WS-ERROR-FILE-NAME
000000         MOVE WS-B-STATUS TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000     DISPLAY "FXPN0031 - B-FILE RESTORED = ", WS-B-RESTORED-COUNT.
000000 2500-EXIT.
000000     EXIT.
000000*
000000 2600-READ-BSNAP.
000000     READ BSNAP-FILE
000000         AT END
000000             SET WS-BSNAP-AT-EOF TO TRUE
000000     END-READ.
000000 2600-EXIT.
000000     EXIT.
000000*
000000 2700-RESTORE-B-REC.
000000     MOVE BHIST-ACC-NO   TO ACC-NO OF B-REC.
000000     MOVE BHIST-BALANCE  TO B-BALANCE.
000000     MOVE BHIST-CUST-NAME TO B-CUST-NAME.
000000     MOVE BHIST-STATUS   TO B-STATUS.
000000     MOVE BHIST-OPEN-DATE TO B-OPEN-DATE.
000000     MOVE BHIST-LAST-ACT TO B-LAST-ACT-DATE.
000000     MOVE BHIST-OD-LIMIT TO B-OD-LIMIT.
000000     WRITE B-REC.
000000     IF WS-B-STATUS NOT = "00"
000000         MOVE "WRITE"     TO WS-ERROR-OPERATION
000000         MOVE "B-FILE"    TO WS-ERROR-FILE-NAME
000000         MOVE WS-B-STATUS TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000     ADD 1 TO WS-B-RESTORED-COUNT.
000000     PERFORM 2600-READ-BSNAP THRU 2600-EXIT.
000000 2700-EXIT.
000000     EXIT.
000000*
000000 3000-REOPEN-MASTERS.
000000     OPEN I-O A-FILE.
000000     IF WS-A-STATUS NOT = "00"
000000         MOVE "OPEN"      TO WS-ERROR-OPERATION
000000         MOVE "A-FILE"    TO WS-ERROR-FILE-NAME
000000         MOVE WS-A-STATUS TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000     OPEN I-O B-FILE.
000000     IF WS-B-STATUS NOT = "00"
000000         MOVE "OPEN"      TO WS-ERROR-OPERATION
000000         MOVE "B-FILE"    TO WS-ERROR-FILE-NAME
000000         MOVE WS-B-STATUS TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000 3000-EXIT.
000000     EXIT.
000000*
000000* The audit trail and the posted-detail file are both written
000000* in business-date order, so the replay is a merge on date.
000000* On a date both files carry, the maintenance goes first.
000000*
000000 4000-REPLAY-NEXT.
000000     IF WS-NEXT-MAINT-DATE NOT > WS-NEXT-POST-DATE
000000         PERFORM 4300-REPLAY-MAINT THRU 4300-EXIT
000000         PERFORM 4100-NEXT-MAINT THRU 4100-EXIT
000000     ELSE
000000         PERFORM 4500-REPLAY-POSTING THRU 4500-EXIT
000000         PERFORM 4200-NEXT-POSTING THRU 4200-EXIT
000000     END-IF.
000000 4000-EXIT.
000000     EXIT.
000000*
000000 4100-NEXT-MAINT.
000000     MOVE "N"            TO WS-MAINT-WANTED-SW.
000000     IF NOT WS-AUDIT-AT-EOF
000000         PERFORM 4110-READ-AUDIT THRU 4110-EXIT
000000                 UNTIL WS-MAINT-WANTED OR WS-AUDIT-AT-EOF
000000     END-IF.
000000     IF WS-AUDIT-AT-EOF
000000         MOVE 99999999   TO WS-NEXT-MAINT-DATE
000000     ELSE
000000         MOVE AUDIT-DATE TO WS-NEXT-MAINT-DATE
000000     END-IF.
000000 4100-EXIT.
000000     EXIT.
000000*
000000* Only FXPN0007 maintenance writes are replayed from the
000000* trail: FXPN0002's own writes come back from the posted
000000* detail, and FXPN0005 and FXPN0015 repair writes restore a
000000* state the postings already describe.
000000*
000000 4110-READ-AUDIT.
000000     READ AUDIT-FILE
000000         AT END
000000             SET WS-AUDIT-AT-EOF TO TRUE
000000             GO TO 4110-EXIT
000000     END-READ.
000000     IF WS-FIRST-AUDIT-DATE = ZERO
000000         MOVE AUDIT-DATE TO WS-FIRST-AUDIT-DATE
000000     END-IF.
000000     IF AUDIT-PROGRAM-ID = "FXPN0007"
000000        AND AUDIT-WRITTEN
000000        AND AUDIT-DATE > WS-SNAP-DATE
000000        AND AUDIT-DATE NOT > WS-TARGET-DATE
000000         SET WS-MAINT-WANTED TO TRUE
000000     END-IF.
000000 4110-EXIT.
000000     EXIT.
000000*
000000 4200-NEXT-POSTING.
000000     MOVE "N"            TO WS-POST-WANTED-SW.
000000     IF NOT WS-POSTED-AT-EOF
000000         PERFORM 4210-READ-POSTED THRU 4210-EXIT
000000                 UNTIL WS-POST-WANTED OR WS-POSTED-AT-EOF
000000     END-IF.
000000     IF WS-POSTED-AT-EOF
000000         MOVE 99999999   TO WS-NEXT-POST-DATE
000000     ELSE
000000         MOVE POST-RUN-DATE TO WS-NEXT-POST-DATE
000000     END-IF.
000000 4200-EXIT.
000000     EXIT.
000000*
000000 4210-READ-POSTED.
000000     READ POSTED-FILE
000000         AT END
000000             SET WS-POSTED-AT-EOF TO TRUE
000000             GO TO 4210-EXIT
000000     END-READ.
000000     IF POST-RUN-DATE > WS-SNAP-DATE
000000        AND POST-RUN-DATE NOT > WS-TARGET-DATE
000000         SET WS-POST-WANTED TO TRUE
000000     END-IF.
000000 4210-EXIT.
000000     EXIT.
000000*
000000 4300-REPLAY-MAINT.
000000     MOVE AUDIT-DATE     TO WS-EV-DATE.
000000     MOVE AUDIT-PROGRAM-ID TO WS-EV-PROGRAM.
000000     MOVE AUDIT-FILE-ID  TO WS-EV-FILE-ID.
000000     MOVE AUDIT-ACC-NO   TO WS-EV-ACC-NO.
000000     MOVE ZERO           TO WS-EV-SERIAL.
000000     MOVE AUDIT-STATUS   TO WS-EV-CODE.
000000     IF AUDIT-FOR-A
000000         PERFORM 4400-REPLAY-MAINT-A THRU 4400-EXIT
000000     ELSE IF AUDIT-FOR-B
000000         PERFORM 4450-REPLAY-MAINT-B THRU 4450-EXIT
000000     ELSE
000000         MOVE "UNKNOWN FILE ID, NOT REPLAYED" TO WS-EV-TEXT
000000         PERFORM 4900-REPLAY-EXCEPTION THRU 4900-EXIT
000000     END-IF.
000000 4300-EXIT.
000000     EXIT.
000000*
000000* The maintained fields are set from the trail record; an
000000* account not yet on the rebuilt master is the FXPN0007 add,
000000* opened on the date of the write.
000000*
000000 4400-REPLAY-MAINT-A.
000000     MOVE "N"            TO WS-RESCALE-ERROR-SW.
000000     COMPUTE A02 = AUDIT-ACC-NO
000000         ON SIZE ERROR
000000             SET WS-RESCALE-ERROR TO TRUE
000000     END-COMPUTE.
000000     IF WS-RESCALE-ERROR
000000         MOVE "ACC-NO DOES NOT FIT A-FILE SCALE" TO WS-EV-TEXT
000000         PERFORM 4900-REPLAY-EXCEPTION THRU 4900-EXIT
000000         GO TO 4400-EXIT
000000     END-IF.
000000     PERFORM 4700-READ-A-BY-KEY THRU 4700-EXIT.
000000     MOVE AUDIT-CUST-NAME TO A-CUST-NAME.
000000     MOVE AUDIT-STATUS   TO A-STATUS.
000000     COMPUTE A-OD-LIMIT ROUNDED = AUDIT-OD-LIMIT.
000000     MOVE AUDIT-DATE     TO A-LAST-ACT-DATE.
000000     IF WS-A-NOT-FOUND
000000         MOVE A02        TO ACC-NO OF A-REC
000000         COMPUTE A-BALANCE ROUNDED = AUDIT-BALANCE
000000         MOVE AUDIT-DATE TO A-OPEN-DATE
000000         WRITE A-REC
000000         IF WS-A-STATUS NOT = "00"
000000             MOVE "WRITE"     TO WS-ERROR-OPERATION
000000             MOVE "A-FILE"    TO WS-ERROR-FILE-NAME
000000             MOVE WS-A-STATUS TO WS-ERROR-STATUS
000000             PERFORM 9900-FILE-ERROR
000000         END-IF
000000         ADD 1 TO WS-MAINT-ADD-COUNT
000000         MOVE "ACCOUNT ADDED BY MAINTENANCE" TO WS-EV-TEXT
000000     ELSE
000000         REWRITE A-REC
000000         IF WS-A-STATUS NOT = "00"
000000             MOVE "REWRITE"   TO WS-ERROR-OPERATION
000000             MOVE "A-FILE"    TO WS-ERROR-FILE-NAME
000000             MOVE WS-A-STATUS TO WS-ERROR-STATUS
000000             PERFORM 9900-FILE-ERROR
000000         END-IF
000000         MOVE "MAINTENANCE RE-APPLIED" TO WS-EV-TEXT
000000     END-IF.
000000     ADD 1 TO WS-MAINT-COUNT.
000000     PERFORM 4800-PRINT-EVENT THRU 4800-EXIT.
000000 4400-EXIT.
000000     EXIT.
000000*
000000 4450-REPLAY-MAINT-B.
000000     MOVE "N"            TO WS-RESCALE-ERROR-SW.
000000     COMPUTE A03 = AUDIT-ACC-NO
000000         ON SIZE ERROR
000000             SET WS-RESCALE-ERROR TO TRUE
000000     END-COMPUTE.
000000     IF WS-RESCALE-ERROR
000000         MOVE "ACC-NO DOES NOT FIT B-FILE SCALE" TO WS-EV-TEXT
000000         PERFORM 4900-REPLAY-EXCEPTION THRU 4900-EXIT
000000         GO TO 4450-EXIT
000000     END-IF.
000000     PERFORM 4750-READ-B-BY-KEY THRU 4750-EXIT.
000000     MOVE AUDIT-CUST-NAME TO B-CUST-NAME.
000000     MOVE AUDIT-STATUS   TO B-STATUS.
000000     COMPUTE B-OD-LIMIT = AUDIT-OD-LIMIT
000000         ON SIZE ERROR
000000             SET WS-RESCALE-ERROR TO TRUE
000000     END-COMPUTE.
000000     IF WS-RESCALE-ERROR
000000         MOVE "OD LIMIT DOES NOT FIT B-FILE SCALE" TO WS-EV-TEXT
000000         PERFORM 4900-REPLAY-EXCEPTION THRU 4900-EXIT
000000         GO TO 4450-EXIT
000000     END-IF.
000000     MOVE AUDIT-DATE     TO B-LAST-ACT-DATE.
000000     IF WS-B-NOT-FOUND
000000         MOVE A03        TO ACC-NO OF B-REC
000000         COMPUTE B-BALANCE = AUDIT-BALANCE
000000             ON SIZE ERROR
000000                 MOVE ZERO TO B-BALANCE
000000         END-COMPUTE
000000         MOVE AUDIT-DATE TO B-OPEN-DATE
000000         WRITE B-REC
000000         IF WS-B-STATUS NOT = "00"
000000             MOVE "WRITE"     TO WS-ERROR-OPERATION
000000             MOVE "B-FILE"    TO WS-ERROR-FILE-NAME
000000             MOVE WS-B-STATUS TO WS-ERROR-STATUS
000000             PERFORM 9900-FILE-ERROR
000000         END-IF
000000         ADD 1 TO WS-MAINT-ADD-COUNT
000000         MOVE "ACCOUNT ADDED BY MAINTENANCE" TO WS-EV-TEXT
000000     ELSE
000000         REWRITE B-REC
000000         IF WS-B-STATUS NOT = "00"
000000             MOVE "REWRITE"   TO WS-ERROR-OPERATION
000000             MOVE "B-FILE"    TO WS-ERROR-FILE-NAME
000000             MOVE WS-B-STATUS TO WS-ERROR-STATUS
000000             PERFORM 9900-FILE-ERROR
000000         END-IF
000000         MOVE "MAINTENANCE RE-APPLIED" TO WS-EV-TEXT
000000     END-IF.
000000     ADD 1 TO WS-MAINT-COUNT.
000000     PERFORM 4800-PRINT-EVENT THRU 4800-EXIT.
000000 4450-EXIT.
000000     EXIT.
000000*
000000* A posting moves both masters by its after-balance less its
000000* before-balance - the signed effect whatever the type - and
000000* stamps the last-activity date as FXPN0002 did.  Only the
000000* postings that open or close an account are listed; the
000000* rest are counted.
000000*
000000 4500-REPLAY-POSTING.
000000     MOVE POST-RUN-DATE  TO WS-EV-DATE.
000000     MOVE "FXPN0002"     TO WS-EV-PROGRAM.
000000     MOVE SPACE          TO WS-EV-FILE-ID.
000000     MOVE POST-ACC-NO    TO WS-EV-ACC-NO.
000000     MOVE POST-SERIAL    TO WS-EV-SERIAL.
000000     MOVE POST-TYPE      TO WS-EV-CODE.
000000     MOVE "N"            TO WS-RESCALE-ERROR-SW.
000000     MOVE POST-ACC-NO    TO A02.
000000     COMPUTE A03 = A02
000000         ON SIZE ERROR
000000             SET WS-RESCALE-ERROR TO TRUE
000000     END-COMPUTE.
000000     IF WS-RESCALE-ERROR
000000         MOVE "ACC-NO DOES NOT FIT B-FILE SCALE" TO WS-EV-TEXT
000000         PERFORM 4900-REPLAY-EXCEPTION THRU 4900-EXIT
000000         GO TO 4500-EXIT
000000     END-IF.
000000     PERFORM 4700-READ-A-BY-KEY THRU 4700-EXIT.
000000     PERFORM 4750-READ-B-BY-KEY THRU 4750-EXIT.
000000     IF POST-TYPE = "N"
000000         PERFORM 4600-REPLAY-NEW-ACCOUNT THRU 4600-EXIT
000000         GO TO 4500-EXIT
000000     END-IF.
000000     IF WS-A-NOT-FOUND OR WS-B-NOT-FOUND
000000         MOVE "ACCOUNT NOT ON REBUILT MASTERS" TO WS-EV-TEXT
000000         PERFORM 4900-REPLAY-EXCEPTION THRU 4900-EXIT
000000         GO TO 4500-EXIT
000000     END-IF.
000000     IF POST-BEFORE-BAL NOT = A-BALANCE
000000         MOVE "BEFORE-BALANCE DOES NOT MATCH" TO WS-EV-TEXT
000000         PERFORM 4900-REPLAY-EXCEPTION THRU 4900-EXIT
000000     END-IF.
000000     COMPUTE WS-POST-EFFECT = POST-AFTER-BAL - POST-BEFORE-BAL.
000000     COMPUTE A-BALANCE = A-BALANCE + WS-POST-EFFECT
000000         ON SIZE ERROR
000000             SET WS-RESCALE-ERROR TO TRUE
000000     END-COMPUTE.
000000     COMPUTE B-BALANCE = B-BALANCE + WS-POST-EFFECT
000000         ON SIZE ERROR
000000             SET WS-RESCALE-ERROR TO TRUE
000000     END-COMPUTE.
000000     IF WS-RESCALE-ERROR
000000         MOVE "NEW BALANCE OUT OF RANGE" TO WS-EV-TEXT
000000         PERFORM 4900-REPLAY-EXCEPTION THRU 4900-EXIT
000000         GO TO 4500-EXIT
000000     END-IF.
000000     MOVE POST-RUN-DATE  TO A-LAST-ACT-DATE.
000000     MOVE POST-RUN-DATE  TO B-LAST-ACT-DATE.
000000     IF POST-TYPE = "X"
000000         MOVE "C"        TO A-STATUS
000000         MOVE "C"        TO B-STATUS
000000     END-IF.
000000     REWRITE A-REC.
000000     IF WS-A-STATUS NOT = "00"
000000         MOVE "REWRITE"   TO WS-ERROR-OPERATION
000000         MOVE "A-FILE"    TO WS-ERROR-FILE-NAME
000000         MOVE WS-A-STATUS TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000     REWRITE B-REC.
000000     IF WS-B-STATUS NOT = "00"
000000         MOVE "REWRITE"   TO WS-ERROR-OPERATION
000000         MOVE "B-FILE"    TO WS-ERROR-FILE-NAME
000000         MOVE WS-B-STATUS TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000     ADD 1 TO WS-POST-COUNT.
000000     ADD WS-POST-EFFECT TO WS-POST-SUM
000000         ON SIZE ERROR
000000             DISPLAY "FXPN0031 - SIZE ERROR ON POSTED SUM"
000000     END-ADD.
000000     IF POST-TYPE = "X"
000000         MOVE "ACCOUNT CLOSED BY POSTING" TO WS-EV-TEXT
000000         PERFORM 4800-PRINT-EVENT THRU 4800-EXIT
000000     END-IF.
000000 4500-EXIT.
000000     EXIT.
000000*
000000* A new-account posting re-opens the account on both masters
000000* exactly as FXPN0002's 2210-POST-NEW-ACCOUNT opened it.
000000*
000000 4600-REPLAY-NEW-ACCOUNT.
000000     IF NOT WS-A-NOT-FOUND OR NOT WS-B-NOT-FOUND
000000         MOVE "NEW ACCOUNT ALREADY ON MASTERS" TO WS-EV-TEXT
000000         PERFORM 4900-REPLAY-EXCEPTION THRU 4900-EXIT
000000         GO TO 4600-EXIT
000000     END-IF.
000000     MOVE A02            TO ACC-NO OF B-REC.
000000     COMPUTE B-BALANCE = POST-AFTER-BAL
000000         ON SIZE ERROR
000000             SET WS-RESCALE-ERROR TO TRUE
000000     END-COMPUTE.
000000     IF WS-RESCALE-ERROR
000000         MOVE "OPENING BALANCE OUT OF RANGE" TO WS-EV-TEXT
000000         PERFORM 4900-REPLAY-EXCEPTION THRU 4900-EXIT
000000         GO TO 4600-EXIT
000000     END-IF.
000000     MOVE A02            TO ACC-NO OF A-REC.
000000     MOVE POST-AFTER-BAL TO A-BALANCE.
000000     MOVE SPACES         TO A-CUST-NAME.
000000     MOVE "O"            TO A-STATUS.
000000     MOVE POST-RUN-DATE  TO A-OPEN-DATE.
000000     MOVE POST-RUN-DATE  TO A-LAST-ACT-DATE.
000000     MOVE ZERO           TO A-OD-LIMIT.
000000     WRITE A-REC.
000000     IF WS-A-STATUS NOT = "00"
000000         MOVE "WRITE"     TO WS-ERROR-OPERATION
000000         MOVE "A-FILE"    TO WS-ERROR-FILE-NAME
000000         MOVE WS-A-STATUS TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000     MOVE A03            TO ACC-NO OF B-REC.
000000     MOVE SPACES         TO B-CUST-NAME.
000000     MOVE "O"            TO B-STATUS.
000000     MOVE POST-RUN-DATE  TO B-OPEN-DATE.
000000     MOVE POST-RUN-DATE  TO B-LAST-ACT-DATE.
000000     MOVE ZERO           TO B-OD-LIMIT.
000000     WRITE B-REC.
000000     IF WS-B-STATUS NOT = "00"
000000         MOVE "WRITE"     TO WS-ERROR-OPERATION
000000         MOVE "B-FILE"    TO WS-ERROR-FILE-NAME
000000         MOVE WS-B-STATUS TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000     ADD 1 TO WS-POST-COUNT.
000000     ADD POST-AFTER-BAL  TO WS-POST-SUM
000000         ON SIZE ERROR
000000             DISPLAY "FXPN0031 - SIZE ERROR ON POSTED SUM"
000000     END-ADD.
000000     MOVE "ACCOUNT OPENED BY POSTING" TO WS-EV-TEXT.
000000     PERFORM 4800-PRINT-EVENT THRU 4800-EXIT.
000000 4600-EXIT.
000000     EXIT.
000000*
000000 4700-READ-A-BY-KEY.
000000     MOVE "N"            TO WS-A-FOUND-SW.
000000     MOVE A02            TO ACC-NO OF A-REC.
000000     READ A-FILE
000000         INVALID KEY
000000             SET WS-A-NOT-FOUND TO TRUE
000000     END-READ.
000000 4700-EXIT.
000000     EXIT.
000000*
000000 4750-READ-B-BY-KEY.
000000     MOVE "N"            TO WS-B-FOUND-SW.
000000     MOVE A03            TO ACC-NO OF B-REC.
000000     READ B-FILE
000000         INVALID KEY
000000             SET WS-B-NOT-FOUND TO TRUE
000000     END-READ.
000000 4750-EXIT.
000000     EXIT.
000000*
000000 4800-PRINT-EVENT.
000000     IF WS-LINE-COUNT >= WS-MAX-LINES
000000         PERFORM 6000-NEW-PAGE THRU 6000-EXIT
000000     END-IF.
000000     WRITE PRINT-REC FROM WS-EVENT-LINE
000000           AFTER ADVANCING 1 LINE.
000000     ADD 1 TO WS-LINE-COUNT.
000000 4800-EXIT.
000000     EXIT.
000000*
000000* Any replay exception leaves the rebuild unproved, whatever
000000* the control totals say.
000000*
000000 4900-REPLAY-EXCEPTION.
000000     ADD 1 TO WS-EXCEPTION-COUNT.
000000     MOVE "N"            TO WS-PROVED-SW.
000000     DISPLAY "FXPN0031 - REPLAY EXCEPTION, ", WS-EV-PROGRAM,
000000             " ", WS-EV-DATE, " ACC-NO ", WS-EV-ACC-NO, ": ",
000000             WS-EV-TEXT.
000000     PERFORM 4800-PRINT-EVENT THRU 4800-EXIT.
000000 4900-EXIT.
000000     EXIT.
000000*
000000* The rebuilt masters are counted and hashed from a full pass,
000000* the way FXPN0011 ties a posting run out.
000000*
000000 5000-PROVE-MASTERS.
000000     CLOSE A-FILE.
000000     IF WS-A-STATUS NOT = "00"
000000         MOVE "CLOSE"     TO WS-ERROR-OPERATION
000000         MOVE "A-FILE"    TO WS-ERROR-FILE-NAME
000000         MOVE WS-A-STATUS TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000     CLOSE B-FILE.
000000     IF WS-B-STATUS NOT = "00"
000000         MOVE "CLOSE"     TO WS-ERROR-OPERATION
000000         MOVE "B-FILE"    TO WS-ERROR-FILE-NAME
000000         MOVE WS-B-STATUS TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000     OPEN INPUT A-FILE.
000000     IF WS-A-STATUS NOT = "00"
000000         MOVE "OPEN"      TO WS-ERROR-OPERATION
000000         MOVE "A-FILE"    TO WS-ERROR-FILE-NAME
000000         MOVE WS-A-STATUS TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000     PERFORM 5100-SCAN-A-FILE THRU 5100-EXIT.
000000     PERFORM 5200-COUNT-A-REC THRU 5200-EXIT
000000             UNTIL WS-A-SCAN-AT-EOF.
000000     OPEN INPUT B-FILE.
000000     IF WS-B-STATUS NOT = "00"
000000         MOVE "OPEN"      TO WS-ERROR-OPERATION
000000         MOVE "B-FILE"    TO WS-ERROR-FILE-NAME
000000         MOVE WS-B-STATUS TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000     PERFORM 5300-SCAN-B-FILE THRU 5300-EXIT.
000000     PERFORM 5400-COUNT-B-REC THRU 5400-EXIT
000000             UNTIL WS-B-SCAN-AT-EOF.
000000     IF NOT WS-CTL-FOUND
000000         MOVE "N"        TO WS-PROVED-SW
000000         GO TO 5000-EXIT
000000     END-IF.
000000     IF WS-A-REC-COUNT NOT = WS-CTL-A-COUNT
000000        OR WS-B-REC-COUNT NOT = WS-CTL-B-COUNT
000000        OR WS-A-HASH-TOTAL NOT = WS-CTL-A-HASH
000000        OR WS-B-HASH-TOTAL NOT = WS-CTL-B-HASH
000000         MOVE "N"        TO WS-PROVED-SW
000000     END-IF.
000000 5000-EXIT.
000000     EXIT.
000000*
000000 5100-SCAN-A-FILE.
000000     READ A-FILE NEXT RECORD
000000         AT END
000000             SET WS-A-SCAN-AT-EOF TO TRUE
000000     END-READ.
000000 5100-EXIT.
000000     EXIT.
000000*
000000 5200-COUNT-A-REC.
000000     ADD 1 TO WS-A-REC-COUNT.
000000     ADD ACC-NO OF A-REC TO WS-A-HASH-TOTAL
000000         ON SIZE ERROR
000000             DISPLAY "FXPN0031 - SIZE ERROR ON A-FILE HASH"
000000     END-ADD.
000000     PERFORM 5100-SCAN-A-FILE THRU 5100-EXIT.
000000 5200-EXIT.
000000     EXIT.
000000*
000000 5300-SCAN-B-FILE.
000000     READ B-FILE NEXT RECORD
000000         AT END
000000             SET WS-B-SCAN-AT-EOF TO TRUE
000000     END-READ.
000000 5300-EXIT.
000000     EXIT.
000000*
000000 5400-COUNT-B-REC.
000000     ADD 1 TO WS-B-REC-COUNT.
000000     ADD ACC-NO OF B-REC TO WS-B-HASH-TOTAL
000000         ON SIZE ERROR
000000             DISPLAY "FXPN0031 - SIZE ERROR ON B-FILE HASH"
000000     END-ADD.
000000     PERFORM 5300-SCAN-B-FILE THRU 5300-EXIT.
000000 5400-EXIT.
000000     EXIT.
000000*
000000 6000-NEW-PAGE.
000000     ADD 1 TO WS-PAGE-COUNT.
000000     MOVE WS-CURR-MM     TO WS-DL-MM.
000000     MOVE WS-CURR-DD     TO WS-DL-DD.
000000     MOVE WS-CURR-YY     TO WS-DL-YY.
000000     MOVE WS-PAGE-COUNT  TO WS-DL-PAGE.
000000     MOVE WS-SNAP-DATE   TO WS-RL-SNAP-DATE.
000000     MOVE WS-TARGET-DATE TO WS-RL-TARGET-DATE.
000000     IF WS-PAGE-COUNT = 1
000000         WRITE PRINT-REC FROM WS-TITLE-LINE
000000               AFTER ADVANCING 1 LINE
000000     ELSE
000000         WRITE PRINT-REC FROM WS-TITLE-LINE
000000               AFTER ADVANCING PAGE
000000     END-IF.
000000     WRITE PRINT-REC FROM WS-DATE-LINE
000000           AFTER ADVANCING 1 LINE.
000000     WRITE PRINT-REC FROM WS-RANGE-LINE
000000           AFTER ADVANCING 1 LINE.
000000     WRITE PRINT-REC FROM WS-HEADER-LINE
000000           AFTER ADVANCING 2 LINES.
000000     MOVE ZERO TO WS-LINE-COUNT.
000000 6000-EXIT.
000000     EXIT.
000000*
000000 8000-WRITE-TOTALS.
000000     MOVE "A-FILE RESTORED      :" TO WS-TL-LABEL.
000000     MOVE WS-A-RESTORED-COUNT TO WS-TL-COUNT.
000000     WRITE PRINT-REC FROM WS-TOTAL-LINE
000000           AFTER ADVANCING 2 LINES.
000000     MOVE "B-FILE RESTORED      :" TO WS-TL-LABEL.
000000     MOVE WS-B-RESTORED-COUNT TO WS-TL-COUNT.
000000     WRITE PRINT-REC FROM WS-TOTAL-LINE
000000           AFTER ADVANCING 1 LINE.
000000     MOVE "MAINTENANCE REPLAYED :" TO WS-TL-LABEL.
000000     MOVE WS-MAINT-COUNT TO WS-TL-COUNT.
000000     WRITE PRINT-REC FROM WS-TOTAL-LINE
000000           AFTER ADVANCING 1 LINE.
000000     MOVE "  OF WHICH ADDS      :" TO WS-TL-LABEL.
000000     MOVE WS-MAINT-ADD-COUNT TO WS-TL-COUNT.
000000     WRITE PRINT-REC FROM WS-TOTAL-LINE
000000           AFTER ADVANCING 1 LINE.
000000     MOVE "POSTINGS REPLAYED    :" TO WS-TL-LABEL.
000000     MOVE WS-POST-COUNT TO WS-TL-COUNT.
000000     WRITE PRINT-REC FROM WS-TOTAL-LINE
000000           AFTER ADVANCING 1 LINE.
000000     MOVE "NET BALANCE MOVEMENT :" TO WS-SL-LABEL.
000000     MOVE WS-POST-SUM TO WS-SL-SUM.
000000     WRITE PRINT-REC FROM WS-SUM-LINE
000000           AFTER ADVANCING 1 LINE.
000000     MOVE "REPLAY EXCEPTIONS    :" TO WS-TL-LABEL.
000000     MOVE WS-EXCEPTION-COUNT TO WS-TL-COUNT.
000000     WRITE PRINT-REC FROM WS-TOTAL-LINE
000000           AFTER ADVANCING 1 LINE.
000000     IF WS-FIRST-AUDIT-DATE > WS-SNAP-DATE
000000         MOVE "CHECK FXPN0009 ARCHIVE - LIVE AUDIT TRAIL STARTS"
000000                             TO WS-ML-TEXT
000000         MOVE WS-FIRST-AUDIT-DATE TO WS-ML-DATE
000000         WRITE PRINT-REC FROM WS-MESSAGE-LINE
000000               AFTER ADVANCING 2 LINES
000000         DISPLAY "FXPN0031 - WARNING: AUDIT TRAIL STARTS ",
000000                 WS-FIRST-AUDIT-DATE, ", AFTER THE SNAPSHOT"
000000     END-IF.
000000     PERFORM 8100-WRITE-PROOF THRU 8100-EXIT.
000000     DISPLAY "FXPN0031 - MAINTENANCE REPLAYED = ",
000000             WS-MAINT-COUNT.
000000     DISPLAY "FXPN0031 - POSTINGS REPLAYED    = ",
000000             WS-POST-COUNT.
000000     DISPLAY "FXPN0031 - REPLAY EXCEPTIONS    = ",
000000             WS-EXCEPTION-COUNT.
000000 8000-EXIT.
000000     EXIT.
000000*
000000 8100-WRITE-PROOF.
000000     IF NOT WS-CTL-FOUND
000000         MOVE "NOT PROVED - NO CONTROL TOTALS ON FILE FOR"
000000                             TO WS-ML-TEXT
000000         MOVE WS-TARGET-DATE TO WS-ML-DATE
000000         WRITE PRINT-REC FROM WS-MESSAGE-LINE
000000               AFTER ADVANCING 2 LINES
000000         DISPLAY "FXPN0031 - REBUILD NOT PROVED, NO CONTROL",
000000                 " TOTALS FOR ", WS-TARGET-DATE
000000         MOVE 8          TO RETURN-CODE
000000         GO TO 8100-EXIT
000000     END-IF.
000000     WRITE PRINT-REC FROM WS-PROOF-HEADER
000000           AFTER ADVANCING 2 LINES.
000000     MOVE "A-FILE RECORDS       :" TO WS-PC-LABEL.
000000     MOVE WS-A-REC-COUNT TO WS-PC-REBUILT.
000000     MOVE WS-CTL-A-COUNT TO WS-PC-CONTROL.
000000     MOVE "TIES"         TO WS-PC-RESULT.
000000     IF WS-A-REC-COUNT NOT = WS-CTL-A-COUNT
000000         MOVE "DOES NOT TIE" TO WS-PC-RESULT
000000     END-IF.
000000     WRITE PRINT-REC FROM WS-PROOF-COUNT-LINE
000000           AFTER ADVANCING 1 LINE.
000000     MOVE "B-FILE RECORDS       :" TO WS-PC-LABEL.
000000     MOVE WS-B-REC-COUNT TO WS-PC-REBUILT.
000000     MOVE WS-CTL-B-COUNT TO WS-PC-CONTROL.
000000     MOVE "TIES"         TO WS-PC-RESULT.
000000     IF WS-B-REC-COUNT NOT = WS-CTL-B-COUNT
000000         MOVE "DOES NOT TIE" TO WS-PC-RESULT
000000     END-IF.
000000     WRITE PRINT-REC FROM WS-PROOF-COUNT-LINE
000000           AFTER ADVANCING 1 LINE.
000000     MOVE "A-FILE ACC-NO HASH   :" TO WS-PH-LABEL.
000000     MOVE WS-A-HASH-TOTAL TO WS-PH-REBUILT.
000000     MOVE WS-CTL-A-HASH  TO WS-PH-CONTROL.
000000     MOVE "TIES"         TO WS-PH-RESULT.
000000     IF WS-A-HASH-TOTAL NOT = WS-CTL-A-HASH
000000         MOVE "DOES NOT TIE" TO WS-PH-RESULT
000000     END-IF.
000000     WRITE PRINT-REC FROM WS-PROOF-HASH-LINE
000000           AFTER ADVANCING 1 LINE.
000000     MOVE "B-FILE ACC-NO HASH   :" TO WS-PH-LABEL.
000000     MOVE WS-B-HASH-TOTAL TO WS-PH-REBUILT.
000000     MOVE WS-CTL-B-HASH  TO WS-PH-CONTROL.
000000     MOVE "TIES"         TO WS-PH-RESULT.
000000     IF WS-B-HASH-TOTAL NOT = WS-CTL-B-HASH
000000         MOVE "DOES NOT TIE" TO WS-PH-RESULT
000000     END-IF.
000000     WRITE PRINT-REC FROM WS-PROOF-HASH-LINE
000000           AFTER ADVANCING 1 LINE.
000000     IF WS-PROVED
000000         MOVE "MASTERS PROVED AGAINST THE CONTROL TOTALS OF"
000000                             TO WS-ML-TEXT
000000         DISPLAY "FXPN0031 - REBUILT MASTERS PROVED FOR ",
000000                 WS-TARGET-DATE
000000     ELSE
000000         MOVE "NOT PROVED - SEE EXCEPTIONS AND TOTALS ABOVE FOR"
000000                             TO WS-ML-TEXT
000000         DISPLAY "FXPN0031 - REBUILT MASTERS NOT PROVED FOR ",
000000                 WS-TARGET-DATE
000000         MOVE 8          TO RETURN-CODE
000000     END-IF.
000000     MOVE WS-TARGET-DATE TO WS-ML-DATE.
000000     WRITE PRINT-REC FROM WS-MESSAGE-LINE
000000           AFTER ADVANCING 2 LINES.
000000 8100-EXIT.
000000     EXIT.
000000*
000000 9000-TERMINATE.
000000     CLOSE A-FILE.
000000     IF WS-A-STATUS NOT = "00"
000000         MOVE "CLOSE"      TO WS-ERROR-OPERATION
000000         MOVE "A-FILE"     TO WS-ERROR-FILE-NAME
000000         MOVE WS-A-STATUS  TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000     CLOSE B-FILE.
000000     IF WS-B-STATUS NOT = "00"
000000         MOVE "CLOSE"      TO WS-ERROR-OPERATION
000000         MOVE "B-FILE"     TO WS-ERROR-FILE-NAME
000000         MOVE WS-B-STATUS  TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000     CLOSE SNAP-FILE.
000000     CLOSE BSNAP-FILE.
000000     IF NOT WS-AUDIT-ABSENT
000000         CLOSE AUDIT-FILE
000000     END-IF.
000000     IF NOT WS-POSTED-ABSENT
000000         CLOSE POSTED-FILE
000000     END-IF.
000000     CLOSE PRINT-FILE.
000000 9000-EXIT.
000000     EXIT.
000000*
000000 9900-FILE-ERROR.
000000     DISPLAY "FXPN0031 - FILE I/O ERROR".
000000     DISPLAY "OPERATION : ", WS-ERROR-OPERATION.
000000     DISPLAY "FILE      : ", WS-ERROR-FILE-NAME.
000000     DISPLAY "STATUS    : ", WS-ERROR-STATUS.
000000     MOVE 16             TO RETURN-CODE.
000000     GOBACK.
000000*
