000000 IDENTIFICATION         DIVISION.
000000 PROGRAM-ID.            FXPN0028.
000000 AUTHOR.                dubenju@126.com.
000000 DATE-WRITTEN.          2026.10.15.
000000 DATE-COMPILED.
000000*
000000* FXPN0028 is the standing-instruction step, run by FXPN0000
000000* ahead of the FXPN0006 pre-edit.  It keeps the standing-
000000* instruction master (see SINSREC) and does two things with it:
000000*   - applies the day's instruction maintenance file
000000*     (FXPN0028m.txt), the FXPN0007 action codes:
000000*       A - add an instruction (account and sequence not yet
000000*           on the master; type, amount, frequency and first
000000*           due date required, end date optional)
000000*       C - change an active instruction (a blank field is
000000*           left alone; an end date of zeros removes it)
000000*       X - cancel an active instruction (status C)
000000*   - writes every active instruction that has fallen due as
000000*     a TRANS-REC appended to the raw transaction file (the
000000*     FXPN0016 accrual precedent), source STND, so a generated
000000*     payment goes through the pre-edit and posting with the
000000*     same audit, checkpoint and tie-out coverage as a keyed
000000*     one, and advances the instruction's next due date.
000000* A scheduled date that falls on a CALREC holiday is rolled
000000* forward to the next business day before it is compared with
000000* the run date.  A payment whose account (or, for a transfer,
000000* receiving account) is closed, frozen or gone from A-FILE is
000000* skipped and the schedule moves on; an instruction whose next
000000* scheduled date is past its end date expires (status E).  If
000000* runs were missed, each scheduled date missed is taken in
000000* turn.  The master is rewritten through a keep file (the
000000* FXPN0009 keep-file pattern).
000000*
000000* A resubmitted run for the same business date writes nothing
000000* twice: the next due dates were advanced by the first run,
000000* and maintenance for an instruction already maintained on
000000* this date is listed as already applied, not applied again.
000000*
000000* The register (FXPN0028.LST) lists every maintenance item and
000000* what became of it, and every payment generated or skipped,
000000* with the generated count and value.  A missing maintenance
000000* file means no maintenance today; a missing master means no
000000* instruction has been set up yet.  A missing calendar file
000000* stops the holiday roll (with a warning on the register) but
000000* not the generation.
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
000000     SELECT SI-FILE     ASSIGN TO "FXPN0028s.txt"
000000                        ORGANIZATION IS SEQUENTIAL
000000                        FILE STATUS IS WS-S-STATUS.
000000     SELECT SMNT-FILE   ASSIGN TO "FXPN0028m.txt"
000000                        ORGANIZATION IS SEQUENTIAL
000000                        FILE STATUS IS WS-M-STATUS.
000000     SELECT A-FILE      ASSIGN TO "FXPN0002a.txt"
000000                        ORGANIZATION IS INDEXED
000000                        ACCESS MODE IS DYNAMIC
000000                        RECORD KEY IS ACC-NO OF A-REC
000000                        FILE STATUS IS WS-A-STATUS.
000000     SELECT TRANS-FILE  ASSIGN TO "FXPN0002t.txt"
000000                        ORGANIZATION IS SEQUENTIAL
000000                        FILE STATUS IS WS-T-STATUS.
000000     SELECT CAL-FILE    ASSIGN TO "FXPN0000d.txt"
000000                        ORGANIZATION IS SEQUENTIAL
000000                        FILE STATUS IS WS-CAL-STATUS.
000000     SELECT KEEP-FILE   ASSIGN TO "FXPN0028k.txt"
000000                        ORGANIZATION IS SEQUENTIAL
000000                        FILE STATUS IS WS-K-STATUS.
000000     SELECT PRINT-FILE  ASSIGN TO "FXPN0028.LST"
000000                        ORGANIZATION IS LINE SEQUENTIAL.
000000     SELECT PARM-FILE   ASSIGN TO "FXPN0000p.txt"
000000                        ORGANIZATION IS SEQUENTIAL
000000                        FILE STATUS IS WS-P-STATUS.
000000*
000000 DATA                   DIVISION.
000000 FILE                   SECTION.
000000 FD  SI-FILE.
000000     COPY SINSREC.
000000 FD  SMNT-FILE.
000000 01  SMNT-REC.
000000     05 SMNT-ACTION      PIC X(01).
000000     05 SMNT-KEY.
000000         10 SMNT-ACC-NO      PIC S9(3)V9(2).
000000         10 SMNT-SEQ         PIC 9(03).
000000     05 SMNT-TYPE        PIC X(01).
000000     05 SMNT-AMOUNT      PIC S9(3)V9(2).
000000     05 SMNT-TO-ACC-NO   PIC S9(3)V9(2).
000000     05 SMNT-FREQUENCY   PIC X(01).
000000     05 SMNT-NEXT-DUE    PIC 9(08).
000000     05 SMNT-END-DATE    PIC 9(08).
000000 FD  A-FILE.
000000     COPY AFILEREC.
000000 FD  TRANS-FILE.
000000     COPY TRANREC.
000000 FD  CAL-FILE.
000000     COPY CALREC.
000000 FD  KEEP-FILE.
000000 01  KEEP-REC            PIC X(71).
000000 FD  PRINT-FILE.
000000 01  PRINT-REC           PIC X(80).
000000 FD  PARM-FILE.
000000     COPY PARMREC.
000000*
000000 WORKING-STORAGE        SECTION.
000000*
000000 01  WS-S-STATUS         PIC X(02).
000000 01  WS-M-STATUS         PIC X(02).
000000 01  WS-A-STATUS         PIC X(02).
000000 01  WS-T-STATUS         PIC X(02).
000000 01  WS-CAL-STATUS       PIC X(02).
000000 01  WS-K-STATUS         PIC X(02).
000000 01  WS-P-STATUS         PIC X(02).
000000*
000000 01  WS-ERROR-OPERATION  PIC X(10).
000000 01  WS-ERROR-FILE-NAME  PIC X(20).
000000 01  WS-ERROR-STATUS     PIC X(02).
000000*
000000 01  WS-SI-EOF-SW        PIC X(01)   VALUE "N".
000000     88 WS-SI-AT-EOF                 VALUE "Y".
000000 01  WS-SI-ABSENT-SW     PIC X(01)   VALUE "N".
000000     88 WS-SI-ABSENT                 VALUE "Y".
000000 01  WS-SMNT-EOF-SW      PIC X(01)   VALUE "N".
000000     88 WS-SMNT-AT-EOF               VALUE "Y".
000000 01  WS-CAL-EOF-SW       PIC X(01)   VALUE "N".
000000     88 WS-CAL-AT-EOF                VALUE "Y".
000000 01  WS-CAL-ABSENT-SW    PIC X(01)   VALUE "N".
000000     88 WS-CAL-ABSENT                VALUE "Y".
000000 01  WS-KEEP-EOF-SW      PIC X(01)   VALUE "N".
000000     88 WS-KEEP-AT-EOF               VALUE "Y".
000000 01  WS-MT-FOUND-SW      PIC X(01)   VALUE "N".
000000     88 WS-MT-FOUND                  VALUE "Y".
000000 01  WS-A-FOUND-SW       PIC X(01)   VALUE "N".
000000     88 WS-A-NOT-FOUND               VALUE "Y".
000000 01  WS-ON-MASTER-SW     PIC X(01)   VALUE "N".
000000     88 WS-ITEM-ON-MASTER            VALUE "Y".
000000 01  WS-GEN-DONE-SW      PIC X(01)   VALUE "N".
000000     88 WS-GEN-DONE                  VALUE "Y".
000000 01  WS-DATE-BAD-SW      PIC X(01)   VALUE "N".
000000     88 WS-DATE-BAD                  VALUE "Y".
000000 01  WS-HOLIDAY-SW       PIC X(01)   VALUE "N".
000000     88 WS-DUE-ON-HOLIDAY            VALUE "Y".
000000*
000000 01  WS-RUN-DATE         PIC 9(08).
000000 01  WS-ROLL-DATE        PIC 9(08).
000000 01  WS-LOOKUP-ACC       PIC S9(3)V9(2).
000000 01  WS-REFUSE-REASON    PIC X(24).
000000 01  WS-SKIP-REASON      PIC X(24).
000000*
000000 01  WS-SMNT-READ-COUNT  PIC 9(07)   COMP    VALUE ZERO.
000000 01  WS-ADDED-COUNT      PIC 9(07)   COMP    VALUE ZERO.
000000 01  WS-CHANGED-COUNT    PIC 9(07)   COMP    VALUE ZERO.
000000 01  WS-CANCELLED-COUNT  PIC 9(07)   COMP    VALUE ZERO.
000000 01  WS-REFUSED-COUNT    PIC 9(07)   COMP    VALUE ZERO.
000000 01  WS-REPEATED-COUNT   PIC 9(07)   COMP    VALUE ZERO.
000000 01  WS-GENERATED-COUNT  PIC 9(07)   COMP    VALUE ZERO.
000000 01  WS-GENERATED-SUM    PIC S9(09)V9(02)    VALUE ZERO.
000000 01  WS-SKIPPED-COUNT    PIC 9(07)   COMP    VALUE ZERO.
000000 01  WS-SKIPPED-SUM      PIC S9(09)V9(02)    VALUE ZERO.
000000 01  WS-EXPIRED-COUNT    PIC 9(07)   COMP    VALUE ZERO.
000000 01  WS-ACTIVE-COUNT     PIC 9(07)   COMP    VALUE ZERO.
000000*
000000* The instruction being maintained and generated - a master
000000* record or a newly added one - is held here in the SINSREC
000000* layout, so both paths share one routine and the FD record
000000* areas are never relied on across a WRITE.
000000*
000000 01  WS-SI-ITEM.
000000     05 WS-SI-KEY.
000000         10 WS-SI-ACC-NO     PIC S9(3)V9(2).
000000         10 WS-SI-SEQ        PIC 9(03).
000000     05 WS-SI-TYPE           PIC X(01).
000000         88 WS-SI-TRANSFER           VALUE "T".
000000     05 WS-SI-AMOUNT         PIC S9(3)V9(2).
000000     05 WS-SI-TO-ACC-NO      PIC S9(3)V9(2).
000000     05 WS-SI-FREQUENCY      PIC X(01).
000000         88 WS-SI-WEEKLY             VALUE "W".
000000         88 WS-SI-MONTHLY            VALUE "M".
000000         88 WS-SI-QUARTERLY          VALUE "Q".
000000     05 WS-SI-DUE-DAY        PIC 9(02).
000000     05 WS-SI-NEXT-DUE       PIC 9(08).
000000     05 WS-SI-END-DATE       PIC 9(08).
000000     05 WS-SI-STATUS         PIC X(01).
000000         88 WS-SI-ACTIVE             VALUE "A".
000000     05 WS-SI-ADDED-DATE     PIC 9(08).
000000     05 WS-SI-STATUS-DATE    PIC 9(08).
000000     05 WS-SI-LAST-GEN-DATE  PIC 9(08).
000000     05 WS-SI-MAINT-DATE     PIC 9(08).
000000 01  WS-SAVE-ITEM        PIC X(71).
000000*
000000* One maintenance item, in the SMNT-REC layout with the X
000000* views the edits need for fields that may be blank.
000000*
000000 01  WS-MAINT-ITEM.
000000     05 WS-MI-ACTION         PIC X(01).
000000         88 WS-MI-ADD                VALUE "A".
000000         88 WS-MI-CHANGE             VALUE "C".
000000         88 WS-MI-CANCEL             VALUE "X".
000000     05 WS-MI-KEY.
000000         10 WS-MI-ACC-NO     PIC S9(3)V9(2).
000000         10 WS-MI-ACC-NO-X   REDEFINES WS-MI-ACC-NO
000000                             PIC X(05).
000000         10 WS-MI-SEQ        PIC 9(03).
000000         10 WS-MI-SEQ-X      REDEFINES WS-MI-SEQ
000000                             PIC X(03).
000000     05 WS-MI-TYPE           PIC X(01).
000000     05 WS-MI-AMOUNT         PIC S9(3)V9(2).
000000     05 WS-MI-AMOUNT-X       REDEFINES WS-MI-AMOUNT
000000                             PIC X(05).
000000     05 WS-MI-TO-ACC-NO      PIC S9(3)V9(2).
000000     05 WS-MI-TO-ACC-NO-X    REDEFINES WS-MI-TO-ACC-NO
000000                             PIC X(05).
000000     05 WS-MI-FREQUENCY      PIC X(01).
000000     05 WS-MI-NEXT-DUE       PIC 9(08).
000000     05 WS-MI-NEXT-DUE-X     REDEFINES WS-MI-NEXT-DUE
000000                             PIC X(08).
000000     05 WS-MI-END-DATE       PIC 9(08).
000000     05 WS-MI-END-DATE-X     REDEFINES WS-MI-END-DATE
000000                             PIC X(08).
000000*
000000 01  WS-MT-MAX           PIC 9(04)   COMP    VALUE 1000.
000000 01  WS-MT-COUNT         PIC 9(04)   COMP    VALUE ZERO.
000000 01  WS-MT-IX            PIC 9(04)   COMP    VALUE ZERO.
000000 01  WS-MT-NX            PIC 9(04)   COMP    VALUE ZERO.
000000 01  WS-MT-SLOT          PIC 9(04)   COMP    VALUE ZERO.
000000 01  WS-MAINT-TABLE.
000000     05 WS-MT-ENTRY      OCCURS 1000 TIMES.
000000         10 WS-MT-IMAGE.
000000             15 WS-MT-ACTION     PIC X(01).
000000                 88 WS-MT-ADD            VALUE "A".
000000             15 WS-MT-KEY        PIC X(08).
000000             15 FILLER           PIC X(28).
000000         10 WS-MT-USED-SW    PIC X(01).
000000             88 WS-MT-USED               VALUE "Y".
000000*
000000 01  WS-CAL-MAX          PIC 9(04)   COMP    VALUE 4000.
000000 01  WS-CAL-COUNT        PIC 9(04)   COMP    VALUE ZERO.
000000 01  WS-CAL-IX           PIC 9(04)   COMP    VALUE ZERO.
000000 01  WS-CAL-TABLE.
000000     05 WS-CAL-BUS-DATE  PIC 9(08)   OCCURS 4000 TIMES.
000000 01  WS-HOL-MAX          PIC 9(04)   COMP    VALUE 4000.
000000 01  WS-HOL-COUNT        PIC 9(04)   COMP    VALUE ZERO.
000000 01  WS-HOL-IX           PIC 9(04)   COMP    VALUE ZERO.
000000 01  WS-HOL-TABLE.
000000     05 WS-HOL-DATE      PIC 9(08)   OCCURS 4000 TIMES.
000000*
000000* Date arithmetic works on this view of a CCYYMMDD date.
000000*
000000 01  WS-WORK-DATE.
000000     05 WS-WD-YYYY       PIC 9(04).
000000     05 WS-WD-MM         PIC 9(02).
000000     05 WS-WD-DD         PIC 9(02).
000000 01  WS-WORK-DATE-N      REDEFINES WS-WORK-DATE
000000                         PIC 9(08).
000000 01  WS-MONTH-DAYS       PIC 9(02).
000000 01  WS-MONTH-STEP       PIC 9(02)   COMP.
000000 01  WS-LEAP-QUOT        PIC 9(04)   COMP.
000000 01  WS-LEAP-REM         PIC 9(04)   COMP.
000000 01  WS-MONTH-DAYS-LIST  PIC X(24)   VALUE
000000     "312831303130313130313031".
000000 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-LIST.
000000     05 WS-MDT-DAYS      PIC 9(02)   OCCURS 12 TIMES.
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
000000        "STANDING INSTRUCTION REGISTER".
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
000000 01  WS-HEADER-LINE.
000000     05 FILLER           PIC X(01)   VALUE SPACES.
000000     05 FILLER           PIC X(03)   VALUE "A".
000000     05 FILLER           PIC X(08)   VALUE "ACC-NO".
000000     05 FILLER           PIC X(05)   VALUE "SEQ".
000000     05 FILLER           PIC X(02)   VALUE "T".
000000     05 FILLER           PIC X(09)   VALUE "AMOUNT".
000000     05 FILLER           PIC X(03)   VALUE "F".
000000     05 FILLER           PIC X(09)   VALUE "DUE".
000000     05 FILLER           PIC X(10)   VALUE "ROLLED".
000000     05 FILLER           PIC X(24)   VALUE "RESULT".
000000*
000000 01  WS-DETAIL-LINE.
000000     05 FILLER           PIC X(01)   VALUE SPACES.
000000     05 WS-DT-ACTION     PIC X(01).
000000     05 FILLER           PIC X(02)   VALUE SPACES.
000000     05 WS-DT-ACC-NO     PIC -ZZ9.99.
000000     05 WS-DT-ACC-NO-X   REDEFINES WS-DT-ACC-NO
000000                         PIC X(07).
000000     05 FILLER           PIC X(01)   VALUE SPACES.
000000     05 WS-DT-SEQ        PIC X(03).
000000     05 FILLER           PIC X(02)   VALUE SPACES.
000000     05 WS-DT-TYPE       PIC X(01).
000000     05 FILLER           PIC X(01)   VALUE SPACES.
000000     05 WS-DT-AMOUNT     PIC -ZZ9.99.
000000     05 WS-DT-AMOUNT-X   REDEFINES WS-DT-AMOUNT
000000                         PIC X(07).
000000     05 FILLER           PIC X(02)   VALUE SPACES.
000000     05 WS-DT-FREQUENCY  PIC X(01).
000000     05 FILLER           PIC X(02)   VALUE SPACES.
000000     05 WS-DT-DUE        PIC X(08).
000000     05 FILLER           PIC X(01)   VALUE SPACES.
000000     05 WS-DT-ROLLED     PIC X(08).
000000     05 FILLER           PIC X(02)   VALUE SPACES.
000000     05 WS-DT-RESULT     PIC X(24).
000000*
000000 01  WS-WARNING-LINE.
000000     05 FILLER           PIC X(01)   VALUE SPACES.
000000     05 FILLER           PIC X(54)   VALUE
000000        "*** CALENDAR NOT ON FILE - DUE DATES NOT ROLLED ***".
000000*
000000 01  WS-TOTAL-LINE.
000000     05 FILLER           PIC X(01)   VALUE SPACES.
000000     05 WS-TL-LABEL      PIC X(22).
000000     05 WS-TL-COUNT      PIC ZZZ,ZZ9.
000000*
000000 01  WS-BAND-LINE.
000000     05 FILLER           PIC X(01)   VALUE SPACES.
000000     05 WS-BL-LABEL      PIC X(22).
000000     05 WS-BL-COUNT      PIC ZZZ,ZZ9.
000000     05 FILLER           PIC X(02)   VALUE SPACES.
000000     05 WS-BL-SUM        PIC -ZZZ,ZZZ,ZZ9.99.
000000**** USER-WORK-AREA.
000000*
000000 PROCEDURE              DIVISION.
000000*
000000 0000-MAINLINE.
000000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000000     IF NOT WS-SI-ABSENT
000000         PERFORM 2000-PASS-SI-REC THRU 2000-EXIT
000000                 UNTIL WS-SI-AT-EOF
000000     END-IF.
000000     PERFORM 2700-ADD-NEW-ITEMS THRU 2700-EXIT.
000000     PERFORM 3000-REWRITE-SI THRU 3000-EXIT.
000000     PERFORM 7000-REPORT-UNMATCHED THRU 7000-EXIT.
000000     PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
000000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
000000     GOBACK.
000000*
000000 1000-INITIALIZE.
000000     PERFORM 1050-READ-PARMS THRU 1050-EXIT.
000000     PERFORM 1100-LOAD-CALENDAR THRU 1100-EXIT.
000000     PERFORM 1200-LOAD-MAINTENANCE THRU 1200-EXIT.
000000     OPEN INPUT A-FILE.
000000     IF WS-A-STATUS NOT = "00"
000000         MOVE "OPEN"      TO WS-ERROR-OPERATION
000000         MOVE "A-FILE"    TO WS-ERROR-FILE-NAME
000000         MOVE WS-A-STATUS TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000     PERFORM 1300-OPEN-TRANS-FILE THRU 1300-EXIT.
000000     OPEN INPUT SI-FILE.
000000     IF WS-S-STATUS = "35"
000000         SET WS-SI-ABSENT TO TRUE
000000         DISPLAY "FXPN0028 - INSTRUCTION MASTER NOT ON FILE,",
000000                 " STARTING A NEW ONE"
000000     ELSE
000000         IF WS-S-STATUS NOT = "00"
000000             MOVE "OPEN"      TO WS-ERROR-OPERATION
000000             MOVE "SI-FILE"   TO WS-ERROR-FILE-NAME
000000             MOVE WS-S-STATUS TO WS-ERROR-STATUS
000000             PERFORM 9900-FILE-ERROR
000000         END-IF
000000     END-IF.
000000     OPEN OUTPUT KEEP-FILE.
000000     IF WS-K-STATUS NOT = "00"
000000         MOVE "OPEN"      TO WS-ERROR-OPERATION
000000         MOVE "KEEP-FILE" TO WS-ERROR-FILE-NAME
000000         MOVE WS-K-STATUS TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000     OPEN OUTPUT PRINT-FILE.
000000     PERFORM 3500-NEW-PAGE THRU 3500-EXIT.
000000     IF WS-CAL-ABSENT
000000         WRITE PRINT-REC FROM WS-WARNING-LINE
000000               AFTER ADVANCING 1 LINE
000000         ADD 1 TO WS-LINE-COUNT
000000     END-IF.
000000     IF NOT WS-SI-ABSENT
000000         PERFORM 2100-READ-SI THRU 2100-EXIT
000000     END-IF.
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
000000             DISPLAY "FXPN0028 - PARM-FILE IS EMPTY"
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
000000         DISPLAY "FXPN0028 - INVALID PARAMETER RECORD"
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
000000* Business days and holidays are kept apart: a scheduled date
000000* found among the holidays rolls to the first business day
000000* after it.  A date the calendar does not cover is taken as it
000000* stands.
000000*
000000 1100-LOAD-CALENDAR.
000000     OPEN INPUT CAL-FILE.
000000     IF WS-CAL-STATUS = "35"
000000         SET WS-CAL-ABSENT TO TRUE
000000         DISPLAY "FXPN0028 - WARNING: CALENDAR NOT ON FILE,",
000000                 " DUE DATES NOT ROLLED"
000000         GO TO 1100-EXIT
000000     END-IF.
000000     IF WS-CAL-STATUS NOT = "00"
000000         MOVE "OPEN"      TO WS-ERROR-OPERATION
000000         MOVE "CAL-FILE"  TO WS-ERROR-FILE-NAME
000000         MOVE WS-CAL-STATUS TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000     PERFORM 1150-READ-CALENDAR THRU 1150-EXIT.
000000     PERFORM 1160-STORE-CALENDAR THRU 1160-EXIT
000000             UNTIL WS-CAL-AT-EOF.
000000     CLOSE CAL-FILE.
000000     IF WS-CAL-STATUS NOT = "00"
000000         MOVE "CLOSE"     TO WS-ERROR-OPERATION
000000         MOVE "CAL-FILE"  TO WS-ERROR-FILE-NAME
000000         MOVE WS-CAL-STATUS TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000 1100-EXIT.
000000     EXIT.
000000*
000000 1150-READ-CALENDAR.
000000     READ CAL-FILE
000000         AT END
000000             SET WS-CAL-AT-EOF TO TRUE
000000     END-READ.
000000 1150-EXIT.
000000     EXIT.
000000*
000000 1160-STORE-CALENDAR.
000000     IF CAL-DATE IS NOT NUMERIC
000000         GO TO 1160-NEXT
000000     END-IF.
000000     IF CAL-BUSINESS-DAY
000000         IF WS-CAL-COUNT >= WS-CAL-MAX
000000             DISPLAY "FXPN0028 - MORE THAN ", WS-CAL-MAX,
000000                     " BUSINESS DAYS ON CALENDAR, TABLE FULL"
000000             MOVE 16     TO RETURN-CODE
000000             GOBACK
000000         END-IF
000000         ADD 1 TO WS-CAL-COUNT
000000         MOVE CAL-DATE   TO WS-CAL-BUS-DATE (WS-CAL-COUNT)
000000     ELSE IF CAL-HOLIDAY
000000         IF WS-HOL-COUNT >= WS-HOL-MAX
000000             DISPLAY "FXPN0028 - MORE THAN ", WS-HOL-MAX,
000000                     " HOLIDAYS ON CALENDAR, TABLE FULL"
000000             MOVE 16     TO RETURN-CODE
000000             GOBACK
000000         END-IF
000000         ADD 1 TO WS-HOL-COUNT
000000         MOVE CAL-DATE   TO WS-HOL-DATE (WS-HOL-COUNT)
000000     END-IF.
000000 1160-NEXT.
000000     PERFORM 1150-READ-CALENDAR THRU 1150-EXIT.
000000 1160-EXIT.
000000     EXIT.
000000*
000000* The maintenance is held in a table so the master can be
000000* passed once, in its own order, whatever order the items
000000* were keyed in.
000000*
000000 1200-LOAD-MAINTENANCE.
000000     OPEN INPUT SMNT-FILE.
000000     IF WS-M-STATUS = "35"
000000         DISPLAY "FXPN0028 - NO MAINTENANCE FILE, NO",
000000                 " INSTRUCTION MAINTENANCE TODAY"
000000         GO TO 1200-EXIT
000000     END-IF.
000000     IF WS-M-STATUS NOT = "00"
000000         MOVE "OPEN"      TO WS-ERROR-OPERATION
000000         MOVE "SMNT-FILE" TO WS-ERROR-FILE-NAME
000000         MOVE WS-M-STATUS TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000     PERFORM 1250-READ-SMNT THRU 1250-EXIT.
000000     PERFORM 1260-STORE-SMNT THRU 1260-EXIT
000000             UNTIL WS-SMNT-AT-EOF.
000000     CLOSE SMNT-FILE.
000000     IF WS-M-STATUS NOT = "00"
000000         MOVE "CLOSE"     TO WS-ERROR-OPERATION
000000         MOVE "SMNT-FILE" TO WS-ERROR-FILE-NAME
000000         MOVE WS-M-STATUS TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000 1200-EXIT.
000000     EXIT.
000000*
000000 1250-READ-SMNT.
000000     READ SMNT-FILE
000000         AT END
000000             SET WS-SMNT-AT-EOF TO TRUE
000000     END-READ.
000000 1250-EXIT.
000000     EXIT.
000000*
000000 1260-STORE-SMNT.
000000     ADD 1 TO WS-SMNT-READ-COUNT.
000000     IF WS-MT-COUNT >= WS-MT-MAX
000000         DISPLAY "FXPN0028 - MORE THAN ", WS-MT-MAX,
000000                 " MAINTENANCE ITEMS, MAINTENANCE TABLE FULL"
000000         MOVE 16         TO RETURN-CODE
000000         GOBACK
000000     END-IF.
000000     ADD 1 TO WS-MT-COUNT.
000000     MOVE SMNT-REC       TO WS-MT-IMAGE (WS-MT-COUNT).
000000     MOVE "N"            TO WS-MT-USED-SW (WS-MT-COUNT).
000000     PERFORM 1250-READ-SMNT THRU 1250-EXIT.
000000 1260-EXIT.
000000     EXIT.
000000*
000000* Generated payments are APPENDED to the raw transaction file
000000* behind whatever was keyed, the way the FXPN0016 accrual
000000* writes its transactions.
000000*
000000 1300-OPEN-TRANS-FILE.
000000     OPEN EXTEND TRANS-FILE.
000000     IF WS-T-STATUS = "35"
000000         OPEN OUTPUT TRANS-FILE
000000         IF WS-T-STATUS NOT = "00"
000000             MOVE "OPEN"   TO WS-ERROR-OPERATION
000000             MOVE "TRANS-FILE" TO WS-ERROR-FILE-NAME
000000             MOVE WS-T-STATUS TO WS-ERROR-STATUS
000000             PERFORM 9900-FILE-ERROR
000000         END-IF
000000         CLOSE TRANS-FILE
000000         IF WS-T-STATUS NOT = "00"
000000             MOVE "CLOSE" TO WS-ERROR-OPERATION
000000             MOVE "TRANS-FILE" TO WS-ERROR-FILE-NAME
000000             MOVE WS-T-STATUS TO WS-ERROR-STATUS
000000             PERFORM 9900-FILE-ERROR
000000         END-IF
000000         OPEN EXTEND TRANS-FILE
000000     END-IF.
000000     IF WS-T-STATUS NOT = "00"
000000         MOVE "OPEN"      TO WS-ERROR-OPERATION
000000         MOVE "TRANS-FILE" TO WS-ERROR-FILE-NAME
000000         MOVE WS-T-STATUS TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000 1300-EXIT.
000000     EXIT.
000000*
000000 2000-PASS-SI-REC.
000000     MOVE SI-REC         TO WS-SI-ITEM.
000000     SET WS-ITEM-ON-MASTER TO TRUE.
000000     PERFORM 2200-MAINTAIN-ITEM THRU 2200-EXIT.
000000     PERFORM 2600-GENERATE-ITEM THRU 2600-EXIT.
000000     PERFORM 2900-WRITE-KEEP THRU 2900-EXIT.
000000     PERFORM 2100-READ-SI THRU 2100-EXIT.
000000 2000-EXIT.
000000     EXIT.
000000*
000000 2100-READ-SI.
000000     READ SI-FILE
000000         AT END
000000             SET WS-SI-AT-EOF TO TRUE
000000     END-READ.
000000 2100-EXIT.
000000     EXIT.
000000*
000000* Every maintenance item for the instruction is applied in the
000000* order it was keyed.  An instruction that came off the master
000000* already maintained on this business date was maintained by
000000* an earlier run of the same date; its items are listed and
000000* not applied a second time.
000000*
000000 2200-MAINTAIN-ITEM.
000000     PERFORM 2250-FIND-MAINT THRU 2250-EXIT.
000000     IF WS-ITEM-ON-MASTER
000000        AND WS-SI-MAINT-DATE = WS-RUN-DATE
000000         PERFORM 2280-SKIP-REPEATED THRU 2280-EXIT
000000                 UNTIL NOT WS-MT-FOUND
000000         GO TO 2200-EXIT
000000     END-IF.
000000     PERFORM 2300-APPLY-MAINT THRU 2300-EXIT
000000             UNTIL NOT WS-MT-FOUND.
000000 2200-EXIT.
000000     EXIT.
000000*
000000 2250-FIND-MAINT.
000000     MOVE "N"            TO WS-MT-FOUND-SW.
000000     MOVE ZERO           TO WS-MT-SLOT.
000000     MOVE 1              TO WS-MT-IX.
000000     PERFORM 2260-SCAN-MAINT-TABLE THRU 2260-EXIT
000000             UNTIL WS-MT-IX > WS-MT-COUNT OR WS-MT-FOUND.
000000     IF WS-MT-FOUND
000000         SET WS-MT-USED (WS-MT-SLOT) TO TRUE
000000         MOVE WS-MT-IMAGE (WS-MT-SLOT) TO WS-MAINT-ITEM
000000     END-IF.
000000 2250-EXIT.
000000     EXIT.
000000*
000000 2260-SCAN-MAINT-TABLE.
000000     IF WS-MT-KEY (WS-MT-IX) = WS-SI-KEY
000000        AND NOT WS-MT-USED (WS-MT-IX)
000000         SET WS-MT-FOUND TO TRUE
000000         MOVE WS-MT-IX   TO WS-MT-SLOT
000000     END-IF.
000000     ADD 1 TO WS-MT-IX.
000000 2260-EXIT.
000000     EXIT.
000000*
000000 2280-SKIP-REPEATED.
000000     MOVE "ALREADY APPLIED TODAY" TO WS-DT-RESULT.
000000     PERFORM 2860-PRINT-MAINT THRU 2860-EXIT.
000000     ADD 1 TO WS-REPEATED-COUNT.
000000     PERFORM 2250-FIND-MAINT THRU 2250-EXIT.
000000 2280-EXIT.
000000     EXIT.
000000*
000000 2300-APPLY-MAINT.
000000     IF WS-MI-ADD
000000         MOVE "ALREADY ON FILE" TO WS-REFUSE-REASON
000000         PERFORM 2800-REFUSE-MAINT THRU 2800-EXIT
000000     ELSE IF WS-MI-CHANGE
000000         PERFORM 2400-CHANGE-ITEM THRU 2400-EXIT
000000     ELSE IF WS-MI-CANCEL
000000         PERFORM 2450-CANCEL-ITEM THRU 2450-EXIT
000000     ELSE
000000         MOVE "INVALID ACTION CODE" TO WS-REFUSE-REASON
000000         PERFORM 2800-REFUSE-MAINT THRU 2800-EXIT
000000     END-IF.
000000     PERFORM 2250-FIND-MAINT THRU 2250-EXIT.
000000 2300-EXIT.
000000     EXIT.
000000*
000000* A change is laid over a copy of the instruction and the
000000* whole result edited; if any field fails, the instruction is
000000* put back as it was.
000000*
000000 2400-CHANGE-ITEM.
000000     IF NOT WS-SI-ACTIVE
000000         MOVE "INSTRUCTION NOT ACTIVE" TO WS-REFUSE-REASON
000000         PERFORM 2800-REFUSE-MAINT THRU 2800-EXIT
000000         GO TO 2400-EXIT
000000     END-IF.
000000     MOVE WS-SI-ITEM     TO WS-SAVE-ITEM.
000000     MOVE SPACES         TO WS-REFUSE-REASON.
000000     PERFORM 2500-EDIT-MAINT-FIELDS THRU 2500-EXIT.
000000     IF WS-REFUSE-REASON = SPACES
000000         PERFORM 2550-EDIT-INSTRUCTION THRU 2550-EXIT
000000     END-IF.
000000     IF WS-REFUSE-REASON NOT = SPACES
000000         MOVE WS-SAVE-ITEM TO WS-SI-ITEM
000000         PERFORM 2800-REFUSE-MAINT THRU 2800-EXIT
000000         GO TO 2400-EXIT
000000     END-IF.
000000     MOVE WS-RUN-DATE    TO WS-SI-MAINT-DATE.
000000     ADD 1 TO WS-CHANGED-COUNT.
000000     MOVE WS-MI-ACTION   TO WS-DT-ACTION.
000000     MOVE SPACES         TO WS-DT-ROLLED.
000000     MOVE "CHANGED"      TO WS-DT-RESULT.
000000     PERFORM 2850-PRINT-ITEM THRU 2850-EXIT.
000000 2400-EXIT.
000000     EXIT.
000000*
000000 2450-CANCEL-ITEM.
000000     IF NOT WS-SI-ACTIVE
000000         MOVE "INSTRUCTION NOT ACTIVE" TO WS-REFUSE-REASON
000000         PERFORM 2800-REFUSE-MAINT THRU 2800-EXIT
000000         GO TO 2450-EXIT
000000     END-IF.
000000     MOVE "C"            TO WS-SI-STATUS.
000000     MOVE WS-RUN-DATE    TO WS-SI-STATUS-DATE.
000000     MOVE WS-RUN-DATE    TO WS-SI-MAINT-DATE.
000000     ADD 1 TO WS-CANCELLED-COUNT.
000000     MOVE WS-MI-ACTION   TO WS-DT-ACTION.
000000     MOVE SPACES         TO WS-DT-ROLLED.
000000     MOVE "CANCELLED"    TO WS-DT-RESULT.
000000     PERFORM 2850-PRINT-ITEM THRU 2850-EXIT.
000000 2450-EXIT.
000000     EXIT.
000000*
000000* Each field the maintenance item supplies is edited and laid
000000* into the instruction; the first failure sets the reason and
000000* stops.  A new first due date may not be in the past, and it
000000* sets the day of the month the schedule keeps to.
000000*
000000 2500-EDIT-MAINT-FIELDS.
000000     IF WS-MI-TYPE NOT = SPACE
000000         IF WS-MI-TYPE NOT = "D" AND WS-MI-TYPE NOT = "C"
000000            AND WS-MI-TYPE NOT = "T"
000000             MOVE "INVALID TYPE" TO WS-REFUSE-REASON
000000             GO TO 2500-EXIT
000000         END-IF
000000         MOVE WS-MI-TYPE TO WS-SI-TYPE
000000     END-IF.
000000     IF WS-MI-AMOUNT-X NOT = SPACES
000000         IF WS-MI-AMOUNT IS NOT NUMERIC
000000            OR WS-MI-AMOUNT NOT > ZERO
000000             MOVE "INVALID AMOUNT" TO WS-REFUSE-REASON
000000             GO TO 2500-EXIT
000000         END-IF
000000         MOVE WS-MI-AMOUNT TO WS-SI-AMOUNT
000000     END-IF.
000000     IF WS-MI-TO-ACC-NO-X NOT = SPACES
000000         IF WS-MI-TO-ACC-NO IS NOT NUMERIC
000000             MOVE "INVALID TO-ACC-NO" TO WS-REFUSE-REASON
000000             GO TO 2500-EXIT
000000         END-IF
000000         MOVE WS-MI-TO-ACC-NO TO WS-SI-TO-ACC-NO
000000     END-IF.
000000     IF WS-MI-FREQUENCY NOT = SPACE
000000         IF WS-MI-FREQUENCY NOT = "W"
000000            AND WS-MI-FREQUENCY NOT = "M"
000000            AND WS-MI-FREQUENCY NOT = "Q"
000000             MOVE "INVALID FREQUENCY" TO WS-REFUSE-REASON
000000             GO TO 2500-EXIT
000000         END-IF
000000         MOVE WS-MI-FREQUENCY TO WS-SI-FREQUENCY
000000         MOVE WS-SI-NEXT-DUE TO WS-WORK-DATE-N
000000         MOVE WS-WD-DD   TO WS-SI-DUE-DAY
000000     END-IF.
000000     IF WS-MI-NEXT-DUE-X NOT = SPACES
000000         IF WS-MI-NEXT-DUE IS NOT NUMERIC
000000             MOVE "INVALID NEXT DUE DATE" TO WS-REFUSE-REASON
000000             GO TO 2500-EXIT
000000         END-IF
000000         MOVE WS-MI-NEXT-DUE TO WS-WORK-DATE-N
000000         PERFORM 6100-CHECK-DATE THRU 6100-EXIT
000000         IF WS-DATE-BAD OR WS-MI-NEXT-DUE < WS-RUN-DATE
000000             MOVE "INVALID NEXT DUE DATE" TO WS-REFUSE-REASON
000000             GO TO 2500-EXIT
000000         END-IF
000000         MOVE WS-MI-NEXT-DUE TO WS-SI-NEXT-DUE
000000         MOVE WS-WD-DD   TO WS-SI-DUE-DAY
000000     END-IF.
000000     IF WS-MI-END-DATE-X NOT = SPACES
000000         IF WS-MI-END-DATE IS NOT NUMERIC
000000             MOVE "INVALID END DATE" TO WS-REFUSE-REASON
000000             GO TO 2500-EXIT
000000         END-IF
000000         IF WS-MI-END-DATE NOT = ZERO
000000             MOVE WS-MI-END-DATE TO WS-WORK-DATE-N
000000             PERFORM 6100-CHECK-DATE THRU 6100-EXIT
000000             IF WS-DATE-BAD
000000                 MOVE "INVALID END DATE" TO WS-REFUSE-REASON
000000                 GO TO 2500-EXIT
000000             END-IF
000000         END-IF
000000         MOVE WS-MI-END-DATE TO WS-SI-END-DATE
000000     END-IF.
000000 2500-EXIT.
000000     EXIT.
000000*
000000* The edits across fields: a transfer must name a receiving
000000* account on A-FILE other than its own, and the end date may
000000* not come before the next due date.
000000*
000000 2550-EDIT-INSTRUCTION.
000000     IF WS-SI-TRANSFER
000000         IF WS-SI-TO-ACC-NO = WS-SI-ACC-NO
000000             MOVE "TO-ACC-NO SAME AS ACC-NO" TO WS-REFUSE-REASON
000000             GO TO 2550-EXIT
000000         END-IF
000000         MOVE WS-SI-TO-ACC-NO TO WS-LOOKUP-ACC
000000         PERFORM 2780-READ-A-BY-KEY THRU 2780-EXIT
000000         IF WS-A-NOT-FOUND
000000             MOVE "TO-ACC-NO NOT ON A-FILE" TO WS-REFUSE-REASON
000000             GO TO 2550-EXIT
000000         END-IF
000000     ELSE
000000         MOVE ZERO       TO WS-SI-TO-ACC-NO
000000     END-IF.
000000     IF WS-SI-END-DATE NOT = ZERO
000000        AND WS-SI-END-DATE < WS-SI-NEXT-DUE
000000         MOVE "END DATE BEFORE NEXT DUE" TO WS-REFUSE-REASON
000000     END-IF.
000000 2550-EXIT.
000000     EXIT.
000000*
000000* Every scheduled date of an active instruction that has come
000000* round by the run date is taken in turn, so missed runs are
000000* caught up.
000000*
000000 2600-GENERATE-ITEM.
000000     IF NOT WS-SI-ACTIVE
000000         GO TO 2600-EXIT
000000     END-IF.
000000     IF NOT WS-SI-WEEKLY AND NOT WS-SI-MONTHLY
000000        AND NOT WS-SI-QUARTERLY
000000         DISPLAY "FXPN0028 - INSTRUCTION ", WS-SI-ACC-NO, "/",
000000                 WS-SI-SEQ, " HAS INVALID FREQUENCY ",
000000                 WS-SI-FREQUENCY, ", NOT GENERATED"
000000         GO TO 2600-EXIT
000000     END-IF.
000000     MOVE "N"            TO WS-GEN-DONE-SW.
000000     PERFORM 2610-TAKE-OCCURRENCE THRU 2610-EXIT
000000             UNTIL WS-GEN-DONE.
000000 2600-EXIT.
000000     EXIT.
000000*
000000 2610-TAKE-OCCURRENCE.
000000     MOVE SPACE          TO WS-DT-ACTION.
000000     IF WS-SI-END-DATE NOT = ZERO
000000        AND WS-SI-NEXT-DUE > WS-SI-END-DATE
000000         MOVE "E"        TO WS-SI-STATUS
000000         MOVE WS-RUN-DATE TO WS-SI-STATUS-DATE
000000         ADD 1 TO WS-EXPIRED-COUNT
000000         MOVE SPACES     TO WS-DT-ROLLED
000000         MOVE "SKIPPED - EXPIRED" TO WS-DT-RESULT
000000         PERFORM 2850-PRINT-ITEM THRU 2850-EXIT
000000         SET WS-GEN-DONE TO TRUE
000000         GO TO 2610-EXIT
000000     END-IF.
000000     PERFORM 6300-ROLL-DUE-DATE THRU 6300-EXIT.
000000     IF WS-ROLL-DATE > WS-RUN-DATE
000000         SET WS-GEN-DONE TO TRUE
000000         GO TO 2610-EXIT
000000     END-IF.
000000     PERFORM 2620-CHECK-ACCOUNTS THRU 2620-EXIT.
000000     MOVE WS-ROLL-DATE   TO WS-DT-ROLLED.
000000     IF WS-SKIP-REASON = SPACES
000000         PERFORM 2640-WRITE-TRANS THRU 2640-EXIT
000000         MOVE "GENERATED" TO WS-DT-RESULT
000000     ELSE
000000         ADD 1 TO WS-SKIPPED-COUNT
000000         ADD WS-SI-AMOUNT TO WS-SKIPPED-SUM
000000             ON SIZE ERROR
000000                 DISPLAY "FXPN0028 - SIZE ERROR ON SKIPPED SUM"
000000         END-ADD
000000         MOVE WS-SKIP-REASON TO WS-DT-RESULT
000000     END-IF.
000000     PERFORM 2850-PRINT-ITEM THRU 2850-EXIT.
000000     PERFORM 6200-ADVANCE-DUE THRU 6200-EXIT.
000000 2610-EXIT.
000000     EXIT.
000000*
000000 2620-CHECK-ACCOUNTS.
000000     MOVE SPACES         TO WS-SKIP-REASON.
000000     MOVE WS-SI-ACC-NO   TO WS-LOOKUP-ACC.
000000     PERFORM 2780-READ-A-BY-KEY THRU 2780-EXIT.
000000     IF WS-A-NOT-FOUND
000000         MOVE "SKIPPED - NO ACCOUNT" TO WS-SKIP-REASON
000000     ELSE IF A-CLOSED
000000         MOVE "SKIPPED - ACCT CLOSED" TO WS-SKIP-REASON
000000     ELSE IF A-FROZEN
000000         MOVE "SKIPPED - ACCT FROZEN" TO WS-SKIP-REASON
000000     END-IF.
000000     IF WS-SKIP-REASON NOT = SPACES OR NOT WS-SI-TRANSFER
000000         GO TO 2620-EXIT
000000     END-IF.
000000     MOVE WS-SI-TO-ACC-NO TO WS-LOOKUP-ACC.
000000     PERFORM 2780-READ-A-BY-KEY THRU 2780-EXIT.
000000     IF WS-A-NOT-FOUND
000000         MOVE "SKIPPED - NO TO ACCOUNT" TO WS-SKIP-REASON
000000     ELSE IF A-CLOSED
000000         MOVE "SKIPPED - TO ACCT CLOSED" TO WS-SKIP-REASON
000000     ELSE IF A-FROZEN
000000         MOVE "SKIPPED - TO ACCT FROZEN" TO WS-SKIP-REASON
000000     END-IF.
000000 2620-EXIT.
000000     EXIT.
000000*
000000 2640-WRITE-TRANS.
000000     MOVE WS-SI-ACC-NO   TO TRANS-ACC-NO.
000000     MOVE WS-SI-TYPE     TO TRANS-TYPE.
000000     MOVE WS-SI-AMOUNT   TO TRANS-AMOUNT.
000000     MOVE ZERO           TO TRANS-EFF-DATE.
000000     MOVE "STND"         TO TRANS-SOURCE.
000000     MOVE SPACES         TO TRANS-XREF-X.
000000     MOVE WS-SI-TO-ACC-NO TO TRANS-TO-ACC-NO.
000000     WRITE TRANS-REC.
000000     IF WS-T-STATUS NOT = "00"
000000         MOVE "WRITE"      TO WS-ERROR-OPERATION
000000         MOVE "TRANS-FILE" TO WS-ERROR-FILE-NAME
000000         MOVE WS-T-STATUS  TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000     MOVE WS-RUN-DATE    TO WS-SI-LAST-GEN-DATE.
000000     ADD 1 TO WS-GENERATED-COUNT.
000000     ADD WS-SI-AMOUNT TO WS-GENERATED-SUM
000000         ON SIZE ERROR
000000             DISPLAY "FXPN0028 - SIZE ERROR ON GENERATED SUM"
000000     END-ADD.
000000 2640-EXIT.
000000     EXIT.
000000*
000000* An add not taken against the master is a new instruction.
000000* Any further items for the same key are applied to it in
000000* turn (a second add for it is refused as already on file),
000000* and a first due date of today is generated today.
000000*
000000 2700-ADD-NEW-ITEMS.
000000     MOVE 1              TO WS-MT-NX.
000000     PERFORM 2710-CHECK-ADD-ENTRY THRU 2710-EXIT
000000             UNTIL WS-MT-NX > WS-MT-COUNT.
000000 2700-EXIT.
000000     EXIT.
000000*
000000 2710-CHECK-ADD-ENTRY.
000000     IF WS-MT-ADD (WS-MT-NX)
000000        AND NOT WS-MT-USED (WS-MT-NX)
000000         SET WS-MT-USED (WS-MT-NX) TO TRUE
000000         MOVE WS-MT-IMAGE (WS-MT-NX) TO WS-MAINT-ITEM
000000         PERFORM 2720-ADD-ITEM THRU 2720-EXIT
000000     END-IF.
000000     ADD 1 TO WS-MT-NX.
000000 2710-EXIT.
000000     EXIT.
000000*
000000 2720-ADD-ITEM.
000000     MOVE SPACES         TO WS-REFUSE-REASON.
000000     IF WS-MI-ACC-NO-X IS NOT NUMERIC
000000        OR WS-MI-SEQ-X IS NOT NUMERIC
000000         MOVE "INVALID ACC-NO OR SEQ" TO WS-REFUSE-REASON
000000     ELSE IF WS-MI-TYPE = SPACE
000000        OR WS-MI-AMOUNT-X = SPACES
000000        OR WS-MI-FREQUENCY = SPACE
000000        OR WS-MI-NEXT-DUE-X = SPACES
000000         MOVE "REQUIRED FIELD MISSING" TO WS-REFUSE-REASON
000000     END-IF.
000000     IF WS-REFUSE-REASON NOT = SPACES
000000         PERFORM 2800-REFUSE-MAINT THRU 2800-EXIT
000000         GO TO 2720-EXIT
000000     END-IF.
000000     MOVE WS-MI-ACC-NO   TO WS-LOOKUP-ACC.
000000     PERFORM 2780-READ-A-BY-KEY THRU 2780-EXIT.
000000     IF WS-A-NOT-FOUND
000000         MOVE "ACC-NO NOT ON A-FILE" TO WS-REFUSE-REASON
000000         PERFORM 2800-REFUSE-MAINT THRU 2800-EXIT
000000         GO TO 2720-EXIT
000000     END-IF.
000000     MOVE WS-MI-ACC-NO   TO WS-SI-ACC-NO.
000000     MOVE WS-MI-SEQ      TO WS-SI-SEQ.
000000     MOVE ZERO           TO WS-SI-TO-ACC-NO.
000000     MOVE ZERO           TO WS-SI-NEXT-DUE.
000000     MOVE ZERO           TO WS-SI-END-DATE.
000000     PERFORM 2500-EDIT-MAINT-FIELDS THRU 2500-EXIT.
000000     IF WS-REFUSE-REASON = SPACES
000000         PERFORM 2550-EDIT-INSTRUCTION THRU 2550-EXIT
000000     END-IF.
000000     IF WS-REFUSE-REASON NOT = SPACES
000000         PERFORM 2800-REFUSE-MAINT THRU 2800-EXIT
000000         GO TO 2720-EXIT
000000     END-IF.
000000     MOVE "A"            TO WS-SI-STATUS.
000000     MOVE WS-RUN-DATE    TO WS-SI-ADDED-DATE.
000000     MOVE ZERO           TO WS-SI-STATUS-DATE.
000000     MOVE ZERO           TO WS-SI-LAST-GEN-DATE.
000000     MOVE WS-RUN-DATE    TO WS-SI-MAINT-DATE.
000000     ADD 1 TO WS-ADDED-COUNT.
000000     MOVE WS-MI-ACTION   TO WS-DT-ACTION.
000000     MOVE SPACES         TO WS-DT-ROLLED.
000000     MOVE "ADDED"        TO WS-DT-RESULT.
000000     PERFORM 2850-PRINT-ITEM THRU 2850-EXIT.
000000     MOVE "N"            TO WS-ON-MASTER-SW.
000000     PERFORM 2200-MAINTAIN-ITEM THRU 2200-EXIT.
000000     PERFORM 2600-GENERATE-ITEM THRU 2600-EXIT.
000000     PERFORM 2900-WRITE-KEEP THRU 2900-EXIT.
000000 2720-EXIT.
000000     EXIT.
000000*
000000 2780-READ-A-BY-KEY.
000000     MOVE "N"            TO WS-A-FOUND-SW.
000000     MOVE WS-LOOKUP-ACC  TO ACC-NO OF A-REC.
000000     READ A-FILE
000000         INVALID KEY
000000             SET WS-A-NOT-FOUND TO TRUE
000000     END-READ.
000000 2780-EXIT.
000000     EXIT.
000000*
000000 2800-REFUSE-MAINT.
000000     ADD 1 TO WS-REFUSED-COUNT.
000000     STRING "REFUSED - " DELIMITED BY SIZE
000000            WS-REFUSE-REASON DELIMITED BY SIZE
000000            INTO WS-DT-RESULT.
000000     PERFORM 2860-PRINT-MAINT THRU 2860-EXIT.
000000 2800-EXIT.
000000     EXIT.
000000*
000000 2850-PRINT-ITEM.
000000     IF WS-LINE-COUNT >= WS-MAX-LINES
000000         PERFORM 3500-NEW-PAGE THRU 3500-EXIT
000000     END-IF.
000000     MOVE WS-SI-ACC-NO   TO WS-DT-ACC-NO.
000000     MOVE WS-SI-SEQ      TO WS-DT-SEQ.
000000     MOVE WS-SI-TYPE     TO WS-DT-TYPE.
000000     MOVE WS-SI-AMOUNT   TO WS-DT-AMOUNT.
000000     MOVE WS-SI-FREQUENCY TO WS-DT-FREQUENCY.
000000     MOVE WS-SI-NEXT-DUE TO WS-DT-DUE.
000000     WRITE PRINT-REC FROM WS-DETAIL-LINE
000000           AFTER ADVANCING 1 LINE.
000000     ADD 1 TO WS-LINE-COUNT.
000000 2850-EXIT.
000000     EXIT.
000000*
000000* A maintenance item not applied is listed with its own
000000* fields, which may not be numeric.
000000*
000000 2860-PRINT-MAINT.
000000     IF WS-LINE-COUNT >= WS-MAX-LINES
000000         PERFORM 3500-NEW-PAGE THRU 3500-EXIT
000000     END-IF.
000000     MOVE WS-MI-ACTION   TO WS-DT-ACTION.
000000     IF WS-MI-ACC-NO-X IS NUMERIC
000000         MOVE WS-MI-ACC-NO TO WS-DT-ACC-NO
000000     ELSE
000000         MOVE WS-MI-ACC-NO-X TO WS-DT-ACC-NO-X
000000     END-IF.
000000     MOVE WS-MI-SEQ-X    TO WS-DT-SEQ.
000000     MOVE WS-MI-TYPE     TO WS-DT-TYPE.
000000     IF WS-MI-AMOUNT-X IS NUMERIC
000000         MOVE WS-MI-AMOUNT TO WS-DT-AMOUNT
000000     ELSE
000000         MOVE WS-MI-AMOUNT-X TO WS-DT-AMOUNT-X
000000     END-IF.
000000     MOVE WS-MI-FREQUENCY TO WS-DT-FREQUENCY.
000000     MOVE WS-MI-NEXT-DUE-X TO WS-DT-DUE.
000000     MOVE SPACES         TO WS-DT-ROLLED.
000000     WRITE PRINT-REC FROM WS-DETAIL-LINE
000000           AFTER ADVANCING 1 LINE.
000000     ADD 1 TO WS-LINE-COUNT.
000000 2860-EXIT.
000000     EXIT.
000000*
000000 2900-WRITE-KEEP.
000000     IF WS-SI-ACTIVE
000000         ADD 1 TO WS-ACTIVE-COUNT
000000     END-IF.
000000     WRITE KEEP-REC FROM WS-SI-ITEM.
000000     IF WS-K-STATUS NOT = "00"
000000         MOVE "WRITE"     TO WS-ERROR-OPERATION
000000         MOVE "KEEP-FILE" TO WS-ERROR-FILE-NAME
000000         MOVE WS-K-STATUS TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000 2900-EXIT.
000000     EXIT.
000000*
000000 3000-REWRITE-SI.
000000     IF NOT WS-SI-ABSENT
000000         CLOSE SI-FILE
000000         IF WS-S-STATUS NOT = "00"
000000             MOVE "CLOSE"     TO WS-ERROR-OPERATION
000000             MOVE "SI-FILE"   TO WS-ERROR-FILE-NAME
000000             MOVE WS-S-STATUS TO WS-ERROR-STATUS
000000             PERFORM 9900-FILE-ERROR
000000         END-IF
000000     END-IF.
000000     CLOSE KEEP-FILE.
000000     IF WS-K-STATUS NOT = "00"
000000         MOVE "CLOSE"     TO WS-ERROR-OPERATION
000000         MOVE "KEEP-FILE" TO WS-ERROR-FILE-NAME
000000         MOVE WS-K-STATUS TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000     OPEN OUTPUT SI-FILE.
000000     IF WS-S-STATUS NOT = "00"
000000         MOVE "OPEN"      TO WS-ERROR-OPERATION
000000         MOVE "SI-FILE"   TO WS-ERROR-FILE-NAME
000000         MOVE WS-S-STATUS TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000     OPEN INPUT KEEP-FILE.
000000     IF WS-K-STATUS NOT = "00"
000000         MOVE "OPEN"      TO WS-ERROR-OPERATION
000000         MOVE "KEEP-FILE" TO WS-ERROR-FILE-NAME
000000         MOVE WS-K-STATUS TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000     PERFORM 3100-READ-KEEP THRU 3100-EXIT.
000000     PERFORM 3200-COPY-KEEP-REC THRU 3200-EXIT
000000             UNTIL WS-KEEP-AT-EOF.
000000     CLOSE SI-FILE.
000000     IF WS-S-STATUS NOT = "00"
000000         MOVE "CLOSE"     TO WS-ERROR-OPERATION
000000         MOVE "SI-FILE"   TO WS-ERROR-FILE-NAME
000000         MOVE WS-S-STATUS TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000     CLOSE KEEP-FILE.
000000     IF WS-K-STATUS NOT = "00"
000000         MOVE "CLOSE"     TO WS-ERROR-OPERATION
000000         MOVE "KEEP-FILE" TO WS-ERROR-FILE-NAME
000000         MOVE WS-K-STATUS TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000 3000-EXIT.
000000     EXIT.
000000*
000000 3100-READ-KEEP.
000000     READ KEEP-FILE
000000         AT END
000000             SET WS-KEEP-AT-EOF TO TRUE
000000     END-READ.
000000 3100-EXIT.
000000     EXIT.
000000*
000000 3200-COPY-KEEP-REC.
000000     WRITE SI-REC FROM KEEP-REC.
000000     IF WS-S-STATUS NOT = "00"
000000         MOVE "WRITE"     TO WS-ERROR-OPERATION
000000         MOVE "SI-FILE"   TO WS-ERROR-FILE-NAME
000000         MOVE WS-S-STATUS TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000     PERFORM 3100-READ-KEEP THRU 3100-EXIT.
000000 3200-EXIT.
000000     EXIT.
000000*
000000 3500-NEW-PAGE.
000000     ADD 1 TO WS-PAGE-COUNT.
000000     MOVE WS-CURR-MM     TO WS-DL-MM.
000000     MOVE WS-CURR-DD     TO WS-DL-DD.
000000     MOVE WS-CURR-YY     TO WS-DL-YY.
000000     MOVE WS-PAGE-COUNT  TO WS-DL-PAGE.
000000     IF WS-PAGE-COUNT = 1
000000         WRITE PRINT-REC FROM WS-TITLE-LINE
000000               AFTER ADVANCING 1 LINE
000000     ELSE
000000         WRITE PRINT-REC FROM WS-TITLE-LINE
000000               AFTER ADVANCING PAGE
000000     END-IF.
000000     WRITE PRINT-REC FROM WS-DATE-LINE
000000           AFTER ADVANCING 1 LINE.
000000     WRITE PRINT-REC FROM WS-HEADER-LINE
000000           AFTER ADVANCING 2 LINES.
000000     MOVE ZERO TO WS-LINE-COUNT.
000000 3500-EXIT.
000000     EXIT.
000000*
000000* The date in WS-WORK-DATE must have a month of 1 to 12 and a
000000* day that exists in that month.
000000*
000000 6100-CHECK-DATE.
000000     MOVE "N"            TO WS-DATE-BAD-SW.
000000     IF WS-WD-MM < 01 OR WS-WD-MM > 12 OR WS-WD-DD < 01
000000         SET WS-DATE-BAD TO TRUE
000000         GO TO 6100-EXIT
000000     END-IF.
000000     PERFORM 6150-MONTH-DAYS THRU 6150-EXIT.
000000     IF WS-WD-DD > WS-MONTH-DAYS
000000         SET WS-DATE-BAD TO TRUE
000000     END-IF.
000000 6100-EXIT.
000000     EXIT.
000000*
000000* February has 29 days in a year divisible by 4, except a
000000* century year not divisible by 400.
000000*
000000 6150-MONTH-DAYS.
000000     MOVE WS-MDT-DAYS (WS-WD-MM) TO WS-MONTH-DAYS.
000000     IF WS-WD-MM NOT = 2
000000         GO TO 6150-EXIT
000000     END-IF.
000000     DIVIDE WS-WD-YYYY BY 4 GIVING WS-LEAP-QUOT
000000            REMAINDER WS-LEAP-REM.
000000     IF WS-LEAP-REM NOT = ZERO
000000         GO TO 6150-EXIT
000000     END-IF.
000000     MOVE 29             TO WS-MONTH-DAYS.
000000     DIVIDE WS-WD-YYYY BY 100 GIVING WS-LEAP-QUOT
000000            REMAINDER WS-LEAP-REM.
000000     IF WS-LEAP-REM NOT = ZERO
000000         GO TO 6150-EXIT
000000     END-IF.
000000     DIVIDE WS-WD-YYYY BY 400 GIVING WS-LEAP-QUOT
000000            REMAINDER WS-LEAP-REM.
000000     IF WS-LEAP-REM NOT = ZERO
000000         MOVE 28         TO WS-MONTH-DAYS
000000     END-IF.
000000 6150-EXIT.
000000     EXIT.
000000*
000000* The next scheduled date is advanced from the scheduled date,
000000* never from the rolled one: 7 days for weekly, otherwise 1 or
000000* 3 months on to the instruction's day of the month (the last
000000* day of a shorter month).
000000*
000000 6200-ADVANCE-DUE.
000000     MOVE WS-SI-NEXT-DUE TO WS-WORK-DATE-N.
000000     IF WS-SI-WEEKLY
000000         ADD 7 TO WS-WD-DD
000000         PERFORM 6150-MONTH-DAYS THRU 6150-EXIT
000000         IF WS-WD-DD > WS-MONTH-DAYS
000000             SUBTRACT WS-MONTH-DAYS FROM WS-WD-DD
000000             PERFORM 6250-NEXT-MONTH THRU 6250-EXIT
000000         END-IF
000000     ELSE
000000         IF WS-SI-QUARTERLY
000000             MOVE 3      TO WS-MONTH-STEP
000000         ELSE
000000             MOVE 1      TO WS-MONTH-STEP
000000         END-IF
000000         PERFORM 6250-NEXT-MONTH THRU 6250-EXIT
000000                 WS-MONTH-STEP TIMES
000000         MOVE WS-SI-DUE-DAY TO WS-WD-DD
000000         PERFORM 6150-MONTH-DAYS THRU 6150-EXIT
000000         IF WS-WD-DD > WS-MONTH-DAYS
000000             MOVE WS-MONTH-DAYS TO WS-WD-DD
000000         END-IF
000000     END-IF.
000000     MOVE WS-WORK-DATE-N TO WS-SI-NEXT-DUE.
000000 6200-EXIT.
000000     EXIT.
000000*
000000 6250-NEXT-MONTH.
000000     ADD 1 TO WS-WD-MM.
000000     IF WS-WD-MM > 12
000000         MOVE 1          TO WS-WD-MM
000000         ADD 1 TO WS-WD-YYYY
000000     END-IF.
000000 6250-EXIT.
000000     EXIT.
000000*
000000* A scheduled date found among the calendar's holidays rolls to
000000* the earliest business day after it; with no later business
000000* day on the calendar it stands.
000000*
000000 6300-ROLL-DUE-DATE.
000000     MOVE WS-SI-NEXT-DUE TO WS-ROLL-DATE.
000000     MOVE "N"            TO WS-HOLIDAY-SW.
000000     MOVE 1              TO WS-HOL-IX.
000000     PERFORM 6310-SCAN-HOLIDAY THRU 6310-EXIT
000000             UNTIL WS-HOL-IX > WS-HOL-COUNT OR WS-DUE-ON-HOLIDAY.
000000     IF NOT WS-DUE-ON-HOLIDAY
000000         GO TO 6300-EXIT
000000     END-IF.
000000     MOVE 1              TO WS-CAL-IX.
000000     PERFORM 6320-SCAN-BUS-DAY THRU 6320-EXIT
000000             UNTIL WS-CAL-IX > WS-CAL-COUNT.
000000 6300-EXIT.
000000     EXIT.
000000*
000000 6310-SCAN-HOLIDAY.
000000     IF WS-HOL-DATE (WS-HOL-IX) = WS-SI-NEXT-DUE
000000         SET WS-DUE-ON-HOLIDAY TO TRUE
000000     ELSE
000000         ADD 1 TO WS-HOL-IX
000000     END-IF.
000000 6310-EXIT.
000000     EXIT.
000000*
000000 6320-SCAN-BUS-DAY.
000000     IF WS-CAL-BUS-DATE (WS-CAL-IX) > WS-SI-NEXT-DUE
000000        AND (WS-ROLL-DATE = WS-SI-NEXT-DUE
000000             OR WS-CAL-BUS-DATE (WS-CAL-IX) < WS-ROLL-DATE)
000000         MOVE WS-CAL-BUS-DATE (WS-CAL-IX) TO WS-ROLL-DATE
000000     END-IF.
000000     ADD 1 TO WS-CAL-IX.
000000 6320-EXIT.
000000     EXIT.
000000*
000000* An item never taken against an instruction names a key that
000000* is on neither the master nor an add.
000000*
000000 7000-REPORT-UNMATCHED.
000000     MOVE 1              TO WS-MT-NX.
000000     PERFORM 7100-CHECK-UNMATCHED THRU 7100-EXIT
000000             UNTIL WS-MT-NX > WS-MT-COUNT.
000000 7000-EXIT.
000000     EXIT.
000000*
000000 7100-CHECK-UNMATCHED.
000000     IF NOT WS-MT-USED (WS-MT-NX)
000000         MOVE WS-MT-IMAGE (WS-MT-NX) TO WS-MAINT-ITEM
000000         MOVE "INSTRUCTION NOT ON FILE" TO WS-REFUSE-REASON
000000         PERFORM 2800-REFUSE-MAINT THRU 2800-EXIT
000000     END-IF.
000000     ADD 1 TO WS-MT-NX.
000000 7100-EXIT.
000000     EXIT.
000000*
000000 8000-WRITE-TOTALS.
000000     MOVE "MAINTENANCE READ     :" TO WS-TL-LABEL.
000000     MOVE WS-SMNT-READ-COUNT TO WS-TL-COUNT.
000000     WRITE PRINT-REC FROM WS-TOTAL-LINE
000000           AFTER ADVANCING 2 LINES.
000000     MOVE "ADDED                :" TO WS-TL-LABEL.
000000     MOVE WS-ADDED-COUNT TO WS-TL-COUNT.
000000     WRITE PRINT-REC FROM WS-TOTAL-LINE
000000           AFTER ADVANCING 1 LINE.
000000     MOVE "CHANGED              :" TO WS-TL-LABEL.
000000     MOVE WS-CHANGED-COUNT TO WS-TL-COUNT.
000000     WRITE PRINT-REC FROM WS-TOTAL-LINE
000000           AFTER ADVANCING 1 LINE.
000000     MOVE "CANCELLED            :" TO WS-TL-LABEL.
000000     MOVE WS-CANCELLED-COUNT TO WS-TL-COUNT.
000000     WRITE PRINT-REC FROM WS-TOTAL-LINE
000000           AFTER ADVANCING 1 LINE.
000000     MOVE "MAINTENANCE REFUSED  :" TO WS-TL-LABEL.
000000     MOVE WS-REFUSED-COUNT TO WS-TL-COUNT.
000000     WRITE PRINT-REC FROM WS-TOTAL-LINE
000000           AFTER ADVANCING 1 LINE.
000000     MOVE "ALREADY APPLIED TODAY:" TO WS-TL-LABEL.
000000     MOVE WS-REPEATED-COUNT TO WS-TL-COUNT.
000000     WRITE PRINT-REC FROM WS-TOTAL-LINE
000000           AFTER ADVANCING 1 LINE.
000000     MOVE "PAYMENTS GENERATED   :" TO WS-BL-LABEL.
000000     MOVE WS-GENERATED-COUNT TO WS-BL-COUNT.
000000     MOVE WS-GENERATED-SUM TO WS-BL-SUM.
000000     WRITE PRINT-REC FROM WS-BAND-LINE
000000           AFTER ADVANCING 2 LINES.
000000     MOVE "SKIPPED - ACCOUNT    :" TO WS-BL-LABEL.
000000     MOVE WS-SKIPPED-COUNT TO WS-BL-COUNT.
000000     MOVE WS-SKIPPED-SUM TO WS-BL-SUM.
000000     WRITE PRINT-REC FROM WS-BAND-LINE
000000           AFTER ADVANCING 1 LINE.
000000     MOVE "SKIPPED - EXPIRED    :" TO WS-TL-LABEL.
000000     MOVE WS-EXPIRED-COUNT TO WS-TL-COUNT.
000000     WRITE PRINT-REC FROM WS-TOTAL-LINE
000000           AFTER ADVANCING 1 LINE.
000000     MOVE "ACTIVE INSTRUCTIONS  :" TO WS-TL-LABEL.
000000     MOVE WS-ACTIVE-COUNT TO WS-TL-COUNT.
000000     WRITE PRINT-REC FROM WS-TOTAL-LINE
000000           AFTER ADVANCING 1 LINE.
000000     DISPLAY "FXPN0028 - PAYMENTS GENERATED  = ",
000000             WS-GENERATED-COUNT.
000000     DISPLAY "FXPN0028 - PAYMENTS SKIPPED    = ",
000000             WS-SKIPPED-COUNT.
000000     DISPLAY "FXPN0028 - INSTRUCTIONS EXPIRED = ",
000000             WS-EXPIRED-COUNT.
000000     DISPLAY "FXPN0028 - MAINTENANCE REFUSED = ",
000000             WS-REFUSED-COUNT.
000000 8000-EXIT.
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
000000     CLOSE TRANS-FILE.
000000     IF WS-T-STATUS NOT = "00"
000000         MOVE "CLOSE"      TO WS-ERROR-OPERATION
000000         MOVE "TRANS-FILE" TO WS-ERROR-FILE-NAME
000000         MOVE WS-T-STATUS  TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000     CLOSE PRINT-FILE.
000000 9000-EXIT.
000000     EXIT.
000000*
000000 9900-FILE-ERROR.
000000     DISPLAY "FXPN0028 - FILE I/O ERROR".
000000     DISPLAY "OPERATION : ", WS-ERROR-OPERATION.
000000     DISPLAY "FILE      : ", WS-ERROR-FILE-NAME.
000000     DISPLAY "STATUS    : ", WS-ERROR-STATUS.
000000     MOVE 16             TO RETURN-CODE.
000000     GOBACK.
000000*
