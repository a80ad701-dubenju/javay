000000 IDENTIFICATION         DIVISION.
000000 PROGRAM-ID.            FXPN0025.
000000 AUTHOR.                dubenju@126.com.
000000 DATE-WRITTEN.          2026.10.15.
000000 DATE-COMPILED.
000000*
000000* FXPN0025 is the suspense correction step, run by FXPN0000
000000* ahead of the FXPN0006 pre-edit.  It reads the day's
000000* correction file (FXPN0025c.txt), in which the exceptions
000000* desk names a suspense item by its original serial, source
000000* and stamp date (see SUSPREC) and either fixes it (action F)
000000* or writes it off (action W).  A fix may replace the account,
000000* type, amount, a transfer's receiving account and a
000000* reversal's cross-reference - a blank field keeps the
000000* suspended value -
000000* and the corrected transaction is written to the re-entry
000000* file (FXPN0025t.txt) in the TRANREC layout, source SUSP, with
000000* the original key as its cross-reference.  The pre-edit reads
000000* that file after the raw input, so a corrected item passes
000000* every edit and posts with the same audit and control-total
000000* coverage as a keyed transaction; if it fails again it comes
000000* back into suspense as a new item pointing at the old one.
000000* A fixed item is marked R (re-entered), a written-off item W,
000000* both with the resolve date, and the suspense master is
000000* rewritten (the FXPN0009 keep-file pattern).
000000*
000000* Items resolved on THIS business date are resolved again
000000* when the same correction is presented: the re-entry file is
000000* rewritten from scratch every run, so a resubmitted run for
000000* the same date must regenerate the same re-entries or they
000000* would be lost (the FXPN0024 release convention).  A
000000* correction for an item resolved on an earlier date, for a
000000* key not on the suspense file, or repeating one already
000000* applied is refused and listed on the register.
000000*
000000* The register (FXPN0025.LST) lists every correction and what
000000* became of it, with re-entered, written-off and refused
000000* totals.  A missing correction file means nothing to do; a
000000* missing suspense file means nothing has ever been
000000* suspended.  Either way an empty re-entry file is still cut.
000000*
000000* MODIFICATION HISTORY
000000* ----------------------------------------------------------
000000* 2026.10.15  DJ  Initial version.
000000* 2026.10.15  DJ  A re-entered reversal keeps its own cross-
000000*                 reference, which names the posting it reverses,
000000*                 instead of taking the suspense key.
000000* 2026.10.15  DJ  A fix may also replace a transfer's receiving
000000*                 account (CORR-TO-ACC-NO); the suspense master
000000*                 grew with SUSPREC.
000000* 2026.10.15  DJ  A fix may also replace a reversal's cross-
000000*                 reference (CORR-XREF), so a reversal suspended
000000*                 for naming the wrong posting can be corrected
000000*                 instead of only written off.
000000*
000000 ENVIRONMENT            DIVISION.
000000 CONFIGURATION          SECTION.
000000 SOURCE-COMPUTER.       HP.
000000 OBJECT-COMPUTER.       HP.
000000*
000000 INPUT-OUTPUT           SECTION.
000000 FILE-CONTROL.
000000     SELECT SUSP-FILE   ASSIGN TO "FXPN0025s.txt"
000000                        ORGANIZATION IS SEQUENTIAL
000000                        FILE STATUS IS WS-S-STATUS.
000000     SELECT CORR-FILE   ASSIGN TO "FXPN0025c.txt"
000000                        ORGANIZATION IS SEQUENTIAL
000000                        FILE STATUS IS WS-C-STATUS.
000000     SELECT REENTRY-FILE
000000                        ASSIGN TO "FXPN0025t.txt"
000000                        ORGANIZATION IS SEQUENTIAL
000000                        FILE STATUS IS WS-E-STATUS.
000000     SELECT KEEP-FILE   ASSIGN TO "FXPN0025k.txt"
000000                        ORGANIZATION IS SEQUENTIAL
000000                        FILE STATUS IS WS-K-STATUS.
000000     SELECT PRINT-FILE  ASSIGN TO "FXPN0025.LST"
000000                        ORGANIZATION IS LINE SEQUENTIAL.
000000     SELECT PARM-FILE   ASSIGN TO "FXPN0000p.txt"
000000                        ORGANIZATION IS SEQUENTIAL
000000                        FILE STATUS IS WS-P-STATUS.
000000*
000000 DATA                   DIVISION.
000000 FILE                   SECTION.
000000 FD  SUSP-FILE.
000000     COPY SUSPREC.
000000 FD  CORR-FILE.
000000 01  CORR-REC.
000000     05 CORR-ACTION      PIC X(01).
000000     05 CORR-KEY.
000000         10 CORR-SERIAL      PIC 9(07).
000000         10 CORR-SOURCE      PIC X(04).
000000         10 CORR-TRANS-DATE  PIC 9(08).
000000     05 CORR-ACC-NO      PIC S9(3)V9(2).
000000     05 CORR-ACC-NO-X    REDEFINES CORR-ACC-NO
000000                         PIC X(05).
000000     05 CORR-TYPE        PIC X(01).
000000     05 CORR-AMOUNT      PIC S9(3)V9(2).
000000     05 CORR-AMOUNT-X    REDEFINES CORR-AMOUNT
000000                         PIC X(05).
000000     05 CORR-TO-ACC-NO   PIC S9(3)V9(2).
000000     05 CORR-TO-ACC-NO-X REDEFINES CORR-TO-ACC-NO
000000                         PIC X(05).
000000     05 CORR-XREF.
000000         10 CORR-XREF-SERIAL PIC 9(07).
000000         10 CORR-XREF-SOURCE PIC X(04).
000000         10 CORR-XREF-DATE   PIC 9(08).
000000     05 CORR-XREF-X      REDEFINES CORR-XREF
000000                         PIC X(19).
000000 FD  REENTRY-FILE.
000000     COPY TRANREC.
000000 FD  KEEP-FILE.
000000 01  KEEP-REC            PIC X(86).
000000 FD  PRINT-FILE.
000000 01  PRINT-REC           PIC X(80).
000000 FD  PARM-FILE.
000000     COPY PARMREC.
000000*
000000 WORKING-STORAGE        SECTION.
000000*
000000 01  WS-S-STATUS         PIC X(02).
000000 01  WS-C-STATUS         PIC X(02).
000000 01  WS-E-STATUS         PIC X(02).
000000 01  WS-K-STATUS         PIC X(02).
000000 01  WS-P-STATUS         PIC X(02).
000000*
000000 01  WS-ERROR-OPERATION  PIC X(10).
000000 01  WS-ERROR-FILE-NAME  PIC X(20).
000000 01  WS-ERROR-STATUS     PIC X(02).
000000*
000000 01  WS-SUSP-EOF-SW      PIC X(01)   VALUE "N".
000000     88 WS-SUSP-AT-EOF               VALUE "Y".
000000 01  WS-SUSP-ABSENT-SW   PIC X(01)   VALUE "N".
000000     88 WS-SUSP-ABSENT               VALUE "Y".
000000 01  WS-CORR-EOF-SW      PIC X(01)   VALUE "N".
000000     88 WS-CORR-AT-EOF               VALUE "Y".
000000 01  WS-CORR-ABSENT-SW   PIC X(01)   VALUE "N".
000000     88 WS-CORR-ABSENT               VALUE "Y".
000000 01  WS-KEEP-EOF-SW      PIC X(01)   VALUE "N".
000000     88 WS-KEEP-AT-EOF               VALUE "Y".
000000 01  WS-CT-FOUND-SW      PIC X(01)   VALUE "N".
000000     88 WS-CT-FOUND                  VALUE "Y".
000000*
000000 01  WS-RUN-DATE         PIC 9(08).
000000*
000000 01  WS-CORR-READ-COUNT  PIC 9(07)   COMP    VALUE ZERO.
000000 01  WS-REENTERED-COUNT  PIC 9(07)   COMP    VALUE ZERO.
000000 01  WS-REENTERED-SUM    PIC S9(09)V9(02)    VALUE ZERO.
000000 01  WS-WRITTEN-OFF-COUNT PIC 9(07)  COMP    VALUE ZERO.
000000 01  WS-WRITTEN-OFF-SUM  PIC S9(09)V9(02)    VALUE ZERO.
000000 01  WS-REFUSED-COUNT    PIC 9(07)   COMP    VALUE ZERO.
000000 01  WS-STILL-OPEN-COUNT PIC 9(07)   COMP    VALUE ZERO.
000000*
000000 01  WS-CT-MAX           PIC 9(04)   COMP    VALUE 1000.
000000 01  WS-CT-COUNT         PIC 9(04)   COMP    VALUE ZERO.
000000 01  WS-CT-IX            PIC 9(04)   COMP    VALUE ZERO.
000000 01  WS-CT-SLOT          PIC 9(04)   COMP    VALUE ZERO.
000000 01  WS-CORR-TABLE.
000000     05 WS-CT-ENTRY      OCCURS 1000 TIMES.
000000         10 WS-CT-ACTION     PIC X(01).
000000             88 WS-CT-FIX                VALUE "F".
000000             88 WS-CT-WRITE-OFF          VALUE "W".
000000         10 WS-CT-KEY.
000000             15 WS-CT-SERIAL     PIC 9(07).
000000             15 WS-CT-SOURCE     PIC X(04).
000000             15 WS-CT-TRANS-DATE PIC 9(08).
000000         10 WS-CT-ACC-NO     PIC S9(3)V9(2).
000000         10 WS-CT-ACC-NO-X   REDEFINES WS-CT-ACC-NO
000000                             PIC X(05).
000000         10 WS-CT-TYPE       PIC X(01).
000000         10 WS-CT-AMOUNT     PIC S9(3)V9(2).
000000         10 WS-CT-AMOUNT-X   REDEFINES WS-CT-AMOUNT
000000                             PIC X(05).
000000         10 WS-CT-TO-ACC-NO  PIC S9(3)V9(2).
000000         10 WS-CT-TO-ACC-NO-X REDEFINES WS-CT-TO-ACC-NO
000000                             PIC X(05).
000000         10 WS-CT-XREF-X     PIC X(19).
000000         10 WS-CT-USED-SW    PIC X(01).
000000             88 WS-CT-USED               VALUE "Y".
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
000000        "SUSPENSE CORRECTION REGISTER".
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
000000     05 FILLER           PIC X(08)   VALUE "SERIAL".
000000     05 FILLER           PIC X(05)   VALUE "SRC".
000000     05 FILLER           PIC X(10)   VALUE "DATE".
000000     05 FILLER           PIC X(09)   VALUE "ACC-NO".
000000     05 FILLER           PIC X(03)   VALUE "T".
000000     05 FILLER           PIC X(09)   VALUE "AMOUNT".
000000     05 FILLER           PIC X(24)   VALUE "RESULT".
000000*
000000 01  WS-DETAIL-LINE.
000000     05 FILLER           PIC X(01)   VALUE SPACES.
000000     05 WS-DT-ACTION     PIC X(01).
000000     05 FILLER           PIC X(02)   VALUE SPACES.
000000     05 WS-DT-SERIAL     PIC 9(07).
000000     05 FILLER           PIC X(01)   VALUE SPACES.
000000     05 WS-DT-SOURCE     PIC X(04).
000000     05 FILLER           PIC X(01)   VALUE SPACES.
000000     05 WS-DT-DATE       PIC 9(08).
000000     05 FILLER           PIC X(02)   VALUE SPACES.
000000     05 WS-DT-ACC-NO     PIC -ZZ9.99.
000000     05 WS-DT-ACC-NO-X   REDEFINES WS-DT-ACC-NO
000000                         PIC X(07).
000000     05 FILLER           PIC X(02)   VALUE SPACES.
000000     05 WS-DT-TYPE       PIC X(01).
000000     05 FILLER           PIC X(02)   VALUE SPACES.
000000     05 WS-DT-AMOUNT     PIC -ZZ9.99.
000000     05 WS-DT-AMOUNT-X   REDEFINES WS-DT-AMOUNT
000000                         PIC X(07).
000000     05 FILLER           PIC X(02)   VALUE SPACES.
000000     05 WS-DT-RESULT     PIC X(24).
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
000000**** USER-WORK-AREA.
000000*
000000 PROCEDURE              DIVISION.
000000*
000000 0000-MAINLINE.
000000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000000     IF NOT WS-SUSP-ABSENT
000000         PERFORM 2000-PROCESS-SUSP-REC THRU 2000-EXIT
000000                 UNTIL WS-SUSP-AT-EOF
000000         PERFORM 3000-REWRITE-SUSPENSE THRU 3000-EXIT
000000     END-IF.
000000     PERFORM 7000-REPORT-UNMATCHED THRU 7000-EXIT.
000000     PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
000000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
000000     GOBACK.
000000*
000000 1000-INITIALIZE.
000000     PERFORM 1050-READ-PARMS THRU 1050-EXIT.
000000     OPEN OUTPUT REENTRY-FILE.
000000     IF WS-E-STATUS NOT = "00"
000000         MOVE "OPEN"      TO WS-ERROR-OPERATION
000000         MOVE "REENTRY-FILE" TO WS-ERROR-FILE-NAME
000000         MOVE WS-E-STATUS TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000     PERFORM 1100-LOAD-CORRECTIONS THRU 1100-EXIT.
000000     OPEN INPUT SUSP-FILE.
000000     IF WS-S-STATUS = "35"
000000         SET WS-SUSP-ABSENT TO TRUE
000000         DISPLAY "FXPN0025 - SUSPENSE FILE NOT ON FILE,",
000000                 " NOTHING SUSPENDED"
000000     ELSE
000000         IF WS-S-STATUS NOT = "00"
000000             MOVE "OPEN"      TO WS-ERROR-OPERATION
000000             MOVE "SUSP-FILE" TO WS-ERROR-FILE-NAME
000000             MOVE WS-S-STATUS TO WS-ERROR-STATUS
000000             PERFORM 9900-FILE-ERROR
000000         END-IF
000000     END-IF.
000000     IF NOT WS-SUSP-ABSENT
000000         OPEN OUTPUT KEEP-FILE
000000         IF WS-K-STATUS NOT = "00"
000000             MOVE "OPEN"      TO WS-ERROR-OPERATION
000000             MOVE "KEEP-FILE" TO WS-ERROR-FILE-NAME
000000             MOVE WS-K-STATUS TO WS-ERROR-STATUS
000000             PERFORM 9900-FILE-ERROR
000000         END-IF
000000     END-IF.
000000     OPEN OUTPUT PRINT-FILE.
000000     PERFORM 3500-NEW-PAGE THRU 3500-EXIT.
000000     IF NOT WS-SUSP-ABSENT
000000         PERFORM 2100-READ-SUSP THRU 2100-EXIT
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
000000             DISPLAY "FXPN0025 - PARM-FILE IS EMPTY"
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
000000         DISPLAY "FXPN0025 - INVALID PARAMETER RECORD"
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
000000* The corrections are held in a table so the suspense master
000000* can be passed once, in its own order, whatever order the
000000* desk keyed the corrections in.
000000*
000000 1100-LOAD-CORRECTIONS.
000000     OPEN INPUT CORR-FILE.
000000     IF WS-C-STATUS = "35"
000000         SET WS-CORR-ABSENT TO TRUE
000000         DISPLAY "FXPN0025 - NO CORRECTION FILE, NOTHING TO",
000000                 " CORRECT"
000000         GO TO 1100-EXIT
000000     END-IF.
000000     IF WS-C-STATUS NOT = "00"
000000         MOVE "OPEN"      TO WS-ERROR-OPERATION
000000         MOVE "CORR-FILE" TO WS-ERROR-FILE-NAME
000000         MOVE WS-C-STATUS TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000     PERFORM 1150-READ-CORR THRU 1150-EXIT.
000000     PERFORM 1160-STORE-CORR THRU 1160-EXIT
000000             UNTIL WS-CORR-AT-EOF.
000000     CLOSE CORR-FILE.
000000     IF WS-C-STATUS NOT = "00"
000000         MOVE "CLOSE"     TO WS-ERROR-OPERATION
000000         MOVE "CORR-FILE" TO WS-ERROR-FILE-NAME
000000         MOVE WS-C-STATUS TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000 1100-EXIT.
000000     EXIT.
000000*
000000 1150-READ-CORR.
000000     READ CORR-FILE
000000         AT END
000000             SET WS-CORR-AT-EOF TO TRUE
000000     END-READ.
000000 1150-EXIT.
000000     EXIT.
000000*
000000 1160-STORE-CORR.
000000     ADD 1 TO WS-CORR-READ-COUNT.
000000     IF WS-CT-COUNT >= WS-CT-MAX
000000         DISPLAY "FXPN0025 - MORE THAN ", WS-CT-MAX,
000000                 " CORRECTIONS, CORRECTION TABLE FULL"
000000         MOVE 16         TO RETURN-CODE
000000         GOBACK
000000     END-IF.
000000     ADD 1 TO WS-CT-COUNT.
000000     MOVE CORR-ACTION    TO WS-CT-ACTION (WS-CT-COUNT).
000000     MOVE CORR-KEY       TO WS-CT-KEY (WS-CT-COUNT).
000000     MOVE CORR-ACC-NO-X  TO WS-CT-ACC-NO-X (WS-CT-COUNT).
000000     MOVE CORR-TYPE      TO WS-CT-TYPE (WS-CT-COUNT).
000000     MOVE CORR-AMOUNT-X  TO WS-CT-AMOUNT-X (WS-CT-COUNT).
000000     MOVE CORR-TO-ACC-NO-X TO WS-CT-TO-ACC-NO-X (WS-CT-COUNT).
000000     MOVE CORR-XREF-X    TO WS-CT-XREF-X (WS-CT-COUNT).
000000     MOVE "N"            TO WS-CT-USED-SW (WS-CT-COUNT).
000000     PERFORM 1150-READ-CORR THRU 1150-EXIT.
000000 1160-EXIT.
000000     EXIT.
000000*
000000 2000-PROCESS-SUSP-REC.
000000     PERFORM 2150-FIND-CORRECTION THRU 2150-EXIT.
000000     IF WS-CT-FOUND
000000         PERFORM 2200-APPLY-CORRECTION THRU 2200-EXIT
000000     END-IF.
000000     IF SUSP-OPEN
000000         ADD 1 TO WS-STILL-OPEN-COUNT
000000     END-IF.
000000     WRITE KEEP-REC FROM SUSP-REC.
000000     IF WS-K-STATUS NOT = "00"
000000         MOVE "WRITE"     TO WS-ERROR-OPERATION
000000         MOVE "KEEP-FILE" TO WS-ERROR-FILE-NAME
000000         MOVE WS-K-STATUS TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000     PERFORM 2100-READ-SUSP THRU 2100-EXIT.
000000 2000-EXIT.
000000     EXIT.
000000*
000000 2100-READ-SUSP.
000000     READ SUSP-FILE
000000         AT END
000000             SET WS-SUSP-AT-EOF TO TRUE
000000     END-READ.
000000 2100-EXIT.
000000     EXIT.
000000*
000000* Only the first unused correction for a key is taken; a
000000* second one for the same item is left unused and is listed
000000* as refused by 7000-REPORT-UNMATCHED.
000000*
000000 2150-FIND-CORRECTION.
000000     MOVE "N"            TO WS-CT-FOUND-SW.
000000     MOVE ZERO           TO WS-CT-SLOT.
000000     MOVE 1              TO WS-CT-IX.
000000     PERFORM 2160-SCAN-CORR-TABLE THRU 2160-EXIT
000000             UNTIL WS-CT-IX > WS-CT-COUNT OR WS-CT-FOUND.
000000 2150-EXIT.
000000     EXIT.
000000*
000000 2160-SCAN-CORR-TABLE.
000000     IF WS-CT-KEY (WS-CT-IX) = SUSP-KEY
000000        AND NOT WS-CT-USED (WS-CT-IX)
000000         SET WS-CT-FOUND TO TRUE
000000         MOVE WS-CT-IX   TO WS-CT-SLOT
000000     END-IF.
000000     ADD 1 TO WS-CT-IX.
000000 2160-EXIT.
000000     EXIT.
000000*
000000 2200-APPLY-CORRECTION.
000000     SET WS-CT-USED (WS-CT-SLOT) TO TRUE.
000000     IF NOT WS-CT-FIX (WS-CT-SLOT)
000000        AND NOT WS-CT-WRITE-OFF (WS-CT-SLOT)
000000         MOVE "INVALID ACTION CODE" TO WS-DT-RESULT
000000         PERFORM 2500-REFUSE-CORRECTION THRU 2500-EXIT
000000         GO TO 2200-EXIT
000000     END-IF.
000000     IF SUSP-OPEN
000000         MOVE WS-RUN-DATE TO SUSP-RESOLVE-DATE
000000         IF WS-CT-FIX (WS-CT-SLOT)
000000             MOVE "R"    TO SUSP-STATUS
000000             PERFORM 2300-RE-ENTER-ITEM THRU 2300-EXIT
000000         ELSE
000000             MOVE "W"    TO SUSP-STATUS
000000             PERFORM 2400-WRITE-OFF-ITEM THRU 2400-EXIT
000000         END-IF
000000         GO TO 2200-EXIT
000000     END-IF.
000000     IF SUSP-RESOLVE-DATE = WS-RUN-DATE
000000        AND SUSP-RE-ENTERED AND WS-CT-FIX (WS-CT-SLOT)
000000         PERFORM 2300-RE-ENTER-ITEM THRU 2300-EXIT
000000         GO TO 2200-EXIT
000000     END-IF.
000000     IF SUSP-RESOLVE-DATE = WS-RUN-DATE
000000        AND SUSP-WRITTEN-OFF AND WS-CT-WRITE-OFF (WS-CT-SLOT)
000000         PERFORM 2400-WRITE-OFF-ITEM THRU 2400-EXIT
000000         GO TO 2200-EXIT
000000     END-IF.
000000     MOVE "ITEM ALREADY RESOLVED" TO WS-DT-RESULT.
000000     PERFORM 2500-REFUSE-CORRECTION THRU 2500-EXIT.
000000 2200-EXIT.
000000     EXIT.
000000*
000000* The suspended transaction is rebuilt with the desk's
000000* replacement fields laid over it, an effective date of zero
000000* (it was due when it was first presented) and the original
000000* key as its cross-reference - except a reversal, whose
000000* cross-reference must go on naming the posting it backs out
000000* (the desk's replacement cross-reference, if it gave one, so
000000* a reversal suspended for naming the wrong posting can be
000000* put right).
000000* The detail line is filled before the WRITE releases the
000000* record area.
000000*
000000 2300-RE-ENTER-ITEM.
000000     MOVE SUSP-TRANS-DATA TO TRANS-REC.
000000     IF WS-CT-ACC-NO-X (WS-CT-SLOT) NOT = SPACES
000000         MOVE WS-CT-ACC-NO (WS-CT-SLOT) TO TRANS-ACC-NO
000000     END-IF.
000000     IF WS-CT-TYPE (WS-CT-SLOT) NOT = SPACES
000000         MOVE WS-CT-TYPE (WS-CT-SLOT) TO TRANS-TYPE
000000     END-IF.
000000     IF WS-CT-AMOUNT-X (WS-CT-SLOT) NOT = SPACES
000000         MOVE WS-CT-AMOUNT (WS-CT-SLOT) TO TRANS-AMOUNT
000000     END-IF.
000000     IF WS-CT-TO-ACC-NO-X (WS-CT-SLOT) NOT = SPACES
000000         MOVE WS-CT-TO-ACC-NO (WS-CT-SLOT) TO TRANS-TO-ACC-NO
000000     END-IF.
000000     IF WS-CT-XREF-X (WS-CT-SLOT) NOT = SPACES
000000         MOVE WS-CT-XREF-X (WS-CT-SLOT) TO TRANS-XREF-X
000000     END-IF.
000000     MOVE ZERO           TO TRANS-EFF-DATE.
000000     MOVE "SUSP"         TO TRANS-SOURCE.
000000     IF NOT TRANS-REVERSAL
000000         MOVE SUSP-KEY   TO TRANS-XREF
000000     END-IF.
000000     MOVE "F"            TO WS-DT-ACTION.
000000     IF TRANS-ACC-NO IS NUMERIC
000000         MOVE TRANS-ACC-NO TO WS-DT-ACC-NO
000000     ELSE
000000         MOVE ALL "*"    TO WS-DT-ACC-NO-X
000000     END-IF.
000000     MOVE TRANS-TYPE     TO WS-DT-TYPE.
000000     IF TRANS-AMOUNT IS NUMERIC
000000         MOVE TRANS-AMOUNT TO WS-DT-AMOUNT
000000         ADD TRANS-AMOUNT TO WS-REENTERED-SUM
000000             ON SIZE ERROR
000000                 DISPLAY "FXPN0025 - SIZE ERROR ON RE-ENTERED SUM"
000000         END-ADD
000000     ELSE
000000         MOVE ALL "*"    TO WS-DT-AMOUNT-X
000000     END-IF.
000000     MOVE "RE-ENTERED TO EDIT" TO WS-DT-RESULT.
000000     WRITE TRANS-REC.
000000     IF WS-E-STATUS NOT = "00"
000000         MOVE "WRITE"      TO WS-ERROR-OPERATION
000000         MOVE "REENTRY-FILE" TO WS-ERROR-FILE-NAME
000000         MOVE WS-E-STATUS  TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000     ADD 1 TO WS-REENTERED-COUNT.
000000     PERFORM 2600-PRINT-ITEM THRU 2600-EXIT.
000000 2300-EXIT.
000000     EXIT.
000000*
000000 2400-WRITE-OFF-ITEM.
000000     MOVE "W"            TO WS-DT-ACTION.
000000     PERFORM 2450-SUSP-DETAIL THRU 2450-EXIT.
000000     IF SUSP-AMOUNT IS NUMERIC
000000         ADD SUSP-AMOUNT TO WS-WRITTEN-OFF-SUM
000000             ON SIZE ERROR
000000                 DISPLAY "FXPN0025 - SIZE ERROR ON WRITTEN-OFF",
000000                         " SUM"
000000         END-ADD
000000     END-IF.
000000     MOVE "WRITTEN OFF"  TO WS-DT-RESULT.
000000     ADD 1 TO WS-WRITTEN-OFF-COUNT.
000000     PERFORM 2600-PRINT-ITEM THRU 2600-EXIT.
000000 2400-EXIT.
000000     EXIT.
000000*
000000 2450-SUSP-DETAIL.
000000     IF SUSP-ACC-NO IS NUMERIC
000000         MOVE SUSP-ACC-NO TO WS-DT-ACC-NO
000000     ELSE
000000         MOVE SUSP-ACC-NO-X TO WS-DT-ACC-NO-X
000000     END-IF.
000000     MOVE SUSP-TYPE      TO WS-DT-TYPE.
000000     IF SUSP-AMOUNT IS NUMERIC
000000         MOVE SUSP-AMOUNT TO WS-DT-AMOUNT
000000     ELSE
000000         MOVE SUSP-AMOUNT-X TO WS-DT-AMOUNT-X
000000     END-IF.
000000 2450-EXIT.
000000     EXIT.
000000*
000000 2500-REFUSE-CORRECTION.
000000     MOVE WS-CT-ACTION (WS-CT-SLOT) TO WS-DT-ACTION.
000000     PERFORM 2450-SUSP-DETAIL THRU 2450-EXIT.
000000     ADD 1 TO WS-REFUSED-COUNT.
000000     PERFORM 2600-PRINT-ITEM THRU 2600-EXIT.
000000 2500-EXIT.
000000     EXIT.
000000*
000000 2600-PRINT-ITEM.
000000     IF WS-LINE-COUNT >= WS-MAX-LINES
000000         PERFORM 3500-NEW-PAGE THRU 3500-EXIT
000000     END-IF.
000000     MOVE SUSP-SERIAL    TO WS-DT-SERIAL.
000000     MOVE SUSP-SOURCE    TO WS-DT-SOURCE.
000000     MOVE SUSP-TRANS-DATE TO WS-DT-DATE.
000000     WRITE PRINT-REC FROM WS-DETAIL-LINE
000000           AFTER ADVANCING 1 LINE.
000000     ADD 1 TO WS-LINE-COUNT.
000000 2600-EXIT.
000000     EXIT.
000000*
000000 3000-REWRITE-SUSPENSE.
000000     CLOSE SUSP-FILE.
000000     IF WS-S-STATUS NOT = "00"
000000         MOVE "CLOSE"     TO WS-ERROR-OPERATION
000000         MOVE "SUSP-FILE" TO WS-ERROR-FILE-NAME
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
000000     OPEN OUTPUT SUSP-FILE.
000000     IF WS-S-STATUS NOT = "00"
000000         MOVE "OPEN"      TO WS-ERROR-OPERATION
000000         MOVE "SUSP-FILE" TO WS-ERROR-FILE-NAME
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
000000     CLOSE SUSP-FILE.
000000     IF WS-S-STATUS NOT = "00"
000000         MOVE "CLOSE"     TO WS-ERROR-OPERATION
000000         MOVE "SUSP-FILE" TO WS-ERROR-FILE-NAME
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
000000     WRITE SUSP-REC FROM KEEP-REC.
000000     IF WS-S-STATUS NOT = "00"
000000         MOVE "WRITE"     TO WS-ERROR-OPERATION
000000         MOVE "SUSP-FILE" TO WS-ERROR-FILE-NAME
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
000000* A correction never taken by 2150-FIND-CORRECTION names a key
000000* that is not on the suspense file, or repeats one already
000000* applied this run.  It is listed with the desk's own fields.
000000*
000000 7000-REPORT-UNMATCHED.
000000     MOVE 1              TO WS-CT-IX.
000000     PERFORM 7100-CHECK-UNMATCHED THRU 7100-EXIT
000000             UNTIL WS-CT-IX > WS-CT-COUNT.
000000 7000-EXIT.
000000     EXIT.
000000*
000000 7100-CHECK-UNMATCHED.
000000     IF NOT WS-CT-USED (WS-CT-IX)
000000         IF WS-LINE-COUNT >= WS-MAX-LINES
000000             PERFORM 3500-NEW-PAGE THRU 3500-EXIT
000000         END-IF
000000         MOVE WS-CT-ACTION (WS-CT-IX) TO WS-DT-ACTION
000000         MOVE WS-CT-SERIAL (WS-CT-IX) TO WS-DT-SERIAL
000000         MOVE WS-CT-SOURCE (WS-CT-IX) TO WS-DT-SOURCE
000000         MOVE WS-CT-TRANS-DATE (WS-CT-IX) TO WS-DT-DATE
000000         MOVE WS-CT-ACC-NO-X (WS-CT-IX) TO WS-DT-ACC-NO-X
000000         MOVE WS-CT-TYPE (WS-CT-IX) TO WS-DT-TYPE
000000         MOVE WS-CT-AMOUNT-X (WS-CT-IX) TO WS-DT-AMOUNT-X
000000         MOVE "NO MATCHING OPEN ITEM" TO WS-DT-RESULT
000000         WRITE PRINT-REC FROM WS-DETAIL-LINE
000000               AFTER ADVANCING 1 LINE
000000         ADD 1 TO WS-LINE-COUNT
000000         ADD 1 TO WS-REFUSED-COUNT
000000     END-IF.
000000     ADD 1 TO WS-CT-IX.
000000 7100-EXIT.
000000     EXIT.
000000*
000000 8000-WRITE-TOTALS.
000000     MOVE "CORRECTIONS READ     :" TO WS-TL-LABEL.
000000     MOVE WS-CORR-READ-COUNT TO WS-TL-COUNT.
000000     WRITE PRINT-REC FROM WS-TOTAL-LINE
000000           AFTER ADVANCING 2 LINES.
000000     MOVE "ITEMS RE-ENTERED     :" TO WS-TL-LABEL.
000000     MOVE WS-REENTERED-COUNT TO WS-TL-COUNT.
000000     WRITE PRINT-REC FROM WS-TOTAL-LINE
000000           AFTER ADVANCING 1 LINE.
000000     MOVE "VALUE RE-ENTERED     :" TO WS-SL-LABEL.
000000     MOVE WS-REENTERED-SUM TO WS-SL-SUM.
000000     WRITE PRINT-REC FROM WS-SUM-LINE
000000           AFTER ADVANCING 1 LINE.
000000     MOVE "ITEMS WRITTEN OFF    :" TO WS-TL-LABEL.
000000     MOVE WS-WRITTEN-OFF-COUNT TO WS-TL-COUNT.
000000     WRITE PRINT-REC FROM WS-TOTAL-LINE
000000           AFTER ADVANCING 1 LINE.
000000     MOVE "VALUE WRITTEN OFF    :" TO WS-SL-LABEL.
000000     MOVE WS-WRITTEN-OFF-SUM TO WS-SL-SUM.
000000     WRITE PRINT-REC FROM WS-SUM-LINE
000000           AFTER ADVANCING 1 LINE.
000000     MOVE "CORRECTIONS REFUSED  :" TO WS-TL-LABEL.
000000     MOVE WS-REFUSED-COUNT TO WS-TL-COUNT.
000000     WRITE PRINT-REC FROM WS-TOTAL-LINE
000000           AFTER ADVANCING 1 LINE.
000000     MOVE "ITEMS STILL OPEN     :" TO WS-TL-LABEL.
000000     MOVE WS-STILL-OPEN-COUNT TO WS-TL-COUNT.
000000     WRITE PRINT-REC FROM WS-TOTAL-LINE
000000           AFTER ADVANCING 1 LINE.
000000     DISPLAY "FXPN0025 - ITEMS RE-ENTERED    = ",
000000             WS-REENTERED-COUNT.
000000     DISPLAY "FXPN0025 - ITEMS WRITTEN OFF   = ",
000000             WS-WRITTEN-OFF-COUNT.
000000     DISPLAY "FXPN0025 - CORRECTIONS REFUSED = ",
000000             WS-REFUSED-COUNT.
000000 8000-EXIT.
000000     EXIT.
000000*
000000 9000-TERMINATE.
000000     CLOSE REENTRY-FILE.
000000     IF WS-E-STATUS NOT = "00"
000000         MOVE "CLOSE"      TO WS-ERROR-OPERATION
000000         MOVE "REENTRY-FILE" TO WS-ERROR-FILE-NAME
000000         MOVE WS-E-STATUS  TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000     CLOSE PRINT-FILE.
000000 9000-EXIT.
000000     EXIT.
000000*
000000 9900-FILE-ERROR.
000000     DISPLAY "FXPN0025 - FILE I/O ERROR".
000000     DISPLAY "OPERATION : ", WS-ERROR-OPERATION.
000000     DISPLAY "FILE      : ", WS-ERROR-FILE-NAME.
000000     DISPLAY "STATUS    : ", WS-ERROR-STATUS.
000000     MOVE 16             TO RETURN-CODE.
000000     GOBACK.
000000*
