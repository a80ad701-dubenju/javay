000000 IDENTIFICATION         DIVISION.
000000 PROGRAM-ID.            FXPN0026.
000000 AUTHOR.                dubenju@126.com.
000000 DATE-WRITTEN.          2026.10.15.
000000 DATE-COMPILED.
000000*
000000* FXPN0026 is the suspense load and aged suspense report, run
000000* by FXPN0000 straight after the FXPN0002 posting.  It brings
000000* the day's two kinds of exception on to the one suspense
000000* master (see SUSPREC):
000000*   - every transaction the FXPN0006 pre-edit rejected (the
000000*     reject file, REJREC layout), origin E;
000000*   - every transaction the FXPN0002 posting could not post
000000*     (the posting-exception file, PEXCREC layout) for this
000000*     business run date, origin P.
000000* Each item keeps its original serial, source, stamp date and
000000* reason code, and is entered status O with the run date as
000000* its entry date.  An item whose key is already on the master
000000* (or repeats one loaded this run) is skipped, so a
000000* resubmitted run for the same date - or a posting resubmit
000000* that cut the same exception twice - cannot double the
000000* suspense.  The master is rewritten through a keep file (the
000000* FXPN0009 keep-file pattern) with the new items behind the
000000* items already held.
000000*
000000* The report (FXPN0026.LST) lists every open item with its
000000* age in business days - the business days on the calendar
000000* (see CALREC) after the entry date up to and including the
000000* run date - and totals the open items by age band 0-1, 2-5
000000* and over 5 days, count and value, together with the items
000000* loaded today and the items resolved today by the FXPN0025
000000* correction step.  A missing calendar file does not stop the
000000* load: items are shown unaged (age zero) with a warning on
000000* the report.  A missing reject or exception file means no
000000* exceptions of that kind.
000000*
000000* MODIFICATION HISTORY
000000* ----------------------------------------------------------
000000* 2026.10.15  DJ  Initial version.
000000* 2026.10.15  DJ  Suspense items grew by the transfer receiving
000000*                 account (see SUSPREC).
000000* 2026.10.15  DJ  The posting-rejects total label is cut to the
000000*                 22-character label field so its colon lines up
000000*                 with the others instead of being truncated.
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
000000     SELECT REJECT-FILE ASSIGN TO "FXPN0006r.txt"
000000                        ORGANIZATION IS SEQUENTIAL
000000                        FILE STATUS IS WS-R-STATUS.
000000     SELECT EXCEPTION-FILE
000000                        ASSIGN TO "FXPN0002e.txt"
000000                        ORGANIZATION IS SEQUENTIAL
000000                        FILE STATUS IS WS-EXC-STATUS.
000000     SELECT CAL-FILE    ASSIGN TO "FXPN0000d.txt"
000000                        ORGANIZATION IS SEQUENTIAL
000000                        FILE STATUS IS WS-CAL-STATUS.
000000     SELECT KEEP-FILE   ASSIGN TO "FXPN0026k.txt"
000000                        ORGANIZATION IS SEQUENTIAL
000000                        FILE STATUS IS WS-K-STATUS.
000000     SELECT PRINT-FILE  ASSIGN TO "FXPN0026.LST"
000000                        ORGANIZATION IS LINE SEQUENTIAL.
000000     SELECT PARM-FILE   ASSIGN TO "FXPN0000p.txt"
000000                        ORGANIZATION IS SEQUENTIAL
000000                        FILE STATUS IS WS-P-STATUS.
000000*
000000 DATA                   DIVISION.
000000 FILE                   SECTION.
000000 FD  SUSP-FILE.
000000     COPY SUSPREC.
000000 FD  REJECT-FILE.
000000     COPY REJREC.
000000 FD  EXCEPTION-FILE.
000000     COPY PEXCREC.
000000 FD  CAL-FILE.
000000     COPY CALREC.
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
000000 01  WS-R-STATUS         PIC X(02).
000000 01  WS-EXC-STATUS       PIC X(02).
000000 01  WS-CAL-STATUS       PIC X(02).
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
000000 01  WS-REJ-EOF-SW       PIC X(01)   VALUE "N".
000000     88 WS-REJ-AT-EOF                VALUE "Y".
000000 01  WS-EXC-EOF-SW       PIC X(01)   VALUE "N".
000000     88 WS-EXC-AT-EOF                VALUE "Y".
000000 01  WS-CAL-EOF-SW       PIC X(01)   VALUE "N".
000000     88 WS-CAL-AT-EOF                VALUE "Y".
000000 01  WS-CAL-ABSENT-SW    PIC X(01)   VALUE "N".
000000     88 WS-CAL-ABSENT                VALUE "Y".
000000 01  WS-KEEP-EOF-SW      PIC X(01)   VALUE "N".
000000     88 WS-KEEP-AT-EOF               VALUE "Y".
000000 01  WS-NT-FOUND-SW      PIC X(01)   VALUE "N".
000000     88 WS-NT-FOUND                  VALUE "Y".
000000*
000000 01  WS-RUN-DATE         PIC 9(08).
000000 01  WS-AGE-DAYS         PIC 9(04)   COMP    VALUE ZERO.
000000*
000000 01  WS-EDIT-LOAD-COUNT  PIC 9(07)   COMP    VALUE ZERO.
000000 01  WS-POST-LOAD-COUNT  PIC 9(07)   COMP    VALUE ZERO.
000000 01  WS-DUP-SKIP-COUNT   PIC 9(07)   COMP    VALUE ZERO.
000000 01  WS-OPEN-COUNT       PIC 9(07)   COMP    VALUE ZERO.
000000 01  WS-OPEN-SUM         PIC S9(09)V9(02)    VALUE ZERO.
000000 01  WS-AGE-01-COUNT     PIC 9(07)   COMP    VALUE ZERO.
000000 01  WS-AGE-01-SUM       PIC S9(09)V9(02)    VALUE ZERO.
000000 01  WS-AGE-25-COUNT     PIC 9(07)   COMP    VALUE ZERO.
000000 01  WS-AGE-25-SUM       PIC S9(09)V9(02)    VALUE ZERO.
000000 01  WS-AGE-OVER-COUNT   PIC 9(07)   COMP    VALUE ZERO.
000000 01  WS-AGE-OVER-SUM     PIC S9(09)V9(02)    VALUE ZERO.
000000 01  WS-REENTERED-COUNT  PIC 9(07)   COMP    VALUE ZERO.
000000 01  WS-WRITTEN-OFF-COUNT PIC 9(07)  COMP    VALUE ZERO.
000000*
000000* The day's new items are built here in the SUSPREC layout
000000* and held in the table until the master pass has shown
000000* which of them are already on file.
000000*
000000 01  WS-NEW-ITEM.
000000     05 WS-NI-KEY.
000000         10 WS-NI-SERIAL     PIC 9(07).
000000         10 WS-NI-SOURCE     PIC X(04).
000000         10 WS-NI-TRANS-DATE PIC 9(08).
000000     05 WS-NI-ORIGIN         PIC X(01).
000000     05 WS-NI-REASON-CODE    PIC X(02).
000000     05 WS-NI-TRANS-DATA     PIC X(47).
000000     05 WS-NI-ENTRY-DATE     PIC 9(08).
000000     05 WS-NI-STATUS         PIC X(01).
000000     05 WS-NI-RESOLVE-DATE   PIC 9(08).
000000*
000000 01  WS-NT-MAX           PIC 9(04)   COMP    VALUE 2000.
000000 01  WS-NT-COUNT         PIC 9(04)   COMP    VALUE ZERO.
000000 01  WS-NT-IX            PIC 9(04)   COMP    VALUE ZERO.
000000 01  WS-NEW-TABLE.
000000     05 WS-NT-ENTRY      OCCURS 2000 TIMES.
000000         10 WS-NT-IMAGE.
000000             15 WS-NT-KEY        PIC X(19).
000000             15 FILLER           PIC X(67).
000000         10 WS-NT-ON-FILE-SW PIC X(01).
000000             88 WS-NT-ON-FILE            VALUE "Y".
000000*
000000 01  WS-CAL-MAX          PIC 9(04)   COMP    VALUE 4000.
000000 01  WS-CAL-COUNT        PIC 9(04)   COMP    VALUE ZERO.
000000 01  WS-CAL-IX           PIC 9(04)   COMP    VALUE ZERO.
000000 01  WS-CAL-TABLE.
000000     05 WS-CAL-BUS-DATE  PIC 9(08)   OCCURS 4000 TIMES.
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
000000        "AGED SUSPENSE REPORT".
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
000000     05 FILLER           PIC X(08)   VALUE "SERIAL".
000000     05 FILLER           PIC X(05)   VALUE "SRC".
000000     05 FILLER           PIC X(03)   VALUE "O".
000000     05 FILLER           PIC X(04)   VALUE "RSN".
000000     05 FILLER           PIC X(09)   VALUE "ACC-NO".
000000     05 FILLER           PIC X(03)   VALUE "T".
000000     05 FILLER           PIC X(09)   VALUE "AMOUNT".
000000     05 FILLER           PIC X(10)   VALUE "ENTERED".
000000     05 FILLER           PIC X(06)   VALUE "AGE".
000000     05 FILLER           PIC X(04)   VALUE "BAND".
000000*
000000 01  WS-DETAIL-LINE.
000000     05 FILLER           PIC X(01)   VALUE SPACES.
000000     05 WS-DT-SERIAL     PIC 9(07).
000000     05 FILLER           PIC X(01)   VALUE SPACES.
000000     05 WS-DT-SOURCE     PIC X(04).
000000     05 FILLER           PIC X(01)   VALUE SPACES.
000000     05 WS-DT-ORIGIN     PIC X(01).
000000     05 FILLER           PIC X(02)   VALUE SPACES.
000000     05 WS-DT-REASON     PIC X(02).
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
000000     05 WS-DT-ENTERED    PIC 9(08).
000000     05 FILLER           PIC X(02)   VALUE SPACES.
000000     05 WS-DT-AGE        PIC ZZZ9.
000000     05 FILLER           PIC X(02)   VALUE SPACES.
000000     05 WS-DT-BAND       PIC X(04).
000000*
000000 01  WS-WARNING-LINE.
000000     05 FILLER           PIC X(01)   VALUE SPACES.
000000     05 FILLER           PIC X(50)   VALUE
000000        "*** CALENDAR NOT ON FILE - ITEMS SHOWN UNAGED ***".
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
000000     IF NOT WS-SUSP-ABSENT
000000         PERFORM 2000-PASS-SUSP-REC THRU 2000-EXIT
000000                 UNTIL WS-SUSP-AT-EOF
000000     END-IF.
000000     PERFORM 2500-ADD-NEW-ITEMS THRU 2500-EXIT.
000000     PERFORM 3000-REWRITE-SUSPENSE THRU 3000-EXIT.
000000     PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
000000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
000000     GOBACK.
000000*
000000 1000-INITIALIZE.
000000     PERFORM 1050-READ-PARMS THRU 1050-EXIT.
000000     PERFORM 1100-LOAD-CALENDAR THRU 1100-EXIT.
000000     PERFORM 1200-LOAD-EDIT-REJECTS THRU 1200-EXIT.
000000     PERFORM 1300-LOAD-POST-EXCEPTIONS THRU 1300-EXIT.
000000     OPEN INPUT SUSP-FILE.
000000     IF WS-S-STATUS = "35"
000000         SET WS-SUSP-ABSENT TO TRUE
000000         DISPLAY "FXPN0026 - SUSPENSE FILE NOT ON FILE,",
000000                 " STARTING A NEW ONE"
000000     ELSE
000000         IF WS-S-STATUS NOT = "00"
000000             MOVE "OPEN"      TO WS-ERROR-OPERATION
000000             MOVE "SUSP-FILE" TO WS-ERROR-FILE-NAME
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
000000             DISPLAY "FXPN0026 - PARM-FILE IS EMPTY"
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
000000         DISPLAY "FXPN0026 - INVALID PARAMETER RECORD"
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
000000* Only the business days are kept; an item's age is the count
000000* of them after its entry date up to the run date.
000000*
000000 1100-LOAD-CALENDAR.
000000     OPEN INPUT CAL-FILE.
000000     IF WS-CAL-STATUS = "35"
000000         SET WS-CAL-ABSENT TO TRUE
000000         DISPLAY "FXPN0026 - WARNING: CALENDAR NOT ON FILE,",
000000                 " SUSPENSE ITEMS NOT AGED"
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
000000     IF CAL-BUSINESS-DAY AND CAL-DATE IS NUMERIC
000000         IF WS-CAL-COUNT >= WS-CAL-MAX
000000             DISPLAY "FXPN0026 - MORE THAN ", WS-CAL-MAX,
000000                     " BUSINESS DAYS ON CALENDAR, TABLE FULL"
000000             MOVE 16     TO RETURN-CODE
000000             GOBACK
000000         END-IF
000000         ADD 1 TO WS-CAL-COUNT
000000         MOVE CAL-DATE   TO WS-CAL-BUS-DATE (WS-CAL-COUNT)
000000     END-IF.
000000     PERFORM 1150-READ-CALENDAR THRU 1150-EXIT.
000000 1160-EXIT.
000000     EXIT.
000000*
000000 1200-LOAD-EDIT-REJECTS.
000000     OPEN INPUT REJECT-FILE.
000000     IF WS-R-STATUS = "35"
000000         DISPLAY "FXPN0026 - NO EDIT REJECT FILE"
000000         GO TO 1200-EXIT
000000     END-IF.
000000     IF WS-R-STATUS NOT = "00"
000000         MOVE "OPEN"      TO WS-ERROR-OPERATION
000000         MOVE "REJECT-FILE" TO WS-ERROR-FILE-NAME
000000         MOVE WS-R-STATUS TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000     PERFORM 1250-READ-REJECT THRU 1250-EXIT.
000000     PERFORM 1260-TAKE-REJECT THRU 1260-EXIT
000000             UNTIL WS-REJ-AT-EOF.
000000     CLOSE REJECT-FILE.
000000     IF WS-R-STATUS NOT = "00"
000000         MOVE "CLOSE"     TO WS-ERROR-OPERATION
000000         MOVE "REJECT-FILE" TO WS-ERROR-FILE-NAME
000000         MOVE WS-R-STATUS TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000 1200-EXIT.
000000     EXIT.
000000*
000000 1250-READ-REJECT.
000000     READ REJECT-FILE
000000         AT END
000000             SET WS-REJ-AT-EOF TO TRUE
000000     END-READ.
000000 1250-EXIT.
000000     EXIT.
000000*
000000 1260-TAKE-REJECT.
000000     IF REJ-DATE = WS-RUN-DATE
000000         MOVE REJ-SERIAL     TO WS-NI-SERIAL
000000         MOVE REJ-SOURCE     TO WS-NI-SOURCE
000000         MOVE REJ-DATE       TO WS-NI-TRANS-DATE
000000         MOVE "E"            TO WS-NI-ORIGIN
000000         MOVE REJ-REASON-CODE TO WS-NI-REASON-CODE
000000         MOVE REJ-TRANS-DATA TO WS-NI-TRANS-DATA
000000         PERFORM 1400-STORE-NEW-ITEM THRU 1400-EXIT
000000         IF NOT WS-NT-FOUND
000000             ADD 1 TO WS-EDIT-LOAD-COUNT
000000         END-IF
000000     END-IF.
000000     PERFORM 1250-READ-REJECT THRU 1250-EXIT.
000000 1260-EXIT.
000000     EXIT.
000000*
000000 1300-LOAD-POST-EXCEPTIONS.
000000     OPEN INPUT EXCEPTION-FILE.
000000     IF WS-EXC-STATUS = "35"
000000         DISPLAY "FXPN0026 - NO POSTING EXCEPTION FILE"
000000         GO TO 1300-EXIT
000000     END-IF.
000000     IF WS-EXC-STATUS NOT = "00"
000000         MOVE "OPEN"      TO WS-ERROR-OPERATION
000000         MOVE "EXCEPTION-FILE" TO WS-ERROR-FILE-NAME
000000         MOVE WS-EXC-STATUS TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000     PERFORM 1350-READ-EXCEPTION THRU 1350-EXIT.
000000     PERFORM 1360-TAKE-EXCEPTION THRU 1360-EXIT
000000             UNTIL WS-EXC-AT-EOF.
000000     CLOSE EXCEPTION-FILE.
000000     IF WS-EXC-STATUS NOT = "00"
000000         MOVE "CLOSE"     TO WS-ERROR-OPERATION
000000         MOVE "EXCEPTION-FILE" TO WS-ERROR-FILE-NAME
000000         MOVE WS-EXC-STATUS TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000 1300-EXIT.
000000     EXIT.
000000*
000000 1350-READ-EXCEPTION.
000000     READ EXCEPTION-FILE
000000         AT END
000000             SET WS-EXC-AT-EOF TO TRUE
000000     END-READ.
000000 1350-EXIT.
000000     EXIT.
000000*
000000 1360-TAKE-EXCEPTION.
000000     IF PEXC-RUN-DATE = WS-RUN-DATE
000000         MOVE PEXC-SERIAL    TO WS-NI-SERIAL
000000         MOVE PEXC-SOURCE    TO WS-NI-SOURCE
000000         MOVE PEXC-TRANS-DATE TO WS-NI-TRANS-DATE
000000         MOVE "P"            TO WS-NI-ORIGIN
000000         MOVE PEXC-REASON-CODE TO WS-NI-REASON-CODE
000000         MOVE PEXC-TRANS-DATA TO WS-NI-TRANS-DATA
000000         PERFORM 1400-STORE-NEW-ITEM THRU 1400-EXIT
000000         IF NOT WS-NT-FOUND
000000             ADD 1 TO WS-POST-LOAD-COUNT
000000         END-IF
000000     END-IF.
000000     PERFORM 1350-READ-EXCEPTION THRU 1350-EXIT.
000000 1360-EXIT.
000000     EXIT.
000000*
000000* A key already taken this run is a repeat (a posting
000000* resubmit re-cuts the exceptions after its last checkpoint)
000000* and is dropped.
000000*
000000 1400-STORE-NEW-ITEM.
000000     MOVE WS-RUN-DATE    TO WS-NI-ENTRY-DATE.
000000     MOVE "O"            TO WS-NI-STATUS.
000000     MOVE ZERO           TO WS-NI-RESOLVE-DATE.
000000     PERFORM 1450-FIND-NEW-KEY THRU 1450-EXIT.
000000     IF WS-NT-FOUND
000000         ADD 1 TO WS-DUP-SKIP-COUNT
000000         GO TO 1400-EXIT
000000     END-IF.
000000     IF WS-NT-COUNT >= WS-NT-MAX
000000         DISPLAY "FXPN0026 - MORE THAN ", WS-NT-MAX,
000000                 " NEW SUSPENSE ITEMS, LOAD TABLE FULL"
000000         MOVE 16         TO RETURN-CODE
000000         GOBACK
000000     END-IF.
000000     ADD 1 TO WS-NT-COUNT.
000000     MOVE WS-NEW-ITEM    TO WS-NT-IMAGE (WS-NT-COUNT).
000000     MOVE "N"            TO WS-NT-ON-FILE-SW (WS-NT-COUNT).
000000 1400-EXIT.
000000     EXIT.
000000*
000000 1450-FIND-NEW-KEY.
000000     MOVE "N"            TO WS-NT-FOUND-SW.
000000     MOVE 1              TO WS-NT-IX.
000000     PERFORM 1460-SCAN-NEW-KEY THRU 1460-EXIT
000000             UNTIL WS-NT-IX > WS-NT-COUNT OR WS-NT-FOUND.
000000 1450-EXIT.
000000     EXIT.
000000*
000000 1460-SCAN-NEW-KEY.
000000     IF WS-NT-KEY (WS-NT-IX) = WS-NI-KEY
000000         SET WS-NT-FOUND TO TRUE
000000     ELSE
000000         ADD 1 TO WS-NT-IX
000000     END-IF.
000000 1460-EXIT.
000000     EXIT.
000000*
000000* The master pass copies every held item to the keep file
000000* unchanged and marks any of today's new items already on
000000* file, so they are not loaded a second time.
000000*
000000 2000-PASS-SUSP-REC.
000000     MOVE SUSP-KEY       TO WS-NI-KEY.
000000     PERFORM 1450-FIND-NEW-KEY THRU 1450-EXIT.
000000     IF WS-NT-FOUND
000000         SET WS-NT-ON-FILE (WS-NT-IX) TO TRUE
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
000000 2500-ADD-NEW-ITEMS.
000000     MOVE 1              TO WS-NT-IX.
000000     PERFORM 2510-ADD-NEW-ITEM THRU 2510-EXIT
000000             UNTIL WS-NT-IX > WS-NT-COUNT.
000000 2500-EXIT.
000000     EXIT.
000000*
000000 2510-ADD-NEW-ITEM.
000000     IF WS-NT-ON-FILE (WS-NT-IX)
000000         ADD 1 TO WS-DUP-SKIP-COUNT
000000     ELSE
000000         WRITE KEEP-REC FROM WS-NT-IMAGE (WS-NT-IX)
000000         IF WS-K-STATUS NOT = "00"
000000             MOVE "WRITE"     TO WS-ERROR-OPERATION
000000             MOVE "KEEP-FILE" TO WS-ERROR-FILE-NAME
000000             MOVE WS-K-STATUS TO WS-ERROR-STATUS
000000             PERFORM 9900-FILE-ERROR
000000         END-IF
000000     END-IF.
000000     ADD 1 TO WS-NT-IX.
000000 2510-EXIT.
000000     EXIT.
000000*
000000 3000-REWRITE-SUSPENSE.
000000     IF NOT WS-SUSP-ABSENT
000000         CLOSE SUSP-FILE
000000         IF WS-S-STATUS NOT = "00"
000000             MOVE "CLOSE"     TO WS-ERROR-OPERATION
000000             MOVE "SUSP-FILE" TO WS-ERROR-FILE-NAME
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
000000* Each record is reported from the keep-file image before it
000000* is written back - the FD record area is not relied on after
000000* the WRITE.
000000*
000000 3200-COPY-KEEP-REC.
000000     MOVE KEEP-REC       TO SUSP-REC.
000000     IF SUSP-OPEN
000000         PERFORM 3300-REPORT-OPEN-ITEM THRU 3300-EXIT
000000     ELSE IF SUSP-RESOLVE-DATE = WS-RUN-DATE
000000         IF SUSP-RE-ENTERED
000000             ADD 1 TO WS-REENTERED-COUNT
000000         ELSE
000000             ADD 1 TO WS-WRITTEN-OFF-COUNT
000000         END-IF
000000     END-IF.
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
000000 3300-REPORT-OPEN-ITEM.
000000     PERFORM 3400-AGE-ITEM THRU 3400-EXIT.
000000     ADD 1 TO WS-OPEN-COUNT.
000000     IF WS-AGE-DAYS < 2
000000         MOVE "0-1"      TO WS-DT-BAND
000000         ADD 1 TO WS-AGE-01-COUNT
000000     ELSE IF WS-AGE-DAYS < 6
000000         MOVE "2-5"      TO WS-DT-BAND
000000         ADD 1 TO WS-AGE-25-COUNT
000000     ELSE
000000         MOVE ">5"       TO WS-DT-BAND
000000         ADD 1 TO WS-AGE-OVER-COUNT
000000     END-IF.
000000     IF SUSP-AMOUNT IS NUMERIC
000000         ADD SUSP-AMOUNT TO WS-OPEN-SUM
000000             ON SIZE ERROR
000000                 DISPLAY "FXPN0026 - SIZE ERROR ON OPEN SUM"
000000         END-ADD
000000         IF WS-AGE-DAYS < 2
000000             ADD SUSP-AMOUNT TO WS-AGE-01-SUM
000000         ELSE IF WS-AGE-DAYS < 6
000000             ADD SUSP-AMOUNT TO WS-AGE-25-SUM
000000         ELSE
000000             ADD SUSP-AMOUNT TO WS-AGE-OVER-SUM
000000         END-IF
000000     END-IF.
000000     IF WS-LINE-COUNT >= WS-MAX-LINES
000000         PERFORM 3500-NEW-PAGE THRU 3500-EXIT
000000     END-IF.
000000     MOVE SUSP-SERIAL    TO WS-DT-SERIAL.
000000     MOVE SUSP-SOURCE    TO WS-DT-SOURCE.
000000     MOVE SUSP-ORIGIN    TO WS-DT-ORIGIN.
000000     MOVE SUSP-REASON-CODE TO WS-DT-REASON.
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
000000     MOVE SUSP-ENTRY-DATE TO WS-DT-ENTERED.
000000     MOVE WS-AGE-DAYS    TO WS-DT-AGE.
000000     WRITE PRINT-REC FROM WS-DETAIL-LINE
000000           AFTER ADVANCING 1 LINE.
000000     ADD 1 TO WS-LINE-COUNT.
000000 3300-EXIT.
000000     EXIT.
000000*
000000 3400-AGE-ITEM.
000000     MOVE ZERO           TO WS-AGE-DAYS.
000000     MOVE 1              TO WS-CAL-IX.
000000     PERFORM 3410-COUNT-BUS-DAY THRU 3410-EXIT
000000             UNTIL WS-CAL-IX > WS-CAL-COUNT.
000000 3400-EXIT.
000000     EXIT.
000000*
000000 3410-COUNT-BUS-DAY.
000000     IF WS-CAL-BUS-DATE (WS-CAL-IX) > SUSP-ENTRY-DATE
000000        AND WS-CAL-BUS-DATE (WS-CAL-IX) NOT > WS-RUN-DATE
000000         ADD 1 TO WS-AGE-DAYS
000000     END-IF.
000000     ADD 1 TO WS-CAL-IX.
000000 3410-EXIT.
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
000000 8000-WRITE-TOTALS.
000000     MOVE "EDIT REJECTS LOADED  :" TO WS-TL-LABEL.
000000     MOVE WS-EDIT-LOAD-COUNT TO WS-TL-COUNT.
000000     WRITE PRINT-REC FROM WS-TOTAL-LINE
000000           AFTER ADVANCING 2 LINES.
000000     MOVE "POST REJECTS LOADED  :" TO WS-TL-LABEL.
000000     MOVE WS-POST-LOAD-COUNT TO WS-TL-COUNT.
000000     WRITE PRINT-REC FROM WS-TOTAL-LINE
000000           AFTER ADVANCING 1 LINE.
000000     MOVE "REPEATS NOT LOADED   :" TO WS-TL-LABEL.
000000     MOVE WS-DUP-SKIP-COUNT TO WS-TL-COUNT.
000000     WRITE PRINT-REC FROM WS-TOTAL-LINE
000000           AFTER ADVANCING 1 LINE.
000000     MOVE "RE-ENTERED TODAY     :" TO WS-TL-LABEL.
000000     MOVE WS-REENTERED-COUNT TO WS-TL-COUNT.
000000     WRITE PRINT-REC FROM WS-TOTAL-LINE
000000           AFTER ADVANCING 1 LINE.
000000     MOVE "WRITTEN OFF TODAY    :" TO WS-TL-LABEL.
000000     MOVE WS-WRITTEN-OFF-COUNT TO WS-TL-COUNT.
000000     WRITE PRINT-REC FROM WS-TOTAL-LINE
000000           AFTER ADVANCING 1 LINE.
000000     MOVE "OPEN  0-1 DAYS       :" TO WS-BL-LABEL.
000000     MOVE WS-AGE-01-COUNT TO WS-BL-COUNT.
000000     MOVE WS-AGE-01-SUM  TO WS-BL-SUM.
000000     WRITE PRINT-REC FROM WS-BAND-LINE
000000           AFTER ADVANCING 2 LINES.
000000     MOVE "OPEN  2-5 DAYS       :" TO WS-BL-LABEL.
000000     MOVE WS-AGE-25-COUNT TO WS-BL-COUNT.
000000     MOVE WS-AGE-25-SUM  TO WS-BL-SUM.
000000     WRITE PRINT-REC FROM WS-BAND-LINE
000000           AFTER ADVANCING 1 LINE.
000000     MOVE "OPEN OVER 5 DAYS     :" TO WS-BL-LABEL.
000000     MOVE WS-AGE-OVER-COUNT TO WS-BL-COUNT.
000000     MOVE WS-AGE-OVER-SUM TO WS-BL-SUM.
000000     WRITE PRINT-REC FROM WS-BAND-LINE
000000           AFTER ADVANCING 1 LINE.
000000     MOVE "TOTAL OPEN ITEMS     :" TO WS-BL-LABEL.
000000     MOVE WS-OPEN-COUNT  TO WS-BL-COUNT.
000000     MOVE WS-OPEN-SUM    TO WS-BL-SUM.
000000     WRITE PRINT-REC FROM WS-BAND-LINE
000000           AFTER ADVANCING 1 LINE.
000000     DISPLAY "FXPN0026 - EDIT REJECTS LOADED    = ",
000000             WS-EDIT-LOAD-COUNT.
000000     DISPLAY "FXPN0026 - POSTING REJECTS LOADED = ",
000000             WS-POST-LOAD-COUNT.
000000     DISPLAY "FXPN0026 - OPEN SUSPENSE ITEMS    = ",
000000             WS-OPEN-COUNT.
000000 8000-EXIT.
000000     EXIT.
000000*
000000 9000-TERMINATE.
000000     CLOSE PRINT-FILE.
000000 9000-EXIT.
000000     EXIT.
000000*
000000 9900-FILE-ERROR.
000000     DISPLAY "FXPN0026 - FILE I/O ERROR".
000000     DISPLAY "OPERATION : ", WS-ERROR-OPERATION.
000000     DISPLAY "FILE      : ", WS-ERROR-FILE-NAME.
000000     DISPLAY "STATUS    : ", WS-ERROR-STATUS.
000000     MOVE 16             TO RETURN-CODE.
000000     GOBACK.
000000*
