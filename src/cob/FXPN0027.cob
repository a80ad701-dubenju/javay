000000 IDENTIFICATION         DIVISION.
000000 PROGRAM-ID.            FXPN0027.
000000 AUTHOR.                dubenju@126.com.
000000 DATE-WRITTEN.          2026.10.15.
000000 DATE-COMPILED.
000000*
000000* FXPN0027 is the credit-desk decision step, run by FXPN0000
000000* after the FXPN0024 warehouse release and ahead of the
000000* FXPN0002 posting.  It keeps the desk's decision master (see
000000* DESKREC): every overdraft referral FXPN0002 cut on an
000000* earlier run date (the REFER-FILE, see REFERREC) that is not
000000* yet on the master is loaded undecided, and the day's
000000* decision file (FXPN0027c.txt), in which the desk names a
000000* referral by its REF-SERIAL, source and referral date and
000000* marks it PAY (P) or RETURN (R), is applied:
000000*   - a PAY item is appended to the day's validated file in
000000*     the VTRNREC layout - source DESK with its own serial
000000*     sequence, the original referral key as its cross-
000000*     reference and the limit override set - so FXPN0002 posts
000000*     it past the overdraft limit and marks its audit records;
000000*   - a RETURN item is written to the returned-item file (see
000000*     RETNREC) for the customer notice.
000000* A referral still undecided once it is the desk's allowed
000000* number of business days old (DPRMREC, counted on the CALREC
000000* calendar) is returned automatically as aged out.  The
000000* master is rewritten through a keep file (the FXPN0009
000000* keep-file pattern).
000000*
000000* Items decided on THIS business date are regenerated: the
000000* pre-edit rewrites the validated file from scratch and the
000000* returned-item file is cut fresh every run, so a resubmitted
000000* run for the same date must produce the same payments and
000000* returns (the FXPN0024 release convention).  A decision for
000000* a referral decided on an earlier date, for a key not on the
000000* master, or repeating one already applied is refused and
000000* listed.
000000*
000000* The summary (FXPN0027.LST) lists every item paid, returned
000000* or aged out today and every refused decision, with paid,
000000* returned, aged-out and still-undecided counts and values.
000000* A missing decision file means no decisions today; a missing
000000* master or referral file means nothing referred yet.  A
000000* missing calendar file stops the aging (with a warning on the
000000* summary) but not the decisions.
000000*
000000* MODIFICATION HISTORY
000000* ----------------------------------------------------------
000000* 2026.10.15  DJ  Initial version.
000000* 2026.10.15  DJ  A referred transfer keeps its receiving account
000000*                 on the desk master and a paid transfer goes back
000000*                 to the posting with it (see DESKREC).
000000*
000000 ENVIRONMENT            DIVISION.
000000 CONFIGURATION          SECTION.
000000 SOURCE-COMPUTER.       HP.
000000 OBJECT-COMPUTER.       HP.
000000*
000000 INPUT-OUTPUT           SECTION.
000000 FILE-CONTROL.
000000     SELECT DESK-FILE   ASSIGN TO "FXPN0027m.txt"
000000                        ORGANIZATION IS SEQUENTIAL
000000                        FILE STATUS IS WS-D-STATUS.
000000     SELECT DECN-FILE   ASSIGN TO "FXPN0027c.txt"
000000                        ORGANIZATION IS SEQUENTIAL
000000                        FILE STATUS IS WS-C-STATUS.
000000     SELECT REFER-FILE  ASSIGN TO "FXPN0002r.txt"
000000                        ORGANIZATION IS SEQUENTIAL
000000                        FILE STATUS IS WS-REF-STATUS.
000000     SELECT VALID-FILE  ASSIGN TO "FXPN0006v.txt"
000000                        ORGANIZATION IS SEQUENTIAL
000000                        FILE STATUS IS WS-V-STATUS.
000000     SELECT RETURN-FILE ASSIGN TO "FXPN0027r.txt"
000000                        ORGANIZATION IS SEQUENTIAL
000000                        FILE STATUS IS WS-R-STATUS.
000000     SELECT DPRM-FILE   ASSIGN TO "FXPN0027p.txt"
000000                        ORGANIZATION IS SEQUENTIAL
000000                        FILE STATUS IS WS-DP-STATUS.
000000     SELECT CAL-FILE    ASSIGN TO "FXPN0000d.txt"
000000                        ORGANIZATION IS SEQUENTIAL
000000                        FILE STATUS IS WS-CAL-STATUS.
000000     SELECT KEEP-FILE   ASSIGN TO "FXPN0027k.txt"
000000                        ORGANIZATION IS SEQUENTIAL
000000                        FILE STATUS IS WS-K-STATUS.
000000     SELECT PRINT-FILE  ASSIGN TO "FXPN0027.LST"
000000                        ORGANIZATION IS LINE SEQUENTIAL.
000000     SELECT PARM-FILE   ASSIGN TO "FXPN0000p.txt"
000000                        ORGANIZATION IS SEQUENTIAL
000000                        FILE STATUS IS WS-P-STATUS.
000000*
000000 DATA                   DIVISION.
000000 FILE                   SECTION.
000000 FD  DESK-FILE.
000000     COPY DESKREC.
000000 FD  DECN-FILE.
000000 01  DECN-REC.
000000     05 DECN-KEY.
000000         10 DECN-SERIAL      PIC 9(07).
000000         10 DECN-SOURCE      PIC X(04).
000000         10 DECN-REF-DATE    PIC 9(08).
000000     05 DECN-ACTION      PIC X(01).
000000 FD  REFER-FILE.
000000     COPY REFERREC.
000000 FD  VALID-FILE.
000000     COPY VTRNREC.
000000 FD  RETURN-FILE.
000000     COPY RETNREC.
000000 FD  DPRM-FILE.
000000     COPY DPRMREC.
000000 FD  CAL-FILE.
000000     COPY CALREC.
000000 FD  KEEP-FILE.
000000 01  KEEP-REC            PIC X(74).
000000 FD  PRINT-FILE.
000000 01  PRINT-REC           PIC X(80).
000000 FD  PARM-FILE.
000000     COPY PARMREC.
000000*
000000 WORKING-STORAGE        SECTION.
000000*
000000 01  WS-D-STATUS         PIC X(02).
000000 01  WS-C-STATUS         PIC X(02).
000000 01  WS-REF-STATUS       PIC X(02).
000000 01  WS-V-STATUS         PIC X(02).
000000 01  WS-R-STATUS         PIC X(02).
000000 01  WS-DP-STATUS        PIC X(02).
000000 01  WS-CAL-STATUS       PIC X(02).
000000 01  WS-K-STATUS         PIC X(02).
000000 01  WS-P-STATUS         PIC X(02).
000000*
000000 01  WS-ERROR-OPERATION  PIC X(10).
000000 01  WS-ERROR-FILE-NAME  PIC X(20).
000000 01  WS-ERROR-STATUS     PIC X(02).
000000*
000000 01  WS-DESK-EOF-SW      PIC X(01)   VALUE "N".
000000     88 WS-DESK-AT-EOF               VALUE "Y".
000000 01  WS-DESK-ABSENT-SW   PIC X(01)   VALUE "N".
000000     88 WS-DESK-ABSENT               VALUE "Y".
000000 01  WS-DECN-EOF-SW      PIC X(01)   VALUE "N".
000000     88 WS-DECN-AT-EOF               VALUE "Y".
000000 01  WS-REF-EOF-SW       PIC X(01)   VALUE "N".
000000     88 WS-REF-AT-EOF                VALUE "Y".
000000 01  WS-CAL-EOF-SW       PIC X(01)   VALUE "N".
000000     88 WS-CAL-AT-EOF                VALUE "Y".
000000 01  WS-CAL-ABSENT-SW    PIC X(01)   VALUE "N".
000000     88 WS-CAL-ABSENT                VALUE "Y".
000000 01  WS-KEEP-EOF-SW      PIC X(01)   VALUE "N".
000000     88 WS-KEEP-AT-EOF               VALUE "Y".
000000 01  WS-DC-FOUND-SW      PIC X(01)   VALUE "N".
000000     88 WS-DC-FOUND                  VALUE "Y".
000000 01  WS-NR-FOUND-SW      PIC X(01)   VALUE "N".
000000     88 WS-NR-FOUND                  VALUE "Y".
000000*
000000 01  WS-RUN-DATE         PIC 9(08).
000000 01  WS-RETURN-DAYS      PIC 9(02).
000000 01  WS-HIGH-REF-DATE    PIC 9(08)   VALUE ZERO.
000000 01  WS-AGE-DAYS         PIC 9(04)   COMP    VALUE ZERO.
000000 01  WS-SERIAL-COUNT     PIC 9(07)   COMP    VALUE ZERO.
000000*
000000 01  WS-DECN-READ-COUNT  PIC 9(07)   COMP    VALUE ZERO.
000000 01  WS-LOADED-COUNT     PIC 9(07)   COMP    VALUE ZERO.
000000 01  WS-PAID-COUNT       PIC 9(07)   COMP    VALUE ZERO.
000000 01  WS-PAID-SUM         PIC S9(09)V9(02)    VALUE ZERO.
000000 01  WS-RETURNED-COUNT   PIC 9(07)   COMP    VALUE ZERO.
000000 01  WS-RETURNED-SUM     PIC S9(09)V9(02)    VALUE ZERO.
000000 01  WS-AGED-COUNT       PIC 9(07)   COMP    VALUE ZERO.
000000 01  WS-AGED-SUM         PIC S9(09)V9(02)    VALUE ZERO.
000000 01  WS-UNDECIDED-COUNT  PIC 9(07)   COMP    VALUE ZERO.
000000 01  WS-UNDECIDED-SUM    PIC S9(09)V9(02)    VALUE ZERO.
000000 01  WS-REFUSED-COUNT    PIC 9(07)   COMP    VALUE ZERO.
000000*
000000* The referral being decided - a master record or a newly
000000* loaded referral - is held here in the DESKREC layout, so
000000* both paths share one decision routine and the FD record
000000* areas are never relied on across a WRITE.
000000*
000000 01  WS-DESK-ITEM.
000000     05 WS-DI-KEY.
000000         10 WS-DI-SERIAL     PIC 9(07).
000000         10 WS-DI-SOURCE     PIC X(04).
000000         10 WS-DI-REF-DATE   PIC 9(08).
000000     05 WS-DI-ACC-NO         PIC S9(3)V9(2).
000000     05 WS-DI-TRANS-TYPE     PIC X(01).
000000     05 WS-DI-AMOUNT         PIC S9(3)V9(2).
000000     05 WS-DI-BALANCE        PIC S9(3)V9(2).
000000     05 WS-DI-OD-LIMIT       PIC 9(3)V9(2).
000000     05 WS-DI-CUST-NAME      PIC X(20).
000000     05 WS-DI-STATUS         PIC X(01).
000000         88 WS-DI-UNDECIDED          VALUE "U".
000000         88 WS-DI-PAID               VALUE "P".
000000         88 WS-DI-RETURNED           VALUE "R".
000000         88 WS-DI-AGED-OUT           VALUE "A".
000000     05 WS-DI-DECISION-DATE  PIC 9(08).
000000     05 WS-DI-TO-ACC-NO      PIC S9(3)V9(2).
000000*
000000 01  WS-DC-MAX           PIC 9(04)   COMP    VALUE 1000.
000000 01  WS-DC-COUNT         PIC 9(04)   COMP    VALUE ZERO.
000000 01  WS-DC-IX            PIC 9(04)   COMP    VALUE ZERO.
000000 01  WS-DC-SLOT          PIC 9(04)   COMP    VALUE ZERO.
000000 01  WS-DECN-TABLE.
000000     05 WS-DC-ENTRY      OCCURS 1000 TIMES.
000000         10 WS-DC-KEY.
000000             15 WS-DC-SERIAL     PIC 9(07).
000000             15 WS-DC-SOURCE     PIC X(04).
000000             15 WS-DC-REF-DATE   PIC 9(08).
000000         10 WS-DC-ACTION     PIC X(01).
000000             88 WS-DC-PAY                VALUE "P".
000000             88 WS-DC-RETURN             VALUE "R".
000000         10 WS-DC-USED-SW    PIC X(01).
000000             88 WS-DC-USED               VALUE "Y".
000000*
000000 01  WS-NR-MAX           PIC 9(04)   COMP    VALUE 2000.
000000 01  WS-NR-COUNT         PIC 9(04)   COMP    VALUE ZERO.
000000 01  WS-NR-IX            PIC 9(04)   COMP    VALUE ZERO.
000000 01  WS-NEW-REF-TABLE.
000000     05 WS-NR-KEY        PIC X(19)   OCCURS 2000 TIMES.
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
000000        "CREDIT DESK DECISION SUMMARY".
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
000000     05 FILLER           PIC X(03)   VALUE "D".
000000     05 FILLER           PIC X(08)   VALUE "SERIAL".
000000     05 FILLER           PIC X(05)   VALUE "SRC".
000000     05 FILLER           PIC X(10)   VALUE "REFERRED".
000000     05 FILLER           PIC X(09)   VALUE "ACC-NO".
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
000000     05 WS-DT-AMOUNT     PIC -ZZ9.99.
000000     05 WS-DT-AMOUNT-X   REDEFINES WS-DT-AMOUNT
000000                         PIC X(07).
000000     05 FILLER           PIC X(02)   VALUE SPACES.
000000     05 WS-DT-RESULT     PIC X(24).
000000*
000000 01  WS-WARNING-LINE.
000000     05 FILLER           PIC X(01)   VALUE SPACES.
000000     05 FILLER           PIC X(50)   VALUE
000000        "*** CALENDAR NOT ON FILE - NO REFERRALS AGED ***".
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
000000     IF NOT WS-DESK-ABSENT
000000         PERFORM 2000-PASS-DESK-REC THRU 2000-EXIT
000000                 UNTIL WS-DESK-AT-EOF
000000     END-IF.
000000     PERFORM 2700-LOAD-NEW-REFERRALS THRU 2700-EXIT.
000000     PERFORM 3000-REWRITE-DESK THRU 3000-EXIT.
000000     PERFORM 7000-REPORT-UNMATCHED THRU 7000-EXIT.
000000     PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
000000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
000000     GOBACK.
000000*
000000 1000-INITIALIZE.
000000     PERFORM 1050-READ-PARMS THRU 1050-EXIT.
000000     PERFORM 1080-READ-DESK-PARMS THRU 1080-EXIT.
000000     PERFORM 1100-LOAD-CALENDAR THRU 1100-EXIT.
000000     PERFORM 1200-LOAD-DECISIONS THRU 1200-EXIT.
000000     PERFORM 1300-OPEN-VALID-FILE THRU 1300-EXIT.
000000     OPEN OUTPUT RETURN-FILE.
000000     IF WS-R-STATUS NOT = "00"
000000         MOVE "OPEN"      TO WS-ERROR-OPERATION
000000         MOVE "RETURN-FILE" TO WS-ERROR-FILE-NAME
000000         MOVE WS-R-STATUS TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000     OPEN INPUT DESK-FILE.
000000     IF WS-D-STATUS = "35"
000000         SET WS-DESK-ABSENT TO TRUE
000000         DISPLAY "FXPN0027 - DECISION MASTER NOT ON FILE,",
000000                 " STARTING A NEW ONE"
000000     ELSE
000000         IF WS-D-STATUS NOT = "00"
000000             MOVE "OPEN"      TO WS-ERROR-OPERATION
000000             MOVE "DESK-FILE" TO WS-ERROR-FILE-NAME
000000             MOVE WS-D-STATUS TO WS-ERROR-STATUS
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
000000     IF NOT WS-DESK-ABSENT
000000         PERFORM 2100-READ-DESK THRU 2100-EXIT
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
000000             DISPLAY "FXPN0027 - PARM-FILE IS EMPTY"
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
000000         DISPLAY "FXPN0027 - INVALID PARAMETER RECORD"
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
000000 1080-READ-DESK-PARMS.
000000     OPEN INPUT DPRM-FILE.
000000     IF WS-DP-STATUS NOT = "00"
000000         MOVE "OPEN"      TO WS-ERROR-OPERATION
000000         MOVE "DPRM-FILE" TO WS-ERROR-FILE-NAME
000000         MOVE WS-DP-STATUS TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000     READ DPRM-FILE
000000         AT END
000000             DISPLAY "FXPN0027 - DPRM-FILE IS EMPTY"
000000             MOVE 16     TO RETURN-CODE
000000             GOBACK
000000     END-READ.
000000     IF DPRM-RETURN-DAYS IS NOT NUMERIC
000000        OR DPRM-RETURN-DAYS = ZERO
000000         DISPLAY "FXPN0027 - INVALID DESK PARAMETER RECORD"
000000         MOVE 16         TO RETURN-CODE
000000         GOBACK
000000     END-IF.
000000     MOVE DPRM-RETURN-DAYS TO WS-RETURN-DAYS.
000000     CLOSE DPRM-FILE.
000000     IF WS-DP-STATUS NOT = "00"
000000         MOVE "CLOSE"     TO WS-ERROR-OPERATION
000000         MOVE "DPRM-FILE" TO WS-ERROR-FILE-NAME
000000         MOVE WS-DP-STATUS TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000 1080-EXIT.
000000     EXIT.
000000*
000000* Only the business days are kept; a referral's age is the
000000* count of them after its referral date up to the run date.
000000*
000000 1100-LOAD-CALENDAR.
000000     OPEN INPUT CAL-FILE.
000000     IF WS-CAL-STATUS = "35"
000000         SET WS-CAL-ABSENT TO TRUE
000000         DISPLAY "FXPN0027 - WARNING: CALENDAR NOT ON FILE,",
000000                 " REFERRALS NOT AGED"
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
000000             DISPLAY "FXPN0027 - MORE THAN ", WS-CAL-MAX,
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
000000* The decisions are held in a table so the master can be
000000* passed once, in its own order, whatever order the desk
000000* keyed the decisions in.
000000*
000000 1200-LOAD-DECISIONS.
000000     OPEN INPUT DECN-FILE.
000000     IF WS-C-STATUS = "35"
000000         DISPLAY "FXPN0027 - NO DECISION FILE, NO DECISIONS",
000000                 " TODAY"
000000         GO TO 1200-EXIT
000000     END-IF.
000000     IF WS-C-STATUS NOT = "00"
000000         MOVE "OPEN"      TO WS-ERROR-OPERATION
000000         MOVE "DECN-FILE" TO WS-ERROR-FILE-NAME
000000         MOVE WS-C-STATUS TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000     PERFORM 1250-READ-DECN THRU 1250-EXIT.
000000     PERFORM 1260-STORE-DECN THRU 1260-EXIT
000000             UNTIL WS-DECN-AT-EOF.
000000     CLOSE DECN-FILE.
000000     IF WS-C-STATUS NOT = "00"
000000         MOVE "CLOSE"     TO WS-ERROR-OPERATION
000000         MOVE "DECN-FILE" TO WS-ERROR-FILE-NAME
000000         MOVE WS-C-STATUS TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000 1200-EXIT.
000000     EXIT.
000000*
000000 1250-READ-DECN.
000000     READ DECN-FILE
000000         AT END
000000             SET WS-DECN-AT-EOF TO TRUE
000000     END-READ.
000000 1250-EXIT.
000000     EXIT.
000000*
000000 1260-STORE-DECN.
000000     ADD 1 TO WS-DECN-READ-COUNT.
000000     IF WS-DC-COUNT >= WS-DC-MAX
000000         DISPLAY "FXPN0027 - MORE THAN ", WS-DC-MAX,
000000                 " DECISIONS, DECISION TABLE FULL"
000000         MOVE 16         TO RETURN-CODE
000000         GOBACK
000000     END-IF.
000000     ADD 1 TO WS-DC-COUNT.
000000     MOVE DECN-KEY       TO WS-DC-KEY (WS-DC-COUNT).
000000     MOVE DECN-ACTION    TO WS-DC-ACTION (WS-DC-COUNT).
000000     MOVE "N"            TO WS-DC-USED-SW (WS-DC-COUNT).
000000     PERFORM 1250-READ-DECN THRU 1250-EXIT.
000000 1260-EXIT.
000000     EXIT.
000000*
000000* Payments are APPENDED behind the pre-edited and released
000000* transactions so the FXPN0002 checkpoint skip count stays
000000* meaningful across a recovery resubmit.
000000*
000000 1300-OPEN-VALID-FILE.
000000     OPEN EXTEND VALID-FILE.
000000     IF WS-V-STATUS = "35"
000000         OPEN OUTPUT VALID-FILE
000000         IF WS-V-STATUS NOT = "00"
000000             MOVE "OPEN"   TO WS-ERROR-OPERATION
000000             MOVE "VALID-FILE" TO WS-ERROR-FILE-NAME
000000             MOVE WS-V-STATUS TO WS-ERROR-STATUS
000000             PERFORM 9900-FILE-ERROR
000000         END-IF
000000         CLOSE VALID-FILE
000000         IF WS-V-STATUS NOT = "00"
000000             MOVE "CLOSE" TO WS-ERROR-OPERATION
000000             MOVE "VALID-FILE" TO WS-ERROR-FILE-NAME
000000             MOVE WS-V-STATUS TO WS-ERROR-STATUS
000000             PERFORM 9900-FILE-ERROR
000000         END-IF
000000         OPEN EXTEND VALID-FILE
000000     END-IF.
000000     IF WS-V-STATUS NOT = "00"
000000         MOVE "OPEN"      TO WS-ERROR-OPERATION
000000         MOVE "VALID-FILE" TO WS-ERROR-FILE-NAME
000000         MOVE WS-V-STATUS TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000 1300-EXIT.
000000     EXIT.
000000*
000000* The master pass also notes the latest referral date already
000000* loaded, so 2700-LOAD-NEW-REFERRALS takes only the referrals
000000* cut since.
000000*
000000 2000-PASS-DESK-REC.
000000     MOVE DESK-REC       TO WS-DESK-ITEM.
000000     IF WS-DI-REF-DATE > WS-HIGH-REF-DATE
000000         MOVE WS-DI-REF-DATE TO WS-HIGH-REF-DATE
000000     END-IF.
000000     PERFORM 2200-DECIDE-ITEM THRU 2200-EXIT.
000000     PERFORM 2900-WRITE-KEEP THRU 2900-EXIT.
000000     PERFORM 2100-READ-DESK THRU 2100-EXIT.
000000 2000-EXIT.
000000     EXIT.
000000*
000000 2100-READ-DESK.
000000     READ DESK-FILE
000000         AT END
000000             SET WS-DESK-AT-EOF TO TRUE
000000     END-READ.
000000 2100-EXIT.
000000     EXIT.
000000*
000000* An undecided item takes the desk's decision if there is
000000* one, else is aged.  An item decided today is regenerated
000000* (a resubmitted run); a decision against an item decided on
000000* an earlier date is refused.
000000*
000000 2200-DECIDE-ITEM.
000000     PERFORM 2250-FIND-DECISION THRU 2250-EXIT.
000000     IF WS-DI-UNDECIDED
000000         IF WS-DC-FOUND
000000             PERFORM 2300-APPLY-DECISION THRU 2300-EXIT
000000         ELSE
000000             PERFORM 2400-AGE-REFERRAL THRU 2400-EXIT
000000         END-IF
000000         GO TO 2200-EXIT
000000     END-IF.
000000     IF WS-DI-DECISION-DATE = WS-RUN-DATE
000000         IF WS-DI-PAID
000000             PERFORM 2500-PAY-ITEM THRU 2500-EXIT
000000         ELSE
000000             PERFORM 2600-RETURN-ITEM THRU 2600-EXIT
000000         END-IF
000000         GO TO 2200-EXIT
000000     END-IF.
000000     IF WS-DC-FOUND
000000         MOVE WS-DC-ACTION (WS-DC-SLOT) TO WS-DT-ACTION
000000         MOVE "REFERRAL ALREADY DECIDED" TO WS-DT-RESULT
000000         PERFORM 2800-REFUSE-DECISION THRU 2800-EXIT
000000     END-IF.
000000 2200-EXIT.
000000     EXIT.
000000*
000000* Only the first unused decision for a key is taken; a second
000000* one for the same referral is left unused and is listed as
000000* refused by 7000-REPORT-UNMATCHED.
000000*
000000 2250-FIND-DECISION.
000000     MOVE "N"            TO WS-DC-FOUND-SW.
000000     MOVE ZERO           TO WS-DC-SLOT.
000000     MOVE 1              TO WS-DC-IX.
000000     PERFORM 2260-SCAN-DECN-TABLE THRU 2260-EXIT
000000             UNTIL WS-DC-IX > WS-DC-COUNT OR WS-DC-FOUND.
000000     IF WS-DC-FOUND
000000         SET WS-DC-USED (WS-DC-SLOT) TO TRUE
000000     END-IF.
000000 2250-EXIT.
000000     EXIT.
000000*
000000 2260-SCAN-DECN-TABLE.
000000     IF WS-DC-KEY (WS-DC-IX) = WS-DI-KEY
000000        AND NOT WS-DC-USED (WS-DC-IX)
000000         SET WS-DC-FOUND TO TRUE
000000         MOVE WS-DC-IX   TO WS-DC-SLOT
000000     END-IF.
000000     ADD 1 TO WS-DC-IX.
000000 2260-EXIT.
000000     EXIT.
000000*
000000 2300-APPLY-DECISION.
000000     IF WS-DC-PAY (WS-DC-SLOT)
000000         MOVE "P"        TO WS-DI-STATUS
000000         MOVE WS-RUN-DATE TO WS-DI-DECISION-DATE
000000         PERFORM 2500-PAY-ITEM THRU 2500-EXIT
000000     ELSE IF WS-DC-RETURN (WS-DC-SLOT)
000000         MOVE "R"        TO WS-DI-STATUS
000000         MOVE WS-RUN-DATE TO WS-DI-DECISION-DATE
000000         PERFORM 2600-RETURN-ITEM THRU 2600-EXIT
000000     ELSE
000000         MOVE WS-DC-ACTION (WS-DC-SLOT) TO WS-DT-ACTION
000000         MOVE "INVALID ACTION CODE" TO WS-DT-RESULT
000000         PERFORM 2800-REFUSE-DECISION THRU 2800-EXIT
000000         PERFORM 2400-AGE-REFERRAL THRU 2400-EXIT
000000     END-IF.
000000 2300-EXIT.
000000     EXIT.
000000*
000000 2400-AGE-REFERRAL.
000000     MOVE ZERO           TO WS-AGE-DAYS.
000000     MOVE 1              TO WS-CAL-IX.
000000     PERFORM 2410-COUNT-BUS-DAY THRU 2410-EXIT
000000             UNTIL WS-CAL-IX > WS-CAL-COUNT.
000000     IF NOT WS-CAL-ABSENT
000000        AND WS-AGE-DAYS >= WS-RETURN-DAYS
000000         MOVE "A"        TO WS-DI-STATUS
000000         MOVE WS-RUN-DATE TO WS-DI-DECISION-DATE
000000         PERFORM 2600-RETURN-ITEM THRU 2600-EXIT
000000     ELSE
000000         ADD 1 TO WS-UNDECIDED-COUNT
000000         ADD WS-DI-AMOUNT TO WS-UNDECIDED-SUM
000000             ON SIZE ERROR
000000                 DISPLAY "FXPN0027 - SIZE ERROR ON UNDECIDED SUM"
000000         END-ADD
000000     END-IF.
000000 2400-EXIT.
000000     EXIT.
000000*
000000 2410-COUNT-BUS-DAY.
000000     IF WS-CAL-BUS-DATE (WS-CAL-IX) > WS-DI-REF-DATE
000000        AND WS-CAL-BUS-DATE (WS-CAL-IX) NOT > WS-RUN-DATE
000000         ADD 1 TO WS-AGE-DAYS
000000     END-IF.
000000     ADD 1 TO WS-CAL-IX.
000000 2410-EXIT.
000000     EXIT.
000000*
000000* The paid debit goes to the posting as a validated
000000* transaction of its own, pointing back at the referral and
000000* carrying the limit override.
000000*
000000 2500-PAY-ITEM.
000000     ADD 1 TO WS-SERIAL-COUNT.
000000     MOVE WS-DI-ACC-NO   TO VTRANS-ACC-NO.
000000     MOVE WS-DI-TRANS-TYPE TO VTRANS-TYPE.
000000     MOVE WS-DI-AMOUNT   TO VTRANS-AMOUNT.
000000     MOVE WS-SERIAL-COUNT TO VTRANS-SERIAL.
000000     MOVE "DESK"         TO VTRANS-SOURCE.
000000     MOVE WS-RUN-DATE    TO VTRANS-DATE.
000000     MOVE WS-DI-SERIAL   TO VTRANS-XREF-SERIAL.
000000     MOVE WS-DI-SOURCE   TO VTRANS-XREF-SOURCE.
000000     MOVE WS-DI-REF-DATE TO VTRANS-XREF-DATE.
000000     MOVE "L"            TO VTRANS-OVERRIDE.
000000     MOVE WS-DI-TO-ACC-NO TO VTRANS-TO-ACC-NO.
000000     WRITE VTRANS-REC.
000000     IF WS-V-STATUS NOT = "00"
000000         MOVE "WRITE"      TO WS-ERROR-OPERATION
000000         MOVE "VALID-FILE" TO WS-ERROR-FILE-NAME
000000         MOVE WS-V-STATUS  TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000     ADD 1 TO WS-PAID-COUNT.
000000     ADD WS-DI-AMOUNT TO WS-PAID-SUM
000000         ON SIZE ERROR
000000             DISPLAY "FXPN0027 - SIZE ERROR ON PAID SUM"
000000     END-ADD.
000000     MOVE "P"            TO WS-DT-ACTION.
000000     MOVE "PAID - POSTS TODAY" TO WS-DT-RESULT.
000000     PERFORM 2850-PRINT-ITEM THRU 2850-EXIT.
000000 2500-EXIT.
000000     EXIT.
000000*
000000 2600-RETURN-ITEM.
000000     MOVE WS-RUN-DATE    TO RETN-RUN-DATE.
000000     MOVE WS-DI-SERIAL   TO RETN-SERIAL.
000000     MOVE WS-DI-SOURCE   TO RETN-SOURCE.
000000     MOVE WS-DI-REF-DATE TO RETN-REF-DATE.
000000     MOVE WS-DI-ACC-NO   TO RETN-ACC-NO.
000000     MOVE WS-DI-AMOUNT   TO RETN-AMOUNT.
000000     MOVE WS-DI-CUST-NAME TO RETN-CUST-NAME.
000000     IF WS-DI-AGED-OUT
000000         MOVE "A"        TO RETN-REASON
000000         MOVE "A"        TO WS-DT-ACTION
000000         MOVE "AGED OUT - RETURNED" TO WS-DT-RESULT
000000         ADD 1 TO WS-AGED-COUNT
000000         ADD WS-DI-AMOUNT TO WS-AGED-SUM
000000             ON SIZE ERROR
000000                 DISPLAY "FXPN0027 - SIZE ERROR ON AGED-OUT SUM"
000000         END-ADD
000000     ELSE
000000         MOVE "D"        TO RETN-REASON
000000         MOVE "R"        TO WS-DT-ACTION
000000         MOVE "RETURNED" TO WS-DT-RESULT
000000         ADD 1 TO WS-RETURNED-COUNT
000000         ADD WS-DI-AMOUNT TO WS-RETURNED-SUM
000000             ON SIZE ERROR
000000                 DISPLAY "FXPN0027 - SIZE ERROR ON RETURNED SUM"
000000         END-ADD
000000     END-IF.
000000     WRITE RETN-REC.
000000     IF WS-R-STATUS NOT = "00"
000000         MOVE "WRITE"      TO WS-ERROR-OPERATION
000000         MOVE "RETURN-FILE" TO WS-ERROR-FILE-NAME
000000         MOVE WS-R-STATUS  TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000     PERFORM 2850-PRINT-ITEM THRU 2850-EXIT.
000000 2600-EXIT.
000000     EXIT.
000000*
000000* A referral FXPN0002 cut on an earlier run date and after the
000000* latest one already on the master is new.  Today's own
000000* referrals (present only on a resubmitted run) wait for the
000000* next run; a referral cut twice by a posting resubmit is
000000* taken once.
000000*
000000 2700-LOAD-NEW-REFERRALS.
000000     OPEN INPUT REFER-FILE.
000000     IF WS-REF-STATUS = "35"
000000         DISPLAY "FXPN0027 - NO REFERRAL FILE, NOTHING",
000000                 " REFERRED"
000000         GO TO 2700-EXIT
000000     END-IF.
000000     IF WS-REF-STATUS NOT = "00"
000000         MOVE "OPEN"      TO WS-ERROR-OPERATION
000000         MOVE "REFER-FILE" TO WS-ERROR-FILE-NAME
000000         MOVE WS-REF-STATUS TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000     PERFORM 2750-READ-REFER THRU 2750-EXIT.
000000     PERFORM 2760-TAKE-REFERRAL THRU 2760-EXIT
000000             UNTIL WS-REF-AT-EOF.
000000     CLOSE REFER-FILE.
000000     IF WS-REF-STATUS NOT = "00"
000000         MOVE "CLOSE"     TO WS-ERROR-OPERATION
000000         MOVE "REFER-FILE" TO WS-ERROR-FILE-NAME
000000         MOVE WS-REF-STATUS TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000 2700-EXIT.
000000     EXIT.
000000*
000000 2750-READ-REFER.
000000     READ REFER-FILE
000000         AT END
000000             SET WS-REF-AT-EOF TO TRUE
000000     END-READ.
000000 2750-EXIT.
000000     EXIT.
000000*
000000 2760-TAKE-REFERRAL.
000000     IF REF-RUN-DATE > WS-HIGH-REF-DATE
000000        AND REF-RUN-DATE < WS-RUN-DATE
000000         MOVE REF-SERIAL     TO WS-DI-SERIAL
000000         MOVE REF-SOURCE     TO WS-DI-SOURCE
000000         MOVE REF-RUN-DATE   TO WS-DI-REF-DATE
000000         PERFORM 2770-FIND-NEW-KEY THRU 2770-EXIT
000000         IF NOT WS-NR-FOUND
000000             PERFORM 2790-ADD-REFERRAL THRU 2790-EXIT
000000         END-IF
000000     END-IF.
000000     PERFORM 2750-READ-REFER THRU 2750-EXIT.
000000 2760-EXIT.
000000     EXIT.
000000*
000000 2770-FIND-NEW-KEY.
000000     MOVE "N"            TO WS-NR-FOUND-SW.
000000     MOVE 1              TO WS-NR-IX.
000000     PERFORM 2780-SCAN-NEW-KEY THRU 2780-EXIT
000000             UNTIL WS-NR-IX > WS-NR-COUNT OR WS-NR-FOUND.
000000 2770-EXIT.
000000     EXIT.
000000*
000000 2780-SCAN-NEW-KEY.
000000     IF WS-NR-KEY (WS-NR-IX) = WS-DI-KEY
000000         SET WS-NR-FOUND TO TRUE
000000     ELSE
000000         ADD 1 TO WS-NR-IX
000000     END-IF.
000000 2780-EXIT.
000000     EXIT.
000000*
000000 2790-ADD-REFERRAL.
000000     IF WS-NR-COUNT >= WS-NR-MAX
000000         DISPLAY "FXPN0027 - MORE THAN ", WS-NR-MAX,
000000                 " NEW REFERRALS, LOAD TABLE FULL"
000000         MOVE 16         TO RETURN-CODE
000000         GOBACK
000000     END-IF.
000000     ADD 1 TO WS-NR-COUNT.
000000     MOVE WS-DI-KEY      TO WS-NR-KEY (WS-NR-COUNT).
000000     MOVE REF-ACC-NO     TO WS-DI-ACC-NO.
000000     MOVE REF-TRANS-TYPE TO WS-DI-TRANS-TYPE.
000000     MOVE REF-AMOUNT     TO WS-DI-AMOUNT.
000000     MOVE REF-BALANCE    TO WS-DI-BALANCE.
000000     MOVE REF-OD-LIMIT   TO WS-DI-OD-LIMIT.
000000     MOVE REF-CUST-NAME  TO WS-DI-CUST-NAME.
000000     MOVE "U"            TO WS-DI-STATUS.
000000     MOVE ZERO           TO WS-DI-DECISION-DATE.
000000     MOVE REF-TO-ACC-NO  TO WS-DI-TO-ACC-NO.
000000     ADD 1 TO WS-LOADED-COUNT.
000000     PERFORM 2200-DECIDE-ITEM THRU 2200-EXIT.
000000     PERFORM 2900-WRITE-KEEP THRU 2900-EXIT.
000000 2790-EXIT.
000000     EXIT.
000000*
000000 2800-REFUSE-DECISION.
000000     ADD 1 TO WS-REFUSED-COUNT.
000000     PERFORM 2850-PRINT-ITEM THRU 2850-EXIT.
000000 2800-EXIT.
000000     EXIT.
000000*
000000 2850-PRINT-ITEM.
000000     IF WS-LINE-COUNT >= WS-MAX-LINES
000000         PERFORM 3500-NEW-PAGE THRU 3500-EXIT
000000     END-IF.
000000     MOVE WS-DI-SERIAL   TO WS-DT-SERIAL.
000000     MOVE WS-DI-SOURCE   TO WS-DT-SOURCE.
000000     MOVE WS-DI-REF-DATE TO WS-DT-DATE.
000000     MOVE WS-DI-ACC-NO   TO WS-DT-ACC-NO.
000000     MOVE WS-DI-AMOUNT   TO WS-DT-AMOUNT.
000000     WRITE PRINT-REC FROM WS-DETAIL-LINE
000000           AFTER ADVANCING 1 LINE.
000000     ADD 1 TO WS-LINE-COUNT.
000000 2850-EXIT.
000000     EXIT.
000000*
000000 2900-WRITE-KEEP.
000000     WRITE KEEP-REC FROM WS-DESK-ITEM.
000000     IF WS-K-STATUS NOT = "00"
000000         MOVE "WRITE"     TO WS-ERROR-OPERATION
000000         MOVE "KEEP-FILE" TO WS-ERROR-FILE-NAME
000000         MOVE WS-K-STATUS TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000 2900-EXIT.
000000     EXIT.
000000*
000000 3000-REWRITE-DESK.
000000     IF NOT WS-DESK-ABSENT
000000         CLOSE DESK-FILE
000000         IF WS-D-STATUS NOT = "00"
000000             MOVE "CLOSE"     TO WS-ERROR-OPERATION
000000             MOVE "DESK-FILE" TO WS-ERROR-FILE-NAME
000000             MOVE WS-D-STATUS TO WS-ERROR-STATUS
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
000000     OPEN OUTPUT DESK-FILE.
000000     IF WS-D-STATUS NOT = "00"
000000         MOVE "OPEN"      TO WS-ERROR-OPERATION
000000         MOVE "DESK-FILE" TO WS-ERROR-FILE-NAME
000000         MOVE WS-D-STATUS TO WS-ERROR-STATUS
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
000000     CLOSE DESK-FILE.
000000     IF WS-D-STATUS NOT = "00"
000000         MOVE "CLOSE"     TO WS-ERROR-OPERATION
000000         MOVE "DESK-FILE" TO WS-ERROR-FILE-NAME
000000         MOVE WS-D-STATUS TO WS-ERROR-STATUS
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
000000     WRITE DESK-REC FROM KEEP-REC.
000000     IF WS-D-STATUS NOT = "00"
000000         MOVE "WRITE"     TO WS-ERROR-OPERATION
000000         MOVE "DESK-FILE" TO WS-ERROR-FILE-NAME
000000         MOVE WS-D-STATUS TO WS-ERROR-STATUS
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
000000* A decision never taken by 2250-FIND-DECISION names a key
000000* that is not on the master, or repeats one already applied
000000* this run.  It is listed with the desk's own fields.
000000*
000000 7000-REPORT-UNMATCHED.
000000     MOVE 1              TO WS-DC-IX.
000000     PERFORM 7100-CHECK-UNMATCHED THRU 7100-EXIT
000000             UNTIL WS-DC-IX > WS-DC-COUNT.
000000 7000-EXIT.
000000     EXIT.
000000*
000000 7100-CHECK-UNMATCHED.
000000     IF NOT WS-DC-USED (WS-DC-IX)
000000         IF WS-LINE-COUNT >= WS-MAX-LINES
000000             PERFORM 3500-NEW-PAGE THRU 3500-EXIT
000000         END-IF
000000         MOVE WS-DC-ACTION (WS-DC-IX) TO WS-DT-ACTION
000000         MOVE WS-DC-SERIAL (WS-DC-IX) TO WS-DT-SERIAL
000000         MOVE WS-DC-SOURCE (WS-DC-IX) TO WS-DT-SOURCE
000000         MOVE WS-DC-REF-DATE (WS-DC-IX) TO WS-DT-DATE
000000         MOVE SPACES     TO WS-DT-ACC-NO-X
000000         MOVE SPACES     TO WS-DT-AMOUNT-X
000000         MOVE "NO MATCHING REFERRAL" TO WS-DT-RESULT
000000         WRITE PRINT-REC FROM WS-DETAIL-LINE
000000               AFTER ADVANCING 1 LINE
000000         ADD 1 TO WS-LINE-COUNT
000000         ADD 1 TO WS-REFUSED-COUNT
000000     END-IF.
000000     ADD 1 TO WS-DC-IX.
000000 7100-EXIT.
000000     EXIT.
000000*
000000 8000-WRITE-TOTALS.
000000     MOVE "DECISIONS READ       :" TO WS-TL-LABEL.
000000     MOVE WS-DECN-READ-COUNT TO WS-TL-COUNT.
000000     WRITE PRINT-REC FROM WS-TOTAL-LINE
000000           AFTER ADVANCING 2 LINES.
000000     MOVE "NEW REFERRALS LOADED :" TO WS-TL-LABEL.
000000     MOVE WS-LOADED-COUNT TO WS-TL-COUNT.
000000     WRITE PRINT-REC FROM WS-TOTAL-LINE
000000           AFTER ADVANCING 1 LINE.
000000     MOVE "DECISIONS REFUSED    :" TO WS-TL-LABEL.
000000     MOVE WS-REFUSED-COUNT TO WS-TL-COUNT.
000000     WRITE PRINT-REC FROM WS-TOTAL-LINE
000000           AFTER ADVANCING 1 LINE.
000000     MOVE "PAID                 :" TO WS-BL-LABEL.
000000     MOVE WS-PAID-COUNT  TO WS-BL-COUNT.
000000     MOVE WS-PAID-SUM    TO WS-BL-SUM.
000000     WRITE PRINT-REC FROM WS-BAND-LINE
000000           AFTER ADVANCING 2 LINES.
000000     MOVE "RETURNED             :" TO WS-BL-LABEL.
000000     MOVE WS-RETURNED-COUNT TO WS-BL-COUNT.
000000     MOVE WS-RETURNED-SUM TO WS-BL-SUM.
000000     WRITE PRINT-REC FROM WS-BAND-LINE
000000           AFTER ADVANCING 1 LINE.
000000     MOVE "AGED OUT - RETURNED  :" TO WS-BL-LABEL.
000000     MOVE WS-AGED-COUNT  TO WS-BL-COUNT.
000000     MOVE WS-AGED-SUM    TO WS-BL-SUM.
000000     WRITE PRINT-REC FROM WS-BAND-LINE
000000           AFTER ADVANCING 1 LINE.
000000     MOVE "STILL UNDECIDED      :" TO WS-BL-LABEL.
000000     MOVE WS-UNDECIDED-COUNT TO WS-BL-COUNT.
000000     MOVE WS-UNDECIDED-SUM TO WS-BL-SUM.
000000     WRITE PRINT-REC FROM WS-BAND-LINE
000000           AFTER ADVANCING 1 LINE.
000000     DISPLAY "FXPN0027 - REFERRALS PAID      = ",
000000             WS-PAID-COUNT.
000000     DISPLAY "FXPN0027 - REFERRALS RETURNED  = ",
000000             WS-RETURNED-COUNT.
000000     DISPLAY "FXPN0027 - REFERRALS AGED OUT  = ",
000000             WS-AGED-COUNT.
000000     DISPLAY "FXPN0027 - DECISIONS REFUSED   = ",
000000             WS-REFUSED-COUNT.
000000 8000-EXIT.
000000     EXIT.
000000*
000000 9000-TERMINATE.
000000     CLOSE VALID-FILE.
000000     IF WS-V-STATUS NOT = "00"
000000         MOVE "CLOSE"      TO WS-ERROR-OPERATION
000000         MOVE "VALID-FILE" TO WS-ERROR-FILE-NAME
000000         MOVE WS-V-STATUS  TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000     CLOSE RETURN-FILE.
000000     IF WS-R-STATUS NOT = "00"
000000         MOVE "CLOSE"      TO WS-ERROR-OPERATION
000000         MOVE "RETURN-FILE" TO WS-ERROR-FILE-NAME
000000         MOVE WS-R-STATUS  TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000     CLOSE PRINT-FILE.
000000 9000-EXIT.
000000     EXIT.
000000*
000000 9900-FILE-ERROR.
000000     DISPLAY "FXPN0027 - FILE I/O ERROR".
000000     DISPLAY "OPERATION : ", WS-ERROR-OPERATION.
000000     DISPLAY "FILE      : ", WS-ERROR-FILE-NAME.
000000     DISPLAY "STATUS    : ", WS-ERROR-STATUS.
000000     MOVE 16             TO RETURN-CODE.
000000     GOBACK.
000000*
