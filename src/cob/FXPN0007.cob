000000* error, not applied.  Every master write drops an AUDITREC
000000* record the same way FXPN0002's posting does.
000000*
000000* Every request carries the operator ID of the clerk who
000000* entered it (the maker).  A request that needs a second pair
000000* of eyes - always an overdraft limit increase, a FROZEN
000000* account set back to open, or a close of an account with a
000000* balance, and any routine change the maker-checker
000000* parameter file (FXPN0007p.txt, see MCHKREC) says to hold -
000000* is not applied but held on the pending-maintenance file
000000* (FXPN0007q.txt, see MNTQREC) under a request ID.  A checker
000000* approves or rejects it by that ID on the approval file
000000* (FXPN0007v.txt); an approval is applied only when the
000000* checker is not the maker.  A request still pending after
000000* the allowed number of business days (counted on the CALREC
000000* calendar) expires unapplied.  Maker and checker go on the
000000* audit records of every write they cause.
000000*
000000* The maintenance report (FXPN0007.LST) lists every request
000000* taken today and what became of it, every decision and its
000000* result, and then every request still pending or approved,
000000* rejected or expired today.  The pending file is rewritten
000000* through a keep file (the FXPN0009 keep-file pattern), less
000000* the requests decided before today.  A resubmitted run for
000000* the same date does not hold the same request twice, and
000000* lists a decision it already applied as such.
000000*
000000* MODIFICATION HISTORY
000000* ----------------------------------------------------------
000000* 2026.08.22  DJ  Initial version.
000000* 2026.09.02  DJ  Every audit record is now also written to the
000000*                 keyed audit shadow index (see XAUDREC), the
000000*                 same dual write FXPN0002 does.
000000* 2026.10.15  DJ  Audit records now carry AUDIT-OVERRIDE (see
000000*                 AUDITREC), written as space - only FXPN0002
000000*                 posts under a credit-desk limit override.
000000* 2026.10.15  DJ  Audit records now carry AUDIT-SERIAL and AUDIT-
000000*                 SOURCE (see AUDITREC), written as zeros and
000000*                 spaces - only FXPN0002 postings carry a
000000*                 transaction serial.
000000* 2026.10.15  DJ  Audit records now carry the customer name and
000000*                 overdraft limit as written (AUDIT-CUST-NAME,
000000*                 AUDIT-OD-LIMIT, see AUDITREC), so the trail
000000*                 holds the full maintained state for the FXPN0031
000000*                 forward recovery to replay.
000000* 2026.10.15  DJ  Maker-checker approval. MAINT-REC now carries
000000*                 MAINT-MAKER-ID. A limit increase, a FROZEN
000000*                 account set to open, a close with a balance, and
000000*                 any routine change FXPN0007p.txt (see MCHKREC)
000000*                 says to hold, go to the pending-maintenance file
000000*                 (see MNTQREC) instead of the masters and are
000000*                 applied only on an approval (FXPN0007v.txt) from
000000*                 another operator. Unapproved requests expire
000000*                 after the allowed business days. Maker and
000000*                 checker go on the audit records, and the run
000000*                 prints the FXPN0007.LST maintenance report.
000000* 2026.10.15  DJ  Requests approved, refused, rejected or expired
000000*                 before the run date are no longer written back
000000*                 to the pending-maintenance file, so it and the
000000*                 request table no longer grow without end.
000000*                 Today's decisions and the highest request ID are
000000*                 kept.
000000*
000000 ENVIRONMENT            DIVISION.
000000 CONFIGURATION          SECTION.
000000                        ACCESS MODE IS DYNAMIC
000000                        RECORD KEY IS XAUD-KEY
000000                        FILE STATUS IS WS-X-STATUS.
000000     SELECT PMNT-FILE   ASSIGN TO "FXPN0007q.txt"
000000                        ORGANIZATION IS SEQUENTIAL
000000                        FILE STATUS IS WS-Q-STATUS.
000000     SELECT APRV-FILE   ASSIGN TO "FXPN0007v.txt"
000000                        ORGANIZATION IS SEQUENTIAL
000000                        FILE STATUS IS WS-V-STATUS.
000000     SELECT MCHK-FILE   ASSIGN TO "FXPN0007p.txt"
000000                        ORGANIZATION IS SEQUENTIAL
000000                        FILE STATUS IS WS-MC-STATUS.
000000     SELECT CAL-FILE    ASSIGN TO "FXPN0000d.txt"
000000                        ORGANIZATION IS SEQUENTIAL
000000                        FILE STATUS IS WS-CAL-STATUS.
000000     SELECT KEEP-FILE   ASSIGN TO "FXPN0007k.txt"
000000                        ORGANIZATION IS SEQUENTIAL
000000                        FILE STATUS IS WS-K-STATUS.
000000     SELECT PRINT-FILE  ASSIGN TO "FXPN0007.LST"
000000                        ORGANIZATION IS LINE SEQUENTIAL.
000000     SELECT PARM-FILE   ASSIGN TO "FXPN0000p.txt"
000000                        ORGANIZATION IS SEQUENTIAL
000000                        FILE STATUS IS WS-P-STATUS.
000000     05 MAINT-CUST-NAME  PIC X(20).
000000     05 MAINT-STATUS     PIC X(01).
000000     05 MAINT-OD-LIMIT   PIC X(05).
000000     05 MAINT-MAKER-ID   PIC X(08).
000000 FD  PMNT-FILE.
000000     COPY MNTQREC.
000000 FD  APRV-FILE.
000000 01  APRV-REC.
000000     05 APRV-REQ-ID      PIC 9(07).
000000     05 APRV-CHECKER-ID  PIC X(08).
000000     05 APRV-DECISION    PIC X(01).
000000         88 APRV-APPROVE             VALUE "A".
000000         88 APRV-REJECT              VALUE "R".
000000 FD  MCHK-FILE.
000000     COPY MCHKREC.
000000 FD  CAL-FILE.
000000     COPY CALREC.
000000 FD  KEEP-FILE.
000000 01  KEEP-REC            PIC X(73).
000000 FD  PRINT-FILE.
000000 01  PRINT-REC           PIC X(80).
000000 FD  AUDIT-FILE.
000000     COPY AUDITREC.
000000 FD  XAUDIT-FILE.
000000 01  WS-AUDIT-STATUS     PIC X(02).
000000 01  WS-X-STATUS         PIC X(02).
000000 01  WS-P-STATUS         PIC X(02).
000000 01  WS-Q-STATUS         PIC X(02).
000000 01  WS-V-STATUS         PIC X(02).
000000 01  WS-MC-STATUS        PIC X(02).
000000 01  WS-CAL-STATUS       PIC X(02).
000000 01  WS-K-STATUS         PIC X(02).
000000*
000000 01  WS-AUDIT-DATE       PIC 9(08).
000000 01  WS-AUDIT-TIME       PIC 9(08).
000000     88 WS-B-NOT-FOUND               VALUE "Y".
000000 01  WS-XWRITE-SW        PIC X(01)   VALUE "N".
000000     88 WS-XWRITE-DONE               VALUE "Y".
000000 01  WS-PMNT-EOF-SW      PIC X(01)   VALUE "N".
000000     88 WS-PMNT-AT-EOF               VALUE "Y".
000000 01  WS-APRV-EOF-SW      PIC X(01)   VALUE "N".
000000     88 WS-APRV-AT-EOF               VALUE "Y".
000000 01  WS-CAL-EOF-SW       PIC X(01)   VALUE "N".
000000     88 WS-CAL-AT-EOF                VALUE "Y".
000000 01  WS-CAL-ABSENT-SW    PIC X(01)   VALUE "N".
000000     88 WS-CAL-ABSENT                VALUE "Y".
000000 01  WS-KEEP-EOF-SW      PIC X(01)   VALUE "N".
000000     88 WS-KEEP-AT-EOF               VALUE "Y".
000000 01  WS-QU-FOUND-SW      PIC X(01)   VALUE "N".
000000     88 WS-QU-FOUND                  VALUE "Y".
000000 01  WS-HOLD-SW          PIC X(01)   VALUE "N".
000000     88 WS-HOLD-REQUEST              VALUE "Y".
000000 01  WS-SENSITIVE-SW     PIC X(01)   VALUE "N".
000000     88 WS-SENSITIVE                 VALUE "Y".
000000*
000000* The routine changes the maker-checker parameters hold for
000000* approval (see MCHKREC).
000000*
000000 01  WS-ADD-HOLD-SW      PIC X(01).
000000     88 WS-HOLD-ADDS                 VALUE "Y".
000000 01  WS-NAME-HOLD-SW     PIC X(01).
000000     88 WS-HOLD-NAMES                VALUE "Y".
000000 01  WS-STATUS-HOLD-SW   PIC X(01).
000000     88 WS-HOLD-STATUSES             VALUE "Y".
000000 01  WS-LIMIT-HOLD-SW    PIC X(01).
000000     88 WS-HOLD-LIMITS               VALUE "Y".
000000 01  WS-CLOSE-HOLD-SW    PIC X(01).
000000     88 WS-HOLD-CLOSES               VALUE "Y".
000000 01  WS-EXPIRY-DAYS      PIC 9(02).
000000*
000000* Maker and checker of the request being applied, for its
000000* audit records; the checker is spaces on a change applied
000000* as entered.
000000*
000000 01  WS-MAKER-ID         PIC X(08).
000000 01  WS-CHECKER-ID       PIC X(08).
000000 01  WS-SHOW-CHECKER     PIC X(08).
000000*
000000 01  WS-AUDIT-BALANCE    PIC S9(3)V9(4).
000000*
000000*
000000 01  WS-APPLIED-COUNT    PIC 9(07)   COMP    VALUE ZERO.
000000 01  WS-ERROR-COUNT      PIC 9(07)   COMP    VALUE ZERO.
000000 01  WS-ERRORS-BEFORE    PIC 9(07)   COMP    VALUE ZERO.
000000 01  WS-READ-COUNT       PIC 9(07)   COMP    VALUE ZERO.
000000 01  WS-DIRECT-COUNT     PIC 9(07)   COMP    VALUE ZERO.
000000 01  WS-ENTRY-REJECT-COUNT
000000                         PIC 9(07)   COMP    VALUE ZERO.
000000 01  WS-HELD-COUNT       PIC 9(07)   COMP    VALUE ZERO.
000000 01  WS-ALREADY-HELD-COUNT
000000                         PIC 9(07)   COMP    VALUE ZERO.
000000 01  WS-DECISION-COUNT   PIC 9(07)   COMP    VALUE ZERO.
000000 01  WS-APPROVED-COUNT   PIC 9(07)   COMP    VALUE ZERO.
000000 01  WS-FAILED-COUNT     PIC 9(07)   COMP    VALUE ZERO.
000000 01  WS-REJECTED-COUNT   PIC 9(07)   COMP    VALUE ZERO.
000000 01  WS-REFUSED-COUNT    PIC 9(07)   COMP    VALUE ZERO.
000000 01  WS-EXPIRED-COUNT    PIC 9(07)   COMP    VALUE ZERO.
000000 01  WS-PENDING-COUNT    PIC 9(07)   COMP    VALUE ZERO.
000000 01  WS-PURGED-COUNT     PIC 9(07)   COMP    VALUE ZERO.
000000 01  WS-AGE-DAYS         PIC 9(04)   COMP    VALUE ZERO.
000000 01  WS-HIGH-REQ-ID      PIC 9(07)   VALUE ZERO.
000000*
000000* The pending-maintenance file, held whole: the day's new
000000* requests and the checkers' decisions are matched against it
000000* and it is written back through the keep file at the end.
000000* Each entry is laid out as MNTQREC.
000000*
000000 01  WS-QU-MAX           PIC 9(04)   COMP    VALUE 5000.
000000 01  WS-QU-COUNT         PIC 9(04)   COMP    VALUE ZERO.
000000 01  WS-QU-IX            PIC 9(04)   COMP    VALUE ZERO.
000000 01  WS-QU-SLOT          PIC 9(04)   COMP    VALUE ZERO.
000000 01  WS-QUEUE-TABLE.
000000     05 WS-QU-ENTRY      OCCURS 5000 TIMES.
000000         10 WS-QU-ID             PIC 9(07).
000000         10 WS-QU-ENTRY-DATE     PIC 9(08).
000000         10 WS-QU-REQUEST.
000000             15 WS-QU-ACTION     PIC X(01).
000000             15 WS-QU-ACC-NO     PIC S9(3)V9(2).
000000             15 WS-QU-CUST-NAME  PIC X(20).
000000             15 WS-QU-ACC-STATUS PIC X(01).
000000             15 WS-QU-OD-LIMIT   PIC X(05).
000000             15 WS-QU-MAKER-ID   PIC X(08).
000000         10 WS-QU-SENSITIVE      PIC X(01).
000000             88 WS-QU-ALWAYS-HELD        VALUE "Y".
000000         10 WS-QU-STATUS         PIC X(01).
000000             88 WS-QU-PENDING            VALUE "P".
000000             88 WS-QU-APPROVED           VALUE "A".
000000             88 WS-QU-FAILED             VALUE "F".
000000             88 WS-QU-REJECTED           VALUE "R".
000000             88 WS-QU-EXPIRED            VALUE "E".
000000         10 WS-QU-CHECKER-ID     PIC X(08).
000000         10 WS-QU-STATUS-DATE    PIC 9(08).
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
000000        "ACCOUNT MAINTENANCE REPORT".
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
000000 01  WS-WARNING-LINE.
000000     05 FILLER           PIC X(01)   VALUE SPACES.
000000     05 FILLER           PIC X(56)   VALUE
000000        "*** CALENDAR NOT ON FILE - NO REQUESTS EXPIRED ***".
000000*
000000 01  WS-HEADER-LINE.
000000     05 FILLER           PIC X(01)   VALUE SPACES.
000000     05 FILLER           PIC X(09)   VALUE " REQ-ID".
000000     05 FILLER           PIC X(09)   VALUE "ACC-NO".
000000     05 FILLER           PIC X(03)   VALUE "A".
000000     05 FILLER           PIC X(10)   VALUE "ENTERED".
000000     05 FILLER           PIC X(09)   VALUE "MAKER".
000000     05 FILLER           PIC X(10)   VALUE "CHECKER".
000000     05 FILLER           PIC X(20)   VALUE "RESULT".
000000*
000000 01  WS-SECTION-LINE.
000000     05 FILLER           PIC X(01)   VALUE SPACES.
000000     05 WS-SC-TEXT       PIC X(40).
000000*
000000 01  WS-ITEM-LINE.
000000     05 FILLER           PIC X(01)   VALUE SPACES.
000000     05 WS-IL-ID         PIC ZZZZZZ9.
000000     05 WS-IL-ID-X       REDEFINES WS-IL-ID
000000                         PIC X(07).
000000     05 FILLER           PIC X(02)   VALUE SPACES.
000000     05 WS-IL-ACC-NO     PIC -ZZ9.99.
000000     05 WS-IL-ACC-NO-X   REDEFINES WS-IL-ACC-NO
000000                         PIC X(07).
000000     05 FILLER           PIC X(02)   VALUE SPACES.
000000     05 WS-IL-ACTION     PIC X(01).
000000     05 FILLER           PIC X(02)   VALUE SPACES.
000000     05 WS-IL-ENTRY-DATE PIC 9(08).
000000     05 FILLER           PIC X(02)   VALUE SPACES.
000000     05 WS-IL-MAKER      PIC X(08).
000000     05 FILLER           PIC X(01)   VALUE SPACES.
000000     05 WS-IL-CHECKER    PIC X(08).
000000     05 FILLER           PIC X(02)   VALUE SPACES.
000000     05 WS-IL-RESULT     PIC X(22).
000000*
000000 01  WS-TOTAL-LINE.
000000     05 FILLER           PIC X(01)   VALUE SPACES.
000000     05 WS-TL-LABEL      PIC X(22).
000000     05 WS-TL-COUNT      PIC ZZZ,ZZ9.
000000**** USER-WORK-AREA.
000000*
000000 PROCEDURE              DIVISION.
000000*
000000 0000-MAINLINE.
000000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000000     PERFORM 2000-TAKE-REQUEST THRU 2000-EXIT
000000             UNTIL WS-MAINT-AT-EOF.
000000     PERFORM 3000-APPLY-DECISIONS THRU 3000-EXIT.
000000     PERFORM 4000-EXPIRE-PENDING THRU 4000-EXIT.
000000     PERFORM 5000-LIST-PENDING THRU 5000-EXIT.
000000     PERFORM 6000-REWRITE-PENDING THRU 6000-EXIT.
000000     PERFORM 8000-REPORT-TOTALS THRU 8000-EXIT.
000000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
000000     GOBACK.
000000*
000000 1000-INITIALIZE.
000000     PERFORM 1050-READ-PARMS THRU 1050-EXIT.
000000     PERFORM 1080-READ-CHECK-PARMS THRU 1080-EXIT.
000000     PERFORM 1100-LOAD-CALENDAR THRU 1100-EXIT.
000000     PERFORM 1200-LOAD-PENDING THRU 1200-EXIT.
000000     PERFORM 1300-OPEN-A-FILE THRU 1300-EXIT.
000000     PERFORM 1400-OPEN-B-FILE THRU 1400-EXIT.
000000     OPEN INPUT MAINT-FILE.
000000     PERFORM 1500-OPEN-AUDIT-FILE THRU 1500-EXIT.
000000     PERFORM 1550-OPEN-AUDIT-INDEX THRU 1550-EXIT.
000000     DISPLAY "FXPN0007 - ACCOUNT MAINTENANCE".
000000     OPEN OUTPUT PRINT-FILE.
000000     PERFORM 7000-NEW-PAGE THRU 7000-EXIT.
000000     IF WS-CAL-ABSENT
000000         WRITE PRINT-REC FROM WS-WARNING-LINE
000000               AFTER ADVANCING 1 LINE
000000         ADD 1 TO WS-LINE-COUNT
000000     END-IF.
000000     MOVE "REQUESTS TAKEN"     TO WS-SC-TEXT.
000000     PERFORM 7200-PRINT-SECTION THRU 7200-EXIT.
000000     PERFORM 2100-READ-MAINT THRU 2100-EXIT.
000000 1000-EXIT.
000000     EXIT.
000000         GOBACK
000000     END-IF.
000000     MOVE PARM-RUN-DATE TO WS-MAINT-DATE.
000000     MOVE PARM-RUN-DATE TO WS-CURRENT-DATE.
000000     MOVE PARM-PAGE-SIZE TO WS-MAX-LINES.
000000     CLOSE PARM-FILE.
000000     IF WS-P-STATUS NOT = "00"
000000         MOVE "CLOSE"     TO WS-ERROR-OPERATION
000000 1050-EXIT.
000000     EXIT.
000000*
000000 1080-READ-CHECK-PARMS.
000000     OPEN INPUT MCHK-FILE.
000000     IF WS-MC-STATUS NOT = "00"
000000         MOVE "OPEN"      TO WS-ERROR-OPERATION
000000         MOVE "MCHK-FILE" TO WS-ERROR-FILE-NAME
000000         MOVE WS-MC-STATUS TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000     READ MCHK-FILE
000000         AT END
000000             DISPLAY "FXPN0007 - MCHK-FILE IS EMPTY"
000000             MOVE 16     TO RETURN-CODE
000000             GOBACK
000000     END-READ.
000000     IF (MCHK-ADD-HOLD NOT = "Y" AND MCHK-ADD-HOLD NOT = "N")
000000        OR (MCHK-NAME-HOLD NOT = "Y" AND MCHK-NAME-HOLD NOT = "N")
000000        OR (MCHK-STATUS-HOLD NOT = "Y"
000000            AND MCHK-STATUS-HOLD NOT = "N")
000000        OR (MCHK-LIMIT-HOLD NOT = "Y"
000000            AND MCHK-LIMIT-HOLD NOT = "N")
000000        OR (MCHK-CLOSE-HOLD NOT = "Y"
000000            AND MCHK-CLOSE-HOLD NOT = "N")
000000        OR MCHK-EXPIRY-DAYS IS NOT NUMERIC
000000        OR MCHK-EXPIRY-DAYS = ZERO
000000         DISPLAY "FXPN0007 - INVALID MAKER-CHECKER PARAMETER",
000000                 " RECORD"
000000         MOVE 16         TO RETURN-CODE
000000         GOBACK
000000     END-IF.
000000     MOVE MCHK-ADD-HOLD    TO WS-ADD-HOLD-SW.
000000     MOVE MCHK-NAME-HOLD   TO WS-NAME-HOLD-SW.
000000     MOVE MCHK-STATUS-HOLD TO WS-STATUS-HOLD-SW.
000000     MOVE MCHK-LIMIT-HOLD  TO WS-LIMIT-HOLD-SW.
000000     MOVE MCHK-CLOSE-HOLD  TO WS-CLOSE-HOLD-SW.
000000     MOVE MCHK-EXPIRY-DAYS TO WS-EXPIRY-DAYS.
000000     CLOSE MCHK-FILE.
000000     IF WS-MC-STATUS NOT = "00"
000000         MOVE "CLOSE"     TO WS-ERROR-OPERATION
000000         MOVE "MCHK-FILE" TO WS-ERROR-FILE-NAME
000000         MOVE WS-MC-STATUS TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000 1080-EXIT.
000000     EXIT.
000000*
000000* Only the business days are kept, in calendar order; a
000000* pending request's age is counted over them.
000000*
000000 1100-LOAD-CALENDAR.
000000     OPEN INPUT CAL-FILE.
000000     IF WS-CAL-STATUS = "35"
000000         SET WS-CAL-ABSENT TO TRUE
000000         DISPLAY "FXPN0007 - WARNING: CALENDAR NOT ON FILE,",
000000                 " NO REQUESTS EXPIRED"
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
000000             DISPLAY "FXPN0007 - MORE THAN ", WS-CAL-MAX,
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
000000 1200-LOAD-PENDING.
000000     OPEN INPUT PMNT-FILE.
000000     IF WS-Q-STATUS = "35"
000000         DISPLAY "FXPN0007 - PENDING-MAINTENANCE FILE NOT ON",
000000                 " FILE, STARTING A NEW ONE"
000000         GO TO 1200-EXIT
000000     END-IF.
000000     IF WS-Q-STATUS NOT = "00"
000000         MOVE "OPEN"      TO WS-ERROR-OPERATION
000000         MOVE "PMNT-FILE" TO WS-ERROR-FILE-NAME
000000         MOVE WS-Q-STATUS TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000     PERFORM 1250-READ-PENDING THRU 1250-EXIT.
000000     PERFORM 1260-STORE-PENDING THRU 1260-EXIT
000000             UNTIL WS-PMNT-AT-EOF.
000000     CLOSE PMNT-FILE.
000000     IF WS-Q-STATUS NOT = "00"
000000         MOVE "CLOSE"     TO WS-ERROR-OPERATION
000000         MOVE "PMNT-FILE" TO WS-ERROR-FILE-NAME
000000         MOVE WS-Q-STATUS TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000 1200-EXIT.
000000     EXIT.
000000*
000000 1250-READ-PENDING.
000000     READ PMNT-FILE
000000         AT END
000000             SET WS-PMNT-AT-EOF TO TRUE
000000     END-READ.
000000 1250-EXIT.
000000     EXIT.
000000*
000000 1260-STORE-PENDING.
000000     IF WS-QU-COUNT >= WS-QU-MAX
000000         DISPLAY "FXPN0007 - MORE THAN ", WS-QU-MAX,
000000                 " MAINTENANCE REQUESTS, TABLE FULL"
000000         MOVE 16         TO RETURN-CODE
000000         GOBACK
000000     END-IF.
000000     ADD 1 TO WS-QU-COUNT.
000000     MOVE MNTQ-REC       TO WS-QU-ENTRY (WS-QU-COUNT).
000000     IF MNTQ-ID > WS-HIGH-REQ-ID
000000         MOVE MNTQ-ID    TO WS-HIGH-REQ-ID
000000     END-IF.
000000     PERFORM 1250-READ-PENDING THRU 1250-EXIT.
000000 1260-EXIT.
000000     EXIT.
000000*
000000 1300-OPEN-A-FILE.
000000     OPEN I-O A-FILE.
000000     IF WS-A-STATUS = "35"
000000 1550-EXIT.
000000     EXIT.
000000*
000000* A request with no maker is refused outright.  One that needs
000000* approval is held; anything else is applied as entered, with
000000* no checker on its audit records.
000000*
000000 2000-TAKE-REQUEST.
000000     ADD 1 TO WS-READ-COUNT.
000000     IF MAINT-MAKER-ID = SPACES
000000         DISPLAY "FXPN0007 - NO MAKER ID, RECORD REJECTED"
000000         ADD 1 TO WS-ERROR-COUNT
000000         ADD 1 TO WS-ENTRY-REJECT-COUNT
000000         MOVE "NO MAKER ID"  TO WS-IL-RESULT
000000         PERFORM 7600-PRINT-REQUEST THRU 7600-EXIT
000000         GO TO 2000-NEXT
000000     END-IF.
000000     IF MAINT-ACC-NO IS NOT NUMERIC
000000         MOVE "N"        TO WS-HOLD-SW
000000     ELSE
000000         PERFORM 2050-CLASSIFY-REQUEST THRU 2050-EXIT
000000     END-IF.
000000     IF WS-HOLD-REQUEST
000000         PERFORM 2080-HOLD-REQUEST THRU 2080-EXIT
000000         GO TO 2000-NEXT
000000     END-IF.
000000     MOVE MAINT-MAKER-ID TO WS-MAKER-ID.
000000     MOVE SPACES         TO WS-CHECKER-ID.
000000     MOVE WS-ERROR-COUNT TO WS-ERRORS-BEFORE.
000000     PERFORM 2200-APPLY-REQUEST THRU 2200-EXIT.
000000     IF WS-ERROR-COUNT > WS-ERRORS-BEFORE
000000         ADD 1 TO WS-ENTRY-REJECT-COUNT
000000         MOVE "REJECTED"     TO WS-IL-RESULT
000000     ELSE
000000         ADD 1 TO WS-DIRECT-COUNT
000000         MOVE "APPLIED"      TO WS-IL-RESULT
000000     END-IF.
000000     PERFORM 7600-PRINT-REQUEST THRU 7600-EXIT.
000000 2000-NEXT.
000000     PERFORM 2100-READ-MAINT THRU 2100-EXIT.
000000 2000-EXIT.
000000     EXIT.
000000*
000000 2100-READ-MAINT.
000000     READ MAINT-FILE
000000         AT END
000000             SET WS-MAINT-AT-EOF TO TRUE
000000     END-READ.
000000 2100-EXIT.
000000     EXIT.
000000*
000000* Sensitive changes are judged against the account as it
000000* stands when the request is taken: a limit above the current
000000* A-OD-LIMIT, a FROZEN account set to open, or a close (or a
000000* change to status C) of an account with a balance.  A request
000000* for an account not on file is never sensitive; it is held
000000* or applied as its routine kind says.
000000*
000000 2050-CLASSIFY-REQUEST.
000000     MOVE "N"            TO WS-HOLD-SW.
000000     MOVE "N"            TO WS-SENSITIVE-SW.
000000     MOVE MAINT-ACC-NO   TO A02.
000000     PERFORM 2700-READ-A-BY-KEY THRU 2700-EXIT.
000000     IF MAINT-ADD
000000         IF WS-HOLD-ADDS
000000             SET WS-HOLD-REQUEST TO TRUE
000000         END-IF
000000         GO TO 2050-EXIT
000000     END-IF.
000000     IF MAINT-CLOSE
000000         IF WS-HOLD-CLOSES
000000             SET WS-HOLD-REQUEST TO TRUE
000000         END-IF
000000         IF NOT WS-A-NOT-FOUND AND A-BALANCE NOT = ZERO
000000             SET WS-SENSITIVE TO TRUE
000000         END-IF
000000         GO TO 2050-HELD
000000     END-IF.
000000     IF NOT MAINT-CHANGE
000000         GO TO 2050-EXIT
000000     END-IF.
000000     IF MAINT-OD-LIMIT NOT = SPACES
000000         MOVE MAINT-OD-LIMIT TO WS-OD-LIMIT-X
000000         IF WS-HOLD-LIMITS
000000             SET WS-HOLD-REQUEST TO TRUE
000000         END-IF
000000         IF WS-OD-LIMIT-N IS NUMERIC
000000            AND NOT WS-A-NOT-FOUND
000000            AND WS-OD-LIMIT-N > A-OD-LIMIT
000000             SET WS-SENSITIVE TO TRUE
000000         END-IF
000000     END-IF.
000000     IF MAINT-STATUS NOT = SPACE
000000        AND WS-HOLD-STATUSES
000000         SET WS-HOLD-REQUEST TO TRUE
000000     END-IF.
000000     IF MAINT-STATUS = "O"
000000        AND NOT WS-A-NOT-FOUND AND A-FROZEN
000000         SET WS-SENSITIVE TO TRUE
000000     END-IF.
000000     IF MAINT-STATUS = "C"
000000        AND NOT WS-A-NOT-FOUND AND A-BALANCE NOT = ZERO
000000         SET WS-SENSITIVE TO TRUE
000000     END-IF.
000000     IF MAINT-CUST-NAME NOT = SPACES
000000        AND WS-HOLD-NAMES
000000         SET WS-HOLD-REQUEST TO TRUE
000000     END-IF.
000000 2050-HELD.
000000     IF WS-SENSITIVE
000000         SET WS-HOLD-REQUEST TO TRUE
000000     END-IF.
000000 2050-EXIT.
000000     EXIT.
000000*
000000* A resubmitted run for the same date finds the same request
000000* already held from the first run and does not hold it again.
000000*
000000 2080-HOLD-REQUEST.
000000     MOVE "N"            TO WS-QU-FOUND-SW.
000000     MOVE 1              TO WS-QU-IX.
000000     PERFORM 2090-SCAN-HELD THRU 2090-EXIT
000000             UNTIL WS-QU-IX > WS-QU-COUNT OR WS-QU-FOUND.
000000     IF WS-QU-FOUND
000000         ADD 1 TO WS-ALREADY-HELD-COUNT
000000         MOVE "ALREADY HELD"   TO WS-IL-RESULT
000000     ELSE
000000         IF WS-QU-COUNT >= WS-QU-MAX
000000             DISPLAY "FXPN0007 - MORE THAN ", WS-QU-MAX,
000000                     " MAINTENANCE REQUESTS, TABLE FULL"
000000             MOVE 16     TO RETURN-CODE
000000             GOBACK
000000         END-IF
000000         ADD 1 TO WS-QU-COUNT
000000         MOVE WS-QU-COUNT TO WS-QU-SLOT
000000         ADD 1 TO WS-HIGH-REQ-ID
000000         MOVE WS-HIGH-REQ-ID  TO WS-QU-ID (WS-QU-SLOT)
000000         MOVE WS-MAINT-DATE   TO WS-QU-ENTRY-DATE (WS-QU-SLOT)
000000         MOVE MAINT-REC       TO WS-QU-REQUEST (WS-QU-SLOT)
000000         MOVE WS-SENSITIVE-SW TO WS-QU-SENSITIVE (WS-QU-SLOT)
000000         MOVE "P"             TO WS-QU-STATUS (WS-QU-SLOT)
000000         MOVE SPACES          TO WS-QU-CHECKER-ID (WS-QU-SLOT)
000000         MOVE ZERO            TO WS-QU-STATUS-DATE (WS-QU-SLOT)
000000         ADD 1 TO WS-HELD-COUNT
000000         IF WS-SENSITIVE
000000             MOVE "HELD, SENSITIVE" TO WS-IL-RESULT
000000         ELSE
000000             MOVE "HELD, ROUTINE"   TO WS-IL-RESULT
000000         END-IF
000000     END-IF.
000000     MOVE SPACES         TO WS-SHOW-CHECKER.
000000     PERFORM 7500-PRINT-ITEM THRU 7500-EXIT.
000000 2080-EXIT.
000000     EXIT.
000000*
000000 2090-SCAN-HELD.
000000     IF WS-QU-ENTRY-DATE (WS-QU-IX) = WS-MAINT-DATE
000000        AND WS-QU-REQUEST (WS-QU-IX) = MAINT-REC
000000         SET WS-QU-FOUND TO TRUE
000000         MOVE WS-QU-IX   TO WS-QU-SLOT
000000     ELSE
000000         ADD 1 TO WS-QU-IX
000000     END-IF.
000000 2090-EXIT.
000000     EXIT.
000000*
000000* Edits and applies the request in MAINT-REC, whether taken
000000* from the maintenance file or an approved held request; a
000000* refusal is counted in WS-ERROR-COUNT.
000000*
000000 2200-APPLY-REQUEST.
000000     IF MAINT-ACC-NO IS NOT NUMERIC
000000         DISPLAY "FXPN0007 - ACC-NO NOT NUMERIC, RECORD",
000000                 " REJECTED"
000000         ADD 1 TO WS-ERROR-COUNT
000000         GO TO 2200-EXIT
000000     END-IF.
000000     MOVE MAINT-ACC-NO     TO A02.
000000     MOVE "N"              TO WS-RESCALE-ERROR-SW.
000000                 " FOR ACC-NO ", A02, ", RECORD REJECTED"
000000         ADD 1 TO WS-ERROR-COUNT
000000     END-IF.
000000 2200-EXIT.
000000     EXIT.
000000*
000000 2210-MAINT-ADD.
000000     COMPUTE WS-AUDIT-BALANCE = A-BALANCE.
000000     MOVE WS-AUDIT-BALANCE TO AUDIT-BALANCE.
000000     MOVE A-STATUS       TO AUDIT-STATUS.
000000     MOVE SPACE          TO AUDIT-OVERRIDE.
000000     MOVE ZERO           TO AUDIT-SERIAL.
000000     MOVE SPACES         TO AUDIT-SOURCE.
000000     MOVE A-CUST-NAME    TO AUDIT-CUST-NAME.
000000     MOVE A-OD-LIMIT     TO AUDIT-OD-LIMIT.
000000     MOVE WS-MAKER-ID    TO AUDIT-MAKER-ID.
000000     MOVE WS-CHECKER-ID  TO AUDIT-CHECKER-ID.
000000     MOVE WS-MAINT-DATE  TO WS-AUDIT-DATE.
000000     ACCEPT WS-AUDIT-TIME FROM TIME.
000000     MOVE WS-AUDIT-DATE  TO AUDIT-DATE.
000000     COMPUTE WS-AUDIT-BALANCE = B-BALANCE.
000000     MOVE WS-AUDIT-BALANCE TO AUDIT-BALANCE.
000000     MOVE B-STATUS       TO AUDIT-STATUS.
000000     MOVE SPACE          TO AUDIT-OVERRIDE.
000000     MOVE ZERO           TO AUDIT-SERIAL.
000000     MOVE SPACES         TO AUDIT-SOURCE.
000000     MOVE B-CUST-NAME    TO AUDIT-CUST-NAME.
000000     MOVE B-OD-LIMIT     TO AUDIT-OD-LIMIT.
000000     MOVE WS-MAKER-ID    TO AUDIT-MAKER-ID.
000000     MOVE WS-CHECKER-ID  TO AUDIT-CHECKER-ID.
000000     MOVE WS-MAINT-DATE  TO WS-AUDIT-DATE.
000000     ACCEPT WS-AUDIT-TIME FROM TIME.
000000     MOVE WS-AUDIT-DATE  TO AUDIT-DATE.
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
000000 2650-EXIT.
000000     EXIT.
000000*
000000 2800-EXIT.
000000     EXIT.
000000*
000000* The checkers' decisions, matched to the held requests by
000000* request ID.  A decision is refused when its request is not
000000* held, it names no checker, the checker is the maker, or the
000000* request was decided on an earlier date (or today by someone
000000* else); one the same checker already made today, on a
000000* resubmitted run, is listed as already applied.
000000*
000000 3000-APPLY-DECISIONS.
000000     OPEN INPUT APRV-FILE.
000000     IF WS-V-STATUS = "35"
000000         DISPLAY "FXPN0007 - NO APPROVAL FILE, NOTHING DECIDED",
000000                 " TODAY"
000000         GO TO 3000-EXIT
000000     END-IF.
000000     IF WS-V-STATUS NOT = "00"
000000         MOVE "OPEN"      TO WS-ERROR-OPERATION
000000         MOVE "APRV-FILE" TO WS-ERROR-FILE-NAME
000000         MOVE WS-V-STATUS TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000     MOVE "DECISIONS"    TO WS-SC-TEXT.
000000     PERFORM 7200-PRINT-SECTION THRU 7200-EXIT.
000000     PERFORM 3100-READ-APRV THRU 3100-EXIT.
000000     PERFORM 3200-APPLY-DECISION THRU 3200-EXIT
000000             UNTIL WS-APRV-AT-EOF.
000000     CLOSE APRV-FILE.
000000     IF WS-V-STATUS NOT = "00"
000000         MOVE "CLOSE"     TO WS-ERROR-OPERATION
000000         MOVE "APRV-FILE" TO WS-ERROR-FILE-NAME
000000         MOVE WS-V-STATUS TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000 3000-EXIT.
000000     EXIT.
000000*
000000 3100-READ-APRV.
000000     READ APRV-FILE
000000         AT END
000000             SET WS-APRV-AT-EOF TO TRUE
000000     END-READ.
000000 3100-EXIT.
000000     EXIT.
000000*
000000 3200-APPLY-DECISION.
000000     ADD 1 TO WS-DECISION-COUNT.
000000     MOVE "N"            TO WS-QU-FOUND-SW.
000000     IF APRV-REQ-ID IS NUMERIC
000000         MOVE 1          TO WS-QU-IX
000000         PERFORM 3250-SCAN-REQ-ID THRU 3250-EXIT
000000                 UNTIL WS-QU-IX > WS-QU-COUNT OR WS-QU-FOUND
000000     END-IF.
000000     IF NOT WS-QU-FOUND
000000         ADD 1 TO WS-REFUSED-COUNT
000000         PERFORM 3300-PRINT-UNKNOWN-REQ THRU 3300-EXIT
000000         GO TO 3200-NEXT
000000     END-IF.
000000     IF APRV-CHECKER-ID = SPACES
000000         ADD 1 TO WS-REFUSED-COUNT
000000         MOVE "NO CHECKER ID"    TO WS-IL-RESULT
000000     ELSE IF NOT APRV-APPROVE AND NOT APRV-REJECT
000000         ADD 1 TO WS-REFUSED-COUNT
000000         MOVE "INVALID DECISION" TO WS-IL-RESULT
000000     ELSE IF NOT WS-QU-PENDING (WS-QU-SLOT)
000000         IF WS-QU-STATUS-DATE (WS-QU-SLOT) = WS-MAINT-DATE
000000            AND WS-QU-CHECKER-ID (WS-QU-SLOT) = APRV-CHECKER-ID
000000             MOVE "ALREADY APPLIED" TO WS-IL-RESULT
000000         ELSE
000000             ADD 1 TO WS-REFUSED-COUNT
000000             MOVE "ALREADY DECIDED" TO WS-IL-RESULT
000000         END-IF
000000     ELSE IF APRV-CHECKER-ID = WS-QU-MAKER-ID (WS-QU-SLOT)
000000         ADD 1 TO WS-REFUSED-COUNT
000000         MOVE "CHECKER IS MAKER" TO WS-IL-RESULT
000000     ELSE IF APRV-REJECT
000000         MOVE "R"        TO WS-QU-STATUS (WS-QU-SLOT)
000000         MOVE APRV-CHECKER-ID TO WS-QU-CHECKER-ID (WS-QU-SLOT)
000000         MOVE WS-MAINT-DATE TO WS-QU-STATUS-DATE (WS-QU-SLOT)
000000         ADD 1 TO WS-REJECTED-COUNT
000000         MOVE "REJECTED"  TO WS-IL-RESULT
000000     ELSE
000000         PERFORM 3400-APPLY-APPROVED THRU 3400-EXIT
000000     END-IF.
000000     MOVE APRV-CHECKER-ID TO WS-SHOW-CHECKER.
000000     PERFORM 7500-PRINT-ITEM THRU 7500-EXIT.
000000 3200-NEXT.
000000     PERFORM 3100-READ-APRV THRU 3100-EXIT.
000000 3200-EXIT.
000000     EXIT.
000000*
000000 3250-SCAN-REQ-ID.
000000     IF WS-QU-ID (WS-QU-IX) = APRV-REQ-ID
000000         SET WS-QU-FOUND TO TRUE
000000         MOVE WS-QU-IX   TO WS-QU-SLOT
000000     ELSE
000000         ADD 1 TO WS-QU-IX
000000     END-IF.
000000 3250-EXIT.
000000     EXIT.
000000*
000000 3300-PRINT-UNKNOWN-REQ.
000000     IF WS-LINE-COUNT >= WS-MAX-LINES
000000         PERFORM 7000-NEW-PAGE THRU 7000-EXIT
000000     END-IF.
000000     IF APRV-REQ-ID IS NUMERIC
000000         MOVE APRV-REQ-ID TO WS-IL-ID
000000     ELSE
000000         MOVE SPACES     TO WS-IL-ID-X
000000     END-IF.
000000     MOVE SPACES         TO WS-IL-ACC-NO-X.
000000     MOVE SPACES         TO WS-IL-ACTION.
000000     MOVE ZERO           TO WS-IL-ENTRY-DATE.
000000     MOVE SPACES         TO WS-IL-MAKER.
000000     MOVE APRV-CHECKER-ID TO WS-IL-CHECKER.
000000     MOVE "REQUEST NOT ON FILE" TO WS-IL-RESULT.
000000     WRITE PRINT-REC FROM WS-ITEM-LINE
000000           AFTER ADVANCING 1 LINE.
000000     ADD 1 TO WS-LINE-COUNT.
000000 3300-EXIT.
000000     EXIT.
000000*
000000* The approved request is applied through the same edits as
000000* one taken from the maintenance file: it is moved into
000000* MAINT-REC (the maintenance file is still open, at end of
000000* file) and applied with its maker and checker on the audit
000000* records.  If the account has changed since so the request
000000* no longer applies, it is approved but not applied.
000000*
000000 3400-APPLY-APPROVED.
000000     MOVE WS-QU-REQUEST (WS-QU-SLOT)  TO MAINT-REC.
000000     MOVE WS-QU-MAKER-ID (WS-QU-SLOT) TO WS-MAKER-ID.
000000     MOVE APRV-CHECKER-ID TO WS-CHECKER-ID.
000000     MOVE WS-ERROR-COUNT TO WS-ERRORS-BEFORE.
000000     PERFORM 2200-APPLY-REQUEST THRU 2200-EXIT.
000000     MOVE APRV-CHECKER-ID TO WS-QU-CHECKER-ID (WS-QU-SLOT).
000000     MOVE WS-MAINT-DATE  TO WS-QU-STATUS-DATE (WS-QU-SLOT).
000000     IF WS-ERROR-COUNT > WS-ERRORS-BEFORE
000000         MOVE "F"        TO WS-QU-STATUS (WS-QU-SLOT)
000000         ADD 1 TO WS-FAILED-COUNT
000000         MOVE "APPROVED, NOT APPLIED" TO WS-IL-RESULT
000000     ELSE
000000         MOVE "A"        TO WS-QU-STATUS (WS-QU-SLOT)
000000         ADD 1 TO WS-APPROVED-COUNT
000000         MOVE "APPROVED, APPLIED" TO WS-IL-RESULT
000000     END-IF.
000000 3400-EXIT.
000000     EXIT.
000000*
000000* A request still pending on the run that makes it the
000000* allowed number of business days old expires unapplied.
000000* Without the calendar nothing expires.
000000*
000000 4000-EXPIRE-PENDING.
000000     IF WS-CAL-ABSENT
000000         GO TO 4000-EXIT
000000     END-IF.
000000     MOVE 1              TO WS-QU-IX.
000000     PERFORM 4100-AGE-REQUEST THRU 4100-EXIT
000000             UNTIL WS-QU-IX > WS-QU-COUNT.
000000 4000-EXIT.
000000     EXIT.
000000*
000000 4100-AGE-REQUEST.
000000     IF NOT WS-QU-PENDING (WS-QU-IX)
000000         GO TO 4100-NEXT
000000     END-IF.
000000     MOVE ZERO           TO WS-AGE-DAYS.
000000     MOVE 1              TO WS-CAL-IX.
000000     PERFORM 4150-COUNT-BUS-DAY THRU 4150-EXIT
000000             UNTIL WS-CAL-IX > WS-CAL-COUNT.
000000     IF WS-AGE-DAYS >= WS-EXPIRY-DAYS
000000         MOVE "E"        TO WS-QU-STATUS (WS-QU-IX)
000000         MOVE SPACES     TO WS-QU-CHECKER-ID (WS-QU-IX)
000000         MOVE WS-MAINT-DATE TO WS-QU-STATUS-DATE (WS-QU-IX)
000000         ADD 1 TO WS-EXPIRED-COUNT
000000     END-IF.
000000 4100-NEXT.
000000     ADD 1 TO WS-QU-IX.
000000 4100-EXIT.
000000     EXIT.
000000*
000000 4150-COUNT-BUS-DAY.
000000     IF WS-CAL-BUS-DATE (WS-CAL-IX) > WS-QU-ENTRY-DATE (WS-QU-IX)
000000        AND WS-CAL-BUS-DATE (WS-CAL-IX) NOT > WS-MAINT-DATE
000000         ADD 1 TO WS-AGE-DAYS
000000     END-IF.
000000     ADD 1 TO WS-CAL-IX.
000000 4150-EXIT.
000000     EXIT.
000000*
000000* Every request still pending, and every one approved,
000000* rejected or expired today.
000000*
000000 5000-LIST-PENDING.
000000     MOVE "PENDING AND DECIDED TODAY" TO WS-SC-TEXT.
000000     PERFORM 7200-PRINT-SECTION THRU 7200-EXIT.
000000     MOVE 1              TO WS-QU-IX.
000000     PERFORM 5100-LIST-REQUEST THRU 5100-EXIT
000000             UNTIL WS-QU-IX > WS-QU-COUNT.
000000 5000-EXIT.
000000     EXIT.
000000*
000000 5100-LIST-REQUEST.
000000     MOVE WS-QU-IX       TO WS-QU-SLOT.
000000     IF WS-QU-PENDING (WS-QU-SLOT)
000000         ADD 1 TO WS-PENDING-COUNT
000000         MOVE "PENDING"  TO WS-IL-RESULT
000000     ELSE IF WS-QU-STATUS-DATE (WS-QU-SLOT) NOT = WS-MAINT-DATE
000000         GO TO 5100-NEXT
000000     ELSE IF WS-QU-APPROVED (WS-QU-SLOT)
000000         MOVE "APPROVED" TO WS-IL-RESULT
000000     ELSE IF WS-QU-FAILED (WS-QU-SLOT)
000000         MOVE "APPROVED, NOT APPLIED" TO WS-IL-RESULT
000000     ELSE IF WS-QU-REJECTED (WS-QU-SLOT)
000000         MOVE "REJECTED" TO WS-IL-RESULT
000000     ELSE
000000         MOVE "EXPIRED"  TO WS-IL-RESULT
000000     END-IF.
000000     MOVE WS-QU-CHECKER-ID (WS-QU-SLOT) TO WS-SHOW-CHECKER.
000000     PERFORM 7500-PRINT-ITEM THRU 7500-EXIT.
000000 5100-NEXT.
000000     ADD 1 TO WS-QU-IX.
000000 5100-EXIT.
000000     EXIT.
000000*
000000* Only pending requests and those decided today go back on the
000000* file: today's decisions stay so that a resubmitted run still
000000* knows what it held and applied, and anything decided on an
000000* earlier date is dropped - its history is on the audit trail
000000* and the day's maintenance report.  The highest request ID is
000000* kept whatever its status so the numbering carries on from it.
000000*
000000 6000-REWRITE-PENDING.
000000     OPEN OUTPUT KEEP-FILE.
000000     IF WS-K-STATUS NOT = "00"
000000         MOVE "OPEN"      TO WS-ERROR-OPERATION
000000         MOVE "KEEP-FILE" TO WS-ERROR-FILE-NAME
000000         MOVE WS-K-STATUS TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000     MOVE 1              TO WS-QU-IX.
000000     PERFORM 6100-WRITE-KEEP THRU 6100-EXIT
000000             UNTIL WS-QU-IX > WS-QU-COUNT.
000000     CLOSE KEEP-FILE.
000000     IF WS-K-STATUS NOT = "00"
000000         MOVE "CLOSE"     TO WS-ERROR-OPERATION
000000         MOVE "KEEP-FILE" TO WS-ERROR-FILE-NAME
000000         MOVE WS-K-STATUS TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000     OPEN OUTPUT PMNT-FILE.
000000     IF WS-Q-STATUS NOT = "00"
000000         MOVE "OPEN"      TO WS-ERROR-OPERATION
000000         MOVE "PMNT-FILE" TO WS-ERROR-FILE-NAME
000000         MOVE WS-Q-STATUS TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000     OPEN INPUT KEEP-FILE.
000000     IF WS-K-STATUS NOT = "00"
000000         MOVE "OPEN"      TO WS-ERROR-OPERATION
000000         MOVE "KEEP-FILE" TO WS-ERROR-FILE-NAME
000000         MOVE WS-K-STATUS TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000     PERFORM 6200-READ-KEEP THRU 6200-EXIT.
000000     PERFORM 6300-COPY-KEEP-REC THRU 6300-EXIT
000000             UNTIL WS-KEEP-AT-EOF.
000000     CLOSE PMNT-FILE.
000000     IF WS-Q-STATUS NOT = "00"
000000         MOVE "CLOSE"     TO WS-ERROR-OPERATION
000000         MOVE "PMNT-FILE" TO WS-ERROR-FILE-NAME
000000         MOVE WS-Q-STATUS TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000     CLOSE KEEP-FILE.
000000     IF WS-K-STATUS NOT = "00"
000000         MOVE "CLOSE"     TO WS-ERROR-OPERATION
000000         MOVE "KEEP-FILE" TO WS-ERROR-FILE-NAME
000000         MOVE WS-K-STATUS TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000 6000-EXIT.
000000     EXIT.
000000*
000000 6100-WRITE-KEEP.
000000     IF NOT WS-QU-PENDING (WS-QU-IX)
000000        AND WS-QU-STATUS-DATE (WS-QU-IX) < WS-MAINT-DATE
000000        AND WS-QU-ID (WS-QU-IX) NOT = WS-HIGH-REQ-ID
000000         ADD 1 TO WS-PURGED-COUNT
000000         GO TO 6100-NEXT
000000     END-IF.
000000     WRITE KEEP-REC FROM WS-QU-ENTRY (WS-QU-IX).
000000     IF WS-K-STATUS NOT = "00"
000000         MOVE "WRITE"     TO WS-ERROR-OPERATION
000000         MOVE "KEEP-FILE" TO WS-ERROR-FILE-NAME
000000         MOVE WS-K-STATUS TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000 6100-NEXT.
000000     ADD 1 TO WS-QU-IX.
000000 6100-EXIT.
000000     EXIT.
000000*
000000 6200-READ-KEEP.
000000     READ KEEP-FILE
000000         AT END
000000             SET WS-KEEP-AT-EOF TO TRUE
000000     END-READ.
000000 6200-EXIT.
000000     EXIT.
000000*
000000 6300-COPY-KEEP-REC.
000000     WRITE MNTQ-REC FROM KEEP-REC.
000000     IF WS-Q-STATUS NOT = "00"
000000         MOVE "WRITE"     TO WS-ERROR-OPERATION
000000         MOVE "PMNT-FILE" TO WS-ERROR-FILE-NAME
000000         MOVE WS-Q-STATUS TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000     PERFORM 6200-READ-KEEP THRU 6200-EXIT.
000000 6300-EXIT.
000000     EXIT.
000000*
000000 7000-NEW-PAGE.
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
000000 7000-EXIT.
000000     EXIT.
000000*
000000 7200-PRINT-SECTION.
000000     IF WS-LINE-COUNT >= WS-MAX-LINES
000000         PERFORM 7000-NEW-PAGE THRU 7000-EXIT
000000     END-IF.
000000     WRITE PRINT-REC FROM WS-SECTION-LINE
000000           AFTER ADVANCING 2 LINES.
000000     ADD 2 TO WS-LINE-COUNT.
000000 7200-EXIT.
000000     EXIT.
000000*
000000* Prints the held request in WS-QU-SLOT with the checker in
000000* WS-SHOW-CHECKER and the result the caller has set in
000000* WS-IL-RESULT.
000000*
000000 7500-PRINT-ITEM.
000000     IF WS-LINE-COUNT >= WS-MAX-LINES
000000         PERFORM 7000-NEW-PAGE THRU 7000-EXIT
000000     END-IF.
000000     MOVE WS-QU-ID (WS-QU-SLOT)         TO WS-IL-ID.
000000     MOVE WS-QU-ACC-NO (WS-QU-SLOT)     TO WS-IL-ACC-NO.
000000     MOVE WS-QU-ACTION (WS-QU-SLOT)     TO WS-IL-ACTION.
000000     MOVE WS-QU-ENTRY-DATE (WS-QU-SLOT) TO WS-IL-ENTRY-DATE.
000000     MOVE WS-QU-MAKER-ID (WS-QU-SLOT)   TO WS-IL-MAKER.
000000     MOVE WS-SHOW-CHECKER               TO WS-IL-CHECKER.
000000     WRITE PRINT-REC FROM WS-ITEM-LINE
000000           AFTER ADVANCING 1 LINE.
000000     ADD 1 TO WS-LINE-COUNT.
000000 7500-EXIT.
000000     EXIT.
000000*
000000* Prints the request in MAINT-REC that was applied or refused
000000* as entered, never held.
000000*
000000 7600-PRINT-REQUEST.
000000     IF WS-LINE-COUNT >= WS-MAX-LINES
000000         PERFORM 7000-NEW-PAGE THRU 7000-EXIT
000000     END-IF.
000000     MOVE SPACES         TO WS-IL-ID-X.
000000     IF MAINT-ACC-NO IS NUMERIC
000000         MOVE MAINT-ACC-NO TO WS-IL-ACC-NO
000000     ELSE
000000         MOVE SPACES     TO WS-IL-ACC-NO-X
000000     END-IF.
000000     MOVE MAINT-ACTION   TO WS-IL-ACTION.
000000     MOVE WS-MAINT-DATE  TO WS-IL-ENTRY-DATE.
000000     MOVE MAINT-MAKER-ID TO WS-IL-MAKER.
000000     MOVE SPACES         TO WS-IL-CHECKER.
000000     WRITE PRINT-REC FROM WS-ITEM-LINE
000000           AFTER ADVANCING 1 LINE.
000000     ADD 1 TO WS-LINE-COUNT.
000000 7600-EXIT.
000000     EXIT.
000000*
000000 8000-REPORT-TOTALS.
000000     MOVE "REQUESTS READ        :" TO WS-TL-LABEL.
000000     MOVE WS-READ-COUNT  TO WS-TL-COUNT.
000000     WRITE PRINT-REC FROM WS-TOTAL-LINE
000000           AFTER ADVANCING 2 LINES.
000000     MOVE "APPLIED AS ENTERED   :" TO WS-TL-LABEL.
000000     MOVE WS-DIRECT-COUNT TO WS-TL-COUNT.
000000     WRITE PRINT-REC FROM WS-TOTAL-LINE
000000           AFTER ADVANCING 1 LINE.
000000     MOVE "HELD FOR APPROVAL    :" TO WS-TL-LABEL.
000000     MOVE WS-HELD-COUNT  TO WS-TL-COUNT.
000000     WRITE PRINT-REC FROM WS-TOTAL-LINE
000000           AFTER ADVANCING 1 LINE.
000000     MOVE "ALREADY HELD         :" TO WS-TL-LABEL.
000000     MOVE WS-ALREADY-HELD-COUNT TO WS-TL-COUNT.
000000     WRITE PRINT-REC FROM WS-TOTAL-LINE
000000           AFTER ADVANCING 1 LINE.
000000     MOVE "REQUESTS REJECTED    :" TO WS-TL-LABEL.
000000     MOVE WS-ENTRY-REJECT-COUNT TO WS-TL-COUNT.
000000     WRITE PRINT-REC FROM WS-TOTAL-LINE
000000           AFTER ADVANCING 1 LINE.
000000     MOVE "DECISIONS READ       :" TO WS-TL-LABEL.
000000     MOVE WS-DECISION-COUNT TO WS-TL-COUNT.
000000     WRITE PRINT-REC FROM WS-TOTAL-LINE
000000           AFTER ADVANCING 2 LINES.
000000     MOVE "APPROVED AND APPLIED :" TO WS-TL-LABEL.
000000     MOVE WS-APPROVED-COUNT TO WS-TL-COUNT.
000000     WRITE PRINT-REC FROM WS-TOTAL-LINE
000000           AFTER ADVANCING 1 LINE.
000000     MOVE "APPROVED NOT APPLIED :" TO WS-TL-LABEL.
000000     MOVE WS-FAILED-COUNT TO WS-TL-COUNT.
000000     WRITE PRINT-REC FROM WS-TOTAL-LINE
000000           AFTER ADVANCING 1 LINE.
000000     MOVE "REJECTED BY CHECKER  :" TO WS-TL-LABEL.
000000     MOVE WS-REJECTED-COUNT TO WS-TL-COUNT.
000000     WRITE PRINT-REC FROM WS-TOTAL-LINE
000000           AFTER ADVANCING 1 LINE.
000000     MOVE "DECISIONS REFUSED    :" TO WS-TL-LABEL.
000000     MOVE WS-REFUSED-COUNT TO WS-TL-COUNT.
000000     WRITE PRINT-REC FROM WS-TOTAL-LINE
000000           AFTER ADVANCING 1 LINE.
000000     MOVE "EXPIRED              :" TO WS-TL-LABEL.
000000     MOVE WS-EXPIRED-COUNT TO WS-TL-COUNT.
000000     WRITE PRINT-REC FROM WS-TOTAL-LINE
000000           AFTER ADVANCING 2 LINES.
000000     MOVE "STILL PENDING        :" TO WS-TL-LABEL.
000000     MOVE WS-PENDING-COUNT TO WS-TL-COUNT.
000000     WRITE PRINT-REC FROM WS-TOTAL-LINE
000000           AFTER ADVANCING 1 LINE.
000000     MOVE "DECIDED, OFF THE FILE:" TO WS-TL-LABEL.
000000     MOVE WS-PURGED-COUNT TO WS-TL-COUNT.
000000     WRITE PRINT-REC FROM WS-TOTAL-LINE
000000           AFTER ADVANCING 1 LINE.
000000     DISPLAY "FXPN0007 - MAINTENANCE APPLIED  = ",
000000             WS-APPLIED-COUNT.
000000     DISPLAY "FXPN0007 - MAINTENANCE REJECTED = ",
000000             WS-ERROR-COUNT.
000000     DISPLAY "FXPN0007 - HELD FOR APPROVAL    = ",
000000             WS-HELD-COUNT.
000000     DISPLAY "FXPN0007 - STILL PENDING        = ",
000000             WS-PENDING-COUNT.
000000 8000-EXIT.
000000     EXIT.
000000*
000000 9000-TERMINATE.
000000     CLOSE PRINT-FILE.
000000     CLOSE A-FILE.
000000     IF WS-A-STATUS NOT = "00"
000000         MOVE "CLOSE"      TO WS-ERROR-OPERATION
