000000 IDENTIFICATION         DIVISION.
000000 PROGRAM-ID.            FXPN0032.
000000 AUTHOR.                dubenju@126.com.
000000 DATE-WRITTEN.          2026.10.15.
000000 DATE-COMPILED.
000000*
000000* FXPN0032 is the activity-monitoring step, run by FXPN0000
000000* once the posting has tied out.  It looks back over a
000000* rolling window of business days (MPRM-WINDOW-DAYS, counted
000000* on the CALREC calendar, the run date's own included) at the
000000* posted-detail file (FXPN0002d.txt, POSTREC) and the
000000* overdraft referral file (FXPN0002r.txt, REFERREC), and at
000000* the audit trail (FXPN0002u.txt, AUDITREC) for FROZEN
000000* accounts FXPN0007 has re-opened.  The thresholds are in the
000000* parameter record FXPN0032p.txt (see MPRMREC).  It flags:
000000*   L - a single posting, of any type, larger than the
000000*       large-value amount
000000*   V - an account whose debits in the window (D postings and
000000*       the paying leg of transfers) number more than the debit
000000*       count limit or total more than the debit total limit
000000*   D - an account FXPN0007 moved from FROZEN to open inside
000000*       the window and whose debits since total more than the
000000*       dormant limit
000000*   R - an account referred at least the referral limit number
000000*       of times in the window
000000* Every flag is a case on the case master (FXPN0032s.txt, see
000000* CASEREC).  A flag that matches an open case is reported as
000000* continuing, not new, so an account compliance is already
000000* looking at is not raised again every day it stays in the
000000* window; a flag that matches a case compliance closed is
000000* not raised at all while the close is inside the window (or,
000000* for one large posting, ever).  Compliance closes cases
000000* through the disposition file FXPN0032c.txt, one case ID and
000000* the action C per record, applied before the day's flags.
000000*
000000* The case report (FXPN0032.LST) lists the day's
000000* dispositions, every case flagged this run with its
000000* supporting postings and referrals (serial, source, date,
000000* type and amount) under it, and the open cases this run did
000000* not flag again.  The case master is rewritten through a
000000* keep file (the FXPN0027 pattern), less the closed cases
000000* that can no longer hold back a flag.
000000*
000000* A resubmitted run for the same date raises the same cases:
000000* a case opened on this date is reported as new again, and a
000000* disposition already applied on it is listed as such.  A
000000* referral cut twice by a posting resubmit is counted once.
000000* A missing calendar narrows the window to the run date (with
000000* a warning on the report); a missing audit trail means no
000000* dormant-account check; a missing posted-detail, referral,
000000* disposition or case file means none of that yet.  Accounts
000000* frozen before the start of the live audit trail (archived
000000* by FXPN0009) are not known to have been frozen.
000000*
000000* MODIFICATION HISTORY
000000* ----------------------------------------------------------
000000* 2026.10.15  DJ  Initial version.
000000* 2026.10.15  DJ  Closed cases whose close date, and for a large
000000*                 posting the posting date, have left the window
000000*                 are no longer written back to the case master,
000000*                 so it and the case table no longer grow without
000000*                 end. The highest case ID is always kept, and the
000000*                 report counts the cases dropped.
000000*
000000 ENVIRONMENT            DIVISION.
000000 CONFIGURATION          SECTION.
000000 SOURCE-COMPUTER.       HP.
000000 OBJECT-COMPUTER.       HP.
000000*
000000 INPUT-OUTPUT           SECTION.
000000 FILE-CONTROL.
000000     SELECT CASE-FILE   ASSIGN TO "FXPN0032s.txt"
000000                        ORGANIZATION IS SEQUENTIAL
000000                        FILE STATUS IS WS-S-STATUS.
000000     SELECT CDSP-FILE   ASSIGN TO "FXPN0032c.txt"
000000                        ORGANIZATION IS SEQUENTIAL
000000                        FILE STATUS IS WS-C-STATUS.
000000     SELECT MPRM-FILE   ASSIGN TO "FXPN0032p.txt"
000000                        ORGANIZATION IS SEQUENTIAL
000000                        FILE STATUS IS WS-MP-STATUS.
000000     SELECT POSTED-FILE ASSIGN TO "FXPN0002d.txt"
000000                        ORGANIZATION IS SEQUENTIAL
000000                        FILE STATUS IS WS-PD-STATUS.
000000     SELECT REFER-FILE  ASSIGN TO "FXPN0002r.txt"
000000                        ORGANIZATION IS SEQUENTIAL
000000                        FILE STATUS IS WS-REF-STATUS.
000000     SELECT AUDIT-FILE  ASSIGN TO "FXPN0002u.txt"
000000                        ORGANIZATION IS SEQUENTIAL
000000                        FILE STATUS IS WS-AUDIT-STATUS.
000000     SELECT CAL-FILE    ASSIGN TO "FXPN0000d.txt"
000000                        ORGANIZATION IS SEQUENTIAL
000000                        FILE STATUS IS WS-CAL-STATUS.
000000     SELECT KEEP-FILE   ASSIGN TO "FXPN0032k.txt"
000000                        ORGANIZATION IS SEQUENTIAL
000000                        FILE STATUS IS WS-K-STATUS.
000000     SELECT PRINT-FILE  ASSIGN TO "FXPN0032.LST"
000000                        ORGANIZATION IS LINE SEQUENTIAL.
000000     SELECT PARM-FILE   ASSIGN TO "FXPN0000p.txt"
000000                        ORGANIZATION IS SEQUENTIAL
000000                        FILE STATUS IS WS-P-STATUS.
000000*
000000 DATA                   DIVISION.
000000 FILE                   SECTION.
000000 FD  CASE-FILE.
000000     COPY CASEREC.
000000 FD  CDSP-FILE.
000000 01  CDSP-REC.
000000     05 CDSP-CASE-ID     PIC 9(07).
000000     05 CDSP-ACTION      PIC X(01).
000000 FD  MPRM-FILE.
000000     COPY MPRMREC.
000000 FD  POSTED-FILE.
000000     COPY POSTREC.
000000 FD  REFER-FILE.
000000     COPY REFERREC.
000000 FD  AUDIT-FILE.
000000     COPY AUDITREC.
000000 FD  CAL-FILE.
000000     COPY CALREC.
000000 FD  KEEP-FILE.
000000 01  KEEP-REC            PIC X(67).
000000 FD  PRINT-FILE.
000000 01  PRINT-REC           PIC X(80).
000000 FD  PARM-FILE.
000000     COPY PARMREC.
000000*
000000 WORKING-STORAGE        SECTION.
000000*
000000 01  A02                 PIC S9(3)V9(2).
000000*
000000 01  WS-S-STATUS         PIC X(02).
000000 01  WS-C-STATUS         PIC X(02).
000000 01  WS-MP-STATUS        PIC X(02).
000000 01  WS-PD-STATUS        PIC X(02).
000000 01  WS-REF-STATUS       PIC X(02).
000000 01  WS-AUDIT-STATUS     PIC X(02).
000000 01  WS-CAL-STATUS       PIC X(02).
000000 01  WS-K-STATUS         PIC X(02).
000000 01  WS-P-STATUS         PIC X(02).
000000*
000000 01  WS-ERROR-OPERATION  PIC X(10).
000000 01  WS-ERROR-FILE-NAME  PIC X(20).
000000 01  WS-ERROR-STATUS     PIC X(02).
000000*
000000 01  WS-CASE-EOF-SW      PIC X(01)   VALUE "N".
000000     88 WS-CASE-AT-EOF               VALUE "Y".
000000 01  WS-CDSP-EOF-SW      PIC X(01)   VALUE "N".
000000     88 WS-CDSP-AT-EOF               VALUE "Y".
000000 01  WS-PD-EOF-SW        PIC X(01)   VALUE "N".
000000     88 WS-PD-AT-EOF                 VALUE "Y".
000000 01  WS-REF-EOF-SW       PIC X(01)   VALUE "N".
000000     88 WS-REF-AT-EOF                VALUE "Y".
000000 01  WS-AUDIT-EOF-SW     PIC X(01)   VALUE "N".
000000     88 WS-AUDIT-AT-EOF              VALUE "Y".
000000 01  WS-CAL-EOF-SW       PIC X(01)   VALUE "N".
000000     88 WS-CAL-AT-EOF                VALUE "Y".
000000 01  WS-CAL-ABSENT-SW    PIC X(01)   VALUE "N".
000000     88 WS-CAL-ABSENT                VALUE "Y".
000000 01  WS-KEEP-EOF-SW      PIC X(01)   VALUE "N".
000000     88 WS-KEEP-AT-EOF               VALUE "Y".
000000 01  WS-CS-FOUND-SW      PIC X(01)   VALUE "N".
000000     88 WS-CS-FOUND                  VALUE "Y".
000000 01  WS-CS-SUPPRESS-SW   PIC X(01)   VALUE "N".
000000     88 WS-CS-SUPPRESSED             VALUE "Y".
000000 01  WS-FZ-FOUND-SW      PIC X(01)   VALUE "N".
000000     88 WS-FZ-FOUND                  VALUE "Y".
000000 01  WS-AC-FOUND-SW      PIC X(01)   VALUE "N".
000000     88 WS-AC-FOUND                  VALUE "Y".
000000 01  WS-SP-FOUND-SW      PIC X(01)   VALUE "N".
000000     88 WS-SP-FOUND                  VALUE "Y".
000000 01  WS-SP-WANTED-SW     PIC X(01)   VALUE "N".
000000     88 WS-SP-WANTED                 VALUE "Y".
000000 01  WS-SIZE-ERROR-SW    PIC X(01)   VALUE "N".
000000     88 WS-SIZE-ERROR                VALUE "Y".
000000*
000000 01  WS-RUN-DATE         PIC 9(08).
000000 01  WS-WINDOW-START     PIC 9(08).
000000 01  WS-WINDOW-FOUND     PIC 9(02)   COMP    VALUE ZERO.
000000 01  WS-HIGH-CASE-ID     PIC 9(07)   VALUE ZERO.
000000 01  WS-MAGNITUDE        PIC 9(3)V9(2).
000000*
000000 01  WS-WINDOW-DAYS      PIC 9(02).
000000 01  WS-LARGE-AMOUNT     PIC 9(3)V9(2).
000000 01  WS-DEBIT-COUNT-LIMIT PIC 9(03).
000000 01  WS-DEBIT-TOTAL-LIMIT PIC 9(5)V9(2).
000000 01  WS-DORMANT-LIMIT    PIC 9(5)V9(2).
000000 01  WS-REFER-LIMIT      PIC 9(02).
000000*
000000 01  WS-CDSP-READ-COUNT  PIC 9(07)   COMP    VALUE ZERO.
000000 01  WS-CLOSED-COUNT     PIC 9(07)   COMP    VALUE ZERO.
000000 01  WS-REFUSED-COUNT    PIC 9(07)   COMP    VALUE ZERO.
000000 01  WS-DROPPED-COUNT    PIC 9(07)   COMP    VALUE ZERO.
000000 01  WS-POSTED-COUNT     PIC 9(07)   COMP    VALUE ZERO.
000000 01  WS-REFERRED-COUNT   PIC 9(07)   COMP    VALUE ZERO.
000000 01  WS-UNFROZEN-COUNT   PIC 9(07)   COMP    VALUE ZERO.
000000 01  WS-NEW-COUNT        PIC 9(07)   COMP    VALUE ZERO.
000000 01  WS-CONTINUING-COUNT PIC 9(07)   COMP    VALUE ZERO.
000000 01  WS-SUPPRESSED-COUNT PIC 9(07)   COMP    VALUE ZERO.
000000 01  WS-CARRIED-COUNT    PIC 9(07)   COMP    VALUE ZERO.
000000*
000000* The flag being raised, built by 4100-FLAG-ACCOUNT and
000000* matched against the case table by 4500-RAISE-CASE.
000000*
000000 01  WS-FLAG-ITEM.
000000     05 WS-FL-ACC-NO         PIC S9(3)V9(2).
000000     05 WS-FL-TYPE           PIC X(01).
000000     05 WS-FL-REF-DATE       PIC 9(08).
000000     05 WS-FL-REF-SERIAL     PIC 9(07).
000000     05 WS-FL-COUNT          PIC 9(05).
000000     05 WS-FL-AMOUNT         PIC S9(7)V9(2).
000000*
000000* The case master, held whole: the day's flags and the
000000* dispositions are matched against it in any order and it is
000000* written back through the keep file at the end.  Each entry
000000* is laid out as CASEREC.
000000*
000000 01  WS-CS-MAX           PIC 9(04)   COMP    VALUE 5000.
000000 01  WS-CS-COUNT         PIC 9(04)   COMP    VALUE ZERO.
000000 01  WS-CS-IX            PIC 9(04)   COMP    VALUE ZERO.
000000 01  WS-CS-SLOT          PIC 9(04)   COMP    VALUE ZERO.
000000 01  WS-CASE-TABLE.
000000     05 WS-CS-ENTRY      OCCURS 5000 TIMES.
000000         10 WS-CS-ID             PIC 9(07).
000000         10 WS-CS-ACC-NO         PIC S9(3)V9(2).
000000         10 WS-CS-TYPE           PIC X(01).
000000         10 WS-CS-REF-DATE       PIC 9(08).
000000         10 WS-CS-REF-SERIAL     PIC 9(07).
000000         10 WS-CS-STATUS         PIC X(01).
000000             88 WS-CS-OPEN               VALUE "O".
000000             88 WS-CS-CLOSED             VALUE "C".
000000         10 WS-CS-OPENED-DATE    PIC 9(08).
000000         10 WS-CS-LAST-FLAG-DATE PIC 9(08).
000000         10 WS-CS-CLOSED-DATE    PIC 9(08).
000000         10 WS-CS-COUNT-EV       PIC 9(05).
000000         10 WS-CS-AMOUNT         PIC S9(7)V9(2).
000000*
000000* One entry per account with activity in the window: its
000000* debits, its debits since it was unfrozen, its referrals.
000000*
000000 01  WS-AC-MAX           PIC 9(04)   COMP    VALUE 2000.
000000 01  WS-AC-COUNT         PIC 9(04)   COMP    VALUE ZERO.
000000 01  WS-AC-IX            PIC 9(04)   COMP    VALUE ZERO.
000000 01  WS-AC-SLOT          PIC 9(04)   COMP    VALUE ZERO.
000000 01  WS-ACCT-TABLE.
000000     05 WS-AC-ENTRY      OCCURS 2000 TIMES.
000000         10 WS-AC-ACC-NO         PIC S9(3)V9(2).
000000         10 WS-AC-DEBIT-COUNT    PIC 9(05).
000000         10 WS-AC-DEBIT-TOTAL    PIC S9(7)V9(2).
000000         10 WS-AC-UNFROZEN-DATE  PIC 9(08).
000000         10 WS-AC-DORM-COUNT     PIC 9(05).
000000         10 WS-AC-DORM-TOTAL     PIC S9(7)V9(2).
000000         10 WS-AC-REFER-COUNT    PIC 9(05).
000000         10 WS-AC-REFER-TOTAL    PIC S9(7)V9(2).
000000*
000000* The supporting items - every debit and every large posting
000000* in the window, and every referral - printed under the cases
000000* they support.
000000*
000000 01  WS-SUPPORT-ITEM.
000000     05 WS-SI-ACC-NO         PIC S9(3)V9(2).
000000     05 WS-SI-KIND           PIC X(01).
000000     05 WS-SI-DATE           PIC 9(08).
000000     05 WS-SI-SERIAL         PIC 9(07).
000000     05 WS-SI-SOURCE         PIC X(04).
000000     05 WS-SI-TYPE           PIC X(01).
000000     05 WS-SI-AMOUNT         PIC S9(3)V9(2).
000000     05 WS-SI-DEBIT-SW       PIC X(01).
000000     05 WS-SI-LARGE-SW       PIC X(01).
000000*
000000 01  WS-SP-MAX           PIC 9(04)   COMP    VALUE 5000.
000000 01  WS-SP-COUNT         PIC 9(04)   COMP    VALUE ZERO.
000000 01  WS-SP-IX            PIC 9(04)   COMP    VALUE ZERO.
000000 01  WS-SP-JX            PIC 9(04)   COMP    VALUE ZERO.
000000 01  WS-SP-LARGE-SLOT    PIC 9(04)   COMP    VALUE ZERO.
000000 01  WS-SUPPORT-TABLE.
000000     05 WS-SP-ENTRY      OCCURS 5000 TIMES.
000000         10 WS-SP-ACC-NO         PIC S9(3)V9(2).
000000         10 WS-SP-KIND           PIC X(01).
000000             88 WS-SP-POSTED             VALUE "P".
000000             88 WS-SP-REFERRED           VALUE "R".
000000         10 WS-SP-DATE           PIC 9(08).
000000         10 WS-SP-SERIAL         PIC 9(07).
000000         10 WS-SP-SOURCE         PIC X(04).
000000         10 WS-SP-TYPE           PIC X(01).
000000         10 WS-SP-AMOUNT         PIC S9(3)V9(2).
000000         10 WS-SP-DEBIT-SW       PIC X(01).
000000             88 WS-SP-DEBIT              VALUE "Y".
000000         10 WS-SP-LARGE-SW       PIC X(01).
000000             88 WS-SP-LARGE              VALUE "Y".
000000*
000000* Accounts whose latest status on the audit trail is FROZEN.
000000*
000000 01  WS-FZ-MAX           PIC 9(04)   COMP    VALUE 1000.
000000 01  WS-FZ-COUNT         PIC 9(04)   COMP    VALUE ZERO.
000000 01  WS-FZ-IX            PIC 9(04)   COMP    VALUE ZERO.
000000 01  WS-FROZEN-TABLE.
000000     05 WS-FZ-ENTRY      OCCURS 1000 TIMES.
000000         10 WS-FZ-ACC-NO         PIC S9(3)V9(2).
000000         10 WS-FZ-FROZEN-SW      PIC X(01).
000000             88 WS-FZ-FROZEN             VALUE "Y".
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
000000     05 FILLER           PIC X(32)   VALUE
000000        "ACTIVITY MONITORING CASE REPORT".
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
000000 01  WS-WINDOW-LINE.
000000     05 FILLER           PIC X(09)   VALUE "WINDOW : ".
000000     05 WS-WL-START      PIC 9(08).
000000     05 FILLER           PIC X(04)   VALUE " TO ".
000000     05 WS-WL-END        PIC 9(08).
000000     05 FILLER           PIC X(03)   VALUE SPACES.
000000     05 WS-WL-DAYS       PIC Z9.
000000     05 FILLER           PIC X(14)   VALUE " BUSINESS DAYS".
000000*
000000 01  WS-LIMIT-LINE.
000000     05 FILLER           PIC X(06)   VALUE "LARGE ".
000000     05 WS-LL-LARGE      PIC ZZ9.99.
000000     05 FILLER           PIC X(09)   VALUE "  DEBITS ".
000000     05 WS-LL-COUNT      PIC ZZ9.
000000     05 FILLER           PIC X(03)   VALUE " / ".
000000     05 WS-LL-TOTAL      PIC ZZZZ9.99.
000000     05 FILLER           PIC X(10)   VALUE "  DORMANT ".
000000     05 WS-LL-DORMANT    PIC ZZZZ9.99.
000000     05 FILLER           PIC X(12)   VALUE "  REFERRALS ".
000000     05 WS-LL-REFER      PIC Z9.
000000*
000000 01  WS-WARNING-LINE.
000000     05 FILLER           PIC X(01)   VALUE SPACES.
000000     05 FILLER           PIC X(56)   VALUE
000000        "*** CALENDAR NOT ON FILE - WINDOW IS THE RUN DATE ***".
000000*
000000 01  WS-HEADER-LINE.
000000     05 FILLER           PIC X(01)   VALUE SPACES.
000000     05 FILLER           PIC X(09)   VALUE "CASE-ID".
000000     05 FILLER           PIC X(09)   VALUE "ACC-NO".
000000     05 FILLER           PIC X(22)   VALUE "FLAG".
000000     05 FILLER           PIC X(07)   VALUE "COUNT".
000000     05 FILLER           PIC X(15)   VALUE "       AMOUNT".
000000     05 FILLER           PIC X(17)   VALUE "STATUS".
000000*
000000 01  WS-SECTION-LINE.
000000     05 FILLER           PIC X(01)   VALUE SPACES.
000000     05 WS-SC-TEXT       PIC X(40).
000000*
000000 01  WS-CASE-LINE.
000000     05 FILLER           PIC X(01)   VALUE SPACES.
000000     05 WS-CL-ID         PIC 9(07).
000000     05 FILLER           PIC X(02)   VALUE SPACES.
000000     05 WS-CL-ACC-NO     PIC -ZZ9.99.
000000     05 WS-CL-ACC-NO-X   REDEFINES WS-CL-ACC-NO
000000                         PIC X(07).
000000     05 FILLER           PIC X(02)   VALUE SPACES.
000000     05 WS-CL-FLAG       PIC X(20).
000000     05 FILLER           PIC X(02)   VALUE SPACES.
000000     05 WS-CL-COUNT      PIC ZZZZ9.
000000     05 WS-CL-COUNT-X    REDEFINES WS-CL-COUNT
000000                         PIC X(05).
000000     05 FILLER           PIC X(02)   VALUE SPACES.
000000     05 WS-CL-AMOUNT     PIC -Z,ZZZ,ZZ9.99.
000000     05 WS-CL-AMOUNT-X   REDEFINES WS-CL-AMOUNT
000000                         PIC X(13).
000000     05 FILLER           PIC X(02)   VALUE SPACES.
000000     05 WS-CL-STATUS     PIC X(17).
000000     05 WS-CL-STATUS-R   REDEFINES WS-CL-STATUS.
000000         10 WS-CL-ST-LABEL   PIC X(09).
000000         10 WS-CL-ST-DATE    PIC 9(08).
000000*
000000 01  WS-SUPPORT-LINE.
000000     05 FILLER           PIC X(12)   VALUE SPACES.
000000     05 WS-SL-KIND       PIC X(09).
000000     05 FILLER           PIC X(01)   VALUE SPACES.
000000     05 WS-SL-DATE       PIC 9(08).
000000     05 FILLER           PIC X(02)   VALUE SPACES.
000000     05 WS-SL-SERIAL     PIC ZZZZZZZ.
000000     05 FILLER           PIC X(01)   VALUE SPACES.
000000     05 WS-SL-SOURCE     PIC X(04).
000000     05 FILLER           PIC X(02)   VALUE SPACES.
000000     05 WS-SL-TYPE       PIC X(01).
000000     05 FILLER           PIC X(02)   VALUE SPACES.
000000     05 WS-SL-AMOUNT     PIC -ZZ9.99.
000000     05 WS-SL-AMOUNT-X   REDEFINES WS-SL-AMOUNT
000000                         PIC X(07).
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
000000     PERFORM 2000-APPLY-DISPOSITIONS THRU 2000-EXIT.
000000     PERFORM 3000-SCAN-AUDIT THRU 3000-EXIT.
000000     PERFORM 3300-SCAN-POSTED THRU 3300-EXIT.
000000     PERFORM 3600-SCAN-REFERRALS THRU 3600-EXIT.
000000     PERFORM 4000-FLAG-ACCOUNTS THRU 4000-EXIT.
000000     PERFORM 5000-LIST-CARRIED-FORWARD THRU 5000-EXIT.
000000     PERFORM 6000-REWRITE-CASES THRU 6000-EXIT.
000000     PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
000000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
000000     GOBACK.
000000*
000000 1000-INITIALIZE.
000000     PERFORM 1050-READ-PARMS THRU 1050-EXIT.
000000     PERFORM 1080-READ-MONITOR-PARMS THRU 1080-EXIT.
000000     PERFORM 1100-LOAD-CALENDAR THRU 1100-EXIT.
000000     PERFORM 1180-SET-WINDOW THRU 1180-EXIT.
000000     PERFORM 1200-LOAD-CASES THRU 1200-EXIT.
000000     OPEN OUTPUT PRINT-FILE.
000000     PERFORM 7000-NEW-PAGE THRU 7000-EXIT.
000000     IF WS-CAL-ABSENT
000000         WRITE PRINT-REC FROM WS-WARNING-LINE
000000               AFTER ADVANCING 1 LINE
000000         ADD 1 TO WS-LINE-COUNT
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
000000             DISPLAY "FXPN0032 - PARM-FILE IS EMPTY"
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
000000         DISPLAY "FXPN0032 - INVALID PARAMETER RECORD"
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
000000 1080-READ-MONITOR-PARMS.
000000     OPEN INPUT MPRM-FILE.
000000     IF WS-MP-STATUS NOT = "00"
000000         MOVE "OPEN"      TO WS-ERROR-OPERATION
000000         MOVE "MPRM-FILE" TO WS-ERROR-FILE-NAME
000000         MOVE WS-MP-STATUS TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000     READ MPRM-FILE
000000         AT END
000000             DISPLAY "FXPN0032 - MPRM-FILE IS EMPTY"
000000             MOVE 16     TO RETURN-CODE
000000             GOBACK
000000     END-READ.
000000     IF MPRM-WINDOW-DAYS IS NOT NUMERIC
000000        OR MPRM-WINDOW-DAYS = ZERO
000000        OR MPRM-LARGE-AMOUNT IS NOT NUMERIC
000000        OR MPRM-LARGE-AMOUNT = ZERO
000000        OR MPRM-DEBIT-COUNT IS NOT NUMERIC
000000        OR MPRM-DEBIT-COUNT = ZERO
000000        OR MPRM-DEBIT-TOTAL IS NOT NUMERIC
000000        OR MPRM-DEBIT-TOTAL = ZERO
000000        OR MPRM-DORMANT-TOTAL IS NOT NUMERIC
000000        OR MPRM-REFER-COUNT IS NOT NUMERIC
000000        OR MPRM-REFER-COUNT < 2
000000         DISPLAY "FXPN0032 - INVALID MONITORING PARAMETER RECORD"
000000         MOVE 16         TO RETURN-CODE
000000         GOBACK
000000     END-IF.
000000     MOVE MPRM-WINDOW-DAYS   TO WS-WINDOW-DAYS.
000000     MOVE MPRM-LARGE-AMOUNT  TO WS-LARGE-AMOUNT.
000000     MOVE MPRM-DEBIT-COUNT   TO WS-DEBIT-COUNT-LIMIT.
000000     MOVE MPRM-DEBIT-TOTAL   TO WS-DEBIT-TOTAL-LIMIT.
000000     MOVE MPRM-DORMANT-TOTAL TO WS-DORMANT-LIMIT.
000000     MOVE MPRM-REFER-COUNT   TO WS-REFER-LIMIT.
000000     CLOSE MPRM-FILE.
000000     IF WS-MP-STATUS NOT = "00"
000000         MOVE "CLOSE"     TO WS-ERROR-OPERATION
000000         MOVE "MPRM-FILE" TO WS-ERROR-FILE-NAME
000000         MOVE WS-MP-STATUS TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000 1080-EXIT.
000000     EXIT.
000000*
000000* Only the business days are kept, in calendar order; the
000000* window is counted back over them from the run date.
000000*
000000 1100-LOAD-CALENDAR.
000000     OPEN INPUT CAL-FILE.
000000     IF WS-CAL-STATUS = "35"
000000         SET WS-CAL-ABSENT TO TRUE
000000         DISPLAY "FXPN0032 - WARNING: CALENDAR NOT ON FILE,",
000000                 " WINDOW IS THE RUN DATE ONLY"
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
000000             DISPLAY "FXPN0032 - MORE THAN ", WS-CAL-MAX,
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
000000* The window starts on the business day that is the window's
000000* length back from the run date, counting the run date's own
000000* business day; a calendar too short for the whole window
000000* starts it on the calendar's first business day.
000000*
000000 1180-SET-WINDOW.
000000     MOVE WS-RUN-DATE    TO WS-WINDOW-START.
000000     MOVE ZERO           TO WS-WINDOW-FOUND.
000000     IF WS-CAL-ABSENT
000000         GO TO 1180-EXIT
000000     END-IF.
000000     MOVE WS-CAL-COUNT   TO WS-CAL-IX.
000000     PERFORM 1190-COUNT-BACK THRU 1190-EXIT
000000             UNTIL WS-CAL-IX = ZERO
000000                OR WS-WINDOW-FOUND >= WS-WINDOW-DAYS.
000000 1180-EXIT.
000000     EXIT.
000000*
000000 1190-COUNT-BACK.
000000     IF WS-CAL-BUS-DATE (WS-CAL-IX) NOT > WS-RUN-DATE
000000         ADD 1 TO WS-WINDOW-FOUND
000000         MOVE WS-CAL-BUS-DATE (WS-CAL-IX) TO WS-WINDOW-START
000000     END-IF.
000000     SUBTRACT 1 FROM WS-CAL-IX.
000000 1190-EXIT.
000000     EXIT.
000000*
000000 1200-LOAD-CASES.
000000     OPEN INPUT CASE-FILE.
000000     IF WS-S-STATUS = "35"
000000         DISPLAY "FXPN0032 - CASE MASTER NOT ON FILE,",
000000                 " STARTING A NEW ONE"
000000         GO TO 1200-EXIT
000000     END-IF.
000000     IF WS-S-STATUS NOT = "00"
000000         MOVE "OPEN"      TO WS-ERROR-OPERATION
000000         MOVE "CASE-FILE" TO WS-ERROR-FILE-NAME
000000         MOVE WS-S-STATUS TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000     PERFORM 1250-READ-CASE THRU 1250-EXIT.
000000     PERFORM 1260-STORE-CASE THRU 1260-EXIT
000000             UNTIL WS-CASE-AT-EOF.
000000     CLOSE CASE-FILE.
000000     IF WS-S-STATUS NOT = "00"
000000         MOVE "CLOSE"     TO WS-ERROR-OPERATION
000000         MOVE "CASE-FILE" TO WS-ERROR-FILE-NAME
000000         MOVE WS-S-STATUS TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000 1200-EXIT.
000000     EXIT.
000000*
000000 1250-READ-CASE.
000000     READ CASE-FILE
000000         AT END
000000             SET WS-CASE-AT-EOF TO TRUE
000000     END-READ.
000000 1250-EXIT.
000000     EXIT.
000000*
000000 1260-STORE-CASE.
000000     IF WS-CS-COUNT >= WS-CS-MAX
000000         DISPLAY "FXPN0032 - MORE THAN ", WS-CS-MAX,
000000                 " CASES, CASE TABLE FULL"
000000         MOVE 16         TO RETURN-CODE
000000         GOBACK
000000     END-IF.
000000     ADD 1 TO WS-CS-COUNT.
000000     MOVE CASE-REC       TO WS-CS-ENTRY (WS-CS-COUNT).
000000     IF CASE-ID > WS-HIGH-CASE-ID
000000         MOVE CASE-ID    TO WS-HIGH-CASE-ID
000000     END-IF.
000000     PERFORM 1250-READ-CASE THRU 1250-EXIT.
000000 1260-EXIT.
000000     EXIT.
000000*
000000* Compliance's dispositions close cases before the day's flags
000000* are raised, so a case closed today is not reported again.
000000*
000000 2000-APPLY-DISPOSITIONS.
000000     OPEN INPUT CDSP-FILE.
000000     IF WS-C-STATUS = "35"
000000         DISPLAY "FXPN0032 - NO DISPOSITION FILE, NO CASES",
000000                 " CLOSED TODAY"
000000         GO TO 2000-EXIT
000000     END-IF.
000000     IF WS-C-STATUS NOT = "00"
000000         MOVE "OPEN"      TO WS-ERROR-OPERATION
000000         MOVE "CDSP-FILE" TO WS-ERROR-FILE-NAME
000000         MOVE WS-C-STATUS TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000     MOVE "CASE DISPOSITIONS"  TO WS-SC-TEXT.
000000     PERFORM 7200-PRINT-SECTION THRU 7200-EXIT.
000000     PERFORM 2100-READ-CDSP THRU 2100-EXIT.
000000     PERFORM 2200-APPLY-DISPOSITION THRU 2200-EXIT
000000             UNTIL WS-CDSP-AT-EOF.
000000     CLOSE CDSP-FILE.
000000     IF WS-C-STATUS NOT = "00"
000000         MOVE "CLOSE"     TO WS-ERROR-OPERATION
000000         MOVE "CDSP-FILE" TO WS-ERROR-FILE-NAME
000000         MOVE WS-C-STATUS TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000 2000-EXIT.
000000     EXIT.
000000*
000000 2100-READ-CDSP.
000000     READ CDSP-FILE
000000         AT END
000000             SET WS-CDSP-AT-EOF TO TRUE
000000     END-READ.
000000 2100-EXIT.
000000     EXIT.
000000*
000000* A close already made on this date is listed as already
000000* applied (a resubmitted run); a close of a case closed on an
000000* earlier date, of a case not on the master, or with an
000000* action other than C is refused.
000000*
000000 2200-APPLY-DISPOSITION.
000000     ADD 1 TO WS-CDSP-READ-COUNT.
000000     MOVE "N"            TO WS-CS-FOUND-SW.
000000     IF CDSP-CASE-ID IS NUMERIC
000000         MOVE 1          TO WS-CS-IX
000000         PERFORM 2250-SCAN-CASE-ID THRU 2250-EXIT
000000                 UNTIL WS-CS-IX > WS-CS-COUNT OR WS-CS-FOUND
000000     END-IF.
000000     IF NOT WS-CS-FOUND
000000         ADD 1 TO WS-REFUSED-COUNT
000000         PERFORM 2300-PRINT-UNKNOWN-CASE THRU 2300-EXIT
000000         GO TO 2200-NEXT
000000     END-IF.
000000     IF CDSP-ACTION NOT = "C"
000000         ADD 1 TO WS-REFUSED-COUNT
000000         MOVE "INVALID ACTION" TO WS-CL-STATUS
000000     ELSE IF WS-CS-OPEN (WS-CS-SLOT)
000000         SET WS-CS-CLOSED (WS-CS-SLOT) TO TRUE
000000         MOVE WS-RUN-DATE TO WS-CS-CLOSED-DATE (WS-CS-SLOT)
000000         ADD 1 TO WS-CLOSED-COUNT
000000         MOVE "CLOSED"   TO WS-CL-STATUS
000000     ELSE IF WS-CS-CLOSED-DATE (WS-CS-SLOT) = WS-RUN-DATE
000000         MOVE "ALREADY APPLIED" TO WS-CL-STATUS
000000     ELSE
000000         ADD 1 TO WS-REFUSED-COUNT
000000         MOVE "ALREADY CLOSED" TO WS-CL-STATUS
000000     END-IF.
000000     PERFORM 7500-PRINT-CASE THRU 7500-EXIT.
000000 2200-NEXT.
000000     PERFORM 2100-READ-CDSP THRU 2100-EXIT.
000000 2200-EXIT.
000000     EXIT.
000000*
000000 2250-SCAN-CASE-ID.
000000     IF WS-CS-ID (WS-CS-IX) = CDSP-CASE-ID
000000         SET WS-CS-FOUND TO TRUE
000000         MOVE WS-CS-IX   TO WS-CS-SLOT
000000     ELSE
000000         ADD 1 TO WS-CS-IX
000000     END-IF.
000000 2250-EXIT.
000000     EXIT.
000000*
000000 2300-PRINT-UNKNOWN-CASE.
000000     IF WS-LINE-COUNT >= WS-MAX-LINES
000000         PERFORM 7000-NEW-PAGE THRU 7000-EXIT
000000     END-IF.
000000     IF CDSP-CASE-ID IS NUMERIC
000000         MOVE CDSP-CASE-ID TO WS-CL-ID
000000     ELSE
000000         MOVE ZERO       TO WS-CL-ID
000000     END-IF.
000000     MOVE SPACES         TO WS-CL-ACC-NO-X.
000000     MOVE SPACES         TO WS-CL-FLAG.
000000     MOVE SPACES         TO WS-CL-COUNT-X.
000000     MOVE SPACES         TO WS-CL-AMOUNT-X.
000000     MOVE "CASE NOT ON FILE" TO WS-CL-STATUS.
000000     WRITE PRINT-REC FROM WS-CASE-LINE
000000           AFTER ADVANCING 1 LINE.
000000     ADD 1 TO WS-LINE-COUNT.
000000 2300-EXIT.
000000     EXIT.
000000*
000000* The trail is read in the order it was written.  Every A-FILE
000000* write leaves the account's status; an FXPN0007 write that
000000* takes a FROZEN account back to open inside the window
000000* starts the dormant-account watch on it from that date.
000000*
000000 3000-SCAN-AUDIT.
000000     OPEN INPUT AUDIT-FILE.
000000     IF WS-AUDIT-STATUS = "35"
000000         DISPLAY "FXPN0032 - WARNING: AUDIT TRAIL NOT ON FILE,",
000000                 " DORMANT ACCOUNTS NOT CHECKED"
000000         GO TO 3000-EXIT
000000     END-IF.
000000     IF WS-AUDIT-STATUS NOT = "00"
000000         MOVE "OPEN"      TO WS-ERROR-OPERATION
000000         MOVE "AUDIT-FILE" TO WS-ERROR-FILE-NAME
000000         MOVE WS-AUDIT-STATUS TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000     PERFORM 3100-READ-AUDIT THRU 3100-EXIT.
000000     PERFORM 3200-NOTE-AUDIT THRU 3200-EXIT
000000             UNTIL WS-AUDIT-AT-EOF.
000000     CLOSE AUDIT-FILE.
000000     IF WS-AUDIT-STATUS NOT = "00"
000000         MOVE "CLOSE"     TO WS-ERROR-OPERATION
000000         MOVE "AUDIT-FILE" TO WS-ERROR-FILE-NAME
000000         MOVE WS-AUDIT-STATUS TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000 3000-EXIT.
000000     EXIT.
000000*
000000 3100-READ-AUDIT.
000000     READ AUDIT-FILE
000000         AT END
000000             SET WS-AUDIT-AT-EOF TO TRUE
000000     END-READ.
000000 3100-EXIT.
000000     EXIT.
000000*
000000 3200-NOTE-AUDIT.
000000     IF NOT AUDIT-FOR-A
000000        OR NOT AUDIT-WRITTEN
000000        OR AUDIT-DATE > WS-RUN-DATE
000000         GO TO 3200-NEXT
000000     END-IF.
000000     MOVE "N"            TO WS-SIZE-ERROR-SW.
000000     COMPUTE A02 = AUDIT-ACC-NO
000000         ON SIZE ERROR
000000             SET WS-SIZE-ERROR TO TRUE
000000     END-COMPUTE.
000000     IF WS-SIZE-ERROR
000000         GO TO 3200-NEXT
000000     END-IF.
000000     MOVE "N"            TO WS-FZ-FOUND-SW.
000000     MOVE 1              TO WS-FZ-IX.
000000     PERFORM 3250-SCAN-FROZEN THRU 3250-EXIT
000000             UNTIL WS-FZ-IX > WS-FZ-COUNT OR WS-FZ-FOUND.
000000     IF AUDIT-STATUS = "F"
000000         IF NOT WS-FZ-FOUND
000000             IF WS-FZ-COUNT >= WS-FZ-MAX
000000                 DISPLAY "FXPN0032 - MORE THAN ", WS-FZ-MAX,
000000                         " FROZEN ACCOUNTS, FROZEN TABLE FULL"
000000                 MOVE 16 TO RETURN-CODE
000000                 GOBACK
000000             END-IF
000000             ADD 1 TO WS-FZ-COUNT
000000             MOVE WS-FZ-COUNT TO WS-FZ-IX
000000             MOVE A02    TO WS-FZ-ACC-NO (WS-FZ-IX)
000000         END-IF
000000         SET WS-FZ-FROZEN (WS-FZ-IX) TO TRUE
000000         GO TO 3200-NEXT
000000     END-IF.
000000     IF NOT WS-FZ-FOUND
000000         GO TO 3200-NEXT
000000     END-IF.
000000     IF NOT WS-FZ-FROZEN (WS-FZ-IX)
000000         GO TO 3200-NEXT
000000     END-IF.
000000     MOVE "N"            TO WS-FZ-FROZEN-SW (WS-FZ-IX).
000000     IF AUDIT-PROGRAM-ID = "FXPN0007"
000000        AND AUDIT-STATUS = "O"
000000        AND AUDIT-DATE NOT < WS-WINDOW-START
000000         PERFORM 3800-FIND-ACCOUNT THRU 3800-EXIT
000000         MOVE AUDIT-DATE TO WS-AC-UNFROZEN-DATE (WS-AC-SLOT)
000000         ADD 1 TO WS-UNFROZEN-COUNT
000000     END-IF.
000000 3200-NEXT.
000000     PERFORM 3100-READ-AUDIT THRU 3100-EXIT.
000000 3200-EXIT.
000000     EXIT.
000000*
000000 3250-SCAN-FROZEN.
000000     IF WS-FZ-ACC-NO (WS-FZ-IX) = A02
000000         SET WS-FZ-FOUND TO TRUE
000000     ELSE
000000         ADD 1 TO WS-FZ-IX
000000     END-IF.
000000 3250-EXIT.
000000     EXIT.
000000*
000000 3300-SCAN-POSTED.
000000     OPEN INPUT POSTED-FILE.
000000     IF WS-PD-STATUS = "35"
000000         DISPLAY "FXPN0032 - NO POSTED-DETAIL FILE, NOTHING",
000000                 " POSTED YET"
000000         GO TO 3300-EXIT
000000     END-IF.
000000     IF WS-PD-STATUS NOT = "00"
000000         MOVE "OPEN"      TO WS-ERROR-OPERATION
000000         MOVE "POSTED-FILE" TO WS-ERROR-FILE-NAME
000000         MOVE WS-PD-STATUS TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000     PERFORM 3350-READ-POSTED THRU 3350-EXIT.
000000     PERFORM 3400-NOTE-POSTING THRU 3400-EXIT
000000             UNTIL WS-PD-AT-EOF.
000000     CLOSE POSTED-FILE.
000000     IF WS-PD-STATUS NOT = "00"
000000         MOVE "CLOSE"     TO WS-ERROR-OPERATION
000000         MOVE "POSTED-FILE" TO WS-ERROR-FILE-NAME
000000         MOVE WS-PD-STATUS TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000 3300-EXIT.
000000     EXIT.
000000*
000000 3350-READ-POSTED.
000000     READ POSTED-FILE
000000         AT END
000000             SET WS-PD-AT-EOF TO TRUE
000000     END-READ.
000000 3350-EXIT.
000000     EXIT.
000000*
000000* A debit is a D posting or the paying leg of a transfer; the
000000* amounts are taken unsigned.  Only debits and large postings
000000* are kept.
000000*
000000 3400-NOTE-POSTING.
000000     IF POST-RUN-DATE < WS-WINDOW-START
000000        OR POST-RUN-DATE > WS-RUN-DATE
000000         GO TO 3400-NEXT
000000     END-IF.
000000     ADD 1 TO WS-POSTED-COUNT.
000000     IF POST-AMOUNT < ZERO
000000         COMPUTE WS-MAGNITUDE = ZERO - POST-AMOUNT
000000     ELSE
000000         MOVE POST-AMOUNT TO WS-MAGNITUDE
000000     END-IF.
000000     MOVE "N"            TO WS-SI-DEBIT-SW.
000000     MOVE "N"            TO WS-SI-LARGE-SW.
000000     IF POST-TYPE = "D"
000000        OR (POST-TYPE = "T" AND POST-XFER-FROM)
000000         MOVE "Y"        TO WS-SI-DEBIT-SW
000000     END-IF.
000000     IF WS-MAGNITUDE > WS-LARGE-AMOUNT
000000         MOVE "Y"        TO WS-SI-LARGE-SW
000000     END-IF.
000000     IF WS-SI-DEBIT-SW = "N" AND WS-SI-LARGE-SW = "N"
000000         GO TO 3400-NEXT
000000     END-IF.
000000     MOVE POST-ACC-NO    TO A02.
000000     PERFORM 3800-FIND-ACCOUNT THRU 3800-EXIT.
000000     IF WS-SI-DEBIT-SW = "Y"
000000         ADD 1 TO WS-AC-DEBIT-COUNT (WS-AC-SLOT)
000000         ADD WS-MAGNITUDE TO WS-AC-DEBIT-TOTAL (WS-AC-SLOT)
000000             ON SIZE ERROR
000000                 DISPLAY "FXPN0032 - SIZE ERROR ON DEBIT TOTAL"
000000         END-ADD
000000         IF WS-AC-UNFROZEN-DATE (WS-AC-SLOT) NOT = ZERO
000000            AND POST-RUN-DATE NOT <
000000                WS-AC-UNFROZEN-DATE (WS-AC-SLOT)
000000             ADD 1 TO WS-AC-DORM-COUNT (WS-AC-SLOT)
000000             ADD WS-MAGNITUDE TO WS-AC-DORM-TOTAL (WS-AC-SLOT)
000000                 ON SIZE ERROR
000000                     DISPLAY "FXPN0032 - SIZE ERROR ON DORMANT",
000000                             " TOTAL"
000000             END-ADD
000000         END-IF
000000     END-IF.
000000     MOVE POST-ACC-NO    TO WS-SI-ACC-NO.
000000     MOVE "P"            TO WS-SI-KIND.
000000     MOVE POST-RUN-DATE  TO WS-SI-DATE.
000000     MOVE POST-SERIAL    TO WS-SI-SERIAL.
000000     MOVE POST-SOURCE    TO WS-SI-SOURCE.
000000     MOVE POST-TYPE      TO WS-SI-TYPE.
000000     MOVE POST-AMOUNT    TO WS-SI-AMOUNT.
000000     PERFORM 3900-ADD-SUPPORT THRU 3900-EXIT.
000000 3400-NEXT.
000000     PERFORM 3350-READ-POSTED THRU 3350-EXIT.
000000 3400-EXIT.
000000     EXIT.
000000*
000000 3600-SCAN-REFERRALS.
000000     OPEN INPUT REFER-FILE.
000000     IF WS-REF-STATUS = "35"
000000         DISPLAY "FXPN0032 - NO REFERRAL FILE, NOTHING",
000000                 " REFERRED YET"
000000         GO TO 3600-EXIT
000000     END-IF.
000000     IF WS-REF-STATUS NOT = "00"
000000         MOVE "OPEN"      TO WS-ERROR-OPERATION
000000         MOVE "REFER-FILE" TO WS-ERROR-FILE-NAME
000000         MOVE WS-REF-STATUS TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000     PERFORM 3650-READ-REFER THRU 3650-EXIT.
000000     PERFORM 3700-NOTE-REFERRAL THRU 3700-EXIT
000000             UNTIL WS-REF-AT-EOF.
000000     CLOSE REFER-FILE.
000000     IF WS-REF-STATUS NOT = "00"
000000         MOVE "CLOSE"     TO WS-ERROR-OPERATION
000000         MOVE "REFER-FILE" TO WS-ERROR-FILE-NAME
000000         MOVE WS-REF-STATUS TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000 3600-EXIT.
000000     EXIT.
000000*
000000 3650-READ-REFER.
000000     READ REFER-FILE
000000         AT END
000000             SET WS-REF-AT-EOF TO TRUE
000000     END-READ.
000000 3650-EXIT.
000000     EXIT.
000000*
000000* A referral cut twice by a posting resubmit - the same
000000* account, date, serial and source - is counted once.
000000*
000000 3700-NOTE-REFERRAL.
000000     IF REF-RUN-DATE < WS-WINDOW-START
000000        OR REF-RUN-DATE > WS-RUN-DATE
000000         GO TO 3700-NEXT
000000     END-IF.
000000     MOVE REF-ACC-NO     TO WS-SI-ACC-NO.
000000     MOVE "R"            TO WS-SI-KIND.
000000     MOVE REF-RUN-DATE   TO WS-SI-DATE.
000000     MOVE REF-SERIAL     TO WS-SI-SERIAL.
000000     MOVE REF-SOURCE     TO WS-SI-SOURCE.
000000     MOVE REF-TRANS-TYPE TO WS-SI-TYPE.
000000     MOVE REF-AMOUNT     TO WS-SI-AMOUNT.
000000     MOVE "N"            TO WS-SI-DEBIT-SW.
000000     MOVE "N"            TO WS-SI-LARGE-SW.
000000     MOVE "N"            TO WS-SP-FOUND-SW.
000000     MOVE 1              TO WS-SP-IX.
000000     PERFORM 3750-SCAN-REFERRAL THRU 3750-EXIT
000000             UNTIL WS-SP-IX > WS-SP-COUNT OR WS-SP-FOUND.
000000     IF WS-SP-FOUND
000000         GO TO 3700-NEXT
000000     END-IF.
000000     ADD 1 TO WS-REFERRED-COUNT.
000000     IF REF-AMOUNT < ZERO
000000         COMPUTE WS-MAGNITUDE = ZERO - REF-AMOUNT
000000     ELSE
000000         MOVE REF-AMOUNT TO WS-MAGNITUDE
000000     END-IF.
000000     MOVE REF-ACC-NO     TO A02.
000000     PERFORM 3800-FIND-ACCOUNT THRU 3800-EXIT.
000000     ADD 1 TO WS-AC-REFER-COUNT (WS-AC-SLOT).
000000     ADD WS-MAGNITUDE TO WS-AC-REFER-TOTAL (WS-AC-SLOT)
000000         ON SIZE ERROR
000000             DISPLAY "FXPN0032 - SIZE ERROR ON REFERRAL TOTAL"
000000     END-ADD.
000000     PERFORM 3900-ADD-SUPPORT THRU 3900-EXIT.
000000 3700-NEXT.
000000     PERFORM 3650-READ-REFER THRU 3650-EXIT.
000000 3700-EXIT.
000000     EXIT.
000000*
000000 3750-SCAN-REFERRAL.
000000     IF WS-SP-REFERRED (WS-SP-IX)
000000        AND WS-SP-ACC-NO (WS-SP-IX) = WS-SI-ACC-NO
000000        AND WS-SP-DATE (WS-SP-IX) = WS-SI-DATE
000000        AND WS-SP-SERIAL (WS-SP-IX) = WS-SI-SERIAL
000000        AND WS-SP-SOURCE (WS-SP-IX) = WS-SI-SOURCE
000000         SET WS-SP-FOUND TO TRUE
000000     ELSE
000000         ADD 1 TO WS-SP-IX
000000     END-IF.
000000 3750-EXIT.
000000     EXIT.
000000*
000000* Finds the account in A02 on the account table, adding it
000000* with nothing counted if it is not there yet.
000000*
000000 3800-FIND-ACCOUNT.
000000     MOVE "N"            TO WS-AC-FOUND-SW.
000000     MOVE 1              TO WS-AC-IX.
000000     PERFORM 3850-SCAN-ACCOUNT THRU 3850-EXIT
000000             UNTIL WS-AC-IX > WS-AC-COUNT OR WS-AC-FOUND.
000000     IF WS-AC-FOUND
000000         MOVE WS-AC-IX   TO WS-AC-SLOT
000000         GO TO 3800-EXIT
000000     END-IF.
000000     IF WS-AC-COUNT >= WS-AC-MAX
000000         DISPLAY "FXPN0032 - MORE THAN ", WS-AC-MAX,
000000                 " ACCOUNTS ACTIVE IN WINDOW, ACCOUNT TABLE FULL"
000000         MOVE 16         TO RETURN-CODE
000000         GOBACK
000000     END-IF.
000000     ADD 1 TO WS-AC-COUNT.
000000     MOVE WS-AC-COUNT    TO WS-AC-SLOT.
000000     MOVE A02            TO WS-AC-ACC-NO (WS-AC-SLOT).
000000     MOVE ZERO           TO WS-AC-DEBIT-COUNT (WS-AC-SLOT).
000000     MOVE ZERO           TO WS-AC-DEBIT-TOTAL (WS-AC-SLOT).
000000     MOVE ZERO           TO WS-AC-UNFROZEN-DATE (WS-AC-SLOT).
000000     MOVE ZERO           TO WS-AC-DORM-COUNT (WS-AC-SLOT).
000000     MOVE ZERO           TO WS-AC-DORM-TOTAL (WS-AC-SLOT).
000000     MOVE ZERO           TO WS-AC-REFER-COUNT (WS-AC-SLOT).
000000     MOVE ZERO           TO WS-AC-REFER-TOTAL (WS-AC-SLOT).
000000 3800-EXIT.
000000     EXIT.
000000*
000000 3850-SCAN-ACCOUNT.
000000     IF WS-AC-ACC-NO (WS-AC-IX) = A02
000000         SET WS-AC-FOUND TO TRUE
000000     ELSE
000000         ADD 1 TO WS-AC-IX
000000     END-IF.
000000 3850-EXIT.
000000     EXIT.
000000*
000000 3900-ADD-SUPPORT.
000000     IF WS-SP-COUNT >= WS-SP-MAX
000000         DISPLAY "FXPN0032 - MORE THAN ", WS-SP-MAX,
000000                 " ITEMS IN WINDOW, SUPPORT TABLE FULL"
000000         MOVE 16         TO RETURN-CODE
000000         GOBACK
000000     END-IF.
000000     ADD 1 TO WS-SP-COUNT.
000000     MOVE WS-SUPPORT-ITEM TO WS-SP-ENTRY (WS-SP-COUNT).
000000 3900-EXIT.
000000     EXIT.
000000*
000000 4000-FLAG-ACCOUNTS.
000000     MOVE "CASES FLAGGED THIS RUN" TO WS-SC-TEXT.
000000     PERFORM 7200-PRINT-SECTION THRU 7200-EXIT.
000000     MOVE 1              TO WS-AC-IX.
000000     PERFORM 4100-FLAG-ACCOUNT THRU 4100-EXIT
000000             UNTIL WS-AC-IX > WS-AC-COUNT.
000000 4000-EXIT.
000000     EXIT.
000000*
000000 4100-FLAG-ACCOUNT.
000000     MOVE WS-AC-ACC-NO (WS-AC-IX) TO WS-FL-ACC-NO.
000000     MOVE 1              TO WS-SP-IX.
000000     PERFORM 4200-CHECK-LARGE THRU 4200-EXIT
000000             UNTIL WS-SP-IX > WS-SP-COUNT.
000000     MOVE ZERO           TO WS-FL-REF-DATE.
000000     MOVE ZERO           TO WS-FL-REF-SERIAL.
000000     IF WS-AC-DEBIT-COUNT (WS-AC-IX) > WS-DEBIT-COUNT-LIMIT
000000        OR WS-AC-DEBIT-TOTAL (WS-AC-IX) > WS-DEBIT-TOTAL-LIMIT
000000         MOVE "V"        TO WS-FL-TYPE
000000         MOVE WS-AC-DEBIT-COUNT (WS-AC-IX) TO WS-FL-COUNT
000000         MOVE WS-AC-DEBIT-TOTAL (WS-AC-IX) TO WS-FL-AMOUNT
000000         PERFORM 4500-RAISE-CASE THRU 4500-EXIT
000000     END-IF.
000000     IF WS-AC-UNFROZEN-DATE (WS-AC-IX) NOT = ZERO
000000        AND WS-AC-DORM-COUNT (WS-AC-IX) > ZERO
000000        AND WS-AC-DORM-TOTAL (WS-AC-IX) > WS-DORMANT-LIMIT
000000         MOVE "D"        TO WS-FL-TYPE
000000         MOVE WS-AC-DORM-COUNT (WS-AC-IX) TO WS-FL-COUNT
000000         MOVE WS-AC-DORM-TOTAL (WS-AC-IX) TO WS-FL-AMOUNT
000000         PERFORM 4500-RAISE-CASE THRU 4500-EXIT
000000     END-IF.
000000     IF WS-AC-REFER-COUNT (WS-AC-IX) NOT < WS-REFER-LIMIT
000000         MOVE "R"        TO WS-FL-TYPE
000000         MOVE WS-AC-REFER-COUNT (WS-AC-IX) TO WS-FL-COUNT
000000         MOVE WS-AC-REFER-TOTAL (WS-AC-IX) TO WS-FL-AMOUNT
000000         PERFORM 4500-RAISE-CASE THRU 4500-EXIT
000000     END-IF.
000000     ADD 1 TO WS-AC-IX.
000000 4100-EXIT.
000000     EXIT.
000000*
000000 4200-CHECK-LARGE.
000000     IF WS-SP-ACC-NO (WS-SP-IX) = WS-FL-ACC-NO
000000        AND WS-SP-LARGE (WS-SP-IX)
000000         MOVE "L"        TO WS-FL-TYPE
000000         MOVE WS-SP-DATE (WS-SP-IX)   TO WS-FL-REF-DATE
000000         MOVE WS-SP-SERIAL (WS-SP-IX) TO WS-FL-REF-SERIAL
000000         MOVE 1          TO WS-FL-COUNT
000000         MOVE WS-SP-AMOUNT (WS-SP-IX) TO WS-FL-AMOUNT
000000         MOVE WS-SP-IX   TO WS-SP-LARGE-SLOT
000000         PERFORM 4500-RAISE-CASE THRU 4500-EXIT
000000     END-IF.
000000     ADD 1 TO WS-SP-IX.
000000 4200-EXIT.
000000     EXIT.
000000*
000000* A flag matching an open case continues it; one matching a
000000* case closed inside the window (any closed case, for a large
000000* posting) is not raised; anything else opens a new case.  A
000000* case opened on this date is reported as new on every run
000000* of the date.
000000*
000000 4500-RAISE-CASE.
000000     MOVE "N"            TO WS-CS-FOUND-SW.
000000     MOVE "N"            TO WS-CS-SUPPRESS-SW.
000000     MOVE 1              TO WS-CS-IX.
000000     PERFORM 4550-SCAN-CASE THRU 4550-EXIT
000000             UNTIL WS-CS-IX > WS-CS-COUNT OR WS-CS-FOUND.
000000     IF NOT WS-CS-FOUND
000000        AND WS-CS-SUPPRESSED
000000         ADD 1 TO WS-SUPPRESSED-COUNT
000000         GO TO 4500-EXIT
000000     END-IF.
000000     IF NOT WS-CS-FOUND
000000         IF WS-CS-COUNT >= WS-CS-MAX
000000             DISPLAY "FXPN0032 - MORE THAN ", WS-CS-MAX,
000000                     " CASES, CASE TABLE FULL"
000000             MOVE 16     TO RETURN-CODE
000000             GOBACK
000000         END-IF
000000         ADD 1 TO WS-CS-COUNT
000000         MOVE WS-CS-COUNT TO WS-CS-SLOT
000000         ADD 1 TO WS-HIGH-CASE-ID
000000         MOVE WS-HIGH-CASE-ID  TO WS-CS-ID (WS-CS-SLOT)
000000         MOVE WS-FL-ACC-NO     TO WS-CS-ACC-NO (WS-CS-SLOT)
000000         MOVE WS-FL-TYPE       TO WS-CS-TYPE (WS-CS-SLOT)
000000         MOVE WS-FL-REF-DATE   TO WS-CS-REF-DATE (WS-CS-SLOT)
000000         MOVE WS-FL-REF-SERIAL TO WS-CS-REF-SERIAL (WS-CS-SLOT)
000000         MOVE "O"              TO WS-CS-STATUS (WS-CS-SLOT)
000000         MOVE WS-RUN-DATE      TO WS-CS-OPENED-DATE (WS-CS-SLOT)
000000         MOVE ZERO             TO WS-CS-CLOSED-DATE (WS-CS-SLOT)
000000     END-IF.
000000     MOVE WS-RUN-DATE    TO WS-CS-LAST-FLAG-DATE (WS-CS-SLOT).
000000     MOVE WS-FL-COUNT    TO WS-CS-COUNT-EV (WS-CS-SLOT).
000000     MOVE WS-FL-AMOUNT   TO WS-CS-AMOUNT (WS-CS-SLOT).
000000     IF WS-CS-OPENED-DATE (WS-CS-SLOT) = WS-RUN-DATE
000000         ADD 1 TO WS-NEW-COUNT
000000         MOVE "NEW"      TO WS-CL-STATUS
000000     ELSE
000000         ADD 1 TO WS-CONTINUING-COUNT
000000         MOVE "CONTINUING" TO WS-CL-STATUS
000000     END-IF.
000000     PERFORM 7500-PRINT-CASE THRU 7500-EXIT.
000000     PERFORM 4700-PRINT-SUPPORT THRU 4700-EXIT.
000000 4500-EXIT.
000000     EXIT.
000000*
000000 4550-SCAN-CASE.
000000     IF WS-CS-ACC-NO (WS-CS-IX) = WS-FL-ACC-NO
000000        AND WS-CS-TYPE (WS-CS-IX) = WS-FL-TYPE
000000        AND WS-CS-REF-DATE (WS-CS-IX) = WS-FL-REF-DATE
000000        AND WS-CS-REF-SERIAL (WS-CS-IX) = WS-FL-REF-SERIAL
000000         IF WS-CS-OPEN (WS-CS-IX)
000000             SET WS-CS-FOUND TO TRUE
000000             MOVE WS-CS-IX TO WS-CS-SLOT
000000         END-IF
000000         IF WS-CS-CLOSED (WS-CS-IX) AND WS-FL-TYPE = "L"
000000             SET WS-CS-SUPPRESSED TO TRUE
000000         END-IF
000000         IF WS-CS-CLOSED (WS-CS-IX)
000000            AND WS-CS-CLOSED-DATE (WS-CS-IX) NOT < WS-WINDOW-START
000000             SET WS-CS-SUPPRESSED TO TRUE
000000         END-IF
000000     END-IF.
000000     ADD 1 TO WS-CS-IX.
000000 4550-EXIT.
000000     EXIT.
000000*
000000* The evidence under a case: the large posting itself, the
000000* window's debits, the unfreeze and the debits since, or the
000000* window's referrals.
000000*
000000 4700-PRINT-SUPPORT.
000000     IF WS-FL-TYPE = "D"
000000         MOVE "UNFROZEN" TO WS-SL-KIND
000000         MOVE WS-AC-UNFROZEN-DATE (WS-AC-IX) TO WS-SL-DATE
000000         MOVE ZERO       TO WS-SL-SERIAL
000000         MOVE "MNT"      TO WS-SL-SOURCE
000000         MOVE SPACES     TO WS-SL-TYPE
000000         MOVE SPACES     TO WS-SL-AMOUNT-X
000000         PERFORM 4900-WRITE-SUPPORT-LINE THRU 4900-EXIT
000000     END-IF.
000000     MOVE 1              TO WS-SP-JX.
000000     PERFORM 4750-CHECK-SUPPORT THRU 4750-EXIT
000000             UNTIL WS-SP-JX > WS-SP-COUNT.
000000 4700-EXIT.
000000     EXIT.
000000*
000000 4750-CHECK-SUPPORT.
000000     MOVE "N"            TO WS-SP-WANTED-SW.
000000     IF WS-SP-ACC-NO (WS-SP-JX) NOT = WS-FL-ACC-NO
000000         GO TO 4750-NEXT
000000     END-IF.
000000     IF WS-FL-TYPE = "L"
000000         IF WS-SP-JX = WS-SP-LARGE-SLOT
000000             SET WS-SP-WANTED TO TRUE
000000         END-IF
000000     ELSE IF WS-FL-TYPE = "V"
000000         IF WS-SP-DEBIT (WS-SP-JX)
000000             SET WS-SP-WANTED TO TRUE
000000         END-IF
000000     ELSE IF WS-FL-TYPE = "D"
000000         IF WS-SP-DEBIT (WS-SP-JX)
000000            AND WS-SP-DATE (WS-SP-JX) NOT <
000000                WS-AC-UNFROZEN-DATE (WS-AC-IX)
000000             SET WS-SP-WANTED TO TRUE
000000         END-IF
000000     ELSE
000000         IF WS-SP-REFERRED (WS-SP-JX)
000000             SET WS-SP-WANTED TO TRUE
000000         END-IF
000000     END-IF.
000000     IF WS-SP-WANTED
000000         IF WS-SP-POSTED (WS-SP-JX)
000000             MOVE "POSTED"   TO WS-SL-KIND
000000         ELSE
000000             MOVE "REFERRED" TO WS-SL-KIND
000000         END-IF
000000         MOVE WS-SP-DATE (WS-SP-JX)   TO WS-SL-DATE
000000         MOVE WS-SP-SERIAL (WS-SP-JX) TO WS-SL-SERIAL
000000         MOVE WS-SP-SOURCE (WS-SP-JX) TO WS-SL-SOURCE
000000         MOVE WS-SP-TYPE (WS-SP-JX)   TO WS-SL-TYPE
000000         MOVE WS-SP-AMOUNT (WS-SP-JX) TO WS-SL-AMOUNT
000000         PERFORM 4900-WRITE-SUPPORT-LINE THRU 4900-EXIT
000000     END-IF.
000000 4750-NEXT.
000000     ADD 1 TO WS-SP-JX.
000000 4750-EXIT.
000000     EXIT.
000000*
000000 4900-WRITE-SUPPORT-LINE.
000000     IF WS-LINE-COUNT >= WS-MAX-LINES
000000         PERFORM 7000-NEW-PAGE THRU 7000-EXIT
000000     END-IF.
000000     WRITE PRINT-REC FROM WS-SUPPORT-LINE
000000           AFTER ADVANCING 1 LINE.
000000     ADD 1 TO WS-LINE-COUNT.
000000 4900-EXIT.
000000     EXIT.
000000*
000000* Open cases the day's activity did not flag again stay open
000000* until compliance closes them; they are listed with the date
000000* they were last flagged.
000000*
000000 5000-LIST-CARRIED-FORWARD.
000000     MOVE "OPEN CASES NOT FLAGGED THIS RUN" TO WS-SC-TEXT.
000000     PERFORM 7200-PRINT-SECTION THRU 7200-EXIT.
000000     MOVE 1              TO WS-CS-IX.
000000     PERFORM 5100-CHECK-CARRIED THRU 5100-EXIT
000000             UNTIL WS-CS-IX > WS-CS-COUNT.
000000 5000-EXIT.
000000     EXIT.
000000*
000000 5100-CHECK-CARRIED.
000000     IF WS-CS-OPEN (WS-CS-IX)
000000        AND WS-CS-LAST-FLAG-DATE (WS-CS-IX) < WS-RUN-DATE
000000         ADD 1 TO WS-CARRIED-COUNT
000000         MOVE WS-CS-IX   TO WS-CS-SLOT
000000         MOVE "LAST FLAG" TO WS-CL-ST-LABEL
000000         MOVE WS-CS-LAST-FLAG-DATE (WS-CS-IX) TO WS-CL-ST-DATE
000000         PERFORM 7500-PRINT-CASE THRU 7500-EXIT
000000     END-IF.
000000     ADD 1 TO WS-CS-IX.
000000 5100-EXIT.
000000     EXIT.
000000*
000000* A closed case goes back on the master only while it can
000000* still keep a flag from being raised: its close date, and for
000000* a large posting the posting's date, inside the window.  An
000000* account-level case carries a zero CASE-REF-DATE, so the one
000000* test covers every type.  The case with the highest ID is
000000* kept whatever its state so case numbering carries on from
000000* it.  The day's report is the history of a dropped case.
000000*
000000 6000-REWRITE-CASES.
000000     OPEN OUTPUT KEEP-FILE.
000000     IF WS-K-STATUS NOT = "00"
000000         MOVE "OPEN"      TO WS-ERROR-OPERATION
000000         MOVE "KEEP-FILE" TO WS-ERROR-FILE-NAME
000000         MOVE WS-K-STATUS TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000     MOVE 1              TO WS-CS-IX.
000000     PERFORM 6100-WRITE-KEEP THRU 6100-EXIT
000000             UNTIL WS-CS-IX > WS-CS-COUNT.
000000     CLOSE KEEP-FILE.
000000     IF WS-K-STATUS NOT = "00"
000000         MOVE "CLOSE"     TO WS-ERROR-OPERATION
000000         MOVE "KEEP-FILE" TO WS-ERROR-FILE-NAME
000000         MOVE WS-K-STATUS TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000     OPEN OUTPUT CASE-FILE.
000000     IF WS-S-STATUS NOT = "00"
000000         MOVE "OPEN"      TO WS-ERROR-OPERATION
000000         MOVE "CASE-FILE" TO WS-ERROR-FILE-NAME
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
000000     PERFORM 6200-READ-KEEP THRU 6200-EXIT.
000000     PERFORM 6300-COPY-KEEP-REC THRU 6300-EXIT
000000             UNTIL WS-KEEP-AT-EOF.
000000     CLOSE CASE-FILE.
000000     IF WS-S-STATUS NOT = "00"
000000         MOVE "CLOSE"     TO WS-ERROR-OPERATION
000000         MOVE "CASE-FILE" TO WS-ERROR-FILE-NAME
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
000000 6000-EXIT.
000000     EXIT.
000000*
000000 6100-WRITE-KEEP.
000000     IF WS-CS-CLOSED (WS-CS-IX)
000000        AND WS-CS-CLOSED-DATE (WS-CS-IX) < WS-WINDOW-START
000000        AND WS-CS-REF-DATE (WS-CS-IX) < WS-WINDOW-START
000000        AND WS-CS-ID (WS-CS-IX) NOT = WS-HIGH-CASE-ID
000000         ADD 1 TO WS-DROPPED-COUNT
000000         GO TO 6100-NEXT
000000     END-IF.
000000     WRITE KEEP-REC FROM WS-CS-ENTRY (WS-CS-IX).
000000     IF WS-K-STATUS NOT = "00"
000000         MOVE "WRITE"     TO WS-ERROR-OPERATION
000000         MOVE "KEEP-FILE" TO WS-ERROR-FILE-NAME
000000         MOVE WS-K-STATUS TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000 6100-NEXT.
000000     ADD 1 TO WS-CS-IX.
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
000000     WRITE CASE-REC FROM KEEP-REC.
000000     IF WS-S-STATUS NOT = "00"
000000         MOVE "WRITE"     TO WS-ERROR-OPERATION
000000         MOVE "CASE-FILE" TO WS-ERROR-FILE-NAME
000000         MOVE WS-S-STATUS TO WS-ERROR-STATUS
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
000000     MOVE WS-WINDOW-START TO WS-WL-START.
000000     MOVE WS-RUN-DATE    TO WS-WL-END.
000000     MOVE WS-WINDOW-FOUND TO WS-WL-DAYS.
000000     MOVE WS-LARGE-AMOUNT TO WS-LL-LARGE.
000000     MOVE WS-DEBIT-COUNT-LIMIT TO WS-LL-COUNT.
000000     MOVE WS-DEBIT-TOTAL-LIMIT TO WS-LL-TOTAL.
000000     MOVE WS-DORMANT-LIMIT TO WS-LL-DORMANT.
000000     MOVE WS-REFER-LIMIT TO WS-LL-REFER.
000000     IF WS-PAGE-COUNT = 1
000000         WRITE PRINT-REC FROM WS-TITLE-LINE
000000               AFTER ADVANCING 1 LINE
000000     ELSE
000000         WRITE PRINT-REC FROM WS-TITLE-LINE
000000               AFTER ADVANCING PAGE
000000     END-IF.
000000     WRITE PRINT-REC FROM WS-DATE-LINE
000000           AFTER ADVANCING 1 LINE.
000000     WRITE PRINT-REC FROM WS-WINDOW-LINE
000000           AFTER ADVANCING 1 LINE.
000000     WRITE PRINT-REC FROM WS-LIMIT-LINE
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
000000* Prints the case in WS-CS-SLOT with the status the caller
000000* has set in WS-CL-STATUS.
000000*
000000 7500-PRINT-CASE.
000000     IF WS-LINE-COUNT >= WS-MAX-LINES
000000         PERFORM 7000-NEW-PAGE THRU 7000-EXIT
000000     END-IF.
000000     MOVE WS-CS-ID (WS-CS-SLOT)     TO WS-CL-ID.
000000     MOVE WS-CS-ACC-NO (WS-CS-SLOT) TO WS-CL-ACC-NO.
000000     IF WS-CS-TYPE (WS-CS-SLOT) = "L"
000000         MOVE "LARGE-VALUE POSTING" TO WS-CL-FLAG
000000     ELSE IF WS-CS-TYPE (WS-CS-SLOT) = "V"
000000         MOVE "DEBIT VELOCITY"     TO WS-CL-FLAG
000000     ELSE IF WS-CS-TYPE (WS-CS-SLOT) = "D"
000000         MOVE "DORMANT THEN ACTIVE" TO WS-CL-FLAG
000000     ELSE
000000         MOVE "REPEATED REFERRALS" TO WS-CL-FLAG
000000     END-IF.
000000     MOVE WS-CS-COUNT-EV (WS-CS-SLOT) TO WS-CL-COUNT.
000000     MOVE WS-CS-AMOUNT (WS-CS-SLOT)   TO WS-CL-AMOUNT.
000000     WRITE PRINT-REC FROM WS-CASE-LINE
000000           AFTER ADVANCING 1 LINE.
000000     ADD 1 TO WS-LINE-COUNT.
000000 7500-EXIT.
000000     EXIT.
000000*
000000 8000-WRITE-TOTALS.
000000     MOVE "POSTINGS IN WINDOW   :" TO WS-TL-LABEL.
000000     MOVE WS-POSTED-COUNT TO WS-TL-COUNT.
000000     WRITE PRINT-REC FROM WS-TOTAL-LINE
000000           AFTER ADVANCING 2 LINES.
000000     MOVE "REFERRALS IN WINDOW  :" TO WS-TL-LABEL.
000000     MOVE WS-REFERRED-COUNT TO WS-TL-COUNT.
000000     WRITE PRINT-REC FROM WS-TOTAL-LINE
000000           AFTER ADVANCING 1 LINE.
000000     MOVE "UNFROZEN IN WINDOW   :" TO WS-TL-LABEL.
000000     MOVE WS-UNFROZEN-COUNT TO WS-TL-COUNT.
000000     WRITE PRINT-REC FROM WS-TOTAL-LINE
000000           AFTER ADVANCING 1 LINE.
000000     MOVE "NEW CASES            :" TO WS-TL-LABEL.
000000     MOVE WS-NEW-COUNT   TO WS-TL-COUNT.
000000     WRITE PRINT-REC FROM WS-TOTAL-LINE
000000           AFTER ADVANCING 2 LINES.
000000     MOVE "CONTINUING CASES     :" TO WS-TL-LABEL.
000000     MOVE WS-CONTINUING-COUNT TO WS-TL-COUNT.
000000     WRITE PRINT-REC FROM WS-TOTAL-LINE
000000           AFTER ADVANCING 1 LINE.
000000     MOVE "NOT RAISED, CLOSED   :" TO WS-TL-LABEL.
000000     MOVE WS-SUPPRESSED-COUNT TO WS-TL-COUNT.
000000     WRITE PRINT-REC FROM WS-TOTAL-LINE
000000           AFTER ADVANCING 1 LINE.
000000     MOVE "OPEN, NOT FLAGGED    :" TO WS-TL-LABEL.
000000     MOVE WS-CARRIED-COUNT TO WS-TL-COUNT.
000000     WRITE PRINT-REC FROM WS-TOTAL-LINE
000000           AFTER ADVANCING 1 LINE.
000000     MOVE "DISPOSITIONS READ    :" TO WS-TL-LABEL.
000000     MOVE WS-CDSP-READ-COUNT TO WS-TL-COUNT.
000000     WRITE PRINT-REC FROM WS-TOTAL-LINE
000000           AFTER ADVANCING 2 LINES.
000000     MOVE "CASES CLOSED         :" TO WS-TL-LABEL.
000000     MOVE WS-CLOSED-COUNT TO WS-TL-COUNT.
000000     WRITE PRINT-REC FROM WS-TOTAL-LINE
000000           AFTER ADVANCING 1 LINE.
000000     MOVE "DISPOSITIONS REFUSED :" TO WS-TL-LABEL.
000000     MOVE WS-REFUSED-COUNT TO WS-TL-COUNT.
000000     WRITE PRINT-REC FROM WS-TOTAL-LINE
000000           AFTER ADVANCING 1 LINE.
000000     MOVE "CASES DROPPED        :" TO WS-TL-LABEL.
000000     MOVE WS-DROPPED-COUNT TO WS-TL-COUNT.
000000     WRITE PRINT-REC FROM WS-TOTAL-LINE
000000           AFTER ADVANCING 1 LINE.
000000     DISPLAY "FXPN0032 - NEW CASES           = ",
000000             WS-NEW-COUNT.
000000     DISPLAY "FXPN0032 - CONTINUING CASES    = ",
000000             WS-CONTINUING-COUNT.
000000     DISPLAY "FXPN0032 - OPEN, NOT FLAGGED   = ",
000000             WS-CARRIED-COUNT.
000000     DISPLAY "FXPN0032 - CASES CLOSED        = ",
000000             WS-CLOSED-COUNT.
000000 8000-EXIT.
000000     EXIT.
000000*
000000 9000-TERMINATE.
000000     CLOSE PRINT-FILE.
000000 9000-EXIT.
000000     EXIT.
000000*
000000 9900-FILE-ERROR.
000000     DISPLAY "FXPN0032 - FILE I/O ERROR".
000000     DISPLAY "OPERATION : ", WS-ERROR-OPERATION.
000000     DISPLAY "FILE      : ", WS-ERROR-FILE-NAME.
000000     DISPLAY "STATUS    : ", WS-ERROR-STATUS.
000000     MOVE 16             TO RETURN-CODE.
000000     GOBACK.
000000*
