000000 IDENTIFICATION         DIVISION.
000000 PROGRAM-ID.            FXPN0033.
000000 AUTHOR.                dubenju@126.com.
000000 DATE-WRITTEN.          2026.10.15.
000000 DATE-COMPILED.
000000*
000000* FXPN0033 is the customer maintenance step.  It keeps the
000000* customer master (see CUSTREC) and the customer link file
000000* (see CLNKREC) that relates each customer to the A-FILE
000000* accounts it holds, and applies the customer maintenance
000000* file (FXPN0033m.txt) to them in the order it was keyed:
000000*   A - add a customer: customer ID, name, first address line
000000*       and risk grade (A to E) required, the rest optional
000000*   C - change a customer: every field keyed replaces the one
000000*       on file, a blank field leaves it as it is
000000*   L - link an account to a customer as its primary (P) or
000000*       joint (J) holder; the customer must be on file, the
000000*       account on A-FILE and not closed, and an account may
000000*       have only one active primary holder.  A link ended
000000*       earlier is made active again.
000000*   U - unlink: end an active link (status E)
000000* Both files are indexed, so the maintenance is applied
000000* straight to them, the way FXPN0029 applies the holds
000000* maintenance.
000000*
000000* A resubmitted run for the same business date does no harm:
000000* a customer already added on this date under the same name,
000000* a change that finds every keyed field already on file after
000000* a change made on this date, a link already made on this date
000000* in the same role and a link already ended on this date are
000000* listed as already applied rather than refused.
000000*
000000* The register (FXPN0033.LST) lists every maintenance item
000000* with what became of it, and counts the customers and active
000000* links on file.  A missing maintenance file means no customer
000000* maintenance today; a missing customer master or link file
000000* is created empty on the first run.
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
000000     SELECT CUST-FILE   ASSIGN TO "FXPN0033c.txt"
000000                        ORGANIZATION IS INDEXED
000000                        ACCESS MODE IS DYNAMIC
000000                        RECORD KEY IS CUST-ID
000000                        FILE STATUS IS WS-C-STATUS.
000000     SELECT CLNK-FILE   ASSIGN TO "FXPN0033l.txt"
000000                        ORGANIZATION IS INDEXED
000000                        ACCESS MODE IS DYNAMIC
000000                        RECORD KEY IS CLNK-KEY
000000                        FILE STATUS IS WS-L-STATUS.
000000     SELECT CMNT-FILE   ASSIGN TO "FXPN0033m.txt"
000000                        ORGANIZATION IS SEQUENTIAL
000000                        FILE STATUS IS WS-M-STATUS.
000000     SELECT A-FILE      ASSIGN TO "FXPN0002a.txt"
000000                        ORGANIZATION IS INDEXED
000000                        ACCESS MODE IS DYNAMIC
000000                        RECORD KEY IS ACC-NO OF A-REC
000000                        FILE STATUS IS WS-A-STATUS.
000000     SELECT PRINT-FILE  ASSIGN TO "FXPN0033.LST"
000000                        ORGANIZATION IS LINE SEQUENTIAL.
000000     SELECT PARM-FILE   ASSIGN TO "FXPN0000p.txt"
000000                        ORGANIZATION IS SEQUENTIAL
000000                        FILE STATUS IS WS-P-STATUS.
000000*
000000 DATA                   DIVISION.
000000 FILE                   SECTION.
000000 FD  CUST-FILE.
000000     COPY CUSTREC.
000000 FD  CLNK-FILE.
000000     COPY CLNKREC.
000000 FD  CMNT-FILE.
000000 01  CMNT-REC.
000000     05 CMNT-ACTION      PIC X(01).
000000         88 CMNT-ADD                 VALUE "A".
000000         88 CMNT-CHANGE              VALUE "C".
000000         88 CMNT-LINK                VALUE "L".
000000         88 CMNT-UNLINK              VALUE "U".
000000     05 CMNT-CUST-ID     PIC 9(07).
000000     05 CMNT-CUST-ID-X   REDEFINES CMNT-CUST-ID
000000                         PIC X(07).
000000     05 CMNT-ACC-NO      PIC S9(3)V9(2).
000000     05 CMNT-ACC-NO-X    REDEFINES CMNT-ACC-NO
000000                         PIC X(05).
000000     05 CMNT-ROLE        PIC X(01).
000000         88 CMNT-ROLE-VALID          VALUE "P" "J".
000000     05 CMNT-NAME        PIC X(40).
000000     05 CMNT-ADDR-LINE-1 PIC X(30).
000000     05 CMNT-ADDR-LINE-2 PIC X(30).
000000     05 CMNT-POST-CODE   PIC X(10).
000000     05 CMNT-PHONE       PIC X(15).
000000     05 CMNT-EMAIL       PIC X(40).
000000     05 CMNT-RISK-GRADE  PIC X(01).
000000         88 CMNT-GRADE-VALID         VALUE "A" THRU "E".
000000 FD  A-FILE.
000000     COPY AFILEREC.
000000 FD  PRINT-FILE.
000000 01  PRINT-REC           PIC X(80).
000000 FD  PARM-FILE.
000000     COPY PARMREC.
000000*
000000 WORKING-STORAGE        SECTION.
000000*
000000 01  WS-C-STATUS         PIC X(02).
000000 01  WS-L-STATUS         PIC X(02).
000000 01  WS-M-STATUS         PIC X(02).
000000 01  WS-A-STATUS         PIC X(02).
000000 01  WS-P-STATUS         PIC X(02).
000000*
000000 01  WS-ERROR-OPERATION  PIC X(10).
000000 01  WS-ERROR-FILE-NAME  PIC X(20).
000000 01  WS-ERROR-STATUS     PIC X(02).
000000*
000000 01  WS-CUST-EOF-SW      PIC X(01)   VALUE "N".
000000     88 WS-CUST-AT-EOF               VALUE "Y".
000000 01  WS-LINK-EOF-SW      PIC X(01)   VALUE "N".
000000     88 WS-LINK-AT-EOF               VALUE "Y".
000000 01  WS-CMNT-EOF-SW      PIC X(01)   VALUE "N".
000000     88 WS-CMNT-AT-EOF               VALUE "Y".
000000 01  WS-CMNT-ABSENT-SW   PIC X(01)   VALUE "N".
000000     88 WS-CMNT-ABSENT               VALUE "Y".
000000 01  WS-A-FOUND-SW       PIC X(01)   VALUE "N".
000000     88 WS-A-NOT-FOUND               VALUE "Y".
000000 01  WS-C-FOUND-SW       PIC X(01)   VALUE "N".
000000     88 WS-C-NOT-FOUND               VALUE "Y".
000000 01  WS-L-FOUND-SW       PIC X(01)   VALUE "N".
000000     88 WS-L-NOT-FOUND               VALUE "Y".
000000 01  WS-PRIMARY-SW       PIC X(01)   VALUE "N".
000000     88 WS-PRIMARY-FOUND             VALUE "Y".
000000 01  WS-CHANGED-SW       PIC X(01)   VALUE "N".
000000     88 WS-CHANGED                   VALUE "Y".
000000*
000000 01  WS-RUN-DATE         PIC 9(08).
000000 01  WS-REFUSE-REASON    PIC X(22).
000000 01  WS-PRINT-NAME       PIC X(40).
000000*
000000 01  WS-CMNT-READ-COUNT  PIC 9(07)   COMP    VALUE ZERO.
000000 01  WS-ADDED-COUNT      PIC 9(07)   COMP    VALUE ZERO.
000000 01  WS-CHANGED-COUNT    PIC 9(07)   COMP    VALUE ZERO.
000000 01  WS-LINKED-COUNT     PIC 9(07)   COMP    VALUE ZERO.
000000 01  WS-UNLINKED-COUNT   PIC 9(07)   COMP    VALUE ZERO.
000000 01  WS-REFUSED-COUNT    PIC 9(07)   COMP    VALUE ZERO.
000000 01  WS-REPEATED-COUNT   PIC 9(07)   COMP    VALUE ZERO.
000000 01  WS-CUST-COUNT       PIC 9(07)   COMP    VALUE ZERO.
000000 01  WS-ACTIVE-COUNT     PIC 9(07)   COMP    VALUE ZERO.
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
000000        "CUSTOMER MAINTENANCE REGISTER".
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
000000     05 FILLER           PIC X(09)   VALUE "CUST-ID".
000000     05 FILLER           PIC X(09)   VALUE "ACC-NO".
000000     05 FILLER           PIC X(03)   VALUE "R".
000000     05 FILLER           PIC X(26)   VALUE "NAME".
000000     05 FILLER           PIC X(22)   VALUE "RESULT".
000000*
000000 01  WS-DETAIL-LINE.
000000     05 FILLER           PIC X(01)   VALUE SPACES.
000000     05 WS-DT-ACTION     PIC X(01).
000000     05 FILLER           PIC X(02)   VALUE SPACES.
000000     05 WS-DT-CUST-ID    PIC X(07).
000000     05 FILLER           PIC X(02)   VALUE SPACES.
000000     05 WS-DT-ACC-NO     PIC -ZZ9.99.
000000     05 WS-DT-ACC-NO-X   REDEFINES WS-DT-ACC-NO
000000                         PIC X(07).
000000     05 FILLER           PIC X(02)   VALUE SPACES.
000000     05 WS-DT-ROLE       PIC X(01).
000000     05 FILLER           PIC X(02)   VALUE SPACES.
000000     05 WS-DT-NAME       PIC X(24).
000000     05 FILLER           PIC X(02)   VALUE SPACES.
000000     05 WS-DT-RESULT     PIC X(22).
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
000000     IF NOT WS-CMNT-ABSENT
000000         PERFORM 2000-APPLY-MAINT THRU 2000-EXIT
000000                 UNTIL WS-CMNT-AT-EOF
000000     END-IF.
000000     PERFORM 5000-COUNT-FILES THRU 5000-EXIT.
000000     PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
000000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
000000     GOBACK.
000000*
000000 1000-INITIALIZE.
000000     PERFORM 1050-READ-PARMS THRU 1050-EXIT.
000000     PERFORM 1100-OPEN-CUST-FILE THRU 1100-EXIT.
000000     PERFORM 1150-OPEN-CLNK-FILE THRU 1150-EXIT.
000000     OPEN INPUT A-FILE.
000000     IF WS-A-STATUS NOT = "00"
000000         MOVE "OPEN"      TO WS-ERROR-OPERATION
000000         MOVE "A-FILE"    TO WS-ERROR-FILE-NAME
000000         MOVE WS-A-STATUS TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000     OPEN INPUT CMNT-FILE.
000000     IF WS-M-STATUS = "35"
000000         SET WS-CMNT-ABSENT TO TRUE
000000         DISPLAY "FXPN0033 - NO MAINTENANCE FILE, NO CUSTOMER",
000000                 " MAINTENANCE TODAY"
000000     ELSE IF WS-M-STATUS NOT = "00"
000000         MOVE "OPEN"      TO WS-ERROR-OPERATION
000000         MOVE "CMNT-FILE" TO WS-ERROR-FILE-NAME
000000         MOVE WS-M-STATUS TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000     OPEN OUTPUT PRINT-FILE.
000000     PERFORM 3500-NEW-PAGE THRU 3500-EXIT.
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
000000             DISPLAY "FXPN0033 - PARM-FILE IS EMPTY"
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
000000         DISPLAY "FXPN0033 - INVALID PARAMETER RECORD"
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
000000 1100-OPEN-CUST-FILE.
000000     OPEN I-O CUST-FILE.
000000     IF WS-C-STATUS = "35"
000000         OPEN OUTPUT CUST-FILE
000000         IF WS-C-STATUS NOT = "00"
000000             MOVE "OPEN"   TO WS-ERROR-OPERATION
000000             MOVE "CUST-FILE" TO WS-ERROR-FILE-NAME
000000             MOVE WS-C-STATUS TO WS-ERROR-STATUS
000000             PERFORM 9900-FILE-ERROR
000000         END-IF
000000         CLOSE CUST-FILE
000000         IF WS-C-STATUS NOT = "00"
000000             MOVE "CLOSE" TO WS-ERROR-OPERATION
000000             MOVE "CUST-FILE" TO WS-ERROR-FILE-NAME
000000             MOVE WS-C-STATUS TO WS-ERROR-STATUS
000000             PERFORM 9900-FILE-ERROR
000000         END-IF
000000         OPEN I-O CUST-FILE
000000     END-IF.
000000     IF WS-C-STATUS NOT = "00"
000000         MOVE "OPEN"      TO WS-ERROR-OPERATION
000000         MOVE "CUST-FILE" TO WS-ERROR-FILE-NAME
000000         MOVE WS-C-STATUS TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000 1100-EXIT.
000000     EXIT.
000000*
000000 1150-OPEN-CLNK-FILE.
000000     OPEN I-O CLNK-FILE.
000000     IF WS-L-STATUS = "35"
000000         OPEN OUTPUT CLNK-FILE
000000         IF WS-L-STATUS NOT = "00"
000000             MOVE "OPEN"   TO WS-ERROR-OPERATION
000000             MOVE "CLNK-FILE" TO WS-ERROR-FILE-NAME
000000             MOVE WS-L-STATUS TO WS-ERROR-STATUS
000000             PERFORM 9900-FILE-ERROR
000000         END-IF
000000         CLOSE CLNK-FILE
000000         IF WS-L-STATUS NOT = "00"
000000             MOVE "CLOSE" TO WS-ERROR-OPERATION
000000             MOVE "CLNK-FILE" TO WS-ERROR-FILE-NAME
000000             MOVE WS-L-STATUS TO WS-ERROR-STATUS
000000             PERFORM 9900-FILE-ERROR
000000         END-IF
000000         OPEN I-O CLNK-FILE
000000     END-IF.
000000     IF WS-L-STATUS NOT = "00"
000000         MOVE "OPEN"      TO WS-ERROR-OPERATION
000000         MOVE "CLNK-FILE" TO WS-ERROR-FILE-NAME
000000         MOVE WS-L-STATUS TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000 1150-EXIT.
000000     EXIT.
000000*
000000 2000-APPLY-MAINT.
000000     PERFORM 2100-READ-CMNT THRU 2100-EXIT.
000000     IF WS-CMNT-AT-EOF
000000         GO TO 2000-EXIT
000000     END-IF.
000000     ADD 1 TO WS-CMNT-READ-COUNT.
000000     MOVE CMNT-NAME      TO WS-PRINT-NAME.
000000     IF CMNT-CUST-ID-X IS NOT NUMERIC
000000        OR CMNT-CUST-ID-X = "0000000"
000000         MOVE "INVALID CUSTOMER ID" TO WS-REFUSE-REASON
000000         PERFORM 3700-REFUSE-MAINT THRU 3700-EXIT
000000     ELSE IF CMNT-ADD
000000         PERFORM 2200-ADD-CUSTOMER THRU 2200-EXIT
000000     ELSE IF CMNT-CHANGE
000000         PERFORM 2300-CHANGE-CUSTOMER THRU 2300-EXIT
000000     ELSE IF CMNT-LINK
000000         PERFORM 2400-LINK-ACCOUNT THRU 2400-EXIT
000000     ELSE IF CMNT-UNLINK
000000         PERFORM 2500-UNLINK-ACCOUNT THRU 2500-EXIT
000000     ELSE
000000         MOVE "INVALID ACTION CODE" TO WS-REFUSE-REASON
000000         PERFORM 3700-REFUSE-MAINT THRU 3700-EXIT
000000     END-IF.
000000 2000-EXIT.
000000     EXIT.
000000*
000000 2100-READ-CMNT.
000000     READ CMNT-FILE
000000         AT END
000000             SET WS-CMNT-AT-EOF TO TRUE
000000     END-READ.
000000 2100-EXIT.
000000     EXIT.
000000*
000000* An add whose customer ID is already on file is the same add
000000* made by an earlier run of this date when the name matches;
000000* otherwise the ID is taken and the add is refused.
000000*
000000 2200-ADD-CUSTOMER.
000000     IF CMNT-NAME = SPACES
000000         MOVE "NAME MISSING" TO WS-REFUSE-REASON
000000         PERFORM 3700-REFUSE-MAINT THRU 3700-EXIT
000000         GO TO 2200-EXIT
000000     END-IF.
000000     IF CMNT-ADDR-LINE-1 = SPACES
000000         MOVE "ADDRESS MISSING" TO WS-REFUSE-REASON
000000         PERFORM 3700-REFUSE-MAINT THRU 3700-EXIT
000000         GO TO 2200-EXIT
000000     END-IF.
000000     IF NOT CMNT-GRADE-VALID
000000         MOVE "INVALID RISK GRADE" TO WS-REFUSE-REASON
000000         PERFORM 3700-REFUSE-MAINT THRU 3700-EXIT
000000         GO TO 2200-EXIT
000000     END-IF.
000000     PERFORM 2600-READ-CUST-BY-KEY THRU 2600-EXIT.
000000     IF NOT WS-C-NOT-FOUND
000000         IF CUST-ADDED-DATE = WS-RUN-DATE
000000            AND CUST-NAME = CMNT-NAME
000000             PERFORM 3750-SKIP-REPEATED THRU 3750-EXIT
000000         ELSE
000000             MOVE "CUST ALREADY ON FILE" TO WS-REFUSE-REASON
000000             PERFORM 3700-REFUSE-MAINT THRU 3700-EXIT
000000         END-IF
000000         GO TO 2200-EXIT
000000     END-IF.
000000     MOVE CMNT-CUST-ID   TO CUST-ID.
000000     MOVE CMNT-NAME      TO CUST-NAME.
000000     MOVE CMNT-ADDR-LINE-1 TO CUST-ADDR-LINE-1.
000000     MOVE CMNT-ADDR-LINE-2 TO CUST-ADDR-LINE-2.
000000     MOVE CMNT-POST-CODE TO CUST-POST-CODE.
000000     MOVE CMNT-PHONE     TO CUST-PHONE.
000000     MOVE CMNT-EMAIL     TO CUST-EMAIL.
000000     MOVE CMNT-RISK-GRADE TO CUST-RISK-GRADE.
000000     MOVE WS-RUN-DATE    TO CUST-ADDED-DATE.
000000     MOVE ZERO           TO CUST-MAINT-DATE.
000000     WRITE CUST-REC.
000000     IF WS-C-STATUS NOT = "00"
000000         MOVE "WRITE"     TO WS-ERROR-OPERATION
000000         MOVE "CUST-FILE" TO WS-ERROR-FILE-NAME
000000         MOVE WS-C-STATUS TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000     ADD 1 TO WS-ADDED-COUNT.
000000     MOVE "ADDED"        TO WS-DT-RESULT.
000000     PERFORM 3850-PRINT-MAINT THRU 3850-EXIT.
000000 2200-EXIT.
000000     EXIT.
000000*
000000* A change replaces only the fields keyed.  One that finds
000000* every keyed field already on file is a repeat of a change
000000* made earlier on this date, or else there is nothing to do.
000000*
000000 2300-CHANGE-CUSTOMER.
000000     IF CMNT-NAME = SPACES
000000        AND CMNT-ADDR-LINE-1 = SPACES
000000        AND CMNT-ADDR-LINE-2 = SPACES
000000        AND CMNT-POST-CODE = SPACES
000000        AND CMNT-PHONE = SPACES
000000        AND CMNT-EMAIL = SPACES
000000        AND CMNT-RISK-GRADE = SPACE
000000         MOVE "NOTHING TO CHANGE" TO WS-REFUSE-REASON
000000         PERFORM 3700-REFUSE-MAINT THRU 3700-EXIT
000000         GO TO 2300-EXIT
000000     END-IF.
000000     IF CMNT-RISK-GRADE NOT = SPACE
000000        AND NOT CMNT-GRADE-VALID
000000         MOVE "INVALID RISK GRADE" TO WS-REFUSE-REASON
000000         PERFORM 3700-REFUSE-MAINT THRU 3700-EXIT
000000         GO TO 2300-EXIT
000000     END-IF.
000000     PERFORM 2600-READ-CUST-BY-KEY THRU 2600-EXIT.
000000     IF WS-C-NOT-FOUND
000000         MOVE "CUSTOMER NOT ON FILE" TO WS-REFUSE-REASON
000000         PERFORM 3700-REFUSE-MAINT THRU 3700-EXIT
000000         GO TO 2300-EXIT
000000     END-IF.
000000     MOVE CUST-NAME      TO WS-PRINT-NAME.
000000     MOVE "N"            TO WS-CHANGED-SW.
000000     IF CMNT-NAME NOT = SPACES
000000        AND CMNT-NAME NOT = CUST-NAME
000000         MOVE CMNT-NAME  TO CUST-NAME
000000         SET WS-CHANGED TO TRUE
000000     END-IF.
000000     IF CMNT-ADDR-LINE-1 NOT = SPACES
000000        AND CMNT-ADDR-LINE-1 NOT = CUST-ADDR-LINE-1
000000         MOVE CMNT-ADDR-LINE-1 TO CUST-ADDR-LINE-1
000000         SET WS-CHANGED TO TRUE
000000     END-IF.
000000     IF CMNT-ADDR-LINE-2 NOT = SPACES
000000        AND CMNT-ADDR-LINE-2 NOT = CUST-ADDR-LINE-2
000000         MOVE CMNT-ADDR-LINE-2 TO CUST-ADDR-LINE-2
000000         SET WS-CHANGED TO TRUE
000000     END-IF.
000000     IF CMNT-POST-CODE NOT = SPACES
000000        AND CMNT-POST-CODE NOT = CUST-POST-CODE
000000         MOVE CMNT-POST-CODE TO CUST-POST-CODE
000000         SET WS-CHANGED TO TRUE
000000     END-IF.
000000     IF CMNT-PHONE NOT = SPACES
000000        AND CMNT-PHONE NOT = CUST-PHONE
000000         MOVE CMNT-PHONE TO CUST-PHONE
000000         SET WS-CHANGED TO TRUE
000000     END-IF.
000000     IF CMNT-EMAIL NOT = SPACES
000000        AND CMNT-EMAIL NOT = CUST-EMAIL
000000         MOVE CMNT-EMAIL TO CUST-EMAIL
000000         SET WS-CHANGED TO TRUE
000000     END-IF.
000000     IF CMNT-RISK-GRADE NOT = SPACE
000000        AND CMNT-RISK-GRADE NOT = CUST-RISK-GRADE
000000         MOVE CMNT-RISK-GRADE TO CUST-RISK-GRADE
000000         SET WS-CHANGED TO TRUE
000000     END-IF.
000000     IF NOT WS-CHANGED
000000         IF CUST-MAINT-DATE = WS-RUN-DATE
000000             PERFORM 3750-SKIP-REPEATED THRU 3750-EXIT
000000         ELSE
000000             MOVE "NO CHANGE TO APPLY" TO WS-REFUSE-REASON
000000             PERFORM 3700-REFUSE-MAINT THRU 3700-EXIT
000000         END-IF
000000         GO TO 2300-EXIT
000000     END-IF.
000000     MOVE WS-RUN-DATE    TO CUST-MAINT-DATE.
000000     REWRITE CUST-REC.
000000     IF WS-C-STATUS NOT = "00"
000000         MOVE "REWRITE"   TO WS-ERROR-OPERATION
000000         MOVE "CUST-FILE" TO WS-ERROR-FILE-NAME
000000         MOVE WS-C-STATUS TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000     ADD 1 TO WS-CHANGED-COUNT.
000000     MOVE CUST-NAME      TO WS-PRINT-NAME.
000000     MOVE "CHANGED"      TO WS-DT-RESULT.
000000     PERFORM 3850-PRINT-MAINT THRU 3850-EXIT.
000000 2300-EXIT.
000000     EXIT.
000000*
000000* A link already active is the same link made by an earlier
000000* run of this date when the role and link date match;
000000* otherwise the account is already linked to the customer
000000* and the link is refused (a change of role is an unlink and
000000* a fresh link).  A primary link is refused while another
000000* customer is the account's active primary holder.
000000*
000000 2400-LINK-ACCOUNT.
000000     IF CMNT-ACC-NO-X IS NOT NUMERIC
000000         MOVE "INVALID ACC-NO" TO WS-REFUSE-REASON
000000         PERFORM 3700-REFUSE-MAINT THRU 3700-EXIT
000000         GO TO 2400-EXIT
000000     END-IF.
000000     IF NOT CMNT-ROLE-VALID
000000         MOVE "INVALID ROLE" TO WS-REFUSE-REASON
000000         PERFORM 3700-REFUSE-MAINT THRU 3700-EXIT
000000         GO TO 2400-EXIT
000000     END-IF.
000000     PERFORM 2600-READ-CUST-BY-KEY THRU 2600-EXIT.
000000     IF WS-C-NOT-FOUND
000000         MOVE "CUSTOMER NOT ON FILE" TO WS-REFUSE-REASON
000000         PERFORM 3700-REFUSE-MAINT THRU 3700-EXIT
000000         GO TO 2400-EXIT
000000     END-IF.
000000     MOVE CUST-NAME      TO WS-PRINT-NAME.
000000     MOVE "N"            TO WS-A-FOUND-SW.
000000     MOVE CMNT-ACC-NO    TO ACC-NO OF A-REC.
000000     READ A-FILE
000000         INVALID KEY
000000             SET WS-A-NOT-FOUND TO TRUE
000000     END-READ.
000000     IF WS-A-NOT-FOUND
000000         MOVE "ACCOUNT NOT ON A-FILE" TO WS-REFUSE-REASON
000000         PERFORM 3700-REFUSE-MAINT THRU 3700-EXIT
000000         GO TO 2400-EXIT
000000     END-IF.
000000     IF A-CLOSED
000000         MOVE "ACCOUNT CLOSED" TO WS-REFUSE-REASON
000000         PERFORM 3700-REFUSE-MAINT THRU 3700-EXIT
000000         GO TO 2400-EXIT
000000     END-IF.
000000     PERFORM 2650-READ-LINK-BY-KEY THRU 2650-EXIT.
000000     IF NOT WS-L-NOT-FOUND AND CLNK-ACTIVE
000000         IF CLNK-LINKED-DATE = WS-RUN-DATE
000000            AND CLNK-ROLE = CMNT-ROLE
000000             PERFORM 3750-SKIP-REPEATED THRU 3750-EXIT
000000         ELSE
000000             MOVE "ALREADY LINKED" TO WS-REFUSE-REASON
000000             PERFORM 3700-REFUSE-MAINT THRU 3700-EXIT
000000         END-IF
000000         GO TO 2400-EXIT
000000     END-IF.
000000     IF CMNT-ROLE = "P"
000000         PERFORM 2450-CHECK-PRIMARY THRU 2450-EXIT
000000         IF WS-PRIMARY-FOUND
000000             MOVE "ACCOUNT HAS A PRIMARY" TO WS-REFUSE-REASON
000000             PERFORM 3700-REFUSE-MAINT THRU 3700-EXIT
000000             GO TO 2400-EXIT
000000         END-IF
000000         PERFORM 2650-READ-LINK-BY-KEY THRU 2650-EXIT
000000     END-IF.
000000     MOVE CMNT-ROLE      TO CLNK-ROLE.
000000     MOVE WS-RUN-DATE    TO CLNK-LINKED-DATE.
000000     MOVE "A"            TO CLNK-STATUS.
000000     MOVE ZERO           TO CLNK-STATUS-DATE.
000000     IF WS-L-NOT-FOUND
000000         MOVE CMNT-CUST-ID TO CLNK-CUST-ID
000000         MOVE CMNT-ACC-NO TO CLNK-ACC-NO
000000         WRITE CLNK-REC
000000         IF WS-L-STATUS NOT = "00"
000000             MOVE "WRITE"     TO WS-ERROR-OPERATION
000000             MOVE "CLNK-FILE" TO WS-ERROR-FILE-NAME
000000             MOVE WS-L-STATUS TO WS-ERROR-STATUS
000000             PERFORM 9900-FILE-ERROR
000000         END-IF
000000     ELSE
000000         PERFORM 4100-REWRITE-LINK THRU 4100-EXIT
000000     END-IF.
000000     ADD 1 TO WS-LINKED-COUNT.
000000     MOVE "LINKED"       TO WS-DT-RESULT.
000000     PERFORM 3850-PRINT-MAINT THRU 3850-EXIT.
000000 2400-EXIT.
000000     EXIT.
000000*
000000* The link file is keyed by customer, so the account's other
000000* holders are found by reading it from the top.  The caller
000000* reads its own link again afterwards.
000000*
000000 2450-CHECK-PRIMARY.
000000     MOVE "N"            TO WS-PRIMARY-SW.
000000     MOVE "N"            TO WS-LINK-EOF-SW.
000000     MOVE LOW-VALUES     TO CLNK-KEY.
000000     START CLNK-FILE KEY NOT LESS THAN CLNK-KEY
000000         INVALID KEY
000000             SET WS-LINK-AT-EOF TO TRUE
000000     END-START.
000000     IF NOT WS-LINK-AT-EOF
000000         PERFORM 2460-READ-LINK-NEXT THRU 2460-EXIT
000000     END-IF.
000000     PERFORM 2470-SCAN-PRIMARY THRU 2470-EXIT
000000             UNTIL WS-LINK-AT-EOF OR WS-PRIMARY-FOUND.
000000 2450-EXIT.
000000     EXIT.
000000*
000000 2460-READ-LINK-NEXT.
000000     READ CLNK-FILE NEXT RECORD
000000         AT END
000000             SET WS-LINK-AT-EOF TO TRUE
000000     END-READ.
000000 2460-EXIT.
000000     EXIT.
000000*
000000 2470-SCAN-PRIMARY.
000000     IF CLNK-ACTIVE AND CLNK-PRIMARY
000000        AND CLNK-ACC-NO = CMNT-ACC-NO
000000        AND CLNK-CUST-ID NOT = CMNT-CUST-ID
000000         SET WS-PRIMARY-FOUND TO TRUE
000000     ELSE
000000         PERFORM 2460-READ-LINK-NEXT THRU 2460-EXIT
000000     END-IF.
000000 2470-EXIT.
000000     EXIT.
000000*
000000 2500-UNLINK-ACCOUNT.
000000     IF CMNT-ACC-NO-X IS NOT NUMERIC
000000         MOVE "INVALID ACC-NO" TO WS-REFUSE-REASON
000000         PERFORM 3700-REFUSE-MAINT THRU 3700-EXIT
000000         GO TO 2500-EXIT
000000     END-IF.
000000     PERFORM 2650-READ-LINK-BY-KEY THRU 2650-EXIT.
000000     IF WS-L-NOT-FOUND
000000         MOVE "LINK NOT ON FILE" TO WS-REFUSE-REASON
000000         PERFORM 3700-REFUSE-MAINT THRU 3700-EXIT
000000         GO TO 2500-EXIT
000000     END-IF.
000000     IF CLNK-ENDED AND CLNK-STATUS-DATE = WS-RUN-DATE
000000         PERFORM 3750-SKIP-REPEATED THRU 3750-EXIT
000000         GO TO 2500-EXIT
000000     END-IF.
000000     IF NOT CLNK-ACTIVE
000000         MOVE "LINK NOT ACTIVE" TO WS-REFUSE-REASON
000000         PERFORM 3700-REFUSE-MAINT THRU 3700-EXIT
000000         GO TO 2500-EXIT
000000     END-IF.
000000     MOVE "E"            TO CLNK-STATUS.
000000     MOVE WS-RUN-DATE    TO CLNK-STATUS-DATE.
000000     PERFORM 4100-REWRITE-LINK THRU 4100-EXIT.
000000     ADD 1 TO WS-UNLINKED-COUNT.
000000     MOVE "UNLINKED"     TO WS-DT-RESULT.
000000     PERFORM 3850-PRINT-MAINT THRU 3850-EXIT.
000000 2500-EXIT.
000000     EXIT.
000000*
000000 2600-READ-CUST-BY-KEY.
000000     MOVE "N"            TO WS-C-FOUND-SW.
000000     MOVE CMNT-CUST-ID   TO CUST-ID.
000000     READ CUST-FILE
000000         INVALID KEY
000000             SET WS-C-NOT-FOUND TO TRUE
000000     END-READ.
000000 2600-EXIT.
000000     EXIT.
000000*
000000 2650-READ-LINK-BY-KEY.
000000     MOVE "N"            TO WS-L-FOUND-SW.
000000     MOVE CMNT-CUST-ID   TO CLNK-CUST-ID.
000000     MOVE CMNT-ACC-NO    TO CLNK-ACC-NO.
000000     READ CLNK-FILE
000000         INVALID KEY
000000             SET WS-L-NOT-FOUND TO TRUE
000000     END-READ.
000000 2650-EXIT.
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
000000 3700-REFUSE-MAINT.
000000     ADD 1 TO WS-REFUSED-COUNT.
000000     MOVE WS-REFUSE-REASON TO WS-DT-RESULT.
000000     PERFORM 3850-PRINT-MAINT THRU 3850-EXIT.
000000 3700-EXIT.
000000     EXIT.
000000*
000000 3750-SKIP-REPEATED.
000000     ADD 1 TO WS-REPEATED-COUNT.
000000     MOVE "ALREADY APPLIED TODAY" TO WS-DT-RESULT.
000000     PERFORM 3850-PRINT-MAINT THRU 3850-EXIT.
000000 3750-EXIT.
000000     EXIT.
000000*
000000* Every maintenance item is listed with its own fields, which
000000* may not be numeric, under the customer's name as it stands
000000* on file once the item is applied (the keyed name when the
000000* customer was not found).
000000*
000000 3850-PRINT-MAINT.
000000     IF WS-LINE-COUNT >= WS-MAX-LINES
000000         PERFORM 3500-NEW-PAGE THRU 3500-EXIT
000000     END-IF.
000000     MOVE CMNT-ACTION    TO WS-DT-ACTION.
000000     MOVE CMNT-CUST-ID-X TO WS-DT-CUST-ID.
000000     IF CMNT-ACC-NO-X = SPACES
000000         MOVE SPACES     TO WS-DT-ACC-NO-X
000000     ELSE IF CMNT-ACC-NO-X IS NUMERIC
000000         MOVE CMNT-ACC-NO TO WS-DT-ACC-NO
000000     ELSE
000000         MOVE CMNT-ACC-NO-X TO WS-DT-ACC-NO-X
000000     END-IF.
000000     MOVE CMNT-ROLE      TO WS-DT-ROLE.
000000     MOVE WS-PRINT-NAME  TO WS-DT-NAME.
000000     WRITE PRINT-REC FROM WS-DETAIL-LINE
000000           AFTER ADVANCING 1 LINE.
000000     ADD 1 TO WS-LINE-COUNT.
000000 3850-EXIT.
000000     EXIT.
000000*
000000 4100-REWRITE-LINK.
000000     REWRITE CLNK-REC.
000000     IF WS-L-STATUS NOT = "00"
000000         MOVE "REWRITE"   TO WS-ERROR-OPERATION
000000         MOVE "CLNK-FILE" TO WS-ERROR-FILE-NAME
000000         MOVE WS-L-STATUS TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000 4100-EXIT.
000000     EXIT.
000000*
000000* The customers and the links left active are counted from
000000* the top of each file once the day's maintenance is in.
000000*
000000 5000-COUNT-FILES.
000000     MOVE "N"            TO WS-CUST-EOF-SW.
000000     MOVE LOW-VALUES     TO CUST-REC.
000000     START CUST-FILE KEY NOT LESS THAN CUST-ID
000000         INVALID KEY
000000             SET WS-CUST-AT-EOF TO TRUE
000000     END-START.
000000     IF NOT WS-CUST-AT-EOF
000000         PERFORM 5100-READ-CUST-NEXT THRU 5100-EXIT
000000     END-IF.
000000     PERFORM 5200-COUNT-CUST THRU 5200-EXIT
000000             UNTIL WS-CUST-AT-EOF.
000000     MOVE "N"            TO WS-LINK-EOF-SW.
000000     MOVE LOW-VALUES     TO CLNK-KEY.
000000     START CLNK-FILE KEY NOT LESS THAN CLNK-KEY
000000         INVALID KEY
000000             SET WS-LINK-AT-EOF TO TRUE
000000     END-START.
000000     IF NOT WS-LINK-AT-EOF
000000         PERFORM 2460-READ-LINK-NEXT THRU 2460-EXIT
000000     END-IF.
000000     PERFORM 5300-COUNT-LINK THRU 5300-EXIT
000000             UNTIL WS-LINK-AT-EOF.
000000 5000-EXIT.
000000     EXIT.
000000*
000000 5100-READ-CUST-NEXT.
000000     READ CUST-FILE NEXT RECORD
000000         AT END
000000             SET WS-CUST-AT-EOF TO TRUE
000000     END-READ.
000000 5100-EXIT.
000000     EXIT.
000000*
000000 5200-COUNT-CUST.
000000     ADD 1 TO WS-CUST-COUNT.
000000     PERFORM 5100-READ-CUST-NEXT THRU 5100-EXIT.
000000 5200-EXIT.
000000     EXIT.
000000*
000000 5300-COUNT-LINK.
000000     IF CLNK-ACTIVE
000000         ADD 1 TO WS-ACTIVE-COUNT
000000     END-IF.
000000     PERFORM 2460-READ-LINK-NEXT THRU 2460-EXIT.
000000 5300-EXIT.
000000     EXIT.
000000*
000000 8000-WRITE-TOTALS.
000000     MOVE "MAINTENANCE READ     :" TO WS-TL-LABEL.
000000     MOVE WS-CMNT-READ-COUNT TO WS-TL-COUNT.
000000     WRITE PRINT-REC FROM WS-TOTAL-LINE
000000           AFTER ADVANCING 2 LINES.
000000     MOVE "CUSTOMERS ADDED      :" TO WS-TL-LABEL.
000000     MOVE WS-ADDED-COUNT TO WS-TL-COUNT.
000000     WRITE PRINT-REC FROM WS-TOTAL-LINE
000000           AFTER ADVANCING 1 LINE.
000000     MOVE "CUSTOMERS CHANGED    :" TO WS-TL-LABEL.
000000     MOVE WS-CHANGED-COUNT TO WS-TL-COUNT.
000000     WRITE PRINT-REC FROM WS-TOTAL-LINE
000000           AFTER ADVANCING 1 LINE.
000000     MOVE "ACCOUNTS LINKED      :" TO WS-TL-LABEL.
000000     MOVE WS-LINKED-COUNT TO WS-TL-COUNT.
000000     WRITE PRINT-REC FROM WS-TOTAL-LINE
000000           AFTER ADVANCING 1 LINE.
000000     MOVE "ACCOUNTS UNLINKED    :" TO WS-TL-LABEL.
000000     MOVE WS-UNLINKED-COUNT TO WS-TL-COUNT.
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
000000     MOVE "CUSTOMERS ON FILE    :" TO WS-TL-LABEL.
000000     MOVE WS-CUST-COUNT  TO WS-TL-COUNT.
000000     WRITE PRINT-REC FROM WS-TOTAL-LINE
000000           AFTER ADVANCING 2 LINES.
000000     MOVE "ACTIVE LINKS         :" TO WS-TL-LABEL.
000000     MOVE WS-ACTIVE-COUNT TO WS-TL-COUNT.
000000     WRITE PRINT-REC FROM WS-TOTAL-LINE
000000           AFTER ADVANCING 1 LINE.
000000     DISPLAY "FXPN0033 - CUSTOMERS ADDED     = ",
000000             WS-ADDED-COUNT.
000000     DISPLAY "FXPN0033 - CUSTOMERS CHANGED   = ",
000000             WS-CHANGED-COUNT.
000000     DISPLAY "FXPN0033 - ACCOUNTS LINKED     = ",
000000             WS-LINKED-COUNT.
000000     DISPLAY "FXPN0033 - ACCOUNTS UNLINKED   = ",
000000             WS-UNLINKED-COUNT.
000000     DISPLAY "FXPN0033 - MAINTENANCE REFUSED = ",
000000             WS-REFUSED-COUNT.
000000 8000-EXIT.
000000     EXIT.
000000*
000000 9000-TERMINATE.
000000     CLOSE CUST-FILE.
000000     IF WS-C-STATUS NOT = "00"
000000         MOVE "CLOSE"      TO WS-ERROR-OPERATION
000000         MOVE "CUST-FILE"  TO WS-ERROR-FILE-NAME
000000         MOVE WS-C-STATUS  TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000     CLOSE CLNK-FILE.
000000     IF WS-L-STATUS NOT = "00"
000000         MOVE "CLOSE"      TO WS-ERROR-OPERATION
000000         MOVE "CLNK-FILE"  TO WS-ERROR-FILE-NAME
000000         MOVE WS-L-STATUS  TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000     CLOSE A-FILE.
000000     IF WS-A-STATUS NOT = "00"
000000         MOVE "CLOSE"      TO WS-ERROR-OPERATION
000000         MOVE "A-FILE"     TO WS-ERROR-FILE-NAME
000000         MOVE WS-A-STATUS  TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000     IF NOT WS-CMNT-ABSENT
000000         CLOSE CMNT-FILE
000000         IF WS-M-STATUS NOT = "00"
000000             MOVE "CLOSE"      TO WS-ERROR-OPERATION
000000             MOVE "CMNT-FILE"  TO WS-ERROR-FILE-NAME
000000             MOVE WS-M-STATUS  TO WS-ERROR-STATUS
000000             PERFORM 9900-FILE-ERROR
000000         END-IF
000000     END-IF.
000000     CLOSE PRINT-FILE.
000000 9000-EXIT.
000000     EXIT.
000000*
000000 9900-FILE-ERROR.
000000     DISPLAY "FXPN0033 - FILE I/O ERROR".
000000     DISPLAY "OPERATION : ", WS-ERROR-OPERATION.
000000     DISPLAY "FILE      : ", WS-ERROR-FILE-NAME.
000000     DISPLAY "STATUS    : ", WS-ERROR-STATUS.
000000     MOVE 16             TO RETURN-CODE.
000000     GOBACK.
000000*
