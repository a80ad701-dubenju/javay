000000*                 FXPN0015's backout and FXPN0008's selections
000000*                 can go straight to one account's entries
000000*                 instead of scanning the whole trail.
000000* 2026.10.15  DJ  Every posting reject now also drops a PEXCREC
000000*                 record (the transaction, its serial and a
000000*                 P-series reason code) on the new posting-
000000*                 exception file, so FXPN0026 can carry it on
000000*                 the suspense file for correction instead of
000000*                 it surviving only as a console message.  The
000000*                 posted detail now carries the transaction's
000000*                 cross-reference (see POSTREC).
000000* 2026.10.15  DJ  A debit the credit desk has paid (VTRANS-
000000*                 OVERRIDE L, fed in by FXPN0027) is posted past
000000*                 the overdraft limit instead of referred again;
000000*                 its A-FILE and B-FILE audit records carry AUDIT-
000000*                 OVERRIDE L and the run's override count is
000000*                 reported.
000000* 2026.10.15  DJ  Added the reversal transaction (type R): it
000000*                 posts its signed balance effect with no
000000*                 overdraft test, its posted detail names the
000000*                 original, and a pass of the posted-detail file
000000*                 at end of run marks each original POST-REVERSED.
000000*                 Audit records now carry the posting's serial and
000000*                 source (see AUDITREC).
000000* 2026.10.15  DJ  Added the transfer transaction (type T). Both
000000*                 accounts are proved before either master is
000000*                 written, so the debit and credit legs post
000000*                 together or not at all; the overdraft test
000000*                 applies to the paying account. Each leg is
000000*                 checkpointed with the paying account's before-
000000*                 images (see CKPTREC) so FXPN0015 can back out
000000*                 the pair. Both legs go to the posted detail
000000*                 under one serial and count as one posted
000000*                 transaction.
000000* 2026.10.15  DJ  The overdraft test now works on the available
000000*                 balance: the account's active funds holds (see
000000*                 HOLDREC) are taken off the new balance first, so
000000*                 a debit that would take the available balance
000000*                 past A-OD-LIMIT is referred like any other over-
000000*                 limit debit. The referral carries the amount
000000*                 held.
000000* 2026.10.15  DJ  Audit records now carry AUDIT-CUST-NAME and
000000*                 AUDIT-OD-LIMIT (see AUDITREC), written as spaces
000000*                 and zero - only FXPN0007 maintenance carries
000000*                 them.
000000* 2026.10.15  DJ  The end-of-run control totals are now also
000000*                 appended to a dated control history
000000*                 (FXPN0002h.txt, CTLREC layout), since
000000*                 FXPN0002g.txt holds only the latest run; the
000000*                 FXPN0031 forward recovery proves against it.
000000* 2026.10.15  DJ  Audit records now carry AUDIT-MAKER-ID and
000000*                 AUDIT-CHECKER-ID (see AUDITREC), written as
000000*                 spaces - only FXPN0007 maintenance carries them.
000000* 2026.10.15  DJ  A transfer's overdraft and holds test now
000000*                 follows the receiving account's checks, so a
000000*                 transfer to a missing, closed or frozen account
000000*                 is suspended rather than referred to the credit
000000*                 desk.
000000*
000000 ENVIRONMENT            DIVISION.
000000 CONFIGURATION          SECTION.
000000     SELECT REFER-FILE  ASSIGN TO "FXPN0002r.txt"
000000                        ORGANIZATION IS SEQUENTIAL
000000                        FILE STATUS IS WS-REF-STATUS.
000000     SELECT CTL-HIST-FILE
000000                        ASSIGN TO "FXPN0002h.txt"
000000                        ORGANIZATION IS SEQUENTIAL
000000                        FILE STATUS IS WS-CH-STATUS.
000000     SELECT POSTED-FILE ASSIGN TO "FXPN0002d.txt"
000000                        ORGANIZATION IS SEQUENTIAL
000000                        FILE STATUS IS WS-PD-STATUS.
000000     SELECT EXCEPTION-FILE
000000                        ASSIGN TO "FXPN0002e.txt"
000000                        ORGANIZATION IS SEQUENTIAL
000000                        FILE STATUS IS WS-EXC-STATUS.
000000     SELECT HOLD-FILE   ASSIGN TO "FXPN0029h.txt"
000000                        ORGANIZATION IS INDEXED
000000                        ACCESS MODE IS DYNAMIC
000000                        RECORD KEY IS HOLD-KEY
000000                        FILE STATUS IS WS-HOLD-STATUS.
000000     SELECT PARM-FILE   ASSIGN TO "FXPN0000p.txt"
000000                        ORGANIZATION IS SEQUENTIAL
000000                        FILE STATUS IS WS-P-STATUS.
000000     COPY XAUDREC.
000000 FD  CONTROL-FILE.
000000     COPY CTLREC.
000000 FD  CTL-HIST-FILE.
000000 01  CTL-HIST-REC        PIC X(74).
000000 FD  REFER-FILE.
000000     COPY REFERREC.
000000 FD  POSTED-FILE.
000000     COPY POSTREC.
000000 FD  EXCEPTION-FILE.
000000     COPY PEXCREC.
000000 FD  HOLD-FILE.
000000     COPY HOLDREC.
000000 FD  PARM-FILE.
000000     COPY PARMREC.
000000*
000000 01  WS-AUDIT-STATUS     PIC X(02).
000000 01  WS-X-STATUS         PIC X(02).
000000 01  WS-CTL-STATUS       PIC X(02).
000000 01  WS-CH-STATUS        PIC X(02).
000000 01  WS-REF-STATUS       PIC X(02).
000000 01  WS-PD-STATUS        PIC X(02).
000000 01  WS-EXC-STATUS       PIC X(02).
000000 01  WS-P-STATUS         PIC X(02).
000000 01  WS-HOLD-STATUS      PIC X(02).
000000*
000000 01  WS-AUDIT-DATE       PIC 9(08).
000000 01  WS-AUDIT-TIME       PIC 9(08).
000000     88 WS-POST-ERROR                VALUE "Y".
000000 01  WS-XWRITE-SW        PIC X(01)   VALUE "N".
000000     88 WS-XWRITE-DONE               VALUE "Y".
000000 01  WS-HOLD-ABSENT-SW   PIC X(01)   VALUE "N".
000000     88 WS-HOLD-ABSENT               VALUE "Y".
000000 01  WS-HOLD-EOF-SW      PIC X(01)   VALUE "N".
000000     88 WS-HOLD-AT-EOF               VALUE "Y".
000000*
000000 01  WS-NEW-A-BALANCE    PIC S9(3)V9(2).
000000 01  WS-NEW-B-BALANCE    PIC S9(1)V9(4).
000000 01  WS-OD-EXPOSURE      PIC S9(7)V9(2).
000000 01  WS-HELD-AMOUNT      PIC S9(6)V9(2).
000000 01  WS-NEW-AVAILABLE    PIC S9(7)V9(2).
000000 01  WS-BEFORE-BALANCE   PIC S9(3)V9(2).
000000 01  WS-AUDIT-ACTION     PIC X(01).
000000 01  WS-AUDIT-BALANCE    PIC S9(3)V9(4).
000000 01  WS-EXCEPTION-REASON PIC X(02).
000000*
000000 01  WS-POSTED-COUNT     PIC 9(07)   COMP    VALUE ZERO.
000000 01  WS-POST-ERROR-COUNT PIC 9(07)   COMP    VALUE ZERO.
000000 01  WS-REFERRED-COUNT   PIC 9(07)   COMP    VALUE ZERO.
000000 01  WS-OVERRIDE-COUNT   PIC 9(07)   COMP    VALUE ZERO.
000000 01  WS-REVERSAL-COUNT   PIC 9(07)   COMP    VALUE ZERO.
000000 01  WS-MARKED-COUNT     PIC 9(07)   COMP    VALUE ZERO.
000000 01  WS-TRANSFER-COUNT   PIC 9(07)   COMP    VALUE ZERO.
000000 01  WS-HELD-REFER-COUNT PIC 9(07)   COMP    VALUE ZERO.
000000 01  WS-TRANS-READ-COUNT PIC 9(07)   COMP    VALUE ZERO.
000000 01  WS-SKIP-COUNT       PIC 9(05)   COMP    VALUE ZERO.
000000 01  WS-SKIPPED-COUNT    PIC 9(05)   COMP    VALUE ZERO.
000000     88 WS-A-SCAN-AT-EOF             VALUE "Y".
000000 01  WS-B-SCAN-EOF-SW    PIC X(01)   VALUE "N".
000000     88 WS-B-SCAN-AT-EOF             VALUE "Y".
000000 01  WS-PD-SCAN-EOF-SW   PIC X(01)   VALUE "N".
000000     88 WS-PD-SCAN-AT-EOF            VALUE "Y".
000000 01  WS-RV-FOUND-SW      PIC X(01)   VALUE "N".
000000     88 WS-RV-FOUND                  VALUE "Y".
000000*
000000 01  WS-PD-KEY.
000000     05 WS-PD-SERIAL     PIC 9(07).
000000     05 WS-PD-SOURCE     PIC X(04).
000000     05 WS-PD-RUN-DATE   PIC 9(08).
000000 01  WS-RV-MAX           PIC 9(04)   COMP    VALUE 1000.
000000 01  WS-RV-COUNT         PIC 9(04)   COMP    VALUE ZERO.
000000 01  WS-RV-IX            PIC 9(04)   COMP    VALUE ZERO.
000000 01  WS-RV-TABLE.
000000     05 WS-RV-KEY        OCCURS 1000 TIMES.
000000         10 WS-RV-SERIAL     PIC 9(07).
000000         10 WS-RV-SOURCE     PIC X(04).
000000         10 WS-RV-RUN-DATE   PIC 9(08).
000000*
000000* The two accounts of a transfer in flight.  Both are read and
000000* proved before either is written, so each master record is
000000* held here as read and rewritten from the image.
000000*
000000 01  WS-XFER-LEG         PIC X(01)   VALUE SPACE.
000000 01  WS-XFER-OVERRIDE-SW PIC X(01)   VALUE "N".
000000     88 WS-XFER-OVERRIDE             VALUE "Y".
000000 01  WS-XFER-FROM-A02    PIC S9(3)V9(2).
000000 01  WS-XFER-FROM-A03    PIC S9(1)V9(4).
000000 01  WS-XFER-TO-A02      PIC S9(3)V9(2).
000000 01  WS-XFER-TO-A03      PIC S9(1)V9(4).
000000 01  WS-XFER-FROM-A-BAL  PIC S9(3)V9(2).
000000 01  WS-XFER-FROM-B-BAL  PIC S9(1)V9(4).
000000 01  WS-XFER-FROM-LAST-ACT PIC 9(08).
000000 01  WS-XFER-FROM-NEW-A  PIC S9(3)V9(2).
000000 01  WS-XFER-FROM-NEW-B  PIC S9(1)V9(4).
000000 01  WS-XFER-TO-A-BAL    PIC S9(3)V9(2).
000000 01  WS-XFER-TO-NEW-A    PIC S9(3)V9(2).
000000 01  WS-XFER-TO-NEW-B    PIC S9(1)V9(4).
000000 01  WS-XFER-FROM-A-IMAGE PIC X(53).
000000 01  WS-XFER-FROM-B-IMAGE PIC X(53).
000000 01  WS-XFER-TO-A-IMAGE  PIC X(53).
000000 01  WS-XFER-TO-B-IMAGE  PIC X(53).
000000**** USER-WORK-AREA.
000000*
000000 PROCEDURE              DIVISION.
000000 0000-MAINLINE.
000000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000000     PERFORM 2000-PROCESS-TRANSACTIONS THRU 2000-EXIT.
000000     PERFORM 7000-MARK-REVERSED THRU 7000-EXIT.
000000     PERFORM 8000-WRITE-CONTROL-TOTALS THRU 8000-EXIT.
000000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
000000     GOBACK.
000000     PERFORM 1550-OPEN-AUDIT-INDEX THRU 1550-EXIT.
000000     PERFORM 1600-OPEN-REFER-FILE THRU 1600-EXIT.
000000     PERFORM 1700-OPEN-POSTED-FILE THRU 1700-EXIT.
000000     PERFORM 1800-OPEN-EXCEPTION-FILE THRU 1800-EXIT.
000000     PERFORM 1900-OPEN-HOLD-FILE THRU 1900-EXIT.
000000 1000-EXIT.
000000     EXIT.
000000*
000000         DISPLAY "LAST CHECKPOINT LEFT ACC-NO ", CKPT-ACC-NO,
000000                 " WRITTEN TO A-FILE WITH NO MATCHING B-FILE",
000000                 " RECORD."
000000         IF CKPT-XFER-FIRST-LEG OR CKPT-XFER-SECOND-LEG
000000             DISPLAY "IN FLIGHT WAS LEG ", CKPT-XFER-LEG,
000000                     " OF A TRANSFER FROM ACC-NO ",
000000                     CKPT-XFER-FROM-ACC, "."
000000         END-IF
000000         DISPLAY "RUN THE FXPN0015 RECOVERY UTILITY (FXPN0000",
000000                 " DOES THIS AUTOMATICALLY) AND RESUBMIT."
000000         MOVE 16         TO RETURN-CODE
000000 1700-EXIT.
000000     EXIT.
000000*
000000 1800-OPEN-EXCEPTION-FILE.
000000     OPEN EXTEND EXCEPTION-FILE.
000000     IF WS-EXC-STATUS = "35"
000000         OPEN OUTPUT EXCEPTION-FILE
000000         IF WS-EXC-STATUS NOT = "00"
000000             MOVE "OPEN"   TO WS-ERROR-OPERATION
000000             MOVE "EXCEPTION-FILE" TO WS-ERROR-FILE-NAME
000000             MOVE WS-EXC-STATUS TO WS-ERROR-STATUS
000000             PERFORM 9900-FILE-ERROR
000000         END-IF
000000         CLOSE EXCEPTION-FILE
000000         IF WS-EXC-STATUS NOT = "00"
000000             MOVE "CLOSE" TO WS-ERROR-OPERATION
000000             MOVE "EXCEPTION-FILE" TO WS-ERROR-FILE-NAME
000000             MOVE WS-EXC-STATUS TO WS-ERROR-STATUS
000000             PERFORM 9900-FILE-ERROR
000000         END-IF
000000         OPEN EXTEND EXCEPTION-FILE
000000     END-IF.
000000     IF WS-EXC-STATUS NOT = "00"
000000         MOVE "OPEN"      TO WS-ERROR-OPERATION
000000         MOVE "EXCEPTION-FILE" TO WS-ERROR-FILE-NAME
000000         MOVE WS-EXC-STATUS TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000 1800-EXIT.
000000     EXIT.
000000*
000000* The holds master is only read here.  Until the FXPN0029 holds
000000* step has created it there are no holds, and every debit is
000000* tested against the balance alone.
000000*
000000 1900-OPEN-HOLD-FILE.
000000     OPEN INPUT HOLD-FILE.
000000     IF WS-HOLD-STATUS = "35"
000000         SET WS-HOLD-ABSENT TO TRUE
000000         GO TO 1900-EXIT
000000     END-IF.
000000     IF WS-HOLD-STATUS NOT = "00"
000000         MOVE "OPEN"      TO WS-ERROR-OPERATION
000000         MOVE "HOLD-FILE" TO WS-ERROR-FILE-NAME
000000         MOVE WS-HOLD-STATUS TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000 1900-EXIT.
000000     EXIT.
000000*
000000 2000-PROCESS-TRANSACTIONS.
000000     PERFORM 2100-READ-TRANS THRU 2100-EXIT.
000000     PERFORM 2150-SKIP-TRANS THRU 2150-EXIT
000000*
000000 2200-POST-ACCOUNT.
000000     ADD 1 TO WS-TRANS-READ-COUNT.
000000     MOVE SPACE            TO WS-XFER-LEG.
000000     MOVE VTRANS-ACC-NO     TO A02.
000000     MOVE "N"              TO WS-RESCALE-ERROR-SW.
000000     COMPUTE A03 = A02
000000     END-COMPUTE.
000000     IF WS-RESCALE-ERROR
000000         ADD 1 TO WS-POST-ERROR-COUNT
000000         MOVE "P1"       TO WS-EXCEPTION-REASON
000000         PERFORM 2240-SUSPEND-TRANSACTION THRU 2240-EXIT
000000     ELSE IF VTRANS-NEW-ACCOUNT
000000         PERFORM 2210-POST-NEW-ACCOUNT THRU 2210-EXIT
000000     ELSE IF VTRANS-DEBIT OR VTRANS-CREDIT OR VTRANS-REVERSAL
000000         PERFORM 2220-POST-DEBIT-CREDIT THRU 2220-EXIT
000000     ELSE IF VTRANS-TRANSFER
000000         PERFORM 2225-POST-TRANSFER THRU 2225-EXIT
000000     ELSE IF VTRANS-CLOSE-ACCOUNT
000000         PERFORM 2230-POST-CLOSE THRU 2230-EXIT
000000     ELSE
000000         DISPLAY "FXPN0002 - INVALID VTRANS-TYPE ", VTRANS-TYPE,
000000                 " FOR ACC-NO ", A02, ", TRANSACTION REJECTED"
000000         ADD 1 TO WS-POST-ERROR-COUNT
000000         MOVE "P2"       TO WS-EXCEPTION-REASON
000000         PERFORM 2240-SUSPEND-TRANSACTION THRU 2240-EXIT
000000     END-IF.
000000     PERFORM 2100-READ-TRANS THRU 2100-EXIT.
000000 2200-EXIT.
000000         DISPLAY "FXPN0002 - NEW ACCOUNT ", A02, " ALREADY",
000000                 " EXISTS, TRANSACTION REJECTED"
000000         ADD 1 TO WS-POST-ERROR-COUNT
000000         MOVE "P3"       TO WS-EXCEPTION-REASON
000000         PERFORM 2240-SUSPEND-TRANSACTION THRU 2240-EXIT
000000         GO TO 2210-EXIT
000000     END-IF.
000000     MOVE "N"              TO WS-POST-ERROR-SW.
000000                 " DOES NOT FIT B-FILE SCALE, ACC-NO ", A02,
000000                 " TRANSACTION REJECTED"
000000         ADD 1 TO WS-POST-ERROR-COUNT
000000         MOVE "P4"       TO WS-EXCEPTION-REASON
000000         PERFORM 2240-SUSPEND-TRANSACTION THRU 2240-EXIT
000000         GO TO 2210-EXIT
000000     END-IF.
000000     MOVE A02              TO ACC-NO OF A-REC.
000000 2210-EXIT.
000000     EXIT.
000000*
000000* A reversal carries its signed balance effect (see VTRNREC),
000000* so it is applied like a credit of that amount.  It is not
000000* tested against the overdraft limit: it backs out an entry
000000* posted in error rather than extending new credit.
000000*
000000 2220-POST-DEBIT-CREDIT.
000000     PERFORM 2700-READ-A-BY-KEY THRU 2700-EXIT.
000000     IF WS-A-NOT-FOUND
000000         DISPLAY "FXPN0002 - ACC-NO ", A02, " NOT ON A-FILE,",
000000                 " TRANSACTION REJECTED"
000000         ADD 1 TO WS-POST-ERROR-COUNT
000000         MOVE "P5"       TO WS-EXCEPTION-REASON
000000         PERFORM 2240-SUSPEND-TRANSACTION THRU 2240-EXIT
000000         GO TO 2220-EXIT
000000     END-IF.
000000     PERFORM 2800-READ-B-BY-KEY THRU 2800-EXIT.
000000         DISPLAY "FXPN0002 - ACC-NO ", A02, " HAS NO B-FILE",
000000                 " RECORD, TRANSACTION REJECTED"
000000         ADD 1 TO WS-POST-ERROR-COUNT
000000         MOVE "P6"       TO WS-EXCEPTION-REASON
000000         PERFORM 2240-SUSPEND-TRANSACTION THRU 2240-EXIT
000000         GO TO 2220-EXIT
000000     END-IF.
000000     IF A-CLOSED OR A-FROZEN
000000                 " (STATUS ", A-STATUS, "), TRANSACTION",
000000                 " REJECTED"
000000         ADD 1 TO WS-POST-ERROR-COUNT
000000         MOVE "P7"       TO WS-EXCEPTION-REASON
000000         PERFORM 2240-SUSPEND-TRANSACTION THRU 2240-EXIT
000000         GO TO 2220-EXIT
000000     END-IF.
000000     MOVE "N"              TO WS-POST-ERROR-SW.
000000         DISPLAY "FXPN0002 - ACC-NO ", A02, " NEW BALANCE OUT",
000000                 " OF RANGE, TRANSACTION REJECTED"
000000         ADD 1 TO WS-POST-ERROR-COUNT
000000         MOVE "P8"       TO WS-EXCEPTION-REASON
000000         PERFORM 2240-SUSPEND-TRANSACTION THRU 2240-EXIT
000000         GO TO 2220-EXIT
000000     END-IF.
000000     MOVE ZERO             TO WS-HELD-AMOUNT.
000000     IF VTRANS-DEBIT
000000         PERFORM 2750-SUM-HOLDS THRU 2750-EXIT
000000     END-IF.
000000     COMPUTE WS-NEW-AVAILABLE = WS-NEW-A-BALANCE
000000                              - WS-HELD-AMOUNT.
000000     IF VTRANS-DEBIT AND WS-NEW-AVAILABLE < ZERO
000000         COMPUTE WS-OD-EXPOSURE = ZERO - WS-NEW-AVAILABLE
000000         IF WS-OD-EXPOSURE > A-OD-LIMIT
000000             IF VTRANS-LIMIT-OVERRIDE
000000                 DISPLAY "FXPN0002 - ACC-NO ", A02, " DEBIT PAID",
000000                         " PAST OVERDRAFT LIMIT BY CREDIT DESK"
000000                 ADD 1 TO WS-OVERRIDE-COUNT
000000             ELSE
000000                 PERFORM 2250-REFER-TRANSACTION THRU 2250-EXIT
000000                 GO TO 2220-EXIT
000000             END-IF
000000         END-IF
000000     END-IF.
000000     MOVE A-BALANCE        TO WS-BEFORE-BALANCE.
000000 2220-EXIT.
000000     EXIT.
000000*
000000* A transfer moves VTRANS-AMOUNT from VTRANS-ACC-NO, the paying
000000* account, to VTRANS-TO-ACC-NO and is posted as one unit.  Both
000000* accounts are proved first - on file, open, new balances in
000000* range, then the paying account within its overdraft limit -
000000* before either master is touched, so a transfer that cannot
000000* post is suspended or referred whole and neither account
000000* moves; the limit test comes last so that only a transfer
000000* that could otherwise post goes to the credit desk.  The
000000* paying leg is then written to both masters and then the
000000* receiving leg, each master write checkpointed with
000000* the paying account's before-images (see CKPTREC), so FXPN0015
000000* can put the paying leg back if the run stops before the
000000* receiving leg is complete.  The window before each A-side
000000* checkpoint is the one noted at 2200-POST-ACCOUNT: a receiving
000000* A-REC written just before the run stops is repaired by the
000000* FXPN0005 resync from B-FILE.  Both legs go to the posted-
000000* detail file under the one serial, and the pair counts as a
000000* single posted transaction in the control totals.
000000*
000000 2225-POST-TRANSFER.
000000     MOVE A02              TO WS-XFER-FROM-A02.
000000     MOVE A03              TO WS-XFER-FROM-A03.
000000     MOVE VTRANS-TO-ACC-NO TO WS-XFER-TO-A02.
000000     MOVE "N"              TO WS-RESCALE-ERROR-SW.
000000     COMPUTE WS-XFER-TO-A03 = WS-XFER-TO-A02
000000         ON SIZE ERROR
000000             SET WS-RESCALE-ERROR TO TRUE
000000     END-COMPUTE.
000000     IF WS-RESCALE-ERROR
000000         DISPLAY "FXPN0002 - TRANSFER TO ACC-NO ",
000000                 WS-XFER-TO-A02, " DOES NOT FIT B-FILE SCALE,",
000000                 " TRANSACTION REJECTED"
000000         ADD 1 TO WS-POST-ERROR-COUNT
000000         MOVE "P1"       TO WS-EXCEPTION-REASON
000000         PERFORM 2240-SUSPEND-TRANSACTION THRU 2240-EXIT
000000         GO TO 2225-EXIT
000000     END-IF.
000000     PERFORM 2700-READ-A-BY-KEY THRU 2700-EXIT.
000000     IF WS-A-NOT-FOUND
000000         DISPLAY "FXPN0002 - TRANSFER FROM ACC-NO ", A02,
000000                 " NOT ON A-FILE, TRANSACTION REJECTED"
000000         ADD 1 TO WS-POST-ERROR-COUNT
000000         MOVE "P5"       TO WS-EXCEPTION-REASON
000000         PERFORM 2240-SUSPEND-TRANSACTION THRU 2240-EXIT
000000         GO TO 2225-EXIT
000000     END-IF.
000000     PERFORM 2800-READ-B-BY-KEY THRU 2800-EXIT.
000000     IF WS-B-NOT-FOUND
000000         DISPLAY "FXPN0002 - TRANSFER FROM ACC-NO ", A02,
000000                 " HAS NO B-FILE RECORD, TRANSACTION REJECTED"
000000         ADD 1 TO WS-POST-ERROR-COUNT
000000         MOVE "P6"       TO WS-EXCEPTION-REASON
000000         PERFORM 2240-SUSPEND-TRANSACTION THRU 2240-EXIT
000000         GO TO 2225-EXIT
000000     END-IF.
000000     IF A-CLOSED OR A-FROZEN
000000         DISPLAY "FXPN0002 - TRANSFER FROM ACC-NO ", A02,
000000                 " IS NOT OPEN (STATUS ", A-STATUS, "),",
000000                 " TRANSACTION REJECTED"
000000         ADD 1 TO WS-POST-ERROR-COUNT
000000         MOVE "P7"       TO WS-EXCEPTION-REASON
000000         PERFORM 2240-SUSPEND-TRANSACTION THRU 2240-EXIT
000000         GO TO 2225-EXIT
000000     END-IF.
000000     MOVE "N"              TO WS-POST-ERROR-SW.
000000     COMPUTE WS-XFER-FROM-NEW-A = A-BALANCE - VTRANS-AMOUNT
000000         ON SIZE ERROR
000000             SET WS-POST-ERROR TO TRUE
000000     END-COMPUTE.
000000     COMPUTE WS-XFER-FROM-NEW-B = B-BALANCE - VTRANS-AMOUNT
000000         ON SIZE ERROR
000000             SET WS-POST-ERROR TO TRUE
000000     END-COMPUTE.
000000     IF WS-POST-ERROR
000000         DISPLAY "FXPN0002 - TRANSFER FROM ACC-NO ", A02,
000000                 " NEW BALANCE OUT OF RANGE, TRANSACTION",
000000                 " REJECTED"
000000         ADD 1 TO WS-POST-ERROR-COUNT
000000         MOVE "P8"       TO WS-EXCEPTION-REASON
000000         PERFORM 2240-SUSPEND-TRANSACTION THRU 2240-EXIT
000000         GO TO 2225-EXIT
000000     END-IF.
000000     MOVE A-REC            TO WS-XFER-FROM-A-IMAGE.
000000     MOVE B-REC            TO WS-XFER-FROM-B-IMAGE.
000000     MOVE A-BALANCE        TO WS-XFER-FROM-A-BAL.
000000     MOVE B-BALANCE        TO WS-XFER-FROM-B-BAL.
000000     MOVE A-LAST-ACT-DATE  TO WS-XFER-FROM-LAST-ACT.
000000     MOVE WS-XFER-TO-A02   TO A02.
000000     MOVE WS-XFER-TO-A03   TO A03.
000000     PERFORM 2700-READ-A-BY-KEY THRU 2700-EXIT.
000000     IF WS-A-NOT-FOUND
000000         DISPLAY "FXPN0002 - TRANSFER TO ACC-NO ", A02,
000000                 " NOT ON A-FILE, TRANSACTION REJECTED"
000000         ADD 1 TO WS-POST-ERROR-COUNT
000000         MOVE "P5"       TO WS-EXCEPTION-REASON
000000         PERFORM 2240-SUSPEND-TRANSACTION THRU 2240-EXIT
000000         GO TO 2225-EXIT
000000     END-IF.
000000     PERFORM 2800-READ-B-BY-KEY THRU 2800-EXIT.
000000     IF WS-B-NOT-FOUND
000000         DISPLAY "FXPN0002 - TRANSFER TO ACC-NO ", A02,
000000                 " HAS NO B-FILE RECORD, TRANSACTION REJECTED"
000000         ADD 1 TO WS-POST-ERROR-COUNT
000000         MOVE "P6"       TO WS-EXCEPTION-REASON
000000         PERFORM 2240-SUSPEND-TRANSACTION THRU 2240-EXIT
000000         GO TO 2225-EXIT
000000     END-IF.
000000     IF A-CLOSED OR A-FROZEN
000000         DISPLAY "FXPN0002 - TRANSFER TO ACC-NO ", A02,
000000                 " IS NOT OPEN (STATUS ", A-STATUS, "),",
000000                 " TRANSACTION REJECTED"
000000         ADD 1 TO WS-POST-ERROR-COUNT
000000         MOVE "P7"       TO WS-EXCEPTION-REASON
000000         PERFORM 2240-SUSPEND-TRANSACTION THRU 2240-EXIT
000000         GO TO 2225-EXIT
000000     END-IF.
000000     COMPUTE WS-XFER-TO-NEW-A = A-BALANCE + VTRANS-AMOUNT
000000         ON SIZE ERROR
000000             SET WS-POST-ERROR TO TRUE
000000     END-COMPUTE.
000000     COMPUTE WS-XFER-TO-NEW-B = B-BALANCE + VTRANS-AMOUNT
000000         ON SIZE ERROR
000000             SET WS-POST-ERROR TO TRUE
000000     END-COMPUTE.
000000     IF WS-POST-ERROR
000000         DISPLAY "FXPN0002 - TRANSFER TO ACC-NO ", A02,
000000                 " NEW BALANCE OUT OF RANGE, TRANSACTION",
000000                 " REJECTED"
000000         ADD 1 TO WS-POST-ERROR-COUNT
000000         MOVE "P8"       TO WS-EXCEPTION-REASON
000000         PERFORM 2240-SUSPEND-TRANSACTION THRU 2240-EXIT
000000         GO TO 2225-EXIT
000000     END-IF.
000000     MOVE A-REC            TO WS-XFER-TO-A-IMAGE.
000000     MOVE B-REC            TO WS-XFER-TO-B-IMAGE.
000000     MOVE A-BALANCE        TO WS-XFER-TO-A-BAL.
000000     MOVE WS-XFER-FROM-A02 TO A02.
000000     MOVE WS-XFER-FROM-A03 TO A03.
000000     MOVE WS-XFER-FROM-A-IMAGE TO A-REC.
000000     MOVE WS-XFER-FROM-B-IMAGE TO B-REC.
000000     MOVE "N"              TO WS-XFER-OVERRIDE-SW.
000000     PERFORM 2750-SUM-HOLDS THRU 2750-EXIT.
000000     COMPUTE WS-NEW-AVAILABLE = WS-XFER-FROM-NEW-A
000000                              - WS-HELD-AMOUNT.
000000     IF WS-NEW-AVAILABLE < ZERO
000000         COMPUTE WS-OD-EXPOSURE = ZERO - WS-NEW-AVAILABLE
000000         IF WS-OD-EXPOSURE > A-OD-LIMIT
000000             IF VTRANS-LIMIT-OVERRIDE
000000                 SET WS-XFER-OVERRIDE TO TRUE
000000             ELSE
000000                 PERFORM 2250-REFER-TRANSACTION THRU 2250-EXIT
000000                 GO TO 2225-EXIT
000000             END-IF
000000         END-IF
000000     END-IF.
000000     PERFORM 2226-WRITE-PAYING-LEG THRU 2226-EXIT.
000000     PERFORM 2227-WRITE-RECEIVING-LEG THRU 2227-EXIT.
000000     PERFORM 2228-WRITE-TRANSFER-DETAIL THRU 2228-EXIT.
000000     ADD 1 TO WS-POSTED-COUNT.
000000 2225-EXIT.
000000     EXIT.
000000*
000000 2226-WRITE-PAYING-LEG.
000000     MOVE WS-XFER-FROM-A02 TO A02.
000000     MOVE WS-XFER-FROM-A03 TO A03.
000000     MOVE "1"              TO WS-XFER-LEG.
000000     MOVE WS-XFER-FROM-A-IMAGE TO A-REC.
000000     MOVE WS-XFER-FROM-NEW-A TO A-BALANCE.
000000     MOVE WS-POSTING-DATE  TO A-LAST-ACT-DATE.
000000     REWRITE A-REC.
000000     IF WS-A-STATUS NOT = "00"
000000         MOVE "REWRITE"    TO WS-ERROR-OPERATION
000000         MOVE "A-FILE"     TO WS-ERROR-FILE-NAME
000000         MOVE WS-A-STATUS  TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000     MOVE "W"              TO WS-AUDIT-ACTION.
000000     COMPUTE WS-AUDIT-BALANCE = A-BALANCE.
000000     PERFORM 2500-AUDIT-A-WRITE THRU 2500-EXIT.
000000     PERFORM 2300-CHECKPOINT-A THRU 2300-EXIT.
000000     MOVE WS-XFER-FROM-B-IMAGE TO B-REC.
000000     MOVE WS-XFER-FROM-NEW-B TO B-BALANCE.
000000     MOVE WS-POSTING-DATE  TO B-LAST-ACT-DATE.
000000     REWRITE B-REC.
000000     IF WS-B-STATUS NOT = "00"
000000         MOVE "REWRITE"    TO WS-ERROR-OPERATION
000000         MOVE "B-FILE"     TO WS-ERROR-FILE-NAME
000000         MOVE WS-B-STATUS  TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000     MOVE "W"              TO WS-AUDIT-ACTION.
000000     COMPUTE WS-AUDIT-BALANCE = B-BALANCE.
000000     PERFORM 2600-AUDIT-B-WRITE THRU 2600-EXIT.
000000     PERFORM 2350-CHECKPOINT-FIRST-LEG THRU 2350-EXIT.
000000 2226-EXIT.
000000     EXIT.
000000*
000000 2227-WRITE-RECEIVING-LEG.
000000     MOVE WS-XFER-TO-A02   TO A02.
000000     MOVE WS-XFER-TO-A03   TO A03.
000000     MOVE "2"              TO WS-XFER-LEG.
000000     MOVE WS-XFER-TO-A-IMAGE TO A-REC.
000000     MOVE WS-XFER-TO-NEW-A TO A-BALANCE.
000000     MOVE WS-POSTING-DATE  TO A-LAST-ACT-DATE.
000000     REWRITE A-REC.
000000     IF WS-A-STATUS NOT = "00"
000000         MOVE "REWRITE"    TO WS-ERROR-OPERATION
000000         MOVE "A-FILE"     TO WS-ERROR-FILE-NAME
000000         MOVE WS-A-STATUS  TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000     MOVE "W"              TO WS-AUDIT-ACTION.
000000     COMPUTE WS-AUDIT-BALANCE = A-BALANCE.
000000     PERFORM 2500-AUDIT-A-WRITE THRU 2500-EXIT.
000000     PERFORM 2300-CHECKPOINT-A THRU 2300-EXIT.
000000     MOVE SPACE            TO WS-XFER-LEG.
000000     MOVE WS-XFER-TO-B-IMAGE TO B-REC.
000000     MOVE WS-XFER-TO-NEW-B TO B-BALANCE.
000000     MOVE WS-POSTING-DATE  TO B-LAST-ACT-DATE.
000000     REWRITE B-REC.
000000     IF WS-B-STATUS NOT = "00"
000000         MOVE "REWRITE"    TO WS-ERROR-OPERATION
000000         MOVE "B-FILE"     TO WS-ERROR-FILE-NAME
000000         MOVE WS-B-STATUS  TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000     MOVE "W"              TO WS-AUDIT-ACTION.
000000     COMPUTE WS-AUDIT-BALANCE = B-BALANCE.
000000     PERFORM 2600-AUDIT-B-WRITE THRU 2600-EXIT.
000000     PERFORM 2400-CHECKPOINT-B THRU 2400-EXIT.
000000 2227-EXIT.
000000     EXIT.
000000*
000000* Written after the receiving leg's B-side checkpoint, so the
000000* detail file only ever shows a transfer both masters hold on
000000* both accounts.  The paying leg carries the amount as a minus.
000000*
000000 2228-WRITE-TRANSFER-DETAIL.
000000     MOVE WS-XFER-FROM-A02 TO POST-ACC-NO.
000000     COMPUTE POST-AMOUNT = ZERO - VTRANS-AMOUNT.
000000     MOVE WS-XFER-FROM-A-BAL TO POST-BEFORE-BAL.
000000     MOVE WS-XFER-FROM-NEW-A TO POST-AFTER-BAL.
000000     MOVE "F"              TO POST-XFER-LEG.
000000     MOVE WS-XFER-TO-A02   TO POST-XFER-ACC-NO.
000000     PERFORM 2229-WRITE-TRANSFER-LEG THRU 2229-EXIT.
000000     MOVE WS-XFER-TO-A02   TO POST-ACC-NO.
000000     MOVE VTRANS-AMOUNT    TO POST-AMOUNT.
000000     MOVE WS-XFER-TO-A-BAL TO POST-BEFORE-BAL.
000000     MOVE WS-XFER-TO-NEW-A TO POST-AFTER-BAL.
000000     MOVE "T"              TO POST-XFER-LEG.
000000     MOVE WS-XFER-FROM-A02 TO POST-XFER-ACC-NO.
000000     PERFORM 2229-WRITE-TRANSFER-LEG THRU 2229-EXIT.
000000     ADD 1 TO WS-TRANSFER-COUNT.
000000     IF WS-XFER-OVERRIDE
000000         DISPLAY "FXPN0002 - ACC-NO ", WS-XFER-FROM-A02,
000000                 " TRANSFER PAID PAST OVERDRAFT LIMIT BY",
000000                 " CREDIT DESK"
000000         ADD 1 TO WS-OVERRIDE-COUNT
000000     END-IF.
000000 2228-EXIT.
000000     EXIT.
000000*
000000 2229-WRITE-TRANSFER-LEG.
000000     MOVE WS-POSTING-DATE  TO POST-RUN-DATE.
000000     MOVE VTRANS-SERIAL    TO POST-SERIAL.
000000     MOVE VTRANS-SOURCE    TO POST-SOURCE.
000000     MOVE VTRANS-DATE      TO POST-TRANS-DATE.
000000     MOVE VTRANS-TYPE      TO POST-TYPE.
000000     MOVE VTRANS-XREF      TO POST-XREF.
000000     MOVE SPACE            TO POST-REVERSAL-FLAG.
000000     WRITE POST-REC.
000000     IF WS-PD-STATUS NOT = "00"
000000         MOVE "WRITE"      TO WS-ERROR-OPERATION
000000         MOVE "POSTED-FILE" TO WS-ERROR-FILE-NAME
000000         MOVE WS-PD-STATUS TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000 2229-EXIT.
000000     EXIT.
000000*
000000 2230-POST-CLOSE.
000000     PERFORM 2700-READ-A-BY-KEY THRU 2700-EXIT.
000000     IF WS-A-NOT-FOUND
000000         DISPLAY "FXPN0002 - CLOSE FOR ACC-NO ", A02, " NOT ON",
000000                 " A-FILE, TRANSACTION REJECTED"
000000         ADD 1 TO WS-POST-ERROR-COUNT
000000         MOVE "P5"       TO WS-EXCEPTION-REASON
000000         PERFORM 2240-SUSPEND-TRANSACTION THRU 2240-EXIT
000000         GO TO 2230-EXIT
000000     END-IF.
000000     PERFORM 2800-READ-B-BY-KEY THRU 2800-EXIT.
000000         DISPLAY "FXPN0002 - CLOSE FOR ACC-NO ", A02, " HAS NO",
000000                 " B-FILE RECORD, TRANSACTION REJECTED"
000000         ADD 1 TO WS-POST-ERROR-COUNT
000000         MOVE "P6"       TO WS-EXCEPTION-REASON
000000         PERFORM 2240-SUSPEND-TRANSACTION THRU 2240-EXIT
000000         GO TO 2230-EXIT
000000     END-IF.
000000     IF A-CLOSED
000000         DISPLAY "FXPN0002 - ACC-NO ", A02, " IS ALREADY",
000000                 " CLOSED, TRANSACTION REJECTED"
000000         ADD 1 TO WS-POST-ERROR-COUNT
000000         MOVE "P9"       TO WS-EXCEPTION-REASON
000000         PERFORM 2240-SUSPEND-TRANSACTION THRU 2240-EXIT
000000         GO TO 2230-EXIT
000000     END-IF.
000000     MOVE A-BALANCE        TO WS-BEFORE-BALANCE.
000000 2230-EXIT.
000000     EXIT.
000000*
000000* A posting reject is consumed from the transaction file like
000000* any other, but is no longer only a console message: it is
000000* written to the exception file with the caller's P-series
000000* reason (see PEXCREC) for FXPN0026 to load into suspense.
000000* The transaction is rebuilt in the TRANREC image, with an
000000* effective date of zero - it was due when it was posted.
000000*
000000 2240-SUSPEND-TRANSACTION.
000000     MOVE WS-POSTING-DATE  TO PEXC-RUN-DATE.
000000     MOVE VTRANS-SERIAL    TO PEXC-SERIAL.
000000     MOVE VTRANS-SOURCE    TO PEXC-SOURCE.
000000     MOVE VTRANS-DATE      TO PEXC-TRANS-DATE.
000000     MOVE VTRANS-ACC-NO    TO PEXC-ACC-NO.
000000     MOVE VTRANS-TYPE      TO PEXC-TYPE.
000000     MOVE VTRANS-AMOUNT    TO PEXC-AMOUNT.
000000     MOVE ZERO             TO PEXC-EFF-DATE.
000000     MOVE VTRANS-SOURCE    TO PEXC-TRANS-SOURCE.
000000     MOVE VTRANS-XREF-SERIAL TO PEXC-XREF-SERIAL.
000000     MOVE VTRANS-XREF-SOURCE TO PEXC-XREF-SOURCE.
000000     MOVE VTRANS-XREF-DATE TO PEXC-XREF-DATE.
000000     MOVE VTRANS-TO-ACC-NO TO PEXC-TO-ACC-NO.
000000     MOVE WS-EXCEPTION-REASON TO PEXC-REASON-CODE.
000000     WRITE PEXC-REC.
000000     IF WS-EXC-STATUS NOT = "00"
000000         MOVE "WRITE"      TO WS-ERROR-OPERATION
000000         MOVE "EXCEPTION-FILE" TO WS-ERROR-FILE-NAME
000000         MOVE WS-EXC-STATUS TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000 2240-EXIT.
000000     EXIT.
000000*
000000* The referred transaction is consumed from the transaction
000000* file like a reject - it counts toward CKPT-TRANS-DONE via
000000* WS-TRANS-READ-COUNT - but is reported separately so the
000000 2250-REFER-TRANSACTION.
000000     DISPLAY "FXPN0002 - ACC-NO ", A02, " DEBIT WOULD EXCEED",
000000             " OVERDRAFT LIMIT, TRANSACTION REFERRED".
000000     IF WS-HELD-AMOUNT NOT = ZERO
000000         DISPLAY "FXPN0002 - ACC-NO ", A02, " HAS ",
000000                 WS-HELD-AMOUNT, " ON HOLD"
000000         ADD 1 TO WS-HELD-REFER-COUNT
000000     END-IF.
000000     MOVE WS-POSTING-DATE  TO REF-RUN-DATE.
000000     MOVE VTRANS-ACC-NO     TO REF-ACC-NO.
000000     MOVE VTRANS-TYPE       TO REF-TRANS-TYPE.
000000     MOVE A-CUST-NAME      TO REF-CUST-NAME.
000000     MOVE VTRANS-SERIAL    TO REF-SERIAL.
000000     MOVE VTRANS-SOURCE    TO REF-SOURCE.
000000     MOVE VTRANS-TO-ACC-NO TO REF-TO-ACC-NO.
000000     MOVE WS-HELD-AMOUNT   TO REF-HELD-AMOUNT.
000000     WRITE REF-REC.
000000     IF WS-REF-STATUS NOT = "00"
000000         MOVE "WRITE"      TO WS-ERROR-OPERATION
000000     MOVE VTRANS-AMOUNT    TO POST-AMOUNT.
000000     MOVE WS-BEFORE-BALANCE TO POST-BEFORE-BAL.
000000     MOVE A-BALANCE        TO POST-AFTER-BAL.
000000     MOVE VTRANS-XREF      TO POST-XREF.
000000     MOVE SPACE            TO POST-REVERSAL-FLAG.
000000     MOVE SPACE            TO POST-XFER-LEG.
000000     MOVE ZERO             TO POST-XFER-ACC-NO.
000000     WRITE POST-REC.
000000     IF WS-PD-STATUS NOT = "00"
000000         MOVE "WRITE"      TO WS-ERROR-OPERATION
000000         MOVE WS-PD-STATUS TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000     IF VTRANS-REVERSAL
000000         ADD 1 TO WS-REVERSAL-COUNT
000000     END-IF.
000000 2260-EXIT.
000000     EXIT.
000000*
000000         ON SIZE ERROR
000000             DISPLAY "FXPN0002 - SIZE ERROR ON CKPT-TRANS-DONE"
000000     END-COMPUTE.
000000     PERFORM 2450-SET-CKPT-TRANSFER THRU 2450-EXIT.
000000     REWRITE CKPT-REC
000000         INVALID KEY
000000             WRITE CKPT-REC
000000 2300-EXIT.
000000     EXIT.
000000*
000000* The paying leg of a transfer is on both masters but the
000000* receiving leg has not started: the checkpoint is left FOR-B,
000000* not complete, so a stop here still sends FXPN0015 in to put
000000* the paying leg back.
000000*
000000 2350-CHECKPOINT-FIRST-LEG.
000000     MOVE "1"            TO CKPT-KEY.
000000     MOVE A02            TO CKPT-ACC-NO.
000000     MOVE "B"            TO CKPT-FILE-ID.
000000     MOVE WS-POSTING-DATE TO CKPT-RUN-DATE.
000000     COMPUTE CKPT-TRANS-DONE =
000000             WS-SKIP-COUNT + WS-TRANS-READ-COUNT - 1
000000         ON SIZE ERROR
000000             DISPLAY "FXPN0002 - SIZE ERROR ON CKPT-TRANS-DONE"
000000     END-COMPUTE.
000000     PERFORM 2450-SET-CKPT-TRANSFER THRU 2450-EXIT.
000000     REWRITE CKPT-REC
000000         INVALID KEY
000000             WRITE CKPT-REC
000000     END-REWRITE.
000000     IF WS-CKPT-STATUS NOT = "00"
000000         MOVE "WRITE"      TO WS-ERROR-OPERATION
000000         MOVE "CHECKPOINT-FILE" TO WS-ERROR-FILE-NAME
000000         MOVE WS-CKPT-STATUS TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000 2350-EXIT.
000000     EXIT.
000000*
000000 2400-CHECKPOINT-B.
000000     MOVE "1"            TO CKPT-KEY.
000000     MOVE A02            TO CKPT-ACC-NO.
000000         ON SIZE ERROR
000000             DISPLAY "FXPN0002 - SIZE ERROR ON CKPT-TRANS-DONE"
000000     END-COMPUTE.
000000     PERFORM 2450-SET-CKPT-TRANSFER THRU 2450-EXIT.
000000     REWRITE CKPT-REC
000000         INVALID KEY
000000             WRITE CKPT-REC
000000 2400-EXIT.
000000     EXIT.
000000*
000000* Every checkpoint carries the transfer fields: space and zeros
000000* for any other posting, the leg and the paying account's
000000* before-images while a transfer is being written.
000000*
000000 2450-SET-CKPT-TRANSFER.
000000     IF WS-XFER-LEG = SPACE
000000         MOVE SPACE      TO CKPT-XFER-LEG
000000         MOVE ZERO       TO CKPT-XFER-FROM-ACC
000000         MOVE ZERO       TO CKPT-XFER-A-BAL
000000         MOVE ZERO       TO CKPT-XFER-B-BAL
000000         MOVE ZERO       TO CKPT-XFER-LAST-ACT
000000     ELSE
000000         MOVE WS-XFER-LEG TO CKPT-XFER-LEG
000000         MOVE WS-XFER-FROM-A02 TO CKPT-XFER-FROM-ACC
000000         MOVE WS-XFER-FROM-A-BAL TO CKPT-XFER-A-BAL
000000         MOVE WS-XFER-FROM-B-BAL TO CKPT-XFER-B-BAL
000000         MOVE WS-XFER-FROM-LAST-ACT TO CKPT-XFER-LAST-ACT
000000     END-IF.
000000 2450-EXIT.
000000     EXIT.
000000*
000000 2500-AUDIT-A-WRITE.
000000     MOVE "FXPN0002"     TO AUDIT-PROGRAM-ID.
000000     MOVE "A"            TO AUDIT-FILE-ID.
000000     MOVE WS-AUDIT-ACTION  TO AUDIT-ACTION.
000000     MOVE WS-AUDIT-BALANCE TO AUDIT-BALANCE.
000000     MOVE A-STATUS         TO AUDIT-STATUS.
000000     MOVE VTRANS-OVERRIDE  TO AUDIT-OVERRIDE.
000000     MOVE VTRANS-SERIAL    TO AUDIT-SERIAL.
000000     MOVE VTRANS-SOURCE    TO AUDIT-SOURCE.
000000     MOVE SPACES           TO AUDIT-CUST-NAME.
000000     MOVE ZERO             TO AUDIT-OD-LIMIT.
000000     MOVE SPACES           TO AUDIT-MAKER-ID.
000000     MOVE SPACES           TO AUDIT-CHECKER-ID.
000000     MOVE WS-POSTING-DATE TO WS-AUDIT-DATE.
000000     ACCEPT WS-AUDIT-TIME FROM TIME.
000000     MOVE WS-AUDIT-DATE  TO AUDIT-DATE.
000000     MOVE WS-AUDIT-ACTION  TO AUDIT-ACTION.
000000     MOVE WS-AUDIT-BALANCE TO AUDIT-BALANCE.
000000     MOVE B-STATUS         TO AUDIT-STATUS.
000000     MOVE VTRANS-OVERRIDE  TO AUDIT-OVERRIDE.
000000     MOVE VTRANS-SERIAL    TO AUDIT-SERIAL.
000000     MOVE VTRANS-SOURCE    TO AUDIT-SOURCE.
000000     MOVE SPACES           TO AUDIT-CUST-NAME.
000000     MOVE ZERO             TO AUDIT-OD-LIMIT.
000000     MOVE SPACES           TO AUDIT-MAKER-ID.
000000     MOVE SPACES           TO AUDIT-CHECKER-ID.
000000     MOVE WS-POSTING-DATE TO WS-AUDIT-DATE.
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
000000 2700-EXIT.
000000     EXIT.
000000*
000000* The account's active holds are totalled from the holds
000000* master by a START at the account's first sequence.  A hold
000000* counts while it is active and its expiry date has not gone
000000* by, whether or not the FXPN0029 expiry pass has run yet.
000000* The A-FILE record in the record area is not disturbed.
000000*
000000 2750-SUM-HOLDS.
000000     MOVE ZERO           TO WS-HELD-AMOUNT.
000000     IF WS-HOLD-ABSENT
000000         GO TO 2750-EXIT
000000     END-IF.
000000     MOVE "N"            TO WS-HOLD-EOF-SW.
000000     MOVE A02            TO HOLD-ACC-NO.
000000     MOVE ZERO           TO HOLD-SEQ.
000000     START HOLD-FILE KEY NOT LESS THAN HOLD-KEY
000000         INVALID KEY
000000             SET WS-HOLD-AT-EOF TO TRUE
000000     END-START.
000000     IF NOT WS-HOLD-AT-EOF
000000         PERFORM 2760-READ-HOLD THRU 2760-EXIT
000000     END-IF.
000000     PERFORM 2770-ADD-HOLD THRU 2770-EXIT
000000             UNTIL WS-HOLD-AT-EOF.
000000 2750-EXIT.
000000     EXIT.
000000*
000000 2760-READ-HOLD.
000000     READ HOLD-FILE NEXT RECORD
000000         AT END
000000             SET WS-HOLD-AT-EOF TO TRUE
000000     END-READ.
000000 2760-EXIT.
000000     EXIT.
000000*
000000 2770-ADD-HOLD.
000000     IF HOLD-ACC-NO NOT = A02
000000         SET WS-HOLD-AT-EOF TO TRUE
000000         GO TO 2770-EXIT
000000     END-IF.
000000     IF HOLD-ACTIVE
000000        AND (HOLD-EXPIRY-DATE = ZERO
000000             OR HOLD-EXPIRY-DATE NOT < WS-POSTING-DATE)
000000         ADD HOLD-AMOUNT TO WS-HELD-AMOUNT
000000             ON SIZE ERROR
000000                 DISPLAY "FXPN0002 - SIZE ERROR ON HELD AMOUNT",
000000                         " FOR ACC-NO ", A02
000000         END-ADD
000000     END-IF.
000000     PERFORM 2760-READ-HOLD THRU 2760-EXIT.
000000 2770-EXIT.
000000     EXIT.
000000*
000000 2800-READ-B-BY-KEY.
000000     MOVE "N"            TO WS-B-FOUND-SW.
000000     MOVE A03            TO ACC-NO OF B-REC.
000000 2800-EXIT.
000000     EXIT.
000000*
000000* The originals of the reversals posted on this run date are
000000* marked on the posted-detail file.  The reversals are taken
000000* from the file itself, not from this run's counts, so a run
000000* resubmitted after FXPN0015 recovery - which skips reversals
000000* the failed run already posted - still marks their originals.
000000* The detail file is closed from its EXTEND open here, and
000000* read INPUT and then I-O, like the control-total pass of the
000000* masters below.
000000*
000000 7000-MARK-REVERSED.
000000     CLOSE POSTED-FILE.
000000     IF WS-PD-STATUS NOT = "00"
000000         MOVE "CLOSE"      TO WS-ERROR-OPERATION
000000         MOVE "POSTED-FILE" TO WS-ERROR-FILE-NAME
000000         MOVE WS-PD-STATUS TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000     OPEN INPUT POSTED-FILE.
000000     IF WS-PD-STATUS NOT = "00"
000000         MOVE "OPEN"       TO WS-ERROR-OPERATION
000000         MOVE "POSTED-FILE" TO WS-ERROR-FILE-NAME
000000         MOVE WS-PD-STATUS TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000     MOVE "N"            TO WS-PD-SCAN-EOF-SW.
000000     PERFORM 7100-SCAN-POSTED THRU 7100-EXIT.
000000     PERFORM 7200-NOTE-REVERSAL THRU 7200-EXIT
000000             UNTIL WS-PD-SCAN-AT-EOF.
000000     CLOSE POSTED-FILE.
000000     IF WS-PD-STATUS NOT = "00"
000000         MOVE "CLOSE"      TO WS-ERROR-OPERATION
000000         MOVE "POSTED-FILE" TO WS-ERROR-FILE-NAME
000000         MOVE WS-PD-STATUS TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000     IF WS-RV-COUNT = ZERO
000000         GO TO 7000-EXIT
000000     END-IF.
000000     OPEN I-O POSTED-FILE.
000000     IF WS-PD-STATUS NOT = "00"
000000         MOVE "OPEN"       TO WS-ERROR-OPERATION
000000         MOVE "POSTED-FILE" TO WS-ERROR-FILE-NAME
000000         MOVE WS-PD-STATUS TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000     MOVE "N"            TO WS-PD-SCAN-EOF-SW.
000000     PERFORM 7100-SCAN-POSTED THRU 7100-EXIT.
000000     PERFORM 7300-MARK-ORIGINAL THRU 7300-EXIT
000000             UNTIL WS-PD-SCAN-AT-EOF.
000000     CLOSE POSTED-FILE.
000000     IF WS-PD-STATUS NOT = "00"
000000         MOVE "CLOSE"      TO WS-ERROR-OPERATION
000000         MOVE "POSTED-FILE" TO WS-ERROR-FILE-NAME
000000         MOVE WS-PD-STATUS TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000 7000-EXIT.
000000     EXIT.
000000*
000000 7100-SCAN-POSTED.
000000     READ POSTED-FILE
000000         AT END
000000             SET WS-PD-SCAN-AT-EOF TO TRUE
000000     END-READ.
000000 7100-EXIT.
000000     EXIT.
000000*
000000 7200-NOTE-REVERSAL.
000000     IF POST-TYPE = "R" AND POST-RUN-DATE = WS-POSTING-DATE
000000         IF WS-RV-COUNT >= WS-RV-MAX
000000             DISPLAY "FXPN0002 - MORE THAN ", WS-RV-MAX,
000000                     " REVERSALS, REVERSAL TABLE FULL"
000000             MOVE 16     TO RETURN-CODE
000000             GOBACK
000000         END-IF
000000         ADD 1 TO WS-RV-COUNT
000000         MOVE POST-XREF  TO WS-RV-KEY (WS-RV-COUNT)
000000     END-IF.
000000     PERFORM 7100-SCAN-POSTED THRU 7100-EXIT.
000000 7200-EXIT.
000000     EXIT.
000000*
000000 7300-MARK-ORIGINAL.
000000     IF NOT POST-REVERSED
000000         MOVE POST-SERIAL    TO WS-PD-SERIAL
000000         MOVE POST-SOURCE    TO WS-PD-SOURCE
000000         MOVE POST-RUN-DATE  TO WS-PD-RUN-DATE
000000         MOVE "N"            TO WS-RV-FOUND-SW
000000         MOVE 1              TO WS-RV-IX
000000         PERFORM 7350-SCAN-RV-TABLE THRU 7350-EXIT
000000                 UNTIL WS-RV-IX > WS-RV-COUNT OR WS-RV-FOUND
000000         IF WS-RV-FOUND
000000             MOVE "R"        TO POST-REVERSAL-FLAG
000000             REWRITE POST-REC
000000             IF WS-PD-STATUS NOT = "00"
000000                 MOVE "REWRITE"    TO WS-ERROR-OPERATION
000000                 MOVE "POSTED-FILE" TO WS-ERROR-FILE-NAME
000000                 MOVE WS-PD-STATUS TO WS-ERROR-STATUS
000000                 PERFORM 9900-FILE-ERROR
000000             END-IF
000000             ADD 1 TO WS-MARKED-COUNT
000000         END-IF
000000     END-IF.
000000     PERFORM 7100-SCAN-POSTED THRU 7100-EXIT.
000000 7300-EXIT.
000000     EXIT.
000000*
000000 7350-SCAN-RV-TABLE.
000000     IF WS-RV-KEY (WS-RV-IX) = WS-PD-KEY
000000         SET WS-RV-FOUND TO TRUE
000000     ELSE
000000         ADD 1 TO WS-RV-IX
000000     END-IF.
000000 7350-EXIT.
000000     EXIT.
000000*
000000 8000-WRITE-CONTROL-TOTALS.
000000     CLOSE A-FILE.
000000     IF WS-A-STATUS NOT = "00"
000000     MOVE WS-B-REC-COUNT     TO CTL-B-REC-COUNT.
000000     MOVE WS-A-HASH-TOTAL    TO CTL-A-HASH.
000000     MOVE WS-B-HASH-TOTAL    TO CTL-B-HASH.
000000     PERFORM 8500-WRITE-CONTROL-HISTORY THRU 8500-EXIT.
000000     WRITE CTL-REC.
000000     IF WS-CTL-STATUS NOT = "00"
000000         MOVE "WRITE"      TO WS-ERROR-OPERATION
000000 8400-EXIT.
000000     EXIT.
000000*
000000* FXPN0002g.txt holds only the latest run's totals, for the
000000* FXPN0011 tie-out.  Each run's record is also appended to the
000000* dated control history, so the FXPN0031 forward recovery can
000000* prove masters rebuilt to any past date against the totals
000000* that date's posting run left.  A recovery resubmit appends a
000000* second record for the same date; the last one is the one
000000* that stands.  Written from CTL-REC before the control-file
000000* WRITE releases the record area.
000000*
000000 8500-WRITE-CONTROL-HISTORY.
000000     OPEN EXTEND CTL-HIST-FILE.
000000     IF WS-CH-STATUS = "35"
000000         OPEN OUTPUT CTL-HIST-FILE
000000         IF WS-CH-STATUS NOT = "00"
000000             MOVE "OPEN"   TO WS-ERROR-OPERATION
000000             MOVE "CTL-HIST-FILE" TO WS-ERROR-FILE-NAME
000000             MOVE WS-CH-STATUS TO WS-ERROR-STATUS
000000             PERFORM 9900-FILE-ERROR
000000         END-IF
000000         CLOSE CTL-HIST-FILE
000000         IF WS-CH-STATUS NOT = "00"
000000             MOVE "CLOSE"  TO WS-ERROR-OPERATION
000000             MOVE "CTL-HIST-FILE" TO WS-ERROR-FILE-NAME
000000             MOVE WS-CH-STATUS TO WS-ERROR-STATUS
000000             PERFORM 9900-FILE-ERROR
000000         END-IF
000000         OPEN EXTEND CTL-HIST-FILE
000000     END-IF.
000000     IF WS-CH-STATUS NOT = "00"
000000         MOVE "OPEN"       TO WS-ERROR-OPERATION
000000         MOVE "CTL-HIST-FILE" TO WS-ERROR-FILE-NAME
000000         MOVE WS-CH-STATUS TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000     WRITE CTL-HIST-REC FROM CTL-REC.
000000     IF WS-CH-STATUS NOT = "00"
000000         MOVE "WRITE"      TO WS-ERROR-OPERATION
000000         MOVE "CTL-HIST-FILE" TO WS-ERROR-FILE-NAME
000000         MOVE WS-CH-STATUS TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000     CLOSE CTL-HIST-FILE.
000000     IF WS-CH-STATUS NOT = "00"
000000         MOVE "CLOSE"      TO WS-ERROR-OPERATION
000000         MOVE "CTL-HIST-FILE" TO WS-ERROR-FILE-NAME
000000         MOVE WS-CH-STATUS TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000 8500-EXIT.
000000     EXIT.
000000*
000000 9000-TERMINATE.
000000     DISPLAY "FXPN0002 - TRANSACTIONS POSTED   = ",
000000             WS-POSTED-COUNT.
000000             WS-POST-ERROR-COUNT.
000000     DISPLAY "FXPN0002 - TRANSACTIONS REFERRED = ",
000000             WS-REFERRED-COUNT.
000000     DISPLAY "FXPN0002 - LIMIT OVERRIDES PAID  = ",
000000             WS-OVERRIDE-COUNT.
000000     DISPLAY "FXPN0002 - REVERSALS POSTED      = ",
000000             WS-REVERSAL-COUNT.
000000     DISPLAY "FXPN0002 - ORIGINALS MARKED      = ",
000000             WS-MARKED-COUNT.
000000     DISPLAY "FXPN0002 - TRANSFERS POSTED      = ",
000000             WS-TRANSFER-COUNT.
000000     DISPLAY "FXPN0002 - REFERRED WITH HOLDS   = ",
000000             WS-HELD-REFER-COUNT.
000000     MOVE "1"            TO CKPT-KEY.
000000     MOVE ZERO           TO CKPT-ACC-NO.
000000     MOVE "C"            TO CKPT-FILE-ID.
000000     MOVE ZERO           TO CKPT-TRANS-DONE.
000000     MOVE WS-POSTING-DATE TO CKPT-RUN-DATE.
000000     MOVE SPACE          TO WS-XFER-LEG.
000000     PERFORM 2450-SET-CKPT-TRANSFER THRU 2450-EXIT.
000000     REWRITE CKPT-REC
000000         INVALID KEY
000000             WRITE CKPT-REC
000000         MOVE WS-REF-STATUS TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000     CLOSE EXCEPTION-FILE.
000000     IF WS-EXC-STATUS NOT = "00"
000000         MOVE "CLOSE"      TO WS-ERROR-OPERATION
000000         MOVE "EXCEPTION-FILE" TO WS-ERROR-FILE-NAME
000000         MOVE WS-EXC-STATUS TO WS-ERROR-STATUS
000000         PERFORM 9900-FILE-ERROR
000000     END-IF.
000000     IF NOT WS-HOLD-ABSENT
000000         CLOSE HOLD-FILE
000000         IF WS-HOLD-STATUS NOT = "00"
000000             MOVE "CLOSE"      TO WS-ERROR-OPERATION
000000             MOVE "HOLD-FILE"  TO WS-ERROR-FILE-NAME
000000             MOVE WS-HOLD-STATUS TO WS-ERROR-STATUS
000000             PERFORM 9900-FILE-ERROR
000000         END-IF
000000     END-IF.
000000 9000-EXIT.
000000     EXIT.
000000*
