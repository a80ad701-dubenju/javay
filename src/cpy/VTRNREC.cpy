000000*             VTRANS-SOURCE - which step stamped the serial
000000*                             (EDIT = FXPN0006 pre-edit,
000000*                              WHSE = FXPN0024 warehouse
000000*                              release,
000000*                              SUSP = re-entered from the
000000*                              suspense file,
000000*                              DESK = referral paid by the
000000*                              credit desk)
000000*             VTRANS-DATE   - the business run date stamped
000000*           Serial + source + date identify one transaction
000000*           uniquely across runs; FXPN0002's posted-detail
000000*           transaction register, so a disputed debit can be
000000*           pointed at instead of inferred from balance
000000*           deltas between snapshots.
000000*           VTRANS-XREF carries the TRANREC cross-reference
000000*           through unchanged: the serial, source and stamp
000000*           date of the original transaction a re-entered item
000000*           replaces (zeros/spaces when there is none).
000000*           On a reversal (type R) VTRANS-XREF names the
000000*           posting being reversed and VTRANS-AMOUNT is the
000000*           SIGNED effect on the balance, taken by the pre-edit
000000*           from the original: plus to back out a debit, minus
000000*           to back out a credit.
000000*           VTRANS-OVERRIDE is L on a referred debit the credit
000000*           desk has decided to PAY (FXPN0027): FXPN0002 posts
000000*           it past the overdraft limit and marks its audit
000000*           records.  Every other writer leaves it space.
000000*           VTRANS-TO-ACC-NO is the receiving account of a
000000*           transfer (type T), already edited as numeric, in
000000*           range and different from VTRANS-ACC-NO; zero for
000000*           every other type.
000000*
000000 01 VTRANS-REC.
000000     05 VTRANS-ACC-NO    PIC S9(3)V9(2).
000000         88 VTRANS-CREDIT            VALUE "C".
000000         88 VTRANS-NEW-ACCOUNT       VALUE "N".
000000         88 VTRANS-CLOSE-ACCOUNT     VALUE "X".
000000         88 VTRANS-REVERSAL          VALUE "R".
000000         88 VTRANS-TRANSFER          VALUE "T".
000000     05 VTRANS-AMOUNT    PIC S9(3)V9(2).
000000     05 VTRANS-SERIAL    PIC 9(07).
000000     05 VTRANS-SOURCE    PIC X(04).
000000     05 VTRANS-DATE      PIC 9(08).
000000     05 VTRANS-XREF.
000000         10 VTRANS-XREF-SERIAL PIC 9(07).
000000         10 VTRANS-XREF-SOURCE PIC X(04).
000000         10 VTRANS-XREF-DATE   PIC 9(08).
000000     05 VTRANS-OVERRIDE  PIC X(01).
000000         88 VTRANS-LIMIT-OVERRIDE    VALUE "L".
000000     05 VTRANS-TO-ACC-NO PIC S9(3)V9(2).
