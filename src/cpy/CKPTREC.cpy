000000*           CKPT-RUN-DATE matches the current business run
000000*           date - a count left over from an earlier date must
000000*           not swallow the front of a later day's file.
000000*           A transfer writes both masters twice, once per
000000*           leg, and must be backed out as a pair.
000000*           CKPT-XFER-LEG says which leg the checkpoint is
000000*           for: space for any other posting, 1 for the
000000*           paying leg, 2 for the receiving leg.  On either
000000*           leg CKPT-XFER-FROM-ACC is the paying account and
000000*           CKPT-XFER-A-BAL, CKPT-XFER-B-BAL and
000000*           CKPT-XFER-LAST-ACT its A-FILE balance, B-FILE
000000*           balance and last-activity date as they stood
000000*           BEFORE the transfer, so FXPN0015 can put the
000000*           paying leg back if the run stops before the
000000*           receiving leg is complete.  Leg 1 with file B
000000*           means the paying leg is on both masters and the
000000*           receiving leg has not started.
000000*
000000 01 CKPT-REC.
000000     05 CKPT-KEY         PIC X(01).
000000         88 CKPT-COMPLETE            VALUE "C".
000000     05 CKPT-TRANS-DONE  PIC 9(05).
000000     05 CKPT-RUN-DATE    PIC 9(08).
000000     05 CKPT-XFER-LEG    PIC X(01).
000000         88 CKPT-XFER-FIRST-LEG      VALUE "1".
000000         88 CKPT-XFER-SECOND-LEG     VALUE "2".
000000     05 CKPT-XFER-FROM-ACC PIC S9(3)V9(2).
000000     05 CKPT-XFER-A-BAL  PIC S9(3)V9(2).
000000     05 CKPT-XFER-B-BAL  PIC S9(1)V9(4).
000000     05 CKPT-XFER-LAST-ACT PIC 9(08).
