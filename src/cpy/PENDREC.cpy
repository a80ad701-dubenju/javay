000000*           from scratch); items released on an earlier date
000000*           are carried through untouched and never released
000000*           again.
000000*           PEND-TO-ACC-NO is the receiving account of a
000000*           future-dated transfer; zero for every other type.
000000*
000000 01  PEND-REC.
000000     05 PEND-ACC-NO          PIC S9(3)V9(2).
000000         88 PEND-PENDING             VALUE "P".
000000         88 PEND-RELEASED            VALUE "R".
000000     05 PEND-RELEASE-DATE    PIC 9(08).
000000     05 PEND-TO-ACC-NO       PIC S9(3)V9(2).
