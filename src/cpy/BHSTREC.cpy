000000*
000000* BHSTREC - one record of a daily B-FILE snapshot written by
000000*           FXPN0013 to a run-date-stamped history file
000000*           (FXPN0013bYYYYMMDD.txt), alongside the A-FILE
000000*           snapshot in HISTREC.  The fields mirror BFILEREC
000000*           byte for byte, in B-FILE's index order, so the
000000*           FXPN0031 forward recovery can restore the B-FILE
000000*           master from it unchanged - a B-FILE rebuilt from
000000*           the A-FILE snapshot would lose the 4-decimal scale
000000*           this master exists to keep.  BHIST-ACC-NO-X is
000000*           the raw key view, as in HISTREC.
000000*
000000 01 BHIST-REC.
000000     05 BHIST-ACC-NO    PIC S9(1)V9(4)  SIGN IS TRAILING
000000                                        SEPARATE.
000000     05 BHIST-ACC-NO-X  REDEFINES BHIST-ACC-NO
000000                        PIC X(06).
000000     05 BHIST-BALANCE   PIC S9(1)V9(4).
000000     05 BHIST-CUST-NAME PIC X(20).
000000     05 BHIST-STATUS    PIC X(01).
000000     05 BHIST-OPEN-DATE PIC 9(08).
000000     05 BHIST-LAST-ACT  PIC 9(08).
000000     05 BHIST-OD-LIMIT  PIC 9(1)V9(4).
