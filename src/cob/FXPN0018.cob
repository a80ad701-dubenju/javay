000000* 2026.09.02  DJ  MAINT-REC now carries MAINT-OD-LIMIT (see
000000*                 FXPN0007); the freeze records write it as
000000*                 spaces, which FXPN0007 treats as leave-alone.
000000* 2026.10.15  DJ  MAINT-REC now carries MAINT-MAKER-ID (see
000000*                 FXPN0007); the freeze records name FXPN0018 as
000000*                 the maker, so a freeze FXPN0007 holds for
000000*                 approval can be approved by any operator.
000000*
000000 ENVIRONMENT            DIVISION.
000000 CONFIGURATION          SECTION.
000000     05 MAINT-CUST-NAME  PIC X(20).
000000     05 MAINT-STATUS     PIC X(01).
000000     05 MAINT-OD-LIMIT   PIC X(05).
000000     05 MAINT-MAKER-ID   PIC X(08).
000000 FD  DORM-FILE.
000000 01  DORM-REC.
000000     05 DORM-DAYS        PIC 9(05).
000000     MOVE SPACES         TO MAINT-CUST-NAME.
000000     MOVE "F"            TO MAINT-STATUS.
000000     MOVE SPACES         TO MAINT-OD-LIMIT.
000000     MOVE "FXPN0018"     TO MAINT-MAKER-ID.
000000     WRITE MAINT-REC.
000000     IF WS-M-STATUS NOT = "00"
000000         MOVE "WRITE"      TO WS-ERROR-OPERATION
