000000         88 XAUD-DELETED                 VALUE "D".
000000     05 XAUD-BALANCE         PIC S9(3)V9(4).
000000     05 XAUD-STATUS          PIC X(01).
000000     05 XAUD-OVERRIDE        PIC X(01).
000000         88 XAUD-LIMIT-OVERRIDE          VALUE "L".
000000     05 XAUD-SERIAL          PIC 9(07).
000000     05 XAUD-SOURCE          PIC X(04).
000000     05 XAUD-CUST-NAME       PIC X(20).
000000     05 XAUD-OD-LIMIT        PIC 9(3)V9(4).
000000     05 XAUD-MAKER-ID        PIC X(08).
000000     05 XAUD-CHECKER-ID      PIC X(08).
