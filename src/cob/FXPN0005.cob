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
000000* 2026.10.15  DJ  Audit records now carry AUDIT-CUST-NAME and
000000*                 AUDIT-OD-LIMIT (see AUDITREC), written as spaces
000000*                 and zero - only FXPN0007 maintenance carries
000000*                 them.
000000* 2026.10.15  DJ  Audit records now carry AUDIT-MAKER-ID and
000000*                 AUDIT-CHECKER-ID (see AUDITREC), written as
000000*                 spaces - only FXPN0007 maintenance carries them.
000000*
000000 ENVIRONMENT            DIVISION.
000000 CONFIGURATION          SECTION.
000000     MOVE "W"            TO AUDIT-ACTION.
000000     COMPUTE AUDIT-BALANCE = A-BALANCE.
000000     MOVE A-STATUS       TO AUDIT-STATUS.
000000     MOVE SPACE          TO AUDIT-OVERRIDE.
000000     MOVE ZERO           TO AUDIT-SERIAL.
000000     MOVE SPACES         TO AUDIT-SOURCE.
000000     MOVE SPACES         TO AUDIT-CUST-NAME.
000000     MOVE ZERO           TO AUDIT-OD-LIMIT.
000000     MOVE SPACES         TO AUDIT-MAKER-ID.
000000     MOVE SPACES         TO AUDIT-CHECKER-ID.
000000     MOVE WS-RUN-DATE    TO WS-AUDIT-DATE.
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
000000 2550-EXIT.
000000     EXIT.
000000*
