000000*
000000* HOLDREC - one funds hold on the holds master (FXPN0029h.txt),
000000*           an INDEXED file keyed on HOLD-KEY, the account and
000000*           a hold sequence number within it, maintained by the
000000*           FXPN0029 holds step.  A hold earmarks HOLD-AMOUNT of
000000*           the account's balance - a cheque awaiting clearance,
000000*           a court order, a card pre-authorization - without
000000*           moving any money.  While a hold is active the
000000*           FXPN0002 posting tests a debit against the available
000000*           balance, A-BALANCE less the account's active holds,
000000*           and refers a debit that would take the available
000000*           balance past A-OD-LIMIT.
000000*           HOLD-REASON is free text for the inquiry and the
000000*           FXPN0030 holds report.  HOLD-PLACED-DATE is the
000000*           business date the hold was placed.  HOLD-EXPIRY-DATE
000000*           is the last business date the hold stands, zero
000000*           when it stands until released.
000000*           HOLD-STATUS is A (active), R (released by
000000*           maintenance) or E (expired, dropped by the daily
000000*           expiry pass once its expiry date has gone by);
000000*           HOLD-STATUS-DATE is the business date it left
000000*           status A.  Released and expired holds stay on the
000000*           master as the account's hold history; only status
000000*           A counts against the balance, and only while the
000000*           expiry date has not gone by, so a posting run
000000*           ahead of the expiry pass still ignores a lapsed
000000*           hold.
000000*
000000 01  HOLD-REC.
000000     05 HOLD-KEY.
000000         10 HOLD-ACC-NO      PIC S9(3)V9(2).
000000         10 HOLD-SEQ         PIC 9(03).
000000     05 HOLD-AMOUNT          PIC S9(3)V9(2).
000000     05 HOLD-REASON          PIC X(20).
000000     05 HOLD-PLACED-DATE     PIC 9(08).
000000     05 HOLD-EXPIRY-DATE     PIC 9(08).
000000     05 HOLD-STATUS          PIC X(01).
000000         88 HOLD-ACTIVE              VALUE "A".
000000         88 HOLD-RELEASED            VALUE "R".
000000         88 HOLD-EXPIRED             VALUE "E".
000000     05 HOLD-STATUS-DATE     PIC 9(08).
