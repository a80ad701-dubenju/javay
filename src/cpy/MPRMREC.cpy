000000*
000000* MPRMREC - one-record activity-monitoring threshold file
000000*           (FXPN0032p.txt) read by the FXPN0032 monitoring
000000*           step, so compliance's limits are an operations edit
000000*           instead of a recompile - the same convention
000000*           RATEREC follows for the interest rates:
000000*             MPRM-WINDOW-DAYS   - business days (see CALREC)
000000*                                  in the rolling window, the
000000*                                  run date's own included
000000*             MPRM-LARGE-AMOUNT  - a single posting of more
000000*                                  than this is flagged
000000*             MPRM-DEBIT-COUNT   - more debits than this on an
000000*                                  account in the window is
000000*                                  flagged
000000*             MPRM-DEBIT-TOTAL   - debits totalling more than
000000*                                  this in the window is
000000*                                  flagged
000000*             MPRM-DORMANT-TOTAL - debits totalling more than
000000*                                  this since FXPN0007 cleared
000000*                                  a FROZEN status in the
000000*                                  window is flagged
000000*             MPRM-REFER-COUNT   - this many overdraft
000000*                                  referrals or more on an
000000*                                  account in the window is
000000*                                  flagged (at least 2)
000000*           FXPN0032 validates the record at initialize time
000000*           and aborts on garbage rather than monitoring with
000000*           it.
000000*
000000 01  MPRM-REC.
000000     05 MPRM-WINDOW-DAYS     PIC 9(02).
000000     05 MPRM-LARGE-AMOUNT    PIC 9(3)V9(2).
000000     05 MPRM-DEBIT-COUNT     PIC 9(03).
000000     05 MPRM-DEBIT-TOTAL     PIC 9(5)V9(2).
000000     05 MPRM-DORMANT-TOTAL   PIC 9(5)V9(2).
000000     05 MPRM-REFER-COUNT     PIC 9(02).
