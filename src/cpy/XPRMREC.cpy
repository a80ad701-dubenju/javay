000000*
000000* XPRMREC - one-record customer exposure parameter file
000000*           (FXPN0034p.txt) read by the FXPN0034 consolidated
000000*           exposure report, so the credit desk's limit is an
000000*           operations edit instead of a recompile - the same
000000*           convention RATEREC follows for the interest rates:
000000*             XPRM-EXPOSURE-LIMIT - a customer whose overdraft
000000*                                   in use across all its
000000*                                   linked accounts comes to
000000*                                   more than this is flagged
000000*           FXPN0034 validates the record at initialize time
000000*           and aborts on garbage rather than reporting with
000000*           it.
000000*
000000 01  XPRM-REC.
000000     05 XPRM-EXPOSURE-LIMIT  PIC 9(5)V9(2).
