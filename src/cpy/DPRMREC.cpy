000000*
000000* DPRMREC - one-record credit-desk parameter file
000000*           (FXPN0027p.txt) read by the FXPN0027 decision step,
000000*           so the desk's decision window is an operations edit
000000*           instead of a recompile - the same convention
000000*           RATEREC follows for the interest rates:
000000*             DPRM-RETURN-DAYS - business days (see CALREC) a
000000*                                referral may stay undecided;
000000*                                on the run that reaches this
000000*                                age it is returned unpaid
000000*           FXPN0027 validates the record at initialize time
000000*           and aborts on garbage rather than deciding with it.
000000*
000000 01  DPRM-REC.
000000     05 DPRM-RETURN-DAYS     PIC 9(02).
