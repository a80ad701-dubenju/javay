000000*
000000* MCHKREC - one-record maker-checker parameter file
000000*           (FXPN0007p.txt) read by the FXPN0007 maintenance
000000*           step, so which routine changes need a second
000000*           operator is an operations edit instead of a
000000*           recompile - the same convention RATEREC follows for
000000*           the interest rates.  An A-OD-LIMIT increase, a
000000*           FROZEN account set back to open and a close of an
000000*           account with a nonzero balance always need
000000*           approval; for everything else a Y here holds the
000000*           request for approval and an N applies it as
000000*           entered:
000000*             MCHK-ADD-HOLD    - account adds
000000*             MCHK-NAME-HOLD   - customer name changes
000000*             MCHK-STATUS-HOLD - any other status change
000000*             MCHK-LIMIT-HOLD  - overdraft limit cuts (or a
000000*                                limit set to its own value)
000000*             MCHK-CLOSE-HOLD  - closes of zero-balance accounts
000000*             MCHK-EXPIRY-DAYS - business days (see CALREC) a
000000*                                request may stay pending; on
000000*                                the run that reaches this age
000000*                                it expires unapplied
000000*           A change that touches more than one field is held
000000*           if any field it touches is.  FXPN0007 validates
000000*           the record at initialize time and aborts on
000000*           garbage rather than applying maintenance with it.
000000*
000000 01  MCHK-REC.
000000     05 MCHK-ADD-HOLD        PIC X(01).
000000     05 MCHK-NAME-HOLD       PIC X(01).
000000     05 MCHK-STATUS-HOLD     PIC X(01).
000000     05 MCHK-LIMIT-HOLD      PIC X(01).
000000     05 MCHK-CLOSE-HOLD      PIC X(01).
000000     05 MCHK-EXPIRY-DAYS     PIC 9(02).
