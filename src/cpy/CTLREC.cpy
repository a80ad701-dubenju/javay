000000*          posting finished.  FXPN0011 recomputes the counts
000000*          and hashes from the masters and fails the batch if
000000*          they do not tie.
000000*          FXPN0002g.txt holds the latest run's record only;
000000*          FXPN0002 also appends each one to the dated control
000000*          history FXPN0002h.txt, which the FXPN0031 forward
000000*          recovery proves rebuilt masters against.
000000*
000000 01  CTL-REC.
000000     05 CTL-RUN-DATE         PIC 9(08).
