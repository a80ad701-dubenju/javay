000000*
000000* CASEREC - one monitoring case on the case master
000000*           (FXPN0032s.txt), maintained by the FXPN0032 activity
000000*           monitoring step.  A case is raised the first time
000000*           an account trips a threshold (see MPRMREC) and is
000000*           carried forward open, so the same activity is
000000*           reported as continuing, not as new, on every later
000000*           run it is still in the window.  CASE-TYPE says
000000*           what tripped it:
000000*             L - one large-value posting, named by
000000*                 CASE-REF-DATE and CASE-REF-SERIAL (the
000000*                 posting's POST-RUN-DATE and POST-SERIAL)
000000*             V - debit count or total over the velocity limits
000000*             D - dormant then active: heavy debits after
000000*                 FXPN0007 cleared a FROZEN status
000000*             R - repeated overdraft referrals
000000*           CASE-REF-DATE and CASE-REF-SERIAL are zero on the
000000*           account-level types V, D and R.
000000*           CASE-STATUS is O (open) until compliance closes the
000000*           case through the FXPN0032 disposition file (C,
000000*           CASE-CLOSED-DATE set).  A closed account-level case
000000*           keeps the account from being flagged again for the
000000*           same type while its close date is still inside the
000000*           window; a closed large-value case is never raised
000000*           again for the same posting.
000000*           CASE-COUNT and CASE-AMOUNT are the evidence as it
000000*           stood on CASE-LAST-FLAG-DATE, the last run that
000000*           flagged the case.  A closed case stays on the
000000*           master only while it can still hold back a flag -
000000*           its close date, and for type L its CASE-REF-DATE,
000000*           inside the window - and is then dropped, bar the
000000*           highest CASE-ID, kept so case numbering carries on.
000000*           The FXPN0032 report is the case history.
000000*
000000 01  CASE-REC.
000000     05 CASE-ID              PIC 9(07).
000000     05 CASE-ACC-NO          PIC S9(3)V9(2).
000000     05 CASE-TYPE            PIC X(01).
000000         88 CASE-LARGE-VALUE         VALUE "L".
000000         88 CASE-VELOCITY            VALUE "V".
000000         88 CASE-DORMANT             VALUE "D".
000000         88 CASE-REFERRALS           VALUE "R".
000000     05 CASE-REF-DATE        PIC 9(08).
000000     05 CASE-REF-SERIAL      PIC 9(07).
000000     05 CASE-STATUS          PIC X(01).
000000         88 CASE-OPEN                VALUE "O".
000000         88 CASE-CLOSED              VALUE "C".
000000     05 CASE-OPENED-DATE     PIC 9(08).
000000     05 CASE-LAST-FLAG-DATE  PIC 9(08).
000000     05 CASE-CLOSED-DATE     PIC 9(08).
000000     05 CASE-COUNT           PIC 9(05).
000000     05 CASE-AMOUNT          PIC S9(7)V9(2).
