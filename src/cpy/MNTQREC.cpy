000000*
000000* MNTQREC - one account-maintenance request on the pending-
000000*           maintenance file (FXPN0007q.txt), maintained by the
000000*           FXPN0007 maintenance step.  A request that needs a
000000*           second operator's approval (see MCHKREC) is held
000000*           here under its own MNTQ-ID instead of being applied;
000000*           a checker approves or rejects it by that ID through
000000*           the FXPN0007 approval file, and FXPN0007 applies it
000000*           only on an approval from an operator other than
000000*           the maker.
000000*           MNTQ-REQUEST is the maintenance record exactly as
000000*           the maker entered it (the MAINT-REC layout in
000000*           FXPN0007, maker's operator ID included).
000000*           MNTQ-SENSITIVE is Y when the request was one that
000000*           always needs approval when it was taken - an
000000*           A-OD-LIMIT increase, a FROZEN account set back to
000000*           open, or a close of an account with a balance - and
000000*           N when it was held only because MCHKREC says that
000000*           kind of routine change needs approval.
000000*           MNTQ-STATUS is P (pending) until it is decided:
000000*           A (approved and applied), F (approved but refused
000000*           when applied, the account having changed since),
000000*           R (rejected by the checker) or E (expired, still
000000*           pending after the allowed number of business days).
000000*           MNTQ-CHECKER-ID is the deciding operator, spaces on
000000*           an expired item; MNTQ-STATUS-DATE is the business
000000*           date it left status P.  A decided request stays on
000000*           the file only through the business date it was
000000*           decided (so a resubmitted run still sees it) and is
000000*           dropped on the next run - bar the highest MNTQ-ID,
000000*           kept so request numbering carries on.  The audit
000000*           trail and the FXPN0007 report are the maintenance
000000*           history.
000000*
000000 01  MNTQ-REC.
000000     05 MNTQ-ID              PIC 9(07).
000000     05 MNTQ-ENTRY-DATE      PIC 9(08).
000000     05 MNTQ-REQUEST.
000000         10 MNTQ-ACTION      PIC X(01).
000000         10 MNTQ-ACC-NO      PIC S9(3)V9(2).
000000         10 MNTQ-CUST-NAME   PIC X(20).
000000         10 MNTQ-ACC-STATUS  PIC X(01).
000000         10 MNTQ-OD-LIMIT    PIC X(05).
000000         10 MNTQ-MAKER-ID    PIC X(08).
000000     05 MNTQ-SENSITIVE       PIC X(01).
000000         88 MNTQ-ALWAYS-HELD         VALUE "Y".
000000     05 MNTQ-STATUS          PIC X(01).
000000         88 MNTQ-PENDING             VALUE "P".
000000         88 MNTQ-APPROVED            VALUE "A".
000000         88 MNTQ-FAILED              VALUE "F".
000000         88 MNTQ-REJECTED            VALUE "R".
000000         88 MNTQ-EXPIRED             VALUE "E".
000000     05 MNTQ-CHECKER-ID      PIC X(08).
000000     05 MNTQ-STATUS-DATE     PIC 9(08).
