000000*            pre-edit identification (see VTRNREC) so the
000000*            credit desk can release exactly the transaction
000000*            that was referred.
000000*            A referred transfer (type T) is referred on its
000000*            paying account, REF-ACC-NO; REF-TO-ACC-NO is the
000000*            receiving account (zero on a plain debit).
000000*            REF-HELD-AMOUNT is the total of the account's
000000*            active funds holds (see HOLDREC) when the debit
000000*            was tested: the debit is referred when it would
000000*            take the available balance, REF-BALANCE less
000000*            REF-HELD-AMOUNT, past the limit.
000000*
000000 01  REF-REC.
000000     05 REF-RUN-DATE         PIC 9(08).
000000     05 REF-CUST-NAME        PIC X(20).
000000     05 REF-SERIAL           PIC 9(07).
000000     05 REF-SOURCE           PIC X(04).
000000     05 REF-TO-ACC-NO        PIC S9(3)V9(2).
000000     05 REF-HELD-AMOUNT      PIC 9(6)V9(2).
