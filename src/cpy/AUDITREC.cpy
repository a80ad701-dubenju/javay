000000*            account was touched but what state it was left in
000000*            - which is what FXPN0015 restores from when it
000000*            backs out an orphaned write.
000000*            AUDIT-OVERRIDE is L when FXPN0002 posted a debit
000000*            the credit desk paid past the account's overdraft
000000*            limit (see DESKREC), space otherwise, so every
000000*            write made under a limit override can be found on
000000*            the trail.
000000*            AUDIT-SERIAL and AUDIT-SOURCE identify the
000000*            transaction an FXPN0002 posting applied (its
000000*            VTRNREC serial and source), so a statement line
000000*            can be tied to its posted-detail record (see
000000*            POSTREC); zeros and spaces on every other write.
000000*            AUDIT-CUST-NAME and AUDIT-OD-LIMIT are the customer
000000*            name and overdraft limit an FXPN0007 maintenance
000000*            write left on the record (the limit at the scale
000000*            of the file named by AUDIT-FILE-ID), so the trail
000000*            carries the whole maintained state of the account
000000*            and the FXPN0031 forward recovery can replay the
000000*            maintenance onto restored masters; spaces and
000000*            zero on every other write.
000000*            AUDIT-MAKER-ID and AUDIT-CHECKER-ID are the
000000*            operator who entered an FXPN0007 maintenance
000000*            request and the different operator who approved
000000*            it (spaces when the change was routine and applied
000000*            without approval), so the trail says who changed
000000*            the account and who let it through; spaces on
000000*            every other write.
000000*
000000 01  AUDIT-REC.
000000     05 AUDIT-PROGRAM-ID     PIC X(08).
000000     05 AUDIT-STATUS         PIC X(01).
000000     05 AUDIT-DATE           PIC 9(08).
000000     05 AUDIT-TIME           PIC 9(08).
000000     05 AUDIT-OVERRIDE       PIC X(01).
000000         88 AUDIT-LIMIT-OVERRIDE         VALUE "L".
000000     05 AUDIT-SERIAL         PIC 9(07).
000000     05 AUDIT-SOURCE         PIC X(04).
000000     05 AUDIT-CUST-NAME      PIC X(20).
000000     05 AUDIT-OD-LIMIT       PIC 9(3)V9(4).
000000     05 AUDIT-MAKER-ID       PIC X(08).
000000     05 AUDIT-CHECKER-ID     PIC X(08).
