000000*
000000* SINSREC - one standing instruction on the standing-
000000*           instruction master (FXPN0028s.txt), maintained by
000000*           the FXPN0028 standing-instruction step.  Each
000000*           instruction is a recurring payment the bank makes
000000*           for the customer - monthly rent, a weekly transfer
000000*           to savings - keyed on SI-ACC-NO (the paying or
000000*           receiving account, as TRANS-ACC-NO) and a sequence
000000*           number within the account.  SI-TYPE is the
000000*           TRANREC type it generates (D, C or T; a transfer
000000*           names its receiving account in SI-TO-ACC-NO, zero
000000*           for every other type).
000000*           SI-FREQUENCY is W (every 7 days), M (monthly) or Q
000000*           (every 3 months).  SI-NEXT-DUE is the next
000000*           scheduled date as the calendar would have it; the
000000*           step rolls a date that falls on a CALREC holiday
000000*           forward to the next business day when it decides
000000*           whether the item is due, but advances SI-NEXT-DUE
000000*           from the scheduled date, so the schedule does not
000000*           drift.  SI-DUE-DAY is the day of the month a
000000*           monthly or quarterly instruction is scheduled for:
000000*           in a shorter month it falls on the last day and
000000*           returns to SI-DUE-DAY the month after.
000000*           SI-END-DATE is the last date a payment may be
000000*           scheduled for, zero when the instruction runs
000000*           until cancelled.  SI-STATUS is A (active), C
000000*           (cancelled by maintenance) or E (expired, its next
000000*           scheduled date past SI-END-DATE); SI-STATUS-DATE is
000000*           the business date it left status A.  Cancelled
000000*           and expired instructions stay on the master as
000000*           the history of the instruction.
000000*           SI-LAST-GEN-DATE is the business date the step last
000000*           wrote a payment for the instruction; SI-MAINT-DATE
000000*           the business date of the last add, change or
000000*           cancel applied to it.
000000*
000000 01  SI-REC.
000000     05 SI-KEY.
000000         10 SI-ACC-NO        PIC S9(3)V9(2).
000000         10 SI-SEQ           PIC 9(03).
000000     05 SI-TYPE              PIC X(01).
000000         88 SI-DEBIT                 VALUE "D".
000000         88 SI-CREDIT                VALUE "C".
000000         88 SI-TRANSFER              VALUE "T".
000000     05 SI-AMOUNT            PIC S9(3)V9(2).
000000     05 SI-TO-ACC-NO         PIC S9(3)V9(2).
000000     05 SI-FREQUENCY         PIC X(01).
000000         88 SI-WEEKLY                VALUE "W".
000000         88 SI-MONTHLY               VALUE "M".
000000         88 SI-QUARTERLY             VALUE "Q".
000000     05 SI-DUE-DAY           PIC 9(02).
000000     05 SI-NEXT-DUE          PIC 9(08).
000000     05 SI-END-DATE          PIC 9(08).
000000     05 SI-STATUS            PIC X(01).
000000         88 SI-ACTIVE                VALUE "A".
000000         88 SI-CANCELLED             VALUE "C".
000000         88 SI-EXPIRED               VALUE "E".
000000     05 SI-ADDED-DATE        PIC 9(08).
000000     05 SI-STATUS-DATE       PIC 9(08).
000000     05 SI-LAST-GEN-DATE     PIC 9(08).
000000     05 SI-MAINT-DATE        PIC 9(08).
