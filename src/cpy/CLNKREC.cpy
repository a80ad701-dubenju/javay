000000*
000000* CLNKREC - one customer-to-account link on the customer link
000000*           file (FXPN0033l.txt), an INDEXED file keyed on
000000*           CLNK-KEY, the customer ID and the A-FILE ACC-NO,
000000*           maintained by the FXPN0033 customer maintenance
000000*           step.  Reading the file in key order gives each
000000*           customer's accounts together.  CLNK-ACC-NO keeps
000000*           its sign SEPARATE for the same reason ACC-NO does
000000*           on A-FILE (see AFILEREC): it is part of the key.
000000*           CLNK-ROLE is P (primary holder) or J (joint
000000*           holder); an account has at most one active primary
000000*           holder and any number of joint holders.
000000*           CLNK-LINKED-DATE is the business date the link was
000000*           made (or last made again).  CLNK-STATUS is A
000000*           (active) or E (ended by maintenance);
000000*           CLNK-STATUS-DATE is the business date it left
000000*           status A.  Ended links stay on the file as the
000000*           account's relationship history; only status A
000000*           links count.
000000*
000000 01  CLNK-REC.
000000     05 CLNK-KEY.
000000         10 CLNK-CUST-ID     PIC 9(07).
000000         10 CLNK-ACC-NO      PIC S9(3)V9(2)  SIGN IS TRAILING
000000                                             SEPARATE.
000000     05 CLNK-ROLE            PIC X(01).
000000         88 CLNK-PRIMARY             VALUE "P".
000000         88 CLNK-JOINT               VALUE "J".
000000     05 CLNK-LINKED-DATE     PIC 9(08).
000000     05 CLNK-STATUS          PIC X(01).
000000         88 CLNK-ACTIVE              VALUE "A".
000000         88 CLNK-ENDED               VALUE "E".
000000     05 CLNK-STATUS-DATE     PIC 9(08).
