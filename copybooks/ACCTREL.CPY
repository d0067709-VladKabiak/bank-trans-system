000100*****************************************************************
000110*  ACCTREL.CPY
000120*  Record layout for the indexed ACCOUNT-RELATIONSHIPS file,
000130*  keyed on account number and customer number together - one
000140*  record for every CUSTOMER-MASTER customer who stands on an
000150*  account, in one of four roles:
000160*      P  primary owner - the customer the account is
000170*         addressed and reported to the tax authority under,
000180*         and the customer number ACCOUNT-RECORD carries;
000190*      J  joint owner - owns the account with the primary and
000200*         is named on its statements;
000210*      S  authorized signer - may transact but does not own;
000220*      B  payable-on-death beneficiary - has no access while
000230*         the owners are living.
000240*  Exactly one active primary per account.  Tellers add and end
000250*  relationships at account opening and under customer
000260*  maintenance; an ended relationship keeps its record, with
000270*  who set it up and ended it and when, until the same
000280*  customer is added to the account again.  An account opened
000290*  before this file existed has no records until a teller
000300*  first maintains its relationships, and is read as owned by
000310*  its CUSTOMER-NUMBER-FILE customer alone until then.
000320*****************************************************************
000330 01  ACCOUNT-RELATIONSHIP-RECORD.
000340     05  RL-RELATIONSHIP-KEY.
000350         10  RL-ACCOUNT-NUMBER       PIC 9(06).
000360         10  RL-CUSTOMER-NUMBER      PIC 9(06).
000370     05  RL-ROLE                     PIC X(01).
000380         88  RL-ROLE-PRIMARY             VALUE 'P'.
000390         88  RL-ROLE-JOINT               VALUE 'J'.
000400         88  RL-ROLE-SIGNER              VALUE 'S'.
000410         88  RL-ROLE-BENEFICIARY         VALUE 'B'.
000420         88  RL-ROLE-VALID               VALUES 'P' 'J' 'S' 'B'.
000430         88  RL-ROLE-OWNER               VALUES 'P' 'J'.
000440         88  RL-ROLE-MAY-TRANSACT        VALUES 'P' 'J' 'S'.
000450     05  RL-STATUS                   PIC X(01).
000460         88  RL-ACTIVE                   VALUE 'A'.
000470         88  RL-ENDED                    VALUE 'E'.
000480     05  RL-START-DATE               PIC 9(08).
000490     05  RL-END-DATE                 PIC 9(08).
000500     05  RL-SET-UP-BY                PIC X(04).
000510     05  RL-ENDED-BY                 PIC X(04).
000520     05  FILLER                      PIC X(42).
