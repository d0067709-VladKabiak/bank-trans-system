000180*  expiry of zero means no expiry).  Tellers maintain orders
000190*  from the account-maintenance menu; the BANK-STANDING-ORDERS
000200*  job executes the due ones each morning before opening.
000202*  An order can instead pay an installment loan on
000204*  LOAN-MASTER from the source account (SO-TARGET-TYPE 'L').
000210*****************************************************************
000220 01  STANDING-ORDER-RECORD.
000230     05  SO-ORDER-NUMBER             PIC 9(06).
000358*        returns to the 31st afterwards, instead of drifting to
000361*        the 28th forever after its first February.
000362     05  SO-DUE-DAY                  PIC 9(02).
000363*        What the order pays: a deposit account, or - for a
000364*        loan payment order - the installment loan whose
000365*        number SO-TARGET-ACCOUNT then carries.  An order set
000366*        up before loans were on the system reads as spaces,
000367*        a deposit account.
000368     05  SO-TARGET-TYPE              PIC X(01).
000369         88  SO-TARGET-IS-ACCOUNT        VALUES SPACE 'A'.
000370         88  SO-TARGET-IS-LOAN           VALUE 'L'.
000371     05  FILLER                      PIC X(32).
