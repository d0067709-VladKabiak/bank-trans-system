000100*****************************************************************
000110*  SWEEPREC.CPY
000120*  Record layout for the SWEEP-LOG file - one record appended
000130*  for every overdraft-protection sweep attempted, by the
000140*  teller program (withdrawal or transfer) and by the
000150*  unattended BANK-BATCH-POST (direct debits) and
000160*  BANK-STANDING-ORDERS (order payments) jobs alike.  A sweep
000170*  that was made carries the reference of its debit leg on the
000180*  linked account; one that could not be made says why, with
000190*  the linked account's available figure at the time.  The
000200*  daily BANK-SWEEP-REPORT job lists the day's records.
000210*****************************************************************
000220 01  SWEEP-LOG-RECORD.
000230     05  SW-PRIMARY-ACCOUNT          PIC 9(06).
000240     05  SW-LINKED-ACCOUNT           PIC 9(06).
000250     05  SW-SWEEP-DATE               PIC 9(08).
000260     05  SW-SWEEP-TIME               PIC 9(08).
000270*        What the primary was short for.
000280     05  SW-TRIGGER                  PIC X(01).
000290         88  SW-FOR-WITHDRAWAL           VALUE 'W'.
000300         88  SW-FOR-TRANSFER             VALUE 'T'.
000310         88  SW-FOR-DIRECT-DEBIT         VALUE 'D'.
000320         88  SW-FOR-STANDING-ORDER       VALUE 'S'.
000330*        The primary's shortfall against its available balance,
000340*        and the amount the sweep moved (or, on a failed sweep,
000350*        would have needed) - the shortfall plus the sweep fee,
000360*        so the fee does not leave the primary short again.
000370     05  SW-SHORTFALL                PIC 9(7)V99.
000380     05  SW-SWEEP-AMOUNT             PIC 9(7)V99.
000390     05  SW-FEE-AMOUNT               PIC 9(5)V99.
000400     05  SW-LINKED-AVAILABLE         PIC S9(7)V99.
000410     05  SW-RESULT                   PIC X(01).
000420         88  SW-SWEPT                    VALUE 'S'.
000430         88  SW-LINKED-SHORT             VALUE 'F'.
000440         88  SW-LINK-UNUSABLE            VALUE 'X'.
000450     05  SW-TRANSFER-REF             PIC 9(08).
000460*        The teller id, or the batch job's code, that posted
000470*        the item the sweep was made for.
000480     05  SW-KEYED-BY                 PIC X(04).
000490     05  SW-BRANCH-CODE              PIC X(02).
000500     05  FILLER                      PIC X(02).
