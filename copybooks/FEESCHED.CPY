000230*  for regular savings at 5.00 a month, three free items,
000240*  1.50 an item after, waived at a 500.00 balance - so a
000250*  board-approved fee change never needs a compile.
000251*  The sweep fee is charged per overdraft-protection sweep by
000252*  the teller program and the posting jobs, whenever an item
000253*  against an account of the product is covered from its
000254*  linked account; a line keyed before the field existed
000255*  (blank there) charges no sweep fee, e.g.
000256*      RS 20261015 0000500 003 00150 000050000 01000
000257*  adds a 10.00 sweep fee to the entry above.
000258*  The returned-item fields are read by BANK-RETURNED-ITEMS: the
000259*  fee charged with each deposited check charged back unpaid,
000260*  and the repeat-offender rule - an account with the stated
000261*  number of returns inside the return window (days) has every
000262*  check it deposits for the next window held for the stated
000263*  hold days.  A limit of zero (or blank) never holds, e.g.
000264*  RS 20261015 0000500 003 00150 000050000 01000 02500 03 090 005
000265*  charges 25.00 a returned item and holds five days on each
000266*  check deposited once three have come back inside 90 days.
000267*  The overdraft fields are read by BANK-OVERDRAFT-AGING: the
000268*  fee charged for each day an account stays overdrawn past
000269*  the grace days, and the days overdrawn at which the balance
000270*  is charged off.  Blank or zero charges no daily fee and
000271*  never charges off; the line above extended with
000272*      ... 03 090 005 00500 05 090
000273*  charges 5.00 a day from the sixth day overdrawn and
000274*  charges the balance off on the ninetieth.
000260*****************************************************************
000270 01  FEE-SCHEDULE-RECORD.
000280     05  FS-PRODUCT-TYPE             PIC X(02).
000360     05  FS-ITEM-CHARGE              PIC 9(3)V99.
000370     05  FILLER                      PIC X(01).
000380     05  FS-WAIVE-MIN-BAL            PIC 9(7)V99.
000390     05  FILLER                      PIC X(01).
000400     05  FS-SWEEP-FEE                PIC 9(3)V99.
000401     05  FILLER                      PIC X(01).
000402     05  FS-NSF-FEE                  PIC 9(3)V99.
000403     05  FILLER                      PIC X(01).
000404     05  FS-RETURN-LIMIT             PIC 9(02).
000405     05  FILLER                      PIC X(01).
000406     05  FS-RETURN-WINDOW            PIC 9(03).
000407     05  FILLER                      PIC X(01).
000408     05  FS-RETURN-HOLD-DAYS         PIC 9(03).
000409     05  FILLER                      PIC X(01).
000411     05  FS-OD-DAILY-FEE             PIC 9(3)V99.
000412     05  FILLER                      PIC X(01).
000413     05  FS-OD-GRACE-DAYS            PIC 9(02).
000414     05  FILLER                      PIC X(01).
000415     05  FS-CHARGE-OFF-DAYS          PIC 9(03).
000416     05  FILLER                      PIC X(05).
