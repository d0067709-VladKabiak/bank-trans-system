000100*****************************************************************
000110*  ODLINKREC.CPY
000120*  Record layout for the indexed OVERDRAFT-LINKS file, keyed on
000130*  the protected (primary) account - one record per account
000140*  that has named an overdraft-protection account.  When a
000150*  withdrawal, transfer, direct debit or standing-order payment
000160*  would take the primary past its available balance, the
000170*  shortfall plus the FEE-SCHEDULE sweep fee is moved across
000180*  from the linked account as a logged transfer pair and the
000190*  fee charged to the primary, provided the linked account is
000200*  active and has the money free of holds (its own credit limit
000210*  is never drawn on to protect another account).  Tellers add
000220*  and end links from the maintenance menu (option 'V'); an
000230*  ended link keeps its record, so the history of who set it up
000240*  and when stays on file until a new link replaces it.
000250*****************************************************************
000260 01  OVERDRAFT-LINK-RECORD.
000270     05  OL-PRIMARY-ACCOUNT          PIC 9(06).
000280     05  OL-LINKED-ACCOUNT           PIC 9(06).
000290     05  OL-STATUS                   PIC X(01).
000300         88  OL-LINK-ACTIVE              VALUE 'A'.
000310         88  OL-LINK-ENDED               VALUE 'E'.
000320     05  OL-START-DATE               PIC 9(08).
000330     05  OL-END-DATE                 PIC 9(08).
000340     05  OL-SET-UP-BY                PIC X(04).
000350     05  OL-ENDED-BY                 PIC X(04).
000360     05  FILLER                      PIC X(43).
