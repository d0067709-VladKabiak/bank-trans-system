000100*****************************************************************
000110*  ODAGEREC.CPY
000120*  Record layout for the indexed OVERDRAFT-AGING file, keyed on
000130*  the account - one record for each account the nightly
000140*  BANK-OVERDRAFT-AGING job has found with a negative balance.
000150*  The record is written the first night the account is seen
000160*  overdrawn, carrying that date as the start of the aging, and
000170*  is deleted again the night the account is found back in
000180*  credit or is charged off, so an account that goes overdrawn
000190*  a second time starts a fresh clock.
000200*****************************************************************
000210 01  OVERDRAFT-AGING-RECORD.
000220     05  OA-ACCOUNT-NUMBER           PIC 9(06).
000230     05  OA-FIRST-NEGATIVE-DATE      PIC 9(08).
000240*        Calendar days overdrawn as of OA-LAST-RUN-DATE.
000250     05  OA-DAYS-OVERDRAWN           PIC 9(04).
000260     05  OA-LAST-RUN-DATE            PIC 9(08).
000270*        Days past the grace period already charged the daily
000280*        overdraft fee, and the fees charged in all, so a night
000290*        missed is caught up and a night rerun charges nothing.
000300     05  OA-FEE-DAYS-CHARGED         PIC 9(04).
000310     05  OA-FEES-CHARGED             PIC 9(7)V99.
000320*        How far the account has been listed for collections -
000330*        each stage is listed once, the night it is reached.
000340     05  OA-COLLECTIONS-STAGE        PIC X(01).
000350         88  OA-NOT-REFERRED             VALUE SPACE.
000360         88  OA-REFERRED-30              VALUE '1'.
000370         88  OA-REFERRED-60              VALUE '2'.
000380     05  FILLER                      PIC X(40).
