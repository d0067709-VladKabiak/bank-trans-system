000100*****************************************************************
000110*  CHGBKREC.CPY
000120*  Record layout for the CHARGEBACK-HISTORY file - one record
000130*  appended by BANK-RETURNED-ITEMS for every returned deposit
000140*  item charged back to an account: the account, the day it
000150*  came back, the reference of the original deposit and of the
000160*  type 'B' chargeback posted against it, the item amount, the
000170*  returned-item fee charged with it and the return reason.  The
000180*  job counts an account's records inside the FEE-SCHEDULE
000190*  return window to decide whether the customer is a repeat
000200*  offender whose future check deposits are to be held, and
000210*  marks the record that put the holds on.
000220*****************************************************************
000230 01  CHARGEBACK-HISTORY-RECORD.
000240     05  CB-ACCOUNT-NUMBER           PIC 9(06).
000250     05  CB-RETURN-DATE              PIC 9(08).
000260     05  CB-ORIGINAL-REF             PIC 9(08).
000270     05  CB-CHARGEBACK-REF           PIC 9(08).
000280     05  CB-ITEM-AMOUNT              PIC 9(7)V99.
000290     05  CB-FEE-AMOUNT               PIC 9(5)V99.
000300     05  CB-RETURN-REASON            PIC X(20).
000310     05  CB-HOLDS-PLACED             PIC X(01).
000320         88  CB-DEPOSIT-HOLDS-ON         VALUE 'Y'.
000330     05  FILLER                      PIC X(13).
