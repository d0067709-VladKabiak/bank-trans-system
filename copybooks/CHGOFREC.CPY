000100*****************************************************************
000110*  CHGOFREC.CPY
000120*  Record layout for the indexed CHARGE-OFFS file, keyed on the
000130*  account - one record for each account BANK-OVERDRAFT-AGING
000140*  has charged off.  The charge-off posting (type 'O') brings
000150*  the overdrawn balance to zero and the account is frozen; the
000160*  amount written off stays here so that money later paid in
000170*  to the account is reported as a recovery against it.  While
000171*  the account is frozen a payment is taken at the window only
000172*  with a supervisor's approval, and the freeze itself is lifted
000173*  only by a supervisor, whose id is kept here with the id of
000174*  the teller who keyed the release.  The job picks recoveries
000190*  off the day's deposits and transfers in, taking each posting
000200*  once by its reference number; an account charged off a
000210*  second time has the new amount added to the first and is
000211*  frozen again pending a new release.
000220*****************************************************************
000230 01  CHARGE-OFF-RECORD.
000240     05  CO-ACCOUNT-NUMBER           PIC 9(06).
000250     05  CO-CUSTOMER-NUMBER          PIC 9(06).
000260     05  CO-FIRST-NEGATIVE-DATE      PIC 9(08).
000270     05  CO-CHARGE-OFF-DATE          PIC 9(08).
000280     05  CO-CHARGE-OFF-AMOUNT        PIC 9(7)V99.
000290*        The TRANSACTION-LOG reference of the charge-off posting.
000300     05  CO-CHARGE-OFF-REF           PIC 9(08).
000310     05  CO-RECOVERED-AMOUNT         PIC 9(7)V99.
000320     05  CO-LAST-RECOVERY-DATE       PIC 9(08).
000330     05  CO-LAST-RECOVERY-REF        PIC 9(08).
000331*        Supervisor who approved lifting the freeze, and the
000332*        teller who keyed it - spaces while it is still frozen.
000333     05  CO-RELEASED-BY              PIC X(04).
000334     05  CO-RELEASE-KEYED-BY         PIC X(04).
000340     05  FILLER                      PIC X(02).
