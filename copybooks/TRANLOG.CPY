000130*  appended for every posted DEPOSIT, WITHDRAWAL, TRANSFER leg,
000140*  REVERSAL and INTEREST posting so a disputed balance can be
000150*  traced back through the postings that produced it.
000152*  A returned-item CHARGEBACK ('B') carries the reference of
000154*  the deposit it reverses in TL-RELATED-REFERENCE.  A
000156*  CHARGE-OFF ('O') credits an overdrawn account back to zero
000158*  when the balance is written off.  A LOAN-PAYMENT ('L')
000159*  debits a deposit account for an installment loan payment.
000160*****************************************************************
000170 01  TRANSACTION-LOG-RECORD.
000180     05  TL-ACCOUNT-NUMBER           PIC 9(6).
000245         88  TL-TYPE-INTEREST             VALUE 'I'.
000246         88  TL-TYPE-PENALTY              VALUE 'P'.
000247         88  TL-TYPE-SERVICE-FEE          VALUE 'F'.
000248         88  TL-TYPE-CHARGEBACK           VALUE 'B'.
000249         88  TL-TYPE-CHARGE-OFF           VALUE 'O'.
000250         88  TL-TYPE-LOAN-PAYMENT         VALUE 'L'.
000250     05  TL-TRANSACTION-AMOUNT       PIC S9(7)V99.
000260     05  TL-RESULTING-BALANCE        PIC S9(7)V99.
000270     05  TL-TRANSACTION-DATE         PIC 9(08).
