000100*****************************************************************
000110*  LOANHIST.CPY
000120*  Record layout for the LOAN-HISTORY file - one record
000130*  appended for every booking, payment, late charge and night's
000140*  interest accrual on an installment loan, by the teller
000150*  program, the BANK-STANDING-ORDERS job (order payments) and
000160*  the nightly BANK-LOAN-SERVICING job (late charges and
000161*  accruals) alike.  BANK-GL-EXTRACT journals each day's events
000162*  from here.  A payment
000170*  shows how it was split across late charges, interest and
000180*  principal; one drawn from a deposit account carries that
000190*  account and the reference of its type 'L' debit on
000200*  TRANSACTION-LOG, and one taken in cash at the window
000210*  carries a zero account.
000220*****************************************************************
000230 01  LOAN-HISTORY-RECORD.
000240     05  LH-LOAN-NUMBER              PIC 9(06).
000250     05  LH-EVENT-DATE               PIC 9(08).
000260     05  LH-EVENT-TIME               PIC 9(08).
000270     05  LH-EVENT-TYPE               PIC X(01).
000280         88  LH-LOAN-BOOKED              VALUE 'B'.
000290         88  LH-LOAN-PAYMENT             VALUE 'P'.
000300         88  LH-LATE-CHARGE              VALUE 'L'.
000305         88  LH-INTEREST-ACCRUAL         VALUE 'A'.
000310     05  LH-AMOUNT                   PIC 9(7)V99.
000320     05  LH-TO-LATE-CHARGES          PIC 9(5)V99.
000330     05  LH-TO-INTEREST              PIC 9(7)V99.
000340     05  LH-TO-PRINCIPAL             PIC 9(7)V99.
000350     05  LH-PRINCIPAL-AFTER          PIC 9(7)V99.
000360     05  LH-SOURCE-ACCOUNT           PIC 9(06).
000370     05  LH-DEBIT-REF                PIC 9(08).
000380*        The teller id, or the batch job's code, that made the
000390*        entry.
000400     05  LH-KEYED-BY                 PIC X(04).
000410     05  LH-BRANCH-CODE              PIC X(02).
000420     05  FILLER                      PIC X(14).
