000100*****************************************************************
000110*  LOANREC.CPY
000120*  Record layout for the indexed LOAN-MASTER file, keyed on
000130*  LN-LOAN-NUMBER (handed out by REF-COUNTER key '5').  One
000140*  record per installment loan, tied to the borrower by the
000150*  same customer number CUSTOMER-MASTER and the deposit
000160*  accounts carry.  The teller program books loans and takes
000170*  payments; the nightly BANK-LOAN-SERVICING job accrues the
000180*  interest, falls each installment due, ages the loan and
000190*  assesses late charges.
000200*
000210*  Installments fall due monthly on LN-DUE-DAY.  An installment
000220*  that falls due is added to LN-AMOUNT-DUE, less anything the
000230*  customer paid ahead of it; every payment comes off
000240*  LN-AMOUNT-DUE first, oldest installment first, and whatever
000250*  is left over goes to LN-PAID-AHEAD against the next one.
000260*  Within the loan balances a payment clears the late charges
000270*  owed, then the accrued interest, and only then reduces the
000280*  principal.  LN-PAYOFF-BALANCE is always the principal plus
000290*  accrued interest plus late charges owed.
000300*****************************************************************
000310 01  LOAN-MASTER-RECORD.
000320     05  LN-LOAN-NUMBER              PIC 9(06).
000330     05  LN-CUSTOMER-NUMBER          PIC 9(06).
000340     05  LN-STATUS                   PIC X(01).
000350         88  LN-LOAN-ACTIVE              VALUE 'A'.
000360         88  LN-LOAN-PAID-OFF            VALUE 'P'.
000370     05  LN-OPEN-DATE                PIC 9(08).
000380     05  LN-ORIGINAL-PRINCIPAL       PIC 9(7)V99.
000390     05  LN-ANNUAL-RATE              PIC 9V9(4).
000400     05  LN-TERM-MONTHS              PIC 9(03).
000410     05  LN-PAYMENT-AMOUNT           PIC 9(7)V99.
000420     05  LN-NEXT-DUE-DATE            PIC 9(08).
000430*        The day of month installments nominally fall due - kept
000440*        apart from LN-NEXT-DUE-DATE as SO-DUE-DAY is on a
000450*        standing order, so a loan due the 31st returns to the
000460*        31st after a shorter month.
000470     05  LN-DUE-DAY                  PIC 9(02).
000480     05  LN-LAST-DUE-DATE            PIC 9(08).
000490     05  LN-PRINCIPAL-BALANCE        PIC 9(7)V99.
000500     05  LN-ACCRUED-INTEREST         PIC 9(7)V99.
000510     05  LN-LAST-ACCRUAL-DATE        PIC 9(08).
000520     05  LN-LATE-CHARGES-DUE         PIC 9(5)V99.
000530     05  LN-PAYOFF-BALANCE           PIC 9(7)V99.
000540     05  LN-AMOUNT-DUE               PIC 9(7)V99.
000550     05  LN-PAID-AHEAD               PIC 9(7)V99.
000560     05  LN-LAST-PAYMENT-DATE        PIC 9(08).
000570*        Delinquency, as the nightly job last aged the loan -
000580*        days since the oldest unpaid installment fell due.
000590     05  LN-DAYS-PAST-DUE            PIC 9(04).
000600     05  LN-DELINQ-BUCKET            PIC X(01).
000610         88  LN-CURRENT                  VALUE SPACE.
000620         88  LN-PAST-DUE-30              VALUE '1'.
000630         88  LN-PAST-DUE-60              VALUE '2'.
000640         88  LN-PAST-DUE-90              VALUE '3'.
000650*        The late charge terms written into the note, and the
000660*        due date of the last installment charged late, so no
000670*        installment is charged twice.
000680     05  LN-LATE-CHARGE-AMOUNT       PIC 9(3)V99.
000690     05  LN-GRACE-DAYS               PIC 9(02).
000700     05  LN-LAST-LATE-DUE-DATE       PIC 9(08).
000710     05  LN-BRANCH-CODE              PIC X(02).
000720     05  LN-OPENED-BY                PIC X(04).
000730     05  FILLER                      PIC X(41).
