000100*****************************************************************
000110*  CLOSEREC.CPY
000120*  Record layout for the ACCOUNT-CLOSURES file.  The teller
000130*  program appends one record each time an account is closed
000140*  at the window (maintenance option 'Z'), after the final
000150*  interest, any early-withdrawal penalty and the payout have
000160*  been posted and logged and the account stands at zero.  The
000170*  record carries the closing figures and who keyed and
000180*  approved the close; the nightly BANK-CLOSED-ACCOUNTS job
000190*  lists the day's closures from it for the back office.
000200*****************************************************************
000210 01  ACCOUNT-CLOSURE-RECORD.
000220     05  CL-ACCOUNT-NUMBER           PIC 9(06).
000250     05  CL-CLOSE-DATE               PIC 9(08).
000260*        The ledger balance the account stood at when the close
000270*        began, before the closing postings below.
000280     05  CL-BALANCE-BEFORE           PIC S9(7)V99.
000290     05  CL-INTEREST-AMOUNT          PIC 9(7)V99.
000300     05  CL-PENALTY-AMOUNT           PIC 9(7)V99.
000310     05  CL-PAYOUT-AMOUNT            PIC 9(7)V99.
000320     05  CL-PAYOUT-METHOD            PIC X(01).
000330         88  CL-PAID-IN-CASH             VALUE 'C'.
000340         88  CL-PAID-BY-TRANSFER         VALUE 'T'.
000350         88  CL-NOTHING-TO-PAY           VALUE 'N'.
000360*        The account the balance was transferred to; zero when
000370*        it was paid in cash or nothing was left to pay.
000380     05  CL-TARGET-ACCOUNT           PIC 9(06).
000390*        The TRANSACTION-LOG reference of the payout posting
000400*        (the withdrawal, or the debit leg of the transfer).
000410     05  CL-PAYOUT-REF               PIC 9(08).
000420     05  CL-ORDERS-CANCELLED         PIC 9(03).
000430     05  CL-TELLER-ID                PIC X(04).
000440     05  CL-APPROVED-BY              PIC X(04).
000450     05  CL-BRANCH-CODE              PIC X(02).
000460     05  FILLER                      PIC X(02).
