000100*****************************************************************
000110*  GLMAPREC.CPY
000120*  Record layout for GL-ACCOUNT-MAP, the chart-of-accounts
000130*  mapping BANK-GL-EXTRACT journals the day's work through.
000140*  One record per mapping code and effective date, superseded
000150*  by a later-dated record for the same code exactly as the
000160*  RATE-TABLE rates are.  Each record names the general ledger
000170*  account debited and the one credited for a day's net
000180*  movement in the natural direction of that code; a net
000190*  movement the other way (a day of reversals, say) is
000200*  journalled with the two sides swapped.  The mapping codes:
000210*      Tx  postings of TRANSACTION-LOG type x  (TD, TW, TT, TC,
000220*          TR, TI, TP, TF, TB, TO, TL)
000230*      VB  a drawer's buys from the vault
000240*      VS  a drawer's sells back to the vault
000250*      IB  the inter-branch due-to/due-from position - the
000260*          debit account is due-from, the credit due-to
000261*      LC  installment loan payments taken in cash at the
000262*          window - teller cash against loan payments clearing
000263*      LP  the principal share of the day's loan payments,
000264*      LI  the interest share and
000265*      LF  the late-charge share - each clearing against the
000266*          loan receivable it pays down
000267*      LL  late charges assessed on loans
000268*      LA  interest accrued on loans
000270*  Operations maintains this file directly - one 80-column
000280*  line per entry, the fields laid out below separated by
000290*  single spaces, e.g.
000300*      TD 20261001 1010000000 2010000000 CUSTOMER DEPOSITS
000310*  - so a new GL account never needs a compile.
000320*****************************************************************
000330 01  GL-ACCOUNT-MAP-RECORD.
000340     05  GM-MAP-CODE                 PIC X(02).
000350     05  FILLER                      PIC X(01).
000360     05  GM-EFFECTIVE-DATE           PIC 9(08).
000370     05  FILLER                      PIC X(01).
000380     05  GM-DEBIT-GL                 PIC X(10).
000390     05  FILLER                      PIC X(01).
000400     05  GM-CREDIT-GL                PIC X(10).
000410     05  FILLER                      PIC X(01).
000420     05  GM-DESCRIPTION              PIC X(30).
000430     05  FILLER                      PIC X(16).
