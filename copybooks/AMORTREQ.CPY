000100*****************************************************************
000110*  AMORTREQ.CPY
000120*  Record layout for the AMORT-REQUESTS file - one record
000130*  appended by the teller program for each amortization
000140*  schedule a customer asks for.  The nightly
000150*  BANK-LOAN-SERVICING job prints a schedule for every loan
000160*  on the file, from the loan's position after that night's
000170*  servicing, and then empties the file.
000180*****************************************************************
000190 01  AMORT-REQUEST-RECORD.
000200     05  AQ-LOAN-NUMBER              PIC 9(06).
000210     05  AQ-REQUEST-DATE             PIC 9(08).
000220     05  AQ-REQUESTED-BY             PIC X(04).
000230     05  AQ-BRANCH-CODE              PIC X(02).
000240     05  FILLER                      PIC X(60).
