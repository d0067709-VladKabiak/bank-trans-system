000100*****************************************************************
000110*  NOTICEHIST.CPY
000120*  Record layout for the indexed NOTICE-HISTORY file - one record
000130*  for every notice BANK-NOTICE-PRINT has put in a letter, keyed
000140*  on the customer, notice type, date sent, account and event
000150*  date, so the notices sent to a customer of one type are read
000160*  together in date order.  The history is how an event already
000170*  written about is not written about again, and how a customer
000180*  gets no more than one letter of a type in a day.
000190*****************************************************************
000200 01  NOTICE-HISTORY-RECORD.
000210     05  NH-HISTORY-KEY.
000220         10  NH-CUSTOMER-NUMBER      PIC 9(06).
000230         10  NH-NOTICE-TYPE          PIC X(02).
000240         10  NH-SENT-DATE            PIC 9(08).
000250         10  NH-ACCOUNT-NUMBER       PIC 9(06).
000260         10  NH-EVENT-DATE           PIC 9(08).
000270     05  NH-AMOUNT                   PIC S9(7)V99.
000280     05  NH-SOURCE-JOB               PIC X(08).
000290*        The letter's number on the night's NOTICE-LETTERS print.
000300     05  NH-LETTER-NUMBER            PIC 9(05).
000310     05  NH-REQUEST-DATE             PIC 9(08).
000320     05  FILLER                      PIC X(20).
