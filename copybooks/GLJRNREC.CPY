000100*****************************************************************
000110*  GLJRNREC.CPY
000120*  Record layout for the GL-JOURNAL extract BANK-GL-EXTRACT
000130*  releases to accounting - one line per general ledger
000140*  account, branch and side, dated the business day it covers.
000150*  The extract is written under the day's own name
000160*  (GL-JOURNAL-yyyymmdd.txt) and only once the day's journal
000170*  balances and ties to the reconcile, so a file on hand for a
000180*  date is a file accounting can load.
000190*****************************************************************
000200 01  GL-JOURNAL-RECORD.
000210     05  GJ-BUSINESS-DATE            PIC 9(08).
000220     05  GJ-BRANCH-CODE              PIC X(02).
000230     05  GJ-GL-ACCOUNT               PIC X(10).
000240     05  GJ-DR-CR                    PIC X(01).
000250         88  GJ-DEBIT                    VALUE 'D'.
000260         88  GJ-CREDIT                   VALUE 'C'.
000270     05  GJ-AMOUNT                   PIC 9(9)V99.
000280     05  GJ-MAP-CODE                 PIC X(02).
000290     05  GJ-ITEM-COUNT               PIC 9(06).
000300     05  GJ-DESCRIPTION              PIC X(30).
000310     05  FILLER                      PIC X(10).
