000192*
000194*  The record keyed '2' hands out customer numbers for the
000196*  CUSTOMER-MASTER file the same way, and any further counter
000198*  the system needs can take the next key.  Key '3' numbers
000199*  standing orders, '4' funds holds and '5' installment loans.
000200*****************************************************************
000210 01  REF-COUNTER-RECORD.
000220     05  RC-COUNTER-KEY              PIC X(01) VALUE '1'.
