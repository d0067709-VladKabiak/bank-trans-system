000120*  Record layout for CONTROL-TOTALS, the single-record file that
000130*  carries yesterday's closing balance total and account count
000140*  forward so BANK-RECONCILE can check today's totals against
000150*  it plus the day's net postings.  The net postings figure
000152*  the reconcile proved with is kept beside them, so
000154*  BANK-GL-EXTRACT can tie the day's journal to the same
000155*  number.  The time of day the reconcile took its totals is
000156*  kept too, so BANK-ACCOUNT-RECOVERY can net exactly the
000157*  postings logged after that moment when it proves a rebuilt
000158*  ACCOUNT-FILE; a record written before the time was kept
000159*  carries zero and is taken as the end of its run date.
000160*****************************************************************
000170 01  CONTROL-TOTALS-RECORD.
000180     05  CT-RUN-DATE                 PIC 9(08).
000190     05  CT-CLOSING-BALANCE          PIC S9(9)V99 VALUE 0.
000200     05  CT-ACCOUNT-COUNT            PIC 9(06) VALUE 0.
000205     05  CT-NET-POSTINGS             PIC S9(9)V99 VALUE 0.
000207     05  CT-RUN-TIME                 PIC 9(08) VALUE 0.
000210     05  FILLER                      PIC X(36).
