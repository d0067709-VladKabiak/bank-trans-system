000200*
000210*    - lists on the MATURITY report every account maturing
000220*      within the notice window, so the branch can contact the
000230*      customer ahead of the date, and queues each one on
000231*      NOTICE-QUEUE for a letter to the customer from the
000232*      nightly notice print;
000240*    - rolls every account at or past its maturity date per
000250*      the disposition the teller set at opening: renew for
000260*      another term of the same length (the maturity date
000390*  DATE        INIT  DESCRIPTION
000400*  ----------  ----  -------------------------------------------
000410*  2026-09-02  JKM   Original version.
000411*  2026-10-15  JKM   Each approaching maturity is also queued
000412*                    on NOTICE-QUEUE (NOTICEQ layout) so the
000413*                    customer is sent a letter.
000420*****************************************************************

000430 ENVIRONMENT DIVISION.
000530         ASSIGN TO "../MATURITY.rpt"
000540         FILE STATUS  RP-FILE-STATUS.

000541     SELECT NOTICE-QUEUE-FILE
000542         ASSIGN TO "../NOTICE-QUEUE.txt"
000543         FILE STATUS  NQ-FILE-STATUS.

000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD ACCOUNT-FILE
000640     DATA RECORD IS REPORT-PRINT-LINE.
000650 01  REPORT-PRINT-LINE           PIC X(132).

000651 FD NOTICE-QUEUE-FILE
000652     RECORDING MODE IS F
000653     RECORD CONTAINS 80 CHARACTERS
000654     DATA RECORD IS NOTICE-REQUEST-RECORD.
000655 COPY NOTICEQ.

000660 WORKING-STORAGE SECTION.
000670 01  MYFILE-STATUS           PIC X(2).
000680 01  RP-FILE-STATUS          PIC X(2).
000681 01  NQ-FILE-STATUS          PIC X(2).

000690 01  BT-ACCT-EOF             PIC X VALUE 'N'.
000700 01  BT-RUN-DATE             PIC 9(08) VALUE 0.
000910 01  BT-APPROACHING-COUNT    PIC 9(06) VALUE 0.
000920 01  BT-RENEWED-COUNT        PIC 9(06) VALUE 0.
000930 01  BT-TO-SAVINGS-COUNT     PIC 9(06) VALUE 0.
000931 01  BT-QUEUED-COUNT         PIC 9(06) VALUE 0.
000932 01  BT-JOB-NAME             PIC X(08) VALUE 'BANKMAT '.

000940 01  BT-RPT-HEADING.
000950     05  FILLER              PIC X(44)
002110                 TO BT-MD-ACTION
002120             PERFORM 2500-PRINT-MATURITY-LINE
002130                 THRU 2500-PRINT-MATURITY-LINE-EXIT
002131             PERFORM 2600-QUEUE-NOTICE
002132                 THRU 2600-QUEUE-NOTICE-EXIT
002140         END-IF
002150     END-IF.
002160 2000-PROCESS-ACCOUNT-EXIT.
002970 2500-PRINT-MATURITY-LINE-EXIT.
002980     EXIT.

002981*****************************************************************
002982*  2600-QUEUE-NOTICE appends a maturity notice for the account
002983*  just listed to NOTICE-QUEUE, quoting the balance and the
002984*  maturity date and saying what the account will do on it.
002985*  The queue is opened and closed around each notice, as the
002986*  sweep log is, so every notice queued survives a later abend.
002987*  A queue that cannot be opened costs the letter, not the run,
002988*  and an account with no customer number has no one to write
002989*  to.
002990*****************************************************************
002991 2600-QUEUE-NOTICE.
002992     IF CUSTOMER-NUMBER-FILE IS NOT NUMERIC
002993         OR CUSTOMER-NUMBER-FILE = 0
002994         GO TO 2600-QUEUE-NOTICE-EXIT
002995     END-IF
002996     OPEN EXTEND NOTICE-QUEUE-FILE
002997     IF NQ-FILE-STATUS = '35'
002998         OPEN OUTPUT NOTICE-QUEUE-FILE
002999     END-IF
003000     IF NQ-FILE-STATUS NOT = '00'
003001         DISPLAY "BANK-MATURITY: unable to open NOTICE-QUEUE, "
003002             "status " NQ-FILE-STATUS " - notice for account "
003003             ACCOUNT-NUMBER-FILE " not queued."
003004         GO TO 2600-QUEUE-NOTICE-EXIT
003005     END-IF
003006     MOVE SPACES               TO NOTICE-REQUEST-RECORD
003007     MOVE 'MA'                 TO NQ-NOTICE-TYPE
003008     MOVE CUSTOMER-NUMBER-FILE TO NQ-CUSTOMER-NUMBER
003009     MOVE ACCOUNT-NUMBER-FILE  TO NQ-ACCOUNT-NUMBER
003010     MOVE BT-RUN-DATE          TO NQ-REQUEST-DATE
003011     MOVE BALANCE-FILE         TO NQ-AMOUNT
003012     MOVE MATURITY-DATE-FILE   TO NQ-EVENT-DATE
003013     MOVE BT-JOB-NAME          TO NQ-SOURCE-JOB
003014     IF MATURITY-TO-SAVINGS
003015         MOVE "ROLLS TO REGULAR SAVINGS" TO NQ-DETAIL
003016     ELSE
003017         MOVE "RENEWS FOR THE SAME TERM" TO NQ-DETAIL
003018     END-IF
003019     WRITE NOTICE-REQUEST-RECORD
003020     CLOSE NOTICE-QUEUE-FILE
003021     ADD 1 TO BT-QUEUED-COUNT.
003022 2600-QUEUE-NOTICE-EXIT.
003023     EXIT.

002990 2900-SET-MONTH-LIMIT.
003000     MOVE BT-MONTH-DAYS (BT-WORK-MM) TO BT-MONTH-LIMIT
003010     IF BT-WORK-MM = 2
003360     DISPLAY "  Approaching maturity : " BT-APPROACHING-COUNT.
003370     DISPLAY "  Renewed              : " BT-RENEWED-COUNT.
003380     DISPLAY "  Rolled to savings    : " BT-TO-SAVINGS-COUNT.
003381     DISPLAY "  Notices queued       : " BT-QUEUED-COUNT.
003390 8000-PRINT-SUMMARY-EXIT.
003400     EXIT.

