000270*       postings, the online log, or the archive days within
000280*       the correction window.
000290*    3. Every account left with a negative balance, showing
000300*       how much of its credit limit is in use.  Each is
000301*       also queued on NOTICE-QUEUE for a letter to the
000302*       customer.
000310*    4. Every posting logged against an account whose status
000320*       is now closed or frozen.
000330*
000432*                    stopping, so the BANK-NIGHT-RUN driver can
000433*                    tell a failed run from a clean one and hold
000434*                    the jobs scheduled after it.
000435*  2026-10-15  JKM   Every overdrawn account listed is also
000436*                    queued on NOTICE-QUEUE (NOTICEQ layout) for
000437*                    a letter to the customer (5200), dated from
000438*                    the first night overdrawn on OVERDRAFT-AGING
000439*                    so each overdraft is written about once.
000440*****************************************************************
000450
000460 ENVIRONMENT DIVISION.
000730         ASSIGN TO "../COMPLIANCE.rpt"
000740         FILE STATUS  RP-FILE-STATUS.
000750
000751     SELECT OVERDRAFT-AGING-FILE
000752         ASSIGN TO "../OVERDRAFT-AGING.dat"
000753         ORGANIZATION IS INDEXED
000754         ACCESS MODE IS DYNAMIC
000755         RECORD KEY IS OA-ACCOUNT-NUMBER
000756         FILE STATUS  OA-FILE-STATUS.
000757
000758     SELECT NOTICE-QUEUE-FILE
000759         ASSIGN TO "../NOTICE-QUEUE.txt"
000760         FILE STATUS  NQ-FILE-STATUS.
000761
000760 DATA DIVISION.
000770 FILE SECTION.
000780 FD TRANSACTION-LOG-FILE
001120     DATA RECORD IS REPORT-PRINT-LINE.
001130 01  REPORT-PRINT-LINE           PIC X(132).
001140
001141 FD OVERDRAFT-AGING-FILE
001142     RECORD CONTAINS 80 CHARACTERS
001143     DATA RECORD IS OVERDRAFT-AGING-RECORD.
001144 COPY ODAGEREC.
001145
001146 FD NOTICE-QUEUE-FILE
001147     RECORDING MODE IS F
001148     RECORD CONTAINS 80 CHARACTERS
001149     DATA RECORD IS NOTICE-REQUEST-RECORD.
001150 COPY NOTICEQ.
001151
001150 WORKING-STORAGE SECTION.
001160 01  TL-FILE-STATUS          PIC X(2).
001170 01  MYFILE-STATUS           PIC X(2).
001190 01  AD-FILE-STATUS          PIC X(2).
001200 01  CP-FILE-STATUS          PIC X(2).
001210 01  RP-FILE-STATUS          PIC X(2).
001211 01  OA-FILE-STATUS          PIC X(2).
001212 01  NQ-FILE-STATUS          PIC X(2).
001213 01  BT-HAVE-AGING-FILE      PIC X(1) VALUE 'N'.
001214 01  BT-JOB-NAME             PIC X(08) VALUE 'BANKCOMP'.
001215 01  BT-NOTICE-COUNT         PIC 9(06) VALUE 0.
001220
001230 01  BT-LOG-EOF              PIC X VALUE 'N'.
001240 01  BT-ARCH-EOF             PIC X VALUE 'N'.
002779         MOVE 16 TO RETURN-CODE
002780         STOP RUN
002790     END-IF.
002791     OPEN INPUT OVERDRAFT-AGING-FILE.
002792     IF OA-FILE-STATUS = '00'
002793         MOVE 'Y' TO BT-HAVE-AGING-FILE
002794     END-IF.
002800     MOVE BT-RUN-DATE TO BT-HDG-RUN-DATE
002810     WRITE REPORT-PRINT-LINE FROM BT-RPT-HEADING
002820     MOVE SPACES TO REPORT-PRINT-LINE
006960                 COMPUTE BT-OV-USED = 0 - BALANCE-FILE
006970                 WRITE REPORT-PRINT-LINE
006980                     FROM BT-OVERDRAWN-DETAIL
006981                 PERFORM 5200-QUEUE-NOTICE
006982                     THRU 5200-QUEUE-NOTICE-EXIT
006990             END-IF
007000     END-READ.
007010 5100-CHECK-ONE-ACCOUNT-EXIT.
007020     EXIT.
007030
007031*****************************************************************
007032*  5200-QUEUE-NOTICE appends an overdrawn-account notice for the
007033*  account just listed to NOTICE-QUEUE, quoting the balance.
007034*  The date it quotes is the first night the account was seen
007035*  overdrawn, off OVERDRAFT-AGING, so the notice print writes
007036*  about each overdraft once however many nights it runs; an
007037*  account not yet aged (this job runs ahead of the aging job)
007038*  is overdrawn as of tonight.  The queue is opened and closed
007039*  around the one record, as the other jobs writing to it do;
007040*  a queue that cannot be opened costs the letter, not the run.
007041*****************************************************************
007042 5200-QUEUE-NOTICE.
007043     IF CUSTOMER-NUMBER-FILE IS NOT NUMERIC
007044         OR CUSTOMER-NUMBER-FILE = 0
007045         GO TO 5200-QUEUE-NOTICE-EXIT
007046     END-IF
007047     MOVE BT-RUN-DATE TO OA-FIRST-NEGATIVE-DATE
007048     IF BT-HAVE-AGING-FILE = 'Y'
007049         MOVE ACCOUNT-NUMBER-FILE TO OA-ACCOUNT-NUMBER
007050         READ OVERDRAFT-AGING-FILE
007051             INVALID KEY
007052                 MOVE BT-RUN-DATE TO OA-FIRST-NEGATIVE-DATE
007053         END-READ
007054     END-IF
007055     OPEN EXTEND NOTICE-QUEUE-FILE
007056     IF NQ-FILE-STATUS = '35'
007057         OPEN OUTPUT NOTICE-QUEUE-FILE
007058     END-IF
007059     IF NQ-FILE-STATUS NOT = '00'
007060         DISPLAY "BANK-COMPLIANCE-RPT: unable to open "
007061             "NOTICE-QUEUE, status " NQ-FILE-STATUS
007062             " - notice for account " ACCOUNT-NUMBER-FILE
007063             " not queued."
007064         GO TO 5200-QUEUE-NOTICE-EXIT
007065     END-IF
007066     MOVE SPACES                 TO NOTICE-REQUEST-RECORD
007067     MOVE 'OD'                   TO NQ-NOTICE-TYPE
007068     MOVE CUSTOMER-NUMBER-FILE   TO NQ-CUSTOMER-NUMBER
007069     MOVE ACCOUNT-NUMBER-FILE    TO NQ-ACCOUNT-NUMBER
007070     MOVE BT-RUN-DATE            TO NQ-REQUEST-DATE
007071     MOVE BALANCE-FILE           TO NQ-AMOUNT
007072     MOVE OA-FIRST-NEGATIVE-DATE TO NQ-EVENT-DATE
007073     MOVE BT-JOB-NAME            TO NQ-SOURCE-JOB
007074     IF CREDIT-LIMIT-FILE NOT > 0
007075         MOVE "NO OVERDRAFT LIMIT" TO NQ-DETAIL
007076     ELSE
007077         IF 0 - BALANCE-FILE > CREDIT-LIMIT-FILE
007078             MOVE "OVER CREDIT LIMIT" TO NQ-DETAIL
007079         ELSE
007080             MOVE "WITHIN CREDIT LIMIT" TO NQ-DETAIL
007081         END-IF
007082     END-IF
007083     WRITE NOTICE-REQUEST-RECORD
007084     CLOSE NOTICE-QUEUE-FILE
007085     ADD 1 TO BT-NOTICE-COUNT.
007086 5200-QUEUE-NOTICE-EXIT.
007087     EXIT.
007088
007040*****************************************************************
007050*  6000-SECTION-FROZEN lists every posting made today against
007060*  an account whose status is now closed or frozen - either
007640     DISPLAY "  Reversals             : " BT-REV-COUNT.
007650     DISPLAY "  Overdrawn accounts    : " BT-OD-COUNT.
007660     DISPLAY "  Closed/frozen activity: " BT-CF-COUNT.
007661     DISPLAY "  Notices queued        : " BT-NOTICE-COUNT.
007670 8000-PRINT-SUMMARY-EXIT.
007680     EXIT.
007690
007700 9999-EXIT-PROGRAM.
007710     CLOSE ACCOUNT-FILE.
007720     CLOSE REPORT-PRINT-FILE.
007721     IF BT-HAVE-AGING-FILE = 'Y'
007722         CLOSE OVERDRAFT-AGING-FILE
007723     END-IF.
007730     STOP RUN.
007740 9999-EXIT-PROGRAM-EXIT.
007750     EXIT.
