000320*  'FEEP', and the checkpoint record (CHKPTREC layout, keyed
000330*  'BANKFEE ' on FEE-CHKPT.dat) is rewritten after every
000340*  account so a run that dies partway resumes from the next
000350*  account instead of charging anyone twice.  A notice of each
000351*  charge is queued on NOTICE-QUEUE for a letter to the customer
000352*  just before the account is checkpointed; a restart can then
000353*  queue the notice twice but never lose it, and BANKNOTICE
000354*  drops a notice it has already sent.
000360*
000370*  MODIFICATION HISTORY
000380*  DATE        INIT  DESCRIPTION
000402*                    keying teller's branch code; this unattended
000403*                    job leaves TL-BRANCH-CODE blank and settles
000404*                    as system work.
000405*  2026-10-15  JKM   Every charge posted is also queued on
000406*                    NOTICE-QUEUE (NOTICEQ layout) for a letter
000407*                    to the customer (2500).
000410*****************************************************************

000420 ENVIRONMENT DIVISION.
000730         ASSIGN TO "../TLOG-ARCHIVE-DIR.txt"
000740         FILE STATUS  AD-FILE-STATUS.

000741     SELECT NOTICE-QUEUE-FILE
000742         ASSIGN TO "../NOTICE-QUEUE.txt"
000743         FILE STATUS  NQ-FILE-STATUS.

000750 DATA DIVISION.
000760 FILE SECTION.
000770 FD ACCOUNT-FILE
001090     DATA RECORD IS ARCHIVE-DIR-RECORD.
001100 COPY ARCHDIR.

001101 FD NOTICE-QUEUE-FILE
001102     RECORDING MODE IS F
001103     RECORD CONTAINS 80 CHARACTERS
001104     DATA RECORD IS NOTICE-REQUEST-RECORD.
001105 COPY NOTICEQ.

001110 WORKING-STORAGE SECTION.
001120 01  MYFILE-STATUS           PIC X(2).
001130 01  TL-FILE-STATUS          PIC X(2).
001170 01  FS-FILE-STATUS          PIC X(2).
001180 01  AR-FILE-STATUS          PIC X(2).
001190 01  AD-FILE-STATUS          PIC X(2).
001191 01  NQ-FILE-STATUS          PIC X(2).

001200 01  BT-EOF                  PIC X VALUE 'N'.
001210 01  BT-LOG-EOF              PIC X VALUE 'N'.
001900 01  BT-WAIVED-COUNT         PIC 9(06) VALUE 0.
001910 01  BT-NO-SCHEDULE-COUNT    PIC 9(06) VALUE 0.
001920 01  BT-ZERO-FEE-COUNT       PIC 9(06) VALUE 0.
001921 01  BT-NOTICE-COUNT         PIC 9(06) VALUE 0.

001930 PROCEDURE DIVISION.
001940 0000-MAINLINE.
004980     PERFORM 2100-WRITE-LOG-ENTRY
004990         THRU 2100-WRITE-LOG-ENTRY-EXIT
005000     MOVE ACCOUNT-NUMBER-FILE TO BT-LAST-ACCOUNT-POSTED
005005     PERFORM 2500-QUEUE-NOTICE THRU 2500-QUEUE-NOTICE-EXIT
005010     PERFORM 2200-WRITE-CHECKPOINT
005020         THRU 2200-WRITE-CHECKPOINT-EXIT.
005030 2000-ASSESS-FEES-EXIT.
005580 2400-COMPUTE-FEE-EXIT.
005590     EXIT.

005591*****************************************************************
005592*  2500-QUEUE-NOTICE appends a notice of the charge just posted
005593*  to NOTICE-QUEUE for the account's customer, quoting the fee
005594*  and the posting date and whether item charges are in it.
005595*  The queue is opened and closed around the one record, as the
005596*  other jobs writing to it do; a queue that cannot be opened
005597*  costs the letter, not the run, and an account with no
005598*  customer number has no one to write to.
005599*****************************************************************
005600 2500-QUEUE-NOTICE.
005601     IF CUSTOMER-NUMBER-FILE IS NOT NUMERIC
005602         OR CUSTOMER-NUMBER-FILE = 0
005603         GO TO 2500-QUEUE-NOTICE-EXIT
005604     END-IF
005605     OPEN EXTEND NOTICE-QUEUE-FILE
005606     IF NQ-FILE-STATUS = '35'
005607         OPEN OUTPUT NOTICE-QUEUE-FILE
005608     END-IF
005609     IF NQ-FILE-STATUS NOT = '00'
005610         DISPLAY "BANK-FEE-POST: unable to open NOTICE-QUEUE, "
005611             "status " NQ-FILE-STATUS " - notice for account "
005612             ACCOUNT-NUMBER-FILE " not queued."
005613         GO TO 2500-QUEUE-NOTICE-EXIT
005614     END-IF
005615     MOVE SPACES               TO NOTICE-REQUEST-RECORD
005616     MOVE 'SC'                 TO NQ-NOTICE-TYPE
005617     MOVE CUSTOMER-NUMBER-FILE TO NQ-CUSTOMER-NUMBER
005618     MOVE ACCOUNT-NUMBER-FILE  TO NQ-ACCOUNT-NUMBER
005619     MOVE BT-RUN-DATE          TO NQ-REQUEST-DATE
005620     MOVE BT-FEE-AMOUNT        TO NQ-AMOUNT
005621     MOVE BT-RUN-DATE          TO NQ-EVENT-DATE
005622     MOVE BT-JOB-NAME          TO NQ-SOURCE-JOB
005623     IF BT-EXCESS-ITEMS > 0
005624         MOVE "MONTHLY FEE AND ITEM CHARGES" TO NQ-DETAIL
005625     ELSE
005626         MOVE "MONTHLY SERVICE FEE" TO NQ-DETAIL
005627     END-IF
005628     WRITE NOTICE-REQUEST-RECORD
005629     CLOSE NOTICE-QUEUE-FILE
005630     ADD 1 TO BT-NOTICE-COUNT.
005631 2500-QUEUE-NOTICE-EXIT.
005632     EXIT.

005600 6000-FIND-ITEM-ENTRY.
005610     MOVE 0 TO BT-FOUND-IDX
005620     PERFORM 6100-MATCH-ONE-ITEM
006990     DISPLAY "  Waived by balance: " BT-WAIVED-COUNT.
007000     DISPLAY "  No fee schedule  : " BT-NO-SCHEDULE-COUNT.
007010     DISPLAY "  Zero fee         : " BT-ZERO-FEE-COUNT.
007011     DISPLAY "  Notices queued   : " BT-NOTICE-COUNT.
007020 8000-PRINT-SUMMARY-EXIT.
007030     EXIT.

