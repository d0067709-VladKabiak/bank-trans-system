000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. BANK-CLOSED-ACCOUNTS.
000120 AUTHOR. J-MILLER.
000130 INSTALLATION. FIRST-COMMUNITY-DP-CENTER.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED. 10/15/2026.
000160*****************************************************************
000170*  BANK-CLOSED-ACCOUNTS
000180*  Nightly batch job - lists every account closed at the window
000190*  today for the back office, from the ACCOUNT-CLOSURES records
000200*  the teller program writes at each close (CLOSEREC layout):
000210*  the balance the account stood at, the interest accrued and
000220*  any early-withdrawal penalty posted at closing, how the
000230*  balance was paid out and to which account, the payout's log
000240*  reference, the standing orders cancelled, and the teller and
000250*  approving supervisor.  The CLOSED-ACCOUNTS report totals the
000260*  cash paid out across the counter and the balances
000270*  transferred, so the back office can tie the day's closures
000280*  to the drawers and the log.  A day with no closures prints
000290*  an empty listing.
000300*
000310*  MODIFICATION HISTORY
000320*  DATE        INIT  DESCRIPTION
000330*  ----------  ----  -------------------------------------------
000340*  2026-10-15  JKM   Original version.
000350*****************************************************************

000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT CLOSURE-FILE
000400         ASSIGN TO "../ACCOUNT-CLOSURES.txt"
000410         FILE STATUS  CL-FILE-STATUS.

000420     SELECT ACCOUNT-FILE
000430         ASSIGN TO "../ACCOUNT-FILE.dat"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS RANDOM
000460         RECORD KEY IS ACCOUNT-NUMBER-FILE
000470         FILE STATUS  MYFILE-STATUS.

000480     SELECT CLOSED-REPORT-FILE
000490         ASSIGN TO "../CLOSED-ACCOUNTS.rpt"
000500         FILE STATUS  CR-FILE-STATUS.

000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD CLOSURE-FILE
000540     RECORDING MODE IS F
000550     RECORD CONTAINS 80 CHARACTERS
000560     DATA RECORD IS ACCOUNT-CLOSURE-RECORD.
000570 COPY CLOSEREC.

000580 FD ACCOUNT-FILE
000590     RECORD CONTAINS 100 CHARACTERS
000600     DATA RECORD IS ACCOUNT-RECORD.
000610 COPY ACCTREC.

000620 FD CLOSED-REPORT-FILE
000630     RECORDING MODE IS F
000640     RECORD CONTAINS 132 CHARACTERS
000650     DATA RECORD IS CLOSED-PRINT-LINE.
000660 01  CLOSED-PRINT-LINE           PIC X(132).

000670 WORKING-STORAGE SECTION.
000680 01  CL-FILE-STATUS          PIC X(2).
000690 01  MYFILE-STATUS           PIC X(2).
000700 01  CR-FILE-STATUS          PIC X(2).

000710 01  BT-CLOSURE-EOF          PIC X VALUE 'N'.
000720 01  BT-RUN-DATE             PIC 9(08) VALUE 0.

000730 01  BT-CLOSED-COUNT         PIC 9(06) VALUE 0.
000740 01  BT-TOTAL-BEFORE         PIC S9(9)V99 VALUE 0.
000750 01  BT-TOTAL-INTEREST       PIC S9(9)V99 VALUE 0.
000760 01  BT-TOTAL-PENALTY        PIC S9(9)V99 VALUE 0.
000762 01  BT-INTEREST-COUNT       PIC 9(06) VALUE 0.
000764 01  BT-PENALTY-COUNT        PIC 9(06) VALUE 0.
000770 01  BT-CASH-COUNT           PIC 9(06) VALUE 0.
000780 01  BT-TOTAL-CASH           PIC S9(9)V99 VALUE 0.
000790 01  BT-TRANSFER-COUNT       PIC 9(06) VALUE 0.
000800 01  BT-TOTAL-TRANSFERRED    PIC S9(9)V99 VALUE 0.
000810 01  BT-ORDERS-CANCELLED     PIC 9(06) VALUE 0.

000820 01  BT-REPORT-HEADING-1.
000830     05  FILLER              PIC X(38)
000840         VALUE "BANK-CLOSED-ACCOUNTS - CLOSED TODAY   ".
000850     05  FILLER              PIC X(09) VALUE "RUN DATE ".
000860     05  BT-HDG-RUN-DATE     PIC 9(08).
000870     05  FILLER              PIC X(77) VALUE SPACES.

000880 01  BT-REPORT-HEADING-2.
000890     05  FILLER              PIC X(08) VALUE "ACCOUNT ".
000900     05  FILLER              PIC X(27) VALUE "CUSTOMER NAME".
000910     05  FILLER              PIC X(04) VALUE "PR  ".
000920     05  FILLER              PIC X(14) VALUE "   BAL BEFORE ".
000930     05  FILLER              PIC X(13) VALUE "    INTEREST ".
000940     05  FILLER              PIC X(13) VALUE "     PENALTY ".
000950     05  FILLER              PIC X(13) VALUE "      PAYOUT ".
000960     05  FILLER              PIC X(03) VALUE "M  ".
000970     05  FILLER              PIC X(08) VALUE "TO ACCT ".
000980     05  FILLER              PIC X(10) VALUE "PAYOUT REF".
000990     05  FILLER              PIC X(05) VALUE " SO  ".
001000     05  FILLER              PIC X(05) VALUE "TELR ".
001010     05  FILLER              PIC X(05) VALUE "APPR ".
001020     05  FILLER              PIC X(04) VALUE "BR  ".

001030 01  BT-CLOSED-DETAIL.
001040     05  BT-DET-ACCOUNT      PIC 9(06).
001050     05  FILLER              PIC X(02) VALUE SPACES.
001060     05  BT-DET-NAME         PIC X(25).
001070     05  FILLER              PIC X(02) VALUE SPACES.
001080     05  BT-DET-PRODUCT      PIC X(02).
001090     05  FILLER              PIC X(02) VALUE SPACES.
001100     05  BT-DET-BALANCE      PIC Z,ZZZ,ZZ9.99-.
001110     05  FILLER              PIC X(01) VALUE SPACES.
001120     05  BT-DET-INTEREST     PIC Z,ZZZ,ZZ9.99.
001130     05  FILLER              PIC X(01) VALUE SPACES.
001140     05  BT-DET-PENALTY      PIC Z,ZZZ,ZZ9.99.
001150     05  FILLER              PIC X(01) VALUE SPACES.
001160     05  BT-DET-PAYOUT       PIC Z,ZZZ,ZZ9.99.
001170     05  FILLER              PIC X(01) VALUE SPACES.
001180     05  BT-DET-METHOD       PIC X(01).
001190     05  FILLER              PIC X(02) VALUE SPACES.
001200     05  BT-DET-TARGET       PIC ZZZZZZ.
001210     05  FILLER              PIC X(02) VALUE SPACES.
001220     05  BT-DET-REF          PIC 9(08).
001230     05  FILLER              PIC X(02) VALUE SPACES.
001240     05  BT-DET-ORDERS       PIC ZZ9.
001250     05  FILLER              PIC X(02) VALUE SPACES.
001260     05  BT-DET-TELLER       PIC X(04).
001270     05  FILLER              PIC X(01) VALUE SPACES.
001280     05  BT-DET-APPROVED     PIC X(04).
001290     05  FILLER              PIC X(01) VALUE SPACES.
001300     05  BT-DET-BRANCH       PIC X(02).
001310     05  FILLER              PIC X(02) VALUE SPACES.

001320 01  BT-TOTAL-LINE.
001330     05  BT-TOT-LABEL        PIC X(30).
001340     05  BT-TOT-COUNT        PIC ZZZ,ZZ9.
001350     05  FILLER              PIC X(03) VALUE SPACES.
001360     05  BT-TOT-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99-.
001370     05  FILLER              PIC X(77) VALUE SPACES.

001380 PROCEDURE DIVISION.
001390 0000-MAINLINE.
001400     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001410     PERFORM 2000-PROCESS-CLOSURE THRU 2000-PROCESS-CLOSURE-EXIT
001420         UNTIL BT-CLOSURE-EOF = 'Y'.
001430     PERFORM 8000-PRINT-SUMMARY THRU 8000-PRINT-SUMMARY-EXIT.
001440     PERFORM 9999-EXIT-PROGRAM THRU 9999-EXIT-PROGRAM-EXIT.

001450*****************************************************************
001460*  1000-INITIALIZE - a missing ACCOUNT-CLOSURES file only means
001470*  no account has ever been closed at the window; the listing
001480*  still prints, empty, so the back office sees the job ran.
001490*****************************************************************
001500 1000-INITIALIZE.
001510     ACCEPT BT-RUN-DATE FROM DATE YYYYMMDD.
001520     OPEN INPUT CLOSURE-FILE.
001530     IF CL-FILE-STATUS = '35'
001540         MOVE 'Y' TO BT-CLOSURE-EOF
001550     ELSE
001560         IF CL-FILE-STATUS <> '00'
001570             DISPLAY "BANK-CLOSED-ACCOUNTS: unable to open "
001580                 "account closures, status " CL-FILE-STATUS
001590             MOVE 16 TO RETURN-CODE
001600             STOP RUN
001610         END-IF
001620     END-IF.
001630     OPEN INPUT ACCOUNT-FILE.
001640     IF MYFILE-STATUS <> '00'
001650         DISPLAY "BANK-CLOSED-ACCOUNTS: unable to open "
001660             "ACCOUNT-FILE, status " MYFILE-STATUS
001670         MOVE 16 TO RETURN-CODE
001680         STOP RUN
001690     END-IF.
001700     OPEN OUTPUT CLOSED-REPORT-FILE.
001710     IF CR-FILE-STATUS <> '00'
001720         DISPLAY "BANK-CLOSED-ACCOUNTS: unable to open report, "
001730             "status " CR-FILE-STATUS
001740         MOVE 16 TO RETURN-CODE
001750         STOP RUN
001760     END-IF.
001770     MOVE BT-RUN-DATE TO BT-HDG-RUN-DATE
001780     WRITE CLOSED-PRINT-LINE FROM BT-REPORT-HEADING-1
001790     MOVE SPACES TO CLOSED-PRINT-LINE
001800     WRITE CLOSED-PRINT-LINE
001810     WRITE CLOSED-PRINT-LINE FROM BT-REPORT-HEADING-2.
001820 1000-INITIALIZE-EXIT.
001830     EXIT.

001840 2000-PROCESS-CLOSURE.
001850     READ CLOSURE-FILE
001860         AT END
001870             MOVE 'Y' TO BT-CLOSURE-EOF
001880             GO TO 2000-PROCESS-CLOSURE-EXIT
001890     END-READ
001900     IF CL-CLOSE-DATE NOT = BT-RUN-DATE
001910         GO TO 2000-PROCESS-CLOSURE-EXIT
001920     END-IF
001930     PERFORM 2100-REPORT-CLOSURE THRU 2100-REPORT-CLOSURE-EXIT
001940     ADD 1 TO BT-CLOSED-COUNT
001950     ADD CL-BALANCE-BEFORE  TO BT-TOTAL-BEFORE
001960     ADD CL-INTEREST-AMOUNT TO BT-TOTAL-INTEREST
001970     ADD CL-PENALTY-AMOUNT  TO BT-TOTAL-PENALTY
001972     IF CL-INTEREST-AMOUNT NOT = 0
001974         ADD 1 TO BT-INTEREST-COUNT
001976     END-IF
001977     IF CL-PENALTY-AMOUNT NOT = 0
001978         ADD 1 TO BT-PENALTY-COUNT
001979     END-IF
001980     ADD CL-ORDERS-CANCELLED TO BT-ORDERS-CANCELLED
001990     IF CL-PAID-IN-CASH
002000         ADD 1 TO BT-CASH-COUNT
002010         ADD CL-PAYOUT-AMOUNT TO BT-TOTAL-CASH
002020     END-IF
002030     IF CL-PAID-BY-TRANSFER
002040         ADD 1 TO BT-TRANSFER-COUNT
002050         ADD CL-PAYOUT-AMOUNT TO BT-TOTAL-TRANSFERRED
002060     END-IF.
002070 2000-PROCESS-CLOSURE-EXIT.
002080     EXIT.

002090*    The name and product come off the account itself, which
002100*    stays on ACCOUNT-FILE at status Closed.
002110 2100-REPORT-CLOSURE.
002120     MOVE SPACES TO BT-DET-NAME
002130     MOVE SPACES TO BT-DET-PRODUCT
002140     MOVE CL-ACCOUNT-NUMBER TO ACCOUNT-NUMBER-FILE
002150     READ ACCOUNT-FILE
002160         INVALID KEY
002170             MOVE "*** NOT ON ACCOUNT-FILE ***" TO BT-DET-NAME
002180         NOT INVALID KEY
002190             MOVE CUSTOMER-NAME-FILE TO BT-DET-NAME
002200             MOVE PRODUCT-TYPE-FILE  TO BT-DET-PRODUCT
002210     END-READ
002220     MOVE CL-ACCOUNT-NUMBER   TO BT-DET-ACCOUNT
002230     MOVE CL-BALANCE-BEFORE   TO BT-DET-BALANCE
002240     MOVE CL-INTEREST-AMOUNT  TO BT-DET-INTEREST
002250     MOVE CL-PENALTY-AMOUNT   TO BT-DET-PENALTY
002260     MOVE CL-PAYOUT-AMOUNT    TO BT-DET-PAYOUT
002270     MOVE CL-PAYOUT-METHOD    TO BT-DET-METHOD
002280     MOVE CL-TARGET-ACCOUNT   TO BT-DET-TARGET
002290     MOVE CL-PAYOUT-REF       TO BT-DET-REF
002300     MOVE CL-ORDERS-CANCELLED TO BT-DET-ORDERS
002310     MOVE CL-TELLER-ID        TO BT-DET-TELLER
002320     MOVE CL-APPROVED-BY      TO BT-DET-APPROVED
002330     MOVE CL-BRANCH-CODE      TO BT-DET-BRANCH
002340     WRITE CLOSED-PRINT-LINE FROM BT-CLOSED-DETAIL.
002350 2100-REPORT-CLOSURE-EXIT.
002360     EXIT.

002370 8000-PRINT-SUMMARY.
002380     MOVE SPACES TO CLOSED-PRINT-LINE
002390     WRITE CLOSED-PRINT-LINE
002400     IF BT-CLOSED-COUNT = 0
002410         MOVE "NO ACCOUNTS CLOSED TODAY." TO CLOSED-PRINT-LINE
002420         WRITE CLOSED-PRINT-LINE
002430     END-IF
002440     MOVE "ACCOUNTS CLOSED / BAL BEFORE" TO BT-TOT-LABEL
002450     MOVE BT-CLOSED-COUNT TO BT-TOT-COUNT
002460     MOVE BT-TOTAL-BEFORE TO BT-TOT-AMOUNT
002470     WRITE CLOSED-PRINT-LINE FROM BT-TOTAL-LINE
002480     MOVE "CLOSING INTEREST POSTED" TO BT-TOT-LABEL
002490     MOVE BT-INTEREST-COUNT TO BT-TOT-COUNT
002500     MOVE BT-TOTAL-INTEREST TO BT-TOT-AMOUNT
002510     WRITE CLOSED-PRINT-LINE FROM BT-TOTAL-LINE
002520     MOVE "EARLY WITHDRAWAL PENALTIES" TO BT-TOT-LABEL
002530     MOVE BT-PENALTY-COUNT TO BT-TOT-COUNT
002540     MOVE BT-TOTAL-PENALTY TO BT-TOT-AMOUNT
002550     WRITE CLOSED-PRINT-LINE FROM BT-TOTAL-LINE
002560     MOVE "PAID OUT IN CASH" TO BT-TOT-LABEL
002570     MOVE BT-CASH-COUNT TO BT-TOT-COUNT
002580     MOVE BT-TOTAL-CASH TO BT-TOT-AMOUNT
002590     WRITE CLOSED-PRINT-LINE FROM BT-TOTAL-LINE
002600     MOVE "PAID OUT BY TRANSFER" TO BT-TOT-LABEL
002610     MOVE BT-TRANSFER-COUNT TO BT-TOT-COUNT
002620     MOVE BT-TOTAL-TRANSFERRED TO BT-TOT-AMOUNT
002630     WRITE CLOSED-PRINT-LINE FROM BT-TOTAL-LINE
002640     DISPLAY "BANK-CLOSED-ACCOUNTS complete.".
002650     DISPLAY "  Accounts closed today: " BT-CLOSED-COUNT.
002660     DISPLAY "  Paid out in cash     : " BT-CASH-COUNT
002670         "  value " BT-TOTAL-CASH.
002680     DISPLAY "  Paid out by transfer : " BT-TRANSFER-COUNT
002690         "  value " BT-TOTAL-TRANSFERRED.
002700     DISPLAY "  Standing orders cancelled: " BT-ORDERS-CANCELLED.
002710 8000-PRINT-SUMMARY-EXIT.
002720     EXIT.

002730 9999-EXIT-PROGRAM.
002740     IF CL-FILE-STATUS NOT = '35'
002750         CLOSE CLOSURE-FILE
002760     END-IF.
002770     CLOSE ACCOUNT-FILE.
002780     CLOSE CLOSED-REPORT-FILE.
002790     STOP RUN.
002800 9999-EXIT-PROGRAM-EXIT.
002810     EXIT.
