000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. BANK-LOAN-SERVICING.
000120 AUTHOR. J-MILLER.
000130 INSTALLATION. FIRST-COMMUNITY-DP-CENTER.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED. 10/15/2026.
000160*****************************************************************
000170*  BANK-LOAN-SERVICING
000180*  Nightly job that services every active installment loan on
000190*  LOAN-MASTER (LOANREC layout).  For each loan, in order:
000200*    - interest is accrued on the principal balance at the
000210*      loan's annual rate for each calendar day since it was
000220*      last accrued (actual days over a 365-day year), and the
000221*      accrual is written to LOAN-HISTORY;
000230*    - every installment whose due date has arrived falls due -
000240*      the level payment, less anything paid ahead of it, is
000250*      added to the amount due and the next due date moves on a
000260*      month, back to the loan's nominal due day;
000270*    - the loan is aged from its oldest unpaid installment into
000280*      the 30, 60 and 90-day delinquency buckets;
000290*    - an installment still unpaid past the loan's grace days is
000300*      charged the loan's late charge, once per installment,
000310*      and the charge is written to LOAN-HISTORY;
000320*    - the payoff balance is brought up to date.
000330*  Every loan with money past due is printed on the
000340*  LOAN-DELINQUENCY report with totals by bucket.
000350*
000360*  Amortization schedules the branches asked for during the day
000370*  (AMORT-REQUESTS, AMORTREQ layout) are then printed on the
000380*  AMORT-SCHEDULES report from each loan's balance as it now
000390*  stands, and the request file is emptied.
000400*
000410*  Nothing in the pass depends on having run before that night -
000420*  interest accrues from LN-LAST-ACCRUAL-DATE, installments fall
000430*  due from LN-NEXT-DUE-DATE and a late charge is remembered by
000440*  the installment it was charged on - so a run that dies
000450*  partway is simply run again and needs no checkpoint.
000460*  Nothing here posts to a deposit account, so the job writes
000470*  no TRANSACTION-LOG entries; loan activity is on LOAN-HISTORY.
000480*
000490*  MODIFICATION HISTORY
000500*  DATE        INIT  DESCRIPTION
000510*  ----------  ----  -------------------------------------------
000520*  2026-10-15  JKM   Original version.
000521*  2026-10-15  JKM   Each night's interest accrual on a loan is
000522*                    written to LOAN-HISTORY as a type 'A' event
000523*                    (2150) for BANK-GL-EXTRACT to journal.
000530*****************************************************************

000540 ENVIRONMENT DIVISION.
000550 INPUT-OUTPUT SECTION.
000560 FILE-CONTROL.
000570     SELECT LOAN-MASTER-FILE
000580         ASSIGN TO "../LOAN-MASTER.dat"
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS DYNAMIC
000610         RECORD KEY IS LN-LOAN-NUMBER
000620         FILE STATUS  LN-FILE-STATUS.

000630     SELECT CUSTOMER-MASTER-FILE
000640         ASSIGN TO "../CUSTOMER-MASTER.dat"
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS DYNAMIC
000670         RECORD KEY IS CM-CUSTOMER-NUMBER
000680         FILE STATUS  CM-FILE-STATUS.

000690     SELECT LOAN-HISTORY-FILE
000700         ASSIGN TO "../LOAN-HISTORY.txt"
000710         FILE STATUS  LH-FILE-STATUS.

000720     SELECT AMORT-REQUEST-FILE
000730         ASSIGN TO "../AMORT-REQUESTS.txt"
000740         FILE STATUS  AQ-FILE-STATUS.

000750     SELECT DELINQUENCY-REPORT-FILE
000760         ASSIGN TO "../LOAN-DELINQUENCY.rpt"
000770         FILE STATUS  DQ-FILE-STATUS.

000780     SELECT AMORT-REPORT-FILE
000790         ASSIGN TO "../AMORT-SCHEDULES.rpt"
000800         FILE STATUS  AM-FILE-STATUS.

000810 DATA DIVISION.
000820 FILE SECTION.
000830 FD LOAN-MASTER-FILE
000840     RECORD CONTAINS 200 CHARACTERS
000850     DATA RECORD IS LOAN-MASTER-RECORD.
000860 COPY LOANREC.

000870 FD CUSTOMER-MASTER-FILE
000880     RECORD CONTAINS 200 CHARACTERS
000890     DATA RECORD IS CUSTOMER-MASTER-RECORD.
000900 COPY CUSTREC.

000910 FD LOAN-HISTORY-FILE
000920     RECORDING MODE IS F
000930     RECORD CONTAINS 100 CHARACTERS
000940     DATA RECORD IS LOAN-HISTORY-RECORD.
000950 COPY LOANHIST.

000960 FD AMORT-REQUEST-FILE
000970     RECORDING MODE IS F
000980     RECORD CONTAINS 80 CHARACTERS
000990     DATA RECORD IS AMORT-REQUEST-RECORD.
001000 COPY AMORTREQ.

001010 FD DELINQUENCY-REPORT-FILE
001020     RECORDING MODE IS F
001030     RECORD CONTAINS 132 CHARACTERS
001040     DATA RECORD IS DELINQUENCY-PRINT-LINE.
001050 01  DELINQUENCY-PRINT-LINE      PIC X(132).

001060 FD AMORT-REPORT-FILE
001070     RECORDING MODE IS F
001080     RECORD CONTAINS 132 CHARACTERS
001090     DATA RECORD IS AMORT-PRINT-LINE.
001100 01  AMORT-PRINT-LINE            PIC X(132).

001110 WORKING-STORAGE SECTION.
001120 01  LN-FILE-STATUS          PIC X(2).
001130 01  CM-FILE-STATUS          PIC X(2).
001140 01  LH-FILE-STATUS          PIC X(2).
001150 01  AQ-FILE-STATUS          PIC X(2).
001160 01  DQ-FILE-STATUS          PIC X(2).
001170 01  AM-FILE-STATUS          PIC X(2).

001180 01  BT-EOF                  PIC X VALUE 'N'.
001190 01  BT-REQUEST-EOF          PIC X VALUE 'N'.
001200 01  BT-HAVE-CUST-MASTER     PIC X(01) VALUE 'N'.
001210 01  BT-HAVE-HISTORY         PIC X(01) VALUE 'N'.

001220 01  BT-RUN-DATE             PIC 9(08) VALUE 0.
001230 01  BT-TRANSACTION-TIME     PIC 9(08).
001240 01  BT-JOB-TELLER-ID        PIC X(04) VALUE 'LOAN'.

001250*    Day numbers, for counting the calendar days between two
001260*    dates - see 7000-DATE-TO-DAY-NUMBER - and the month table
001270*    the due-date arithmetic clamps against.
001280 01  BT-WORK-DATE            PIC 9(08) VALUE 0.
001290 01  BT-WORK-DATE-R REDEFINES BT-WORK-DATE.
001300     05  BT-WORK-YYYY        PIC 9(04).
001310     05  BT-WORK-MM          PIC 9(02).
001320     05  BT-WORK-DD          PIC 9(02).
001330 01  BT-CALC-YEAR            PIC 9(04) VALUE 0.
001340 01  BT-CALC-MONTH           PIC 9(02) VALUE 0.
001350 01  BT-CALC-QUOT            PIC 9(07) VALUE 0.
001360 01  BT-CALC-TERM            PIC 9(07) VALUE 0.
001370 01  BT-DAY-NUMBER           PIC 9(07) VALUE 0.
001380 01  BT-RUN-DAY-NUMBER       PIC 9(07) VALUE 0.
001390 01  BT-MONTH-DAYS-TABLE     PIC X(24)
001400     VALUE "312831303130313130313031".
001410 01  BT-MONTH-DAYS-R REDEFINES BT-MONTH-DAYS-TABLE.
001420     05  BT-MONTH-DAYS       PIC 9(02) OCCURS 12 TIMES.
001430 01  BT-MONTH-LIMIT          PIC 9(02) VALUE 0.
001440 01  BT-DATE-QUOT            PIC 9(04) VALUE 0.
001450 01  BT-DATE-REM             PIC 9(03) VALUE 0.
001460 01  BT-NOMINAL-DAY          PIC 9(02) VALUE 0.

001470*    Servicing work fields.
001480 01  BT-ACCRUAL-DAYS         PIC 9(05) VALUE 0.
001490 01  BT-INTEREST             PIC 9(7)V99 VALUE 0.
001500 01  BT-INSTALLMENT          PIC 9(7)V99 VALUE 0.
001510 01  BT-INSTALLMENTS-BEHIND  PIC 9(04) VALUE 0.
001520 01  BT-INSTALLMENT-REM      PIC 9(7)V99 VALUE 0.
001530 01  BT-MONTHS-BACK          PIC 9(04) VALUE 0.
001540 01  BT-DAYS-SINCE-DUE       PIC 9(05) VALUE 0.
001550 01  BT-BORROWER-NAME        PIC X(30) VALUE SPACES.

001560*    Amortization schedule work fields.
001570 01  BT-SCHED-BALANCE        PIC 9(7)V99 VALUE 0.
001580 01  BT-SCHED-INTEREST       PIC 9(7)V99 VALUE 0.
001590 01  BT-SCHED-PAYMENT        PIC 9(7)V99 VALUE 0.
001600 01  BT-SCHED-PRINCIPAL      PIC 9(7)V99 VALUE 0.
001610 01  BT-SCHED-TOTAL-INT      PIC 9(9)V99 VALUE 0.
001620 01  BT-SCHED-ROW            PIC 9(04) VALUE 0.
001630 01  BT-SCHED-MAX-ROWS       PIC 9(04) VALUE 600.
001640 01  BT-SCHED-DONE           PIC X(01) VALUE 'N'.

001650 01  BT-LOANS-SERVICED       PIC 9(06) VALUE 0.
001660 01  BT-INTEREST-TOTAL       PIC 9(9)V99 VALUE 0.
001670 01  BT-FELL-DUE-COUNT       PIC 9(06) VALUE 0.
001680 01  BT-FELL-DUE-VALUE       PIC 9(9)V99 VALUE 0.
001690 01  BT-LATE-COUNT           PIC 9(06) VALUE 0.
001700 01  BT-LATE-VALUE           PIC 9(9)V99 VALUE 0.
001710 01  BT-PAST-DUE-COUNT       PIC 9(06) VALUE 0.
001720 01  BT-PAST-DUE-VALUE       PIC 9(9)V99 VALUE 0.
001730 01  BT-BUCKET-30-COUNT      PIC 9(06) VALUE 0.
001740 01  BT-BUCKET-30-VALUE      PIC 9(9)V99 VALUE 0.
001750 01  BT-BUCKET-60-COUNT      PIC 9(06) VALUE 0.
001760 01  BT-BUCKET-60-VALUE      PIC 9(9)V99 VALUE 0.
001770 01  BT-BUCKET-90-COUNT      PIC 9(06) VALUE 0.
001780 01  BT-BUCKET-90-VALUE      PIC 9(9)V99 VALUE 0.
001790 01  BT-SCHEDULES-PRINTED    PIC 9(06) VALUE 0.
001800 01  BT-REQUESTS-REJECTED    PIC 9(06) VALUE 0.

001810 01  BT-REPORT-HEADING-1.
001820     05  FILLER              PIC X(42)
001830         VALUE "BANK-LOAN-SERVICING - LOAN DELINQUENCY    ".
001840     05  FILLER              PIC X(09) VALUE "RUN DATE ".
001850     05  BT-HDG-RUN-DATE     PIC 9(08).
001860     05  FILLER              PIC X(73) VALUE SPACES.

001870 01  BT-REPORT-HEADING-2.
001880     05  FILLER              PIC X(08) VALUE "LOAN    ".
001890     05  FILLER              PIC X(27) VALUE "BORROWER".
001900     05  FILLER              PIC X(10) VALUE "CUSTOMER  ".
001910     05  FILLER              PIC X(10) VALUE "LAST DUE  ".
001920     05  FILLER              PIC X(06) VALUE "DAYS  ".
001930     05  FILLER              PIC X(07) VALUE "BUCKET ".
001940     05  FILLER              PIC X(14) VALUE "   AMOUNT DUE ".
001950     05  FILLER              PIC X(12) VALUE " LATE CHGS  ".
001960     05  FILLER              PIC X(14) VALUE "       PAYOFF ".
001970     05  FILLER              PIC X(24) VALUE "LAST PAID".

001980 01  BT-DELINQUENCY-DETAIL.
001990     05  BT-DD-LOAN          PIC 9(06).
002000     05  FILLER              PIC X(02) VALUE SPACES.
002010     05  BT-DD-NAME          PIC X(25).
002020     05  FILLER              PIC X(02) VALUE SPACES.
002030     05  BT-DD-CUSTOMER      PIC 9(06).
002040     05  FILLER              PIC X(04) VALUE SPACES.
002050     05  BT-DD-LAST-DUE      PIC 9(08).
002060     05  FILLER              PIC X(02) VALUE SPACES.
002070     05  BT-DD-DAYS          PIC ZZZ9.
002080     05  FILLER              PIC X(02) VALUE SPACES.
002090     05  BT-DD-BUCKET        PIC X(05).
002100     05  FILLER              PIC X(02) VALUE SPACES.
002110     05  BT-DD-AMOUNT-DUE    PIC Z,ZZZ,ZZ9.99.
002120     05  FILLER              PIC X(02) VALUE SPACES.
002130     05  BT-DD-LATE          PIC ZZ,ZZ9.99.
002140     05  FILLER              PIC X(02) VALUE SPACES.
002150     05  BT-DD-PAYOFF        PIC Z,ZZZ,ZZ9.99.
002160     05  FILLER              PIC X(02) VALUE SPACES.
002170     05  BT-DD-LAST-PAID     PIC 9(08).
002180     05  FILLER              PIC X(15) VALUE SPACES.

002190 01  BT-TOTAL-LINE.
002200     05  BT-TOT-LABEL        PIC X(30).
002210     05  BT-TOT-COUNT        PIC ZZZ,ZZ9.
002220     05  FILLER              PIC X(03) VALUE SPACES.
002230     05  BT-TOT-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99.
002240     05  FILLER              PIC X(78) VALUE SPACES.

002250 01  BT-AMORT-HEADING-1.
002260     05  FILLER              PIC X(42)
002270         VALUE "BANK-LOAN-SERVICING - AMORTIZATION       ".
002280     05  FILLER              PIC X(09) VALUE "RUN DATE ".
002290     05  BT-AHDG-RUN-DATE    PIC 9(08).
002300     05  FILLER              PIC X(73) VALUE SPACES.

002310 01  BT-AMORT-LOAN-LINE-1.
002320     05  FILLER              PIC X(06) VALUE "LOAN  ".
002330     05  BT-AL-LOAN          PIC 9(06).
002340     05  FILLER              PIC X(02) VALUE SPACES.
002350     05  BT-AL-NAME          PIC X(30).
002360     05  FILLER              PIC X(11) VALUE " REQUESTED ".
002370     05  BT-AL-REQ-DATE      PIC 9(08).
002380     05  FILLER              PIC X(04) VALUE " BY ".
002390     05  BT-AL-REQ-BY        PIC X(04).
002400     05  FILLER              PIC X(08) VALUE " BRANCH ".
002410     05  BT-AL-BRANCH        PIC X(02).
002420     05  FILLER              PIC X(51) VALUE SPACES.

002430 01  BT-AMORT-LOAN-LINE-2.
002440     05  FILLER              PIC X(11) VALUE "PRINCIPAL  ".
002450     05  BT-AL-PRINCIPAL     PIC Z,ZZZ,ZZ9.99.
002460     05  FILLER              PIC X(08) VALUE "  RATE  ".
002470     05  BT-AL-RATE          PIC 9.9999.
002480     05  FILLER              PIC X(11) VALUE "  PAYMENT  ".
002490     05  BT-AL-PAYMENT       PIC Z,ZZZ,ZZ9.99.
002500     05  FILLER              PIC X(12) VALUE "  NEXT DUE  ".
002510     05  BT-AL-NEXT-DUE      PIC 9(08).
002520     05  FILLER              PIC X(17) VALUE "  INTEREST OWED  ".
002530     05  BT-AL-ACCRUED       PIC Z,ZZZ,ZZ9.99.
002540     05  FILLER              PIC X(21) VALUE SPACES.

002550 01  BT-AMORT-HEADING-2.
002560     05  FILLER              PIC X(06) VALUE "  NO. ".
002570     05  FILLER              PIC X(10) VALUE "DUE DATE  ".
002580     05  FILLER              PIC X(14) VALUE "      PAYMENT ".
002590     05  FILLER              PIC X(14) VALUE "     INTEREST ".
002600     05  FILLER              PIC X(14) VALUE "    PRINCIPAL ".
002610     05  FILLER              PIC X(14) VALUE "      BALANCE ".
002620     05  FILLER              PIC X(60) VALUE SPACES.

002630 01  BT-AMORT-DETAIL.
002640     05  BT-AD-ROW           PIC ZZZ9.
002650     05  FILLER              PIC X(02) VALUE SPACES.
002660     05  BT-AD-DUE-DATE      PIC 9(08).
002670     05  FILLER              PIC X(02) VALUE SPACES.
002680     05  BT-AD-PAYMENT       PIC Z,ZZZ,ZZ9.99.
002690     05  FILLER              PIC X(02) VALUE SPACES.
002700     05  BT-AD-INTEREST      PIC Z,ZZZ,ZZ9.99.
002710     05  FILLER              PIC X(02) VALUE SPACES.
002720     05  BT-AD-PRINCIPAL     PIC Z,ZZZ,ZZ9.99.
002730     05  FILLER              PIC X(02) VALUE SPACES.
002740     05  BT-AD-BALANCE       PIC Z,ZZZ,ZZ9.99.
002750     05  FILLER              PIC X(62) VALUE SPACES.

002760 01  BT-AMORT-TOTAL-LINE.
002770     05  FILLER              PIC X(30)
002780         VALUE "  TOTAL INTEREST TO PAYOFF    ".
002790     05  BT-AT-INTEREST      PIC ZZZ,ZZZ,ZZ9.99.
002800     05  FILLER              PIC X(88) VALUE SPACES.

002810 01  BT-AMORT-MESSAGE.
002820     05  FILLER              PIC X(06) VALUE "LOAN  ".
002830     05  BT-AM-LOAN          PIC 9(06).
002840     05  FILLER              PIC X(02) VALUE SPACES.
002850     05  BT-AM-TEXT          PIC X(60).
002860     05  FILLER              PIC X(58) VALUE SPACES.

002870 PROCEDURE DIVISION.
002880 0000-MAINLINE.
002890     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
002900     PERFORM 2000-SERVICE-LOAN THRU 2000-SERVICE-LOAN-EXIT
002910         UNTIL BT-EOF = 'Y'.
002920     PERFORM 3000-PRINT-SCHEDULES THRU 3000-PRINT-SCHEDULES-EXIT.
002930     PERFORM 8000-PRINT-SUMMARY THRU 8000-PRINT-SUMMARY-EXIT.
002940     PERFORM 9999-EXIT-PROGRAM THRU 9999-EXIT-PROGRAM-EXIT.

002950 1000-INITIALIZE.
002960     ACCEPT BT-RUN-DATE FROM DATE YYYYMMDD.
002970     MOVE BT-RUN-DATE TO BT-WORK-DATE
002980     PERFORM 7000-DATE-TO-DAY-NUMBER
002990         THRU 7000-DATE-TO-DAY-NUMBER-EXIT
003000     MOVE BT-DAY-NUMBER TO BT-RUN-DAY-NUMBER
003010     OPEN I-O LOAN-MASTER-FILE.
003020     IF LN-FILE-STATUS = '35'
003030         DISPLAY "BANK-LOAN-SERVICING: no loan master file "
003040             "- nothing to do."
003050         STOP RUN
003060     END-IF.
003070     IF LN-FILE-STATUS <> '00'
003080         DISPLAY "BANK-LOAN-SERVICING: unable to open "
003090             "LOAN-MASTER, status " LN-FILE-STATUS
003100         MOVE 16 TO RETURN-CODE
003110         STOP RUN
003120     END-IF.
003130     OPEN INPUT CUSTOMER-MASTER-FILE.
003140     IF CM-FILE-STATUS = '00'
003150         MOVE 'Y' TO BT-HAVE-CUST-MASTER
003160     ELSE
003170         DISPLAY "BANK-LOAN-SERVICING: customer master "
003180             "unavailable, status " CM-FILE-STATUS
003190             " - borrower names not printed."
003200     END-IF.
003210     OPEN EXTEND LOAN-HISTORY-FILE
003220     IF LH-FILE-STATUS = '35'
003230         OPEN OUTPUT LOAN-HISTORY-FILE
003240     END-IF
003250     IF LH-FILE-STATUS <> '00'
003260         DISPLAY "BANK-LOAN-SERVICING: unable to open "
003270             "LOAN-HISTORY, status " LH-FILE-STATUS
003280         MOVE 16 TO RETURN-CODE
003290         STOP RUN
003300     END-IF
003310     MOVE 'Y' TO BT-HAVE-HISTORY
003320     OPEN OUTPUT DELINQUENCY-REPORT-FILE
003330     IF DQ-FILE-STATUS <> '00'
003340         DISPLAY "BANK-LOAN-SERVICING: unable to open the "
003350             "delinquency report, status " DQ-FILE-STATUS
003360         MOVE 16 TO RETURN-CODE
003370         STOP RUN
003380     END-IF
003390     OPEN OUTPUT AMORT-REPORT-FILE
003400     IF AM-FILE-STATUS <> '00'
003410         DISPLAY "BANK-LOAN-SERVICING: unable to open the "
003420             "amortization report, status " AM-FILE-STATUS
003430         MOVE 16 TO RETURN-CODE
003440         STOP RUN
003450     END-IF
003460     MOVE BT-RUN-DATE TO BT-HDG-RUN-DATE
003470     WRITE DELINQUENCY-PRINT-LINE FROM BT-REPORT-HEADING-1
003480     MOVE SPACES TO DELINQUENCY-PRINT-LINE
003490     WRITE DELINQUENCY-PRINT-LINE
003500     WRITE DELINQUENCY-PRINT-LINE FROM BT-REPORT-HEADING-2.
003510     MOVE BT-RUN-DATE TO BT-AHDG-RUN-DATE
003520     WRITE AMORT-PRINT-LINE FROM BT-AMORT-HEADING-1.
003530     DISPLAY "BANK-LOAN-SERVICING starting for " BT-RUN-DATE.
003540 1000-INITIALIZE-EXIT.
003550     EXIT.

003560*****************************************************************
003570*  2000-SERVICE-LOAN takes the next loan off LOAN-MASTER and,
003580*  if it is still active, accrues its interest (2100), falls
003590*  due the installments whose day has come (2200), ages it
003600*  (2300), charges a late charge if one is owed (2400), brings
003610*  the payoff balance up to date and writes it back.  A loan
003620*  with money past due goes on the delinquency report (2500).
003630*****************************************************************
003640 2000-SERVICE-LOAN.
003650     READ LOAN-MASTER-FILE NEXT RECORD
003660         AT END
003670             MOVE 'Y' TO BT-EOF
003680             GO TO 2000-SERVICE-LOAN-EXIT
003690     END-READ
003700     IF NOT LN-LOAN-ACTIVE
003710         GO TO 2000-SERVICE-LOAN-EXIT
003720     END-IF
003730     ADD 1 TO BT-LOANS-SERVICED
003740     PERFORM 2100-ACCRUE-INTEREST THRU 2100-ACCRUE-INTEREST-EXIT
003750     PERFORM 2200-FALL-DUE THRU 2200-FALL-DUE-EXIT
003760     PERFORM 2300-AGE-LOAN THRU 2300-AGE-LOAN-EXIT
003770     PERFORM 2400-ASSESS-LATE-CHARGE
003780         THRU 2400-ASSESS-LATE-CHARGE-EXIT
003790     COMPUTE LN-PAYOFF-BALANCE = LN-PRINCIPAL-BALANCE
003800         + LN-ACCRUED-INTEREST + LN-LATE-CHARGES-DUE
003810     REWRITE LOAN-MASTER-RECORD
003820     IF LN-FILE-STATUS <> '00'
003830         DISPLAY "BANK-LOAN-SERVICING: unable to rewrite loan "
003840             LN-LOAN-NUMBER ", status " LN-FILE-STATUS
003850         MOVE 16 TO RETURN-CODE
003860         PERFORM 9999-EXIT-PROGRAM THRU 9999-EXIT-PROGRAM-EXIT
003870     END-IF
003880     IF LN-DAYS-PAST-DUE > 0
003890         PERFORM 2500-REPORT-DELINQUENT
003900             THRU 2500-REPORT-DELINQUENT-EXIT
003910     END-IF.
003920 2000-SERVICE-LOAN-EXIT.
003930     EXIT.

003940*****************************************************************
003950*  2100-ACCRUE-INTEREST adds the simple interest earned on the
003960*  principal balance since LN-LAST-ACCRUAL-DATE - balance times
003970*  annual rate times days over 365 - and moves the accrual date
003980*  up to the run date.  A loan booked without an accrual date
003990*  starts accruing from tonight.
004000*****************************************************************
004010 2100-ACCRUE-INTEREST.
004020     IF LN-LAST-ACCRUAL-DATE = 0
004030         MOVE BT-RUN-DATE TO LN-LAST-ACCRUAL-DATE
004040         GO TO 2100-ACCRUE-INTEREST-EXIT
004050     END-IF
004060     IF LN-LAST-ACCRUAL-DATE NOT < BT-RUN-DATE
004070         GO TO 2100-ACCRUE-INTEREST-EXIT
004080     END-IF
004090     MOVE LN-LAST-ACCRUAL-DATE TO BT-WORK-DATE
004100     PERFORM 7000-DATE-TO-DAY-NUMBER
004110         THRU 7000-DATE-TO-DAY-NUMBER-EXIT
004120     COMPUTE BT-ACCRUAL-DAYS = BT-RUN-DAY-NUMBER - BT-DAY-NUMBER
004130     COMPUTE BT-INTEREST ROUNDED = LN-PRINCIPAL-BALANCE
004140         * LN-ANNUAL-RATE * BT-ACCRUAL-DAYS / 365
004150     ADD BT-INTEREST TO LN-ACCRUED-INTEREST
004160     ADD BT-INTEREST TO BT-INTEREST-TOTAL
004170     MOVE BT-RUN-DATE TO LN-LAST-ACCRUAL-DATE
004175     IF BT-INTEREST > 0
004176         PERFORM 2150-WRITE-ACCRUAL-HISTORY
004177             THRU 2150-WRITE-ACCRUAL-HISTORY-EXIT
004178     END-IF.
004180 2100-ACCRUE-INTEREST-EXIT.
004190     EXIT.

004191*****************************************************************
004192*  2150-WRITE-ACCRUAL-HISTORY writes the interest just accrued
004193*  to LOAN-HISTORY as a type 'A' event, so BANK-GL-EXTRACT can
004194*  journal the night's accrual the way it journals the late
004195*  charges written by 2450.
004196*****************************************************************
004197 2150-WRITE-ACCRUAL-HISTORY.
004198     ACCEPT BT-TRANSACTION-TIME FROM TIME
004199     MOVE SPACES                TO LOAN-HISTORY-RECORD
004201     MOVE LN-LOAN-NUMBER        TO LH-LOAN-NUMBER
004202     MOVE BT-RUN-DATE           TO LH-EVENT-DATE
004203     MOVE BT-TRANSACTION-TIME   TO LH-EVENT-TIME
004204     MOVE 'A'                   TO LH-EVENT-TYPE
004205     MOVE BT-INTEREST           TO LH-AMOUNT
004206     MOVE 0                     TO LH-TO-LATE-CHARGES
004207     MOVE 0                     TO LH-TO-INTEREST
004208     MOVE 0                     TO LH-TO-PRINCIPAL
004209     MOVE LN-PRINCIPAL-BALANCE  TO LH-PRINCIPAL-AFTER
004211     MOVE 0                     TO LH-SOURCE-ACCOUNT
004212     MOVE 0                     TO LH-DEBIT-REF
004213     MOVE BT-JOB-TELLER-ID      TO LH-KEYED-BY
004214     MOVE SPACES                TO LH-BRANCH-CODE
004215     WRITE LOAN-HISTORY-RECORD.
004216 2150-WRITE-ACCRUAL-HISTORY-EXIT.
004217     EXIT.

004218*****************************************************************
004219*  2200-FALL-DUE falls due, one at a time, every installment
004220*  whose due date is on or before the run date - so a loan the
004230*  job missed for a few nights catches up installment by
004240*  installment rather than skipping one.
004250*****************************************************************
004260 2200-FALL-DUE.
004270     PERFORM 2250-FALL-DUE-ONE THRU 2250-FALL-DUE-ONE-EXIT
004280         UNTIL LN-NEXT-DUE-DATE > BT-RUN-DATE
004290             OR LN-NEXT-DUE-DATE = 0.
004300 2200-FALL-DUE-EXIT.
004310     EXIT.

004320*****************************************************************
004330*  2250-FALL-DUE-ONE makes the installment due on
004340*  LN-NEXT-DUE-DATE owing: the level payment, less whatever the
004350*  borrower paid ahead of it, goes on the amount due (never
004360*  more than the loan's payoff), the installment's date becomes
004370*  LN-LAST-DUE-DATE and the next due date moves on a month to
004380*  the loan's nominal due day.
004390*****************************************************************
004400 2250-FALL-DUE-ONE.
004410     MOVE LN-PAYMENT-AMOUNT TO BT-INSTALLMENT
004420     IF LN-PAID-AHEAD NOT < BT-INSTALLMENT
004430         SUBTRACT BT-INSTALLMENT FROM LN-PAID-AHEAD
004440         MOVE 0 TO BT-INSTALLMENT
004450     ELSE
004460         SUBTRACT LN-PAID-AHEAD FROM BT-INSTALLMENT
004470         MOVE 0 TO LN-PAID-AHEAD
004480     END-IF
004490     ADD BT-INSTALLMENT TO LN-AMOUNT-DUE
004500     COMPUTE LN-PAYOFF-BALANCE = LN-PRINCIPAL-BALANCE
004510         + LN-ACCRUED-INTEREST + LN-LATE-CHARGES-DUE
004520     IF LN-AMOUNT-DUE > LN-PAYOFF-BALANCE
004530         MOVE LN-PAYOFF-BALANCE TO LN-AMOUNT-DUE
004540     END-IF
004550     ADD 1 TO BT-FELL-DUE-COUNT
004560     ADD BT-INSTALLMENT TO BT-FELL-DUE-VALUE
004570     MOVE LN-NEXT-DUE-DATE TO LN-LAST-DUE-DATE
004580     MOVE LN-NEXT-DUE-DATE TO BT-WORK-DATE
004590     IF LN-DUE-DAY IS NUMERIC AND LN-DUE-DAY > 0
004600         MOVE LN-DUE-DAY TO BT-NOMINAL-DAY
004610     ELSE
004620         MOVE BT-WORK-DD TO BT-NOMINAL-DAY
004630         MOVE BT-WORK-DD TO LN-DUE-DAY
004640     END-IF
004650     PERFORM 7100-ADD-ONE-MONTH THRU 7100-ADD-ONE-MONTH-EXIT
004660     MOVE BT-WORK-DATE TO LN-NEXT-DUE-DATE.
004670 2250-FALL-DUE-ONE-EXIT.
004680     EXIT.

004690*****************************************************************
004700*  2300-AGE-LOAN works out how far behind the loan is.  The
004710*  amount due covers the most recent installments first, so the
004720*  number of installments behind is the amount due over the
004730*  payment, rounded up, and the oldest unpaid one fell due that
004740*  many months before the last, less one.  The days since then
004750*  set the delinquency bucket.
004760*****************************************************************
004770 2300-AGE-LOAN.
004780     MOVE 0 TO LN-DAYS-PAST-DUE
004790     MOVE SPACE TO LN-DELINQ-BUCKET
004800     IF LN-AMOUNT-DUE = 0 OR LN-LAST-DUE-DATE = 0
004810         GO TO 2300-AGE-LOAN-EXIT
004820     END-IF
004830     IF LN-PAYMENT-AMOUNT = 0
004840         MOVE 1 TO BT-INSTALLMENTS-BEHIND
004850     ELSE
004860         DIVIDE LN-AMOUNT-DUE BY LN-PAYMENT-AMOUNT
004870             GIVING BT-INSTALLMENTS-BEHIND
004880             REMAINDER BT-INSTALLMENT-REM
004890         IF BT-INSTALLMENT-REM > 0
004900             ADD 1 TO BT-INSTALLMENTS-BEHIND
004910         END-IF
004920     END-IF
004930     MOVE LN-LAST-DUE-DATE TO BT-WORK-DATE
004940     MOVE BT-WORK-DD TO BT-NOMINAL-DAY
004950     IF LN-DUE-DAY IS NUMERIC AND LN-DUE-DAY > 0
004960         MOVE LN-DUE-DAY TO BT-NOMINAL-DAY
004970     END-IF
004980     COMPUTE BT-MONTHS-BACK = BT-INSTALLMENTS-BEHIND - 1
004990     PERFORM 7200-BACK-ONE-MONTH THRU 7200-BACK-ONE-MONTH-EXIT
005000         BT-MONTHS-BACK TIMES
005010     PERFORM 7000-DATE-TO-DAY-NUMBER
005020         THRU 7000-DATE-TO-DAY-NUMBER-EXIT
005030     IF BT-DAY-NUMBER NOT < BT-RUN-DAY-NUMBER
005040         GO TO 2300-AGE-LOAN-EXIT
005050     END-IF
005060     COMPUTE LN-DAYS-PAST-DUE = BT-RUN-DAY-NUMBER - BT-DAY-NUMBER
005070     IF LN-DAYS-PAST-DUE NOT < 90
005080         MOVE '3' TO LN-DELINQ-BUCKET
005090     ELSE IF LN-DAYS-PAST-DUE NOT < 60
005100         MOVE '2' TO LN-DELINQ-BUCKET
005110     ELSE IF LN-DAYS-PAST-DUE NOT < 30
005120         MOVE '1' TO LN-DELINQ-BUCKET
005130     END-IF.
005140 2300-AGE-LOAN-EXIT.
005150     EXIT.

005160*****************************************************************
005170*  2400-ASSESS-LATE-CHARGE charges the loan's late charge on
005180*  the latest installment once it is still owing more than the
005190*  loan's grace days after it fell due.  LN-LAST-LATE-DUE-DATE
005200*  remembers the installment charged, so no installment is
005210*  charged twice however often the job runs.
005220*****************************************************************
005230 2400-ASSESS-LATE-CHARGE.
005240     IF LN-AMOUNT-DUE = 0 OR LN-LATE-CHARGE-AMOUNT = 0
005250         GO TO 2400-ASSESS-LATE-CHARGE-EXIT
005260     END-IF
005270     IF LN-LAST-DUE-DATE = 0
005280         OR LN-LAST-DUE-DATE NOT > LN-LAST-LATE-DUE-DATE
005290         GO TO 2400-ASSESS-LATE-CHARGE-EXIT
005300     END-IF
005310     MOVE LN-LAST-DUE-DATE TO BT-WORK-DATE
005320     PERFORM 7000-DATE-TO-DAY-NUMBER
005330         THRU 7000-DATE-TO-DAY-NUMBER-EXIT
005340     IF BT-DAY-NUMBER NOT < BT-RUN-DAY-NUMBER
005350         GO TO 2400-ASSESS-LATE-CHARGE-EXIT
005360     END-IF
005370     COMPUTE BT-DAYS-SINCE-DUE = BT-RUN-DAY-NUMBER - BT-DAY-NUMBER
005380     IF BT-DAYS-SINCE-DUE NOT > LN-GRACE-DAYS
005390         GO TO 2400-ASSESS-LATE-CHARGE-EXIT
005400     END-IF
005410     ADD LN-LATE-CHARGE-AMOUNT TO LN-LATE-CHARGES-DUE
005420     MOVE LN-LAST-DUE-DATE TO LN-LAST-LATE-DUE-DATE
005430     ADD 1 TO BT-LATE-COUNT
005440     ADD LN-LATE-CHARGE-AMOUNT TO BT-LATE-VALUE
005450     PERFORM 2450-WRITE-LATE-HISTORY
005460         THRU 2450-WRITE-LATE-HISTORY-EXIT.
005470 2400-ASSESS-LATE-CHARGE-EXIT.
005480     EXIT.

005490 2450-WRITE-LATE-HISTORY.
005500     ACCEPT BT-TRANSACTION-TIME FROM TIME
005510     MOVE SPACES                TO LOAN-HISTORY-RECORD
005520     MOVE LN-LOAN-NUMBER        TO LH-LOAN-NUMBER
005530     MOVE BT-RUN-DATE           TO LH-EVENT-DATE
005540     MOVE BT-TRANSACTION-TIME   TO LH-EVENT-TIME
005550     MOVE 'L'                   TO LH-EVENT-TYPE
005560     MOVE LN-LATE-CHARGE-AMOUNT TO LH-AMOUNT
005570     MOVE 0                     TO LH-TO-LATE-CHARGES
005580     MOVE 0                     TO LH-TO-INTEREST
005590     MOVE 0                     TO LH-TO-PRINCIPAL
005600     MOVE LN-PRINCIPAL-BALANCE  TO LH-PRINCIPAL-AFTER
005610     MOVE 0                     TO LH-SOURCE-ACCOUNT
005620     MOVE 0                     TO LH-DEBIT-REF
005630     MOVE BT-JOB-TELLER-ID      TO LH-KEYED-BY
005640     MOVE SPACES                TO LH-BRANCH-CODE
005650     WRITE LOAN-HISTORY-RECORD.
005660 2450-WRITE-LATE-HISTORY-EXIT.
005670     EXIT.

005680*****************************************************************
005690*  2500-REPORT-DELINQUENT prints a loan with money past due on
005700*  the delinquency report and counts it into its bucket.
005710*****************************************************************
005720 2500-REPORT-DELINQUENT.
005730     PERFORM 2600-GET-BORROWER-NAME
005740         THRU 2600-GET-BORROWER-NAME-EXIT
005750     ADD 1 TO BT-PAST-DUE-COUNT
005760     ADD LN-AMOUNT-DUE TO BT-PAST-DUE-VALUE
005770     MOVE "1-29" TO BT-DD-BUCKET
005780     IF LN-PAST-DUE-30
005790         MOVE "30" TO BT-DD-BUCKET
005800         ADD 1 TO BT-BUCKET-30-COUNT
005810         ADD LN-AMOUNT-DUE TO BT-BUCKET-30-VALUE
005820     END-IF
005830     IF LN-PAST-DUE-60
005840         MOVE "60" TO BT-DD-BUCKET
005850         ADD 1 TO BT-BUCKET-60-COUNT
005860         ADD LN-AMOUNT-DUE TO BT-BUCKET-60-VALUE
005870     END-IF
005880     IF LN-PAST-DUE-90
005890         MOVE "90+" TO BT-DD-BUCKET
005900         ADD 1 TO BT-BUCKET-90-COUNT
005910         ADD LN-AMOUNT-DUE TO BT-BUCKET-90-VALUE
005920     END-IF
005930     MOVE LN-LOAN-NUMBER        TO BT-DD-LOAN
005940     MOVE BT-BORROWER-NAME      TO BT-DD-NAME
005950     MOVE LN-CUSTOMER-NUMBER    TO BT-DD-CUSTOMER
005960     MOVE LN-LAST-DUE-DATE      TO BT-DD-LAST-DUE
005970     MOVE LN-DAYS-PAST-DUE      TO BT-DD-DAYS
005980     MOVE LN-AMOUNT-DUE         TO BT-DD-AMOUNT-DUE
005990     MOVE LN-LATE-CHARGES-DUE   TO BT-DD-LATE
006000     MOVE LN-PAYOFF-BALANCE     TO BT-DD-PAYOFF
006010     MOVE LN-LAST-PAYMENT-DATE  TO BT-DD-LAST-PAID
006020     WRITE DELINQUENCY-PRINT-LINE FROM BT-DELINQUENCY-DETAIL.
006030 2500-REPORT-DELINQUENT-EXIT.
006040     EXIT.

006050 2600-GET-BORROWER-NAME.
006060     MOVE SPACES TO BT-BORROWER-NAME
006070     IF BT-HAVE-CUST-MASTER = 'N'
006080         GO TO 2600-GET-BORROWER-NAME-EXIT
006090     END-IF
006100     MOVE LN-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER
006110     READ CUSTOMER-MASTER-FILE
006120         INVALID KEY
006130             MOVE "** NOT ON CUSTOMER MASTER **"
006140                 TO BT-BORROWER-NAME
006150         NOT INVALID KEY
006160             MOVE CM-CUSTOMER-NAME TO BT-BORROWER-NAME
006170     END-READ.
006180 2600-GET-BORROWER-NAME-EXIT.
006190     EXIT.

006200*****************************************************************
006210*  3000-PRINT-SCHEDULES prints an amortization schedule for
006220*  every request on AMORT-REQUESTS, then empties the file so
006230*  tomorrow starts clean.  No request file means no requests.
006240*****************************************************************
006250 3000-PRINT-SCHEDULES.
006260     OPEN INPUT AMORT-REQUEST-FILE
006270     IF AQ-FILE-STATUS <> '00'
006280         GO TO 3000-PRINT-SCHEDULES-EXIT
006290     END-IF
006300     MOVE 'N' TO BT-REQUEST-EOF
006310     PERFORM 3100-PRINT-ONE-SCHEDULE
006320         THRU 3100-PRINT-ONE-SCHEDULE-EXIT
006330         UNTIL BT-REQUEST-EOF = 'Y'
006340     CLOSE AMORT-REQUEST-FILE
006350     OPEN OUTPUT AMORT-REQUEST-FILE
006360     CLOSE AMORT-REQUEST-FILE.
006370 3000-PRINT-SCHEDULES-EXIT.
006380     EXIT.

006390*****************************************************************
006400*  3100-PRINT-ONE-SCHEDULE reads the next request and prints the
006410*  loan's remaining schedule from its principal balance as it
006420*  stands tonight: each month's interest is the balance times
006430*  the annual rate over twelve, the level payment pays that
006440*  first and the rest comes off principal, and the final
006450*  payment is whatever clears the balance.  A payment that does
006460*  not cover the month's interest would never pay the loan off,
006470*  so the schedule says so and stops.
006480*****************************************************************
006490 3100-PRINT-ONE-SCHEDULE.
006500     READ AMORT-REQUEST-FILE
006510         AT END
006520             MOVE 'Y' TO BT-REQUEST-EOF
006530             GO TO 3100-PRINT-ONE-SCHEDULE-EXIT
006540     END-READ
006550     MOVE SPACES TO AMORT-PRINT-LINE
006560     WRITE AMORT-PRINT-LINE
006570     MOVE AQ-LOAN-NUMBER TO LN-LOAN-NUMBER
006580     MOVE AQ-LOAN-NUMBER TO BT-AM-LOAN
006590     READ LOAN-MASTER-FILE
006600         INVALID KEY
006610             MOVE "NOT ON LOAN MASTER - NO SCHEDULE" TO BT-AM-TEXT
006620             WRITE AMORT-PRINT-LINE FROM BT-AMORT-MESSAGE
006630             ADD 1 TO BT-REQUESTS-REJECTED
006640             GO TO 3100-PRINT-ONE-SCHEDULE-EXIT
006650     END-READ
006660     IF NOT LN-LOAN-ACTIVE
006670         MOVE "PAID IN FULL - NO SCHEDULE" TO BT-AM-TEXT
006680         WRITE AMORT-PRINT-LINE FROM BT-AMORT-MESSAGE
006690         ADD 1 TO BT-REQUESTS-REJECTED
006700         GO TO 3100-PRINT-ONE-SCHEDULE-EXIT
006710     END-IF
006720     PERFORM 2600-GET-BORROWER-NAME
006730         THRU 2600-GET-BORROWER-NAME-EXIT
006740     MOVE LN-LOAN-NUMBER       TO BT-AL-LOAN
006750     MOVE BT-BORROWER-NAME     TO BT-AL-NAME
006760     MOVE AQ-REQUEST-DATE      TO BT-AL-REQ-DATE
006770     MOVE AQ-REQUESTED-BY      TO BT-AL-REQ-BY
006780     MOVE AQ-BRANCH-CODE       TO BT-AL-BRANCH
006790     WRITE AMORT-PRINT-LINE FROM BT-AMORT-LOAN-LINE-1
006800     MOVE LN-PRINCIPAL-BALANCE TO BT-AL-PRINCIPAL
006810     MOVE LN-ANNUAL-RATE       TO BT-AL-RATE
006820     MOVE LN-PAYMENT-AMOUNT    TO BT-AL-PAYMENT
006830     MOVE LN-NEXT-DUE-DATE     TO BT-AL-NEXT-DUE
006840     MOVE LN-ACCRUED-INTEREST  TO BT-AL-ACCRUED
006850     WRITE AMORT-PRINT-LINE FROM BT-AMORT-LOAN-LINE-2
006860     WRITE AMORT-PRINT-LINE FROM BT-AMORT-HEADING-2
006870     MOVE LN-PRINCIPAL-BALANCE TO BT-SCHED-BALANCE
006880     MOVE LN-NEXT-DUE-DATE     TO BT-WORK-DATE
006890     MOVE BT-WORK-DD TO BT-NOMINAL-DAY
006900     IF LN-DUE-DAY IS NUMERIC AND LN-DUE-DAY > 0
006910         MOVE LN-DUE-DAY TO BT-NOMINAL-DAY
006920     END-IF
006930     MOVE 0   TO BT-SCHED-ROW
006940     MOVE 0   TO BT-SCHED-TOTAL-INT
006950     MOVE 'N' TO BT-SCHED-DONE
006960     IF BT-SCHED-BALANCE = 0
006970         MOVE 'Y' TO BT-SCHED-DONE
006980     END-IF
006990     PERFORM 3200-PRINT-SCHEDULE-ROW
007000         THRU 3200-PRINT-SCHEDULE-ROW-EXIT
007010         UNTIL BT-SCHED-DONE = 'Y'
007020     MOVE BT-SCHED-TOTAL-INT TO BT-AT-INTEREST
007030     WRITE AMORT-PRINT-LINE FROM BT-AMORT-TOTAL-LINE
007040     ADD 1 TO BT-SCHEDULES-PRINTED.
007050 3100-PRINT-ONE-SCHEDULE-EXIT.
007060     EXIT.

007070 3200-PRINT-SCHEDULE-ROW.
007080     ADD 1 TO BT-SCHED-ROW
007090     COMPUTE BT-SCHED-INTEREST ROUNDED =
007100         BT-SCHED-BALANCE * LN-ANNUAL-RATE / 12
007110     IF LN-PAYMENT-AMOUNT NOT > BT-SCHED-INTEREST
007120         MOVE "PAYMENT DOES NOT COVER INTEREST - SCHEDULE STOPS"
007130             TO BT-AM-TEXT
007140         WRITE AMORT-PRINT-LINE FROM BT-AMORT-MESSAGE
007150         MOVE 'Y' TO BT-SCHED-DONE
007160         GO TO 3200-PRINT-SCHEDULE-ROW-EXIT
007170     END-IF
007180     MOVE LN-PAYMENT-AMOUNT TO BT-SCHED-PAYMENT
007190     IF BT-SCHED-BALANCE + BT-SCHED-INTEREST
007200         NOT > BT-SCHED-PAYMENT
007210         COMPUTE BT-SCHED-PAYMENT =
007220             BT-SCHED-BALANCE + BT-SCHED-INTEREST
007230     END-IF
007240     COMPUTE BT-SCHED-PRINCIPAL =
007250         BT-SCHED-PAYMENT - BT-SCHED-INTEREST
007260     SUBTRACT BT-SCHED-PRINCIPAL FROM BT-SCHED-BALANCE
007270     ADD BT-SCHED-INTEREST TO BT-SCHED-TOTAL-INT
007280     MOVE BT-SCHED-ROW       TO BT-AD-ROW
007290     MOVE BT-WORK-DATE       TO BT-AD-DUE-DATE
007300     MOVE BT-SCHED-PAYMENT   TO BT-AD-PAYMENT
007310     MOVE BT-SCHED-INTEREST  TO BT-AD-INTEREST
007320     MOVE BT-SCHED-PRINCIPAL TO BT-AD-PRINCIPAL
007330     MOVE BT-SCHED-BALANCE   TO BT-AD-BALANCE
007340     WRITE AMORT-PRINT-LINE FROM BT-AMORT-DETAIL
007350     PERFORM 7100-ADD-ONE-MONTH THRU 7100-ADD-ONE-MONTH-EXIT
007360     IF BT-SCHED-BALANCE = 0
007370         OR BT-SCHED-ROW NOT < BT-SCHED-MAX-ROWS
007380         MOVE 'Y' TO BT-SCHED-DONE
007390     END-IF.
007400 3200-PRINT-SCHEDULE-ROW-EXIT.
007410     EXIT.

007420*****************************************************************
007430*  7000-DATE-TO-DAY-NUMBER turns BT-WORK-DATE into a count of
007440*  days from a fixed origin, so the days between two dates are
007450*  a subtraction.  The year is taken to start in March, which
007460*  puts the leap day last and lets each month's offset come
007470*  from one formula.
007480*****************************************************************
007490 7000-DATE-TO-DAY-NUMBER.
007500     MOVE BT-WORK-YYYY TO BT-CALC-YEAR
007510     MOVE BT-WORK-MM TO BT-CALC-MONTH
007520     IF BT-CALC-MONTH < 3
007530         SUBTRACT 1 FROM BT-CALC-YEAR
007540         ADD 12 TO BT-CALC-MONTH
007550     END-IF
007560     COMPUTE BT-DAY-NUMBER = BT-CALC-YEAR * 365 + BT-WORK-DD
007570     DIVIDE BT-CALC-YEAR BY 4 GIVING BT-CALC-QUOT
007580     ADD BT-CALC-QUOT TO BT-DAY-NUMBER
007590     DIVIDE BT-CALC-YEAR BY 100 GIVING BT-CALC-QUOT
007600     SUBTRACT BT-CALC-QUOT FROM BT-DAY-NUMBER
007610     DIVIDE BT-CALC-YEAR BY 400 GIVING BT-CALC-QUOT
007620     ADD BT-CALC-QUOT TO BT-DAY-NUMBER
007630     COMPUTE BT-CALC-TERM = (BT-CALC-MONTH - 3) * 153 + 2
007640     DIVIDE BT-CALC-TERM BY 5 GIVING BT-CALC-QUOT
007650     ADD BT-CALC-QUOT TO BT-DAY-NUMBER.
007660 7000-DATE-TO-DAY-NUMBER-EXIT.
007670     EXIT.

007680*****************************************************************
007690*  7100-ADD-ONE-MONTH and 7200-BACK-ONE-MONTH move BT-WORK-DATE
007700*  a month either way, onto BT-NOMINAL-DAY clamped to the
007710*  length of the month landed in - the same rule
007720*  BANK-STANDING-ORDERS advances a monthly order by.
007730*****************************************************************
007740 7100-ADD-ONE-MONTH.
007750     IF BT-WORK-MM = 12
007760         MOVE 1 TO BT-WORK-MM
007770         ADD 1 TO BT-WORK-YYYY
007780     ELSE
007790         ADD 1 TO BT-WORK-MM
007800     END-IF
007810     MOVE BT-NOMINAL-DAY TO BT-WORK-DD
007820     PERFORM 7300-SET-MONTH-LIMIT THRU 7300-SET-MONTH-LIMIT-EXIT
007830     IF BT-WORK-DD > BT-MONTH-LIMIT
007840         MOVE BT-MONTH-LIMIT TO BT-WORK-DD
007850     END-IF.
007860 7100-ADD-ONE-MONTH-EXIT.
007870     EXIT.

007880 7200-BACK-ONE-MONTH.
007890     IF BT-WORK-MM = 1
007900         MOVE 12 TO BT-WORK-MM
007910         SUBTRACT 1 FROM BT-WORK-YYYY
007920     ELSE
007930         SUBTRACT 1 FROM BT-WORK-MM
007940     END-IF
007950     MOVE BT-NOMINAL-DAY TO BT-WORK-DD
007960     PERFORM 7300-SET-MONTH-LIMIT THRU 7300-SET-MONTH-LIMIT-EXIT
007970     IF BT-WORK-DD > BT-MONTH-LIMIT
007980         MOVE BT-MONTH-LIMIT TO BT-WORK-DD
007990     END-IF.
008000 7200-BACK-ONE-MONTH-EXIT.
008010     EXIT.

008020 7300-SET-MONTH-LIMIT.
008030     MOVE BT-MONTH-DAYS (BT-WORK-MM) TO BT-MONTH-LIMIT
008040     IF BT-WORK-MM = 2
008050         DIVIDE BT-WORK-YYYY BY 4 GIVING BT-DATE-QUOT
008060             REMAINDER BT-DATE-REM
008070         IF BT-DATE-REM = 0
008080             DIVIDE BT-WORK-YYYY BY 100 GIVING BT-DATE-QUOT
008090                 REMAINDER BT-DATE-REM
008100             IF BT-DATE-REM NOT = 0
008110                 MOVE 29 TO BT-MONTH-LIMIT
008120             ELSE
008130                 DIVIDE BT-WORK-YYYY BY 400 GIVING BT-DATE-QUOT
008140                     REMAINDER BT-DATE-REM
008150                 IF BT-DATE-REM = 0
008160                     MOVE 29 TO BT-MONTH-LIMIT
008170                 END-IF
008180             END-IF
008190         END-IF
008200     END-IF.
008210 7300-SET-MONTH-LIMIT-EXIT.
008220     EXIT.

008230 8000-PRINT-SUMMARY.
008240     MOVE SPACES TO DELINQUENCY-PRINT-LINE
008250     WRITE DELINQUENCY-PRINT-LINE
008260     MOVE "LOANS PAST DUE" TO BT-TOT-LABEL
008270     MOVE BT-PAST-DUE-COUNT TO BT-TOT-COUNT
008280     MOVE BT-PAST-DUE-VALUE TO BT-TOT-AMOUNT
008290     WRITE DELINQUENCY-PRINT-LINE FROM BT-TOTAL-LINE
008300     MOVE "  30 TO 59 DAYS" TO BT-TOT-LABEL
008310     MOVE BT-BUCKET-30-COUNT TO BT-TOT-COUNT
008320     MOVE BT-BUCKET-30-VALUE TO BT-TOT-AMOUNT
008330     WRITE DELINQUENCY-PRINT-LINE FROM BT-TOTAL-LINE
008340     MOVE "  60 TO 89 DAYS" TO BT-TOT-LABEL
008350     MOVE BT-BUCKET-60-COUNT TO BT-TOT-COUNT
008360     MOVE BT-BUCKET-60-VALUE TO BT-TOT-AMOUNT
008370     WRITE DELINQUENCY-PRINT-LINE FROM BT-TOTAL-LINE
008380     MOVE "  90 DAYS AND OVER" TO BT-TOT-LABEL
008390     MOVE BT-BUCKET-90-COUNT TO BT-TOT-COUNT
008400     MOVE BT-BUCKET-90-VALUE TO BT-TOT-AMOUNT
008410     WRITE DELINQUENCY-PRINT-LINE FROM BT-TOTAL-LINE
008420     MOVE "LATE CHARGES ASSESSED" TO BT-TOT-LABEL
008430     MOVE BT-LATE-COUNT TO BT-TOT-COUNT
008440     MOVE BT-LATE-VALUE TO BT-TOT-AMOUNT
008450     WRITE DELINQUENCY-PRINT-LINE FROM BT-TOTAL-LINE
008460     DISPLAY "BANK-LOAN-SERVICING complete.".
008470     DISPLAY "  Loans serviced   : " BT-LOANS-SERVICED.
008480     DISPLAY "  Interest accrued : " BT-INTEREST-TOTAL.
008490     DISPLAY "  Installments due : " BT-FELL-DUE-COUNT
008500         "  value " BT-FELL-DUE-VALUE.
008510     DISPLAY "  Past due         : " BT-PAST-DUE-COUNT
008520         "  value " BT-PAST-DUE-VALUE.
008530     DISPLAY "  30/60/90+ days   : " BT-BUCKET-30-COUNT
008540         " / " BT-BUCKET-60-COUNT " / " BT-BUCKET-90-COUNT.
008550     DISPLAY "  Late charges     : " BT-LATE-COUNT
008560         "  value " BT-LATE-VALUE.
008570     DISPLAY "  Schedules printed: " BT-SCHEDULES-PRINTED
008580         "  rejected " BT-REQUESTS-REJECTED.
008590 8000-PRINT-SUMMARY-EXIT.
008600     EXIT.

008610 9999-EXIT-PROGRAM.
008620     CLOSE LOAN-MASTER-FILE.
008630     IF BT-HAVE-CUST-MASTER = 'Y'
008640         CLOSE CUSTOMER-MASTER-FILE
008650     END-IF.
008660     IF BT-HAVE-HISTORY = 'Y'
008670         CLOSE LOAN-HISTORY-FILE
008680     END-IF.
008690     CLOSE DELINQUENCY-REPORT-FILE.
008700     CLOSE AMORT-REPORT-FILE.
008710     STOP RUN.
008720 9999-EXIT-PROGRAM-EXIT.
008730     EXIT.
