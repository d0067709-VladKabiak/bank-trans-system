000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. BANK-OVERDRAFT-AGING.
000120 AUTHOR. J-MILLER.
000130 INSTALLATION. FIRST-COMMUNITY-DP-CENTER.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED. 10/15/2026.
000160*****************************************************************
000170*  BANK-OVERDRAFT-AGING
000180*  Nightly job that ages every overdrawn account.  The first
000190*  night an account is found below zero an OVERDRAFT-AGING
000200*  record (ODAGEREC layout) is written with that date; each
000210*  night after, the days overdrawn are counted from it and,
000220*  off the FEE-SCHEDULE entry for the account's product:
000230*    - past the grace days, the daily overdraft fee is charged
000240*      for every day not yet charged, as a type 'F' entry;
000250*    - at 30 and again at 60 days the account is listed for
000260*      collections on the OD-AGING report;
000270*    - at the charge-off days the account is frozen and a
000280*      charge-off (type 'O') is posted for the whole overdrawn
000290*      amount, bringing the balance to zero, and a CHARGE-OFFS
000300*      record (CHGOFREC layout) is kept.
000310*  An account found back in credit has its aging record
000320*  removed, and is listed if collections had it.  Deposits and
000330*  transfers in posted to a charged-off account since it was
000340*  charged off are listed as recoveries against the amount
000350*  written off.
000360*
000370*  Fees and charge-offs go only to accounts the schedule names;
000380*  a frozen or dormant account ages and can be charged off but
000390*  is not charged the daily fee, as BANK-FEE-POST does not
000400*  charge it.  Postings carry the job code 'ODAG'.  The
000410*  checkpoint record (CHKPTREC layout, keyed 'BANKODAG' on
000420*  ODAGE-CHKPT.dat) is rewritten after every account that is
000430*  charged or charged off, so a run that dies partway resumes
000440*  from the next account instead of posting anything twice.
000450*
000460*  MODIFICATION HISTORY
000470*  DATE        INIT  DESCRIPTION
000480*  ----------  ----  -------------------------------------------
000490*  2026-10-15  JKM   Original version.
000500*****************************************************************

000510 ENVIRONMENT DIVISION.
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540     SELECT ACCOUNT-FILE
000550         ASSIGN TO "../ACCOUNT-FILE.dat"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS ACCOUNT-NUMBER-FILE
000590         FILE STATUS  MYFILE-STATUS.

000600     SELECT OVERDRAFT-AGING-FILE
000610         ASSIGN TO "../OVERDRAFT-AGING.dat"
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS DYNAMIC
000640         RECORD KEY IS OA-ACCOUNT-NUMBER
000650         FILE STATUS  OA-FILE-STATUS.

000660     SELECT CHARGE-OFF-FILE
000670         ASSIGN TO "../CHARGE-OFFS.dat"
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS DYNAMIC
000700         RECORD KEY IS CO-ACCOUNT-NUMBER
000710         FILE STATUS  CO-FILE-STATUS.

000720     SELECT TRANSACTION-LOG-FILE
000730         ASSIGN TO "../TRANSACTION-LOG.txt"
000740         FILE STATUS  TL-FILE-STATUS.

000750     SELECT REF-COUNTER-FILE
000760         ASSIGN TO "../REF-COUNTER.dat"
000770         ORGANIZATION IS INDEXED
000780         ACCESS MODE IS DYNAMIC
000790         RECORD KEY IS RC-COUNTER-KEY
000800         FILE STATUS  RC-FILE-STATUS.

000810     SELECT CHECKPOINT-FILE
000820         ASSIGN TO "../ODAGE-CHKPT.dat"
000830         ORGANIZATION IS INDEXED
000840         ACCESS MODE IS DYNAMIC
000850         RECORD KEY IS CK-JOB-NAME
000860         FILE STATUS  CK-FILE-STATUS.

000870     SELECT FEE-SCHEDULE-FILE
000880         ASSIGN TO "../FEE-SCHEDULE.txt"
000890         FILE STATUS  FS-FILE-STATUS.

000900     SELECT AGING-REPORT-FILE
000910         ASSIGN TO "../OD-AGING.rpt"
000920         FILE STATUS  AG-FILE-STATUS.

000930 DATA DIVISION.
000940 FILE SECTION.
000950 FD ACCOUNT-FILE
000960     RECORD CONTAINS 100 CHARACTERS
000970     DATA RECORD IS ACCOUNT-RECORD.
000980 COPY ACCTREC.

000990 FD OVERDRAFT-AGING-FILE
001000     RECORD CONTAINS 80 CHARACTERS
001010     DATA RECORD IS OVERDRAFT-AGING-RECORD.
001020 COPY ODAGEREC.

001030 FD CHARGE-OFF-FILE
001040     RECORD CONTAINS 80 CHARACTERS
001050     DATA RECORD IS CHARGE-OFF-RECORD.
001060 COPY CHGOFREC.

001070 FD TRANSACTION-LOG-FILE
001080     RECORDING MODE IS F
001090     RECORD CONTAINS 80 CHARACTERS
001100     DATA RECORD IS TRANSACTION-LOG-RECORD.
001110 COPY TRANLOG.

001120 FD REF-COUNTER-FILE
001130     RECORD CONTAINS 80 CHARACTERS
001140     DATA RECORD IS REF-COUNTER-RECORD.
001150 COPY REFCTRREC.

001160 FD CHECKPOINT-FILE
001170     RECORD CONTAINS 80 CHARACTERS
001180     DATA RECORD IS CHECKPOINT-RECORD.
001190 COPY CHKPTREC.

001200 FD FEE-SCHEDULE-FILE
001210     RECORDING MODE IS F
001220     RECORD CONTAINS 80 CHARACTERS
001230     DATA RECORD IS FEE-SCHEDULE-RECORD.
001240 COPY FEESCHED.

001250 FD AGING-REPORT-FILE
001260     RECORDING MODE IS F
001270     RECORD CONTAINS 132 CHARACTERS
001280     DATA RECORD IS AGING-PRINT-LINE.
001290 01  AGING-PRINT-LINE            PIC X(132).

001300 WORKING-STORAGE SECTION.
001310 01  MYFILE-STATUS           PIC X(2).
001320 01  OA-FILE-STATUS          PIC X(2).
001330 01  CO-FILE-STATUS          PIC X(2).
001340 01  TL-FILE-STATUS          PIC X(2).
001350 01  RC-FILE-STATUS          PIC X(2).
001360     88  RC-ALREADY-OPEN         VALUE '41'.
001370 01  CK-FILE-STATUS          PIC X(2).
001380 01  FS-FILE-STATUS          PIC X(2).
001390 01  AG-FILE-STATUS          PIC X(2).

001400 01  BT-EOF                  PIC X VALUE 'N'.
001410 01  BT-LOG-EOF              PIC X VALUE 'N'.
001420 01  BT-FEE-EOF              PIC X VALUE 'N'.

001430 01  BT-RUN-DATE             PIC 9(08) VALUE 0.
001440 01  BT-NEXT-REF-NO          PIC 9(08) VALUE 0.
001450 01  BT-OPEN-RETRY-COUNT     PIC 9(02) VALUE 0.
001460 01  BT-MAX-OPEN-RETRIES     PIC 9(02) VALUE 5.
001470 01  BT-RETRY-DELAY-SECS     PIC 9(02) VALUE 2.
001480 01  BT-TRANSACTION-DATE     PIC 9(08).
001490 01  BT-TRANSACTION-TIME     PIC 9(08).
001500 01  BT-JOB-TELLER-ID        PIC X(04) VALUE 'ODAG'.
001510 01  BT-JOB-NAME             PIC X(08) VALUE 'BANKODAG'.
001520 01  BT-RESUMING             PIC X(01) VALUE 'N'.
001530 01  BT-CK-EXISTS            PIC X(01) VALUE 'N'.
001540 01  BT-LAST-ACCOUNT-POSTED  PIC 9(06) VALUE 0.

001550*    The overdraft terms off the fee schedule, loaded into this
001560*    table at start-up - one entry per product type and
001570*    effective date.  A line keyed before the overdraft fields
001580*    existed loads with them zero.
001590 01  BT-FEE-COUNT            PIC 9(03) COMP VALUE 0.
001600 01  BT-FEE-MAX              PIC 9(03) COMP VALUE 100.
001610 01  BT-FEE-IDX              PIC 9(03) COMP VALUE 0.
001620 01  BT-FEE-TABLE.
001630     05  BT-FEE-ENTRY OCCURS 100 TIMES.
001640         10  BT-FE-PRODUCT   PIC X(02).
001650         10  BT-FE-EFF-DATE  PIC 9(08).
001660         10  BT-FE-DAILY-FEE PIC 9(3)V99.
001670         10  BT-FE-GRACE     PIC 9(02).
001680         10  BT-FE-CHG-OFF   PIC 9(03).

001690 01  BT-ACCT-PRODUCT         PIC X(02) VALUE SPACES.
001700 01  BT-BEST-EFF-DATE        PIC 9(08) VALUE 0.
001710 01  BT-APPLY-DAILY-FEE      PIC 9(3)V99 VALUE 0.
001720 01  BT-APPLY-GRACE          PIC 9(02) VALUE 0.
001730 01  BT-APPLY-CHG-OFF        PIC 9(03) VALUE 0.

001740*    Day numbers, for counting the calendar days between two
001750*    dates - see 7000-DATE-TO-DAY-NUMBER.
001760 01  BT-WORK-DATE            PIC 9(08) VALUE 0.
001770 01  BT-WORK-DATE-R REDEFINES BT-WORK-DATE.
001780     05  BT-WORK-YYYY        PIC 9(04).
001790     05  BT-WORK-MM          PIC 9(02).
001800     05  BT-WORK-DD          PIC 9(02).
001810 01  BT-CALC-YEAR            PIC 9(04) VALUE 0.
001820 01  BT-CALC-MONTH           PIC 9(02) VALUE 0.
001830 01  BT-CALC-QUOT            PIC 9(07) VALUE 0.
001840 01  BT-CALC-TERM            PIC 9(07) VALUE 0.
001850 01  BT-DAY-NUMBER           PIC 9(07) VALUE 0.
001860 01  BT-RUN-DAY-NUMBER       PIC 9(07) VALUE 0.

001870 01  BT-AGE-FOUND            PIC X(01) VALUE 'N'.
001880 01  BT-CO-FOUND             PIC X(01) VALUE 'N'.
001890 01  BT-DAYS-OVERDRAWN       PIC 9(04) VALUE 0.
001900 01  BT-BILLABLE-DAYS        PIC 9(04) VALUE 0.
001910 01  BT-FEE-DAYS             PIC 9(04) VALUE 0.
001920 01  BT-FEE-AMOUNT           PIC S9(7)V99 VALUE 0.
001930 01  BT-CHARGE-OFF-AMOUNT    PIC S9(7)V99 VALUE 0.
001940 01  BT-RECOVERY-AMOUNT      PIC S9(7)V99 VALUE 0.
001950 01  BT-OUTSTANDING          PIC S9(7)V99 VALUE 0.
001960 01  BT-LOG-TYPE             PIC X(01).
001970 01  BT-LOG-AMOUNT           PIC S9(7)V99.
001980 01  BT-ACTION               PIC X(20) VALUE SPACES.

001990 01  BT-ACCOUNTS-PROCESSED   PIC 9(06) VALUE 0.
002000 01  BT-TOTAL-POSTED         PIC S9(9)V99 VALUE 0.
002010 01  BT-OVERDRAWN-COUNT      PIC 9(06) VALUE 0.
002020 01  BT-OVERDRAWN-VALUE      PIC S9(9)V99 VALUE 0.
002030 01  BT-NEW-AGING-COUNT      PIC 9(06) VALUE 0.
002040 01  BT-FEES-COUNT           PIC 9(06) VALUE 0.
002050 01  BT-FEES-VALUE           PIC S9(9)V99 VALUE 0.
002060 01  BT-REFER-30-COUNT       PIC 9(06) VALUE 0.
002070 01  BT-REFER-60-COUNT       PIC 9(06) VALUE 0.
002080 01  BT-CHARGE-OFF-COUNT     PIC 9(06) VALUE 0.
002090 01  BT-CHARGE-OFF-VALUE     PIC S9(9)V99 VALUE 0.
002100 01  BT-CURED-COUNT          PIC 9(06) VALUE 0.
002110 01  BT-RECOVERY-COUNT       PIC 9(06) VALUE 0.
002120 01  BT-RECOVERY-VALUE       PIC S9(9)V99 VALUE 0.

002130 01  BT-REPORT-HEADING-1.
002140     05  FILLER              PIC X(38)
002150         VALUE "BANK-OVERDRAFT-AGING - OD AGING      ".
002160     05  FILLER              PIC X(09) VALUE "RUN DATE ".
002170     05  BT-HDG-RUN-DATE     PIC 9(08).
002180     05  FILLER              PIC X(77) VALUE SPACES.

002190 01  BT-RECOVERY-HEADING-1.
002200     05  FILLER              PIC X(50)
002210         VALUE "RECOVERIES ON CHARGED-OFF ACCOUNTS".
002220     05  FILLER              PIC X(82) VALUE SPACES.

002230 01  BT-RECOVERY-HEADING-2.
002240     05  FILLER              PIC X(08) VALUE "ACCOUNT ".
002250     05  FILLER              PIC X(10) VALUE "POST REF  ".
002260     05  FILLER              PIC X(08) VALUE "TYPE    ".
002270     05  FILLER              PIC X(13) VALUE "  PAID IN    ".
002280     05  FILLER              PIC X(13) VALUE "  RECOVERED  ".
002290     05  FILLER              PIC X(10) VALUE "CHGOFF DT ".
002300     05  FILLER              PIC X(15) VALUE " CHARGED OFF".
002310     05  FILLER              PIC X(55) VALUE " STILL OUTSTANDING".

002320 01  BT-RECOVERY-DETAIL.
002330     05  BT-RD-ACCOUNT       PIC 9(06).
002340     05  FILLER              PIC X(02) VALUE SPACES.
002350     05  BT-RD-REF           PIC 9(08).
002360     05  FILLER              PIC X(02) VALUE SPACES.
002370     05  BT-RD-TYPE          PIC X(06).
002380     05  FILLER              PIC X(02) VALUE SPACES.
002390     05  BT-RD-PAID-IN       PIC Z,ZZZ,ZZ9.99.
002400     05  FILLER              PIC X(01) VALUE SPACES.
002410     05  BT-RD-RECOVERED     PIC Z,ZZZ,ZZ9.99.
002420     05  FILLER              PIC X(01) VALUE SPACES.
002430     05  BT-RD-CHGOFF-DATE   PIC 9(08).
002440     05  FILLER              PIC X(02) VALUE SPACES.
002450     05  BT-RD-CHGOFF-AMT    PIC Z,ZZZ,ZZ9.99.
002460     05  FILLER              PIC X(03) VALUE SPACES.
002470     05  BT-RD-OUTSTANDING   PIC Z,ZZZ,ZZ9.99.
002480     05  FILLER              PIC X(42) VALUE SPACES.

002490 01  BT-AGING-HEADING-1.
002500     05  FILLER              PIC X(50)
002510         VALUE "COLLECTIONS, CHARGE-OFFS AND BACK IN CREDIT".
002520     05  FILLER              PIC X(82) VALUE SPACES.

002530 01  BT-AGING-HEADING-2.
002540     05  FILLER              PIC X(08) VALUE "ACCOUNT ".
002550     05  FILLER              PIC X(27) VALUE "CUSTOMER NAME".
002560     05  FILLER              PIC X(10) VALUE "CUSTOMER  ".
002570     05  FILLER              PIC X(10) VALUE "OVERDRAWN ".
002580     05  FILLER              PIC X(06) VALUE "DAYS  ".
002590     05  FILLER              PIC X(15) VALUE "       BALANCE ".
002600     05  FILLER              PIC X(14) VALUE "  FEES TO DATE".
002610     05  FILLER              PIC X(02) VALUE SPACES.
002620     05  FILLER              PIC X(40) VALUE "ACTION".

002630 01  BT-AGING-DETAIL.
002640     05  BT-AD-ACCOUNT       PIC 9(06).
002650     05  FILLER              PIC X(02) VALUE SPACES.
002660     05  BT-AD-NAME          PIC X(25).
002670     05  FILLER              PIC X(02) VALUE SPACES.
002680     05  BT-AD-CUSTOMER      PIC 9(06).
002690     05  FILLER              PIC X(04) VALUE SPACES.
002700     05  BT-AD-FIRST-NEG     PIC 9(08).
002710     05  FILLER              PIC X(02) VALUE SPACES.
002720     05  BT-AD-DAYS          PIC ZZZ9.
002730     05  FILLER              PIC X(02) VALUE SPACES.
002740     05  BT-AD-BALANCE       PIC Z,ZZZ,ZZ9.99-.
002750     05  FILLER              PIC X(02) VALUE SPACES.
002760     05  BT-AD-FEES          PIC Z,ZZZ,ZZ9.99.
002770     05  FILLER              PIC X(04) VALUE SPACES.
002780     05  BT-AD-ACTION        PIC X(20).
002790     05  FILLER              PIC X(20) VALUE SPACES.

002800 01  BT-TOTAL-LINE.
002810     05  BT-TOT-LABEL        PIC X(30).
002820     05  BT-TOT-COUNT        PIC ZZZ,ZZ9.
002830     05  FILLER              PIC X(03) VALUE SPACES.
002840     05  BT-TOT-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99-.
002850     05  FILLER              PIC X(77) VALUE SPACES.

002860 PROCEDURE DIVISION.
002870 0000-MAINLINE.
002880     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
002890     PERFORM 1600-FIND-RECOVERIES THRU 1600-FIND-RECOVERIES-EXIT.
002900     WRITE AGING-PRINT-LINE FROM BT-AGING-HEADING-1.
002910     WRITE AGING-PRINT-LINE FROM BT-AGING-HEADING-2.
002920     PERFORM 2000-AGE-ACCOUNTS THRU 2000-AGE-ACCOUNTS-EXIT
002930         UNTIL BT-EOF = 'Y'.
002940     PERFORM 7900-MARK-RUN-COMPLETE
002950         THRU 7900-MARK-RUN-COMPLETE-EXIT.
002960     PERFORM 8000-PRINT-SUMMARY THRU 8000-PRINT-SUMMARY-EXIT.
002970     PERFORM 9999-EXIT-PROGRAM THRU 9999-EXIT-PROGRAM-EXIT.

002980 1000-INITIALIZE.
002990     ACCEPT BT-RUN-DATE FROM DATE YYYYMMDD.
003000     MOVE BT-RUN-DATE TO BT-WORK-DATE
003010     PERFORM 7000-DATE-TO-DAY-NUMBER
003020         THRU 7000-DATE-TO-DAY-NUMBER-EXIT
003030     MOVE BT-DAY-NUMBER TO BT-RUN-DAY-NUMBER
003040     OPEN I-O ACCOUNT-FILE.
003050     IF MYFILE-STATUS <> '00'
003060         DISPLAY "BANK-OVERDRAFT-AGING: unable to open "
003070             "ACCOUNT-FILE, status " MYFILE-STATUS
003080         MOVE 16 TO RETURN-CODE
003090         STOP RUN
003100     END-IF.
003110     OPEN I-O OVERDRAFT-AGING-FILE
003120     IF OA-FILE-STATUS = '35'
003130         OPEN OUTPUT OVERDRAFT-AGING-FILE
003140         CLOSE OVERDRAFT-AGING-FILE
003150         OPEN I-O OVERDRAFT-AGING-FILE
003160     END-IF
003170     IF OA-FILE-STATUS <> '00'
003180         DISPLAY "BANK-OVERDRAFT-AGING: unable to open "
003190             "OVERDRAFT-AGING, status " OA-FILE-STATUS
003200         MOVE 16 TO RETURN-CODE
003210         STOP RUN
003220     END-IF
003230     OPEN I-O CHARGE-OFF-FILE
003240     IF CO-FILE-STATUS = '35'
003250         OPEN OUTPUT CHARGE-OFF-FILE
003260         CLOSE CHARGE-OFF-FILE
003270         OPEN I-O CHARGE-OFF-FILE
003280     END-IF
003290     IF CO-FILE-STATUS <> '00'
003300         DISPLAY "BANK-OVERDRAFT-AGING: unable to open "
003310             "CHARGE-OFFS, status " CO-FILE-STATUS
003320         MOVE 16 TO RETURN-CODE
003330         STOP RUN
003340     END-IF
003350     PERFORM 1200-CHECK-PRIOR-RUN
003360         THRU 1200-CHECK-PRIOR-RUN-EXIT.
003370     PERFORM 1400-LOAD-FEE-SCHEDULE
003380         THRU 1400-LOAD-FEE-SCHEDULE-EXIT.
003390*    A resumed run adds to the report the failed run started.
003400     IF BT-RESUMING = 'Y'
003410         OPEN EXTEND AGING-REPORT-FILE
003420     ELSE
003430         OPEN OUTPUT AGING-REPORT-FILE
003440     END-IF
003450     IF AG-FILE-STATUS <> '00'
003460         DISPLAY "BANK-OVERDRAFT-AGING: unable to open report, "
003470             "status " AG-FILE-STATUS
003480         MOVE 16 TO RETURN-CODE
003490         STOP RUN
003500     END-IF
003510     MOVE BT-RUN-DATE TO BT-HDG-RUN-DATE
003520     WRITE AGING-PRINT-LINE FROM BT-REPORT-HEADING-1
003530     MOVE SPACES TO AGING-PRINT-LINE
003540     WRITE AGING-PRINT-LINE.
003550     DISPLAY "BANK-OVERDRAFT-AGING starting - " BT-FEE-COUNT
003560         " fee entries on file for " BT-RUN-DATE ".".
003570 1000-INITIALIZE-EXIT.
003580     EXIT.

003590*****************************************************************
003600*  1200-CHECK-PRIOR-RUN opens the checkpoint file I-O for the
003610*  whole run and reads this job's record, exactly as
003620*  BANK-FEE-POST does: an in-progress status means the prior
003630*  run died partway, so the counts and totals it reached are
003640*  restored and the pass resumes after the last account it
003650*  posted to.
003660*****************************************************************
003670 1200-CHECK-PRIOR-RUN.
003680     MOVE 'N' TO BT-RESUMING
003690     MOVE 'N' TO BT-CK-EXISTS
003700     OPEN I-O CHECKPOINT-FILE
003710     IF CK-FILE-STATUS = '35'
003720         OPEN OUTPUT CHECKPOINT-FILE
003730         CLOSE CHECKPOINT-FILE
003740         OPEN I-O CHECKPOINT-FILE
003750     END-IF
003760     IF CK-FILE-STATUS <> '00'
003770         DISPLAY "BANK-OVERDRAFT-AGING: unable to open the "
003780             "checkpoint file, status " CK-FILE-STATUS
003790         MOVE 16 TO RETURN-CODE
003800         STOP RUN
003810     END-IF
003820     MOVE BT-JOB-NAME TO CK-JOB-NAME
003830     READ CHECKPOINT-FILE
003840         INVALID KEY
003850             CONTINUE
003860         NOT INVALID KEY
003870             MOVE 'Y' TO BT-CK-EXISTS
003880             IF CK-RUN-IN-PROGRESS
003890                 MOVE 'Y' TO BT-RESUMING
003900                 MOVE CK-LAST-ACCOUNT
003910                     TO BT-LAST-ACCOUNT-POSTED
003920                 MOVE CK-ACCOUNTS-PROCESSED
003930                     TO BT-ACCOUNTS-PROCESSED
003940                 MOVE CK-TOTAL-AMOUNT TO BT-TOTAL-POSTED
003950             END-IF
003960     END-READ
003970     IF BT-RESUMING = 'Y'
003980         DISPLAY "BANK-OVERDRAFT-AGING: prior run incomplete - "
003990             "resuming after account " BT-LAST-ACCOUNT-POSTED
004000         PERFORM 1300-POSITION-FOR-RESUME
004010             THRU 1300-POSITION-FOR-RESUME-EXIT
004020     ELSE
004030         MOVE SPACES TO CHECKPOINT-RECORD
004040         MOVE BT-JOB-NAME            TO CK-JOB-NAME
004050         MOVE 'I'                    TO CK-RUN-STATUS
004060         MOVE BT-RUN-DATE            TO CK-RUN-DATE
004070         MOVE 0                      TO CK-LAST-ACCOUNT
004080         MOVE 0                      TO CK-ACCOUNTS-PROCESSED
004090         MOVE 0                      TO CK-TOTAL-AMOUNT
004100         IF BT-CK-EXISTS = 'Y'
004110             REWRITE CHECKPOINT-RECORD
004120         ELSE
004130             WRITE CHECKPOINT-RECORD
004140         END-IF
004150     END-IF.
004160 1200-CHECK-PRIOR-RUN-EXIT.
004170     EXIT.

004180 1300-POSITION-FOR-RESUME.
004190     MOVE BT-LAST-ACCOUNT-POSTED TO ACCOUNT-NUMBER-FILE
004200     START ACCOUNT-FILE KEY > ACCOUNT-NUMBER-FILE
004210         INVALID KEY
004220             MOVE 'Y' TO BT-EOF
004230     END-START.
004240 1300-POSITION-FOR-RESUME-EXIT.
004250     EXIT.

004260*****************************************************************
004270*  1400-LOAD-FEE-SCHEDULE reads the FEE-SCHEDULE file into
004280*  working storage.  Unlike the month-end fee run, a missing
004290*  schedule does not stop the job: overdrawn accounts are still
004300*  aged and listed for collections, but no daily fee is charged
004310*  and nothing is charged off until the schedule is back.
004320*****************************************************************
004330 1400-LOAD-FEE-SCHEDULE.
004340     MOVE 0 TO BT-FEE-COUNT
004350     MOVE 'N' TO BT-FEE-EOF
004360     OPEN INPUT FEE-SCHEDULE-FILE
004370     IF FS-FILE-STATUS <> '00'
004380         DISPLAY "BANK-OVERDRAFT-AGING: unable to open "
004390             "FEE-SCHEDULE, status " FS-FILE-STATUS " - accounts "
004400             "aged only, no fees or charge-offs."
004410         GO TO 1400-LOAD-FEE-SCHEDULE-EXIT
004420     END-IF
004430     PERFORM 1450-LOAD-ONE-FEE THRU 1450-LOAD-ONE-FEE-EXIT
004440         UNTIL BT-FEE-EOF = 'Y'
004450     CLOSE FEE-SCHEDULE-FILE.
004460 1400-LOAD-FEE-SCHEDULE-EXIT.
004470     EXIT.

004480 1450-LOAD-ONE-FEE.
004490     READ FEE-SCHEDULE-FILE
004500         AT END
004510             MOVE 'Y' TO BT-FEE-EOF
004520             GO TO 1450-LOAD-ONE-FEE-EXIT
004530     END-READ
004540     IF FS-PRODUCT-TYPE = SPACES
004550         OR FS-EFFECTIVE-DATE IS NOT NUMERIC
004560         GO TO 1450-LOAD-ONE-FEE-EXIT
004570     END-IF
004580     IF BT-FEE-COUNT NOT < BT-FEE-MAX
004590         DISPLAY "BANK-OVERDRAFT-AGING: fee table full - line "
004600             "skipped: " FEE-SCHEDULE-RECORD
004610         GO TO 1450-LOAD-ONE-FEE-EXIT
004620     END-IF
004630     ADD 1 TO BT-FEE-COUNT
004640     MOVE FS-PRODUCT-TYPE   TO BT-FE-PRODUCT (BT-FEE-COUNT)
004650     MOVE FS-EFFECTIVE-DATE TO BT-FE-EFF-DATE (BT-FEE-COUNT)
004660     MOVE 0 TO BT-FE-DAILY-FEE (BT-FEE-COUNT)
004670     MOVE 0 TO BT-FE-GRACE (BT-FEE-COUNT)
004680     MOVE 0 TO BT-FE-CHG-OFF (BT-FEE-COUNT)
004690     IF FS-OD-DAILY-FEE IS NUMERIC
004700         AND FS-OD-GRACE-DAYS IS NUMERIC
004710         MOVE FS-OD-DAILY-FEE  TO BT-FE-DAILY-FEE (BT-FEE-COUNT)
004720         MOVE FS-OD-GRACE-DAYS TO BT-FE-GRACE (BT-FEE-COUNT)
004730     END-IF
004740     IF FS-CHARGE-OFF-DAYS IS NUMERIC
004750         MOVE FS-CHARGE-OFF-DAYS TO BT-FE-CHG-OFF (BT-FEE-COUNT)
004760     END-IF.
004770 1450-LOAD-ONE-FEE-EXIT.
004780     EXIT.

004790*****************************************************************
004800*  1600-FIND-RECOVERIES reads the online TRANSACTION-LOG for
004810*  deposits and transfers in to charged-off accounts posted
004820*  after the charge-off.  Each is a recovery up to the amount
004830*  still written off; the CHARGE-OFFS record keeps the running
004840*  total and the reference of the last posting taken, so a
004850*  rerun takes nothing twice.
004860*****************************************************************
004870 1600-FIND-RECOVERIES.
004880     WRITE AGING-PRINT-LINE FROM BT-RECOVERY-HEADING-1
004890     WRITE AGING-PRINT-LINE FROM BT-RECOVERY-HEADING-2
004900     MOVE 'N' TO BT-LOG-EOF
004910     OPEN INPUT TRANSACTION-LOG-FILE
004920     IF TL-FILE-STATUS = '00'
004930         PERFORM 1650-CHECK-ONE-POSTING
004940             THRU 1650-CHECK-ONE-POSTING-EXIT
004950             UNTIL BT-LOG-EOF = 'Y'
004960         CLOSE TRANSACTION-LOG-FILE
004970     END-IF
004980     MOVE SPACES TO AGING-PRINT-LINE
004990     WRITE AGING-PRINT-LINE.
005000 1600-FIND-RECOVERIES-EXIT.
005010     EXIT.

005020 1650-CHECK-ONE-POSTING.
005030     READ TRANSACTION-LOG-FILE
005040         AT END
005050             MOVE 'Y' TO BT-LOG-EOF
005060             GO TO 1650-CHECK-ONE-POSTING-EXIT
005070     END-READ
005080     IF NOT TL-TYPE-DEPOSIT AND NOT TL-TYPE-TRANSFER-IN
005090         GO TO 1650-CHECK-ONE-POSTING-EXIT
005100     END-IF
005110     MOVE TL-ACCOUNT-NUMBER TO CO-ACCOUNT-NUMBER
005120     READ CHARGE-OFF-FILE
005130         INVALID KEY
005140             GO TO 1650-CHECK-ONE-POSTING-EXIT
005150     END-READ
005160     IF TL-REFERENCE-NUMBER NOT > CO-LAST-RECOVERY-REF
005170         OR TL-REFERENCE-NUMBER NOT > CO-CHARGE-OFF-REF
005180         GO TO 1650-CHECK-ONE-POSTING-EXIT
005190     END-IF
005200     COMPUTE BT-OUTSTANDING =
005210         CO-CHARGE-OFF-AMOUNT - CO-RECOVERED-AMOUNT
005220     IF BT-OUTSTANDING NOT > 0
005230         GO TO 1650-CHECK-ONE-POSTING-EXIT
005240     END-IF
005250     IF TL-TRANSACTION-AMOUNT > BT-OUTSTANDING
005260         MOVE BT-OUTSTANDING TO BT-RECOVERY-AMOUNT
005270     ELSE
005280         MOVE TL-TRANSACTION-AMOUNT TO BT-RECOVERY-AMOUNT
005290     END-IF
005300     ADD BT-RECOVERY-AMOUNT TO CO-RECOVERED-AMOUNT
005310     SUBTRACT BT-RECOVERY-AMOUNT FROM BT-OUTSTANDING
005320     MOVE TL-TRANSACTION-DATE TO CO-LAST-RECOVERY-DATE
005330     MOVE TL-REFERENCE-NUMBER TO CO-LAST-RECOVERY-REF
005340     REWRITE CHARGE-OFF-RECORD
005350     ADD 1 TO BT-RECOVERY-COUNT
005360     ADD BT-RECOVERY-AMOUNT TO BT-RECOVERY-VALUE
005370     MOVE TL-ACCOUNT-NUMBER     TO BT-RD-ACCOUNT
005380     MOVE TL-REFERENCE-NUMBER   TO BT-RD-REF
005390     IF TL-TYPE-DEPOSIT
005400         MOVE "DEPOSIT" TO BT-RD-TYPE
005410     ELSE
005420         MOVE "XFR IN" TO BT-RD-TYPE
005430     END-IF
005440     MOVE TL-TRANSACTION-AMOUNT TO BT-RD-PAID-IN
005450     MOVE BT-RECOVERY-AMOUNT    TO BT-RD-RECOVERED
005460     MOVE CO-CHARGE-OFF-DATE    TO BT-RD-CHGOFF-DATE
005470     MOVE CO-CHARGE-OFF-AMOUNT  TO BT-RD-CHGOFF-AMT
005480     MOVE BT-OUTSTANDING        TO BT-RD-OUTSTANDING
005490     WRITE AGING-PRINT-LINE FROM BT-RECOVERY-DETAIL.
005500 1650-CHECK-ONE-POSTING-EXIT.
005510     EXIT.

005520*****************************************************************
005530*  2000-AGE-ACCOUNTS reads the next account in key sequence.  A
005540*  closed account is passed over.  One in credit clears any
005550*  aging record it had; one overdrawn is aged, charged off when
005560*  it reaches the charge-off days, and otherwise charged the
005570*  daily fee and listed for collections as due.
005580*****************************************************************
005590 2000-AGE-ACCOUNTS.
005600     READ ACCOUNT-FILE NEXT RECORD
005610         AT END
005620             MOVE 'Y' TO BT-EOF
005630             GO TO 2000-AGE-ACCOUNTS-EXIT
005640     END-READ
005650     IF ACCOUNT-CLOSED-FILE
005660         GO TO 2000-AGE-ACCOUNTS-EXIT
005670     END-IF
005680     MOVE ACCOUNT-NUMBER-FILE TO OA-ACCOUNT-NUMBER
005690     MOVE 'Y' TO BT-AGE-FOUND
005700     READ OVERDRAFT-AGING-FILE
005710         INVALID KEY
005720             MOVE 'N' TO BT-AGE-FOUND
005730     END-READ
005740     IF BALANCE-FILE NOT < 0
005750         IF BT-AGE-FOUND = 'Y'
005760             PERFORM 2100-CLEAR-AGING THRU 2100-CLEAR-AGING-EXIT
005770         END-IF
005780         GO TO 2000-AGE-ACCOUNTS-EXIT
005790     END-IF
005800     IF BT-AGE-FOUND = 'N'
005810         MOVE SPACES TO OVERDRAFT-AGING-RECORD
005820         MOVE ACCOUNT-NUMBER-FILE TO OA-ACCOUNT-NUMBER
005830         MOVE BT-RUN-DATE TO OA-FIRST-NEGATIVE-DATE
005840         MOVE 0 TO OA-DAYS-OVERDRAWN
005850         MOVE BT-RUN-DATE TO OA-LAST-RUN-DATE
005860         MOVE 0 TO OA-FEE-DAYS-CHARGED
005870         MOVE 0 TO OA-FEES-CHARGED
005880         WRITE OVERDRAFT-AGING-RECORD
005890         ADD 1 TO BT-NEW-AGING-COUNT
005900     END-IF
005910     MOVE OA-FIRST-NEGATIVE-DATE TO BT-WORK-DATE
005920     PERFORM 7000-DATE-TO-DAY-NUMBER
005930         THRU 7000-DATE-TO-DAY-NUMBER-EXIT
005940     IF BT-RUN-DAY-NUMBER > BT-DAY-NUMBER
005950         COMPUTE BT-DAYS-OVERDRAWN =
005960             BT-RUN-DAY-NUMBER - BT-DAY-NUMBER
005970     ELSE
005980         MOVE 0 TO BT-DAYS-OVERDRAWN
005990     END-IF
006000     PERFORM 2300-FIND-FEE-ENTRY THRU 2300-FIND-FEE-ENTRY-EXIT
006010     IF BT-APPLY-CHG-OFF > 0
006020         AND BT-DAYS-OVERDRAWN NOT < BT-APPLY-CHG-OFF
006030         PERFORM 3000-CHARGE-OFF THRU 3000-CHARGE-OFF-EXIT
006040         GO TO 2000-AGE-ACCOUNTS-EXIT
006050     END-IF
006060     ADD 1 TO BT-OVERDRAWN-COUNT
006070     MOVE 0 TO BT-FEE-AMOUNT
006080     IF ACCOUNT-ACTIVE-FILE
006090         PERFORM 2400-CHARGE-DAILY-FEE
006100             THRU 2400-CHARGE-DAILY-FEE-EXIT
006110     END-IF
006120     SUBTRACT BALANCE-FILE FROM BT-OVERDRAWN-VALUE
006130     PERFORM 2500-CHECK-COLLECTIONS
006140         THRU 2500-CHECK-COLLECTIONS-EXIT
006150     MOVE BT-DAYS-OVERDRAWN TO OA-DAYS-OVERDRAWN
006160     MOVE BT-RUN-DATE TO OA-LAST-RUN-DATE
006170     REWRITE OVERDRAFT-AGING-RECORD
006180     IF BT-FEE-AMOUNT > 0
006190         MOVE ACCOUNT-NUMBER-FILE TO BT-LAST-ACCOUNT-POSTED
006200         PERFORM 2200-WRITE-CHECKPOINT
006210             THRU 2200-WRITE-CHECKPOINT-EXIT
006220     END-IF.
006230 2000-AGE-ACCOUNTS-EXIT.
006240     EXIT.

006250*    An account back in credit - listed only when collections
006260*    has had it, so they can close their file.
006270 2100-CLEAR-AGING.
006280     IF NOT OA-NOT-REFERRED
006290         MOVE "BACK IN CREDIT" TO BT-ACTION
006300         PERFORM 2600-PRINT-ACTION THRU 2600-PRINT-ACTION-EXIT
006310     END-IF
006320     DELETE OVERDRAFT-AGING-FILE RECORD
006330     ADD 1 TO BT-CURED-COUNT.
006340 2100-CLEAR-AGING-EXIT.
006350     EXIT.

006360*****************************************************************
006370*  2200-WRITE-CHECKPOINT rewrites this job's checkpoint record
006380*  in place after each account posted to, exactly as the fee
006390*  run keeps its own.
006400*****************************************************************
006410 2200-WRITE-CHECKPOINT.
006420     MOVE BT-JOB-NAME            TO CK-JOB-NAME
006430     MOVE 'I'                    TO CK-RUN-STATUS
006440     MOVE BT-RUN-DATE            TO CK-RUN-DATE
006450     MOVE BT-LAST-ACCOUNT-POSTED TO CK-LAST-ACCOUNT
006460     MOVE BT-ACCOUNTS-PROCESSED  TO CK-ACCOUNTS-PROCESSED
006470     MOVE BT-TOTAL-POSTED        TO CK-TOTAL-AMOUNT
006480     REWRITE CHECKPOINT-RECORD
006490     IF CK-FILE-STATUS <> '00'
006500         DISPLAY "BANK-OVERDRAFT-AGING: unable to rewrite the "
006510             "checkpoint, status " CK-FILE-STATUS
006520         MOVE 16 TO RETURN-CODE
006530         STOP RUN
006540     END-IF.
006550 2200-WRITE-CHECKPOINT-EXIT.
006560     EXIT.

006570*****************************************************************
006580*  2300-FIND-FEE-ENTRY picks the overdraft terms for the account
006590*  just read off the latest entry for its product ('RS' when
006600*  blank) effective on or before the run date.  No entry means
006610*  no fee and no charge-off.
006620*****************************************************************
006630 2300-FIND-FEE-ENTRY.
006640     MOVE PRODUCT-TYPE-FILE TO BT-ACCT-PRODUCT
006650     IF BT-ACCT-PRODUCT = SPACES
006660         OR BT-ACCT-PRODUCT = LOW-VALUES
006670         MOVE 'RS' TO BT-ACCT-PRODUCT
006680     END-IF
006690     MOVE 0 TO BT-BEST-EFF-DATE
006700     MOVE 0 TO BT-APPLY-DAILY-FEE
006710     MOVE 0 TO BT-APPLY-GRACE
006720     MOVE 0 TO BT-APPLY-CHG-OFF
006730     PERFORM 2350-CHECK-ONE-FEE THRU 2350-CHECK-ONE-FEE-EXIT
006740         VARYING BT-FEE-IDX FROM 1 BY 1
006750         UNTIL BT-FEE-IDX > BT-FEE-COUNT.
006760 2300-FIND-FEE-ENTRY-EXIT.
006770     EXIT.

006780 2350-CHECK-ONE-FEE.
006790     IF BT-FE-PRODUCT (BT-FEE-IDX) = BT-ACCT-PRODUCT
006800         AND BT-FE-EFF-DATE (BT-FEE-IDX) <= BT-RUN-DATE
006810         AND BT-FE-EFF-DATE (BT-FEE-IDX) >= BT-BEST-EFF-DATE
006820         MOVE BT-FE-EFF-DATE (BT-FEE-IDX) TO BT-BEST-EFF-DATE
006830         MOVE BT-FE-DAILY-FEE (BT-FEE-IDX) TO BT-APPLY-DAILY-FEE
006840         MOVE BT-FE-GRACE (BT-FEE-IDX) TO BT-APPLY-GRACE
006850         MOVE BT-FE-CHG-OFF (BT-FEE-IDX) TO BT-APPLY-CHG-OFF
006860     END-IF.
006870 2350-CHECK-ONE-FEE-EXIT.
006880     EXIT.

006890*****************************************************************
006900*  2400-CHARGE-DAILY-FEE charges the daily fee for each day past
006910*  the grace days not charged yet - normally one, more when a
006920*  night's run was missed - as a single type 'F' posting.
006930*****************************************************************
006940 2400-CHARGE-DAILY-FEE.
006950     IF BT-APPLY-DAILY-FEE = 0
006960         OR BT-DAYS-OVERDRAWN NOT > BT-APPLY-GRACE
006970         GO TO 2400-CHARGE-DAILY-FEE-EXIT
006980     END-IF
006990     COMPUTE BT-BILLABLE-DAYS = BT-DAYS-OVERDRAWN - BT-APPLY-GRACE
007000     IF BT-BILLABLE-DAYS NOT > OA-FEE-DAYS-CHARGED
007010         GO TO 2400-CHARGE-DAILY-FEE-EXIT
007020     END-IF
007030     COMPUTE BT-FEE-DAYS = BT-BILLABLE-DAYS - OA-FEE-DAYS-CHARGED
007040     COMPUTE BT-FEE-AMOUNT = BT-FEE-DAYS * BT-APPLY-DAILY-FEE
007050     SUBTRACT BT-FEE-AMOUNT FROM BALANCE-FILE
007060     REWRITE ACCOUNT-RECORD
007070     MOVE 'F' TO BT-LOG-TYPE
007080     MOVE BT-FEE-AMOUNT TO BT-LOG-AMOUNT
007090     PERFORM 2700-WRITE-LOG-ENTRY THRU 2700-WRITE-LOG-ENTRY-EXIT
007100     MOVE BT-BILLABLE-DAYS TO OA-FEE-DAYS-CHARGED
007110     ADD BT-FEE-AMOUNT TO OA-FEES-CHARGED
007120     ADD 1 TO BT-FEES-COUNT
007130     ADD BT-FEE-AMOUNT TO BT-FEES-VALUE
007140     ADD 1 TO BT-ACCOUNTS-PROCESSED
007150     ADD BT-FEE-AMOUNT TO BT-TOTAL-POSTED.
007160 2400-CHARGE-DAILY-FEE-EXIT.
007170     EXIT.

007180*    Each collections stage is listed once, the night it is
007190*    reached; an account first seen already past 60 days goes
007200*    straight to the second listing.
007210 2500-CHECK-COLLECTIONS.
007220     IF BT-DAYS-OVERDRAWN NOT < 60
007230         AND NOT OA-REFERRED-60
007240         MOVE '2' TO OA-COLLECTIONS-STAGE
007250         MOVE "COLLECTIONS 60 DAYS" TO BT-ACTION
007260         ADD 1 TO BT-REFER-60-COUNT
007270         PERFORM 2600-PRINT-ACTION THRU 2600-PRINT-ACTION-EXIT
007280         GO TO 2500-CHECK-COLLECTIONS-EXIT
007290     END-IF
007300     IF BT-DAYS-OVERDRAWN NOT < 30
007310         AND OA-NOT-REFERRED
007320         MOVE '1' TO OA-COLLECTIONS-STAGE
007330         MOVE "COLLECTIONS 30 DAYS" TO BT-ACTION
007340         ADD 1 TO BT-REFER-30-COUNT
007350         PERFORM 2600-PRINT-ACTION THRU 2600-PRINT-ACTION-EXIT
007360     END-IF.
007370 2500-CHECK-COLLECTIONS-EXIT.
007380     EXIT.

007390 2600-PRINT-ACTION.
007400     MOVE ACCOUNT-NUMBER-FILE    TO BT-AD-ACCOUNT
007410     MOVE CUSTOMER-NAME-FILE     TO BT-AD-NAME
007420     MOVE CUSTOMER-NUMBER-FILE   TO BT-AD-CUSTOMER
007430     MOVE OA-FIRST-NEGATIVE-DATE TO BT-AD-FIRST-NEG
007440     MOVE BT-DAYS-OVERDRAWN      TO BT-AD-DAYS
007450     MOVE BALANCE-FILE           TO BT-AD-BALANCE
007460     MOVE OA-FEES-CHARGED        TO BT-AD-FEES
007470     MOVE BT-ACTION              TO BT-AD-ACTION
007480     WRITE AGING-PRINT-LINE FROM BT-AGING-DETAIL.
007490 2600-PRINT-ACTION-EXIT.
007500     EXIT.

007510 2700-WRITE-LOG-ENTRY.
007520     ACCEPT BT-TRANSACTION-DATE FROM DATE YYYYMMDD.
007530     ACCEPT BT-TRANSACTION-TIME FROM TIME.
007540     PERFORM 2750-GET-NEXT-REF-NO THRU 2750-GET-NEXT-REF-NO-EXIT.
007550     OPEN EXTEND TRANSACTION-LOG-FILE.
007560     IF TL-FILE-STATUS = '35'
007570         OPEN OUTPUT TRANSACTION-LOG-FILE
007580     END-IF.
007590     MOVE ACCOUNT-NUMBER-FILE TO TL-ACCOUNT-NUMBER.
007600     MOVE BT-LOG-TYPE         TO TL-TRANSACTION-TYPE.
007610     MOVE BT-LOG-AMOUNT       TO TL-TRANSACTION-AMOUNT.
007620     MOVE BALANCE-FILE        TO TL-RESULTING-BALANCE.
007630     MOVE BT-TRANSACTION-DATE TO TL-TRANSACTION-DATE.
007640     MOVE BT-TRANSACTION-TIME TO TL-TRANSACTION-TIME.
007650     MOVE BT-NEXT-REF-NO      TO TL-REFERENCE-NUMBER.
007660     MOVE 0                   TO TL-RELATED-REFERENCE.
007670     MOVE BT-JOB-TELLER-ID    TO TL-TELLER-ID.
007680     MOVE SPACES              TO TL-APPROVED-BY.
007690     MOVE SPACES              TO TL-BRANCH-CODE.
007700     WRITE TRANSACTION-LOG-RECORD.
007710     CLOSE TRANSACTION-LOG-FILE.
007720 2700-WRITE-LOG-ENTRY-EXIT.
007730     EXIT.

007740*****************************************************************
007750*  2750-GET-NEXT-REF-NO / 2760-OPEN-REF-COUNTER / 2770-OPEN-
007760*  RETRY-DELAY hand out the next TRANSACTION-LOG reference
007770*  number from the shared REF-COUNTER file, the same way the
007780*  other posting jobs do.
007790*****************************************************************
007800 2750-GET-NEXT-REF-NO.
007810     MOVE 0 TO BT-OPEN-RETRY-COUNT
007820     PERFORM 2760-OPEN-REF-COUNTER
007830         THRU 2760-OPEN-REF-COUNTER-EXIT
007840         UNTIL RC-FILE-STATUS = '00'
007850             OR BT-OPEN-RETRY-COUNT > BT-MAX-OPEN-RETRIES
007860     IF RC-FILE-STATUS <> '00'
007870         DISPLAY "BANK-OVERDRAFT-AGING: unable to allocate a log "
007880             "reference number - reference counter unavailable."
007890         MOVE 16 TO RETURN-CODE
007900         STOP RUN
007910     END-IF.
007920     MOVE '1' TO RC-COUNTER-KEY.
007930     READ REF-COUNTER-FILE
007940         INVALID KEY
007950             MOVE 0 TO RC-NEXT-REF-NO
007960     END-READ.
007970     ADD 1 TO RC-NEXT-REF-NO.
007980     MOVE RC-NEXT-REF-NO TO BT-NEXT-REF-NO.
007990     REWRITE REF-COUNTER-RECORD.
008000     CLOSE REF-COUNTER-FILE.
008010 2750-GET-NEXT-REF-NO-EXIT.
008020     EXIT.

008030 2760-OPEN-REF-COUNTER.
008040     OPEN I-O REF-COUNTER-FILE
008050     IF RC-FILE-STATUS = '35'
008060         OPEN OUTPUT REF-COUNTER-FILE
008070         MOVE '1' TO RC-COUNTER-KEY
008080         MOVE 0   TO RC-NEXT-REF-NO
008090         WRITE REF-COUNTER-RECORD
008100         CLOSE REF-COUNTER-FILE
008110         OPEN I-O REF-COUNTER-FILE
008120     END-IF
008130     IF RC-ALREADY-OPEN
008140         ADD 1 TO BT-OPEN-RETRY-COUNT
008150         PERFORM 2770-OPEN-RETRY-DELAY
008160             THRU 2770-OPEN-RETRY-DELAY-EXIT
008170     END-IF.
008180 2760-OPEN-REF-COUNTER-EXIT.
008190     EXIT.

008200 2770-OPEN-RETRY-DELAY.
008210     CALL "C$SLEEP" USING BT-RETRY-DELAY-SECS.
008220 2770-OPEN-RETRY-DELAY-EXIT.
008230     EXIT.

008240*****************************************************************
008250*  3000-CHARGE-OFF writes the overdrawn balance off: the account
008260*  is frozen, a type 'O' posting for the overdrawn amount brings
008270*  it to zero, the amount goes on CHARGE-OFFS (added to any
008280*  earlier charge-off of the account, and any earlier release
008285*  of the freeze cleared) and the aging record is removed.
008300*****************************************************************
008310 3000-CHARGE-OFF.
008320     COMPUTE BT-CHARGE-OFF-AMOUNT = 0 - BALANCE-FILE
008330     MOVE "CHARGED OFF - FROZEN" TO BT-ACTION
008340     PERFORM 2600-PRINT-ACTION THRU 2600-PRINT-ACTION-EXIT
008350     MOVE 'F' TO ACCOUNT-STATUS-FILE
008360     MOVE 0 TO BALANCE-FILE
008370     REWRITE ACCOUNT-RECORD
008380     MOVE 'O' TO BT-LOG-TYPE
008390     MOVE BT-CHARGE-OFF-AMOUNT TO BT-LOG-AMOUNT
008400     PERFORM 2700-WRITE-LOG-ENTRY THRU 2700-WRITE-LOG-ENTRY-EXIT
008410     MOVE ACCOUNT-NUMBER-FILE TO CO-ACCOUNT-NUMBER
008420     MOVE 'Y' TO BT-CO-FOUND
008430     READ CHARGE-OFF-FILE
008440         INVALID KEY
008450             MOVE 'N' TO BT-CO-FOUND
008460             MOVE SPACES TO CHARGE-OFF-RECORD
008470             MOVE ACCOUNT-NUMBER-FILE TO CO-ACCOUNT-NUMBER
008480             MOVE 0 TO CO-CHARGE-OFF-AMOUNT
008490             MOVE 0 TO CO-RECOVERED-AMOUNT
008500             MOVE 0 TO CO-LAST-RECOVERY-DATE
008510             MOVE 0 TO CO-LAST-RECOVERY-REF
008520     END-READ
008530     MOVE CUSTOMER-NUMBER-FILE   TO CO-CUSTOMER-NUMBER
008540     MOVE OA-FIRST-NEGATIVE-DATE TO CO-FIRST-NEGATIVE-DATE
008550     MOVE BT-RUN-DATE            TO CO-CHARGE-OFF-DATE
008560     ADD BT-CHARGE-OFF-AMOUNT    TO CO-CHARGE-OFF-AMOUNT
008570     MOVE BT-NEXT-REF-NO         TO CO-CHARGE-OFF-REF
008575     MOVE SPACES                 TO CO-RELEASED-BY
008576     MOVE SPACES                 TO CO-RELEASE-KEYED-BY
008580     IF BT-CO-FOUND = 'Y'
008590         REWRITE CHARGE-OFF-RECORD
008600     ELSE
008610         WRITE CHARGE-OFF-RECORD
008620     END-IF
008630     DELETE OVERDRAFT-AGING-FILE RECORD
008640     ADD 1 TO BT-CHARGE-OFF-COUNT
008650     ADD BT-CHARGE-OFF-AMOUNT TO BT-CHARGE-OFF-VALUE
008660     ADD 1 TO BT-ACCOUNTS-PROCESSED
008670     ADD BT-CHARGE-OFF-AMOUNT TO BT-TOTAL-POSTED
008680     MOVE ACCOUNT-NUMBER-FILE TO BT-LAST-ACCOUNT-POSTED
008690     PERFORM 2200-WRITE-CHECKPOINT
008700         THRU 2200-WRITE-CHECKPOINT-EXIT.
008710 3000-CHARGE-OFF-EXIT.
008720     EXIT.

008730*****************************************************************
008740*  7000-DATE-TO-DAY-NUMBER turns BT-WORK-DATE into a count of
008750*  days from a fixed origin, so the days between two dates are
008760*  a subtraction.  The year is taken to start in March, which
008770*  puts the leap day last and lets each month's offset come
008780*  from one formula.
008790*****************************************************************
008800 7000-DATE-TO-DAY-NUMBER.
008810     MOVE BT-WORK-YYYY TO BT-CALC-YEAR
008820     MOVE BT-WORK-MM TO BT-CALC-MONTH
008830     IF BT-CALC-MONTH < 3
008840         SUBTRACT 1 FROM BT-CALC-YEAR
008850         ADD 12 TO BT-CALC-MONTH
008860     END-IF
008870     COMPUTE BT-DAY-NUMBER = BT-CALC-YEAR * 365 + BT-WORK-DD
008880     DIVIDE BT-CALC-YEAR BY 4 GIVING BT-CALC-QUOT
008890     ADD BT-CALC-QUOT TO BT-DAY-NUMBER
008900     DIVIDE BT-CALC-YEAR BY 100 GIVING BT-CALC-QUOT
008910     SUBTRACT BT-CALC-QUOT FROM BT-DAY-NUMBER
008920     DIVIDE BT-CALC-YEAR BY 400 GIVING BT-CALC-QUOT
008930     ADD BT-CALC-QUOT TO BT-DAY-NUMBER
008940     COMPUTE BT-CALC-TERM = (BT-CALC-MONTH - 3) * 153 + 2
008950     DIVIDE BT-CALC-TERM BY 5 GIVING BT-CALC-QUOT
008960     ADD BT-CALC-QUOT TO BT-DAY-NUMBER.
008970 7000-DATE-TO-DAY-NUMBER-EXIT.
008980     EXIT.

008990*****************************************************************
009000*  7900-MARK-RUN-COMPLETE rewrites the checkpoint with a
009010*  complete status once the whole pass has finished, so the
009020*  next night's run starts fresh from the top of the file.
009030*****************************************************************
009040 7900-MARK-RUN-COMPLETE.
009050     MOVE BT-JOB-NAME            TO CK-JOB-NAME
009060     MOVE 'C'                    TO CK-RUN-STATUS
009070     MOVE BT-RUN-DATE            TO CK-RUN-DATE
009080     MOVE BT-LAST-ACCOUNT-POSTED TO CK-LAST-ACCOUNT
009090     MOVE BT-ACCOUNTS-PROCESSED  TO CK-ACCOUNTS-PROCESSED
009100     MOVE BT-TOTAL-POSTED        TO CK-TOTAL-AMOUNT
009110     REWRITE CHECKPOINT-RECORD
009120     IF CK-FILE-STATUS <> '00'
009130         DISPLAY "BANK-OVERDRAFT-AGING: unable to close out the "
009140             "checkpoint, status " CK-FILE-STATUS
009150         MOVE 16 TO RETURN-CODE
009160         STOP RUN
009170     END-IF.
009180 7900-MARK-RUN-COMPLETE-EXIT.
009190     EXIT.

009200 8000-PRINT-SUMMARY.
009210     MOVE SPACES TO AGING-PRINT-LINE
009220     WRITE AGING-PRINT-LINE
009230     IF BT-RESUMING = 'Y'
009240         MOVE "TOTALS BELOW COVER THIS RESUMED RUN ONLY"
009250             TO AGING-PRINT-LINE
009260         WRITE AGING-PRINT-LINE
009270     END-IF
009280     MOVE "ACCOUNTS OVERDRAWN" TO BT-TOT-LABEL
009290     MOVE BT-OVERDRAWN-COUNT TO BT-TOT-COUNT
009300     MOVE BT-OVERDRAWN-VALUE TO BT-TOT-AMOUNT
009310     WRITE AGING-PRINT-LINE FROM BT-TOTAL-LINE
009320     MOVE "  NEWLY OVERDRAWN" TO BT-TOT-LABEL
009330     MOVE BT-NEW-AGING-COUNT TO BT-TOT-COUNT
009340     MOVE 0 TO BT-TOT-AMOUNT
009350     WRITE AGING-PRINT-LINE FROM BT-TOTAL-LINE
009360     MOVE "DAILY OVERDRAFT FEES" TO BT-TOT-LABEL
009370     MOVE BT-FEES-COUNT TO BT-TOT-COUNT
009380     MOVE BT-FEES-VALUE TO BT-TOT-AMOUNT
009390     WRITE AGING-PRINT-LINE FROM BT-TOTAL-LINE
009400     MOVE "LISTED FOR COLLECTIONS - 30" TO BT-TOT-LABEL
009410     MOVE BT-REFER-30-COUNT TO BT-TOT-COUNT
009420     MOVE 0 TO BT-TOT-AMOUNT
009430     WRITE AGING-PRINT-LINE FROM BT-TOTAL-LINE
009440     MOVE "LISTED FOR COLLECTIONS - 60" TO BT-TOT-LABEL
009450     MOVE BT-REFER-60-COUNT TO BT-TOT-COUNT
009460     WRITE AGING-PRINT-LINE FROM BT-TOTAL-LINE
009470     MOVE "CHARGED OFF" TO BT-TOT-LABEL
009480     MOVE BT-CHARGE-OFF-COUNT TO BT-TOT-COUNT
009490     MOVE BT-CHARGE-OFF-VALUE TO BT-TOT-AMOUNT
009500     WRITE AGING-PRINT-LINE FROM BT-TOTAL-LINE
009510     MOVE "BACK IN CREDIT" TO BT-TOT-LABEL
009520     MOVE BT-CURED-COUNT TO BT-TOT-COUNT
009530     MOVE 0 TO BT-TOT-AMOUNT
009540     WRITE AGING-PRINT-LINE FROM BT-TOTAL-LINE
009550     MOVE "RECOVERIES" TO BT-TOT-LABEL
009560     MOVE BT-RECOVERY-COUNT TO BT-TOT-COUNT
009570     MOVE BT-RECOVERY-VALUE TO BT-TOT-AMOUNT
009580     WRITE AGING-PRINT-LINE FROM BT-TOTAL-LINE
009590     DISPLAY "BANK-OVERDRAFT-AGING complete.".
009600     IF BT-RESUMING = 'Y'
009610         DISPLAY "  (posting totals cover the combined run - "
009620             "this run resumed a prior incomplete one)"
009630     END-IF.
009640     DISPLAY "  Accounts posted  : " BT-ACCOUNTS-PROCESSED.
009650     DISPLAY "  Total posted     : " BT-TOTAL-POSTED.
009660     DISPLAY "  Overdrawn        : " BT-OVERDRAWN-COUNT.
009670     DISPLAY "  Daily fees       : " BT-FEES-COUNT
009680         "  value " BT-FEES-VALUE.
009690     DISPLAY "  Collections 30/60: " BT-REFER-30-COUNT
009700         " / " BT-REFER-60-COUNT.
009710     DISPLAY "  Charged off      : " BT-CHARGE-OFF-COUNT
009720         "  value " BT-CHARGE-OFF-VALUE.
009730     DISPLAY "  Recoveries       : " BT-RECOVERY-COUNT
009740         "  value " BT-RECOVERY-VALUE.
009750 8000-PRINT-SUMMARY-EXIT.
009760     EXIT.

009770 9999-EXIT-PROGRAM.
009780     CLOSE ACCOUNT-FILE.
009790     CLOSE OVERDRAFT-AGING-FILE.
009800     CLOSE CHARGE-OFF-FILE.
009810     CLOSE CHECKPOINT-FILE.
009820     CLOSE AGING-REPORT-FILE.
009830     STOP RUN.
009840 9999-EXIT-PROGRAM-EXIT.
009850     EXIT.
