000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. BANK-RETURNED-ITEMS.
000120 AUTHOR. J-MILLER.
000130 INSTALLATION. FIRST-COMMUNITY-DP-CENTER.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED. 10/15/2026.
000160*****************************************************************
000170*  BANK-RETURNED-ITEMS
000180*  Nightly batch job - charges back the deposited checks our
000190*  clearing correspondent has returned unpaid, from the
000200*  RETURNED-ITEMS-IN file it sends (RETITEM layout).  Each item
000210*  is matched to the original deposit on TRANSACTION-LOG - by
000220*  our reference number when the correspondent quotes it, else
000230*  by account, amount and deposit date - reaching back through
000240*  the TLOG-ARCH days inside the match window, since a check
000250*  normally comes back after the day it was taken has been cut
000260*  over.  A matched item is posted as its own type 'B'
000270*  chargeback carrying the deposit's reference in
000280*  TL-RELATED-REFERENCE, and the FEE-SCHEDULE returned-item fee
000290*  for the account's product is charged beside it as a type 'F'
000300*  entry carrying the chargeback's reference.  Every chargeback
000310*  goes on CHARGEBACK-HISTORY (CHGBKREC layout); an account whose
000320*  returns inside the FEE-SCHEDULE return window reach the
000330*  repeat-offender limit has its future check deposits held
000340*  (RETURN-HOLD-UNTIL-FILE / RETURN-HOLD-DAYS-FILE on the
000350*  account, acted on by the teller program's deposit path).
000360*  The RETURNED-ITEMS report lists each chargeback with the
000370*  balance it left, flags every account it drove overdrawn, and
000380*  lists apart every item that could not be charged back - no
000390*  matching deposit, already charged back, account not on file
000400*  or closed - with the correspondent's reference so it can be
000410*  queried with them.  Postings carry the job code 'RTRN'.
000420*
000430*  MODIFICATION HISTORY
000440*  DATE        INIT  DESCRIPTION
000450*  ----------  ----  -------------------------------------------
000460*  2026-10-15  JKM   Original version.
000470*****************************************************************

000480 ENVIRONMENT DIVISION.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT RETURNED-ITEMS-FILE
000520         ASSIGN TO "../RETURNED-ITEMS-IN.txt"
000530         FILE STATUS  RI-FILE-STATUS.

000540     SELECT ACCOUNT-FILE
000550         ASSIGN TO "../ACCOUNT-FILE.dat"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS ACCOUNT-NUMBER-FILE
000590         FILE STATUS  MYFILE-STATUS.

000600     SELECT TRANSACTION-LOG-FILE
000610         ASSIGN TO "../TRANSACTION-LOG.txt"
000620         FILE STATUS  TL-FILE-STATUS.

000630     SELECT ARCHIVE-LOG-FILE
000640         ASSIGN TO BT-ARCHIVE-FILE-NAME
000650         FILE STATUS  AR-FILE-STATUS.

000660     SELECT ARCHIVE-DIR-FILE
000670         ASSIGN TO "../TLOG-ARCHIVE-DIR.txt"
000680         FILE STATUS  AD-FILE-STATUS.

000690     SELECT REF-COUNTER-FILE
000700         ASSIGN TO "../REF-COUNTER.dat"
000710         ORGANIZATION IS INDEXED
000720         ACCESS MODE IS DYNAMIC
000730         RECORD KEY IS RC-COUNTER-KEY
000740         FILE STATUS  RC-FILE-STATUS.

000750     SELECT FEE-SCHEDULE-FILE
000760         ASSIGN TO "../FEE-SCHEDULE.txt"
000770         FILE STATUS  FS-FILE-STATUS.

000780     SELECT CHARGEBACK-HISTORY-FILE
000790         ASSIGN TO "../CHARGEBACK-HISTORY.txt"
000800         FILE STATUS  CB-FILE-STATUS.

000810     SELECT RETURNS-REPORT-FILE
000820         ASSIGN TO "../RETURNED-ITEMS.rpt"
000830         FILE STATUS  RR-FILE-STATUS.

000840 DATA DIVISION.
000850 FILE SECTION.
000860 FD RETURNED-ITEMS-FILE
000870     RECORDING MODE IS F
000880     RECORD CONTAINS 80 CHARACTERS
000890     DATA RECORD IS RETURNED-ITEM-RECORD.
000900 COPY RETITEM.

000910 FD ACCOUNT-FILE
000920     RECORD CONTAINS 100 CHARACTERS
000930     DATA RECORD IS ACCOUNT-RECORD.
000940 COPY ACCTREC.

000950 FD TRANSACTION-LOG-FILE
000960     RECORDING MODE IS F
000970     RECORD CONTAINS 80 CHARACTERS
000980     DATA RECORD IS TRANSACTION-LOG-RECORD.
000990 COPY TRANLOG.

001000 FD ARCHIVE-LOG-FILE
001010     RECORDING MODE IS F
001020     RECORD CONTAINS 80 CHARACTERS
001030     DATA RECORD IS ARCHIVE-LOG-RECORD.
001040 COPY TRANLOG REPLACING
001050     ==TRANSACTION-LOG-RECORD== BY ==ARCHIVE-LOG-RECORD==
001060     LEADING ==TL== BY ==AR==.

001070 FD ARCHIVE-DIR-FILE
001080     RECORDING MODE IS F
001090     RECORD CONTAINS 80 CHARACTERS
001100     DATA RECORD IS ARCHIVE-DIR-RECORD.
001110 COPY ARCHDIR.

001120 FD REF-COUNTER-FILE
001130     RECORD CONTAINS 80 CHARACTERS
001140     DATA RECORD IS REF-COUNTER-RECORD.
001150 COPY REFCTRREC.

001160 FD FEE-SCHEDULE-FILE
001170     RECORDING MODE IS F
001180     RECORD CONTAINS 80 CHARACTERS
001190     DATA RECORD IS FEE-SCHEDULE-RECORD.
001200 COPY FEESCHED.

001210 FD CHARGEBACK-HISTORY-FILE
001220     RECORDING MODE IS F
001230     RECORD CONTAINS 80 CHARACTERS
001240     DATA RECORD IS CHARGEBACK-HISTORY-RECORD.
001250 COPY CHGBKREC.

001260 FD RETURNS-REPORT-FILE
001270     RECORDING MODE IS F
001280     RECORD CONTAINS 132 CHARACTERS
001290     DATA RECORD IS RETURNS-PRINT-LINE.
001300 01  RETURNS-PRINT-LINE          PIC X(132).

001310 WORKING-STORAGE SECTION.
001320 01  RI-FILE-STATUS          PIC X(2).
001330 01  MYFILE-STATUS           PIC X(2).
001340 01  TL-FILE-STATUS          PIC X(2).
001350 01  AR-FILE-STATUS          PIC X(2).
001360 01  AD-FILE-STATUS          PIC X(2).
001370 01  RC-FILE-STATUS          PIC X(2).
001380     88  RC-ALREADY-OPEN         VALUE '41'.
001390 01  FS-FILE-STATUS          PIC X(2).
001400 01  CB-FILE-STATUS          PIC X(2).
001410 01  RR-FILE-STATUS          PIC X(2).

001420 01  BT-RUN-DATE             PIC 9(08) VALUE 0.
001430 01  BT-INPUT-EOF            PIC X(1) VALUE 'N'.
001440 01  BT-LOG-EOF              PIC X(1) VALUE 'N'.
001450 01  BT-ARCH-EOF             PIC X(1) VALUE 'N'.
001460 01  BT-DIR-EOF              PIC X(1) VALUE 'N'.
001470 01  BT-FEE-EOF              PIC X(1) VALUE 'N'.
001480 01  BT-HIST-EOF             PIC X(1) VALUE 'N'.
001490 01  BT-NEXT-REF-NO          PIC 9(08) VALUE 0.
001500 01  BT-TRANSACTION-DATE     PIC 9(08).
001510 01  BT-TRANSACTION-TIME     PIC 9(08).
001520 01  BT-OPEN-RETRY-COUNT     PIC 9(02) VALUE 0.
001530 01  BT-MAX-OPEN-RETRIES     PIC 9(02) VALUE 5.
001540 01  BT-RETRY-DELAY-SECS     PIC 9(02) VALUE 2.
001550 01  BT-JOB-TELLER-ID        PIC X(04) VALUE 'RTRN'.

001560*    The deposit a returned check is matched to is looked for on
001570*    the online log and on every archive day this far back; a
001580*    check the correspondent returns later than that is listed
001590*    as unmatched and charged back by hand.
001600 01  BT-MATCH-WINDOW-DAYS    PIC 9(03) VALUE 60.
001610 01  BT-ARCHIVE-FILE-NAME.
001620     05  FILLER              PIC X(13) VALUE "../TLOG-ARCH-".
001630     05  BT-ARCH-NAME-DATE   PIC 9(08).
001640     05  FILLER              PIC X(04) VALUE ".txt".
001650 01  BT-MATCH-CUTOFF         PIC 9(08) VALUE 0.

001660*    Date arithmetic - the month lengths, with February put
001670*    right for leap years by 7200-SET-MONTH-LIMIT.
001680 01  BT-WORK-DATE            PIC 9(08) VALUE 0.
001690 01  BT-WORK-DATE-R REDEFINES BT-WORK-DATE.
001700     05  BT-WORK-YYYY        PIC 9(04).
001710     05  BT-WORK-MM          PIC 9(02).
001720     05  BT-WORK-DD          PIC 9(02).
001730 01  BT-MONTH-DAYS-TABLE     PIC X(24)
001740     VALUE "312831303130313130313031".
001750 01  BT-MONTH-DAYS-R REDEFINES BT-MONTH-DAYS-TABLE.
001760     05  BT-MONTH-DAYS       PIC 9(02) OCCURS 12 TIMES.
001770 01  BT-MONTH-LIMIT          PIC 9(02) VALUE 0.
001780 01  BT-DATE-QUOT            PIC 9(04) VALUE 0.
001790 01  BT-DATE-REM             PIC 9(03) VALUE 0.

001800*    The night's returned items, loaded whole so one pass of the
001810*    log and archives can match them all.  Item status:
001820*      U  not yet matched          M  matched to its deposit
001830*      A  deposit already charged back
001840*      X  item not numeric         N  account not on file
001850*      C  account closed           B  charged back tonight
001860 01  BT-ITEM-COUNT           PIC 9(04) COMP VALUE 0.
001870 01  BT-ITEM-MAX             PIC 9(04) COMP VALUE 500.
001880 01  BT-ITEM-IDX             PIC 9(04) COMP VALUE 0.
001890 01  BT-ITEM-TABLE.
001900     05  BT-ITEM-ENTRY OCCURS 500 TIMES.
001910         10  BT-IT-ACCOUNT   PIC 9(06).
001920         10  BT-IT-ORIG-REF  PIC 9(08).
001930         10  BT-IT-AMOUNT    PIC 9(7)V99.
001940         10  BT-IT-DEP-DATE  PIC 9(08).
001950         10  BT-IT-REASON    PIC X(20).
001960         10  BT-IT-CORR-REF  PIC X(20).
001970         10  BT-IT-STATUS    PIC X(01).
001980         10  BT-IT-MATCH-REF PIC 9(08).

001990*    The posting being matched, from the online log or an archive.
002000 01  BT-SCAN-ACCOUNT         PIC 9(06) VALUE 0.
002010 01  BT-SCAN-TYPE            PIC X(01) VALUE SPACE.
002020 01  BT-SCAN-AMOUNT          PIC S9(7)V99 VALUE 0.
002030 01  BT-SCAN-DATE            PIC 9(08) VALUE 0.
002040 01  BT-SCAN-REF             PIC 9(08) VALUE 0.
002050 01  BT-SCAN-RELATED         PIC 9(08) VALUE 0.
002060 01  BT-SCAN-USED            PIC X(01) VALUE 'N'.

002070*    Returned-item terms for the account's product.
002080 01  BT-FEE-PRODUCT          PIC X(02) VALUE SPACES.
002090 01  BT-FEE-DATE             PIC 9(08) VALUE 0.
002100 01  BT-NSF-FEE              PIC 9(3)V99 VALUE 0.
002110 01  BT-RETURN-LIMIT         PIC 9(02) VALUE 0.
002120 01  BT-RETURN-WINDOW        PIC 9(03) VALUE 0.
002130 01  BT-RETURN-HOLD-DAYS     PIC 9(03) VALUE 0.
002140 01  BT-WINDOW-CUTOFF        PIC 9(08) VALUE 0.
002150 01  BT-RETURN-COUNT         PIC 9(04) VALUE 0.

002160 01  BT-LOG-ACCOUNT          PIC 9(6).
002170 01  BT-LOG-TYPE             PIC X(1).
002180 01  BT-LOG-AMOUNT           PIC S9(7)V99.
002190 01  BT-LOG-BALANCE          PIC S9(7)V99.
002200 01  BT-LOG-RELATED-REF      PIC 9(08) VALUE 0.
002210 01  BT-CHARGEBACK-REF       PIC 9(08) VALUE 0.
002220 01  BT-BALANCE-BEFORE       PIC S9(7)V99 VALUE 0.
002230 01  BT-HOLDS-PLACED         PIC X(1) VALUE 'N'.

002240 01  BT-ITEMS-READ           PIC 9(06) VALUE 0.
002250 01  BT-ITEMS-VALUE          PIC S9(9)V99 VALUE 0.
002260 01  BT-CHARGED-COUNT        PIC 9(06) VALUE 0.
002270 01  BT-CHARGED-VALUE        PIC S9(9)V99 VALUE 0.
002280 01  BT-FEE-COUNT            PIC 9(06) VALUE 0.
002290 01  BT-FEE-VALUE            PIC S9(9)V99 VALUE 0.
002300 01  BT-OVERDRAWN-COUNT      PIC 9(06) VALUE 0.
002310 01  BT-HOLDS-COUNT          PIC 9(06) VALUE 0.
002320 01  BT-UNCHARGED-COUNT      PIC 9(06) VALUE 0.
002330 01  BT-UNCHARGED-VALUE      PIC S9(9)V99 VALUE 0.

002340 01  BT-REPORT-HEADING-1.
002350     05  FILLER              PIC X(38)
002360         VALUE "BANK-RETURNED-ITEMS - CHARGEBACKS    ".
002370     05  FILLER              PIC X(09) VALUE "RUN DATE ".
002380     05  BT-HDG-RUN-DATE     PIC 9(08).
002390     05  FILLER              PIC X(77) VALUE SPACES.

002400 01  BT-REPORT-HEADING-2.
002410     05  FILLER              PIC X(08) VALUE "ACCOUNT ".
002420     05  FILLER              PIC X(27) VALUE "CUSTOMER NAME".
002430     05  FILLER              PIC X(10) VALUE "DEP REF   ".
002440     05  FILLER              PIC X(10) VALUE "CHGBK REF ".
002450     05  FILLER              PIC X(13) VALUE " ITEM AMOUNT ".
002460     05  FILLER              PIC X(10) VALUE "      FEE ".
002470     05  FILLER              PIC X(14) VALUE "   NEW BALANCE".
002480     05  FILLER              PIC X(02) VALUE SPACES.
002490     05  FILLER              PIC X(21) VALUE "RETURN REASON".
002500     05  FILLER              PIC X(17) VALUE "NOTES".

002510 01  BT-CHARGEBACK-DETAIL.
002520     05  BT-DET-ACCOUNT      PIC 9(06).
002530     05  FILLER              PIC X(02) VALUE SPACES.
002540     05  BT-DET-NAME         PIC X(25).
002550     05  FILLER              PIC X(02) VALUE SPACES.
002560     05  BT-DET-ORIG-REF     PIC 9(08).
002570     05  FILLER              PIC X(02) VALUE SPACES.
002580     05  BT-DET-CB-REF       PIC 9(08).
002590     05  FILLER              PIC X(02) VALUE SPACES.
002600     05  BT-DET-AMOUNT       PIC Z,ZZZ,ZZ9.99.
002610     05  FILLER              PIC X(01) VALUE SPACES.
002620     05  BT-DET-FEE          PIC ZZ,ZZ9.99.
002630     05  FILLER              PIC X(01) VALUE SPACES.
002640     05  BT-DET-BALANCE      PIC Z,ZZZ,ZZ9.99-.
002650     05  FILLER              PIC X(03) VALUE SPACES.
002660     05  BT-DET-REASON       PIC X(20).
002670     05  FILLER              PIC X(01) VALUE SPACES.
002680     05  BT-DET-NOTE-1       PIC X(08).
002690     05  FILLER              PIC X(01) VALUE SPACES.
002700     05  BT-DET-NOTE-2       PIC X(08).

002710 01  BT-EXCEPTION-HEADING-1.
002720     05  FILLER              PIC X(40)
002730         VALUE "RETURNED ITEMS NOT CHARGED BACK".
002740     05  FILLER              PIC X(92) VALUE SPACES.

002750 01  BT-EXCEPTION-HEADING-2.
002760     05  FILLER              PIC X(08) VALUE "ACCOUNT ".
002770     05  FILLER              PIC X(10) VALUE "DEP REF   ".
002780     05  FILLER              PIC X(13) VALUE " ITEM AMOUNT ".
002790     05  FILLER              PIC X(10) VALUE "DEP DATE  ".
002800     05  FILLER              PIC X(22) VALUE "CORRESPONDENT REF".
002810     05  FILLER              PIC X(22) VALUE "RETURN REASON".
002820     05  FILLER              PIC X(47) VALUE "PROBLEM".

002830 01  BT-EXCEPTION-DETAIL.
002840     05  BT-XD-ACCOUNT       PIC 9(06).
002850     05  FILLER              PIC X(02) VALUE SPACES.
002860     05  BT-XD-ORIG-REF      PIC ZZZZZZZ9.
002870     05  FILLER              PIC X(02) VALUE SPACES.
002880     05  BT-XD-AMOUNT        PIC Z,ZZZ,ZZ9.99.
002890     05  FILLER              PIC X(01) VALUE SPACES.
002900     05  BT-XD-DEP-DATE      PIC 9(08).
002910     05  FILLER              PIC X(02) VALUE SPACES.
002920     05  BT-XD-CORR-REF      PIC X(20).
002930     05  FILLER              PIC X(02) VALUE SPACES.
002940     05  BT-XD-REASON        PIC X(20).
002950     05  FILLER              PIC X(02) VALUE SPACES.
002960     05  BT-XD-PROBLEM       PIC X(30).
002970     05  FILLER              PIC X(17) VALUE SPACES.

002980 01  BT-TOTAL-LINE.
002990     05  BT-TOT-LABEL        PIC X(30).
003000     05  BT-TOT-COUNT        PIC ZZZ,ZZ9.
003010     05  FILLER              PIC X(03) VALUE SPACES.
003020     05  BT-TOT-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99-.
003030     05  FILLER              PIC X(77) VALUE SPACES.

003040 PROCEDURE DIVISION.
003050 0000-MAINLINE.
003060     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
003070     PERFORM 2000-MATCH-ITEMS THRU 2000-MATCH-ITEMS-EXIT.
003080     PERFORM 3000-POST-ITEM THRU 3000-POST-ITEM-EXIT
003090         VARYING BT-ITEM-IDX FROM 1 BY 1
003100         UNTIL BT-ITEM-IDX > BT-ITEM-COUNT.
003110     PERFORM 4000-REPORT-EXCEPTIONS
003120         THRU 4000-REPORT-EXCEPTIONS-EXIT.
003130     PERFORM 8000-PRINT-SUMMARY THRU 8000-PRINT-SUMMARY-EXIT.
003140     PERFORM 9999-EXIT-PROGRAM THRU 9999-EXIT-PROGRAM-EXIT.

003150*****************************************************************
003160*  1000-INITIALIZE loads the night's returned items.  A missing
003170*  RETURNED-ITEMS-IN file only means the correspondent sent
003180*  nothing back; the report still prints, empty, so the back
003190*  office sees the job ran.  More items than the table holds
003200*  stops the run before anything is posted, so the file can be
003210*  split and rerun whole.
003220*****************************************************************
003230 1000-INITIALIZE.
003240     ACCEPT BT-RUN-DATE FROM DATE YYYYMMDD.
003250     OPEN INPUT RETURNED-ITEMS-FILE.
003260     IF RI-FILE-STATUS = '35'
003270         MOVE 'Y' TO BT-INPUT-EOF
003280     ELSE
003290         IF RI-FILE-STATUS <> '00'
003300             DISPLAY "BANK-RETURNED-ITEMS: unable to open "
003310                 "RETURNED-ITEMS-IN, status " RI-FILE-STATUS
003320             MOVE 16 TO RETURN-CODE
003330             STOP RUN
003340         END-IF
003350     END-IF.
003360     PERFORM 1100-LOAD-ONE-ITEM THRU 1100-LOAD-ONE-ITEM-EXIT
003370         UNTIL BT-INPUT-EOF = 'Y'.
003380     IF RI-FILE-STATUS NOT = '35'
003390         CLOSE RETURNED-ITEMS-FILE
003400     END-IF.
003410     OPEN I-O ACCOUNT-FILE.
003420     IF MYFILE-STATUS <> '00'
003430         DISPLAY "BANK-RETURNED-ITEMS: unable to open "
003440             "ACCOUNT-FILE, status " MYFILE-STATUS
003450         MOVE 16 TO RETURN-CODE
003460         STOP RUN
003470     END-IF.
003480     OPEN OUTPUT RETURNS-REPORT-FILE.
003490     IF RR-FILE-STATUS <> '00'
003500         DISPLAY "BANK-RETURNED-ITEMS: unable to open report, "
003510             "status " RR-FILE-STATUS
003520         MOVE 16 TO RETURN-CODE
003530         STOP RUN
003540     END-IF.
003550     MOVE BT-RUN-DATE TO BT-WORK-DATE
003560     PERFORM 7000-BACK-UP-ONE-DAY THRU 7000-BACK-UP-ONE-DAY-EXIT
003570         BT-MATCH-WINDOW-DAYS TIMES
003580     MOVE BT-WORK-DATE TO BT-MATCH-CUTOFF
003590     MOVE BT-RUN-DATE TO BT-HDG-RUN-DATE
003600     WRITE RETURNS-PRINT-LINE FROM BT-REPORT-HEADING-1
003610     MOVE SPACES TO RETURNS-PRINT-LINE
003620     WRITE RETURNS-PRINT-LINE
003630     WRITE RETURNS-PRINT-LINE FROM BT-REPORT-HEADING-2.
003640     DISPLAY "BANK-RETURNED-ITEMS starting - " BT-ITEM-COUNT
003650         " item(s) returned.".
003660 1000-INITIALIZE-EXIT.
003670     EXIT.

003680 1100-LOAD-ONE-ITEM.
003690     READ RETURNED-ITEMS-FILE
003700         AT END
003710             MOVE 'Y' TO BT-INPUT-EOF
003720             GO TO 1100-LOAD-ONE-ITEM-EXIT
003730     END-READ
003740     IF BT-ITEM-COUNT >= BT-ITEM-MAX
003750         DISPLAY "BANK-RETURNED-ITEMS: more than " BT-ITEM-MAX
003760             " returned items - nothing posted; split the file "
003770             "and rerun."
003780         MOVE 16 TO RETURN-CODE
003790         STOP RUN
003800     END-IF
003810     ADD 1 TO BT-ITEM-COUNT
003820     ADD 1 TO BT-ITEMS-READ
003830     MOVE BT-ITEM-COUNT TO BT-ITEM-IDX
003840     MOVE 'U' TO BT-IT-STATUS (BT-ITEM-IDX)
003850     IF RI-ACCOUNT-NUMBER IS NOT NUMERIC
003860         OR RI-ITEM-AMOUNT IS NOT NUMERIC
003870         OR RI-ORIGINAL-REF IS NOT NUMERIC
003880         OR RI-DEPOSIT-DATE IS NOT NUMERIC
003890         MOVE 'X' TO BT-IT-STATUS (BT-ITEM-IDX)
003900         MOVE 0 TO BT-IT-ACCOUNT (BT-ITEM-IDX)
003910         MOVE 0 TO BT-IT-ORIG-REF (BT-ITEM-IDX)
003920         MOVE 0 TO BT-IT-AMOUNT (BT-ITEM-IDX)
003930         MOVE 0 TO BT-IT-DEP-DATE (BT-ITEM-IDX)
003940     ELSE
003950         MOVE RI-ACCOUNT-NUMBER TO BT-IT-ACCOUNT (BT-ITEM-IDX)
003960         MOVE RI-ORIGINAL-REF   TO BT-IT-ORIG-REF (BT-ITEM-IDX)
003970         MOVE RI-ITEM-AMOUNT    TO BT-IT-AMOUNT (BT-ITEM-IDX)
003980         MOVE RI-DEPOSIT-DATE   TO BT-IT-DEP-DATE (BT-ITEM-IDX)
003990         ADD RI-ITEM-AMOUNT TO BT-ITEMS-VALUE
004000     END-IF
004010     MOVE RI-RETURN-REASON     TO BT-IT-REASON (BT-ITEM-IDX)
004020     MOVE RI-CORRESPONDENT-REF TO BT-IT-CORR-REF (BT-ITEM-IDX)
004030     MOVE 0 TO BT-IT-MATCH-REF (BT-ITEM-IDX).
004040 1100-LOAD-ONE-ITEM-EXIT.
004050     EXIT.

004060*****************************************************************
004070*  2000-MATCH-ITEMS makes one pass of every archive day inside
004080*  the match window, oldest first, and then of the online log,
004090*  offering each posting to the item table.  A deposit matches
004100*  at most one item.  A type 'B' posting already on file for a
004110*  matched deposit marks the item as charged back before, so a
004120*  correspondent file sent twice is not posted twice.
004130*****************************************************************
004140 2000-MATCH-ITEMS.
004150     IF BT-ITEM-COUNT = 0
004160         GO TO 2000-MATCH-ITEMS-EXIT
004170     END-IF
004180     MOVE 'N' TO BT-DIR-EOF
004190     OPEN INPUT ARCHIVE-DIR-FILE
004200     IF AD-FILE-STATUS = '00'
004210         PERFORM 2100-CHECK-ONE-ARCHIVE-DAY
004220             THRU 2100-CHECK-ONE-ARCHIVE-DAY-EXIT
004230             UNTIL BT-DIR-EOF = 'Y'
004240         CLOSE ARCHIVE-DIR-FILE
004250     END-IF
004260     MOVE 'N' TO BT-LOG-EOF
004270     OPEN INPUT TRANSACTION-LOG-FILE
004280     IF TL-FILE-STATUS = '00'
004290         PERFORM 2200-SCAN-ONE-POSTING
004300             THRU 2200-SCAN-ONE-POSTING-EXIT
004310             UNTIL BT-LOG-EOF = 'Y'
004320         CLOSE TRANSACTION-LOG-FILE
004330     END-IF.
004340 2000-MATCH-ITEMS-EXIT.
004350     EXIT.

004360 2100-CHECK-ONE-ARCHIVE-DAY.
004370     READ ARCHIVE-DIR-FILE
004380         AT END
004390             MOVE 'Y' TO BT-DIR-EOF
004400             GO TO 2100-CHECK-ONE-ARCHIVE-DAY-EXIT
004410     END-READ
004420     IF AD-ARCHIVE-DATE < BT-MATCH-CUTOFF
004430         GO TO 2100-CHECK-ONE-ARCHIVE-DAY-EXIT
004440     END-IF
004450     MOVE AD-ARCHIVE-DATE TO BT-ARCH-NAME-DATE
004460     MOVE 'N' TO BT-ARCH-EOF
004470     OPEN INPUT ARCHIVE-LOG-FILE
004480     IF AR-FILE-STATUS = '00'
004490         PERFORM 2150-SCAN-ONE-ARCH-RECORD
004500             THRU 2150-SCAN-ONE-ARCH-RECORD-EXIT
004510             UNTIL BT-ARCH-EOF = 'Y'
004520         CLOSE ARCHIVE-LOG-FILE
004530     END-IF.
004540 2100-CHECK-ONE-ARCHIVE-DAY-EXIT.
004550     EXIT.

004560 2150-SCAN-ONE-ARCH-RECORD.
004570     READ ARCHIVE-LOG-FILE
004580         AT END
004590             MOVE 'Y' TO BT-ARCH-EOF
004600             GO TO 2150-SCAN-ONE-ARCH-RECORD-EXIT
004610     END-READ
004620     MOVE AR-ACCOUNT-NUMBER     TO BT-SCAN-ACCOUNT
004630     MOVE AR-TRANSACTION-TYPE   TO BT-SCAN-TYPE
004640     MOVE AR-TRANSACTION-AMOUNT TO BT-SCAN-AMOUNT
004650     MOVE AR-TRANSACTION-DATE   TO BT-SCAN-DATE
004660     MOVE AR-REFERENCE-NUMBER   TO BT-SCAN-REF
004670     MOVE AR-RELATED-REFERENCE  TO BT-SCAN-RELATED
004680     PERFORM 2300-MATCH-ONE-POSTING
004690         THRU 2300-MATCH-ONE-POSTING-EXIT.
004700 2150-SCAN-ONE-ARCH-RECORD-EXIT.
004710     EXIT.

004720 2200-SCAN-ONE-POSTING.
004730     READ TRANSACTION-LOG-FILE
004740         AT END
004750             MOVE 'Y' TO BT-LOG-EOF
004760             GO TO 2200-SCAN-ONE-POSTING-EXIT
004770     END-READ
004780     MOVE TL-ACCOUNT-NUMBER     TO BT-SCAN-ACCOUNT
004790     MOVE TL-TRANSACTION-TYPE   TO BT-SCAN-TYPE
004800     MOVE TL-TRANSACTION-AMOUNT TO BT-SCAN-AMOUNT
004810     MOVE TL-TRANSACTION-DATE   TO BT-SCAN-DATE
004820     MOVE TL-REFERENCE-NUMBER   TO BT-SCAN-REF
004830     MOVE TL-RELATED-REFERENCE  TO BT-SCAN-RELATED
004840     PERFORM 2300-MATCH-ONE-POSTING
004850         THRU 2300-MATCH-ONE-POSTING-EXIT.
004860 2200-SCAN-ONE-POSTING-EXIT.
004870     EXIT.

004880 2300-MATCH-ONE-POSTING.
004890     MOVE 'N' TO BT-SCAN-USED
004900     IF BT-SCAN-TYPE = 'D'
004910         PERFORM 2310-TRY-ONE-ITEM THRU 2310-TRY-ONE-ITEM-EXIT
004920             VARYING BT-ITEM-IDX FROM 1 BY 1
004930             UNTIL BT-ITEM-IDX > BT-ITEM-COUNT
004940                 OR BT-SCAN-USED = 'Y'
004950     END-IF
004960     IF BT-SCAN-TYPE = 'B'
004970         PERFORM 2320-CHECK-ONE-CHARGEBACK
004980             THRU 2320-CHECK-ONE-CHARGEBACK-EXIT
004990             VARYING BT-ITEM-IDX FROM 1 BY 1
005000             UNTIL BT-ITEM-IDX > BT-ITEM-COUNT
005010     END-IF.
005020 2300-MATCH-ONE-POSTING-EXIT.
005030     EXIT.

005040*    An item quoting our reference matches on reference and
005050*    account; one without matches on account, amount and the
005060*    date the correspondent says it was deposited.
005070 2310-TRY-ONE-ITEM.
005080     IF BT-IT-STATUS (BT-ITEM-IDX) NOT = 'U'
005090         OR BT-IT-ACCOUNT (BT-ITEM-IDX) NOT = BT-SCAN-ACCOUNT
005100         GO TO 2310-TRY-ONE-ITEM-EXIT
005110     END-IF
005120     IF BT-IT-ORIG-REF (BT-ITEM-IDX) NOT = 0
005130         IF BT-IT-ORIG-REF (BT-ITEM-IDX) NOT = BT-SCAN-REF
005140             GO TO 2310-TRY-ONE-ITEM-EXIT
005150         END-IF
005160     ELSE
005170         IF BT-IT-AMOUNT (BT-ITEM-IDX) NOT = BT-SCAN-AMOUNT
005180             OR BT-IT-DEP-DATE (BT-ITEM-IDX) NOT = BT-SCAN-DATE
005190             GO TO 2310-TRY-ONE-ITEM-EXIT
005200         END-IF
005210     END-IF
005220     MOVE 'M' TO BT-IT-STATUS (BT-ITEM-IDX)
005230     MOVE BT-SCAN-REF TO BT-IT-MATCH-REF (BT-ITEM-IDX)
005240     MOVE 'Y' TO BT-SCAN-USED.
005250 2310-TRY-ONE-ITEM-EXIT.
005260     EXIT.

005270 2320-CHECK-ONE-CHARGEBACK.
005280     IF BT-IT-STATUS (BT-ITEM-IDX) = 'M'
005290         AND BT-IT-MATCH-REF (BT-ITEM-IDX) = BT-SCAN-RELATED
005300         AND BT-IT-ACCOUNT (BT-ITEM-IDX) = BT-SCAN-ACCOUNT
005310         MOVE 'A' TO BT-IT-STATUS (BT-ITEM-IDX)
005320     END-IF.
005330 2320-CHECK-ONE-CHARGEBACK-EXIT.
005340     EXIT.

005350*****************************************************************
005360*  3000-POST-ITEM charges one matched item back.  The chargeback
005370*  is for the item amount as returned (a check is returned
005380*  whole), then the returned-item fee follows it.  A closed
005390*  account is not charged back - its balance has already been
005400*  paid out - and is listed for the back office to pursue.
005410*****************************************************************
005420 3000-POST-ITEM.
005430     IF BT-IT-STATUS (BT-ITEM-IDX) NOT = 'M'
005440         GO TO 3000-POST-ITEM-EXIT
005450     END-IF
005460     MOVE BT-IT-ACCOUNT (BT-ITEM-IDX) TO ACCOUNT-NUMBER-FILE
005470     READ ACCOUNT-FILE
005480         INVALID KEY
005490             MOVE 'N' TO BT-IT-STATUS (BT-ITEM-IDX)
005500             GO TO 3000-POST-ITEM-EXIT
005510     END-READ
005520     IF ACCOUNT-CLOSED-FILE
005530         MOVE 'C' TO BT-IT-STATUS (BT-ITEM-IDX)
005540         GO TO 3000-POST-ITEM-EXIT
005550     END-IF
005560     MOVE BALANCE-FILE TO BT-BALANCE-BEFORE
005570     SUBTRACT BT-IT-AMOUNT (BT-ITEM-IDX) FROM BALANCE-FILE
005580     REWRITE ACCOUNT-RECORD
005590     MOVE BT-IT-ACCOUNT (BT-ITEM-IDX)   TO BT-LOG-ACCOUNT
005600     MOVE 'B'                           TO BT-LOG-TYPE
005610     MOVE BT-IT-AMOUNT (BT-ITEM-IDX)    TO BT-LOG-AMOUNT
005620     MOVE BALANCE-FILE                  TO BT-LOG-BALANCE
005630     MOVE BT-IT-MATCH-REF (BT-ITEM-IDX) TO BT-LOG-RELATED-REF
005640     PERFORM 3400-WRITE-LOG-ENTRY THRU 3400-WRITE-LOG-ENTRY-EXIT
005650     MOVE BT-NEXT-REF-NO TO BT-CHARGEBACK-REF
005660     MOVE 'B' TO BT-IT-STATUS (BT-ITEM-IDX)
005670     ADD 1 TO BT-CHARGED-COUNT
005680     ADD BT-IT-AMOUNT (BT-ITEM-IDX) TO BT-CHARGED-VALUE
005690     MOVE PRODUCT-TYPE-FILE TO BT-FEE-PRODUCT
005700     PERFORM 3100-GET-RETURN-TERMS THRU 3100-GET-RETURN-TERMS-EXIT
005710     IF BT-NSF-FEE > 0
005720         SUBTRACT BT-NSF-FEE FROM BALANCE-FILE
005730         REWRITE ACCOUNT-RECORD
005740         MOVE BT-IT-ACCOUNT (BT-ITEM-IDX) TO BT-LOG-ACCOUNT
005750         MOVE 'F'                         TO BT-LOG-TYPE
005760         MOVE BT-NSF-FEE                  TO BT-LOG-AMOUNT
005770         MOVE BALANCE-FILE                TO BT-LOG-BALANCE
005780         MOVE BT-CHARGEBACK-REF           TO BT-LOG-RELATED-REF
005790         PERFORM 3400-WRITE-LOG-ENTRY
005800             THRU 3400-WRITE-LOG-ENTRY-EXIT
005810         ADD 1 TO BT-FEE-COUNT
005820         ADD BT-NSF-FEE TO BT-FEE-VALUE
005830     END-IF
005840     PERFORM 3200-CHECK-REPEAT-OFFENDER
005850         THRU 3200-CHECK-REPEAT-OFFENDER-EXIT
005860     PERFORM 3300-WRITE-HISTORY THRU 3300-WRITE-HISTORY-EXIT
005870     PERFORM 3500-REPORT-CHARGEBACK
005880         THRU 3500-REPORT-CHARGEBACK-EXIT.
005890 3000-POST-ITEM-EXIT.
005900     EXIT.

005910*****************************************************************
005920*  3100-GET-RETURN-TERMS picks the returned-item fee and repeat-
005930*  offender rule for the account's product ('RS' when blank) off
005940*  the latest FEE-SCHEDULE entry effective on or before the run
005950*  date.  No schedule, no entry, or an entry keyed before the
005960*  fields existed charges nothing and holds nothing.
005970*****************************************************************
005980 3100-GET-RETURN-TERMS.
005990     MOVE 0 TO BT-NSF-FEE
006000     MOVE 0 TO BT-RETURN-LIMIT
006010     MOVE 0 TO BT-RETURN-WINDOW
006020     MOVE 0 TO BT-RETURN-HOLD-DAYS
006030     MOVE 0 TO BT-FEE-DATE
006040     IF BT-FEE-PRODUCT = SPACES OR BT-FEE-PRODUCT = LOW-VALUES
006050         MOVE 'RS' TO BT-FEE-PRODUCT
006060     END-IF
006070     MOVE 'N' TO BT-FEE-EOF
006080     OPEN INPUT FEE-SCHEDULE-FILE
006090     IF FS-FILE-STATUS NOT = '00'
006100         GO TO 3100-GET-RETURN-TERMS-EXIT
006110     END-IF
006120     PERFORM 3110-CHECK-ONE-FEE THRU 3110-CHECK-ONE-FEE-EXIT
006130         UNTIL BT-FEE-EOF = 'Y'
006140     CLOSE FEE-SCHEDULE-FILE.
006150 3100-GET-RETURN-TERMS-EXIT.
006160     EXIT.

006170 3110-CHECK-ONE-FEE.
006180     READ FEE-SCHEDULE-FILE
006190         AT END
006200             MOVE 'Y' TO BT-FEE-EOF
006210             GO TO 3110-CHECK-ONE-FEE-EXIT
006220     END-READ
006230     IF FS-PRODUCT-TYPE NOT = BT-FEE-PRODUCT
006240         OR FS-EFFECTIVE-DATE IS NOT NUMERIC
006250         GO TO 3110-CHECK-ONE-FEE-EXIT
006260     END-IF
006270     IF FS-EFFECTIVE-DATE > BT-RUN-DATE
006280         OR FS-EFFECTIVE-DATE < BT-FEE-DATE
006290         GO TO 3110-CHECK-ONE-FEE-EXIT
006300     END-IF
006310     MOVE FS-EFFECTIVE-DATE TO BT-FEE-DATE
006320     MOVE 0 TO BT-NSF-FEE
006330     MOVE 0 TO BT-RETURN-LIMIT
006340     MOVE 0 TO BT-RETURN-WINDOW
006350     MOVE 0 TO BT-RETURN-HOLD-DAYS
006360     IF FS-NSF-FEE IS NUMERIC
006370         MOVE FS-NSF-FEE TO BT-NSF-FEE
006380     END-IF
006390     IF FS-RETURN-LIMIT IS NUMERIC
006400         AND FS-RETURN-WINDOW IS NUMERIC
006410         AND FS-RETURN-HOLD-DAYS IS NUMERIC
006420         MOVE FS-RETURN-LIMIT     TO BT-RETURN-LIMIT
006430         MOVE FS-RETURN-WINDOW    TO BT-RETURN-WINDOW
006440         MOVE FS-RETURN-HOLD-DAYS TO BT-RETURN-HOLD-DAYS
006450     END-IF.
006460 3110-CHECK-ONE-FEE-EXIT.
006470     EXIT.

006480*****************************************************************
006490*  3200-CHECK-REPEAT-OFFENDER counts the account's chargebacks on
006500*  CHARGEBACK-HISTORY inside the return window, tonight's
006510*  included.  At the limit, every check deposited to the account
006520*  from now until the window has run again is held for the hold
006530*  days - RETURN-HOLD-UNTIL-FILE is only ever moved later, so a
006540*  longer hold already in force stands.
006550*****************************************************************
006560 3200-CHECK-REPEAT-OFFENDER.
006570     MOVE 'N' TO BT-HOLDS-PLACED
006580     IF BT-RETURN-LIMIT = 0 OR BT-RETURN-HOLD-DAYS = 0
006590         GO TO 3200-CHECK-REPEAT-OFFENDER-EXIT
006600     END-IF
006610     MOVE BT-RUN-DATE TO BT-WORK-DATE
006620     PERFORM 7000-BACK-UP-ONE-DAY THRU 7000-BACK-UP-ONE-DAY-EXIT
006630         BT-RETURN-WINDOW TIMES
006640     MOVE BT-WORK-DATE TO BT-WINDOW-CUTOFF
006650     MOVE 1 TO BT-RETURN-COUNT
006660     MOVE 'N' TO BT-HIST-EOF
006670     OPEN INPUT CHARGEBACK-HISTORY-FILE
006680     IF CB-FILE-STATUS = '00'
006690         PERFORM 3210-COUNT-ONE-RETURN
006700             THRU 3210-COUNT-ONE-RETURN-EXIT
006710             UNTIL BT-HIST-EOF = 'Y'
006720         CLOSE CHARGEBACK-HISTORY-FILE
006730     END-IF
006740     IF BT-RETURN-COUNT < BT-RETURN-LIMIT
006750         GO TO 3200-CHECK-REPEAT-OFFENDER-EXIT
006760     END-IF
006770     MOVE BT-RUN-DATE TO BT-WORK-DATE
006780     PERFORM 7100-ADD-ONE-DAY THRU 7100-ADD-ONE-DAY-EXIT
006790         BT-RETURN-WINDOW TIMES
006800     IF RETURN-HOLD-UNTIL-FILE IS NUMERIC
006810         IF RETURN-HOLD-UNTIL-FILE > BT-WORK-DATE
006820             MOVE RETURN-HOLD-UNTIL-FILE TO BT-WORK-DATE
006830         END-IF
006840     END-IF
006850     MOVE BT-WORK-DATE        TO RETURN-HOLD-UNTIL-FILE
006860     MOVE BT-RETURN-HOLD-DAYS TO RETURN-HOLD-DAYS-FILE
006870     REWRITE ACCOUNT-RECORD
006880     MOVE 'Y' TO BT-HOLDS-PLACED
006890     ADD 1 TO BT-HOLDS-COUNT.
006900 3200-CHECK-REPEAT-OFFENDER-EXIT.
006910     EXIT.

006920 3210-COUNT-ONE-RETURN.
006930     READ CHARGEBACK-HISTORY-FILE
006940         AT END
006950             MOVE 'Y' TO BT-HIST-EOF
006960             GO TO 3210-COUNT-ONE-RETURN-EXIT
006970     END-READ
006980     IF CB-ACCOUNT-NUMBER = BT-IT-ACCOUNT (BT-ITEM-IDX)
006990         AND CB-RETURN-DATE > BT-WINDOW-CUTOFF
007000         ADD 1 TO BT-RETURN-COUNT
007010     END-IF.
007020 3210-COUNT-ONE-RETURN-EXIT.
007030     EXIT.

007040 3300-WRITE-HISTORY.
007050     OPEN EXTEND CHARGEBACK-HISTORY-FILE
007060     IF CB-FILE-STATUS = '35'
007070         OPEN OUTPUT CHARGEBACK-HISTORY-FILE
007080     END-IF
007090     IF CB-FILE-STATUS NOT = '00'
007100         DISPLAY "BANK-RETURNED-ITEMS: unable to open "
007110             "CHARGEBACK-HISTORY, status " CB-FILE-STATUS
007120             " - chargeback " BT-CHARGEBACK-REF " not recorded."
007130         GO TO 3300-WRITE-HISTORY-EXIT
007140     END-IF
007150     MOVE SPACES TO CHARGEBACK-HISTORY-RECORD
007160     MOVE BT-IT-ACCOUNT (BT-ITEM-IDX)   TO CB-ACCOUNT-NUMBER
007170     MOVE BT-RUN-DATE                   TO CB-RETURN-DATE
007180     MOVE BT-IT-MATCH-REF (BT-ITEM-IDX) TO CB-ORIGINAL-REF
007190     MOVE BT-CHARGEBACK-REF             TO CB-CHARGEBACK-REF
007200     MOVE BT-IT-AMOUNT (BT-ITEM-IDX)    TO CB-ITEM-AMOUNT
007210     MOVE BT-NSF-FEE                    TO CB-FEE-AMOUNT
007220     MOVE BT-IT-REASON (BT-ITEM-IDX)    TO CB-RETURN-REASON
007230     MOVE BT-HOLDS-PLACED               TO CB-HOLDS-PLACED
007240     WRITE CHARGEBACK-HISTORY-RECORD
007250     CLOSE CHARGEBACK-HISTORY-FILE.
007260 3300-WRITE-HISTORY-EXIT.
007270     EXIT.

007280 3400-WRITE-LOG-ENTRY.
007290     ACCEPT BT-TRANSACTION-DATE FROM DATE YYYYMMDD.
007300     ACCEPT BT-TRANSACTION-TIME FROM TIME.
007310     PERFORM 3450-GET-NEXT-REF-NO THRU 3450-GET-NEXT-REF-NO-EXIT.
007320     OPEN EXTEND TRANSACTION-LOG-FILE.
007330     IF TL-FILE-STATUS = '35'
007340         OPEN OUTPUT TRANSACTION-LOG-FILE
007350     END-IF.
007360     MOVE BT-LOG-ACCOUNT      TO TL-ACCOUNT-NUMBER.
007370     MOVE BT-LOG-TYPE         TO TL-TRANSACTION-TYPE.
007380     MOVE BT-LOG-AMOUNT       TO TL-TRANSACTION-AMOUNT.
007390     MOVE BT-LOG-BALANCE      TO TL-RESULTING-BALANCE.
007400     MOVE BT-TRANSACTION-DATE TO TL-TRANSACTION-DATE.
007410     MOVE BT-TRANSACTION-TIME TO TL-TRANSACTION-TIME.
007420     MOVE BT-NEXT-REF-NO      TO TL-REFERENCE-NUMBER.
007430     MOVE BT-LOG-RELATED-REF  TO TL-RELATED-REFERENCE.
007440     MOVE BT-JOB-TELLER-ID    TO TL-TELLER-ID.
007450     MOVE SPACES              TO TL-APPROVED-BY.
007460     MOVE SPACES              TO TL-BRANCH-CODE.
007470     WRITE TRANSACTION-LOG-RECORD.
007480     CLOSE TRANSACTION-LOG-FILE.
007490 3400-WRITE-LOG-ENTRY-EXIT.
007500     EXIT.

007510*****************************************************************
007520*  3450-GET-NEXT-REF-NO / 3460-OPEN-REF-COUNTER / 3470-OPEN-
007530*  RETRY-DELAY hand out the next TRANSACTION-LOG reference
007540*  number from the shared REF-COUNTER file, the same way
007550*  BANK-BATCH-POST does.
007560*****************************************************************
007570 3450-GET-NEXT-REF-NO.
007580     MOVE 0 TO BT-OPEN-RETRY-COUNT
007590     PERFORM 3460-OPEN-REF-COUNTER
007600         THRU 3460-OPEN-REF-COUNTER-EXIT
007610         UNTIL RC-FILE-STATUS = '00'
007620             OR BT-OPEN-RETRY-COUNT > BT-MAX-OPEN-RETRIES
007630     IF RC-FILE-STATUS <> '00'
007640         DISPLAY "BANK-RETURNED-ITEMS: unable to allocate a log "
007650             "reference number - reference counter unavailable."
007660         MOVE 16 TO RETURN-CODE
007670         STOP RUN
007680     END-IF.
007690     MOVE '1' TO RC-COUNTER-KEY.
007700     READ REF-COUNTER-FILE
007710         INVALID KEY
007720             MOVE 0 TO RC-NEXT-REF-NO
007730     END-READ.
007740     ADD 1 TO RC-NEXT-REF-NO.
007750     MOVE RC-NEXT-REF-NO TO BT-NEXT-REF-NO.
007760     REWRITE REF-COUNTER-RECORD.
007770     CLOSE REF-COUNTER-FILE.
007780 3450-GET-NEXT-REF-NO-EXIT.
007790     EXIT.

007800 3460-OPEN-REF-COUNTER.
007810     OPEN I-O REF-COUNTER-FILE
007820     IF RC-FILE-STATUS = '35'
007830         OPEN OUTPUT REF-COUNTER-FILE
007840         MOVE '1' TO RC-COUNTER-KEY
007850         MOVE 0   TO RC-NEXT-REF-NO
007860         WRITE REF-COUNTER-RECORD
007870         CLOSE REF-COUNTER-FILE
007880         OPEN I-O REF-COUNTER-FILE
007890     END-IF
007900     IF RC-ALREADY-OPEN
007910         ADD 1 TO BT-OPEN-RETRY-COUNT
007920         PERFORM 3470-OPEN-RETRY-DELAY
007930             THRU 3470-OPEN-RETRY-DELAY-EXIT
007940     END-IF.
007950 3460-OPEN-REF-COUNTER-EXIT.
007960     EXIT.

007970 3470-OPEN-RETRY-DELAY.
007980     CALL "C$SLEEP" USING BT-RETRY-DELAY-SECS.
007990 3470-OPEN-RETRY-DELAY-EXIT.
008000     EXIT.

008010*    A chargeback that took the account from in credit to below
008020*    zero is flagged OVERDRAWN and counted; one posted to an
008030*    account already overdrawn is flagged but not counted again.
008040 3500-REPORT-CHARGEBACK.
008050     MOVE BT-IT-ACCOUNT (BT-ITEM-IDX)   TO BT-DET-ACCOUNT
008060     MOVE CUSTOMER-NAME-FILE            TO BT-DET-NAME
008070     MOVE BT-IT-MATCH-REF (BT-ITEM-IDX) TO BT-DET-ORIG-REF
008080     MOVE BT-CHARGEBACK-REF             TO BT-DET-CB-REF
008090     MOVE BT-IT-AMOUNT (BT-ITEM-IDX)    TO BT-DET-AMOUNT
008100     MOVE BT-NSF-FEE                    TO BT-DET-FEE
008110     MOVE BALANCE-FILE                  TO BT-DET-BALANCE
008120     MOVE BT-IT-REASON (BT-ITEM-IDX)    TO BT-DET-REASON
008130     MOVE SPACES TO BT-DET-NOTE-1
008140     MOVE SPACES TO BT-DET-NOTE-2
008150     IF BALANCE-FILE < 0
008160         MOVE "OVERDRWN" TO BT-DET-NOTE-1
008170         IF BT-BALANCE-BEFORE NOT < 0
008180             ADD 1 TO BT-OVERDRAWN-COUNT
008190         END-IF
008200     END-IF
008210     IF BT-HOLDS-PLACED = 'Y'
008220         MOVE "DEP HOLD" TO BT-DET-NOTE-2
008230     END-IF
008240     WRITE RETURNS-PRINT-LINE FROM BT-CHARGEBACK-DETAIL.
008250 3500-REPORT-CHARGEBACK-EXIT.
008260     EXIT.

008270*****************************************************************
008280*  4000-REPORT-EXCEPTIONS lists every item not charged back
008290*  tonight, with the reason, after the chargebacks.
008300*****************************************************************
008310 4000-REPORT-EXCEPTIONS.
008320     MOVE SPACES TO RETURNS-PRINT-LINE
008330     WRITE RETURNS-PRINT-LINE
008340     WRITE RETURNS-PRINT-LINE FROM BT-EXCEPTION-HEADING-1
008350     WRITE RETURNS-PRINT-LINE FROM BT-EXCEPTION-HEADING-2
008360     PERFORM 4100-REPORT-ONE-EXCEPTION
008370         THRU 4100-REPORT-ONE-EXCEPTION-EXIT
008380         VARYING BT-ITEM-IDX FROM 1 BY 1
008390         UNTIL BT-ITEM-IDX > BT-ITEM-COUNT.
008400 4000-REPORT-EXCEPTIONS-EXIT.
008410     EXIT.

008420 4100-REPORT-ONE-EXCEPTION.
008430     IF BT-IT-STATUS (BT-ITEM-IDX) = 'B'
008440         GO TO 4100-REPORT-ONE-EXCEPTION-EXIT
008450     END-IF
008460     ADD 1 TO BT-UNCHARGED-COUNT
008470     ADD BT-IT-AMOUNT (BT-ITEM-IDX) TO BT-UNCHARGED-VALUE
008480     MOVE BT-IT-ACCOUNT (BT-ITEM-IDX)  TO BT-XD-ACCOUNT
008490     MOVE BT-IT-ORIG-REF (BT-ITEM-IDX) TO BT-XD-ORIG-REF
008500     MOVE BT-IT-AMOUNT (BT-ITEM-IDX)   TO BT-XD-AMOUNT
008510     MOVE BT-IT-DEP-DATE (BT-ITEM-IDX) TO BT-XD-DEP-DATE
008520     MOVE BT-IT-CORR-REF (BT-ITEM-IDX) TO BT-XD-CORR-REF
008530     MOVE BT-IT-REASON (BT-ITEM-IDX)   TO BT-XD-REASON
008540     MOVE "UNKNOWN" TO BT-XD-PROBLEM
008550     IF BT-IT-STATUS (BT-ITEM-IDX) = 'U'
008560         MOVE "NO MATCHING DEPOSIT FOUND" TO BT-XD-PROBLEM
008570     END-IF
008580     IF BT-IT-STATUS (BT-ITEM-IDX) = 'A'
008590         MOVE "DEPOSIT ALREADY CHARGED BACK" TO BT-XD-PROBLEM
008600     END-IF
008610     IF BT-IT-STATUS (BT-ITEM-IDX) = 'X'
008620         MOVE "ITEM NOT NUMERIC" TO BT-XD-PROBLEM
008630     END-IF
008640     IF BT-IT-STATUS (BT-ITEM-IDX) = 'N'
008650         MOVE "ACCOUNT NOT ON FILE" TO BT-XD-PROBLEM
008660     END-IF
008670     IF BT-IT-STATUS (BT-ITEM-IDX) = 'C'
008680         MOVE "ACCOUNT CLOSED - REFER" TO BT-XD-PROBLEM
008690     END-IF
008700     WRITE RETURNS-PRINT-LINE FROM BT-EXCEPTION-DETAIL.
008710 4100-REPORT-ONE-EXCEPTION-EXIT.
008720     EXIT.

008730*****************************************************************
008740*  7000-BACK-UP-ONE-DAY / 7100-ADD-ONE-DAY move BT-WORK-DATE one
008750*  calendar day, honoring month lengths and leap years.
008760*****************************************************************
008770 7000-BACK-UP-ONE-DAY.
008780     IF BT-WORK-DD > 1
008790         SUBTRACT 1 FROM BT-WORK-DD
008800         GO TO 7000-BACK-UP-ONE-DAY-EXIT
008810     END-IF
008820     IF BT-WORK-MM = 1
008830         MOVE 12 TO BT-WORK-MM
008840         SUBTRACT 1 FROM BT-WORK-YYYY
008850     ELSE
008860         SUBTRACT 1 FROM BT-WORK-MM
008870     END-IF
008880     PERFORM 7200-SET-MONTH-LIMIT THRU 7200-SET-MONTH-LIMIT-EXIT
008890     MOVE BT-MONTH-LIMIT TO BT-WORK-DD.
008900 7000-BACK-UP-ONE-DAY-EXIT.
008910     EXIT.

008920 7100-ADD-ONE-DAY.
008930     ADD 1 TO BT-WORK-DD
008940     PERFORM 7200-SET-MONTH-LIMIT THRU 7200-SET-MONTH-LIMIT-EXIT
008950     IF BT-WORK-DD > BT-MONTH-LIMIT
008960         MOVE 1 TO BT-WORK-DD
008970         IF BT-WORK-MM = 12
008980             MOVE 1 TO BT-WORK-MM
008990             ADD 1 TO BT-WORK-YYYY
009000         ELSE
009010             ADD 1 TO BT-WORK-MM
009020         END-IF
009030     END-IF.
009040 7100-ADD-ONE-DAY-EXIT.
009050     EXIT.

009060 7200-SET-MONTH-LIMIT.
009070     MOVE BT-MONTH-DAYS (BT-WORK-MM) TO BT-MONTH-LIMIT
009080     IF BT-WORK-MM = 2
009090         DIVIDE BT-WORK-YYYY BY 4 GIVING BT-DATE-QUOT
009100             REMAINDER BT-DATE-REM
009110         IF BT-DATE-REM = 0
009120             DIVIDE BT-WORK-YYYY BY 100 GIVING BT-DATE-QUOT
009130                 REMAINDER BT-DATE-REM
009140             IF BT-DATE-REM NOT = 0
009150                 MOVE 29 TO BT-MONTH-LIMIT
009160             ELSE
009170                 DIVIDE BT-WORK-YYYY BY 400 GIVING BT-DATE-QUOT
009180                     REMAINDER BT-DATE-REM
009190                 IF BT-DATE-REM = 0
009200                     MOVE 29 TO BT-MONTH-LIMIT
009210                 END-IF
009220             END-IF
009230         END-IF
009240     END-IF.
009250 7200-SET-MONTH-LIMIT-EXIT.
009260     EXIT.

009270 8000-PRINT-SUMMARY.
009280     MOVE SPACES TO RETURNS-PRINT-LINE
009290     WRITE RETURNS-PRINT-LINE
009300     IF BT-ITEMS-READ = 0
009310         MOVE "NO RETURNED ITEMS RECEIVED." TO RETURNS-PRINT-LINE
009320         WRITE RETURNS-PRINT-LINE
009330     END-IF
009340     MOVE "RETURNED ITEMS RECEIVED" TO BT-TOT-LABEL
009350     MOVE BT-ITEMS-READ TO BT-TOT-COUNT
009360     MOVE BT-ITEMS-VALUE TO BT-TOT-AMOUNT
009370     WRITE RETURNS-PRINT-LINE FROM BT-TOTAL-LINE
009380     MOVE "CHARGED BACK" TO BT-TOT-LABEL
009390     MOVE BT-CHARGED-COUNT TO BT-TOT-COUNT
009400     MOVE BT-CHARGED-VALUE TO BT-TOT-AMOUNT
009410     WRITE RETURNS-PRINT-LINE FROM BT-TOTAL-LINE
009420     MOVE "RETURNED-ITEM FEES CHARGED" TO BT-TOT-LABEL
009430     MOVE BT-FEE-COUNT TO BT-TOT-COUNT
009440     MOVE BT-FEE-VALUE TO BT-TOT-AMOUNT
009450     WRITE RETURNS-PRINT-LINE FROM BT-TOTAL-LINE
009460     MOVE "NOT CHARGED BACK" TO BT-TOT-LABEL
009470     MOVE BT-UNCHARGED-COUNT TO BT-TOT-COUNT
009480     MOVE BT-UNCHARGED-VALUE TO BT-TOT-AMOUNT
009490     WRITE RETURNS-PRINT-LINE FROM BT-TOTAL-LINE
009500     MOVE "ACCOUNTS DRIVEN OVERDRAWN" TO BT-TOT-LABEL
009510     MOVE BT-OVERDRAWN-COUNT TO BT-TOT-COUNT
009520     MOVE 0 TO BT-TOT-AMOUNT
009530     WRITE RETURNS-PRINT-LINE FROM BT-TOTAL-LINE
009540     MOVE "DEPOSIT HOLDS PUT ON" TO BT-TOT-LABEL
009550     MOVE BT-HOLDS-COUNT TO BT-TOT-COUNT
009560     MOVE 0 TO BT-TOT-AMOUNT
009570     WRITE RETURNS-PRINT-LINE FROM BT-TOTAL-LINE
009580     DISPLAY "BANK-RETURNED-ITEMS complete.".
009590     DISPLAY "  Items received  : " BT-ITEMS-READ
009600         "  value " BT-ITEMS-VALUE.
009610     DISPLAY "  Charged back    : " BT-CHARGED-COUNT
009620         "  value " BT-CHARGED-VALUE.
009630     DISPLAY "  Fees charged    : " BT-FEE-COUNT
009640         "  value " BT-FEE-VALUE.
009650     DISPLAY "  Not charged back: " BT-UNCHARGED-COUNT
009660         "  value " BT-UNCHARGED-VALUE.
009670     DISPLAY "  Driven overdrawn: " BT-OVERDRAWN-COUNT
009680         "  deposit holds on " BT-HOLDS-COUNT.
009690 8000-PRINT-SUMMARY-EXIT.
009700     EXIT.

009710 9999-EXIT-PROGRAM.
009720     CLOSE ACCOUNT-FILE.
009730     CLOSE RETURNS-REPORT-FILE.
009740     STOP RUN.
009750 9999-EXIT-PROGRAM-EXIT.
009760     EXIT.
