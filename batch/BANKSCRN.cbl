000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. BANK-SANCTIONS-SCREEN.
000120 AUTHOR. J-MILLER.
000130 INSTALLATION. FIRST-COMMUNITY-DP-CENTER.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED. 10/15/2026.
000160*****************************************************************
000170*  BANK-SANCTIONS-SCREEN
000180*  Nightly job that rescans every customer on CUSTOMER-MASTER
000190*  against the current SANCTIONS-LIST (SANCLIST layout) as
000200*  operations last loaded it, so a customer opened before a name
000210*  was listed is found the night the list is updated.
000220*
000230*  Names are matched the way the teller window screens them at
000240*  opening and name change - upper case, punctuation and spacing
000250*  taken out, word order ignored, and a name with a middle name
000260*  or title added or left off still found (7080-7096, the twin
000270*  of program1's 4880-4896).
000280*
000290*  Every possible match is looked up on SCREENING-DECISIONS
000300*  (SCRNDEC layout), keyed on customer and list entry:
000310*    - none on file, or one stopped at the window, is a NEW
000320*      match - it is recorded pending review and the customer's
000330*      accounts are frozen;
000340*    - one a supervisor cleared as a false positive is passed
000350*      over quietly, unless the customer's name or the listed
000360*      name has changed since, when it is a new match again;
000370*    - one pending review or confirmed is listed again, and the
000380*      customer goes on SCREEN-FREEZE again, so an account a
000381*      failed run left open is frozen now.
000390*  A customer's accounts are the active and dormant accounts the
000400*  customer may transact on - as the account's customer, or as
000410*  an active owner or signer on ACCOUNT-RELATIONSHIPS.  The
000411*  customers to freeze are kept on the SCREEN-FREEZE work file,
000412*  built afresh each run, however many there are, and their
000413*  accounts frozen in one pass of ACCOUNT-FILE.  Every
000420*  match and every account frozen is printed on the SCREENING
000430*  report with the match details for compliance.  Pending
000440*  matches are decided at the teller window under customer
000450*  maintenance option 'S'.
000460*
000470*  A missing or empty list is a failed run (return code 16) -
000480*  the rescan is a control the examiners test, and a night it
000490*  did not happen must stop the schedule, not pass unnoticed.
000500*  The job changes no balances and writes no TRANSACTION-LOG
000510*  entries.  A run that dies partway is simply run again.
000550*
000560*  MODIFICATION HISTORY
000570*  DATE        INIT  DESCRIPTION
000580*  ----------  ----  -------------------------------------------
000590*  2026-10-15  JKM   Original version.
000600*****************************************************************

000610 ENVIRONMENT DIVISION.
000620 INPUT-OUTPUT SECTION.
000630 FILE-CONTROL.
000640     SELECT SANCTIONS-LIST-FILE
000650         ASSIGN TO "../SANCTIONS-LIST.txt"
000660         FILE STATUS  SL-FILE-STATUS.

000670     SELECT CUSTOMER-MASTER-FILE
000680         ASSIGN TO "../CUSTOMER-MASTER.dat"
000690         ORGANIZATION IS INDEXED
000700         ACCESS MODE IS DYNAMIC
000710         RECORD KEY IS CM-CUSTOMER-NUMBER
000720         FILE STATUS  CM-FILE-STATUS.

000730     SELECT SCREENING-DECISION-FILE
000740         ASSIGN TO "../SCREENING-DECISIONS.dat"
000750         ORGANIZATION IS INDEXED
000760         ACCESS MODE IS DYNAMIC
000770         RECORD KEY IS SN-DECISION-KEY
000780         FILE STATUS  SN-FILE-STATUS.

000790     SELECT ACCOUNT-FILE
000800         ASSIGN TO "../ACCOUNT-FILE.dat"
000810         ORGANIZATION IS INDEXED
000820         ACCESS MODE IS DYNAMIC
000830         RECORD KEY IS ACCOUNT-NUMBER-FILE
000840         FILE STATUS  MYFILE-STATUS.

000850     SELECT ACCOUNT-RELATIONSHIP-FILE
000860         ASSIGN TO "../ACCOUNT-RELATIONSHIPS.dat"
000870         ORGANIZATION IS INDEXED
000880         ACCESS MODE IS DYNAMIC
000890         RECORD KEY IS RL-RELATIONSHIP-KEY
000900         FILE STATUS  RL-FILE-STATUS.

000901     SELECT FREEZE-WORK-FILE
000902         ASSIGN TO "../SCREEN-FREEZE.dat"
000903         ORGANIZATION IS INDEXED
000904         ACCESS MODE IS RANDOM
000905         RECORD KEY IS FW-CUSTOMER-NUMBER
000906         FILE STATUS  FW-FILE-STATUS.

000910     SELECT REPORT-PRINT-FILE
000920         ASSIGN TO "../SCREENING.rpt"
000930         FILE STATUS  RP-FILE-STATUS.

000940 DATA DIVISION.
000950 FILE SECTION.
000960 FD SANCTIONS-LIST-FILE
000970     RECORDING MODE IS F
000980     RECORD CONTAINS 120 CHARACTERS
000990     DATA RECORD IS SANCTIONS-LIST-RECORD.
001000 COPY SANCLIST.

001010 FD CUSTOMER-MASTER-FILE
001020     RECORD CONTAINS 200 CHARACTERS
001030     DATA RECORD IS CUSTOMER-MASTER-RECORD.
001040 COPY CUSTREC.

001050 FD SCREENING-DECISION-FILE
001060     RECORD CONTAINS 200 CHARACTERS
001070     DATA RECORD IS SCREENING-DECISION-RECORD.
001080 COPY SCRNDEC.

001090 FD ACCOUNT-FILE
001100     RECORD CONTAINS 100 CHARACTERS
001110     DATA RECORD IS ACCOUNT-RECORD.
001120 COPY ACCTREC.

001130 FD ACCOUNT-RELATIONSHIP-FILE
001140     RECORD CONTAINS 80 CHARACTERS
001150     DATA RECORD IS ACCOUNT-RELATIONSHIP-RECORD.
001160 COPY ACCTREL.

001161 FD FREEZE-WORK-FILE
001162     RECORD CONTAINS 20 CHARACTERS
001163     DATA RECORD IS FREEZE-WORK-RECORD.
001164 01  FREEZE-WORK-RECORD.
001165     05  FW-CUSTOMER-NUMBER      PIC 9(06).
001166     05  FILLER                  PIC X(14).

001170 FD REPORT-PRINT-FILE
001180     RECORDING MODE IS F
001190     RECORD CONTAINS 132 CHARACTERS
001200     DATA RECORD IS REPORT-PRINT-LINE.
001210 01  REPORT-PRINT-LINE           PIC X(132).

001220 WORKING-STORAGE SECTION.
001230 01  SL-FILE-STATUS          PIC X(2).
001240 01  CM-FILE-STATUS          PIC X(2).
001250 01  SN-FILE-STATUS          PIC X(2).
001260 01  MYFILE-STATUS           PIC X(2).
001270 01  RL-FILE-STATUS          PIC X(2).
001280 01  RP-FILE-STATUS          PIC X(2).
001285 01  FW-FILE-STATUS          PIC X(2).

001290 01  BT-LIST-EOF             PIC X(01) VALUE 'N'.
001300 01  BT-CUST-EOF             PIC X(01) VALUE 'N'.
001310 01  BT-ACCT-EOF             PIC X(01) VALUE 'N'.
001320 01  BT-REL-EOF              PIC X(01) VALUE 'N'.
001330 01  BT-REL-ACCOUNT          PIC 9(06) VALUE 0.
001340 01  BT-HAVE-RELATIONSHIPS   PIC X(01) VALUE 'N'.
001350 01  BT-RUN-DATE             PIC 9(08) VALUE 0.
001360 01  BT-JOB-TELLER-ID        PIC X(04) VALUE 'SCRN'.

001370*    The sanctions list, loaded once and held in the normalized
001380*    form every customer is compared against.  The table holds
001390*    the largest list the agency has published with room to
001400*    spare; a list that outgrows it fails the run rather than
001410*    screening against part of it.
001420 01  BT-LIST-COUNT           PIC 9(05) COMP VALUE 0.
001430 01  BT-LIST-MAX             PIC 9(05) COMP VALUE 10000.
001440 01  BT-LIST-IDX             PIC 9(05) COMP VALUE 0.
001450 01  BT-LIST-TABLE.
001460     05  BT-LIST-ENTRY OCCURS 10000 TIMES.
001470         10  BT-LE-ID            PIC X(10).
001480         10  BT-LE-PROGRAM       PIC X(10).
001490         10  BT-LE-NAME          PIC X(60).
001500         10  BT-LE-FORM.
001510             15  BT-LE-COUNT     PIC 9(02).
001520             15  BT-LE-WORD      PIC X(20) OCCURS 8 TIMES.
001530             15  BT-LE-SQZ       PIC X(60).
001540             15  BT-LE-SORTED    PIC X(60).

001550*    Customers put on SCREEN-FREEZE tonight - a new, pending
001560*    or confirmed match - whose accounts 3000 freezes.
001600 01  BT-FREEZE-COUNT         PIC 9(06) VALUE 0.
001660 01  BT-FREEZE-FOUND         PIC X(01) VALUE 'N'.
001670 01  BT-FREEZE-WHO           PIC 9(06) VALUE 0.
001680 01  BT-CUST-TO-FREEZE       PIC X(01) VALUE 'N'.
001690 01  BT-DEC-FOUND            PIC X(01) VALUE 'N'.
001700 01  BT-MATCH-STATUS         PIC X(20) VALUE SPACES.

001710*    Name matching work fields - the same forms and rules as
001720*    program1's sanctions screening (4800-4896); a change to
001730*    the matching is made in both.
001740 01  BT-SCR-NAME-IN          PIC X(60) VALUE SPACES.
001750 01  BT-SCR-MATCH            PIC X(01) VALUE 'N'.
001760 01  BT-SCR-REASON           PIC X(20) VALUE SPACES.
001770 01  BT-SCR-CHAR             PIC X(01) VALUE SPACE.
001780 01  BT-SCR-CHAR-IDX         PIC 9(02) COMP VALUE 0.
001790 01  BT-SCR-WORD-LEN         PIC 9(02) COMP VALUE 0.
001800 01  BT-SCR-SQZ-PTR          PIC 9(03) COMP VALUE 0.
001810 01  BT-SCR-IDX-1            PIC 9(02) COMP VALUE 0.
001820 01  BT-SCR-IDX-2            PIC 9(02) COMP VALUE 0.
001830 01  BT-SCR-HITS             PIC 9(02) COMP VALUE 0.
001840 01  BT-SCR-SWAP-WORD        PIC X(20) VALUE SPACES.
001850 01  BT-SCR-WORD-HIT-TABLE.
001860     05  BT-SCR-WORD-HIT     PIC X(01) OCCURS 8 TIMES.
001870 01  BT-SCR-WORK-FORM.
001880     05  BT-SCR-WORK-COUNT   PIC 9(02).
001890     05  BT-SCR-WORK-WORD    PIC X(20) OCCURS 8 TIMES.
001900     05  BT-SCR-WORK-SQZ     PIC X(60).
001910     05  BT-SCR-WORK-SORTED  PIC X(60).
001920 01  BT-SCR-CUST-FORM.
001930     05  BT-SCR-CUST-COUNT   PIC 9(02).
001940     05  BT-SCR-CUST-WORD    PIC X(20) OCCURS 8 TIMES.
001950     05  BT-SCR-CUST-SQZ     PIC X(60).
001960     05  BT-SCR-CUST-SORTED  PIC X(60).
001970 01  BT-SCR-LIST-FORM.
001980     05  BT-SCR-LIST-COUNT   PIC 9(02).
001990     05  BT-SCR-LIST-WORD    PIC X(20) OCCURS 8 TIMES.
002000     05  BT-SCR-LIST-SQZ     PIC X(60).
002010     05  BT-SCR-LIST-SORTED  PIC X(60).
002020 01  BT-SCR-SHORT-FORM.
002030     05  BT-SCR-SHORT-COUNT  PIC 9(02).
002040     05  BT-SCR-SHORT-WORD   PIC X(20) OCCURS 8 TIMES.
002050     05  BT-SCR-SHORT-SQZ    PIC X(60).
002060     05  BT-SCR-SHORT-SORTED PIC X(60).
002070 01  BT-SCR-LONG-FORM.
002080     05  BT-SCR-LONG-COUNT   PIC 9(02).
002090     05  BT-SCR-LONG-WORD    PIC X(20) OCCURS 8 TIMES.
002100     05  BT-SCR-LONG-SQZ     PIC X(60).
002110     05  BT-SCR-LONG-SORTED  PIC X(60).

002120 01  BT-CUSTOMERS-SCREENED   PIC 9(06) VALUE 0.
002130 01  BT-MATCHES-FOUND        PIC 9(06) VALUE 0.
002140 01  BT-NEW-MATCHES          PIC 9(06) VALUE 0.
002150 01  BT-PENDING-MATCHES      PIC 9(06) VALUE 0.
002160 01  BT-CONFIRMED-MATCHES    PIC 9(06) VALUE 0.
002170 01  BT-CLEARED-PASSED       PIC 9(06) VALUE 0.
002180 01  BT-ACCOUNTS-FROZEN      PIC 9(06) VALUE 0.

002190 01  BT-REPORT-HEADING-1.
002200     05  FILLER              PIC X(42)
002210         VALUE "BANK-SANCTIONS-SCREEN - SANCTIONS MATCHES ".
002220     05  FILLER              PIC X(09) VALUE "RUN DATE ".
002230     05  BT-HDG-RUN-DATE     PIC 9(08).
002240     05  FILLER              PIC X(73) VALUE SPACES.

002250 01  BT-REPORT-HEADING-2.
002260     05  FILLER              PIC X(08) VALUE "CUST    ".
002270     05  FILLER              PIC X(32) VALUE "CUSTOMER NAME".
002280     05  FILLER              PIC X(12) VALUE "LIST ENTRY".
002290     05  FILLER              PIC X(12) VALUE "PROGRAM".
002300     05  FILLER              PIC X(22) VALUE "MATCHED ON".
002310     05  FILLER              PIC X(22) VALUE "STATUS".
002320     05  FILLER              PIC X(24) VALUE "FIRST FOUND".

002330 01  BT-MATCH-DETAIL.
002340     05  BT-MD-CUSTOMER      PIC 9(06).
002350     05  FILLER              PIC X(02) VALUE SPACES.
002360     05  BT-MD-NAME          PIC X(30).
002370     05  FILLER              PIC X(02) VALUE SPACES.
002380     05  BT-MD-ENTRY         PIC X(10).
002390     05  FILLER              PIC X(02) VALUE SPACES.
002400     05  BT-MD-PROGRAM       PIC X(10).
002410     05  FILLER              PIC X(02) VALUE SPACES.
002420     05  BT-MD-REASON        PIC X(20).
002430     05  FILLER              PIC X(02) VALUE SPACES.
002440     05  BT-MD-STATUS        PIC X(20).
002450     05  FILLER              PIC X(02) VALUE SPACES.
002460     05  BT-MD-FOUND-DATE    PIC 9(08).
002470     05  FILLER              PIC X(16) VALUE SPACES.

002480 01  BT-MATCH-LISTED.
002490     05  FILLER              PIC X(08) VALUE SPACES.
002500     05  FILLER              PIC X(08) VALUE "LISTED: ".
002510     05  BT-ML-NAME          PIC X(60).
002520     05  FILLER              PIC X(56) VALUE SPACES.

002530 01  BT-FREEZE-HEADING.
002540     05  FILLER              PIC X(40)
002550         VALUE "ACCOUNTS FROZEN PENDING SANCTIONS REVIEW".
002560     05  FILLER              PIC X(92) VALUE SPACES.

002570 01  BT-FREEZE-DETAIL.
002580     05  FILLER              PIC X(08) VALUE "ACCOUNT ".
002590     05  BT-FD-ACCOUNT       PIC 9(06).
002600     05  FILLER              PIC X(11) VALUE "  CUSTOMER ".
002610     05  BT-FD-CUSTOMER      PIC 9(06).
002620     05  FILLER              PIC X(02) VALUE SPACES.
002630     05  BT-FD-NAME          PIC X(30).
002640     05  FILLER              PIC X(09) VALUE "  STATUS ".
002650     05  BT-FD-OLD-STATUS    PIC X(01).
002660     05  FILLER              PIC X(05) VALUE " TO F".
002670     05  FILLER              PIC X(54) VALUE SPACES.

002680 01  BT-MESSAGE-LINE.
002690     05  BT-MSG-TEXT         PIC X(80).
002700     05  FILLER              PIC X(52) VALUE SPACES.

002710 01  BT-TOTAL-LINE.
002720     05  BT-TOT-LABEL        PIC X(30).
002730     05  BT-TOT-COUNT        PIC ZZZ,ZZ9.
002740     05  FILLER              PIC X(95) VALUE SPACES.

002750 PROCEDURE DIVISION.
002760 0000-MAINLINE.
002770     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
002780     PERFORM 1500-LOAD-LIST-ENTRY THRU 1500-LOAD-LIST-ENTRY-EXIT
002790         UNTIL BT-LIST-EOF = 'Y'.
002800     PERFORM 1600-CHECK-LIST-LOADED
002810         THRU 1600-CHECK-LIST-LOADED-EXIT.
002820     PERFORM 2000-SCREEN-CUSTOMER THRU 2000-SCREEN-CUSTOMER-EXIT
002830         UNTIL BT-CUST-EOF = 'Y'.
002840     PERFORM 3000-FREEZE-ACCOUNTS THRU 3000-FREEZE-ACCOUNTS-EXIT.
002850     PERFORM 8000-PRINT-SUMMARY THRU 8000-PRINT-SUMMARY-EXIT.
002860     PERFORM 9999-EXIT-PROGRAM THRU 9999-EXIT-PROGRAM-EXIT.

002870*****************************************************************
002880*  1000-INITIALIZE opens the files.  The report is opened first
002890*  so a run that cannot screen says so on the report compliance
002900*  reads, as well as on the console.
002910*****************************************************************
002920 1000-INITIALIZE.
002930     ACCEPT BT-RUN-DATE FROM DATE YYYYMMDD.
002940     OPEN OUTPUT REPORT-PRINT-FILE.
002950     IF RP-FILE-STATUS <> '00'
002960         DISPLAY "BANK-SANCTIONS-SCREEN: unable to open the "
002970             "screening report, status " RP-FILE-STATUS
002980         MOVE 16 TO RETURN-CODE
002990         STOP RUN
003000     END-IF.
003010     MOVE BT-RUN-DATE TO BT-HDG-RUN-DATE
003020     WRITE REPORT-PRINT-LINE FROM BT-REPORT-HEADING-1
003030     MOVE SPACES TO REPORT-PRINT-LINE
003040     WRITE REPORT-PRINT-LINE
003050     OPEN INPUT SANCTIONS-LIST-FILE.
003060     IF SL-FILE-STATUS <> '00'
003070         DISPLAY "BANK-SANCTIONS-SCREEN: sanctions list "
003080             "unavailable, status " SL-FILE-STATUS
003090             " - no screening done."
003100         MOVE "SANCTIONS LIST NOT AVAILABLE - NO SCREENING DONE"
003110             TO BT-MSG-TEXT
003120         WRITE REPORT-PRINT-LINE FROM BT-MESSAGE-LINE
003130         CLOSE REPORT-PRINT-FILE
003140         MOVE 16 TO RETURN-CODE
003150         STOP RUN
003160     END-IF.
003170     OPEN INPUT CUSTOMER-MASTER-FILE.
003180     IF CM-FILE-STATUS = '35'
003190         DISPLAY "BANK-SANCTIONS-SCREEN: no customer master "
003200             "- nothing to screen."
003210         MOVE "NO CUSTOMER MASTER - NOTHING TO SCREEN"
003220             TO BT-MSG-TEXT
003230         WRITE REPORT-PRINT-LINE FROM BT-MESSAGE-LINE
003240         CLOSE REPORT-PRINT-FILE
003250         CLOSE SANCTIONS-LIST-FILE
003260         STOP RUN
003270     END-IF.
003280     IF CM-FILE-STATUS <> '00'
003290         DISPLAY "BANK-SANCTIONS-SCREEN: unable to open "
003300             "CUSTOMER-MASTER, status " CM-FILE-STATUS
003310         MOVE 16 TO RETURN-CODE
003320         STOP RUN
003330     END-IF.
003340     OPEN I-O SCREENING-DECISION-FILE
003350     IF SN-FILE-STATUS = '35'
003360         OPEN OUTPUT SCREENING-DECISION-FILE
003370         CLOSE SCREENING-DECISION-FILE
003380         OPEN I-O SCREENING-DECISION-FILE
003390     END-IF
003400     IF SN-FILE-STATUS <> '00'
003410         DISPLAY "BANK-SANCTIONS-SCREEN: unable to open "
003420             "SCREENING-DECISIONS, status " SN-FILE-STATUS
003430         MOVE 16 TO RETURN-CODE
003440         STOP RUN
003450     END-IF
003460     OPEN I-O ACCOUNT-FILE.
003470     IF MYFILE-STATUS <> '00'
003480         DISPLAY "BANK-SANCTIONS-SCREEN: unable to open "
003490             "ACCOUNT-FILE, status " MYFILE-STATUS
003500         MOVE 16 TO RETURN-CODE
003510         STOP RUN
003520     END-IF.
003530     OPEN INPUT ACCOUNT-RELATIONSHIP-FILE.
003540     IF RL-FILE-STATUS = '00'
003550         MOVE 'Y' TO BT-HAVE-RELATIONSHIPS
003560     END-IF.
003561     OPEN OUTPUT FREEZE-WORK-FILE.
003562     IF FW-FILE-STATUS <> '00'
003563         DISPLAY "BANK-SANCTIONS-SCREEN: unable to create "
003564             "SCREEN-FREEZE, status " FW-FILE-STATUS
003565         MOVE 16 TO RETURN-CODE
003566         STOP RUN
003567     END-IF.
003570     DISPLAY "BANK-SANCTIONS-SCREEN starting for " BT-RUN-DATE.
003580 1000-INITIALIZE-EXIT.
003590     EXIT.

003600*****************************************************************
003610*  1500-LOAD-LIST-ENTRY puts the next listed name into the list
003620*  table in its normalized form.  A blank name is passed over.
003630*****************************************************************
003640 1500-LOAD-LIST-ENTRY.
003650     READ SANCTIONS-LIST-FILE
003660         AT END
003670             MOVE 'Y' TO BT-LIST-EOF
003680             GO TO 1500-LOAD-LIST-ENTRY-EXIT
003690     END-READ
003700     IF SL-NAME = SPACES
003710         GO TO 1500-LOAD-LIST-ENTRY-EXIT
003720     END-IF
003730     IF BT-LIST-COUNT NOT < BT-LIST-MAX
003740         DISPLAY "BANK-SANCTIONS-SCREEN: sanctions list has more "
003750             "than " BT-LIST-MAX " names - no screening done."
003760         MOVE "SANCTIONS LIST LARGER THAN THE LIST TABLE - NO "
003770             TO BT-MSG-TEXT
003780         WRITE REPORT-PRINT-LINE FROM BT-MESSAGE-LINE
003790         MOVE "SCREENING DONE" TO BT-MSG-TEXT
003800         WRITE REPORT-PRINT-LINE FROM BT-MESSAGE-LINE
003805         CLOSE SANCTIONS-LIST-FILE
003810         MOVE 16 TO RETURN-CODE
003820         PERFORM 9999-EXIT-PROGRAM THRU 9999-EXIT-PROGRAM-EXIT
003830     END-IF
003840     ADD 1 TO BT-LIST-COUNT
003850     MOVE SL-ENTRY-ID TO BT-LE-ID (BT-LIST-COUNT)
003860     MOVE SL-PROGRAM  TO BT-LE-PROGRAM (BT-LIST-COUNT)
003870     MOVE SL-NAME     TO BT-LE-NAME (BT-LIST-COUNT)
003880     MOVE SL-NAME     TO BT-SCR-NAME-IN
003890     PERFORM 7090-NORMALIZE-NAME THRU 7090-NORMALIZE-NAME-EXIT
003900     MOVE BT-SCR-WORK-FORM TO BT-LE-FORM (BT-LIST-COUNT).
003910 1500-LOAD-LIST-ENTRY-EXIT.
003920     EXIT.

003930 1600-CHECK-LIST-LOADED.
003940     CLOSE SANCTIONS-LIST-FILE
003950     IF BT-LIST-COUNT = 0
003960         DISPLAY "BANK-SANCTIONS-SCREEN: sanctions list is "
003970             "empty - no screening done."
003980         MOVE "SANCTIONS LIST EMPTY - NO SCREENING DONE"
003990             TO BT-MSG-TEXT
004000         WRITE REPORT-PRINT-LINE FROM BT-MESSAGE-LINE
004010         MOVE 16 TO RETURN-CODE
004020         PERFORM 9999-EXIT-PROGRAM THRU 9999-EXIT-PROGRAM-EXIT
004030     END-IF
004040     WRITE REPORT-PRINT-LINE FROM BT-REPORT-HEADING-2.
004050 1600-CHECK-LIST-LOADED-EXIT.
004060     EXIT.

004070*****************************************************************
004080*  2000-SCREEN-CUSTOMER takes the next customer off
004090*  CUSTOMER-MASTER and compares the name with every listed name
004100*  (2100).  A customer with a new match, or one still pending
004105*  review or confirmed, goes on SCREEN-FREEZE.
004110*****************************************************************
004120 2000-SCREEN-CUSTOMER.
004180     READ CUSTOMER-MASTER-FILE NEXT RECORD
004190         AT END
004200             MOVE 'Y' TO BT-CUST-EOF
004210             GO TO 2000-SCREEN-CUSTOMER-EXIT
004220     END-READ
004230     IF CM-CUSTOMER-NAME = SPACES
004240         GO TO 2000-SCREEN-CUSTOMER-EXIT
004250     END-IF
004260     ADD 1 TO BT-CUSTOMERS-SCREENED
004270     MOVE CM-CUSTOMER-NAME TO BT-SCR-NAME-IN
004280     PERFORM 7090-NORMALIZE-NAME THRU 7090-NORMALIZE-NAME-EXIT
004290     MOVE BT-SCR-WORK-FORM TO BT-SCR-CUST-FORM
004300     MOVE 'N' TO BT-CUST-TO-FREEZE
004310     PERFORM 2100-CHECK-ONE-ENTRY THRU 2100-CHECK-ONE-ENTRY-EXIT
004320         VARYING BT-LIST-IDX FROM 1 BY 1
004330         UNTIL BT-LIST-IDX > BT-LIST-COUNT
004340     IF BT-CUST-TO-FREEZE = 'N'
004345         GO TO 2000-SCREEN-CUSTOMER-EXIT
004350     END-IF
004355     MOVE SPACES TO FREEZE-WORK-RECORD
004360     MOVE CM-CUSTOMER-NUMBER TO FW-CUSTOMER-NUMBER
004365     WRITE FREEZE-WORK-RECORD
004370     IF FW-FILE-STATUS <> '00'
004371         DISPLAY "BANK-SANCTIONS-SCREEN: unable to write "
004372             "SCREEN-FREEZE for customer " CM-CUSTOMER-NUMBER
004373             ", status " FW-FILE-STATUS
004374         MOVE 16 TO RETURN-CODE
004375         PERFORM 9999-EXIT-PROGRAM THRU 9999-EXIT-PROGRAM-EXIT
004376     END-IF
004380     ADD 1 TO BT-FREEZE-COUNT.
004390 2000-SCREEN-CUSTOMER-EXIT.
004400     EXIT.

004410*****************************************************************
004420*  2100-CHECK-ONE-ENTRY compares the customer with one listed
004430*  name and, on a possible match, settles it against what is
004440*  already decided (2200) and prints it.
004450*****************************************************************
004460 2100-CHECK-ONE-ENTRY.
004470     MOVE BT-LE-FORM (BT-LIST-IDX) TO BT-SCR-LIST-FORM
004480     PERFORM 7080-COMPARE-NAMES THRU 7080-COMPARE-NAMES-EXIT
004490     IF BT-SCR-MATCH = 'N'
004500         GO TO 2100-CHECK-ONE-ENTRY-EXIT
004510     END-IF
004520     ADD 1 TO BT-MATCHES-FOUND
004530     PERFORM 2200-SETTLE-DECISION THRU 2200-SETTLE-DECISION-EXIT
004540     IF BT-MATCH-STATUS = SPACES
004550         GO TO 2100-CHECK-ONE-ENTRY-EXIT
004560     END-IF
004570     MOVE CM-CUSTOMER-NUMBER TO BT-MD-CUSTOMER
004580     MOVE CM-CUSTOMER-NAME   TO BT-MD-NAME
004590     MOVE BT-LE-ID (BT-LIST-IDX)      TO BT-MD-ENTRY
004600     MOVE BT-LE-PROGRAM (BT-LIST-IDX) TO BT-MD-PROGRAM
004610     MOVE BT-SCR-REASON      TO BT-MD-REASON
004620     MOVE BT-MATCH-STATUS    TO BT-MD-STATUS
004630     MOVE SN-FOUND-DATE      TO BT-MD-FOUND-DATE
004640     WRITE REPORT-PRINT-LINE FROM BT-MATCH-DETAIL
004650     MOVE BT-LE-NAME (BT-LIST-IDX) TO BT-ML-NAME
004660     WRITE REPORT-PRINT-LINE FROM BT-MATCH-LISTED.
004670 2100-CHECK-ONE-ENTRY-EXIT.
004680     EXIT.

004690*****************************************************************
004700*  2200-SETTLE-DECISION looks the match up on SCREENING-
004710*  DECISIONS and sets BT-MATCH-STATUS to how it is reported -
004720*  spaces for a cleared false positive that is passed over.  A
004730*  new match is recorded pending review.  A new, pending or
004740*  confirmed match marks the customer for the freeze; 3100
004745*  freezes only active and dormant accounts, so one already
004746*  frozen is left as it is.
004750*****************************************************************
004760 2200-SETTLE-DECISION.
004770     MOVE SPACES TO BT-MATCH-STATUS
004780     MOVE CM-CUSTOMER-NUMBER     TO SN-CUSTOMER-NUMBER
004790     MOVE BT-LE-ID (BT-LIST-IDX) TO SN-ENTRY-ID
004800     MOVE 'Y' TO BT-DEC-FOUND
004810     READ SCREENING-DECISION-FILE
004820         INVALID KEY
004830             MOVE 'N' TO BT-DEC-FOUND
004840     END-READ
004850     IF BT-DEC-FOUND = 'Y'
004860         IF SN-PENDING
004870             ADD 1 TO BT-PENDING-MATCHES
004880             MOVE "PENDING REVIEW" TO BT-MATCH-STATUS
004885             MOVE 'Y' TO BT-CUST-TO-FREEZE
004890             GO TO 2200-SETTLE-DECISION-EXIT
004900         END-IF
004910         IF SN-CONFIRMED
004920             ADD 1 TO BT-CONFIRMED-MATCHES
004930             MOVE "CONFIRMED MATCH" TO BT-MATCH-STATUS
004935             MOVE 'Y' TO BT-CUST-TO-FREEZE
004940             GO TO 2200-SETTLE-DECISION-EXIT
004950         END-IF
004960         IF SN-CLEARED
004970             AND SN-SCREENED-NAME = CM-CUSTOMER-NAME
004980             AND SN-LIST-NAME = BT-LE-NAME (BT-LIST-IDX)
004990             ADD 1 TO BT-CLEARED-PASSED
005000             GO TO 2200-SETTLE-DECISION-EXIT
005010         END-IF
005020     END-IF
005030     IF BT-DEC-FOUND = 'Y' AND SN-CLEARED
005040         MOVE "NEW - NAME CHANGED" TO BT-MATCH-STATUS
005050     ELSE
005060         MOVE "NEW - FROZEN" TO BT-MATCH-STATUS
005070     END-IF
005080     IF BT-DEC-FOUND = 'N'
005090         MOVE SPACES TO SCREENING-DECISION-RECORD
005100         MOVE CM-CUSTOMER-NUMBER     TO SN-CUSTOMER-NUMBER
005110         MOVE BT-LE-ID (BT-LIST-IDX) TO SN-ENTRY-ID
005120     END-IF
005130     MOVE 'P'                         TO SN-STATUS
005140     MOVE 'N'                         TO SN-SOURCE
005150     MOVE CM-CUSTOMER-NAME            TO SN-SCREENED-NAME
005160     MOVE BT-LE-NAME (BT-LIST-IDX)    TO SN-LIST-NAME
005170     MOVE BT-LE-PROGRAM (BT-LIST-IDX) TO SN-LIST-PROGRAM
005180     MOVE BT-SCR-REASON               TO SN-MATCH-REASON
005190     MOVE BT-RUN-DATE                 TO SN-FOUND-DATE
005200     MOVE BT-JOB-TELLER-ID            TO SN-FOUND-BY
005210     MOVE 0                           TO SN-DECIDED-DATE
005220     MOVE SPACES                      TO SN-DECIDED-BY
005230     IF BT-DEC-FOUND = 'Y'
005240         REWRITE SCREENING-DECISION-RECORD
005250     ELSE
005260         WRITE SCREENING-DECISION-RECORD
005270     END-IF
005280     IF SN-FILE-STATUS <> '00'
005290         DISPLAY "BANK-SANCTIONS-SCREEN: unable to record match "
005300             "for customer " CM-CUSTOMER-NUMBER ", status "
005310             SN-FILE-STATUS
005320         MOVE 16 TO RETURN-CODE
005330         PERFORM 9999-EXIT-PROGRAM THRU 9999-EXIT-PROGRAM-EXIT
005340     END-IF
005350     ADD 1 TO BT-NEW-MATCHES
005360     MOVE 'Y' TO BT-CUST-TO-FREEZE.
005370 2200-SETTLE-DECISION-EXIT.
005380     EXIT.

005390*****************************************************************
005400*  3000-FREEZE-ACCOUNTS walks ACCOUNT-FILE once and freezes
005410*  every active or dormant account a customer on SCREEN-FREEZE
005420*  may transact on (3100).
005430*****************************************************************
005440 3000-FREEZE-ACCOUNTS.
005441     CLOSE FREEZE-WORK-FILE
005442     OPEN INPUT FREEZE-WORK-FILE
005443     IF FW-FILE-STATUS <> '00'
005444         DISPLAY "BANK-SANCTIONS-SCREEN: unable to reopen "
005445             "SCREEN-FREEZE, status " FW-FILE-STATUS
005446         MOVE 16 TO RETURN-CODE
005447         STOP RUN
005448     END-IF
005450     IF BT-FREEZE-COUNT = 0
005460         GO TO 3000-FREEZE-ACCOUNTS-EXIT
005470     END-IF
005480     MOVE SPACES TO REPORT-PRINT-LINE
005490     WRITE REPORT-PRINT-LINE
005500     WRITE REPORT-PRINT-LINE FROM BT-FREEZE-HEADING
005510     MOVE 'N' TO BT-ACCT-EOF
005520     MOVE 0 TO ACCOUNT-NUMBER-FILE
005530     START ACCOUNT-FILE KEY >= ACCOUNT-NUMBER-FILE
005540         INVALID KEY
005550             MOVE 'Y' TO BT-ACCT-EOF
005560     END-START
005570     PERFORM 3100-FREEZE-ONE-ACCOUNT
005580         THRU 3100-FREEZE-ONE-ACCOUNT-EXIT
005590         UNTIL BT-ACCT-EOF = 'Y'.
005600 3000-FREEZE-ACCOUNTS-EXIT.
005610     EXIT.

005620*****************************************************************
005630*  3100-FREEZE-ONE-ACCOUNT freezes the next account if its own
005640*  customer, or an active owner or signer on ACCOUNT-
005650*  RELATIONSHIPS, is on SCREEN-FREEZE.  A payable-on-death
005660*  beneficiary has no access and is passed over.
005670*****************************************************************
005680 3100-FREEZE-ONE-ACCOUNT.
005690     READ ACCOUNT-FILE NEXT RECORD
005700         AT END
005710             MOVE 'Y' TO BT-ACCT-EOF
005720             GO TO 3100-FREEZE-ONE-ACCOUNT-EXIT
005730     END-READ
005740     IF NOT ACCOUNT-ACTIVE-FILE AND NOT ACCOUNT-DORMANT-FILE
005750         GO TO 3100-FREEZE-ONE-ACCOUNT-EXIT
005760     END-IF
005770     MOVE 'N' TO BT-FREEZE-FOUND
005780     IF CUSTOMER-NUMBER-FILE IS NUMERIC
005790         MOVE CUSTOMER-NUMBER-FILE TO BT-FREEZE-WHO
005800         PERFORM 3200-LOOK-UP-FREEZE THRU 3200-LOOK-UP-FREEZE-EXIT
005810     END-IF
005820     IF BT-FREEZE-FOUND = 'N' AND BT-HAVE-RELATIONSHIPS = 'Y'
005830         MOVE ACCOUNT-NUMBER-FILE TO BT-REL-ACCOUNT
005840         PERFORM 7700-START-RELATIONSHIPS
005850             THRU 7700-START-RELATIONSHIPS-EXIT
005860         PERFORM 3150-CHECK-ONE-PARTY
005870             THRU 3150-CHECK-ONE-PARTY-EXIT
005880             UNTIL BT-REL-EOF = 'Y'
005890     END-IF
005900     IF BT-FREEZE-FOUND = 'N'
005910         GO TO 3100-FREEZE-ONE-ACCOUNT-EXIT
005920     END-IF
005930     MOVE ACCOUNT-NUMBER-FILE TO BT-FD-ACCOUNT
005940     MOVE BT-FREEZE-WHO       TO BT-FD-CUSTOMER
005950     MOVE CUSTOMER-NAME-FILE  TO BT-FD-NAME
005960     MOVE ACCOUNT-STATUS-FILE TO BT-FD-OLD-STATUS
005970     MOVE 'F' TO ACCOUNT-STATUS-FILE
005980     REWRITE ACCOUNT-RECORD
005990     IF MYFILE-STATUS <> '00'
006000         DISPLAY "BANK-SANCTIONS-SCREEN: unable to freeze "
006010             "account " ACCOUNT-NUMBER-FILE ", status "
006020             MYFILE-STATUS
006030         MOVE 16 TO RETURN-CODE
006040         PERFORM 9999-EXIT-PROGRAM THRU 9999-EXIT-PROGRAM-EXIT
006050     END-IF
006060     ADD 1 TO BT-ACCOUNTS-FROZEN
006070     WRITE REPORT-PRINT-LINE FROM BT-FREEZE-DETAIL.
006080 3100-FREEZE-ONE-ACCOUNT-EXIT.
006090     EXIT.

006100 3150-CHECK-ONE-PARTY.
006110     PERFORM 7710-NEXT-RELATIONSHIP
006120         THRU 7710-NEXT-RELATIONSHIP-EXIT
006130     IF BT-REL-EOF = 'Y'
006140         GO TO 3150-CHECK-ONE-PARTY-EXIT
006150     END-IF
006160     IF RL-ACTIVE AND RL-ROLE-MAY-TRANSACT
006170         MOVE RL-CUSTOMER-NUMBER TO BT-FREEZE-WHO
006180         PERFORM 3200-LOOK-UP-FREEZE THRU 3200-LOOK-UP-FREEZE-EXIT
006190         IF BT-FREEZE-FOUND = 'Y'
006200             MOVE 'Y' TO BT-REL-EOF
006210         END-IF
006220     END-IF.
006230 3150-CHECK-ONE-PARTY-EXIT.
006240     EXIT.

006250 3200-LOOK-UP-FREEZE.
006260     MOVE BT-FREEZE-WHO TO FW-CUSTOMER-NUMBER
006270     READ FREEZE-WORK-FILE
006280         INVALID KEY
006290             MOVE 'N' TO BT-FREEZE-FOUND
006300         NOT INVALID KEY
006305             MOVE 'Y' TO BT-FREEZE-FOUND
006306     END-READ.
006310 3200-LOOK-UP-FREEZE-EXIT.
006380     EXIT.

006390*****************************************************************
006400*  7080-COMPARE-NAMES decides whether the customer name in
006410*  BT-SCR-CUST-FORM possibly matches the listed name in
006420*  BT-SCR-LIST-FORM, setting BT-SCR-MATCH and the reason:
006430*      NAME AS LISTED     the same letters and digits in the
006440*                         same order - spacing, punctuation and
006450*                         case aside;
006460*      WORD ORDER         the same words in another order;
006470*      ALL WORDS IN NAME  every word of the shorter name, and it
006480*                         has two or more, is in the longer one.
006490*  The twin of program1's 4880; a change is made in both.
006500*****************************************************************
006510 7080-COMPARE-NAMES.
006520     MOVE 'N' TO BT-SCR-MATCH
006530     MOVE SPACES TO BT-SCR-REASON
006540     IF BT-SCR-CUST-SQZ = SPACES OR BT-SCR-LIST-SQZ = SPACES
006550         GO TO 7080-COMPARE-NAMES-EXIT
006560     END-IF
006570     IF BT-SCR-CUST-SQZ = BT-SCR-LIST-SQZ
006580         MOVE 'Y' TO BT-SCR-MATCH
006590         MOVE "NAME AS LISTED" TO BT-SCR-REASON
006600         GO TO 7080-COMPARE-NAMES-EXIT
006610     END-IF
006620     IF BT-SCR-CUST-SORTED = BT-SCR-LIST-SORTED
006630         MOVE 'Y' TO BT-SCR-MATCH
006640         MOVE "WORD ORDER" TO BT-SCR-REASON
006650         GO TO 7080-COMPARE-NAMES-EXIT
006660     END-IF
006670     IF BT-SCR-CUST-COUNT NOT > BT-SCR-LIST-COUNT
006680         MOVE BT-SCR-CUST-FORM TO BT-SCR-SHORT-FORM
006690         MOVE BT-SCR-LIST-FORM TO BT-SCR-LONG-FORM
006700     ELSE
006710         MOVE BT-SCR-LIST-FORM TO BT-SCR-SHORT-FORM
006720         MOVE BT-SCR-CUST-FORM TO BT-SCR-LONG-FORM
006730     END-IF
006740     IF BT-SCR-SHORT-COUNT < 2
006750         GO TO 7080-COMPARE-NAMES-EXIT
006760     END-IF
006770     MOVE SPACES TO BT-SCR-WORD-HIT-TABLE
006780     PERFORM 7084-MATCH-WORD-PAIR THRU 7084-MATCH-WORD-PAIR-EXIT
006790         VARYING BT-SCR-IDX-1 FROM 1 BY 1
006800         UNTIL BT-SCR-IDX-1 > BT-SCR-SHORT-COUNT
006810         AFTER BT-SCR-IDX-2 FROM 1 BY 1
006820         UNTIL BT-SCR-IDX-2 > BT-SCR-LONG-COUNT
006830     MOVE 0 TO BT-SCR-HITS
006840     INSPECT BT-SCR-WORD-HIT-TABLE TALLYING BT-SCR-HITS
006850         FOR ALL 'Y'
006860     IF BT-SCR-HITS = BT-SCR-SHORT-COUNT
006870         MOVE 'Y' TO BT-SCR-MATCH
006880         MOVE "ALL WORDS IN NAME" TO BT-SCR-REASON
006890     END-IF.
006900 7080-COMPARE-NAMES-EXIT.
006910     EXIT.

006920 7084-MATCH-WORD-PAIR.
006930     IF BT-SCR-SHORT-WORD (BT-SCR-IDX-1) =
006940         BT-SCR-LONG-WORD (BT-SCR-IDX-2)
006950         MOVE 'Y' TO BT-SCR-WORD-HIT (BT-SCR-IDX-1)
006960     END-IF.
006970 7084-MATCH-WORD-PAIR-EXIT.
006980     EXIT.

006990*****************************************************************
007000*  7090-NORMALIZE-NAME puts the name in BT-SCR-NAME-IN into the
007010*  form names are compared in, in BT-SCR-WORK-FORM: upper case;
007020*  an apostrophe dropped without breaking the word; any other
007030*  character that is not a letter or digit a break between
007040*  words.  The form holds the first eight words, the letters
007050*  and digits run together in the order keyed, and the words
007060*  sorted and run together.  The twin of program1's 4890.
007070*****************************************************************
007080 7090-NORMALIZE-NAME.
007090     MOVE SPACES TO BT-SCR-WORK-FORM
007100     MOVE 0 TO BT-SCR-WORK-COUNT
007110     MOVE 0 TO BT-SCR-WORD-LEN
007120     MOVE 1 TO BT-SCR-SQZ-PTR
007130     INSPECT BT-SCR-NAME-IN CONVERTING
007140         "abcdefghijklmnopqrstuvwxyz"
007150         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
007160     PERFORM 7092-SCAN-ONE-CHARACTER
007170         THRU 7092-SCAN-ONE-CHARACTER-EXIT
007180         VARYING BT-SCR-CHAR-IDX FROM 1 BY 1
007190         UNTIL BT-SCR-CHAR-IDX > 60
007200     PERFORM 7094-ORDER-WORD-PAIR THRU 7094-ORDER-WORD-PAIR-EXIT
007210         VARYING BT-SCR-IDX-1 FROM 1 BY 1
007220         UNTIL BT-SCR-IDX-1 NOT < BT-SCR-WORK-COUNT
007230         AFTER BT-SCR-IDX-2 FROM 1 BY 1
007240         UNTIL BT-SCR-IDX-2 NOT < BT-SCR-WORK-COUNT
007250     MOVE 1 TO BT-SCR-SQZ-PTR
007260     PERFORM 7096-JOIN-SORTED-WORD THRU 7096-JOIN-SORTED-WORD-EXIT
007270         VARYING BT-SCR-IDX-1 FROM 1 BY 1
007280         UNTIL BT-SCR-IDX-1 > BT-SCR-WORK-COUNT.
007290 7090-NORMALIZE-NAME-EXIT.
007300     EXIT.

007310 7092-SCAN-ONE-CHARACTER.
007320     MOVE BT-SCR-NAME-IN (BT-SCR-CHAR-IDX:1) TO BT-SCR-CHAR
007330     IF BT-SCR-CHAR = "'"
007340         GO TO 7092-SCAN-ONE-CHARACTER-EXIT
007350     END-IF
007360     IF BT-SCR-CHAR = SPACE
007370         OR (BT-SCR-CHAR IS NOT ALPHABETIC
007380             AND BT-SCR-CHAR IS NOT NUMERIC)
007390         MOVE 0 TO BT-SCR-WORD-LEN
007400         GO TO 7092-SCAN-ONE-CHARACTER-EXIT
007410     END-IF
007420     MOVE BT-SCR-CHAR TO BT-SCR-WORK-SQZ (BT-SCR-SQZ-PTR:1)
007430     ADD 1 TO BT-SCR-SQZ-PTR
007440     IF BT-SCR-WORD-LEN = 0
007450         IF BT-SCR-WORK-COUNT < 8
007460             ADD 1 TO BT-SCR-WORK-COUNT
007470         ELSE
007480             MOVE 20 TO BT-SCR-WORD-LEN
007490         END-IF
007500     END-IF
007510     IF BT-SCR-WORD-LEN < 20
007520         ADD 1 TO BT-SCR-WORD-LEN
007530         MOVE BT-SCR-CHAR TO BT-SCR-WORK-WORD (BT-SCR-WORK-COUNT)
007540             (BT-SCR-WORD-LEN:1)
007550     END-IF.
007560 7092-SCAN-ONE-CHARACTER-EXIT.
007570     EXIT.

007580 7094-ORDER-WORD-PAIR.
007590     IF BT-SCR-WORK-WORD (BT-SCR-IDX-2) >
007600         BT-SCR-WORK-WORD (BT-SCR-IDX-2 + 1)
007610         MOVE BT-SCR-WORK-WORD (BT-SCR-IDX-2) TO BT-SCR-SWAP-WORD
007620         MOVE BT-SCR-WORK-WORD (BT-SCR-IDX-2 + 1)
007630             TO BT-SCR-WORK-WORD (BT-SCR-IDX-2)
007640         MOVE BT-SCR-SWAP-WORD
007650             TO BT-SCR-WORK-WORD (BT-SCR-IDX-2 + 1)
007660     END-IF.
007670 7094-ORDER-WORD-PAIR-EXIT.
007680     EXIT.

007690 7096-JOIN-SORTED-WORD.
007700     STRING BT-SCR-WORK-WORD (BT-SCR-IDX-1) DELIMITED BY SPACE
007710         INTO BT-SCR-WORK-SORTED
007720         WITH POINTER BT-SCR-SQZ-PTR
007730     END-STRING.
007740 7096-JOIN-SORTED-WORD-EXIT.
007750     EXIT.

007760*****************************************************************
007770*  7700-START-RELATIONSHIPS and 7710-NEXT-RELATIONSHIP walk the
007780*  ACCOUNT-RELATIONSHIPS records of account BT-REL-ACCOUNT, in
007790*  customer order.
007800*****************************************************************
007810 7700-START-RELATIONSHIPS.
007820     MOVE 'N' TO BT-REL-EOF
007830     MOVE BT-REL-ACCOUNT TO RL-ACCOUNT-NUMBER
007840     MOVE 0 TO RL-CUSTOMER-NUMBER
007850     START ACCOUNT-RELATIONSHIP-FILE
007860         KEY >= RL-RELATIONSHIP-KEY
007870         INVALID KEY
007880             MOVE 'Y' TO BT-REL-EOF
007890     END-START.
007900 7700-START-RELATIONSHIPS-EXIT.
007910     EXIT.

007920 7710-NEXT-RELATIONSHIP.
007930     READ ACCOUNT-RELATIONSHIP-FILE NEXT RECORD
007940         AT END
007950             MOVE 'Y' TO BT-REL-EOF
007960     END-READ
007970     IF BT-REL-EOF = 'N'
007980         AND RL-ACCOUNT-NUMBER NOT = BT-REL-ACCOUNT
007990         MOVE 'Y' TO BT-REL-EOF
008000     END-IF.
008010 7710-NEXT-RELATIONSHIP-EXIT.
008020     EXIT.

008030 8000-PRINT-SUMMARY.
008040     MOVE SPACES TO REPORT-PRINT-LINE
008050     WRITE REPORT-PRINT-LINE
008180     MOVE "LISTED NAMES LOADED" TO BT-TOT-LABEL
008190     MOVE BT-LIST-COUNT TO BT-TOT-COUNT
008200     WRITE REPORT-PRINT-LINE FROM BT-TOTAL-LINE
008210     MOVE "CUSTOMERS SCREENED" TO BT-TOT-LABEL
008220     MOVE BT-CUSTOMERS-SCREENED TO BT-TOT-COUNT
008230     WRITE REPORT-PRINT-LINE FROM BT-TOTAL-LINE
008240     MOVE "POSSIBLE MATCHES" TO BT-TOT-LABEL
008250     MOVE BT-MATCHES-FOUND TO BT-TOT-COUNT
008260     WRITE REPORT-PRINT-LINE FROM BT-TOTAL-LINE
008270     MOVE "  NEW TONIGHT" TO BT-TOT-LABEL
008280     MOVE BT-NEW-MATCHES TO BT-TOT-COUNT
008290     WRITE REPORT-PRINT-LINE FROM BT-TOTAL-LINE
008300     MOVE "  STILL PENDING REVIEW" TO BT-TOT-LABEL
008310     MOVE BT-PENDING-MATCHES TO BT-TOT-COUNT
008320     WRITE REPORT-PRINT-LINE FROM BT-TOTAL-LINE
008330     MOVE "  CONFIRMED" TO BT-TOT-LABEL
008340     MOVE BT-CONFIRMED-MATCHES TO BT-TOT-COUNT
008350     WRITE REPORT-PRINT-LINE FROM BT-TOTAL-LINE
008360     MOVE "  CLEARED, NOT REPORTED" TO BT-TOT-LABEL
008370     MOVE BT-CLEARED-PASSED TO BT-TOT-COUNT
008380     WRITE REPORT-PRINT-LINE FROM BT-TOTAL-LINE
008390     MOVE "CUSTOMERS TO FREEZE" TO BT-TOT-LABEL
008400     MOVE BT-FREEZE-COUNT TO BT-TOT-COUNT
008410     WRITE REPORT-PRINT-LINE FROM BT-TOTAL-LINE
008420     MOVE "ACCOUNTS FROZEN" TO BT-TOT-LABEL
008430     MOVE BT-ACCOUNTS-FROZEN TO BT-TOT-COUNT
008440     WRITE REPORT-PRINT-LINE FROM BT-TOTAL-LINE
008450     DISPLAY "BANK-SANCTIONS-SCREEN complete.".
008460     DISPLAY "  Listed names loaded: " BT-LIST-COUNT.
008470     DISPLAY "  Customers screened : " BT-CUSTOMERS-SCREENED.
008480     DISPLAY "  Possible matches   : " BT-MATCHES-FOUND
008490         "  new " BT-NEW-MATCHES.
008500     DISPLAY "  Pending / confirmed: " BT-PENDING-MATCHES
008510         " / " BT-CONFIRMED-MATCHES.
008520     DISPLAY "  Cleared, passed    : " BT-CLEARED-PASSED.
008530     DISPLAY "  Customers to freeze: " BT-FREEZE-COUNT
008540         "  accounts " BT-ACCOUNTS-FROZEN.
008550 8000-PRINT-SUMMARY-EXIT.
008560     EXIT.

008570 9999-EXIT-PROGRAM.
008580     CLOSE CUSTOMER-MASTER-FILE.
008590     CLOSE SCREENING-DECISION-FILE.
008600     CLOSE ACCOUNT-FILE.
008605     CLOSE FREEZE-WORK-FILE.
008610     IF BT-HAVE-RELATIONSHIPS = 'Y'
008620         CLOSE ACCOUNT-RELATIONSHIP-FILE
008630     END-IF.
008640     CLOSE REPORT-PRINT-FILE.
008650     STOP RUN.
008660 9999-EXIT-PROGRAM-EXIT.
008670     EXIT.
