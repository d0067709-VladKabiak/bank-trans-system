000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. BANK-GL-EXTRACT.
000120 AUTHOR. J-MILLER.
000130 INSTALLATION. FIRST-COMMUNITY-DP-CENTER.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED. 10/15/2026.
000160*****************************************************************
000170*  BANK-GL-EXTRACT
000180*  End-of-day general ledger journal - replaces the hand keying
000190*  accounting did off RECONCILE.rpt and BRANCH-SETTLE.rpt.
000200*  Every posting logged today is summed by its type and the
000210*  branch that took it (TL-BRANCH-CODE; blank is unattended
000220*  batch work, branch '00' as the branch settlement groups
000230*  it), and each type/branch total is journalled as a balanced
000240*  debit and credit through the GL-ACCOUNT-MAP chart-of-
000250*  accounts file operations maintains (GLMAPREC layout).  Each
000260*  drawer's buys from and sells to the vault on CASH-DRAWERS
000270*  are journalled at the teller's branch, and the inter-branch
000280*  position - postings one office took against accounts
000290*  domiciled at another, paired the way BANK-BRANCH-SETTLE
000300*  pairs them - as due-from at the office owed and due-to at
000310*  the office owing.  The day's installment loan events on
000311*  LOAN-HISTORY are journalled at the branch that took them:
000312*  loan payments taken in cash, each payment's principal,
000313*  interest and late-charge shares, the late charges assessed
000314*  and the interest accrued by BANK-LOAN-SERVICING.
000320*
000330*  Before anything is released the journal is proved: every
000340*  code must map to a GL account, debits must equal credits,
000350*  and the net deposit movement the journal carries (postings
000360*  signed the way the reconcile nets a day) must tie to the
000370*  net postings BANK-RECONCILE proved with tonight, kept on
000380*  CONTROL-TOTALS.  Only a proven journal is written to the
000390*  day's GL-JOURNAL extract (GLJRNREC layout); otherwise the
000400*  extract is withheld, the GL-JOURNAL report says why, and
000410*  the job ends with return code 16 so the night run holds
000420*  the jobs behind it.
000430*
000440*  MODIFICATION HISTORY
000450*  DATE        INIT  DESCRIPTION
000460*  ----------  ----  -------------------------------------------
000470*  2026-10-15  JKM   Original version.
000471*  2026-10-15  JKM   Returned-item chargebacks ('B') journal
000472*                    under their own mapping code TB.
000473*  2026-10-15  JKM   Overdraft charge-offs ('O') journal under
000474*                    mapping code TO and add to deposits.
000475*  2026-10-15  JKM   Installment loan payments ('L') taken
000476*                    from deposit accounts journal under
000477*                    mapping code TL and come off deposits.
000478*  2026-10-15  JKM   The day's LOAN-HISTORY events are journalled
000479*                    (2300, 4800): cash loan payments under LC,
000480*                    each payment's principal, interest and
000481*                    late-charge shares under LP, LI and LF,
000482*                    late charges assessed under LL and interest
000483*                    accrued under LA.
000484*****************************************************************

000490 ENVIRONMENT DIVISION.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT TRANSACTION-LOG-FILE
000530         ASSIGN TO "../TRANSACTION-LOG.txt"
000540         FILE STATUS  TL-FILE-STATUS.

000550     SELECT ARCHIVE-LOG-FILE
000560         ASSIGN TO BT-ARCHIVE-FILE-NAME
000570         FILE STATUS  AR-FILE-STATUS.

000580     SELECT ACCOUNT-FILE
000590         ASSIGN TO "../ACCOUNT-FILE.dat"
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS DYNAMIC
000620         RECORD KEY IS ACCOUNT-NUMBER-FILE
000630         FILE STATUS  MYFILE-STATUS.

000640     SELECT DRAWER-FILE
000650         ASSIGN TO "../CASH-DRAWERS.dat"
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS DYNAMIC
000680         RECORD KEY IS DR-TELLER-ID
000690         FILE STATUS  DR-FILE-STATUS.

000700     SELECT TELLER-MASTER-FILE
000710         ASSIGN TO "../TELLER-MASTER.dat"
000720         ORGANIZATION IS INDEXED
000730         ACCESS MODE IS DYNAMIC
000740         RECORD KEY IS TM-TELLER-ID
000750         FILE STATUS  TM-FILE-STATUS.

000760     SELECT GL-MAP-FILE
000770         ASSIGN TO "../GL-ACCOUNT-MAP.txt"
000780         FILE STATUS  GM-FILE-STATUS.

000790     SELECT CONTROL-TOTALS-FILE
000800         ASSIGN TO "../CONTROL-TOTALS.dat"
000810         FILE STATUS  CT-FILE-STATUS.

000820     SELECT GL-EXTRACT-FILE
000830         ASSIGN TO BT-EXTRACT-FILE-NAME
000840         FILE STATUS  GJ-FILE-STATUS.

000845     SELECT LOAN-HISTORY-FILE
000846         ASSIGN TO "../LOAN-HISTORY.txt"
000847         FILE STATUS  LH-FILE-STATUS.

000850     SELECT REPORT-PRINT-FILE
000860         ASSIGN TO "../GL-JOURNAL.rpt"
000870         FILE STATUS  RP-FILE-STATUS.

000880 DATA DIVISION.
000890 FILE SECTION.
000900 FD TRANSACTION-LOG-FILE
000910     RECORDING MODE IS F
000920     RECORD CONTAINS 80 CHARACTERS
000930     DATA RECORD IS TRANSACTION-LOG-RECORD.
000940 COPY TRANLOG.

000950 FD ARCHIVE-LOG-FILE
000960     RECORDING MODE IS F
000970     RECORD CONTAINS 80 CHARACTERS
000980     DATA RECORD IS ARCHIVE-LOG-RECORD.
000990 COPY TRANLOG REPLACING
001000     ==TRANSACTION-LOG-RECORD== BY ==ARCHIVE-LOG-RECORD==
001010     LEADING ==TL== BY ==AR==.

001020 FD ACCOUNT-FILE
001030     RECORD CONTAINS 100 CHARACTERS
001040     DATA RECORD IS ACCOUNT-RECORD.
001050 COPY ACCTREC.

001060 FD DRAWER-FILE
001070     RECORD CONTAINS 80 CHARACTERS
001080     DATA RECORD IS DRAWER-RECORD.
001090 COPY DRAWREC.

001100 FD TELLER-MASTER-FILE
001110     RECORD CONTAINS 80 CHARACTERS
001120     DATA RECORD IS TELLER-MASTER-RECORD.
001130 COPY TELLERREC.

001140 FD GL-MAP-FILE
001150     RECORDING MODE IS F
001160     RECORD CONTAINS 80 CHARACTERS
001170     DATA RECORD IS GL-ACCOUNT-MAP-RECORD.
001180 COPY GLMAPREC.

001190 FD CONTROL-TOTALS-FILE
001200     RECORDING MODE IS F
001210     RECORD CONTAINS 80 CHARACTERS
001220     DATA RECORD IS CONTROL-TOTALS-RECORD.
001230 COPY CONTROLREC.

001240 FD GL-EXTRACT-FILE
001250     RECORDING MODE IS F
001260     RECORD CONTAINS 80 CHARACTERS
001270     DATA RECORD IS GL-JOURNAL-RECORD.
001280 COPY GLJRNREC.

001285 FD LOAN-HISTORY-FILE
001286     RECORDING MODE IS F
001287     RECORD CONTAINS 100 CHARACTERS
001288     DATA RECORD IS LOAN-HISTORY-RECORD.
001289 COPY LOANHIST.

001290 FD REPORT-PRINT-FILE
001300     RECORDING MODE IS F
001310     RECORD CONTAINS 132 CHARACTERS
001320     DATA RECORD IS REPORT-PRINT-LINE.
001330 01  REPORT-PRINT-LINE           PIC X(132).

001340 WORKING-STORAGE SECTION.
001350 01  TL-FILE-STATUS          PIC X(2).
001360 01  AR-FILE-STATUS          PIC X(2).
001370 01  MYFILE-STATUS           PIC X(2).
001380 01  DR-FILE-STATUS          PIC X(2).
001390 01  TM-FILE-STATUS          PIC X(2).
001400 01  GM-FILE-STATUS          PIC X(2).
001410 01  CT-FILE-STATUS          PIC X(2).
001420 01  GJ-FILE-STATUS          PIC X(2).
001430 01  RP-FILE-STATUS          PIC X(2).
001435 01  LH-FILE-STATUS          PIC X(2).

001440 01  BT-LOG-EOF              PIC X VALUE 'N'.
001450 01  BT-ARCH-EOF             PIC X VALUE 'N'.
001460 01  BT-DRAWER-EOF           PIC X VALUE 'N'.
001470 01  BT-MAP-EOF              PIC X VALUE 'N'.
001475 01  BT-LH-EOF               PIC X VALUE 'N'.
001480 01  BT-HAVE-TELLERS         PIC X VALUE 'N'.
001490 01  BT-RUN-DATE             PIC 9(08) VALUE 0.

001500 01  BT-ARCHIVE-FILE-NAME.
001510     05  FILLER              PIC X(13) VALUE "../TLOG-ARCH-".
001520     05  BT-ARCH-NAME-DATE   PIC 9(08).
001530     05  FILLER              PIC X(04) VALUE ".txt".

001540 01  BT-EXTRACT-FILE-NAME.
001550     05  FILLER              PIC X(14) VALUE "../GL-JOURNAL-".
001560     05  BT-EXTR-NAME-DATE   PIC 9(08).
001570     05  FILLER              PIC X(04) VALUE ".txt".

001580 01  BT-POST-BRANCH          PIC X(02) VALUE SPACES.
001590 01  BT-DOM-BRANCH           PIC X(02) VALUE SPACES.
001600 01  BT-POST-TYPE            PIC X(01) VALUE SPACE.
001610 01  BT-POST-AMOUNT          PIC S9(7)V99 VALUE 0.
001620 01  BT-SIGNED-AMOUNT        PIC S9(7)V99 VALUE 0.
001630 01  BT-POST-ACCOUNT         PIC 9(06) VALUE 0.
001640 01  BT-DAY-POSTINGS         PIC 9(06) VALUE 0.
001650 01  BT-FOUND-IDX            PIC 9(03) COMP VALUE 0.

001660*    The chart-of-accounts mapping, loaded at start-up - one
001670*    entry per mapping code and effective date.
001680 01  BT-MAP-COUNT            PIC 9(03) COMP VALUE 0.
001690 01  BT-MAP-MAX              PIC 9(03) COMP VALUE 100.
001700 01  BT-MAP-IDX              PIC 9(03) COMP VALUE 0.
001710 01  BT-MAP-TABLE.
001720     05  BT-MAP-ENTRY OCCURS 100 TIMES.
001730         10  BT-ME-CODE          PIC X(02).
001740         10  BT-ME-EFF-DATE      PIC 9(08).
001750         10  BT-ME-DEBIT-GL      PIC X(10).
001760         10  BT-ME-CREDIT-GL     PIC X(10).
001770         10  BT-ME-DESC          PIC X(30).
001780 01  BT-MAP-FOUND            PIC X VALUE 'N'.
001790 01  BT-BEST-EFF-DATE        PIC 9(08) VALUE 0.
001800 01  BT-MAP-DEBIT-GL         PIC X(10) VALUE SPACES.
001810 01  BT-MAP-CREDIT-GL        PIC X(10) VALUE SPACES.
001820 01  BT-MAP-DESC             PIC X(30) VALUE SPACES.

001830*    The day's postings by type and the branch that took them.
001840 01  BT-PB-COUNT             PIC 9(03) COMP VALUE 0.
001850 01  BT-PB-MAX               PIC 9(03) COMP VALUE 200.
001860 01  BT-PB-IDX               PIC 9(03) COMP VALUE 0.
001870 01  BT-PB-TABLE.
001880     05  BT-PB-ENTRY OCCURS 200 TIMES.
001890         10  BT-PB-TYPE          PIC X(01).
001900         10  BT-PB-BRANCH        PIC X(02).
001910         10  BT-PB-POSTINGS      PIC 9(06).
001920         10  BT-PB-AMOUNT        PIC S9(9)V99.

001930*    The inter-branch pairs, as BANK-BRANCH-SETTLE nets them.
001940 01  BT-IB-COUNT             PIC 9(03) COMP VALUE 0.
001950 01  BT-IB-MAX               PIC 9(03) COMP VALUE 100.
001960 01  BT-IB-IDX               PIC 9(03) COMP VALUE 0.
001970 01  BT-IB-TABLE.
001980     05  BT-IB-ENTRY OCCURS 100 TIMES.
001990         10  BT-IB-POST-BR       PIC X(02).
002000         10  BT-IB-DOM-BR        PIC X(02).
002010         10  BT-IB-POSTINGS      PIC 9(06).
002020         10  BT-IB-NET           PIC S9(9)V99.

002021*    The day's LOAN-HISTORY events by mapping code and the
002022*    branch that took them.
002023 01  BT-LN-COUNT             PIC 9(03) COMP VALUE 0.
002024 01  BT-LN-MAX               PIC 9(03) COMP VALUE 100.
002025 01  BT-LN-IDX               PIC 9(03) COMP VALUE 0.
002026 01  BT-LN-TABLE.
002027     05  BT-LN-ENTRY OCCURS 100 TIMES.
002028         10  BT-LN-CODE          PIC X(02).
002029         10  BT-LN-BRANCH        PIC X(02).
002031         10  BT-LN-ITEMS         PIC 9(06).
002032         10  BT-LN-AMOUNT        PIC S9(9)V99.
002033 01  BT-LOAN-CODE            PIC X(02) VALUE SPACES.
002034 01  BT-LOAN-AMOUNT          PIC S9(9)V99 VALUE 0.
002035 01  BT-LOAN-EVENTS          PIC 9(06) VALUE 0.

002037*    The journal itself, built in full before anything is
002040*    released so it can be proved first.
002050 01  BT-JL-COUNT             PIC 9(03) COMP VALUE 0.
002060 01  BT-JL-MAX               PIC 9(03) COMP VALUE 600.
002070 01  BT-JL-IDX               PIC 9(03) COMP VALUE 0.
002080 01  BT-JL-TABLE.
002090     05  BT-JL-ENTRY OCCURS 600 TIMES.
002100         10  BT-JL-BRANCH        PIC X(02).
002110         10  BT-JL-GL            PIC X(10).
002120         10  BT-JL-DR-CR         PIC X(01).
002130         10  BT-JL-AMOUNT        PIC 9(9)V99.
002140         10  BT-JL-CODE          PIC X(02).
002150         10  BT-JL-ITEMS         PIC 9(06).
002160         10  BT-JL-DESC          PIC X(30).

002170*    One balanced pair for 4500-ADD-JOURNAL-PAIR - a negative
002180*    amount is journalled the other way round.
002190 01  BT-PAIR-CODE            PIC X(02) VALUE SPACES.
002200 01  BT-PAIR-DR-BRANCH       PIC X(02) VALUE SPACES.
002210 01  BT-PAIR-CR-BRANCH       PIC X(02) VALUE SPACES.
002220 01  BT-PAIR-AMOUNT          PIC S9(9)V99 VALUE 0.
002230 01  BT-PAIR-ITEMS           PIC 9(06) VALUE 0.
002240 01  BT-PAIR-DESC            PIC X(30) VALUE SPACES.
002250 01  BT-SWAP-BRANCH          PIC X(02) VALUE SPACES.
002260 01  BT-SWAP-GL              PIC X(10) VALUE SPACES.

002270 01  BT-DRAWER-BRANCH        PIC X(02) VALUE SPACES.
002280 01  BT-DRAWERS-JOURNALLED   PIC 9(04) VALUE 0.

002290*    Mapping codes with no GL account on file tonight.
002300 01  BT-UM-COUNT             PIC 9(02) COMP VALUE 0.
002310 01  BT-UM-MAX               PIC 9(02) COMP VALUE 20.
002320 01  BT-UM-IDX               PIC 9(02) COMP VALUE 0.
002330 01  BT-UM-TABLE.
002340     05  BT-UM-CODE          PIC X(02) OCCURS 20 TIMES.
002350 01  BT-UNMAPPED-ITEMS       PIC 9(06) VALUE 0.

002360 01  BT-TOTAL-DEBITS         PIC S9(11)V99 VALUE 0.
002370 01  BT-TOTAL-CREDITS        PIC S9(11)V99 VALUE 0.
002380 01  BT-JOURNAL-NET-DEPOSITS PIC S9(9)V99 VALUE 0.
002390 01  BT-RECON-NET-POSTINGS   PIC S9(9)V99 VALUE 0.
002400 01  BT-TIE-DIFFERENCE       PIC S9(9)V99 VALUE 0.
002410 01  BT-HAVE-RECON-TOTALS    PIC X VALUE 'N'.
002420 01  BT-TABLE-OVERFLOW       PIC X VALUE 'N'.
002430 01  BT-JOURNAL-PROVEN       PIC X VALUE 'N'.
002440 01  BT-LINES-RELEASED       PIC 9(04) VALUE 0.

002450 01  BT-RPT-HEADING.
002460     05  FILLER              PIC X(48)
002470         VALUE "BANK-GL-EXTRACT - DAILY GENERAL LEDGER JOURNAL  ".
002480     05  FILLER              PIC X(09) VALUE "RUN DATE ".
002490     05  BT-HDG-RUN-DATE     PIC 9(08).
002500     05  FILLER              PIC X(67) VALUE SPACES.

002510 01  BT-COLUMN-HEADING.
002520     05  FILLER              PIC X(20)
002530         VALUE "BR  GL ACCOUNT  CODE".
002540     05  FILLER              PIC X(14) VALUE "         DEBIT".
002550     05  FILLER              PIC X(16) VALUE "          CREDIT".
002560     05  FILLER              PIC X(09) VALUE "    ITEMS".
002570     05  FILLER              PIC X(13) VALUE "  DESCRIPTION".
002580     05  FILLER              PIC X(60) VALUE SPACES.

002590 01  BT-JOURNAL-DETAIL.
002600     05  BT-JD-BRANCH        PIC X(02).
002610     05  FILLER              PIC X(02) VALUE SPACES.
002620     05  BT-JD-GL            PIC X(10).
002630     05  FILLER              PIC X(02) VALUE SPACES.
002640     05  BT-JD-CODE          PIC X(02).
002650     05  FILLER              PIC X(02) VALUE SPACES.
002660     05  BT-JD-DEBIT         PIC ZZZ,ZZZ,ZZ9.99 BLANK WHEN ZERO.
002670     05  FILLER              PIC X(02) VALUE SPACES.
002680     05  BT-JD-CREDIT        PIC ZZZ,ZZZ,ZZ9.99 BLANK WHEN ZERO.
002690     05  FILLER              PIC X(02) VALUE SPACES.
002700     05  BT-JD-ITEMS         PIC ZZZ,ZZ9.
002710     05  FILLER              PIC X(02) VALUE SPACES.
002720     05  BT-JD-DESC          PIC X(30).
002730     05  FILLER              PIC X(41) VALUE SPACES.

002740 01  BT-RPT-DETAIL.
002750     05  BT-RD-LABEL         PIC X(36).
002760     05  BT-RD-AMOUNT        PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
002770     05  FILLER              PIC X(78) VALUE SPACES.

002780 01  BT-UNMAPPED-LINE.
002790     05  FILLER              PIC X(36)
002800         VALUE "NO GL ACCOUNT ON FILE FOR CODE      ".
002810     05  BT-UL-CODE          PIC X(02).
002820     05  FILLER              PIC X(94) VALUE SPACES.

002830 PROCEDURE DIVISION.
002840 0000-MAINLINE.
002850     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
002860     PERFORM 2000-TALLY-DAY-POSTINGS
002870         THRU 2000-TALLY-DAY-POSTINGS-EXIT.
002875     PERFORM 2300-TALLY-LOAN-HISTORY
002876         THRU 2300-TALLY-LOAN-HISTORY-EXIT.
002880     PERFORM 4000-JOURNAL-POSTINGS
002890         THRU 4000-JOURNAL-POSTINGS-EXIT.
002900     PERFORM 4200-JOURNAL-VAULT THRU 4200-JOURNAL-VAULT-EXIT.
002910     PERFORM 4400-JOURNAL-INTERBRANCH
002920         THRU 4400-JOURNAL-INTERBRANCH-EXIT.
002925     PERFORM 4800-JOURNAL-LOANS THRU 4800-JOURNAL-LOANS-EXIT.
002930     PERFORM 5000-PROVE-JOURNAL THRU 5000-PROVE-JOURNAL-EXIT.
002940     PERFORM 6000-PRINT-REPORT THRU 6000-PRINT-REPORT-EXIT.
002950     IF BT-JOURNAL-PROVEN = 'Y'
002960         PERFORM 7000-RELEASE-EXTRACT
002970             THRU 7000-RELEASE-EXTRACT-EXIT
002980     END-IF.
002990     PERFORM 8000-PRINT-SUMMARY THRU 8000-PRINT-SUMMARY-EXIT.
003000     PERFORM 9999-EXIT-PROGRAM THRU 9999-EXIT-PROGRAM-EXIT.

003010 1000-INITIALIZE.
003020     ACCEPT BT-RUN-DATE FROM DATE YYYYMMDD.
003030     MOVE BT-RUN-DATE TO BT-EXTR-NAME-DATE.
003040     OPEN INPUT ACCOUNT-FILE.
003050     IF MYFILE-STATUS <> '00'
003060         DISPLAY "BANK-GL-EXTRACT: unable to open ACCOUNT-FILE, "
003070             "status " MYFILE-STATUS
003080         MOVE 16 TO RETURN-CODE
003090         STOP RUN
003100     END-IF.
003110     OPEN INPUT TELLER-MASTER-FILE.
003120     IF TM-FILE-STATUS = '00'
003130         MOVE 'Y' TO BT-HAVE-TELLERS
003140     END-IF.
003150     PERFORM 1400-LOAD-GL-MAP THRU 1400-LOAD-GL-MAP-EXIT.
003160     OPEN OUTPUT REPORT-PRINT-FILE.
003170     IF RP-FILE-STATUS <> '00'
003180         DISPLAY "BANK-GL-EXTRACT: unable to open the report, "
003190             "status " RP-FILE-STATUS
003200         MOVE 16 TO RETURN-CODE
003210         STOP RUN
003220     END-IF.
003230     MOVE BT-RUN-DATE TO BT-HDG-RUN-DATE
003240     WRITE REPORT-PRINT-LINE FROM BT-RPT-HEADING
003250     MOVE SPACES TO REPORT-PRINT-LINE
003260     WRITE REPORT-PRINT-LINE.
003270     DISPLAY "BANK-GL-EXTRACT starting - " BT-MAP-COUNT
003280         " GL mappings on file for " BT-RUN-DATE ".".
003290 1000-INITIALIZE-EXIT.
003300     EXIT.

003310*****************************************************************
003320*  1400-LOAD-GL-MAP reads the GL-ACCOUNT-MAP file into working
003330*  storage the way BANK-INTEREST-POST loads RATE-TABLE.  With
003340*  no readable map nothing can be journalled, so the run stops
003350*  before the report or the extract is touched.
003360*****************************************************************
003370 1400-LOAD-GL-MAP.
003380     MOVE 0 TO BT-MAP-COUNT
003390     MOVE 'N' TO BT-MAP-EOF
003400     OPEN INPUT GL-MAP-FILE
003410     IF GM-FILE-STATUS <> '00'
003420         DISPLAY "BANK-GL-EXTRACT: unable to open GL-ACCOUNT-MAP,"
003430             " status " GM-FILE-STATUS " - no extract released."
003440         MOVE 16 TO RETURN-CODE
003450         STOP RUN
003460     END-IF
003470     PERFORM 1450-LOAD-ONE-MAPPING THRU 1450-LOAD-ONE-MAPPING-EXIT
003480         UNTIL BT-MAP-EOF = 'Y'
003490     CLOSE GL-MAP-FILE
003500     IF BT-MAP-COUNT = 0
003510         DISPLAY "BANK-GL-EXTRACT: GL-ACCOUNT-MAP is empty - no "
003520             "extract released."
003530         MOVE 16 TO RETURN-CODE
003540         STOP RUN
003550     END-IF.
003560 1400-LOAD-GL-MAP-EXIT.
003570     EXIT.

003580 1450-LOAD-ONE-MAPPING.
003590     READ GL-MAP-FILE
003600         AT END
003610             MOVE 'Y' TO BT-MAP-EOF
003620         NOT AT END
003630             IF GM-MAP-CODE = SPACES
003640                 OR GM-EFFECTIVE-DATE IS NOT NUMERIC
003650                 OR GM-DEBIT-GL = SPACES
003660                 OR GM-CREDIT-GL = SPACES
003670                 DISPLAY "BANK-GL-EXTRACT: unreadable mapping "
003680                     "line skipped: " GL-ACCOUNT-MAP-RECORD
003690             ELSE
003700                 IF BT-MAP-COUNT < BT-MAP-MAX
003710                     ADD 1 TO BT-MAP-COUNT
003720                     MOVE GM-MAP-CODE
003730                         TO BT-ME-CODE (BT-MAP-COUNT)
003740                     MOVE GM-EFFECTIVE-DATE
003750                         TO BT-ME-EFF-DATE (BT-MAP-COUNT)
003760                     MOVE GM-DEBIT-GL
003770                         TO BT-ME-DEBIT-GL (BT-MAP-COUNT)
003780                     MOVE GM-CREDIT-GL
003790                         TO BT-ME-CREDIT-GL (BT-MAP-COUNT)
003800                     MOVE GM-DESCRIPTION
003810                         TO BT-ME-DESC (BT-MAP-COUNT)
003820                 ELSE
003830                     DISPLAY "BANK-GL-EXTRACT: mapping table "
003840                         "full - line skipped: "
003850                         GL-ACCOUNT-MAP-RECORD
003860                 END-IF
003870             END-IF
003880     END-READ.
003890 1450-LOAD-ONE-MAPPING-EXIT.
003900     EXIT.

003910*****************************************************************
003920*  2000-TALLY-DAY-POSTINGS sums today's postings off the online
003930*  log and - should the cutover already have run tonight - off
003940*  the run day's own archive file, into the type/branch and
003950*  inter-branch tables.
003960*****************************************************************
003970 2000-TALLY-DAY-POSTINGS.
003980     MOVE 'N' TO BT-LOG-EOF
003990     OPEN INPUT TRANSACTION-LOG-FILE
004000     IF TL-FILE-STATUS = '00'
004010         PERFORM 2100-TALLY-ONE-LOG-POSTING
004020             THRU 2100-TALLY-ONE-LOG-POSTING-EXIT
004030             UNTIL BT-LOG-EOF = 'Y'
004040         CLOSE TRANSACTION-LOG-FILE
004050     END-IF
004060     MOVE BT-RUN-DATE TO BT-ARCH-NAME-DATE
004070     MOVE 'N' TO BT-ARCH-EOF
004080     OPEN INPUT ARCHIVE-LOG-FILE
004090     IF AR-FILE-STATUS = '00'
004100         PERFORM 2200-TALLY-ONE-ARCH-POSTING
004110             THRU 2200-TALLY-ONE-ARCH-POSTING-EXIT
004120             UNTIL BT-ARCH-EOF = 'Y'
004130         CLOSE ARCHIVE-LOG-FILE
004140     END-IF.
004150 2000-TALLY-DAY-POSTINGS-EXIT.
004160     EXIT.

004170 2100-TALLY-ONE-LOG-POSTING.
004180     READ TRANSACTION-LOG-FILE
004190         AT END
004200             MOVE 'Y' TO BT-LOG-EOF
004210         NOT AT END
004220             IF TL-TRANSACTION-DATE = BT-RUN-DATE
004230                 MOVE TL-ACCOUNT-NUMBER     TO BT-POST-ACCOUNT
004240                 MOVE TL-TRANSACTION-TYPE   TO BT-POST-TYPE
004250                 MOVE TL-TRANSACTION-AMOUNT TO BT-POST-AMOUNT
004260                 MOVE TL-BRANCH-CODE        TO BT-POST-BRANCH
004270                 PERFORM 3000-APPLY-ONE-POSTING
004280                     THRU 3000-APPLY-ONE-POSTING-EXIT
004290             END-IF
004300     END-READ.
004310 2100-TALLY-ONE-LOG-POSTING-EXIT.
004320     EXIT.

004330 2200-TALLY-ONE-ARCH-POSTING.
004340     READ ARCHIVE-LOG-FILE
004350         AT END
004360             MOVE 'Y' TO BT-ARCH-EOF
004370         NOT AT END
004380             IF AR-TRANSACTION-DATE = BT-RUN-DATE
004390                 MOVE AR-ACCOUNT-NUMBER     TO BT-POST-ACCOUNT
004400                 MOVE AR-TRANSACTION-TYPE   TO BT-POST-TYPE
004410                 MOVE AR-TRANSACTION-AMOUNT TO BT-POST-AMOUNT
004420                 MOVE AR-BRANCH-CODE        TO BT-POST-BRANCH
004430                 PERFORM 3000-APPLY-ONE-POSTING
004440                     THRU 3000-APPLY-ONE-POSTING-EXIT
004450             END-IF
004460     END-READ.
004470 2200-TALLY-ONE-ARCH-POSTING-EXIT.
004480     EXIT.

004481*****************************************************************
004482*  2300-TALLY-LOAN-HISTORY sums the day's installment loan
004483*  events off LOAN-HISTORY by mapping code and the branch that
004484*  took them (blank, for the batch jobs, as branch '00'): each
004485*  payment's principal, interest and late-charge shares, and a
004486*  payment taken in cash - one with no source account - in
004487*  full as well; each late charge assessed; and each night's
004488*  interest accrual.  A payment drawn from a deposit account is
004489*  also a type 'L' debit on TRANSACTION-LOG and reaches the
004490*  journal under TL from there.  A booking is not journalled -
004491*  the proceeds are paid out outside this system.  A site with
004492*  no loan history has nothing here.
004493*****************************************************************
004494 2300-TALLY-LOAN-HISTORY.
004495     MOVE 'N' TO BT-LH-EOF
004496     OPEN INPUT LOAN-HISTORY-FILE
004497     IF LH-FILE-STATUS <> '00'
004498         GO TO 2300-TALLY-LOAN-HISTORY-EXIT
004499     END-IF
004501     PERFORM 2350-TALLY-ONE-LOAN-EVENT
004502         THRU 2350-TALLY-ONE-LOAN-EVENT-EXIT
004503         UNTIL BT-LH-EOF = 'Y'
004504     CLOSE LOAN-HISTORY-FILE.
004505 2300-TALLY-LOAN-HISTORY-EXIT.
004506     EXIT.

004507 2350-TALLY-ONE-LOAN-EVENT.
004508     READ LOAN-HISTORY-FILE
004509         AT END
004511             MOVE 'Y' TO BT-LH-EOF
004512             GO TO 2350-TALLY-ONE-LOAN-EVENT-EXIT
004513     END-READ
004514     IF LH-EVENT-DATE NOT = BT-RUN-DATE
004515         GO TO 2350-TALLY-ONE-LOAN-EVENT-EXIT
004516     END-IF
004517     ADD 1 TO BT-LOAN-EVENTS
004518     MOVE LH-BRANCH-CODE TO BT-POST-BRANCH
004519     IF BT-POST-BRANCH = SPACES
004521         MOVE '00' TO BT-POST-BRANCH
004522     END-IF
004523     IF LH-LOAN-PAYMENT
004524         IF LH-SOURCE-ACCOUNT = 0
004525             MOVE "LC" TO BT-LOAN-CODE
004526             MOVE LH-AMOUNT TO BT-LOAN-AMOUNT
004527             PERFORM 3400-TALLY-LOAN-BUCKET
004528                 THRU 3400-TALLY-LOAN-BUCKET-EXIT
004529         END-IF
004531         MOVE "LP" TO BT-LOAN-CODE
004532         MOVE LH-TO-PRINCIPAL TO BT-LOAN-AMOUNT
004533         PERFORM 3400-TALLY-LOAN-BUCKET
004534             THRU 3400-TALLY-LOAN-BUCKET-EXIT
004535         MOVE "LI" TO BT-LOAN-CODE
004536         MOVE LH-TO-INTEREST TO BT-LOAN-AMOUNT
004537         PERFORM 3400-TALLY-LOAN-BUCKET
004538             THRU 3400-TALLY-LOAN-BUCKET-EXIT
004539         MOVE "LF" TO BT-LOAN-CODE
004541         MOVE LH-TO-LATE-CHARGES TO BT-LOAN-AMOUNT
004542         PERFORM 3400-TALLY-LOAN-BUCKET
004543             THRU 3400-TALLY-LOAN-BUCKET-EXIT
004544     END-IF
004545     IF LH-LATE-CHARGE
004546         MOVE "LL" TO BT-LOAN-CODE
004547         MOVE LH-AMOUNT TO BT-LOAN-AMOUNT
004548         PERFORM 3400-TALLY-LOAN-BUCKET
004549             THRU 3400-TALLY-LOAN-BUCKET-EXIT
004551     END-IF
004552     IF LH-INTEREST-ACCRUAL
004553         MOVE "LA" TO BT-LOAN-CODE
004554         MOVE LH-AMOUNT TO BT-LOAN-AMOUNT
004555         PERFORM 3400-TALLY-LOAN-BUCKET
004556             THRU 3400-TALLY-LOAN-BUCKET-EXIT
004557     END-IF.
004558 2350-TALLY-ONE-LOAN-EVENT-EXIT.
004559     EXIT.

004560*****************************************************************
004561*  3000-APPLY-ONE-POSTING adds the posting to its type/branch
004562*  total as logged (a reversal carries its own sign), and nets
004563*  it signed into the inter-branch table when the branch that
004564*  took it is not the account's domicile - the same branch
004565*  rules BANK-BRANCH-SETTLE applies.
004566*****************************************************************
004567 3000-APPLY-ONE-POSTING.
004570     ADD 1 TO BT-DAY-POSTINGS
004580     IF BT-POST-BRANCH = SPACES
004590         MOVE '00' TO BT-POST-BRANCH
004600     END-IF
004610     PERFORM 3100-TALLY-TYPE-BRANCH
004620         THRU 3100-TALLY-TYPE-BRANCH-EXIT
004630     IF BT-POST-TYPE = 'D' OR BT-POST-TYPE = 'C'
004640         OR BT-POST-TYPE = 'I' OR BT-POST-TYPE = 'R'
004645         OR BT-POST-TYPE = 'O'
004650         MOVE BT-POST-AMOUNT TO BT-SIGNED-AMOUNT
004660     ELSE
004670         COMPUTE BT-SIGNED-AMOUNT = 0 - BT-POST-AMOUNT
004680     END-IF
004690     PERFORM 3200-GET-DOMICILE-BRANCH
004700         THRU 3200-GET-DOMICILE-BRANCH-EXIT
004710     IF BT-POST-BRANCH NOT = BT-DOM-BRANCH
004720         PERFORM 3300-TALLY-INTERBRANCH
004730             THRU 3300-TALLY-INTERBRANCH-EXIT
004740     END-IF.
004750 3000-APPLY-ONE-POSTING-EXIT.
004760     EXIT.

004770 3100-TALLY-TYPE-BRANCH.
004780     MOVE 0 TO BT-FOUND-IDX
004790     PERFORM 3150-MATCH-ONE-BUCKET THRU 3150-MATCH-ONE-BUCKET-EXIT
004800         VARYING BT-PB-IDX FROM 1 BY 1
004810         UNTIL BT-PB-IDX > BT-PB-COUNT
004820             OR BT-FOUND-IDX > 0
004830     IF BT-FOUND-IDX = 0
004840         IF BT-PB-COUNT < BT-PB-MAX
004850             ADD 1 TO BT-PB-COUNT
004860             MOVE BT-POST-TYPE TO BT-PB-TYPE (BT-PB-COUNT)
004870             MOVE BT-POST-BRANCH TO BT-PB-BRANCH (BT-PB-COUNT)
004880             MOVE 0 TO BT-PB-POSTINGS (BT-PB-COUNT)
004890             MOVE 0 TO BT-PB-AMOUNT (BT-PB-COUNT)
004900             MOVE BT-PB-COUNT TO BT-FOUND-IDX
004910         ELSE
004920             MOVE 'Y' TO BT-TABLE-OVERFLOW
004930         END-IF
004940     END-IF
004950     IF BT-FOUND-IDX > 0
004960         ADD 1 TO BT-PB-POSTINGS (BT-FOUND-IDX)
004970         ADD BT-POST-AMOUNT TO BT-PB-AMOUNT (BT-FOUND-IDX)
004980     END-IF.
004990 3100-TALLY-TYPE-BRANCH-EXIT.
005000     EXIT.

005010 3150-MATCH-ONE-BUCKET.
005020     IF BT-PB-TYPE (BT-PB-IDX) = BT-POST-TYPE
005030         AND BT-PB-BRANCH (BT-PB-IDX) = BT-POST-BRANCH
005040         MOVE BT-PB-IDX TO BT-FOUND-IDX
005050     END-IF.
005060 3150-MATCH-ONE-BUCKET-EXIT.
005070     EXIT.

005080 3200-GET-DOMICILE-BRANCH.
005090     MOVE '01' TO BT-DOM-BRANCH
005100     MOVE BT-POST-ACCOUNT TO ACCOUNT-NUMBER-FILE
005110     READ ACCOUNT-FILE
005120         INVALID KEY
005130             CONTINUE
005140         NOT INVALID KEY
005150             IF BRANCH-CODE-FILE NOT = SPACES
005160                 MOVE BRANCH-CODE-FILE TO BT-DOM-BRANCH
005170             END-IF
005180     END-READ.
005190 3200-GET-DOMICILE-BRANCH-EXIT.
005200     EXIT.

005210 3300-TALLY-INTERBRANCH.
005220     MOVE 0 TO BT-FOUND-IDX
005230     PERFORM 3350-MATCH-ONE-PAIR THRU 3350-MATCH-ONE-PAIR-EXIT
005240         VARYING BT-IB-IDX FROM 1 BY 1
005250         UNTIL BT-IB-IDX > BT-IB-COUNT
005260             OR BT-FOUND-IDX > 0
005270     IF BT-FOUND-IDX = 0
005280         IF BT-IB-COUNT < BT-IB-MAX
005290             ADD 1 TO BT-IB-COUNT
005300             MOVE BT-POST-BRANCH TO BT-IB-POST-BR (BT-IB-COUNT)
005310             MOVE BT-DOM-BRANCH TO BT-IB-DOM-BR (BT-IB-COUNT)
005320             MOVE 0 TO BT-IB-POSTINGS (BT-IB-COUNT)
005330             MOVE 0 TO BT-IB-NET (BT-IB-COUNT)
005340             MOVE BT-IB-COUNT TO BT-FOUND-IDX
005350         ELSE
005360             MOVE 'Y' TO BT-TABLE-OVERFLOW
005370         END-IF
005380     END-IF
005390     IF BT-FOUND-IDX > 0
005400         ADD 1 TO BT-IB-POSTINGS (BT-FOUND-IDX)
005410         ADD BT-SIGNED-AMOUNT TO BT-IB-NET (BT-FOUND-IDX)
005420     END-IF.
005430 3300-TALLY-INTERBRANCH-EXIT.
005440     EXIT.

005450 3350-MATCH-ONE-PAIR.
005460     IF BT-IB-POST-BR (BT-IB-IDX) = BT-POST-BRANCH
005470         AND BT-IB-DOM-BR (BT-IB-IDX) = BT-DOM-BRANCH
005480         MOVE BT-IB-IDX TO BT-FOUND-IDX
005490     END-IF.
005500 3350-MATCH-ONE-PAIR-EXIT.
005510     EXIT.

005511 3400-TALLY-LOAN-BUCKET.
005512     IF BT-LOAN-AMOUNT = 0
005513         GO TO 3400-TALLY-LOAN-BUCKET-EXIT
005514     END-IF
005515     MOVE 0 TO BT-FOUND-IDX
005516     PERFORM 3450-MATCH-ONE-LOAN-BUCKET
005517         THRU 3450-MATCH-ONE-LOAN-BUCKET-EXIT
005518         VARYING BT-LN-IDX FROM 1 BY 1
005519         UNTIL BT-LN-IDX > BT-LN-COUNT
005521             OR BT-FOUND-IDX > 0
005522     IF BT-FOUND-IDX = 0
005523         IF BT-LN-COUNT < BT-LN-MAX
005524             ADD 1 TO BT-LN-COUNT
005525             MOVE BT-LOAN-CODE TO BT-LN-CODE (BT-LN-COUNT)
005526             MOVE BT-POST-BRANCH TO BT-LN-BRANCH (BT-LN-COUNT)
005527             MOVE 0 TO BT-LN-ITEMS (BT-LN-COUNT)
005528             MOVE 0 TO BT-LN-AMOUNT (BT-LN-COUNT)
005529             MOVE BT-LN-COUNT TO BT-FOUND-IDX
005531         ELSE
005532             MOVE 'Y' TO BT-TABLE-OVERFLOW
005533         END-IF
005534     END-IF
005535     IF BT-FOUND-IDX > 0
005536         ADD 1 TO BT-LN-ITEMS (BT-FOUND-IDX)
005537         ADD BT-LOAN-AMOUNT TO BT-LN-AMOUNT (BT-FOUND-IDX)
005538     END-IF.
005539 3400-TALLY-LOAN-BUCKET-EXIT.
005541     EXIT.

005542 3450-MATCH-ONE-LOAN-BUCKET.
005543     IF BT-LN-CODE (BT-LN-IDX) = BT-LOAN-CODE
005544         AND BT-LN-BRANCH (BT-LN-IDX) = BT-POST-BRANCH
005545         MOVE BT-LN-IDX TO BT-FOUND-IDX
005546     END-IF.
005547 3450-MATCH-ONE-LOAN-BUCKET-EXIT.
005548     EXIT.

005550*****************************************************************
005552*  4000-JOURNAL-POSTINGS journals each type/branch total through
005554*  its 'T' mapping code, and carries the total into the
005556*  journal's net deposit movement with the sign the reconcile
005560*  gives that type: deposits, transfer-in legs and interest
005570*  add; withdrawals, transfer-out legs, penalties and service
005580*  charges subtract; a reversal adds by its own sign.  A total
005590*  with no mapping is left out of the movement as well as the
005600*  journal - the proof then fails on the unmapped code.
005610*****************************************************************
005620 4000-JOURNAL-POSTINGS.
005630     PERFORM 4100-JOURNAL-ONE-BUCKET
005640         THRU 4100-JOURNAL-ONE-BUCKET-EXIT
005650         VARYING BT-PB-IDX FROM 1 BY 1
005660         UNTIL BT-PB-IDX > BT-PB-COUNT.
005670 4000-JOURNAL-POSTINGS-EXIT.
005680     EXIT.

005690 4100-JOURNAL-ONE-BUCKET.
005700     MOVE 'T' TO BT-PAIR-CODE (1:1)
005710     MOVE BT-PB-TYPE (BT-PB-IDX) TO BT-PAIR-CODE (2:1)
005720     MOVE BT-PB-BRANCH (BT-PB-IDX) TO BT-PAIR-DR-BRANCH
005730     MOVE BT-PB-BRANCH (BT-PB-IDX) TO BT-PAIR-CR-BRANCH
005740     MOVE BT-PB-AMOUNT (BT-PB-IDX) TO BT-PAIR-AMOUNT
005750     MOVE BT-PB-POSTINGS (BT-PB-IDX) TO BT-PAIR-ITEMS
005760     MOVE SPACES TO BT-PAIR-DESC
005770     PERFORM 4500-ADD-JOURNAL-PAIR THRU 4500-ADD-JOURNAL-PAIR-EXIT
005780     IF BT-MAP-FOUND = 'Y'
005790         IF BT-PB-TYPE (BT-PB-IDX) = 'D'
005800             OR BT-PB-TYPE (BT-PB-IDX) = 'C'
005810             OR BT-PB-TYPE (BT-PB-IDX) = 'I'
005820             OR BT-PB-TYPE (BT-PB-IDX) = 'R'
005825             OR BT-PB-TYPE (BT-PB-IDX) = 'O'
005830             ADD BT-PB-AMOUNT (BT-PB-IDX)
005840                 TO BT-JOURNAL-NET-DEPOSITS
005850         ELSE IF BT-PB-TYPE (BT-PB-IDX) = 'W'
005860             OR BT-PB-TYPE (BT-PB-IDX) = 'T'
005870             OR BT-PB-TYPE (BT-PB-IDX) = 'P'
005880             OR BT-PB-TYPE (BT-PB-IDX) = 'F'
005885             OR BT-PB-TYPE (BT-PB-IDX) = 'B'
005886             OR BT-PB-TYPE (BT-PB-IDX) = 'L'
005890             SUBTRACT BT-PB-AMOUNT (BT-PB-IDX)
005900                 FROM BT-JOURNAL-NET-DEPOSITS
005910         END-IF
005920     END-IF.
005930 4100-JOURNAL-ONE-BUCKET-EXIT.
005940     EXIT.

005950*****************************************************************
005960*  4200-JOURNAL-VAULT journals each drawer worked today: its
005970*  buys from the vault through mapping code 'VB' and its sells
005980*  back through 'VS', at the branch of the teller who holds the
005990*  drawer.  A site with no drawer file yet has nothing here.
006000*****************************************************************
006010 4200-JOURNAL-VAULT.
006020     OPEN INPUT DRAWER-FILE
006030     IF DR-FILE-STATUS <> '00'
006040         GO TO 4200-JOURNAL-VAULT-EXIT
006050     END-IF
006060     MOVE 'N' TO BT-DRAWER-EOF
006070     PERFORM 4250-JOURNAL-ONE-DRAWER
006080         THRU 4250-JOURNAL-ONE-DRAWER-EXIT
006090         UNTIL BT-DRAWER-EOF = 'Y'
006100     CLOSE DRAWER-FILE.
006110 4200-JOURNAL-VAULT-EXIT.
006120     EXIT.

006130 4250-JOURNAL-ONE-DRAWER.
006140     READ DRAWER-FILE NEXT RECORD
006150         AT END
006160             MOVE 'Y' TO BT-DRAWER-EOF
006170             GO TO 4250-JOURNAL-ONE-DRAWER-EXIT
006180     END-READ
006190     IF DR-BUSINESS-DATE NOT = BT-RUN-DATE
006200         GO TO 4250-JOURNAL-ONE-DRAWER-EXIT
006210     END-IF
006220     IF DR-VAULT-BUYS = 0 AND DR-VAULT-SELLS = 0
006230         GO TO 4250-JOURNAL-ONE-DRAWER-EXIT
006240     END-IF
006250     ADD 1 TO BT-DRAWERS-JOURNALLED
006260     PERFORM 4300-GET-DRAWER-BRANCH
006270         THRU 4300-GET-DRAWER-BRANCH-EXIT
006280     MOVE BT-DRAWER-BRANCH TO BT-PAIR-DR-BRANCH
006290     MOVE BT-DRAWER-BRANCH TO BT-PAIR-CR-BRANCH
006300     MOVE 1 TO BT-PAIR-ITEMS
006310     IF DR-VAULT-BUYS > 0
006320         MOVE "VB" TO BT-PAIR-CODE
006330         MOVE DR-VAULT-BUYS TO BT-PAIR-AMOUNT
006340         MOVE SPACES TO BT-PAIR-DESC
006350         STRING "VAULT BUYS - DRAWER " DR-TELLER-ID
006360             DELIMITED BY SIZE INTO BT-PAIR-DESC
006370         PERFORM 4500-ADD-JOURNAL-PAIR
006380             THRU 4500-ADD-JOURNAL-PAIR-EXIT
006390     END-IF
006400     IF DR-VAULT-SELLS > 0
006410         MOVE "VS" TO BT-PAIR-CODE
006420         MOVE DR-VAULT-SELLS TO BT-PAIR-AMOUNT
006430         MOVE SPACES TO BT-PAIR-DESC
006440         STRING "VAULT SELLS - DRAWER " DR-TELLER-ID
006450             DELIMITED BY SIZE INTO BT-PAIR-DESC
006460         PERFORM 4500-ADD-JOURNAL-PAIR
006470             THRU 4500-ADD-JOURNAL-PAIR-EXIT
006480     END-IF.
006490 4250-JOURNAL-ONE-DRAWER-EXIT.
006500     EXIT.

006510*    A teller record that predates branches, or no teller
006520*    master at all, reads as the main office.
006530 4300-GET-DRAWER-BRANCH.
006540     MOVE '01' TO BT-DRAWER-BRANCH
006550     IF BT-HAVE-TELLERS = 'N'
006560         GO TO 4300-GET-DRAWER-BRANCH-EXIT
006570     END-IF
006580     MOVE DR-TELLER-ID TO TM-TELLER-ID
006590     READ TELLER-MASTER-FILE
006600         INVALID KEY
006610             CONTINUE
006620         NOT INVALID KEY
006630             IF TM-BRANCH-CODE NOT = SPACES
006640                 MOVE TM-BRANCH-CODE TO BT-DRAWER-BRANCH
006650             END-IF
006660     END-READ.
006670 4300-GET-DRAWER-BRANCH-EXIT.
006680     EXIT.

006690*****************************************************************
006700*  4400-JOURNAL-INTERBRANCH journals each inter-branch pair's
006710*  net through mapping code 'IB'.  A positive net means the
006720*  office that took the postings holds money owed to the
006730*  domicile office: due-from at the domicile, due-to at the
006740*  posting office.  A negative net is the other way about.
006750*****************************************************************
006760 4400-JOURNAL-INTERBRANCH.
006770     PERFORM 4450-JOURNAL-ONE-PAIR THRU 4450-JOURNAL-ONE-PAIR-EXIT
006780         VARYING BT-IB-IDX FROM 1 BY 1
006790         UNTIL BT-IB-IDX > BT-IB-COUNT.
006800 4400-JOURNAL-INTERBRANCH-EXIT.
006810     EXIT.

006820 4450-JOURNAL-ONE-PAIR.
006830     MOVE "IB" TO BT-PAIR-CODE
006840     MOVE BT-IB-DOM-BR (BT-IB-IDX) TO BT-PAIR-DR-BRANCH
006850     MOVE BT-IB-POST-BR (BT-IB-IDX) TO BT-PAIR-CR-BRANCH
006860     MOVE BT-IB-NET (BT-IB-IDX) TO BT-PAIR-AMOUNT
006870     MOVE BT-IB-POSTINGS (BT-IB-IDX) TO BT-PAIR-ITEMS
006880     MOVE SPACES TO BT-PAIR-DESC
006890     STRING "INTER-BRANCH POSTED " BT-IB-POST-BR (BT-IB-IDX)
006900         " FOR " BT-IB-DOM-BR (BT-IB-IDX)
006910         DELIMITED BY SIZE INTO BT-PAIR-DESC
006920     PERFORM 4500-ADD-JOURNAL-PAIR
006930         THRU 4500-ADD-JOURNAL-PAIR-EXIT.
006940 4450-JOURNAL-ONE-PAIR-EXIT.
006950     EXIT.

006960*****************************************************************
006970*  4500-ADD-JOURNAL-PAIR looks up the pair's mapping code and
006980*  adds one debit line and one credit line for the amount.  A
006990*  negative amount swaps the sides - accounts and branches
007000*  both - and journals the absolute value.  A zero amount
007010*  journals nothing; an unmapped code is listed for the proof.
007020*****************************************************************
007030 4500-ADD-JOURNAL-PAIR.
007040     PERFORM 4600-FIND-MAPPING THRU 4600-FIND-MAPPING-EXIT
007050     IF BT-MAP-FOUND = 'N'
007060         ADD BT-PAIR-ITEMS TO BT-UNMAPPED-ITEMS
007070         PERFORM 4700-NOTE-UNMAPPED THRU 4700-NOTE-UNMAPPED-EXIT
007080         GO TO 4500-ADD-JOURNAL-PAIR-EXIT
007090     END-IF
007100     IF BT-PAIR-AMOUNT = 0
007110         GO TO 4500-ADD-JOURNAL-PAIR-EXIT
007120     END-IF
007130     IF BT-PAIR-AMOUNT < 0
007140         COMPUTE BT-PAIR-AMOUNT = 0 - BT-PAIR-AMOUNT
007150         MOVE BT-MAP-DEBIT-GL TO BT-SWAP-GL
007160         MOVE BT-MAP-CREDIT-GL TO BT-MAP-DEBIT-GL
007170         MOVE BT-SWAP-GL TO BT-MAP-CREDIT-GL
007180         MOVE BT-PAIR-DR-BRANCH TO BT-SWAP-BRANCH
007190         MOVE BT-PAIR-CR-BRANCH TO BT-PAIR-DR-BRANCH
007200         MOVE BT-SWAP-BRANCH TO BT-PAIR-CR-BRANCH
007210     END-IF
007220     IF BT-PAIR-DESC = SPACES
007230         MOVE BT-MAP-DESC TO BT-PAIR-DESC
007240     END-IF
007250     IF BT-JL-COUNT + 2 > BT-JL-MAX
007260         MOVE 'Y' TO BT-TABLE-OVERFLOW
007270         GO TO 4500-ADD-JOURNAL-PAIR-EXIT
007280     END-IF
007290     ADD 1 TO BT-JL-COUNT
007300     MOVE BT-PAIR-DR-BRANCH TO BT-JL-BRANCH (BT-JL-COUNT)
007310     MOVE BT-MAP-DEBIT-GL TO BT-JL-GL (BT-JL-COUNT)
007320     MOVE 'D' TO BT-JL-DR-CR (BT-JL-COUNT)
007330     MOVE BT-PAIR-AMOUNT TO BT-JL-AMOUNT (BT-JL-COUNT)
007340     MOVE BT-PAIR-CODE TO BT-JL-CODE (BT-JL-COUNT)
007350     MOVE BT-PAIR-ITEMS TO BT-JL-ITEMS (BT-JL-COUNT)
007360     MOVE BT-PAIR-DESC TO BT-JL-DESC (BT-JL-COUNT)
007370     ADD BT-PAIR-AMOUNT TO BT-TOTAL-DEBITS
007380     ADD 1 TO BT-JL-COUNT
007390     MOVE BT-PAIR-CR-BRANCH TO BT-JL-BRANCH (BT-JL-COUNT)
007400     MOVE BT-MAP-CREDIT-GL TO BT-JL-GL (BT-JL-COUNT)
007410     MOVE 'C' TO BT-JL-DR-CR (BT-JL-COUNT)
007420     MOVE BT-PAIR-AMOUNT TO BT-JL-AMOUNT (BT-JL-COUNT)
007430     MOVE BT-PAIR-CODE TO BT-JL-CODE (BT-JL-COUNT)
007440     MOVE BT-PAIR-ITEMS TO BT-JL-ITEMS (BT-JL-COUNT)
007450     MOVE BT-PAIR-DESC TO BT-JL-DESC (BT-JL-COUNT)
007460     ADD BT-PAIR-AMOUNT TO BT-TOTAL-CREDITS.
007470 4500-ADD-JOURNAL-PAIR-EXIT.
007480     EXIT.

007490*    The mapping for the pair's code with the latest effective
007500*    date on or before the run date.
007510 4600-FIND-MAPPING.
007520     MOVE 'N' TO BT-MAP-FOUND
007530     MOVE 0 TO BT-BEST-EFF-DATE
007540     PERFORM 4650-CHECK-ONE-MAPPING
007550         THRU 4650-CHECK-ONE-MAPPING-EXIT
007560         VARYING BT-MAP-IDX FROM 1 BY 1
007570         UNTIL BT-MAP-IDX > BT-MAP-COUNT.
007580 4600-FIND-MAPPING-EXIT.
007590     EXIT.

007600 4650-CHECK-ONE-MAPPING.
007610     IF BT-ME-CODE (BT-MAP-IDX) = BT-PAIR-CODE
007620         AND BT-ME-EFF-DATE (BT-MAP-IDX) <= BT-RUN-DATE
007630         AND BT-ME-EFF-DATE (BT-MAP-IDX) >= BT-BEST-EFF-DATE
007640         MOVE BT-ME-EFF-DATE (BT-MAP-IDX) TO BT-BEST-EFF-DATE
007650         MOVE BT-ME-DEBIT-GL (BT-MAP-IDX) TO BT-MAP-DEBIT-GL
007660         MOVE BT-ME-CREDIT-GL (BT-MAP-IDX) TO BT-MAP-CREDIT-GL
007670         MOVE BT-ME-DESC (BT-MAP-IDX) TO BT-MAP-DESC
007680         MOVE 'Y' TO BT-MAP-FOUND
007690     END-IF.
007700 4650-CHECK-ONE-MAPPING-EXIT.
007710     EXIT.

007720 4700-NOTE-UNMAPPED.
007730     MOVE 0 TO BT-FOUND-IDX
007740     PERFORM 4750-MATCH-ONE-UNMAPPED
007750         THRU 4750-MATCH-ONE-UNMAPPED-EXIT
007760         VARYING BT-UM-IDX FROM 1 BY 1
007770         UNTIL BT-UM-IDX > BT-UM-COUNT
007780             OR BT-FOUND-IDX > 0
007790     IF BT-FOUND-IDX = 0
007800         AND BT-UM-COUNT < BT-UM-MAX
007810         ADD 1 TO BT-UM-COUNT
007820         MOVE BT-PAIR-CODE TO BT-UM-CODE (BT-UM-COUNT)
007830     END-IF.
007840 4700-NOTE-UNMAPPED-EXIT.
007850     EXIT.

007860 4750-MATCH-ONE-UNMAPPED.
007870     IF BT-UM-CODE (BT-UM-IDX) = BT-PAIR-CODE
007880         MOVE BT-UM-IDX TO BT-FOUND-IDX
007890     END-IF.
007900 4750-MATCH-ONE-UNMAPPED-EXIT.
007910     EXIT.

007911*****************************************************************
007912*  4800-JOURNAL-LOANS journals each loan code/branch total from
007913*  2300 through its own mapping code at that branch.  None of
007914*  them moves a deposit balance, so none enters the journal's
007915*  net deposit movement.
007916*****************************************************************
007917 4800-JOURNAL-LOANS.
007918     PERFORM 4850-JOURNAL-ONE-LOAN-BUCKET
007919         THRU 4850-JOURNAL-ONE-LOAN-BUCKET-EXIT
007921         VARYING BT-LN-IDX FROM 1 BY 1
007922         UNTIL BT-LN-IDX > BT-LN-COUNT.
007923 4800-JOURNAL-LOANS-EXIT.
007924     EXIT.

007925 4850-JOURNAL-ONE-LOAN-BUCKET.
007926     MOVE BT-LN-CODE (BT-LN-IDX) TO BT-PAIR-CODE
007927     MOVE BT-LN-BRANCH (BT-LN-IDX) TO BT-PAIR-DR-BRANCH
007928     MOVE BT-LN-BRANCH (BT-LN-IDX) TO BT-PAIR-CR-BRANCH
007929     MOVE BT-LN-AMOUNT (BT-LN-IDX) TO BT-PAIR-AMOUNT
007931     MOVE BT-LN-ITEMS (BT-LN-IDX) TO BT-PAIR-ITEMS
007932     MOVE SPACES TO BT-PAIR-DESC
007933     PERFORM 4500-ADD-JOURNAL-PAIR
007934         THRU 4500-ADD-JOURNAL-PAIR-EXIT.
007935 4850-JOURNAL-ONE-LOAN-BUCKET-EXIT.
007936     EXIT.

007937*****************************************************************
007938*  5000-PROVE-JOURNAL decides whether the extract may go.  The
007940*  reconcile's figure is only good if BANK-RECONCILE has run
007950*  tonight - CONTROL-TOTALS dated today; an older record means
007960*  the reconcile has not run and there is nothing to tie to.
007970*****************************************************************
007980 5000-PROVE-JOURNAL.
007990     MOVE 'N' TO BT-HAVE-RECON-TOTALS
008000     OPEN INPUT CONTROL-TOTALS-FILE
008010     IF CT-FILE-STATUS = '00'
008020         READ CONTROL-TOTALS-FILE
008030             AT END
008040                 CONTINUE
008050             NOT AT END
008060                 IF CT-RUN-DATE = BT-RUN-DATE
008070                     MOVE 'Y' TO BT-HAVE-RECON-TOTALS
008080                     MOVE CT-NET-POSTINGS TO BT-RECON-NET-POSTINGS
008090                 END-IF
008100         END-READ
008110         CLOSE CONTROL-TOTALS-FILE
008120     END-IF
008130     COMPUTE BT-TIE-DIFFERENCE =
008140         BT-JOURNAL-NET-DEPOSITS - BT-RECON-NET-POSTINGS
008150     MOVE 'N' TO BT-JOURNAL-PROVEN
008160     IF BT-HAVE-RECON-TOTALS = 'Y'
008170         AND BT-TIE-DIFFERENCE = 0
008180         AND BT-TOTAL-DEBITS = BT-TOTAL-CREDITS
008190         AND BT-UM-COUNT = 0
008200         AND BT-TABLE-OVERFLOW = 'N'
008210         MOVE 'Y' TO BT-JOURNAL-PROVEN
008220     END-IF.
008230 5000-PROVE-JOURNAL-EXIT.
008240     EXIT.

008250 6000-PRINT-REPORT.
008260     WRITE REPORT-PRINT-LINE FROM BT-COLUMN-HEADING
008270     MOVE SPACES TO REPORT-PRINT-LINE
008280     WRITE REPORT-PRINT-LINE
008290     IF BT-JL-COUNT = 0
008300         MOVE "NO GL ACTIVITY TODAY" TO REPORT-PRINT-LINE
008310         WRITE REPORT-PRINT-LINE
008320     END-IF
008330     PERFORM 6100-PRINT-ONE-LINE THRU 6100-PRINT-ONE-LINE-EXIT
008340         VARYING BT-JL-IDX FROM 1 BY 1
008350         UNTIL BT-JL-IDX > BT-JL-COUNT
008360     MOVE SPACES TO REPORT-PRINT-LINE
008370     WRITE REPORT-PRINT-LINE
008380     MOVE "TOTAL DEBITS                      : " TO BT-RD-LABEL
008390     MOVE BT-TOTAL-DEBITS TO BT-RD-AMOUNT
008400     WRITE REPORT-PRINT-LINE FROM BT-RPT-DETAIL
008410     MOVE "TOTAL CREDITS                     : " TO BT-RD-LABEL
008420     MOVE BT-TOTAL-CREDITS TO BT-RD-AMOUNT
008430     WRITE REPORT-PRINT-LINE FROM BT-RPT-DETAIL
008440     MOVE "NET DEPOSIT MOVEMENT PER JOURNAL  : " TO BT-RD-LABEL
008450     MOVE BT-JOURNAL-NET-DEPOSITS TO BT-RD-AMOUNT
008460     WRITE REPORT-PRINT-LINE FROM BT-RPT-DETAIL
008470     IF BT-HAVE-RECON-TOTALS = 'Y'
008480         MOVE "NET POSTINGS PER BANK-RECONCILE   : "
008490             TO BT-RD-LABEL
008500         MOVE BT-RECON-NET-POSTINGS TO BT-RD-AMOUNT
008510         WRITE REPORT-PRINT-LINE FROM BT-RPT-DETAIL
008520         MOVE "DIFFERENCE                        : "
008530             TO BT-RD-LABEL
008540         MOVE BT-TIE-DIFFERENCE TO BT-RD-AMOUNT
008550         WRITE REPORT-PRINT-LINE FROM BT-RPT-DETAIL
008560     ELSE
008570         MOVE "NO CONTROL TOTALS FROM BANK-RECONCILE FOR TODAY"
008580             TO REPORT-PRINT-LINE
008590         WRITE REPORT-PRINT-LINE
008600     END-IF
008610     PERFORM 6200-PRINT-ONE-UNMAPPED
008620         THRU 6200-PRINT-ONE-UNMAPPED-EXIT
008630         VARYING BT-UM-IDX FROM 1 BY 1
008640         UNTIL BT-UM-IDX > BT-UM-COUNT
008650     IF BT-TABLE-OVERFLOW = 'Y'
008660         MOVE "JOURNAL TABLES FULL - NOT ALL OF TODAY JOURNALLED"
008670             TO REPORT-PRINT-LINE
008680         WRITE REPORT-PRINT-LINE
008690     END-IF
008700     MOVE SPACES TO REPORT-PRINT-LINE
008710     WRITE REPORT-PRINT-LINE
008720     IF BT-JOURNAL-PROVEN = 'Y'
008730         MOVE SPACES TO REPORT-PRINT-LINE
008740         STRING "STATUS: PROVEN - EXTRACT RELEASED AS "
008750             BT-EXTRACT-FILE-NAME (4:23)
008760             DELIMITED BY SIZE INTO REPORT-PRINT-LINE
008770     ELSE
008780         MOVE "STATUS: *** NOT PROVEN - EXTRACT WITHHELD ***"
008790             TO REPORT-PRINT-LINE
008800     END-IF
008810     WRITE REPORT-PRINT-LINE.
008820 6000-PRINT-REPORT-EXIT.
008830     EXIT.

008840 6100-PRINT-ONE-LINE.
008850     MOVE BT-JL-BRANCH (BT-JL-IDX) TO BT-JD-BRANCH
008860     MOVE BT-JL-GL (BT-JL-IDX) TO BT-JD-GL
008870     MOVE BT-JL-CODE (BT-JL-IDX) TO BT-JD-CODE
008880     IF BT-JL-DR-CR (BT-JL-IDX) = 'D'
008890         MOVE BT-JL-AMOUNT (BT-JL-IDX) TO BT-JD-DEBIT
008900         MOVE 0 TO BT-JD-CREDIT
008910     ELSE
008920         MOVE 0 TO BT-JD-DEBIT
008930         MOVE BT-JL-AMOUNT (BT-JL-IDX) TO BT-JD-CREDIT
008940     END-IF
008950     MOVE BT-JL-ITEMS (BT-JL-IDX) TO BT-JD-ITEMS
008960     MOVE BT-JL-DESC (BT-JL-IDX) TO BT-JD-DESC
008970     WRITE REPORT-PRINT-LINE FROM BT-JOURNAL-DETAIL.
008980 6100-PRINT-ONE-LINE-EXIT.
008990     EXIT.

009000 6200-PRINT-ONE-UNMAPPED.
009010     MOVE BT-UM-CODE (BT-UM-IDX) TO BT-UL-CODE
009020     WRITE REPORT-PRINT-LINE FROM BT-UNMAPPED-LINE.
009030 6200-PRINT-ONE-UNMAPPED-EXIT.
009040     EXIT.

009050*****************************************************************
009060*  7000-RELEASE-EXTRACT writes the proven journal to the day's
009070*  GL-JOURNAL extract.  A rerun the same night rewrites the
009080*  day's file whole.
009090*****************************************************************
009100 7000-RELEASE-EXTRACT.
009110     OPEN OUTPUT GL-EXTRACT-FILE
009120     IF GJ-FILE-STATUS <> '00'
009130         DISPLAY "BANK-GL-EXTRACT: unable to open the extract, "
009140             "status " GJ-FILE-STATUS
009150         MOVE 16 TO RETURN-CODE
009160         STOP RUN
009170     END-IF
009180     PERFORM 7100-WRITE-ONE-LINE THRU 7100-WRITE-ONE-LINE-EXIT
009190         VARYING BT-JL-IDX FROM 1 BY 1
009200         UNTIL BT-JL-IDX > BT-JL-COUNT
009210     CLOSE GL-EXTRACT-FILE.
009220 7000-RELEASE-EXTRACT-EXIT.
009230     EXIT.

009240 7100-WRITE-ONE-LINE.
009250     MOVE SPACES TO GL-JOURNAL-RECORD
009260     MOVE BT-RUN-DATE TO GJ-BUSINESS-DATE
009270     MOVE BT-JL-BRANCH (BT-JL-IDX) TO GJ-BRANCH-CODE
009280     MOVE BT-JL-GL (BT-JL-IDX) TO GJ-GL-ACCOUNT
009290     MOVE BT-JL-DR-CR (BT-JL-IDX) TO GJ-DR-CR
009300     MOVE BT-JL-AMOUNT (BT-JL-IDX) TO GJ-AMOUNT
009310     MOVE BT-JL-CODE (BT-JL-IDX) TO GJ-MAP-CODE
009320     MOVE BT-JL-ITEMS (BT-JL-IDX) TO GJ-ITEM-COUNT
009330     MOVE BT-JL-DESC (BT-JL-IDX) TO GJ-DESCRIPTION
009340     WRITE GL-JOURNAL-RECORD
009350     ADD 1 TO BT-LINES-RELEASED.
009360 7100-WRITE-ONE-LINE-EXIT.
009370     EXIT.

009380 8000-PRINT-SUMMARY.
009390     DISPLAY "BANK-GL-EXTRACT complete.".
009400     DISPLAY "  Postings today      : " BT-DAY-POSTINGS.
009410     DISPLAY "  Drawers journalled  : " BT-DRAWERS-JOURNALLED.
009415     DISPLAY "  Loan events today   : " BT-LOAN-EVENTS.
009420     DISPLAY "  Inter-branch pairs  : " BT-IB-COUNT.
009430     DISPLAY "  Journal lines       : " BT-JL-COUNT.
009440     DISPLAY "  Total debits        : " BT-TOTAL-DEBITS.
009450     DISPLAY "  Total credits       : " BT-TOTAL-CREDITS.
009460     IF BT-JOURNAL-PROVEN = 'Y'
009470         DISPLAY "  Extract released    : " BT-LINES-RELEASED
009480             " lines"
009490     ELSE
009500         DISPLAY "BANK-GL-EXTRACT: *** journal not proven - "
009510             "extract withheld, see GL-JOURNAL.rpt ***"
009520         IF BT-UM-COUNT > 0
009530             DISPLAY "  Codes with no GL account : " BT-UM-COUNT
009540                 "  items " BT-UNMAPPED-ITEMS
009550         END-IF
009560         IF BT-HAVE-RECON-TOTALS = 'N'
009570             DISPLAY "  BANK-RECONCILE has not run for "
009580                 BT-RUN-DATE
009590         ELSE
009600             IF BT-TIE-DIFFERENCE NOT = 0
009610                 DISPLAY "  Differs from the reconcile by "
009620                     BT-TIE-DIFFERENCE
009630             END-IF
009640         END-IF
009650         MOVE 16 TO RETURN-CODE
009660     END-IF.
009670 8000-PRINT-SUMMARY-EXIT.
009680     EXIT.

009690 9999-EXIT-PROGRAM.
009700     CLOSE ACCOUNT-FILE.
009710     IF BT-HAVE-TELLERS = 'Y'
009720         CLOSE TELLER-MASTER-FILE
009730     END-IF.
009740     CLOSE REPORT-PRINT-FILE.
009750     STOP RUN.
009760 9999-EXIT-PROGRAM-EXIT.
009770     EXIT.
