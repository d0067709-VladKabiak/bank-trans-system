000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. BANK-ACCOUNT-RECOVERY.
000120 AUTHOR. J-MILLER.
000130 INSTALLATION. FIRST-COMMUNITY-DP-CENTER.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED. 10/15/2026.
000160*****************************************************************
000170*  BANK-ACCOUNT-RECOVERY
000180*  Roll-forward recovery of ACCOUNT-FILE, run by operations on
000190*  demand when the account master is damaged.  The run starts
000200*  from the latest nightly image BANK-ACCOUNT-IMAGE took (the
000210*  ACCT-IMAGE-DIR control record names it and gives its count
000220*  and balance total, which the image must still agree with),
000230*  loads it onto the work file ACCOUNT-REBUILD, and replays onto
000240*  it every TRANSACTION-LOG posting - archived days and the
000250*  online log - logged after the image was taken, netting each
000260*  by type with the same signed rules BANK-RECONCILE and
000270*  BANK-FILE-AUDIT use.
000280*
000290*  The rebuilt file is then proven against CONTROL-TOTALS: its
000300*  balance total must equal the reconcile's closing balance plus
000310*  the net of every posting logged since the reconcile took it.
000320*  Only a proven rebuild is copied over ACCOUNT-FILE, and the
000330*  RECOVERY report says in so many words whether the tellers may
000340*  sign back on.  A rebuild that does not prove leaves
000350*  ACCOUNT-FILE exactly as it was found and fails the run
000360*  (return code 16); the rebuilt file stays on ACCOUNT-REBUILD
000370*  for the investigation.  Every account the replay changed is
000380*  listed with its image balance, the postings applied and the
000390*  rebuilt balance.
000400*
000410*  The log carries balances, not account details.  An account
000420*  opened since the image is taken from the damaged master when
000430*  its record can still be read there, with its balance rebuilt
000440*  from the log; one that cannot is rebuilt frozen with the
000450*  replayed balance and listed, for the branch to re-key.
000460*  Status, limit and term changes made since the image are not
000470*  on the log and are not replayed - the image is taken last
000480*  thing each night, so that is at most one day's maintenance,
000490*  which the branches redo from their own work.
000500*
000510*  For investigations, an AS-OF line on RECOVERY-PARMS
000520*  (RECOVPRM layout) rebuilds the file as it stood at a given
000530*  date and time instead: the run starts from the latest image
000540*  taken at or before that moment, replays only the postings
000550*  up to it, and proves against CONTROL-TOTALS moved to the same
000560*  moment.  An as-of rebuild is left on ACCOUNT-REBUILD for
000570*  inquiry; ACCOUNT-FILE is never touched.
000580*
000590*  MODIFICATION HISTORY
000600*  DATE        INIT  DESCRIPTION
000610*  ----------  ----  -------------------------------------------
000620*  2026-10-15  JKM   Original version.
000630*****************************************************************

000640 ENVIRONMENT DIVISION.
000650 INPUT-OUTPUT SECTION.
000660 FILE-CONTROL.
000670     SELECT ACCOUNT-FILE
000680         ASSIGN TO "../ACCOUNT-FILE.dat"
000690         ORGANIZATION IS INDEXED
000700         ACCESS MODE IS DYNAMIC
000710         RECORD KEY IS ACCOUNT-NUMBER-FILE
000720         FILE STATUS  MYFILE-STATUS.

000730     SELECT REBUILD-FILE
000740         ASSIGN TO "../ACCOUNT-REBUILD.dat"
000750         ORGANIZATION IS INDEXED
000760         ACCESS MODE IS DYNAMIC
000770         RECORD KEY IS ACCOUNT-NUMBER-RBLD
000780         FILE STATUS  RB-FILE-STATUS.

000790     SELECT ACCOUNT-IMAGE-FILE
000800         ASSIGN TO BT-IMAGE-FILE-NAME
000810         FILE STATUS  IM-FILE-STATUS.

000820     SELECT IMAGE-DIR-FILE
000830         ASSIGN TO "../ACCT-IMAGE-DIR.txt"
000840         FILE STATUS  IC-FILE-STATUS.

000850     SELECT TRANSACTION-LOG-FILE
000860         ASSIGN TO "../TRANSACTION-LOG.txt"
000870         FILE STATUS  TL-FILE-STATUS.

000880     SELECT ARCHIVE-LOG-FILE
000890         ASSIGN TO BT-ARCHIVE-FILE-NAME
000900         FILE STATUS  AR-FILE-STATUS.

000910     SELECT ARCHIVE-DIR-FILE
000920         ASSIGN TO "../TLOG-ARCHIVE-DIR.txt"
000930         FILE STATUS  AD-FILE-STATUS.

000940     SELECT CONTROL-TOTALS-FILE
000950         ASSIGN TO "../CONTROL-TOTALS.dat"
000960         FILE STATUS  CT-FILE-STATUS.

000970     SELECT RECOVERY-PARM-FILE
000980         ASSIGN TO "../RECOVERY-PARMS.txt"
000990         FILE STATUS  RV-FILE-STATUS.

001000     SELECT REPORT-PRINT-FILE
001010         ASSIGN TO "../RECOVERY.rpt"
001020         FILE STATUS  RP-FILE-STATUS.

001030 DATA DIVISION.
001040 FILE SECTION.
001050 FD ACCOUNT-FILE
001060     RECORD CONTAINS 100 CHARACTERS
001070     DATA RECORD IS ACCOUNT-RECORD.
001080 COPY ACCTREC.

001090 FD REBUILD-FILE
001100     RECORD CONTAINS 100 CHARACTERS
001110     DATA RECORD IS REBUILD-RECORD.
001120 COPY ACCTREC REPLACING
001130     ==ACCOUNT-RECORD== BY ==REBUILD-RECORD==
001140     TRAILING ==FILE== BY ==RBLD==.

001150 FD ACCOUNT-IMAGE-FILE
001160     RECORDING MODE IS F
001170     RECORD CONTAINS 100 CHARACTERS
001180     DATA RECORD IS ACCOUNT-IMAGE-RECORD.
001190 01  ACCOUNT-IMAGE-RECORD        PIC X(100).

001200 FD IMAGE-DIR-FILE
001210     RECORDING MODE IS F
001220     RECORD CONTAINS 80 CHARACTERS
001230     DATA RECORD IS IMAGE-CONTROL-RECORD.
001240 COPY ACCTIMG.

001250 FD TRANSACTION-LOG-FILE
001260     RECORDING MODE IS F
001270     RECORD CONTAINS 80 CHARACTERS
001280     DATA RECORD IS TRANSACTION-LOG-RECORD.
001290 COPY TRANLOG.

001300 FD ARCHIVE-LOG-FILE
001310     RECORDING MODE IS F
001320     RECORD CONTAINS 80 CHARACTERS
001330     DATA RECORD IS ARCHIVE-LOG-RECORD.
001340 COPY TRANLOG REPLACING
001350     ==TRANSACTION-LOG-RECORD== BY ==ARCHIVE-LOG-RECORD==
001360     LEADING ==TL== BY ==AR==.

001370 FD ARCHIVE-DIR-FILE
001380     RECORDING MODE IS F
001390     RECORD CONTAINS 80 CHARACTERS
001400     DATA RECORD IS ARCHIVE-DIR-RECORD.
001410 COPY ARCHDIR.

001420 FD CONTROL-TOTALS-FILE
001430     RECORDING MODE IS F
001440     RECORD CONTAINS 80 CHARACTERS
001450     DATA RECORD IS CONTROL-TOTALS-RECORD.
001460 COPY CONTROLREC.

001470 FD RECOVERY-PARM-FILE
001480     RECORDING MODE IS F
001490     RECORD CONTAINS 80 CHARACTERS
001500     DATA RECORD IS RECOVERY-PARM-RECORD.
001510 COPY RECOVPRM.

001520 FD REPORT-PRINT-FILE
001530     RECORDING MODE IS F
001540     RECORD CONTAINS 132 CHARACTERS
001550     DATA RECORD IS REPORT-PRINT-LINE.
001560 01  REPORT-PRINT-LINE           PIC X(132).

001570 WORKING-STORAGE SECTION.
001580 01  MYFILE-STATUS           PIC X(2).
001590 01  RB-FILE-STATUS          PIC X(2).
001600 01  IM-FILE-STATUS          PIC X(2).
001610 01  IC-FILE-STATUS          PIC X(2).
001620 01  TL-FILE-STATUS          PIC X(2).
001630 01  AR-FILE-STATUS          PIC X(2).
001640 01  AD-FILE-STATUS          PIC X(2).
001650 01  CT-FILE-STATUS          PIC X(2).
001660 01  RV-FILE-STATUS          PIC X(2).
001670 01  RP-FILE-STATUS          PIC X(2).

001680 01  BT-PARM-EOF             PIC X(01) VALUE 'N'.
001690 01  BT-DIR-EOF              PIC X(01) VALUE 'N'.
001700 01  BT-IMAGE-EOF            PIC X(01) VALUE 'N'.
001710 01  BT-ARCH-EOF             PIC X(01) VALUE 'N'.
001720 01  BT-LOG-EOF              PIC X(01) VALUE 'N'.
001730 01  BT-ACCT-EOF             PIC X(01) VALUE 'N'.
001740 01  BT-RUN-DATE             PIC 9(08) VALUE 0.
001750 01  BT-RUN-TIME             PIC 9(08) VALUE 0.

001760 01  BT-IMAGE-FILE-NAME.
001770     05  FILLER              PIC X(14) VALUE "../ACCT-IMAGE-".
001780     05  BT-IMAGE-NAME-DATE  PIC 9(08).
001790     05  FILLER              PIC X(04) VALUE ".dat".

001800 01  BT-ARCHIVE-FILE-NAME.
001810     05  FILLER              PIC X(13) VALUE "../TLOG-ARCH-".
001820     05  BT-ARCH-NAME-DATE   PIC 9(08).
001830     05  FILLER              PIC X(04) VALUE ".txt".

001840*    Moments are compared as one sixteen-digit stamp, the date
001850*    followed by the time of day (HHMMSScc) as the log carries
001860*    them.  A full recovery runs as of the end of time.
001870 01  BT-INVESTIGATION        PIC X(01) VALUE 'N'.
001880 01  BT-AS-OF-DATE           PIC 9(08) VALUE 0.
001890 01  BT-AS-OF-TIME           PIC 9(06) VALUE 0.
001900 01  BT-AS-OF-STAMP          PIC 9(16) VALUE 9999999999999999.
001910 01  BT-IMAGE-STAMP          PIC 9(16) VALUE 0.
001920 01  BT-CONTROL-STAMP        PIC 9(16) VALUE 0.
001930 01  BT-ENTRY-STAMP          PIC 9(16) VALUE 0.
001940 01  BT-POST-STAMP           PIC 9(16) VALUE 0.
001950 01  BT-SCAN-FROM-DATE       PIC 9(08) VALUE 0.

001960*    The starting image, as its control record describes it.
001970 01  BT-HAVE-IMAGE           PIC X(01) VALUE 'N'.
001980 01  BT-IMAGE-DATE           PIC 9(08) VALUE 0.
001990 01  BT-IMAGE-TIME           PIC 9(08) VALUE 0.
002000 01  BT-IMAGE-COUNT          PIC 9(06) VALUE 0.
002010 01  BT-IMAGE-TOTAL          PIC S9(9)V99 VALUE 0.
002020 01  BT-LOADED-COUNT         PIC 9(06) VALUE 0.
002030 01  BT-LOADED-TOTAL         PIC S9(9)V99 VALUE 0.

002040 01  BT-HAVE-CONTROL         PIC X(01) VALUE 'N'.
002050 01  BT-CT-DATE              PIC 9(08) VALUE 0.
002060 01  BT-CT-TIME              PIC 9(08) VALUE 0.
002070 01  BT-CT-CLOSING           PIC S9(9)V99 VALUE 0.
002080 01  BT-CT-COUNT             PIC 9(06) VALUE 0.

002090 01  BT-HAVE-OLD-MASTER      PIC X(01) VALUE 'N'.

002100 01  BT-APPLY-ACCOUNT        PIC 9(06) VALUE 0.
002110 01  BT-APPLY-TYPE           PIC X(01) VALUE SPACE.
002120 01  BT-APPLY-AMOUNT         PIC S9(7)V99 VALUE 0.
002130 01  BT-APPLY-DATE           PIC 9(08) VALUE 0.
002140 01  BT-APPLY-TIME           PIC 9(08) VALUE 0.
002150 01  BT-SIGNED-AMOUNT        PIC S9(7)V99 VALUE 0.
002160 01  BT-ADD-SOURCE           PIC X(01) VALUE SPACE.

002170 01  BT-POSTINGS-APPLIED     PIC 9(07) VALUE 0.
002180 01  BT-APPLIED-NET          PIC S9(9)V99 VALUE 0.
002190 01  BT-CONTROL-NET          PIC S9(9)V99 VALUE 0.
002200 01  BT-UNKNOWN-TYPES        PIC 9(06) VALUE 0.
002210 01  BT-ADDED-FROM-MASTER    PIC 9(06) VALUE 0.
002220 01  BT-ADDED-FROZEN         PIC 9(06) VALUE 0.
002230 01  BT-ADOPTED-UNPOSTED     PIC 9(06) VALUE 0.
002240 01  BT-COPIED-COUNT         PIC 9(06) VALUE 0.

002250 01  BT-REBUILT-COUNT        PIC 9(06) VALUE 0.
002260 01  BT-REBUILT-TOTAL        PIC S9(9)V99 VALUE 0.
002270 01  BT-REPLAYED-TOTAL       PIC S9(9)V99 VALUE 0.
002280 01  BT-EXPECTED-TOTAL       PIC S9(9)V99 VALUE 0.
002290 01  BT-VARIANCE             PIC S9(9)V99 VALUE 0.
002300 01  BT-PROVEN               PIC X(01) VALUE 'N'.

002310*    Every account the replay changed, in the order it was first
002320*    posted.  The rebuild itself has no limit; a night with more
002330*    changed accounts than the table holds lists the first ones
002340*    and says so.
002350 01  BT-CHG-COUNT            PIC 9(04) COMP VALUE 0.
002360 01  BT-CHG-MAX              PIC 9(04) COMP VALUE 5000.
002370 01  BT-CHG-IDX              PIC 9(04) COMP VALUE 0.
002380 01  BT-CHG-FOUND-IDX        PIC 9(04) COMP VALUE 0.
002390 01  BT-CHG-OVERFLOWED       PIC X(01) VALUE 'N'.
002400 01  BT-CHG-TABLE.
002410     05  BT-CHG-ENTRY OCCURS 5000 TIMES.
002420         10  BT-CH-ACCOUNT       PIC 9(06).
002430         10  BT-CH-SOURCE        PIC X(01).
002440         10  BT-CH-START-BAL     PIC S9(7)V99.
002450         10  BT-CH-POSTINGS      PIC 9(05).
002460         10  BT-CH-NET           PIC S9(9)V99.

002470 01  BT-REPORT-HEADING-1.
002480     05  FILLER              PIC X(46)
002490         VALUE "BANK-ACCOUNT-RECOVERY - ACCOUNT-FILE REBUILD  ".
002500     05  FILLER              PIC X(09) VALUE "RUN DATE ".
002510     05  BT-HDG-RUN-DATE     PIC 9(08).
002520     05  FILLER              PIC X(69) VALUE SPACES.

002530 01  BT-MESSAGE-LINE.
002540     05  BT-MSG-TEXT         PIC X(80).
002550     05  FILLER              PIC X(52) VALUE SPACES.

002560 01  BT-STAMP-LINE.
002570     05  BT-SL-LABEL         PIC X(30).
002580     05  BT-SL-DATE          PIC 9(08).
002590     05  FILLER              PIC X(01) VALUE SPACE.
002600     05  BT-SL-TIME          PIC 9(08).
002610     05  FILLER              PIC X(85) VALUE SPACES.

002620 01  BT-RPT-DETAIL.
002630     05  BT-RD-LABEL         PIC X(30).
002640     05  BT-RD-AMOUNT        PIC Z,ZZZ,ZZZ,ZZ9.99-.
002650     05  FILLER              PIC X(85) VALUE SPACES.

002660 01  BT-TOTAL-LINE.
002670     05  BT-TOT-LABEL        PIC X(30).
002680     05  BT-TOT-COUNT        PIC Z,ZZZ,ZZ9.
002690     05  FILLER              PIC X(93) VALUE SPACES.

002700 01  BT-CHANGED-HEADING.
002710     05  FILLER              PIC X(10) VALUE "ACCOUNT".
002720     05  FILLER              PIC X(22) VALUE "REBUILT FROM".
002730     05  FILLER              PIC X(18) VALUE "   IMAGE BALANCE".
002740     05  FILLER              PIC X(10) VALUE "POSTINGS".
002750     05  FILLER              PIC X(18) VALUE "      NET CHANGE".
002760     05  FILLER              PIC X(18) VALUE " REBUILT BALANCE".
002770     05  FILLER              PIC X(36) VALUE SPACES.

002780 01  BT-CHANGED-DETAIL.
002790     05  BT-CD-ACCOUNT       PIC 9(06).
002800     05  FILLER              PIC X(04) VALUE SPACES.
002810     05  BT-CD-SOURCE        PIC X(22).
002820     05  BT-CD-START-BAL     PIC Z,ZZZ,ZZ9.99-.
002830     05  FILLER              PIC X(05) VALUE SPACES.
002840     05  BT-CD-POSTINGS      PIC ZZ,ZZ9.
002850     05  FILLER              PIC X(04) VALUE SPACES.
002860     05  BT-CD-NET           PIC ZZZ,ZZZ,ZZ9.99-.
002870     05  FILLER              PIC X(03) VALUE SPACES.
002880     05  BT-CD-END-BAL       PIC Z,ZZZ,ZZ9.99-.
002890     05  FILLER              PIC X(41) VALUE SPACES.

002900 01  BT-UNKNOWN-DETAIL.
002910     05  FILLER              PIC X(08) VALUE "ACCOUNT ".
002920     05  BT-UD-ACCOUNT       PIC 9(06).
002930     05  FILLER              PIC X(02) VALUE SPACES.
002940     05  BT-UD-DATE          PIC 9(08).
002950     05  FILLER              PIC X(01) VALUE SPACE.
002960     05  BT-UD-TIME          PIC 9(08).
002970     05  FILLER              PIC X(07) VALUE "  TYPE ".
002980     05  BT-UD-TYPE          PIC X(01).
002990     05  FILLER              PIC X(37)
003000         VALUE " UNKNOWN POSTING TYPE - NOT REPLAYED ".
003010     05  BT-UD-AMOUNT        PIC Z,ZZZ,ZZ9.99-.
003020     05  FILLER              PIC X(41) VALUE SPACES.

003030 PROCEDURE DIVISION.
003040 0000-MAINLINE.
003050     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
003060     PERFORM 1100-READ-PARMS THRU 1100-READ-PARMS-EXIT.
003070     PERFORM 1200-READ-CONTROL-TOTALS
003080         THRU 1200-READ-CONTROL-TOTALS-EXIT.
003090     PERFORM 1300-PICK-IMAGE THRU 1300-PICK-IMAGE-EXIT.
003100     PERFORM 1500-LOAD-IMAGE THRU 1500-LOAD-IMAGE-EXIT.
003110     PERFORM 2000-REPLAY-POSTINGS THRU 2000-REPLAY-POSTINGS-EXIT.
003120     PERFORM 2800-ADOPT-UNPOSTED-OPENINGS
003130         THRU 2800-ADOPT-UNPOSTED-OPENINGS-EXIT.
003140     PERFORM 3000-PROVE-REBUILD THRU 3000-PROVE-REBUILD-EXIT.
003150     PERFORM 4000-LIST-CHANGED THRU 4000-LIST-CHANGED-EXIT.
003160     PERFORM 5000-INSTALL-REBUILD THRU 5000-INSTALL-REBUILD-EXIT.
003170     PERFORM 8000-PRINT-SUMMARY THRU 8000-PRINT-SUMMARY-EXIT.
003180     PERFORM 9999-EXIT-PROGRAM THRU 9999-EXIT-PROGRAM-EXIT.

003190 1000-INITIALIZE.
003200     ACCEPT BT-RUN-DATE FROM DATE YYYYMMDD.
003210     ACCEPT BT-RUN-TIME FROM TIME.
003220     OPEN OUTPUT REPORT-PRINT-FILE.
003230     IF RP-FILE-STATUS <> '00'
003240         DISPLAY "BANK-ACCOUNT-RECOVERY: unable to open the "
003250             "recovery report, status " RP-FILE-STATUS
003260         MOVE 16 TO RETURN-CODE
003270         STOP RUN
003280     END-IF.
003290     MOVE BT-RUN-DATE TO BT-HDG-RUN-DATE
003300     WRITE REPORT-PRINT-LINE FROM BT-REPORT-HEADING-1
003310     MOVE SPACES TO REPORT-PRINT-LINE
003320     WRITE REPORT-PRINT-LINE
003330     DISPLAY "BANK-ACCOUNT-RECOVERY starting for " BT-RUN-DATE
003340         " at " BT-RUN-TIME.
003350 1000-INITIALIZE-EXIT.
003360     EXIT.

003370*****************************************************************
003380*  1100-READ-PARMS reads RECOVERY-PARMS when operations has
003390*  keyed one.  An AS-OF line makes the run an investigation as
003400*  of that moment; no file, or no usable AS-OF line, is a full
003410*  recovery.  A line that cannot be used is skipped with a
003420*  console warning, the way BANK-COMPLIANCE-RPT treats its
003430*  parameters.
003440*****************************************************************
003450 1100-READ-PARMS.
003460     OPEN INPUT RECOVERY-PARM-FILE
003470     IF RV-FILE-STATUS = '00'
003480         PERFORM 1150-READ-ONE-PARM THRU 1150-READ-ONE-PARM-EXIT
003490             UNTIL BT-PARM-EOF = 'Y'
003500         CLOSE RECOVERY-PARM-FILE
003510     END-IF
003520     IF BT-INVESTIGATION = 'Y'
003530         COMPUTE BT-AS-OF-STAMP = BT-AS-OF-DATE * 100000000
003540             + BT-AS-OF-TIME * 100 + 99
003550         MOVE "INVESTIGATION REBUILD AS OF" TO BT-SL-LABEL
003560         MOVE BT-AS-OF-DATE TO BT-SL-DATE
003570         COMPUTE BT-SL-TIME = BT-AS-OF-TIME * 100 + 99
003580         WRITE REPORT-PRINT-LINE FROM BT-STAMP-LINE
003590         MOVE "ACCOUNT-FILE IS NOT TOUCHED BY AN AS-OF REBUILD"
003600             TO BT-MSG-TEXT
003610         WRITE REPORT-PRINT-LINE FROM BT-MESSAGE-LINE
003620     ELSE
003630         MOVE "FULL RECOVERY OF ACCOUNT-FILE FROM LATEST IMAGE"
003640             TO BT-MSG-TEXT
003650         WRITE REPORT-PRINT-LINE FROM BT-MESSAGE-LINE
003660     END-IF.
003670 1100-READ-PARMS-EXIT.
003680     EXIT.

003690 1150-READ-ONE-PARM.
003700     READ RECOVERY-PARM-FILE
003710         AT END
003720             MOVE 'Y' TO BT-PARM-EOF
003730             GO TO 1150-READ-ONE-PARM-EXIT
003740     END-READ
003750     IF RV-PARM-CODE = 'AS-OF   '
003760         AND RV-PARM-DATE IS NUMERIC
003770         AND RV-PARM-TIME IS NUMERIC
003780         AND RV-PARM-DATE > 0
003790         MOVE 'Y' TO BT-INVESTIGATION
003800         MOVE RV-PARM-DATE TO BT-AS-OF-DATE
003810         MOVE RV-PARM-TIME TO BT-AS-OF-TIME
003820     ELSE
003830         DISPLAY "BANK-ACCOUNT-RECOVERY: recovery parameter "
003840             "skipped: " RECOVERY-PARM-RECORD (1:24)
003850     END-IF.
003860 1150-READ-ONE-PARM-EXIT.
003870     EXIT.

003880*****************************************************************
003890*  1200-READ-CONTROL-TOTALS takes the reconcile's last closing
003900*  figures and the moment they were taken.  A record from
003910*  before the time of day was kept is taken as of the end of its
003920*  run date - the reconcile's own day rule.  With no
003930*  CONTROL-TOTALS the rebuild can still be made but cannot be
003940*  proven, so a full recovery will not install it.
003950*****************************************************************
003960 1200-READ-CONTROL-TOTALS.
003970     OPEN INPUT CONTROL-TOTALS-FILE
003980     IF CT-FILE-STATUS = '00'
003990         READ CONTROL-TOTALS-FILE
004000             AT END
004010                 CONTINUE
004020             NOT AT END
004030                 MOVE 'Y' TO BT-HAVE-CONTROL
004040                 MOVE CT-RUN-DATE        TO BT-CT-DATE
004050                 MOVE CT-RUN-TIME        TO BT-CT-TIME
004060                 MOVE CT-CLOSING-BALANCE TO BT-CT-CLOSING
004070                 MOVE CT-ACCOUNT-COUNT   TO BT-CT-COUNT
004080         END-READ
004090         CLOSE CONTROL-TOTALS-FILE
004100     END-IF
004110     IF BT-HAVE-CONTROL = 'N'
004120         MOVE "NO CONTROL-TOTALS ON FILE - THE REBUILD CANNOT BE "
004130             TO BT-MSG-TEXT
004140         WRITE REPORT-PRINT-LINE FROM BT-MESSAGE-LINE
004150         MOVE "PROVEN" TO BT-MSG-TEXT
004160         WRITE REPORT-PRINT-LINE FROM BT-MESSAGE-LINE
004170         GO TO 1200-READ-CONTROL-TOTALS-EXIT
004180     END-IF
004190     IF BT-CT-TIME IS NOT NUMERIC OR BT-CT-TIME = 0
004200         MOVE 99999999 TO BT-CT-TIME
004210     END-IF
004220     COMPUTE BT-CONTROL-STAMP = BT-CT-DATE * 100000000
004230         + BT-CT-TIME
004240     MOVE "CONTROL TOTALS TAKEN" TO BT-SL-LABEL
004250     MOVE BT-CT-DATE TO BT-SL-DATE
004260     MOVE BT-CT-TIME TO BT-SL-TIME
004270     WRITE REPORT-PRINT-LINE FROM BT-STAMP-LINE.
004280 1200-READ-CONTROL-TOTALS-EXIT.
004290     EXIT.

004300*****************************************************************
004310*  1300-PICK-IMAGE chooses the latest image on ACCT-IMAGE-DIR
004320*  taken at or before the as-of moment.  Of two control records
004330*  for the same day the later one counts - a rerun replaced the
004340*  image the earlier one described.
004350*****************************************************************
004360 1300-PICK-IMAGE.
004370     OPEN INPUT IMAGE-DIR-FILE
004380     IF IC-FILE-STATUS <> '00'
004390         MOVE "NO ACCT-IMAGE-DIR - NO IMAGE TO RECOVER FROM"
004400             TO BT-MSG-TEXT
004410         PERFORM 9100-ABANDON-RUN THRU 9100-ABANDON-RUN-EXIT
004420     END-IF
004430     PERFORM 1350-CHECK-ONE-IMAGE THRU 1350-CHECK-ONE-IMAGE-EXIT
004440         UNTIL BT-DIR-EOF = 'Y'
004450     CLOSE IMAGE-DIR-FILE
004460     IF BT-HAVE-IMAGE = 'N'
004470         MOVE "NO IMAGE TAKEN AT OR BEFORE THE AS-OF MOMENT"
004480             TO BT-MSG-TEXT
004490         PERFORM 9100-ABANDON-RUN THRU 9100-ABANDON-RUN-EXIT
004500     END-IF
004510     COMPUTE BT-IMAGE-STAMP = BT-IMAGE-DATE * 100000000
004520         + BT-IMAGE-TIME
004530     MOVE "STARTING IMAGE TAKEN" TO BT-SL-LABEL
004540     MOVE BT-IMAGE-DATE TO BT-SL-DATE
004550     MOVE BT-IMAGE-TIME TO BT-SL-TIME
004560     WRITE REPORT-PRINT-LINE FROM BT-STAMP-LINE.
004570 1300-PICK-IMAGE-EXIT.
004580     EXIT.

004590 1350-CHECK-ONE-IMAGE.
004600     READ IMAGE-DIR-FILE
004610         AT END
004620             MOVE 'Y' TO BT-DIR-EOF
004630             GO TO 1350-CHECK-ONE-IMAGE-EXIT
004640     END-READ
004650     IF IC-IMAGE-DATE IS NOT NUMERIC
004660         OR IC-IMAGE-TIME IS NOT NUMERIC
004670         GO TO 1350-CHECK-ONE-IMAGE-EXIT
004680     END-IF
004690     COMPUTE BT-ENTRY-STAMP = IC-IMAGE-DATE * 100000000
004700         + IC-IMAGE-TIME
004710     IF BT-ENTRY-STAMP > BT-AS-OF-STAMP
004720         GO TO 1350-CHECK-ONE-IMAGE-EXIT
004730     END-IF
004740     IF BT-HAVE-IMAGE = 'Y' AND BT-ENTRY-STAMP < BT-IMAGE-STAMP
004750         GO TO 1350-CHECK-ONE-IMAGE-EXIT
004760     END-IF
004770     MOVE 'Y'              TO BT-HAVE-IMAGE
004780     MOVE BT-ENTRY-STAMP   TO BT-IMAGE-STAMP
004790     MOVE IC-IMAGE-DATE    TO BT-IMAGE-DATE
004800     MOVE IC-IMAGE-TIME    TO BT-IMAGE-TIME
004810     MOVE IC-RECORD-COUNT  TO BT-IMAGE-COUNT
004820     MOVE IC-BALANCE-TOTAL TO BT-IMAGE-TOTAL.
004830 1350-CHECK-ONE-IMAGE-EXIT.
004840     EXIT.

004850*****************************************************************
004860*  1500-LOAD-IMAGE copies the image onto a fresh ACCOUNT-REBUILD
004870*  and holds what it loaded against the image's control record.
004880*  It then opens the damaged master, if it can still be opened,
004890*  as the source for accounts opened since the image.
004900*****************************************************************
004910 1500-LOAD-IMAGE.
004920     MOVE BT-IMAGE-DATE TO BT-IMAGE-NAME-DATE
004930     OPEN INPUT ACCOUNT-IMAGE-FILE
004940     IF IM-FILE-STATUS <> '00'
004950         MOVE "IMAGE NAMED ON ACCT-IMAGE-DIR CANNOT BE OPENED"
004960             TO BT-MSG-TEXT
004970         PERFORM 9100-ABANDON-RUN THRU 9100-ABANDON-RUN-EXIT
004980     END-IF
004990     OPEN OUTPUT REBUILD-FILE
005000     IF RB-FILE-STATUS <> '00'
005010         MOVE "ACCOUNT-REBUILD CANNOT BE CREATED" TO BT-MSG-TEXT
005020         PERFORM 9100-ABANDON-RUN THRU 9100-ABANDON-RUN-EXIT
005030     END-IF
005040     PERFORM 1550-LOAD-ONE-ACCOUNT THRU 1550-LOAD-ONE-ACCOUNT-EXIT
005050         UNTIL BT-IMAGE-EOF = 'Y'
005060     CLOSE ACCOUNT-IMAGE-FILE
005070     CLOSE REBUILD-FILE
005080     MOVE "IMAGE ACCOUNTS (CONTROL)" TO BT-TOT-LABEL
005090     MOVE BT-IMAGE-COUNT TO BT-TOT-COUNT
005100     WRITE REPORT-PRINT-LINE FROM BT-TOTAL-LINE
005110     MOVE "IMAGE ACCOUNTS LOADED" TO BT-TOT-LABEL
005120     MOVE BT-LOADED-COUNT TO BT-TOT-COUNT
005130     WRITE REPORT-PRINT-LINE FROM BT-TOTAL-LINE
005140     MOVE "IMAGE BALANCE (CONTROL)" TO BT-RD-LABEL
005150     MOVE BT-IMAGE-TOTAL TO BT-RD-AMOUNT
005160     WRITE REPORT-PRINT-LINE FROM BT-RPT-DETAIL
005170     MOVE "IMAGE BALANCE LOADED" TO BT-RD-LABEL
005180     MOVE BT-LOADED-TOTAL TO BT-RD-AMOUNT
005190     WRITE REPORT-PRINT-LINE FROM BT-RPT-DETAIL
005200     IF BT-LOADED-COUNT NOT = BT-IMAGE-COUNT
005210         OR BT-LOADED-TOTAL NOT = BT-IMAGE-TOTAL
005220         MOVE "IMAGE DOES NOT AGREE WITH ITS CONTROL RECORD"
005230             TO BT-MSG-TEXT
005240         PERFORM 9100-ABANDON-RUN THRU 9100-ABANDON-RUN-EXIT
005250     END-IF
005260     OPEN I-O REBUILD-FILE
005270     IF RB-FILE-STATUS <> '00'
005280         MOVE "ACCOUNT-REBUILD CANNOT BE REOPENED FOR THE REPLAY"
005290             TO BT-MSG-TEXT
005300         PERFORM 9100-ABANDON-RUN THRU 9100-ABANDON-RUN-EXIT
005310     END-IF
005320     OPEN INPUT ACCOUNT-FILE
005330     IF MYFILE-STATUS = '00'
005340         MOVE 'Y' TO BT-HAVE-OLD-MASTER
005350     ELSE
005360         MOVE "ACCOUNT-FILE CANNOT BE OPENED - ACCOUNTS OPENED "
005370             TO BT-MSG-TEXT
005380         WRITE REPORT-PRINT-LINE FROM BT-MESSAGE-LINE
005390         MOVE "SINCE THE IMAGE ARE REBUILT FROM THE LOG ALONE"
005400             TO BT-MSG-TEXT
005410         WRITE REPORT-PRINT-LINE FROM BT-MESSAGE-LINE
005420     END-IF.
005430 1500-LOAD-IMAGE-EXIT.
005440     EXIT.

005450 1550-LOAD-ONE-ACCOUNT.
005460     READ ACCOUNT-IMAGE-FILE
005470         AT END
005480             MOVE 'Y' TO BT-IMAGE-EOF
005490             GO TO 1550-LOAD-ONE-ACCOUNT-EXIT
005500     END-READ
005510     MOVE ACCOUNT-IMAGE-RECORD TO REBUILD-RECORD
005520     WRITE REBUILD-RECORD
005530     IF RB-FILE-STATUS <> '00'
005540         MOVE "IMAGE ACCOUNT CANNOT BE LOADED ON ACCOUNT-REBUILD"
005550             TO BT-MSG-TEXT
005560         PERFORM 9100-ABANDON-RUN THRU 9100-ABANDON-RUN-EXIT
005570     END-IF
005580     ADD 1 TO BT-LOADED-COUNT
005590     ADD BALANCE-RBLD TO BT-LOADED-TOTAL.
005600 1550-LOAD-ONE-ACCOUNT-EXIT.
005610     EXIT.

005620*****************************************************************
005630*  2000-REPLAY-POSTINGS reads every posting that can matter -
005640*  the archived days from the earliest of the image, the
005650*  control totals and the as-of moment, then the online log -
005660*  and hands each to 2500.
005670*****************************************************************
005680 2000-REPLAY-POSTINGS.
005690     MOVE BT-IMAGE-DATE TO BT-SCAN-FROM-DATE
005700     IF BT-HAVE-CONTROL = 'Y' AND BT-CT-DATE < BT-SCAN-FROM-DATE
005710         MOVE BT-CT-DATE TO BT-SCAN-FROM-DATE
005720     END-IF
005730     IF BT-INVESTIGATION = 'Y'
005740         AND BT-AS-OF-DATE < BT-SCAN-FROM-DATE
005750         MOVE BT-AS-OF-DATE TO BT-SCAN-FROM-DATE
005760     END-IF
005770     MOVE 'N' TO BT-DIR-EOF
005780     OPEN INPUT ARCHIVE-DIR-FILE
005790     IF AD-FILE-STATUS = '00'
005800         PERFORM 2100-REPLAY-ONE-ARCHIVE-DAY
005810             THRU 2100-REPLAY-ONE-ARCHIVE-DAY-EXIT
005820             UNTIL BT-DIR-EOF = 'Y'
005830         CLOSE ARCHIVE-DIR-FILE
005840     END-IF
005850     MOVE 'N' TO BT-LOG-EOF
005860     OPEN INPUT TRANSACTION-LOG-FILE
005870     IF TL-FILE-STATUS = '00'
005880         PERFORM 2300-APPLY-ONE-LOG-POSTING
005890             THRU 2300-APPLY-ONE-LOG-POSTING-EXIT
005900             UNTIL BT-LOG-EOF = 'Y'
005910         CLOSE TRANSACTION-LOG-FILE
005920     END-IF.
005930 2000-REPLAY-POSTINGS-EXIT.
005940     EXIT.

005950 2100-REPLAY-ONE-ARCHIVE-DAY.
005960     READ ARCHIVE-DIR-FILE
005970         AT END
005980             MOVE 'Y' TO BT-DIR-EOF
005990             GO TO 2100-REPLAY-ONE-ARCHIVE-DAY-EXIT
006000     END-READ
006010     IF AD-ARCHIVE-DATE < BT-SCAN-FROM-DATE
006020         GO TO 2100-REPLAY-ONE-ARCHIVE-DAY-EXIT
006030     END-IF
006040     MOVE AD-ARCHIVE-DATE TO BT-ARCH-NAME-DATE
006050     MOVE 'N' TO BT-ARCH-EOF
006060     OPEN INPUT ARCHIVE-LOG-FILE
006070     IF AR-FILE-STATUS = '00'
006080         PERFORM 2200-APPLY-ONE-ARCH-POSTING
006090             THRU 2200-APPLY-ONE-ARCH-POSTING-EXIT
006100             UNTIL BT-ARCH-EOF = 'Y'
006110         CLOSE ARCHIVE-LOG-FILE
006120     END-IF.
006130 2100-REPLAY-ONE-ARCHIVE-DAY-EXIT.
006140     EXIT.

006150 2200-APPLY-ONE-ARCH-POSTING.
006160     READ ARCHIVE-LOG-FILE
006170         AT END
006180             MOVE 'Y' TO BT-ARCH-EOF
006190         NOT AT END
006200             MOVE AR-ACCOUNT-NUMBER     TO BT-APPLY-ACCOUNT
006210             MOVE AR-TRANSACTION-TYPE   TO BT-APPLY-TYPE
006220             MOVE AR-TRANSACTION-AMOUNT TO BT-APPLY-AMOUNT
006230             MOVE AR-TRANSACTION-DATE   TO BT-APPLY-DATE
006240             MOVE AR-TRANSACTION-TIME   TO BT-APPLY-TIME
006250             PERFORM 2500-APPLY-POSTING
006260                 THRU 2500-APPLY-POSTING-EXIT
006270     END-READ.
006280 2200-APPLY-ONE-ARCH-POSTING-EXIT.
006290     EXIT.

006300 2300-APPLY-ONE-LOG-POSTING.
006310     READ TRANSACTION-LOG-FILE
006320         AT END
006330             MOVE 'Y' TO BT-LOG-EOF
006340         NOT AT END
006350             MOVE TL-ACCOUNT-NUMBER     TO BT-APPLY-ACCOUNT
006360             MOVE TL-TRANSACTION-TYPE   TO BT-APPLY-TYPE
006370             MOVE TL-TRANSACTION-AMOUNT TO BT-APPLY-AMOUNT
006380             MOVE TL-TRANSACTION-DATE   TO BT-APPLY-DATE
006390             MOVE TL-TRANSACTION-TIME   TO BT-APPLY-TIME
006400             PERFORM 2500-APPLY-POSTING
006410                 THRU 2500-APPLY-POSTING-EXIT
006420     END-READ.
006430 2300-APPLY-ONE-LOG-POSTING-EXIT.
006440     EXIT.

006450*****************************************************************
006460*  2500-APPLY-POSTING signs one posting by type - deposits,
006470*  transfer-in legs, interest and charge-offs add; withdrawals,
006480*  transfer-out legs, penalties, service charges, chargebacks
006490*  and loan payments subtract; a reversal adds by its own sign.
006500*  A posting between the control totals and the as-of moment
006510*  moves the figure the rebuild is proven against (backwards
006520*  when the as-of moment is the earlier); one after the image
006530*  and not after the as-of moment is posted to the rebuild.
006540*****************************************************************
006550 2500-APPLY-POSTING.
006560     COMPUTE BT-POST-STAMP = BT-APPLY-DATE * 100000000
006570         + BT-APPLY-TIME
006580     IF BT-APPLY-TYPE = 'D' OR BT-APPLY-TYPE = 'C'
006590         OR BT-APPLY-TYPE = 'I' OR BT-APPLY-TYPE = 'R'
006600         OR BT-APPLY-TYPE = 'O'
006610         MOVE BT-APPLY-AMOUNT TO BT-SIGNED-AMOUNT
006620     ELSE
006630         IF BT-APPLY-TYPE = 'W' OR BT-APPLY-TYPE = 'T'
006640             OR BT-APPLY-TYPE = 'P' OR BT-APPLY-TYPE = 'F'
006650             OR BT-APPLY-TYPE = 'B' OR BT-APPLY-TYPE = 'L'
006660             COMPUTE BT-SIGNED-AMOUNT = 0 - BT-APPLY-AMOUNT
006670         ELSE
006680             IF BT-POST-STAMP > BT-IMAGE-STAMP
006690                 AND BT-POST-STAMP NOT > BT-AS-OF-STAMP
006700                 ADD 1 TO BT-UNKNOWN-TYPES
006710                 MOVE BT-APPLY-ACCOUNT TO BT-UD-ACCOUNT
006720                 MOVE BT-APPLY-DATE    TO BT-UD-DATE
006730                 MOVE BT-APPLY-TIME    TO BT-UD-TIME
006740                 MOVE BT-APPLY-TYPE    TO BT-UD-TYPE
006750                 MOVE BT-APPLY-AMOUNT  TO BT-UD-AMOUNT
006760                 WRITE REPORT-PRINT-LINE FROM BT-UNKNOWN-DETAIL
006770             END-IF
006780             GO TO 2500-APPLY-POSTING-EXIT
006790         END-IF
006800     END-IF
006810     IF BT-HAVE-CONTROL = 'Y'
006820         IF BT-POST-STAMP > BT-CONTROL-STAMP
006830             AND BT-POST-STAMP NOT > BT-AS-OF-STAMP
006840             ADD BT-SIGNED-AMOUNT TO BT-CONTROL-NET
006850         END-IF
006860         IF BT-POST-STAMP > BT-AS-OF-STAMP
006870             AND BT-POST-STAMP NOT > BT-CONTROL-STAMP
006880             SUBTRACT BT-SIGNED-AMOUNT FROM BT-CONTROL-NET
006890         END-IF
006900     END-IF
006910     IF BT-POST-STAMP NOT > BT-IMAGE-STAMP
006920         OR BT-POST-STAMP > BT-AS-OF-STAMP
006930         GO TO 2500-APPLY-POSTING-EXIT
006940     END-IF
006950     PERFORM 2600-POST-TO-REBUILD THRU 2600-POST-TO-REBUILD-EXIT.
006960 2500-APPLY-POSTING-EXIT.
006970     EXIT.

006980*****************************************************************
006990*  2600-POST-TO-REBUILD applies one signed posting to its
007000*  account on ACCOUNT-REBUILD, first adding the account (2700)
007010*  when it was opened after the image, and keeps the account's
007020*  entry in the changed-account table up to date.
007030*****************************************************************
007040 2600-POST-TO-REBUILD.
007050     MOVE 'I' TO BT-ADD-SOURCE
007060     MOVE BT-APPLY-ACCOUNT TO ACCOUNT-NUMBER-RBLD
007070     READ REBUILD-FILE
007080         INVALID KEY
007090             PERFORM 2700-ADD-OPENED-ACCOUNT
007100                 THRU 2700-ADD-OPENED-ACCOUNT-EXIT
007110     END-READ
007120     PERFORM 2650-FIND-CHANGED-ENTRY
007130         THRU 2650-FIND-CHANGED-ENTRY-EXIT
007140     ADD BT-SIGNED-AMOUNT TO BALANCE-RBLD
007150     REWRITE REBUILD-RECORD
007160     IF RB-FILE-STATUS <> '00'
007170         MOVE "A POSTING CANNOT BE APPLIED TO ACCOUNT-REBUILD"
007180             TO BT-MSG-TEXT
007190         PERFORM 9100-ABANDON-RUN THRU 9100-ABANDON-RUN-EXIT
007200     END-IF
007210     ADD 1 TO BT-POSTINGS-APPLIED
007220     ADD BT-SIGNED-AMOUNT TO BT-APPLIED-NET
007230     IF BT-CHG-FOUND-IDX > 0
007240         ADD 1 TO BT-CH-POSTINGS (BT-CHG-FOUND-IDX)
007250         ADD BT-SIGNED-AMOUNT TO BT-CH-NET (BT-CHG-FOUND-IDX)
007260     END-IF.
007270 2600-POST-TO-REBUILD-EXIT.
007280     EXIT.

007290 2650-FIND-CHANGED-ENTRY.
007300     MOVE 0 TO BT-CHG-FOUND-IDX
007310     PERFORM 2660-MATCH-ONE-CHANGED
007320         THRU 2660-MATCH-ONE-CHANGED-EXIT
007330         VARYING BT-CHG-IDX FROM 1 BY 1
007340         UNTIL BT-CHG-IDX > BT-CHG-COUNT
007350             OR BT-CHG-FOUND-IDX > 0
007360     IF BT-CHG-FOUND-IDX > 0
007370         GO TO 2650-FIND-CHANGED-ENTRY-EXIT
007380     END-IF
007390     IF BT-CHG-COUNT NOT < BT-CHG-MAX
007400         MOVE 'Y' TO BT-CHG-OVERFLOWED
007410         GO TO 2650-FIND-CHANGED-ENTRY-EXIT
007420     END-IF
007430     ADD 1 TO BT-CHG-COUNT
007440     MOVE BT-CHG-COUNT     TO BT-CHG-FOUND-IDX
007450     MOVE BT-APPLY-ACCOUNT TO BT-CH-ACCOUNT (BT-CHG-COUNT)
007460     MOVE BT-ADD-SOURCE    TO BT-CH-SOURCE (BT-CHG-COUNT)
007470     MOVE BALANCE-RBLD     TO BT-CH-START-BAL (BT-CHG-COUNT)
007480     MOVE 0                TO BT-CH-POSTINGS (BT-CHG-COUNT)
007490     MOVE 0                TO BT-CH-NET (BT-CHG-COUNT).
007500 2650-FIND-CHANGED-ENTRY-EXIT.
007510     EXIT.

007520 2660-MATCH-ONE-CHANGED.
007530     IF BT-CH-ACCOUNT (BT-CHG-IDX) = BT-APPLY-ACCOUNT
007540         MOVE BT-CHG-IDX TO BT-CHG-FOUND-IDX
007550     END-IF.
007560 2660-MATCH-ONE-CHANGED-EXIT.
007570     EXIT.

007580*****************************************************************
007590*  2700-ADD-OPENED-ACCOUNT adds an account posted to since the
007600*  image but not on it - one opened since.  Its details come
007610*  from the damaged master when the record can be read there;
007620*  otherwise it is added frozen, with no customer, for the
007630*  branch to re-key.  Either way its balance starts at zero, as
007640*  every account opens, and is rebuilt from the log.
007650*****************************************************************
007660 2700-ADD-OPENED-ACCOUNT.
007670     MOVE 'N' TO BT-ADD-SOURCE
007680     IF BT-HAVE-OLD-MASTER = 'Y'
007690         MOVE BT-APPLY-ACCOUNT TO ACCOUNT-NUMBER-FILE
007700         READ ACCOUNT-FILE
007710             INVALID KEY
007720                 CONTINUE
007730         END-READ
007740         IF MYFILE-STATUS = '00'
007750             MOVE 'M' TO BT-ADD-SOURCE
007760         END-IF
007770     END-IF
007780     IF BT-ADD-SOURCE = 'M'
007790         MOVE ACCOUNT-RECORD TO REBUILD-RECORD
007800         ADD 1 TO BT-ADDED-FROM-MASTER
007810     ELSE
007820         MOVE SPACES TO REBUILD-RECORD
007821         MOVE 0 TO CREDIT-LIMIT-RBLD
007822         MOVE 0 TO CUSTOMER-NUMBER-RBLD
007823         MOVE 0 TO LAST-ACTIVITY-DATE-RBLD
007824         MOVE 0 TO MATURITY-DATE-RBLD
007825         MOVE 0 TO TERM-MONTHS-RBLD
007826         MOVE 0 TO RETURN-HOLD-UNTIL-RBLD
007827         MOVE 0 TO RETURN-HOLD-DAYS-RBLD
007830         MOVE BT-APPLY-ACCOUNT TO ACCOUNT-NUMBER-RBLD
007840         MOVE "NOT ON IMAGE - SEE RECOVERY" TO CUSTOMER-NAME-RBLD
007850         MOVE 'F' TO ACCOUNT-STATUS-RBLD
007860         ADD 1 TO BT-ADDED-FROZEN
007870     END-IF
007880     MOVE 0 TO BALANCE-RBLD
007890     WRITE REBUILD-RECORD
007900     IF RB-FILE-STATUS <> '00'
007910         MOVE "AN ACCOUNT OPENED SINCE THE IMAGE CANNOT BE ADDED"
007920             TO BT-MSG-TEXT
007930         PERFORM 9100-ABANDON-RUN THRU 9100-ABANDON-RUN-EXIT
007940     END-IF.
007950 2700-ADD-OPENED-ACCOUNT-EXIT.
007960     EXIT.

007970*****************************************************************
007980*  2800-ADOPT-UNPOSTED-OPENINGS, on a full recovery, walks what
007990*  can still be read of the damaged master for accounts opened
008000*  since the image that have had no posting - they are on no
008010*  log, and would otherwise be lost.  Each is added at a zero
008020*  balance, as it was opened.  The walk stops at the first
008030*  record the damaged file cannot give back.
008040*****************************************************************
008050 2800-ADOPT-UNPOSTED-OPENINGS.
008060     IF BT-INVESTIGATION = 'Y' OR BT-HAVE-OLD-MASTER = 'N'
008070         GO TO 2800-ADOPT-UNPOSTED-OPENINGS-EXIT
008080     END-IF
008090     MOVE 'N' TO BT-ACCT-EOF
008100     MOVE 0 TO ACCOUNT-NUMBER-FILE
008110     START ACCOUNT-FILE KEY >= ACCOUNT-NUMBER-FILE
008120         INVALID KEY
008130             MOVE 'Y' TO BT-ACCT-EOF
008140     END-START
008150     PERFORM 2850-ADOPT-ONE-OPENING
008160         THRU 2850-ADOPT-ONE-OPENING-EXIT
008170         UNTIL BT-ACCT-EOF = 'Y'.
008180 2800-ADOPT-UNPOSTED-OPENINGS-EXIT.
008190     EXIT.

008200 2850-ADOPT-ONE-OPENING.
008210     READ ACCOUNT-FILE NEXT RECORD
008220         AT END
008230             MOVE 'Y' TO BT-ACCT-EOF
008240             GO TO 2850-ADOPT-ONE-OPENING-EXIT
008250     END-READ
008260     IF MYFILE-STATUS <> '00'
008270         MOVE 'Y' TO BT-ACCT-EOF
008280         MOVE "ACCOUNT-FILE UNREADABLE PART WAY - LATER ACCOUNTS "
008290             TO BT-MSG-TEXT
008300         WRITE REPORT-PRINT-LINE FROM BT-MESSAGE-LINE
008310         MOVE "OPENED SINCE THE IMAGE WITH NO POSTING NOT ADOPTED"
008320             TO BT-MSG-TEXT
008330         WRITE REPORT-PRINT-LINE FROM BT-MESSAGE-LINE
008340         GO TO 2850-ADOPT-ONE-OPENING-EXIT
008350     END-IF
008360     MOVE ACCOUNT-NUMBER-FILE TO ACCOUNT-NUMBER-RBLD
008370     READ REBUILD-FILE
008380         INVALID KEY
008390             MOVE ACCOUNT-RECORD TO REBUILD-RECORD
008400             MOVE 0 TO BALANCE-RBLD
008410             WRITE REBUILD-RECORD
008420             IF RB-FILE-STATUS <> '00'
008430                 MOVE "AN UNPOSTED OPENING CANNOT BE ADDED"
008440                     TO BT-MSG-TEXT
008450                 PERFORM 9100-ABANDON-RUN
008460                     THRU 9100-ABANDON-RUN-EXIT
008470             END-IF
008480             ADD 1 TO BT-ADOPTED-UNPOSTED
008490             MOVE ACCOUNT-NUMBER-FILE TO BT-APPLY-ACCOUNT
008500             MOVE 'U' TO BT-ADD-SOURCE
008510             PERFORM 2650-FIND-CHANGED-ENTRY
008520                 THRU 2650-FIND-CHANGED-ENTRY-EXIT
008530     END-READ.
008540 2850-ADOPT-ONE-OPENING-EXIT.
008550     EXIT.

008560*****************************************************************
008570*  3000-PROVE-REBUILD totals ACCOUNT-REBUILD and proves it two
008580*  ways: the image total plus everything replayed must equal
008590*  it, and so must the reconcile's closing balance plus every
008600*  posting logged since the reconcile - the CONTROL-TOTALS
008610*  proof that decides whether the tellers may sign back on.
008620*  The account count is shown beside the reconcile's for the
008630*  record; openings and closings are not on the log, so it
008640*  proves nothing by itself.
008650*****************************************************************
008660 3000-PROVE-REBUILD.
008670     MOVE 'N' TO BT-ACCT-EOF
008680     MOVE 0 TO ACCOUNT-NUMBER-RBLD
008690     START REBUILD-FILE KEY >= ACCOUNT-NUMBER-RBLD
008700         INVALID KEY
008710             MOVE 'Y' TO BT-ACCT-EOF
008720     END-START
008730     PERFORM 3100-TOTAL-ONE-ACCOUNT
008740         THRU 3100-TOTAL-ONE-ACCOUNT-EXIT
008750         UNTIL BT-ACCT-EOF = 'Y'
008760     COMPUTE BT-REPLAYED-TOTAL = BT-LOADED-TOTAL + BT-APPLIED-NET
008770     MOVE SPACES TO REPORT-PRINT-LINE
008780     WRITE REPORT-PRINT-LINE
008790     MOVE "POSTINGS REPLAYED" TO BT-TOT-LABEL
008800     MOVE BT-POSTINGS-APPLIED TO BT-TOT-COUNT
008810     WRITE REPORT-PRINT-LINE FROM BT-TOTAL-LINE
008820     MOVE "NET OF POSTINGS REPLAYED" TO BT-RD-LABEL
008830     MOVE BT-APPLIED-NET TO BT-RD-AMOUNT
008840     WRITE REPORT-PRINT-LINE FROM BT-RPT-DETAIL
008850     MOVE "IMAGE PLUS POSTINGS" TO BT-RD-LABEL
008860     MOVE BT-REPLAYED-TOTAL TO BT-RD-AMOUNT
008870     WRITE REPORT-PRINT-LINE FROM BT-RPT-DETAIL
008880     MOVE "REBUILT BALANCE TOTAL" TO BT-RD-LABEL
008890     MOVE BT-REBUILT-TOTAL TO BT-RD-AMOUNT
008900     WRITE REPORT-PRINT-LINE FROM BT-RPT-DETAIL
008910     MOVE "REBUILT ACCOUNT COUNT" TO BT-TOT-LABEL
008920     MOVE BT-REBUILT-COUNT TO BT-TOT-COUNT
008930     WRITE REPORT-PRINT-LINE FROM BT-TOTAL-LINE
008940     IF BT-HAVE-CONTROL = 'Y'
008950         COMPUTE BT-EXPECTED-TOTAL = BT-CT-CLOSING
008960             + BT-CONTROL-NET
008970         COMPUTE BT-VARIANCE = BT-REBUILT-TOTAL
008980             - BT-EXPECTED-TOTAL
008990         MOVE "CONTROL CLOSING BALANCE" TO BT-RD-LABEL
009000         MOVE BT-CT-CLOSING TO BT-RD-AMOUNT
009010         WRITE REPORT-PRINT-LINE FROM BT-RPT-DETAIL
009020         MOVE "CONTROL ACCOUNT COUNT" TO BT-TOT-LABEL
009030         MOVE BT-CT-COUNT TO BT-TOT-COUNT
009040         WRITE REPORT-PRINT-LINE FROM BT-TOTAL-LINE
009050         MOVE "NET POSTED SINCE CONTROL" TO BT-RD-LABEL
009060         MOVE BT-CONTROL-NET TO BT-RD-AMOUNT
009070         WRITE REPORT-PRINT-LINE FROM BT-RPT-DETAIL
009080         MOVE "EXPECTED BALANCE TOTAL" TO BT-RD-LABEL
009090         MOVE BT-EXPECTED-TOTAL TO BT-RD-AMOUNT
009100         WRITE REPORT-PRINT-LINE FROM BT-RPT-DETAIL
009110         MOVE "VARIANCE" TO BT-RD-LABEL
009120         MOVE BT-VARIANCE TO BT-RD-AMOUNT
009130         WRITE REPORT-PRINT-LINE FROM BT-RPT-DETAIL
009140     END-IF
009150     MOVE SPACES TO REPORT-PRINT-LINE
009160     WRITE REPORT-PRINT-LINE
009170     IF BT-HAVE-CONTROL = 'Y' AND BT-VARIANCE = 0
009180         AND BT-REPLAYED-TOTAL = BT-REBUILT-TOTAL
009190         MOVE 'Y' TO BT-PROVEN
009200         MOVE "STATUS: REBUILT FILE PROVEN AGAINST CONTROL-TOTALS"
009210             TO BT-MSG-TEXT
009220     ELSE
009230         MOVE "STATUS: *** REBUILT FILE NOT PROVEN ***"
009240             TO BT-MSG-TEXT
009250     END-IF
009260     WRITE REPORT-PRINT-LINE FROM BT-MESSAGE-LINE.
009270 3000-PROVE-REBUILD-EXIT.
009280     EXIT.

009290 3100-TOTAL-ONE-ACCOUNT.
009300     READ REBUILD-FILE NEXT RECORD
009310         AT END
009320             MOVE 'Y' TO BT-ACCT-EOF
009330             GO TO 3100-TOTAL-ONE-ACCOUNT-EXIT
009340     END-READ
009350     ADD 1 TO BT-REBUILT-COUNT
009360     ADD BALANCE-RBLD TO BT-REBUILT-TOTAL.
009370 3100-TOTAL-ONE-ACCOUNT-EXIT.
009380     EXIT.

009390*****************************************************************
009400*  4000-LIST-CHANGED prints every account the rebuild changed
009410*  from its image, with where its record came from.
009420*****************************************************************
009430 4000-LIST-CHANGED.
009440     MOVE SPACES TO REPORT-PRINT-LINE
009450     WRITE REPORT-PRINT-LINE
009460     MOVE "ACCOUNTS CHANGED FROM THE IMAGE" TO BT-MSG-TEXT
009470     WRITE REPORT-PRINT-LINE FROM BT-MESSAGE-LINE
009480     WRITE REPORT-PRINT-LINE FROM BT-CHANGED-HEADING
009490     PERFORM 4100-LIST-ONE-CHANGED THRU 4100-LIST-ONE-CHANGED-EXIT
009500         VARYING BT-CHG-IDX FROM 1 BY 1
009510         UNTIL BT-CHG-IDX > BT-CHG-COUNT
009520     IF BT-CHG-OVERFLOWED = 'Y'
009530         MOVE "MORE ACCOUNTS CHANGED THAN THIS LISTING HOLDS - "
009540             TO BT-MSG-TEXT
009550         WRITE REPORT-PRINT-LINE FROM BT-MESSAGE-LINE
009560         MOVE "THE REBUILD ITSELF IS COMPLETE" TO BT-MSG-TEXT
009570         WRITE REPORT-PRINT-LINE FROM BT-MESSAGE-LINE
009580     END-IF
009590     MOVE "ACCOUNTS CHANGED" TO BT-TOT-LABEL
009600     MOVE BT-CHG-COUNT TO BT-TOT-COUNT
009610     WRITE REPORT-PRINT-LINE FROM BT-TOTAL-LINE.
009620 4000-LIST-CHANGED-EXIT.
009630     EXIT.

009640 4100-LIST-ONE-CHANGED.
009650     MOVE BT-CH-ACCOUNT (BT-CHG-IDX) TO BT-CD-ACCOUNT
009660     PERFORM 4110-SET-SOURCE THRU 4110-SET-SOURCE-EXIT
009760     MOVE BT-CH-START-BAL (BT-CHG-IDX) TO BT-CD-START-BAL
009770     MOVE BT-CH-POSTINGS (BT-CHG-IDX)  TO BT-CD-POSTINGS
009780     MOVE BT-CH-NET (BT-CHG-IDX)       TO BT-CD-NET
009790     MOVE BT-CH-ACCOUNT (BT-CHG-IDX)   TO ACCOUNT-NUMBER-RBLD
009800     MOVE 0 TO BT-CD-END-BAL
009810     READ REBUILD-FILE
009820         NOT INVALID KEY
009830             MOVE BALANCE-RBLD TO BT-CD-END-BAL
009840     END-READ
009850     WRITE REPORT-PRINT-LINE FROM BT-CHANGED-DETAIL.
009860 4100-LIST-ONE-CHANGED-EXIT.
009870     EXIT.

009880*****************************************************************
009890*  4110-SET-SOURCE spells out where the changed account's
009900*  starting balance came from for the recovery listing.
009910*****************************************************************
009920 4110-SET-SOURCE.
009930     IF BT-CH-SOURCE (BT-CHG-IDX) = 'I'
009940         MOVE "IMAGE"                  TO BT-CD-SOURCE
009950     ELSE IF BT-CH-SOURCE (BT-CHG-IDX) = 'M'
009960         MOVE "ACCOUNT-FILE (OPENED)"  TO BT-CD-SOURCE
009970     ELSE IF BT-CH-SOURCE (BT-CHG-IDX) = 'U'
009980         MOVE "ACCOUNT-FILE (NO POST)" TO BT-CD-SOURCE
009990     ELSE
010000         MOVE "LOG ONLY - FROZEN"      TO BT-CD-SOURCE
010010     END-IF.
010020 4110-SET-SOURCE-EXIT.
010030     EXIT.

010040*****************************************************************
010050*  5000-INSTALL-REBUILD copies a proven full recovery over
010060*  ACCOUNT-FILE.  An as-of rebuild, or one that did not prove,
010070*  is left on ACCOUNT-REBUILD and ACCOUNT-FILE is not touched.
010080*****************************************************************
010090 5000-INSTALL-REBUILD.
010100     IF BT-INVESTIGATION = 'Y'
010110         MOVE "AS-OF REBUILD LEFT ON ACCOUNT-REBUILD FOR INQUIRY"
010120             TO BT-MSG-TEXT
010130         WRITE REPORT-PRINT-LINE FROM BT-MESSAGE-LINE
010140         MOVE "ACCOUNT-FILE NOT TOUCHED" TO BT-MSG-TEXT
010150         WRITE REPORT-PRINT-LINE FROM BT-MESSAGE-LINE
010160         GO TO 5000-INSTALL-REBUILD-EXIT
010170     END-IF
010180     IF BT-PROVEN = 'N'
010190         MOVE "ACCOUNT-FILE NOT REPLACED - TELLERS MUST NOT "
010200             TO BT-MSG-TEXT
010210         WRITE REPORT-PRINT-LINE FROM BT-MESSAGE-LINE
010220         MOVE "SIGN ON" TO BT-MSG-TEXT
010230         WRITE REPORT-PRINT-LINE FROM BT-MESSAGE-LINE
010240         MOVE "REBUILT FILE LEFT ON ACCOUNT-REBUILD FOR REVIEW"
010250             TO BT-MSG-TEXT
010260         WRITE REPORT-PRINT-LINE FROM BT-MESSAGE-LINE
010270         DISPLAY "BANK-ACCOUNT-RECOVERY: rebuild NOT proven - "
010280             "ACCOUNT-FILE not replaced."
010290         MOVE 16 TO RETURN-CODE
010300         GO TO 5000-INSTALL-REBUILD-EXIT
010310     END-IF
010320     IF BT-HAVE-OLD-MASTER = 'Y'
010330         CLOSE ACCOUNT-FILE
010340         MOVE 'N' TO BT-HAVE-OLD-MASTER
010350     END-IF
010360     OPEN OUTPUT ACCOUNT-FILE
010370     IF MYFILE-STATUS <> '00'
010380         MOVE "ACCOUNT-FILE CANNOT BE RECREATED - PROVEN REBUILD "
010390             TO BT-MSG-TEXT
010400         WRITE REPORT-PRINT-LINE FROM BT-MESSAGE-LINE
010410         MOVE "LEFT ON ACCOUNT-REBUILD" TO BT-MSG-TEXT
010420         PERFORM 9100-ABANDON-RUN THRU 9100-ABANDON-RUN-EXIT
010430     END-IF
010440     MOVE 'N' TO BT-ACCT-EOF
010450     MOVE 0 TO ACCOUNT-NUMBER-RBLD
010460     START REBUILD-FILE KEY >= ACCOUNT-NUMBER-RBLD
010470         INVALID KEY
010480             MOVE 'Y' TO BT-ACCT-EOF
010490     END-START
010500     PERFORM 5100-COPY-ONE-ACCOUNT THRU 5100-COPY-ONE-ACCOUNT-EXIT
010510         UNTIL BT-ACCT-EOF = 'Y'
010520     CLOSE ACCOUNT-FILE
010530     IF BT-COPIED-COUNT NOT = BT-REBUILT-COUNT
010540         MOVE "ACCOUNT-FILE COPY SHORT OF THE REBUILD - RERUN"
010550             TO BT-MSG-TEXT
010560         PERFORM 9100-ABANDON-RUN THRU 9100-ABANDON-RUN-EXIT
010570     END-IF
010580     MOVE "ACCOUNT-FILE REBUILT AND PROVEN - TELLERS MAY SIGN ON"
010590         TO BT-MSG-TEXT
010600     WRITE REPORT-PRINT-LINE FROM BT-MESSAGE-LINE
010610     DISPLAY "BANK-ACCOUNT-RECOVERY: ACCOUNT-FILE rebuilt and "
010620         "proven - tellers may sign on.".
010630 5000-INSTALL-REBUILD-EXIT.
010640     EXIT.

010650 5100-COPY-ONE-ACCOUNT.
010660     READ REBUILD-FILE NEXT RECORD
010670         AT END
010680             MOVE 'Y' TO BT-ACCT-EOF
010690             GO TO 5100-COPY-ONE-ACCOUNT-EXIT
010700     END-READ
010710     WRITE ACCOUNT-RECORD FROM REBUILD-RECORD
010720     IF MYFILE-STATUS <> '00'
010730         MOVE 'Y' TO BT-ACCT-EOF
010740         GO TO 5100-COPY-ONE-ACCOUNT-EXIT
010750     END-IF
010760     ADD 1 TO BT-COPIED-COUNT.
010770 5100-COPY-ONE-ACCOUNT-EXIT.
010780     EXIT.

010790 8000-PRINT-SUMMARY.
010800     MOVE SPACES TO REPORT-PRINT-LINE
010810     WRITE REPORT-PRINT-LINE
010820     MOVE "OPENED SINCE IMAGE, POSTED" TO BT-TOT-LABEL
010830     MOVE BT-ADDED-FROM-MASTER TO BT-TOT-COUNT
010840     WRITE REPORT-PRINT-LINE FROM BT-TOTAL-LINE
010850     MOVE "OPENED SINCE IMAGE, NO POSTING" TO BT-TOT-LABEL
010860     MOVE BT-ADOPTED-UNPOSTED TO BT-TOT-COUNT
010870     WRITE REPORT-PRINT-LINE FROM BT-TOTAL-LINE
010880     MOVE "REBUILT FROZEN FROM LOG ONLY" TO BT-TOT-LABEL
010890     MOVE BT-ADDED-FROZEN TO BT-TOT-COUNT
010900     WRITE REPORT-PRINT-LINE FROM BT-TOTAL-LINE
010910     MOVE "UNKNOWN POSTING TYPES" TO BT-TOT-LABEL
010920     MOVE BT-UNKNOWN-TYPES TO BT-TOT-COUNT
010930     WRITE REPORT-PRINT-LINE FROM BT-TOTAL-LINE
010940     DISPLAY "BANK-ACCOUNT-RECOVERY complete.".
010950     DISPLAY "  Starting image     : " BT-IMAGE-DATE " "
010960         BT-IMAGE-TIME.
010970     DISPLAY "  Postings replayed  : " BT-POSTINGS-APPLIED.
010980     DISPLAY "  Accounts changed   : " BT-CHG-COUNT.
010990     DISPLAY "  Accounts rebuilt   : " BT-REBUILT-COUNT.
011000     DISPLAY "  Rebuilt total      : " BT-REBUILT-TOTAL.
011010     DISPLAY "  Variance           : " BT-VARIANCE.
011020     DISPLAY "  Proven             : " BT-PROVEN.
011030 8000-PRINT-SUMMARY-EXIT.
011040     EXIT.

011050*****************************************************************
011060*  9100-ABANDON-RUN stops a run that cannot go on, with the
011070*  reason in BT-MSG-TEXT on the report and the console.
011080*  ACCOUNT-FILE is only ever opened for output once the rebuild
011090*  is proven, so an abandoned run leaves it as it was found
011100*  unless the copy itself failed.
011110*****************************************************************
011120 9100-ABANDON-RUN.
011130     WRITE REPORT-PRINT-LINE FROM BT-MESSAGE-LINE
011140     MOVE "RUN ABANDONED - TELLERS MUST NOT SIGN ON"
011150         TO BT-MSG-TEXT
011160     WRITE REPORT-PRINT-LINE FROM BT-MESSAGE-LINE
011170     CLOSE REPORT-PRINT-FILE
011180     DISPLAY "BANK-ACCOUNT-RECOVERY: run abandoned - see the "
011190         "RECOVERY report."
011200     MOVE 16 TO RETURN-CODE
011210     STOP RUN.
011220 9100-ABANDON-RUN-EXIT.
011230     EXIT.

011240 9999-EXIT-PROGRAM.
011250     CLOSE REBUILD-FILE.
011260     IF BT-HAVE-OLD-MASTER = 'Y'
011270         CLOSE ACCOUNT-FILE
011280     END-IF.
011290     CLOSE REPORT-PRINT-FILE.
011300     STOP RUN.
011310 9999-EXIT-PROGRAM-EXIT.
011320     EXIT.
