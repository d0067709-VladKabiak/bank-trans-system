000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. BANK-NOTICE-PRINT.
000120 AUTHOR. J-MILLER.
000130 INSTALLATION. FIRST-COMMUNITY-DP-CENTER.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED. 10/15/2026.
000160*****************************************************************
000170*  BANK-NOTICE-PRINT
000180*  Nightly customer notice job.  The batch jobs that find
000190*  something a customer must be told of in writing append a
000200*  notice request to NOTICE-QUEUE (NOTICEQ layout) - approaching
000210*  maturities (BANK-MATURITY), failed standing orders
000220*  (BANK-STANDING-ORDERS), accounts about to go dormant
000230*  (BANK-DORMANCY), overdrawn accounts (BANK-COMPLIANCE-RPT) and
000240*  service charges (BANK-FEE-POST).  This job sorts the queue by
000250*  customer and notice type and prints, on NOTICE-LETTERS, one
000260*  letter for each customer and type, addressed from
000270*  CUSTOMER-MASTER and worded from the NOTICE-TEMPLATES file
000280*  (NOTICETPL layout) operations maintains; a letter covers
000290*  every notice of its type queued for the customer.
000300*
000310*  Every notice put in a letter is written to NOTICE-HISTORY
000320*  (NOTICEHIST layout), and the history keeps the customer from
000330*  being written to twice:
000340*    - a notice for an event already written about (same
000350*      account, type and event date - a maturity, an overdraft,
000360*      a spell of inactivity, a failed due date, a charge) on an
000370*      earlier letter is dropped, however many nights the job
000380*      that found it queues it again;
000390*    - a customer who has already had a letter of the type
000400*      today gets no second one - the new notices are held for
000410*      tomorrow's letter.
000420*  Notices that cannot be printed - no letter text on file for
000430*  the type, the customer not on the master - are held too.
000440*  Held notices are put back on the queue when it is rewritten
000450*  at the end of the run and are tried again each night until
000460*  they print; everything else leaves the queue.
000470*
000480*  The NOTICE-CONTROL listing, for the mail room, lists every
000490*  letter printed and every notice held, with counts by notice
000500*  type of notices read, letters printed, notices printed,
000510*  notices already sent, duplicates and notices held.
000520*
000530*  MODIFICATION HISTORY
000540*  DATE        INIT  DESCRIPTION
000550*  ----------  ----  -------------------------------------------
000560*  2026-10-15  JKM   Original version.
000570*****************************************************************

000580 ENVIRONMENT DIVISION.
000590 INPUT-OUTPUT SECTION.
000600 FILE-CONTROL.
000610     SELECT NOTICE-QUEUE-FILE
000620         ASSIGN TO "../NOTICE-QUEUE.txt"
000630         FILE STATUS  NQ-FILE-STATUS.

000640     SELECT NOTICE-HOLD-FILE
000650         ASSIGN TO "../NOTICE-HOLD.tmp"
000660         FILE STATUS  HQ-FILE-STATUS.

000670     SELECT NOTICE-TEMPLATE-FILE
000680         ASSIGN TO "../NOTICE-TEMPLATES.txt"
000690         FILE STATUS  NT-FILE-STATUS.

000700     SELECT NOTICE-HISTORY-FILE
000710         ASSIGN TO "../NOTICE-HISTORY.dat"
000720         ORGANIZATION IS INDEXED
000730         ACCESS MODE IS DYNAMIC
000740         RECORD KEY IS NH-HISTORY-KEY
000750         FILE STATUS  NH-FILE-STATUS.

000760     SELECT CUSTOMER-MASTER-FILE
000770         ASSIGN TO "../CUSTOMER-MASTER.dat"
000780         ORGANIZATION IS INDEXED
000790         ACCESS MODE IS DYNAMIC
000800         RECORD KEY IS CM-CUSTOMER-NUMBER
000810         FILE STATUS  CM-FILE-STATUS.

000820     SELECT LETTER-PRINT-FILE
000830         ASSIGN TO "../NOTICE-LETTERS.rpt"
000840         FILE STATUS  LP-FILE-STATUS.

000850     SELECT CONTROL-PRINT-FILE
000860         ASSIGN TO "../NOTICE-CONTROL.rpt"
000870         FILE STATUS  MC-FILE-STATUS.

000880     SELECT SORT-WORK-FILE
000890         ASSIGN TO "../NOTICESORT.tmp".

000900 DATA DIVISION.
000910 FILE SECTION.
000920 FD NOTICE-QUEUE-FILE
000930     RECORDING MODE IS F
000940     RECORD CONTAINS 80 CHARACTERS
000950     DATA RECORD IS NOTICE-REQUEST-RECORD.
000960 COPY NOTICEQ.

000970 FD NOTICE-HOLD-FILE
000980     RECORDING MODE IS F
000990     RECORD CONTAINS 80 CHARACTERS
001000     DATA RECORD IS NOTICE-HOLD-RECORD.
001010 01  NOTICE-HOLD-RECORD          PIC X(80).

001020 FD NOTICE-TEMPLATE-FILE
001030     RECORDING MODE IS F
001040     RECORD CONTAINS 80 CHARACTERS
001050     DATA RECORD IS NOTICE-TEMPLATE-RECORD.
001060 COPY NOTICETPL.

001070 FD NOTICE-HISTORY-FILE
001080     RECORD CONTAINS 80 CHARACTERS
001090     DATA RECORD IS NOTICE-HISTORY-RECORD.
001100 COPY NOTICEHIST.

001110 FD CUSTOMER-MASTER-FILE
001120     RECORD CONTAINS 200 CHARACTERS
001130     DATA RECORD IS CUSTOMER-MASTER-RECORD.
001140 COPY CUSTREC.

001150 FD LETTER-PRINT-FILE
001160     RECORDING MODE IS F
001170     RECORD CONTAINS 132 CHARACTERS
001180     DATA RECORD IS LETTER-PRINT-LINE.
001190 01  LETTER-PRINT-LINE           PIC X(132).

001200 FD CONTROL-PRINT-FILE
001210     RECORDING MODE IS F
001220     RECORD CONTAINS 132 CHARACTERS
001230     DATA RECORD IS CONTROL-PRINT-LINE.
001240 01  CONTROL-PRINT-LINE          PIC X(132).

001250 SD SORT-WORK-FILE
001260     DATA RECORD IS SORT-NOTICE-RECORD.
001270 COPY NOTICEQ REPLACING
001280     ==NOTICE-REQUEST-RECORD== BY ==SORT-NOTICE-RECORD==
001290     LEADING ==NQ== BY ==SW==.

001300 WORKING-STORAGE SECTION.
001310 01  NQ-FILE-STATUS          PIC X(2).
001320 01  HQ-FILE-STATUS          PIC X(2).
001330 01  NT-FILE-STATUS          PIC X(2).
001340 01  NH-FILE-STATUS          PIC X(2).
001350 01  CM-FILE-STATUS          PIC X(2).
001360 01  LP-FILE-STATUS          PIC X(2).
001370 01  MC-FILE-STATUS          PIC X(2).

001380 01  BT-QUEUE-EOF            PIC X VALUE 'N'.
001390 01  BT-HOLD-EOF             PIC X VALUE 'N'.
001400 01  BT-TPL-EOF              PIC X VALUE 'N'.
001410 01  BT-HIST-EOF             PIC X VALUE 'N'.
001420 01  BT-SORT-EOF             PIC X VALUE 'N'.
001430 01  BT-RUN-DATE             PIC 9(08) VALUE 0.

001440*    The letter text off NOTICE-TEMPLATES, in file order.
001450 01  BT-TPL-COUNT            PIC 9(03) COMP VALUE 0.
001460 01  BT-TPL-MAX              PIC 9(03) COMP VALUE 300.
001470 01  BT-TPL-IDX              PIC 9(03) COMP VALUE 0.
001480 01  BT-TPL-TABLE.
001490     05  BT-TPL-ENTRY OCCURS 300 TIMES.
001500         10  BT-TP-TYPE      PIC X(02).
001510         10  BT-TP-SECTION   PIC X(01).
001520         10  BT-TP-TEXT      PIC X(76).
001530 01  BT-TPL-SKIPPED          PIC 9(05) VALUE 0.
001540 01  BT-WANT-SECTION         PIC X(01) VALUE SPACES.
001550 01  BT-HAVE-DETAIL-TPL      PIC X(01) VALUE 'N'.

001560*    The notice types and their counts for the control listing;
001570*    the last row collects any type the job does not know.
001580 01  BT-TYPE-NAMES.
001590     05  FILLER              PIC X(32)
001600         VALUE "MAMATURITY APPROACHING          ".
001610     05  FILLER              PIC X(32)
001620         VALUE "SOSTANDING ORDER FAILED         ".
001630     05  FILLER              PIC X(32)
001640         VALUE "DMDORMANCY WARNING              ".
001650     05  FILLER              PIC X(32)
001660         VALUE "ODACCOUNT OVERDRAWN             ".
001670     05  FILLER              PIC X(32)
001680         VALUE "SCSERVICE CHARGE POSTED         ".
001690     05  FILLER              PIC X(32)
001700         VALUE "??UNKNOWN NOTICE TYPE           ".
001710 01  BT-TYPE-NAMES-R REDEFINES BT-TYPE-NAMES.
001720     05  BT-TYPE-NAME-ENTRY OCCURS 6 TIMES.
001730         10  BT-TN-CODE      PIC X(02).
001740         10  BT-TN-DESC      PIC X(30).
001750 01  BT-TYPE-COUNT           PIC 9(02) COMP VALUE 6.
001760 01  BT-TYPE-IDX             PIC 9(02) COMP VALUE 0.
001770 01  BT-TYPE-COUNTS.
001780     05  BT-TYPE-COUNT-ENTRY OCCURS 6 TIMES.
001790         10  BT-TC-READ      PIC 9(06) VALUE 0.
001800         10  BT-TC-LETTERS   PIC 9(06) VALUE 0.
001810         10  BT-TC-PRINTED   PIC 9(06) VALUE 0.
001820         10  BT-TC-SENT      PIC 9(06) VALUE 0.
001830         10  BT-TC-DUPS      PIC 9(06) VALUE 0.
001840         10  BT-TC-HELD      PIC 9(06) VALUE 0.
001850 01  BT-TOTAL-READ           PIC 9(06) VALUE 0.
001860 01  BT-TOTAL-LETTERS        PIC 9(06) VALUE 0.
001870 01  BT-TOTAL-PRINTED        PIC 9(06) VALUE 0.
001880 01  BT-TOTAL-SENT           PIC 9(06) VALUE 0.
001890 01  BT-TOTAL-DUPS           PIC 9(06) VALUE 0.
001900 01  BT-TOTAL-HELD           PIC 9(06) VALUE 0.
001910 01  BT-REQUEUED-COUNT       PIC 9(06) VALUE 0.

001920*    The customer and notice type in hand (one letter), why its
001930*    notices are being held if they are, and the notices the
001940*    letter will carry.
001950 01  BT-GRP-CUSTOMER         PIC 9(06) VALUE 0.
001960 01  BT-GRP-TYPE             PIC X(02) VALUE SPACES.
001970 01  BT-GRP-TYPE-IDX         PIC 9(02) COMP VALUE 0.
001980 01  BT-GRP-HOLD-REASON      PIC X(30) VALUE SPACES.
001990 01  BT-PREV-ACCOUNT         PIC 9(06) VALUE 0.
002000 01  BT-PREV-EVENT-DATE      PIC 9(08) VALUE 0.
002010 01  BT-NOTIFIED             PIC X(01) VALUE 'N'.
002020 01  BT-LTR-COUNT            PIC 9(02) COMP VALUE 0.
002030 01  BT-LTR-MAX              PIC 9(02) COMP VALUE 50.
002040 01  BT-LTR-IDX              PIC 9(02) COMP VALUE 0.
002050 01  BT-LTR-TABLE.
002060     05  BT-LTR-ENTRY OCCURS 50 TIMES.
002070         10  BT-LE-ACCOUNT   PIC 9(06).
002080         10  BT-LE-AMOUNT    PIC S9(7)V99.
002090         10  BT-LE-EVENT     PIC 9(08).
002100         10  BT-LE-REQUESTED PIC 9(08).
002110         10  BT-LE-SOURCE    PIC X(08).
002120         10  BT-LE-DETAIL    PIC X(30).
002130 01  BT-LETTER-NUMBER        PIC 9(05) VALUE 0.

002140*    Marker substitution - a template line is copied a character
002150*    at a time into BT-OUT-TEXT, each marker replaced by its
002160*    value trimmed of trailing spaces.  The line is padded so a
002170*    marker test near the end of it stays inside the field.
002180 01  BT-TPL-WORK.
002190     05  BT-TPL-LINE         PIC X(76).
002200     05  FILLER              PIC X(10) VALUE SPACES.
002210 01  BT-OUT-TEXT             PIC X(120) VALUE SPACES.
002220 01  BT-IN-POS               PIC 9(03) COMP VALUE 0.
002230 01  BT-OUT-POS              PIC 9(03) COMP VALUE 0.
002240 01  BT-OUT-MAX              PIC 9(03) COMP VALUE 120.
002250 01  BT-TOKEN-LEN            PIC 9(03) COMP VALUE 0.
002260 01  BT-SUB-VALUE            PIC X(30) VALUE SPACES.
002270 01  BT-SUB-LEN              PIC 9(03) COMP VALUE 0.
002280 01  BT-SUB-LEAD             PIC 9(03) COMP VALUE 0.
002290 01  BT-SUB-NAME             PIC X(30) VALUE SPACES.
002300 01  BT-SUB-ACCOUNT          PIC 9(06) VALUE 0.
002310 01  BT-SUB-AMOUNT           PIC S9(7)V99 VALUE 0.
002320 01  BT-SUB-EVENT-DATE       PIC 9(08) VALUE 0.
002330 01  BT-SUB-DETAIL           PIC X(30) VALUE SPACES.
002340 01  BT-ED-AMOUNT            PIC Z,ZZZ,ZZ9.99.
002350 01  BT-FMT-DATE             PIC 9(08) VALUE 0.
002360 01  BT-FMT-DATE-R REDEFINES BT-FMT-DATE.
002370     05  BT-FMT-YYYY         PIC 9(04).
002380     05  BT-FMT-MM           PIC 9(02).
002390     05  BT-FMT-DD           PIC 9(02).
002400 01  BT-DATE-TEXT.
002410     05  BT-DT-MM            PIC 9(02).
002420     05  FILLER              PIC X(01) VALUE "/".
002430     05  BT-DT-DD            PIC 9(02).
002440     05  FILLER              PIC X(01) VALUE "/".
002450     05  BT-DT-YYYY          PIC 9(04).

002460*    Letter print paging.
002470 01  BT-LINE-COUNT           PIC 9(03) COMP VALUE 99.
002480 01  BT-LINES-PER-PAGE       PIC 9(03) COMP VALUE 55.
002490 01  BT-PAGE-NUMBER          PIC 9(03) COMP VALUE 0.
002500 01  BT-PENDING-LINE         PIC X(132) VALUE SPACES.

002510 01  BT-LETTER-HEADING.
002520     05  FILLER              PIC X(25)
002530         VALUE "FIRST COMMUNITY BANK".
002540     05  FILLER              PIC X(14) VALUE "NOTICE LETTER ".
002550     05  BT-LH-LETTER        PIC 9(05).
002560     05  FILLER              PIC X(11) VALUE "  CUSTOMER ".
002570     05  BT-LH-CUSTOMER      PIC 9(06).
002580     05  FILLER              PIC X(07) VALUE "  TYPE ".
002590     05  BT-LH-TYPE          PIC X(02).
002600     05  FILLER              PIC X(07) VALUE "  DATE ".
002610     05  BT-LH-DATE          PIC 9(08).
002620     05  FILLER              PIC X(07) VALUE "  PAGE ".
002630     05  BT-LH-PAGE          PIC ZZ9.
002640     05  BT-LH-CONT          PIC X(12).
002650     05  FILLER              PIC X(25) VALUE SPACES.

002660 01  BT-LETTER-LINE.
002670     05  FILLER              PIC X(08) VALUE SPACES.
002680     05  BT-LL-TEXT          PIC X(120).
002690     05  FILLER              PIC X(04) VALUE SPACES.

002700 01  BT-LETTER-CITY-LINE.
002710     05  FILLER              PIC X(08) VALUE SPACES.
002720     05  BT-LC-CITY          PIC X(20).
002730     05  FILLER              PIC X(01) VALUE SPACES.
002740     05  BT-LC-STATE         PIC X(02).
002750     05  FILLER              PIC X(01) VALUE SPACES.
002760     05  BT-LC-ZIP           PIC X(10).
002770     05  FILLER              PIC X(90) VALUE SPACES.

002780*    Mailing control listing lines.
002790 01  BT-CTL-HEADING.
002800     05  FILLER              PIC X(45)
002810         VALUE "BANK-NOTICE-PRINT - NOTICE MAILING CONTROL".
002820     05  FILLER              PIC X(09) VALUE "RUN DATE ".
002830     05  BT-CH-RUN-DATE      PIC 9(08).
002840     05  FILLER              PIC X(70) VALUE SPACES.

002850 01  BT-CTL-LETTER-LINE.
002860     05  FILLER              PIC X(07) VALUE "LETTER ".
002870     05  BT-CL-LETTER        PIC 9(05).
002880     05  FILLER              PIC X(07) VALUE "  CUST ".
002890     05  BT-CL-CUSTOMER      PIC 9(06).
002900     05  FILLER              PIC X(02) VALUE SPACES.
002910     05  BT-CL-NAME          PIC X(30).
002920     05  FILLER              PIC X(02) VALUE SPACES.
002930     05  BT-CL-ZIP           PIC X(10).
002940     05  FILLER              PIC X(07) VALUE "  TYPE ".
002950     05  BT-CL-TYPE          PIC X(02).
002960     05  FILLER              PIC X(10) VALUE "  NOTICES ".
002970     05  BT-CL-NOTICES       PIC Z9.
002980     05  FILLER              PIC X(42) VALUE SPACES.

002990 01  BT-CTL-HELD-LINE.
003000     05  FILLER              PIC X(12) VALUE "HELD        ".
003010     05  FILLER              PIC X(07) VALUE "  CUST ".
003020     05  BT-HL-CUSTOMER      PIC 9(06).
003030     05  FILLER              PIC X(07) VALUE "  ACCT ".
003040     05  BT-HL-ACCOUNT       PIC 9(06).
003050     05  FILLER              PIC X(07) VALUE "  TYPE ".
003060     05  BT-HL-TYPE          PIC X(02).
003070     05  FILLER              PIC X(08) VALUE "  EVENT ".
003080     05  BT-HL-EVENT         PIC 9(08).
003090     05  FILLER              PIC X(02) VALUE SPACES.
003100     05  BT-HL-AMOUNT        PIC Z,ZZZ,ZZ9.99-.
003110     05  FILLER              PIC X(02) VALUE SPACES.
003120     05  BT-HL-REASON        PIC X(30).
003130     05  FILLER              PIC X(22) VALUE SPACES.

003140 01  BT-COUNT-HEADING.
003150     05  FILLER              PIC X(36)
003160         VALUE "TYPE  DESCRIPTION".
003170     05  FILLER              PIC X(48)
003180         VALUE "    READ LETTERS PRINTED    SENT    DUPS    HELD".
003190     05  FILLER              PIC X(48) VALUE SPACES.

003200 01  BT-COUNT-LINE.
003210     05  BT-CT-CODE          PIC X(02).
003220     05  FILLER              PIC X(04) VALUE SPACES.
003230     05  BT-CT-DESC          PIC X(30).
003240     05  BT-CT-READ          PIC ZZZ,ZZ9.
003250     05  FILLER              PIC X(01) VALUE SPACES.
003260     05  BT-CT-LETTERS       PIC ZZZ,ZZ9.
003270     05  FILLER              PIC X(01) VALUE SPACES.
003280     05  BT-CT-PRINTED       PIC ZZZ,ZZ9.
003290     05  FILLER              PIC X(01) VALUE SPACES.
003300     05  BT-CT-SENT          PIC ZZZ,ZZ9.
003310     05  FILLER              PIC X(01) VALUE SPACES.
003320     05  BT-CT-DUPS          PIC ZZZ,ZZ9.
003330     05  FILLER              PIC X(01) VALUE SPACES.
003340     05  BT-CT-HELD          PIC ZZZ,ZZ9.
003350     05  FILLER              PIC X(48) VALUE SPACES.

003360 01  BT-TOTAL-LINE.
003370     05  BT-TOT-LABEL        PIC X(36).
003380     05  BT-TOT-COUNT        PIC ZZZ,ZZ9.
003390     05  FILLER              PIC X(89) VALUE SPACES.

003400 PROCEDURE DIVISION.
003410 0000-MAINLINE.
003420     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
003430     SORT SORT-WORK-FILE
003440         ON ASCENDING KEY SW-CUSTOMER-NUMBER SW-NOTICE-TYPE
003450             SW-ACCOUNT-NUMBER SW-EVENT-DATE SW-REQUEST-DATE
003460         INPUT PROCEDURE 2000-READ-QUEUE
003470             THRU 2000-READ-QUEUE-EXIT
003480         OUTPUT PROCEDURE 3000-PRODUCE-LETTERS
003490             THRU 3000-PRODUCE-LETTERS-EXIT.
003500     PERFORM 4000-RELOAD-QUEUE THRU 4000-RELOAD-QUEUE-EXIT.
003510     PERFORM 8000-PRINT-SUMMARY THRU 8000-PRINT-SUMMARY-EXIT.
003520     PERFORM 9999-EXIT-PROGRAM THRU 9999-EXIT-PROGRAM-EXIT.

003530*****************************************************************
003540*  1000-INITIALIZE opens the files and loads the letter text.
003550*  Without the customer master there is no one to address a
003560*  letter to, so the run stops before the queue is touched.
003570*****************************************************************
003580 1000-INITIALIZE.
003590     ACCEPT BT-RUN-DATE FROM DATE YYYYMMDD.
003610     OPEN INPUT CUSTOMER-MASTER-FILE.
003620     IF CM-FILE-STATUS <> '00'
003630         DISPLAY "BANK-NOTICE-PRINT: unable to open "
003640             "CUSTOMER-MASTER, status " CM-FILE-STATUS
003650         MOVE 16 TO RETURN-CODE
003660         STOP RUN
003670     END-IF.
003680     OPEN I-O NOTICE-HISTORY-FILE
003690     IF NH-FILE-STATUS = '35'
003700         OPEN OUTPUT NOTICE-HISTORY-FILE
003710         CLOSE NOTICE-HISTORY-FILE
003720         OPEN I-O NOTICE-HISTORY-FILE
003730     END-IF
003740     IF NH-FILE-STATUS <> '00'
003750         DISPLAY "BANK-NOTICE-PRINT: unable to open "
003760             "NOTICE-HISTORY, status " NH-FILE-STATUS
003770         MOVE 16 TO RETURN-CODE
003780         STOP RUN
003790     END-IF
003800     PERFORM 1100-LOAD-TEMPLATES THRU 1100-LOAD-TEMPLATES-EXIT.
003810     OPEN OUTPUT NOTICE-HOLD-FILE.
003820     IF HQ-FILE-STATUS <> '00'
003830         DISPLAY "BANK-NOTICE-PRINT: unable to open hold file, "
003840             "status " HQ-FILE-STATUS
003850         MOVE 16 TO RETURN-CODE
003860         STOP RUN
003870     END-IF.
003880     OPEN OUTPUT LETTER-PRINT-FILE.
003890     IF LP-FILE-STATUS <> '00'
003900         DISPLAY "BANK-NOTICE-PRINT: unable to open letter "
003910             "print, status " LP-FILE-STATUS
003920         MOVE 16 TO RETURN-CODE
003930         STOP RUN
003940     END-IF.
003950     OPEN OUTPUT CONTROL-PRINT-FILE.
003960     IF MC-FILE-STATUS <> '00'
003970         DISPLAY "BANK-NOTICE-PRINT: unable to open control "
003980             "listing, status " MC-FILE-STATUS
003990         MOVE 16 TO RETURN-CODE
004000         STOP RUN
004010     END-IF.
004020     MOVE BT-RUN-DATE TO BT-CH-RUN-DATE
004030     WRITE CONTROL-PRINT-LINE FROM BT-CTL-HEADING
004040     MOVE SPACES TO CONTROL-PRINT-LINE
004050     WRITE CONTROL-PRINT-LINE.
004060     DISPLAY "BANK-NOTICE-PRINT starting for " BT-RUN-DATE
004070         " - " BT-TPL-COUNT " template lines loaded.".
004080 1000-INITIALIZE-EXIT.
004090     EXIT.

004100*****************************************************************
004110*  1100-LOAD-TEMPLATES reads NOTICE-TEMPLATES into the template
004120*  table.  Comment and blank lines are passed over, and a line
004130*  with no section letter H, D or T is skipped with a warning.
004140*  A missing file is not fatal - every notice is held, to print
004150*  once operations has put the letter text back.
004160*****************************************************************
004170 1100-LOAD-TEMPLATES.
004180     MOVE 'N' TO BT-TPL-EOF
004190     OPEN INPUT NOTICE-TEMPLATE-FILE
004200     IF NT-FILE-STATUS NOT = '00'
004210         DISPLAY "BANK-NOTICE-PRINT: NOTICE-TEMPLATES not "
004220             "available, status " NT-FILE-STATUS
004230             " - all notices will be held."
004240         GO TO 1100-LOAD-TEMPLATES-EXIT
004250     END-IF
004260     PERFORM 1150-LOAD-ONE-TEMPLATE
004270         THRU 1150-LOAD-ONE-TEMPLATE-EXIT
004280         UNTIL BT-TPL-EOF = 'Y'
004290     CLOSE NOTICE-TEMPLATE-FILE
004300     IF BT-TPL-SKIPPED > 0
004310         DISPLAY "BANK-NOTICE-PRINT: " BT-TPL-SKIPPED
004320             " NOTICE-TEMPLATES lines skipped."
004330     END-IF.
004340 1100-LOAD-TEMPLATES-EXIT.
004350     EXIT.

004360 1150-LOAD-ONE-TEMPLATE.
004370     READ NOTICE-TEMPLATE-FILE
004380         AT END
004390             MOVE 'Y' TO BT-TPL-EOF
004400             GO TO 1150-LOAD-ONE-TEMPLATE-EXIT
004410     END-READ
004420     IF NOTICE-TEMPLATE-RECORD = SPACES
004430         OR NT-NOTICE-TYPE (1:1) = '*'
004440         GO TO 1150-LOAD-ONE-TEMPLATE-EXIT
004450     END-IF
004460     IF NOT NT-HEADING AND NOT NT-DETAIL AND NOT NT-TRAILER
004470         DISPLAY "BANK-NOTICE-PRINT: template line for type "
004480             NT-NOTICE-TYPE " has no section H, D or T - skipped."
004490         ADD 1 TO BT-TPL-SKIPPED
004500         GO TO 1150-LOAD-ONE-TEMPLATE-EXIT
004510     END-IF
004520     IF BT-TPL-COUNT >= BT-TPL-MAX
004530         ADD 1 TO BT-TPL-SKIPPED
004540         GO TO 1150-LOAD-ONE-TEMPLATE-EXIT
004550     END-IF
004560     ADD 1 TO BT-TPL-COUNT
004570     MOVE NT-NOTICE-TYPE TO BT-TP-TYPE (BT-TPL-COUNT)
004580     MOVE NT-SECTION     TO BT-TP-SECTION (BT-TPL-COUNT)
004590     MOVE NT-TEXT        TO BT-TP-TEXT (BT-TPL-COUNT).
004600 1150-LOAD-ONE-TEMPLATE-EXIT.
004610     EXIT.

004620*****************************************************************
004630*  2000-READ-QUEUE is the SORT input procedure - it releases
004640*  every notice on the queue.  No queue means no job tonight
004650*  has found anything to write about.
004660*****************************************************************
004670 2000-READ-QUEUE.
004680     MOVE 'N' TO BT-QUEUE-EOF
004690     OPEN INPUT NOTICE-QUEUE-FILE
004700     IF NQ-FILE-STATUS = '35'
004710         DISPLAY "BANK-NOTICE-PRINT: no NOTICE-QUEUE on file - "
004720             "no notices tonight."
004730         GO TO 2000-READ-QUEUE-EXIT
004740     END-IF
004750     IF NQ-FILE-STATUS NOT = '00'
004760         DISPLAY "BANK-NOTICE-PRINT: unable to open "
004770             "NOTICE-QUEUE, status " NQ-FILE-STATUS
004780         MOVE 16 TO RETURN-CODE
004790         STOP RUN
004800     END-IF
004810     PERFORM 2100-RELEASE-ONE-NOTICE
004820         THRU 2100-RELEASE-ONE-NOTICE-EXIT
004830         UNTIL BT-QUEUE-EOF = 'Y'
004840     CLOSE NOTICE-QUEUE-FILE.
004850 2000-READ-QUEUE-EXIT.
004860     EXIT.

004870 2100-RELEASE-ONE-NOTICE.
004880     READ NOTICE-QUEUE-FILE
004890         AT END
004900             MOVE 'Y' TO BT-QUEUE-EOF
004910             GO TO 2100-RELEASE-ONE-NOTICE-EXIT
004920     END-READ
004930     RELEASE SORT-NOTICE-RECORD FROM NOTICE-REQUEST-RECORD.
004940 2100-RELEASE-ONE-NOTICE-EXIT.
004950     EXIT.

004960*****************************************************************
004970*  3000-PRODUCE-LETTERS is the SORT output procedure - it reads
004980*  the sorted notices and prints one letter per customer and
004990*  notice type (control break on SW-CUSTOMER-NUMBER and
005000*  SW-NOTICE-TYPE).
005010*****************************************************************
005020 3000-PRODUCE-LETTERS.
005030     PERFORM 3050-GET-NEXT-NOTICE THRU 3050-GET-NEXT-NOTICE-EXIT.
005040     PERFORM 3100-PROCESS-ONE-GROUP
005050         THRU 3100-PROCESS-ONE-GROUP-EXIT
005060         UNTIL BT-SORT-EOF = 'Y'.
005070 3000-PRODUCE-LETTERS-EXIT.
005080     EXIT.

005090 3050-GET-NEXT-NOTICE.
005100     RETURN SORT-WORK-FILE
005110         AT END
005120             MOVE 'Y' TO BT-SORT-EOF
005130     END-RETURN.
005140 3050-GET-NEXT-NOTICE-EXIT.
005150     EXIT.

005160*****************************************************************
005170*  3100-PROCESS-ONE-GROUP takes the notices of one type for one
005180*  customer.  It first decides whether a letter can go at all -
005190*  a known type with letter text, a customer on the master, and
005200*  no letter of the type sent to the customer already today -
005210*  then screens each notice (3200) and prints the letter for
005220*  those that are left (3500).
005230*****************************************************************
005240 3100-PROCESS-ONE-GROUP.
005250     MOVE SW-CUSTOMER-NUMBER TO BT-GRP-CUSTOMER
005260     MOVE SW-NOTICE-TYPE     TO BT-GRP-TYPE
005270     MOVE SPACES TO BT-GRP-HOLD-REASON
005280     MOVE 0 TO BT-LTR-COUNT
005290     MOVE 0 TO BT-PREV-ACCOUNT
005300     MOVE 0 TO BT-PREV-EVENT-DATE
005310     PERFORM 3150-FIND-TYPE THRU 3150-FIND-TYPE-EXIT
005320     PERFORM 3160-CHECK-LETTER-ALLOWED
005330         THRU 3160-CHECK-LETTER-ALLOWED-EXIT
005340     PERFORM 3200-SCREEN-ONE-NOTICE
005350         THRU 3200-SCREEN-ONE-NOTICE-EXIT
005360         UNTIL BT-SORT-EOF = 'Y'
005370             OR SW-CUSTOMER-NUMBER NOT = BT-GRP-CUSTOMER
005380             OR SW-NOTICE-TYPE NOT = BT-GRP-TYPE
005390     IF BT-LTR-COUNT > 0
005400         PERFORM 3500-PRINT-LETTER THRU 3500-PRINT-LETTER-EXIT
005410     END-IF.
005420 3100-PROCESS-ONE-GROUP-EXIT.
005430     EXIT.

005440 3150-FIND-TYPE.
005450     MOVE BT-TYPE-COUNT TO BT-GRP-TYPE-IDX
005460     PERFORM 3155-MATCH-ONE-TYPE THRU 3155-MATCH-ONE-TYPE-EXIT
005470         VARYING BT-TYPE-IDX FROM 1 BY 1
005480         UNTIL BT-TYPE-IDX >= BT-TYPE-COUNT.
005490 3150-FIND-TYPE-EXIT.
005500     EXIT.

005510 3155-MATCH-ONE-TYPE.
005520     IF BT-TN-CODE (BT-TYPE-IDX) = BT-GRP-TYPE
005530         MOVE BT-TYPE-IDX TO BT-GRP-TYPE-IDX
005540     END-IF.
005550 3155-MATCH-ONE-TYPE-EXIT.
005560     EXIT.

005570 3160-CHECK-LETTER-ALLOWED.
005580     IF BT-GRP-TYPE-IDX = BT-TYPE-COUNT
005590         MOVE "UNKNOWN NOTICE TYPE" TO BT-GRP-HOLD-REASON
005600         GO TO 3160-CHECK-LETTER-ALLOWED-EXIT
005610     END-IF
005620     MOVE 'N' TO BT-HAVE-DETAIL-TPL
005630     PERFORM 3165-CHECK-ONE-TEMPLATE
005640         THRU 3165-CHECK-ONE-TEMPLATE-EXIT
005650         VARYING BT-TPL-IDX FROM 1 BY 1
005660         UNTIL BT-TPL-IDX > BT-TPL-COUNT
005670     IF BT-HAVE-DETAIL-TPL = 'N'
005680         MOVE "NO LETTER TEXT FOR TYPE" TO BT-GRP-HOLD-REASON
005690         GO TO 3160-CHECK-LETTER-ALLOWED-EXIT
005700     END-IF
005710     MOVE BT-GRP-CUSTOMER TO CM-CUSTOMER-NUMBER
005720     READ CUSTOMER-MASTER-FILE
005730         INVALID KEY
005740             MOVE "CUSTOMER NOT ON MASTER" TO BT-GRP-HOLD-REASON
005750             GO TO 3160-CHECK-LETTER-ALLOWED-EXIT
005760     END-READ
005770     MOVE BT-GRP-CUSTOMER TO NH-CUSTOMER-NUMBER
005780     MOVE BT-GRP-TYPE     TO NH-NOTICE-TYPE
005790     MOVE BT-RUN-DATE     TO NH-SENT-DATE
005800     MOVE 0 TO NH-ACCOUNT-NUMBER
005810     MOVE 0 TO NH-EVENT-DATE
005820     START NOTICE-HISTORY-FILE KEY >= NH-HISTORY-KEY
005830         INVALID KEY
005840             GO TO 3160-CHECK-LETTER-ALLOWED-EXIT
005850     END-START
005860     READ NOTICE-HISTORY-FILE NEXT RECORD
005870         AT END
005880             GO TO 3160-CHECK-LETTER-ALLOWED-EXIT
005890     END-READ
005900     IF NH-CUSTOMER-NUMBER = BT-GRP-CUSTOMER
005910         AND NH-NOTICE-TYPE = BT-GRP-TYPE
005920         AND NH-SENT-DATE = BT-RUN-DATE
005930         MOVE "LETTER ALREADY SENT TODAY" TO BT-GRP-HOLD-REASON
005940     END-IF.
005950 3160-CHECK-LETTER-ALLOWED-EXIT.
005960     EXIT.

005970 3165-CHECK-ONE-TEMPLATE.
005980     IF BT-TP-TYPE (BT-TPL-IDX) = BT-GRP-TYPE
005990         AND BT-TP-SECTION (BT-TPL-IDX) = 'D'
006000         MOVE 'Y' TO BT-HAVE-DETAIL-TPL
006010     END-IF.
006020 3165-CHECK-ONE-TEMPLATE-EXIT.
006030     EXIT.

006040*****************************************************************
006050*  3200-SCREEN-ONE-NOTICE disposes of the notice in hand: a
006060*  repeat of the one before it in the queue is a duplicate; an
006070*  event already written about on an earlier letter is dropped;
006080*  otherwise it is held if the letter cannot go tonight, or
006090*  added to the letter.  A letter holds up to BT-LTR-MAX
006100*  notices - any more are held for the next night's letter.
006110*****************************************************************
006120 3200-SCREEN-ONE-NOTICE.
006130     ADD 1 TO BT-TC-READ (BT-GRP-TYPE-IDX)
006140     IF SW-ACCOUNT-NUMBER = BT-PREV-ACCOUNT
006150         AND SW-EVENT-DATE = BT-PREV-EVENT-DATE
006160         ADD 1 TO BT-TC-DUPS (BT-GRP-TYPE-IDX)
006170         GO TO 3200-SCREEN-ONE-NOTICE-NEXT
006180     END-IF
006190     MOVE SW-ACCOUNT-NUMBER TO BT-PREV-ACCOUNT
006200     MOVE SW-EVENT-DATE     TO BT-PREV-EVENT-DATE
006210     PERFORM 3300-CHECK-NOTIFIED THRU 3300-CHECK-NOTIFIED-EXIT
006220     IF BT-NOTIFIED = 'Y'
006230         ADD 1 TO BT-TC-SENT (BT-GRP-TYPE-IDX)
006240         GO TO 3200-SCREEN-ONE-NOTICE-NEXT
006250     END-IF
006260     IF BT-GRP-HOLD-REASON = SPACES
006270         AND BT-LTR-COUNT >= BT-LTR-MAX
006280         MOVE "LETTER FULL - NEXT NIGHT" TO BT-GRP-HOLD-REASON
006290     END-IF
006300     IF BT-GRP-HOLD-REASON NOT = SPACES
006310         PERFORM 3400-HOLD-NOTICE THRU 3400-HOLD-NOTICE-EXIT
006320         GO TO 3200-SCREEN-ONE-NOTICE-NEXT
006330     END-IF
006340     ADD 1 TO BT-LTR-COUNT
006350     MOVE SW-ACCOUNT-NUMBER TO BT-LE-ACCOUNT (BT-LTR-COUNT)
006360     MOVE SW-AMOUNT         TO BT-LE-AMOUNT (BT-LTR-COUNT)
006370     MOVE SW-EVENT-DATE     TO BT-LE-EVENT (BT-LTR-COUNT)
006380     MOVE SW-REQUEST-DATE   TO BT-LE-REQUESTED (BT-LTR-COUNT)
006390     MOVE SW-SOURCE-JOB     TO BT-LE-SOURCE (BT-LTR-COUNT)
006400     MOVE SW-DETAIL         TO BT-LE-DETAIL (BT-LTR-COUNT).
006410 3200-SCREEN-ONE-NOTICE-NEXT.
006420     PERFORM 3050-GET-NEXT-NOTICE THRU 3050-GET-NEXT-NOTICE-EXIT.
006430 3200-SCREEN-ONE-NOTICE-EXIT.
006440     EXIT.

006450*****************************************************************
006460*  3300-CHECK-NOTIFIED walks the customer's history for the
006470*  notice type, in date order, looking for the same account and
006480*  event date on a letter already sent.
006490*****************************************************************
006500 3300-CHECK-NOTIFIED.
006510     MOVE 'N' TO BT-NOTIFIED
006520     MOVE 'N' TO BT-HIST-EOF
006530     MOVE SW-CUSTOMER-NUMBER TO NH-CUSTOMER-NUMBER
006540     MOVE SW-NOTICE-TYPE     TO NH-NOTICE-TYPE
006550     MOVE 0 TO NH-SENT-DATE
006560     MOVE 0 TO NH-ACCOUNT-NUMBER
006570     MOVE 0 TO NH-EVENT-DATE
006580     START NOTICE-HISTORY-FILE KEY >= NH-HISTORY-KEY
006590         INVALID KEY
006600             GO TO 3300-CHECK-NOTIFIED-EXIT
006610     END-START
006620     PERFORM 3310-CHECK-ONE-HISTORY
006630         THRU 3310-CHECK-ONE-HISTORY-EXIT
006640         UNTIL BT-HIST-EOF = 'Y'
006650             OR BT-NOTIFIED = 'Y'.
006660 3300-CHECK-NOTIFIED-EXIT.
006670     EXIT.

006680 3310-CHECK-ONE-HISTORY.
006690     READ NOTICE-HISTORY-FILE NEXT RECORD
006700         AT END
006710             MOVE 'Y' TO BT-HIST-EOF
006720             GO TO 3310-CHECK-ONE-HISTORY-EXIT
006730     END-READ
006740     IF NH-CUSTOMER-NUMBER NOT = SW-CUSTOMER-NUMBER
006750         OR NH-NOTICE-TYPE NOT = SW-NOTICE-TYPE
006760         MOVE 'Y' TO BT-HIST-EOF
006770         GO TO 3310-CHECK-ONE-HISTORY-EXIT
006780     END-IF
006790     IF NH-ACCOUNT-NUMBER = SW-ACCOUNT-NUMBER
006800         AND NH-EVENT-DATE = SW-EVENT-DATE
006810         MOVE 'Y' TO BT-NOTIFIED
006820     END-IF.
006830 3310-CHECK-ONE-HISTORY-EXIT.
006840     EXIT.

006850*****************************************************************
006860*  3400-HOLD-NOTICE writes the notice to the hold file, to go
006870*  back on the queue at the end of the run, and lists it with
006880*  the reason on the control listing.
006890*****************************************************************
006900 3400-HOLD-NOTICE.
006910     WRITE NOTICE-HOLD-RECORD FROM SORT-NOTICE-RECORD
006920     IF HQ-FILE-STATUS NOT = '00'
006930         DISPLAY "BANK-NOTICE-PRINT: unable to write hold file, "
006940             "status " HQ-FILE-STATUS
006950         MOVE 16 TO RETURN-CODE
006960         STOP RUN
006970     END-IF
006980     ADD 1 TO BT-TC-HELD (BT-GRP-TYPE-IDX)
006990     MOVE SW-CUSTOMER-NUMBER TO BT-HL-CUSTOMER
007000     MOVE SW-ACCOUNT-NUMBER  TO BT-HL-ACCOUNT
007010     MOVE SW-NOTICE-TYPE     TO BT-HL-TYPE
007020     MOVE SW-EVENT-DATE      TO BT-HL-EVENT
007030     MOVE SW-AMOUNT          TO BT-HL-AMOUNT
007040     MOVE BT-GRP-HOLD-REASON TO BT-HL-REASON
007050     WRITE CONTROL-PRINT-LINE FROM BT-CTL-HELD-LINE.
007060 3400-HOLD-NOTICE-EXIT.
007070     EXIT.

007080*****************************************************************
007090*  3500-PRINT-LETTER prints the letter for the group on a fresh
007100*  page - the mailing block from CUSTOMER-MASTER, the heading
007110*  text, the detail text once per notice and the closing text -
007120*  records each notice on NOTICE-HISTORY and lists the letter
007130*  on the control listing.
007140*****************************************************************
007150 3500-PRINT-LETTER.
007160     ADD 1 TO BT-LETTER-NUMBER
007170     MOVE 0 TO BT-PAGE-NUMBER
007180     PERFORM 7600-START-NEW-PAGE THRU 7600-START-NEW-PAGE-EXIT
007190     MOVE CM-CUSTOMER-NAME TO BT-SUB-NAME
007200     MOVE CM-CUSTOMER-NAME TO BT-LL-TEXT
007210     PERFORM 7550-WRITE-TEXT-LINE THRU 7550-WRITE-TEXT-LINE-EXIT
007220     MOVE CM-ADDR-LINE-1 TO BT-LL-TEXT
007230     PERFORM 7550-WRITE-TEXT-LINE THRU 7550-WRITE-TEXT-LINE-EXIT
007240     IF CM-ADDR-LINE-2 NOT = SPACES
007250         MOVE CM-ADDR-LINE-2 TO BT-LL-TEXT
007260         PERFORM 7550-WRITE-TEXT-LINE
007270             THRU 7550-WRITE-TEXT-LINE-EXIT
007280     END-IF
007290     MOVE CM-CITY  TO BT-LC-CITY
007300     MOVE CM-STATE TO BT-LC-STATE
007310     MOVE CM-ZIP   TO BT-LC-ZIP
007320     MOVE BT-LETTER-CITY-LINE TO LETTER-PRINT-LINE
007330     PERFORM 7500-WRITE-LETTER-LINE
007340         THRU 7500-WRITE-LETTER-LINE-EXIT
007350     MOVE SPACES TO LETTER-PRINT-LINE
007360     PERFORM 7500-WRITE-LETTER-LINE
007370         THRU 7500-WRITE-LETTER-LINE-EXIT
007380     PERFORM 7500-WRITE-LETTER-LINE
007390         THRU 7500-WRITE-LETTER-LINE-EXIT
007400     MOVE 1 TO BT-LTR-IDX
007410     PERFORM 3550-SET-NOTICE-VALUES
007420         THRU 3550-SET-NOTICE-VALUES-EXIT
007430     MOVE 'H' TO BT-WANT-SECTION
007440     PERFORM 3600-PRINT-SECTION THRU 3600-PRINT-SECTION-EXIT
007450     PERFORM 3520-PRINT-ONE-DETAIL THRU 3520-PRINT-ONE-DETAIL-EXIT
007460         VARYING BT-LTR-IDX FROM 1 BY 1
007470         UNTIL BT-LTR-IDX > BT-LTR-COUNT
007480     MOVE 1 TO BT-LTR-IDX
007490     PERFORM 3550-SET-NOTICE-VALUES
007500         THRU 3550-SET-NOTICE-VALUES-EXIT
007510     MOVE 'T' TO BT-WANT-SECTION
007520     PERFORM 3600-PRINT-SECTION THRU 3600-PRINT-SECTION-EXIT
007530     PERFORM 3700-RECORD-ONE-NOTICE
007540         THRU 3700-RECORD-ONE-NOTICE-EXIT
007550         VARYING BT-LTR-IDX FROM 1 BY 1
007560         UNTIL BT-LTR-IDX > BT-LTR-COUNT
007570     ADD 1 TO BT-TC-LETTERS (BT-GRP-TYPE-IDX)
007580     ADD BT-LTR-COUNT TO BT-TC-PRINTED (BT-GRP-TYPE-IDX)
007590     MOVE BT-LETTER-NUMBER TO BT-CL-LETTER
007600     MOVE BT-GRP-CUSTOMER  TO BT-CL-CUSTOMER
007610     MOVE CM-CUSTOMER-NAME TO BT-CL-NAME
007620     MOVE CM-ZIP           TO BT-CL-ZIP
007630     MOVE BT-GRP-TYPE      TO BT-CL-TYPE
007640     MOVE BT-LTR-COUNT     TO BT-CL-NOTICES
007650     WRITE CONTROL-PRINT-LINE FROM BT-CTL-LETTER-LINE
007660     MOVE 99 TO BT-LINE-COUNT.
007670 3500-PRINT-LETTER-EXIT.
007680     EXIT.

007690 3520-PRINT-ONE-DETAIL.
007700     PERFORM 3550-SET-NOTICE-VALUES
007710         THRU 3550-SET-NOTICE-VALUES-EXIT
007720     MOVE 'D' TO BT-WANT-SECTION
007730     PERFORM 3600-PRINT-SECTION THRU 3600-PRINT-SECTION-EXIT.
007740 3520-PRINT-ONE-DETAIL-EXIT.
007750     EXIT.

007760 3550-SET-NOTICE-VALUES.
007770     MOVE BT-LE-ACCOUNT (BT-LTR-IDX) TO BT-SUB-ACCOUNT
007780     MOVE BT-LE-AMOUNT (BT-LTR-IDX)  TO BT-SUB-AMOUNT
007790     MOVE BT-LE-EVENT (BT-LTR-IDX)   TO BT-SUB-EVENT-DATE
007800     MOVE BT-LE-DETAIL (BT-LTR-IDX)  TO BT-SUB-DETAIL.
007810 3550-SET-NOTICE-VALUES-EXIT.
007820     EXIT.

007830*****************************************************************
007840*  3600-PRINT-SECTION prints, in file order, every template line
007850*  of the group's notice type in the section BT-WANT-SECTION,
007860*  with its markers filled in from the notice values in hand.
007870*****************************************************************
007880 3600-PRINT-SECTION.
007890     PERFORM 3610-PRINT-ONE-TEMPLATE
007900         THRU 3610-PRINT-ONE-TEMPLATE-EXIT
007910         VARYING BT-TPL-IDX FROM 1 BY 1
007920         UNTIL BT-TPL-IDX > BT-TPL-COUNT.
007930 3600-PRINT-SECTION-EXIT.
007940     EXIT.

007950 3610-PRINT-ONE-TEMPLATE.
007960     IF BT-TP-TYPE (BT-TPL-IDX) NOT = BT-GRP-TYPE
007970         OR BT-TP-SECTION (BT-TPL-IDX) NOT = BT-WANT-SECTION
007980         GO TO 3610-PRINT-ONE-TEMPLATE-EXIT
007990     END-IF
008000     MOVE BT-TP-TEXT (BT-TPL-IDX) TO BT-TPL-LINE
008010     PERFORM 7100-EXPAND-TEXT THRU 7100-EXPAND-TEXT-EXIT
008020     MOVE BT-OUT-TEXT TO BT-LL-TEXT
008030     PERFORM 7550-WRITE-TEXT-LINE THRU 7550-WRITE-TEXT-LINE-EXIT.
008040 3610-PRINT-ONE-TEMPLATE-EXIT.
008050     EXIT.

008060*****************************************************************
008070*  3700-RECORD-ONE-NOTICE writes one notice of the letter just
008080*  printed to NOTICE-HISTORY under tonight's date.
008090*****************************************************************
008100 3700-RECORD-ONE-NOTICE.
008110     MOVE SPACES                      TO NOTICE-HISTORY-RECORD
008120     MOVE BT-GRP-CUSTOMER             TO NH-CUSTOMER-NUMBER
008130     MOVE BT-GRP-TYPE                 TO NH-NOTICE-TYPE
008140     MOVE BT-RUN-DATE                 TO NH-SENT-DATE
008150     MOVE BT-LE-ACCOUNT (BT-LTR-IDX)  TO NH-ACCOUNT-NUMBER
008160     MOVE BT-LE-EVENT (BT-LTR-IDX)    TO NH-EVENT-DATE
008170     MOVE BT-LE-AMOUNT (BT-LTR-IDX)   TO NH-AMOUNT
008180     MOVE BT-LE-SOURCE (BT-LTR-IDX)   TO NH-SOURCE-JOB
008190     MOVE BT-LETTER-NUMBER            TO NH-LETTER-NUMBER
008200     MOVE BT-LE-REQUESTED (BT-LTR-IDX) TO NH-REQUEST-DATE
008210     WRITE NOTICE-HISTORY-RECORD
008220         INVALID KEY
008230             DISPLAY "BANK-NOTICE-PRINT: notice for account "
008240                 NH-ACCOUNT-NUMBER " already on NOTICE-HISTORY "
008250                 "for today, status " NH-FILE-STATUS
008260     END-WRITE.
008270 3700-RECORD-ONE-NOTICE-EXIT.
008280     EXIT.

008290*****************************************************************
008300*  4000-RELOAD-QUEUE rewrites NOTICE-QUEUE with only the held
008310*  notices.  It runs after the letters are printed and the
008320*  history written, so a run that dies before here leaves the
008330*  queue whole, and a rerun finds the notices already printed
008340*  on NOTICE-HISTORY and drops them.
008350*****************************************************************
008360 4000-RELOAD-QUEUE.
008370     CLOSE NOTICE-HOLD-FILE
008380     OPEN INPUT NOTICE-HOLD-FILE
008390     IF HQ-FILE-STATUS NOT = '00'
008400         DISPLAY "BANK-NOTICE-PRINT: unable to reopen hold file, "
008410             "status " HQ-FILE-STATUS " - NOTICE-QUEUE left as "
008420             "it was."
008430         MOVE 16 TO RETURN-CODE
008440         STOP RUN
008450     END-IF
008460     OPEN OUTPUT NOTICE-QUEUE-FILE
008470     IF NQ-FILE-STATUS NOT = '00'
008480         DISPLAY "BANK-NOTICE-PRINT: unable to rewrite "
008490             "NOTICE-QUEUE, status " NQ-FILE-STATUS
008500         MOVE 16 TO RETURN-CODE
008510         STOP RUN
008520     END-IF
008530     MOVE 'N' TO BT-HOLD-EOF
008540     PERFORM 4100-REQUEUE-ONE-NOTICE
008550         THRU 4100-REQUEUE-ONE-NOTICE-EXIT
008560         UNTIL BT-HOLD-EOF = 'Y'
008570     CLOSE NOTICE-QUEUE-FILE
008580     CLOSE NOTICE-HOLD-FILE.
008590 4000-RELOAD-QUEUE-EXIT.
008600     EXIT.

008610 4100-REQUEUE-ONE-NOTICE.
008620     READ NOTICE-HOLD-FILE
008630         AT END
008640             MOVE 'Y' TO BT-HOLD-EOF
008650             GO TO 4100-REQUEUE-ONE-NOTICE-EXIT
008660     END-READ
008670     WRITE NOTICE-REQUEST-RECORD FROM NOTICE-HOLD-RECORD
008680     ADD 1 TO BT-REQUEUED-COUNT.
008690 4100-REQUEUE-ONE-NOTICE-EXIT.
008700     EXIT.

008710*****************************************************************
008720*  7100-EXPAND-TEXT copies the template line in BT-TPL-LINE to
008730*  BT-OUT-TEXT, replacing each marker with its value.  An
008740*  ampersand that starts no marker is copied as it stands.
008750*****************************************************************
008760 7100-EXPAND-TEXT.
008770     MOVE SPACES TO BT-OUT-TEXT
008780     MOVE 1 TO BT-IN-POS
008790     MOVE 1 TO BT-OUT-POS
008800     PERFORM 7110-EXPAND-ONE-CHAR THRU 7110-EXPAND-ONE-CHAR-EXIT
008810         UNTIL BT-IN-POS > 76.
008820 7100-EXPAND-TEXT-EXIT.
008830     EXIT.

008840 7110-EXPAND-ONE-CHAR.
008850     MOVE 0 TO BT-TOKEN-LEN
008860     IF BT-TPL-WORK (BT-IN-POS:1) = '&'
008870         PERFORM 7120-MATCH-MARKER THRU 7120-MATCH-MARKER-EXIT
008880     END-IF
008890     IF BT-TOKEN-LEN > 0
008900         PERFORM 7150-INSERT-VALUE THRU 7150-INSERT-VALUE-EXIT
008910         ADD BT-TOKEN-LEN TO BT-IN-POS
008920         GO TO 7110-EXPAND-ONE-CHAR-EXIT
008930     END-IF
008940     IF BT-OUT-POS <= BT-OUT-MAX
008950         MOVE BT-TPL-WORK (BT-IN-POS:1)
008960             TO BT-OUT-TEXT (BT-OUT-POS:1)
008970         ADD 1 TO BT-OUT-POS
008980     END-IF
008990     ADD 1 TO BT-IN-POS.
009000 7110-EXPAND-ONE-CHAR-EXIT.
009010     EXIT.

009020 7120-MATCH-MARKER.
009030     MOVE SPACES TO BT-SUB-VALUE
009040     IF BT-TPL-WORK (BT-IN-POS:5) = '&NAME'
009050         MOVE 5 TO BT-TOKEN-LEN
009060         MOVE BT-SUB-NAME TO BT-SUB-VALUE
009070         GO TO 7120-MATCH-MARKER-EXIT
009080     END-IF
009090     IF BT-TPL-WORK (BT-IN-POS:8) = '&ACCOUNT'
009100         MOVE 8 TO BT-TOKEN-LEN
009110         MOVE BT-SUB-ACCOUNT TO BT-SUB-VALUE
009120         GO TO 7120-MATCH-MARKER-EXIT
009130     END-IF
009140     IF BT-TPL-WORK (BT-IN-POS:7) = '&AMOUNT'
009150         MOVE 7 TO BT-TOKEN-LEN
009160         MOVE BT-SUB-AMOUNT TO BT-ED-AMOUNT
009170         MOVE 1 TO BT-SUB-LEAD
009180         PERFORM 7130-SKIP-LEADING-SPACE
009190             THRU 7130-SKIP-LEADING-SPACE-EXIT
009200             UNTIL BT-SUB-LEAD >= 12
009210                 OR BT-ED-AMOUNT (BT-SUB-LEAD:1) NOT = SPACE
009220         MOVE BT-ED-AMOUNT (BT-SUB-LEAD:) TO BT-SUB-VALUE
009230         GO TO 7120-MATCH-MARKER-EXIT
009240     END-IF
009250     IF BT-TPL-WORK (BT-IN-POS:5) = '&DATE'
009260         MOVE 5 TO BT-TOKEN-LEN
009270         MOVE BT-SUB-EVENT-DATE TO BT-FMT-DATE
009280         PERFORM 7140-FORMAT-DATE THRU 7140-FORMAT-DATE-EXIT
009290         GO TO 7120-MATCH-MARKER-EXIT
009300     END-IF
009310     IF BT-TPL-WORK (BT-IN-POS:7) = '&DETAIL'
009320         MOVE 7 TO BT-TOKEN-LEN
009330         MOVE BT-SUB-DETAIL TO BT-SUB-VALUE
009340         GO TO 7120-MATCH-MARKER-EXIT
009350     END-IF
009360     IF BT-TPL-WORK (BT-IN-POS:6) = '&TODAY'
009370         MOVE 6 TO BT-TOKEN-LEN
009380         MOVE BT-RUN-DATE TO BT-FMT-DATE
009390         PERFORM 7140-FORMAT-DATE THRU 7140-FORMAT-DATE-EXIT
009400     END-IF.
009410 7120-MATCH-MARKER-EXIT.
009420     EXIT.

009430 7130-SKIP-LEADING-SPACE.
009440     ADD 1 TO BT-SUB-LEAD.
009450 7130-SKIP-LEADING-SPACE-EXIT.
009460     EXIT.

009470 7140-FORMAT-DATE.
009480     IF BT-FMT-DATE = 0
009490         GO TO 7140-FORMAT-DATE-EXIT
009500     END-IF
009510     MOVE BT-FMT-MM   TO BT-DT-MM
009520     MOVE BT-FMT-DD   TO BT-DT-DD
009530     MOVE BT-FMT-YYYY TO BT-DT-YYYY
009540     MOVE BT-DATE-TEXT TO BT-SUB-VALUE.
009550 7140-FORMAT-DATE-EXIT.
009560     EXIT.

009570*****************************************************************
009580*  7150-INSERT-VALUE appends BT-SUB-VALUE, less its trailing
009590*  spaces, to the output line - as much of it as fits.
009600*****************************************************************
009610 7150-INSERT-VALUE.
009620     MOVE 30 TO BT-SUB-LEN
009630     PERFORM 7160-TRIM-ONE-SPACE THRU 7160-TRIM-ONE-SPACE-EXIT
009640         UNTIL BT-SUB-LEN = 0
009650             OR BT-SUB-VALUE (BT-SUB-LEN:1) NOT = SPACE
009660     IF BT-SUB-LEN = 0
009670         OR BT-OUT-POS > BT-OUT-MAX
009680         GO TO 7150-INSERT-VALUE-EXIT
009690     END-IF
009700     IF BT-OUT-POS + BT-SUB-LEN - 1 > BT-OUT-MAX
009710         COMPUTE BT-SUB-LEN = BT-OUT-MAX - BT-OUT-POS + 1
009720     END-IF
009730     MOVE BT-SUB-VALUE (1:BT-SUB-LEN)
009740         TO BT-OUT-TEXT (BT-OUT-POS:BT-SUB-LEN)
009750     ADD BT-SUB-LEN TO BT-OUT-POS.
009760 7150-INSERT-VALUE-EXIT.
009770     EXIT.

009780 7160-TRIM-ONE-SPACE.
009790     SUBTRACT 1 FROM BT-SUB-LEN.
009800 7160-TRIM-ONE-SPACE-EXIT.
009810     EXIT.

009820*****************************************************************
009830*  7500-WRITE-LETTER-LINE writes LETTER-PRINT-LINE, carrying a
009840*  long letter onto a continuation page; 7550 writes the
009850*  indented text line BT-LETTER-LINE the same way.
009860*****************************************************************
009870 7500-WRITE-LETTER-LINE.
009880     MOVE LETTER-PRINT-LINE TO BT-PENDING-LINE
009890     IF BT-LINE-COUNT >= BT-LINES-PER-PAGE
009900         MOVE " (CONTINUED)" TO BT-LH-CONT
009910         PERFORM 7600-START-NEW-PAGE THRU 7600-START-NEW-PAGE-EXIT
009920     END-IF
009930     MOVE BT-PENDING-LINE TO LETTER-PRINT-LINE
009940     WRITE LETTER-PRINT-LINE
009950     ADD 1 TO BT-LINE-COUNT.
009960 7500-WRITE-LETTER-LINE-EXIT.
009970     EXIT.

009980 7550-WRITE-TEXT-LINE.
009990     MOVE BT-LETTER-LINE TO LETTER-PRINT-LINE
010000     PERFORM 7500-WRITE-LETTER-LINE
010010         THRU 7500-WRITE-LETTER-LINE-EXIT.
010020 7550-WRITE-TEXT-LINE-EXIT.
010030     EXIT.

010040 7600-START-NEW-PAGE.
010050     ADD 1 TO BT-PAGE-NUMBER
010060     IF BT-PAGE-NUMBER = 1
010070         MOVE SPACES TO BT-LH-CONT
010080     END-IF
010090     MOVE BT-LETTER-NUMBER TO BT-LH-LETTER
010100     MOVE BT-GRP-CUSTOMER  TO BT-LH-CUSTOMER
010110     MOVE BT-GRP-TYPE      TO BT-LH-TYPE
010120     MOVE BT-RUN-DATE      TO BT-LH-DATE
010130     MOVE BT-PAGE-NUMBER   TO BT-LH-PAGE
010140     MOVE BT-LETTER-HEADING TO LETTER-PRINT-LINE
010150     WRITE LETTER-PRINT-LINE
010160     MOVE SPACES TO LETTER-PRINT-LINE
010170     WRITE LETTER-PRINT-LINE
010180     MOVE 2 TO BT-LINE-COUNT.
010190 7600-START-NEW-PAGE-EXIT.
010200     EXIT.

010210*****************************************************************
010220*  8000-PRINT-SUMMARY closes the control listing with the counts
010230*  by notice type and the totals.
010240*****************************************************************
010250 8000-PRINT-SUMMARY.
010260     MOVE SPACES TO CONTROL-PRINT-LINE
010270     WRITE CONTROL-PRINT-LINE
010280     WRITE CONTROL-PRINT-LINE FROM BT-COUNT-HEADING
010290     PERFORM 8100-PRINT-ONE-TYPE THRU 8100-PRINT-ONE-TYPE-EXIT
010300         VARYING BT-TYPE-IDX FROM 1 BY 1
010310         UNTIL BT-TYPE-IDX > BT-TYPE-COUNT
010320     MOVE SPACES TO BT-CT-CODE
010330     MOVE "ALL NOTICE TYPES" TO BT-CT-DESC
010340     MOVE BT-TOTAL-READ     TO BT-CT-READ
010350     MOVE BT-TOTAL-LETTERS  TO BT-CT-LETTERS
010360     MOVE BT-TOTAL-PRINTED  TO BT-CT-PRINTED
010370     MOVE BT-TOTAL-SENT     TO BT-CT-SENT
010380     MOVE BT-TOTAL-DUPS     TO BT-CT-DUPS
010390     MOVE BT-TOTAL-HELD     TO BT-CT-HELD
010400     WRITE CONTROL-PRINT-LINE FROM BT-COUNT-LINE
010410     MOVE SPACES TO CONTROL-PRINT-LINE
010420     WRITE CONTROL-PRINT-LINE
010430     MOVE "NOTICES LEFT ON NOTICE-QUEUE" TO BT-TOT-LABEL
010440     MOVE BT-REQUEUED-COUNT TO BT-TOT-COUNT
010450     WRITE CONTROL-PRINT-LINE FROM BT-TOTAL-LINE
010460     MOVE "END OF REPORT" TO CONTROL-PRINT-LINE
010470     WRITE CONTROL-PRINT-LINE.
010480     DISPLAY "BANK-NOTICE-PRINT complete.".
010490     DISPLAY "  Notices read      : " BT-TOTAL-READ.
010500     DISPLAY "  Letters printed   : " BT-TOTAL-LETTERS.
010510     DISPLAY "  Notices printed   : " BT-TOTAL-PRINTED.
010520     DISPLAY "  Already sent      : " BT-TOTAL-SENT.
010530     DISPLAY "  Duplicates        : " BT-TOTAL-DUPS.
010540     DISPLAY "  Held on the queue : " BT-TOTAL-HELD.
010550 8000-PRINT-SUMMARY-EXIT.
010560     EXIT.

010570 8100-PRINT-ONE-TYPE.
010580     MOVE BT-TN-CODE (BT-TYPE-IDX)    TO BT-CT-CODE
010590     MOVE BT-TN-DESC (BT-TYPE-IDX)    TO BT-CT-DESC
010600     MOVE BT-TC-READ (BT-TYPE-IDX)    TO BT-CT-READ
010610     MOVE BT-TC-LETTERS (BT-TYPE-IDX) TO BT-CT-LETTERS
010620     MOVE BT-TC-PRINTED (BT-TYPE-IDX) TO BT-CT-PRINTED
010630     MOVE BT-TC-SENT (BT-TYPE-IDX)    TO BT-CT-SENT
010640     MOVE BT-TC-DUPS (BT-TYPE-IDX)    TO BT-CT-DUPS
010650     MOVE BT-TC-HELD (BT-TYPE-IDX)    TO BT-CT-HELD
010660     WRITE CONTROL-PRINT-LINE FROM BT-COUNT-LINE
010670     ADD BT-TC-READ (BT-TYPE-IDX)    TO BT-TOTAL-READ
010680     ADD BT-TC-LETTERS (BT-TYPE-IDX) TO BT-TOTAL-LETTERS
010690     ADD BT-TC-PRINTED (BT-TYPE-IDX) TO BT-TOTAL-PRINTED
010700     ADD BT-TC-SENT (BT-TYPE-IDX)    TO BT-TOTAL-SENT
010710     ADD BT-TC-DUPS (BT-TYPE-IDX)    TO BT-TOTAL-DUPS
010720     ADD BT-TC-HELD (BT-TYPE-IDX)    TO BT-TOTAL-HELD.
010730 8100-PRINT-ONE-TYPE-EXIT.
010740     EXIT.

010750 9999-EXIT-PROGRAM.
010760     CLOSE CUSTOMER-MASTER-FILE.
010770     CLOSE NOTICE-HISTORY-FILE.
010780     CLOSE LETTER-PRINT-FILE.
010790     CLOSE CONTROL-PRINT-FILE.
010800     STOP RUN.
010810 9999-EXIT-PROGRAM-EXIT.
010820     EXIT.
