000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. BANK-SWEEP-REPORT.
000120 AUTHOR. J-MILLER.
000130 INSTALLATION. FIRST-COMMUNITY-DP-CENTER.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED. 10/15/2026.
000160*****************************************************************
000170*  BANK-SWEEP-REPORT
000180*  Nightly batch job - lists every overdraft-protection sweep
000190*  attempted today, from the SWEEP-LOG records (SWEEPREC layout)
000200*  written by the teller program for withdrawals and transfers,
000210*  by BANK-BATCH-POST for direct debits and by
000220*  BANK-STANDING-ORDERS for order payments.  Each line shows the
000230*  protected account, the protection account it drew on, what
000240*  the sweep was for, the shortfall, the amount moved and the
000250*  fee charged, with the transfer's log reference; a sweep that
000260*  could not be made shows the protection account's available
000270*  figure and why it was refused, so the branch can speak to
000280*  the customer.  The SWEEP-REPORT totals the sweeps made, the
000290*  value moved and the fees charged, and counts those refused.
000300*  A day with no sweeps prints an empty listing.
000310*
000320*  MODIFICATION HISTORY
000330*  DATE        INIT  DESCRIPTION
000340*  ----------  ----  -------------------------------------------
000350*  2026-10-15  JKM   Original version.
000360*****************************************************************

000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT SWEEP-LOG-FILE
000410         ASSIGN TO "../SWEEP-LOG.txt"
000420         FILE STATUS  SW-FILE-STATUS.

000430     SELECT ACCOUNT-FILE
000440         ASSIGN TO "../ACCOUNT-FILE.dat"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS RANDOM
000470         RECORD KEY IS ACCOUNT-NUMBER-FILE
000480         FILE STATUS  MYFILE-STATUS.

000490     SELECT SWEEP-REPORT-FILE
000500         ASSIGN TO "../SWEEP-REPORT.rpt"
000510         FILE STATUS  SR-FILE-STATUS.

000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD SWEEP-LOG-FILE
000550     RECORDING MODE IS F
000560     RECORD CONTAINS 80 CHARACTERS
000570     DATA RECORD IS SWEEP-LOG-RECORD.
000580 COPY SWEEPREC.

000590 FD ACCOUNT-FILE
000600     RECORD CONTAINS 100 CHARACTERS
000610     DATA RECORD IS ACCOUNT-RECORD.
000620 COPY ACCTREC.

000630 FD SWEEP-REPORT-FILE
000640     RECORDING MODE IS F
000650     RECORD CONTAINS 132 CHARACTERS
000660     DATA RECORD IS SWEEP-PRINT-LINE.
000670 01  SWEEP-PRINT-LINE            PIC X(132).

000680 WORKING-STORAGE SECTION.
000690 01  SW-FILE-STATUS          PIC X(2).
000700 01  MYFILE-STATUS           PIC X(2).
000710 01  SR-FILE-STATUS          PIC X(2).

000720 01  BT-SWEEP-EOF            PIC X VALUE 'N'.
000730 01  BT-RUN-DATE             PIC 9(08) VALUE 0.

000740 01  BT-LISTED-COUNT         PIC 9(06) VALUE 0.
000750 01  BT-SWEPT-COUNT          PIC 9(06) VALUE 0.
000760 01  BT-TOTAL-SWEPT          PIC S9(9)V99 VALUE 0.
000770 01  BT-TOTAL-FEES           PIC S9(9)V99 VALUE 0.
000780 01  BT-SHORT-COUNT          PIC 9(06) VALUE 0.
000790 01  BT-TOTAL-SHORT          PIC S9(9)V99 VALUE 0.
000800 01  BT-UNUSABLE-COUNT       PIC 9(06) VALUE 0.

000810 01  BT-REPORT-HEADING-1.
000820     05  FILLER              PIC X(38)
000830         VALUE "BANK-SWEEP-REPORT - SWEEPS TODAY     ".
000840     05  FILLER              PIC X(09) VALUE "RUN DATE ".
000850     05  BT-HDG-RUN-DATE     PIC 9(08).
000860     05  FILLER              PIC X(77) VALUE SPACES.

000870 01  BT-REPORT-HEADING-2.
000880     05  FILLER              PIC X(08) VALUE "ACCOUNT ".
000890     05  FILLER              PIC X(27) VALUE "CUSTOMER NAME".
000900     05  FILLER              PIC X(08) VALUE "FROM    ".
000910     05  FILLER              PIC X(09) VALUE "FOR      ".
000920     05  FILLER              PIC X(13) VALUE "   SHORTFALL ".
000930     05  FILLER              PIC X(13) VALUE "       SWEPT ".
000940     05  FILLER              PIC X(10) VALUE "      FEE ".
000950     05  FILLER              PIC X(14) VALUE "  LINKED AVAIL".
000960     05  FILLER              PIC X(02) VALUE SPACES.
000970     05  FILLER              PIC X(10) VALUE "XFER REF  ".
000980     05  FILLER              PIC X(12) VALUE "RESULT      ".
000990     05  FILLER              PIC X(06) VALUE "BY    ".

001000 01  BT-SWEEP-DETAIL.
001010     05  BT-DET-ACCOUNT      PIC 9(06).
001020     05  FILLER              PIC X(02) VALUE SPACES.
001030     05  BT-DET-NAME         PIC X(25).
001040     05  FILLER              PIC X(02) VALUE SPACES.
001050     05  BT-DET-LINKED       PIC 9(06).
001060     05  FILLER              PIC X(02) VALUE SPACES.
001070     05  BT-DET-TRIGGER      PIC X(08).
001080     05  FILLER              PIC X(01) VALUE SPACES.
001090     05  BT-DET-SHORTFALL    PIC Z,ZZZ,ZZ9.99.
001100     05  FILLER              PIC X(01) VALUE SPACES.
001110     05  BT-DET-SWEPT        PIC Z,ZZZ,ZZ9.99.
001120     05  FILLER              PIC X(01) VALUE SPACES.
001130     05  BT-DET-FEE          PIC ZZ,ZZ9.99.
001140     05  FILLER              PIC X(01) VALUE SPACES.
001150     05  BT-DET-AVAILABLE    PIC Z,ZZZ,ZZ9.99-.
001160     05  FILLER              PIC X(02) VALUE SPACES.
001170     05  BT-DET-REF          PIC ZZZZZZZZ.
001180     05  FILLER              PIC X(02) VALUE SPACES.
001190     05  BT-DET-RESULT       PIC X(11).
001200     05  FILLER              PIC X(01) VALUE SPACES.
001210     05  BT-DET-KEYED-BY     PIC X(04).
001220     05  FILLER              PIC X(01) VALUE SPACES.
001230     05  BT-DET-BRANCH       PIC X(02).

001240 01  BT-TOTAL-LINE.
001250     05  BT-TOT-LABEL        PIC X(30).
001260     05  BT-TOT-COUNT        PIC ZZZ,ZZ9.
001270     05  FILLER              PIC X(03) VALUE SPACES.
001280     05  BT-TOT-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99-.
001290     05  FILLER              PIC X(77) VALUE SPACES.

001300 PROCEDURE DIVISION.
001310 0000-MAINLINE.
001320     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001330     PERFORM 2000-PROCESS-SWEEP THRU 2000-PROCESS-SWEEP-EXIT
001340         UNTIL BT-SWEEP-EOF = 'Y'.
001350     PERFORM 8000-PRINT-SUMMARY THRU 8000-PRINT-SUMMARY-EXIT.
001360     PERFORM 9999-EXIT-PROGRAM THRU 9999-EXIT-PROGRAM-EXIT.

001370*****************************************************************
001380*  1000-INITIALIZE - a missing SWEEP-LOG file only means no sweep
001390*  has ever been attempted; the listing still prints, empty, so
001400*  the back office sees the job ran.
001410*****************************************************************
001420 1000-INITIALIZE.
001430     ACCEPT BT-RUN-DATE FROM DATE YYYYMMDD.
001440     OPEN INPUT SWEEP-LOG-FILE.
001450     IF SW-FILE-STATUS = '35'
001460         MOVE 'Y' TO BT-SWEEP-EOF
001470     ELSE
001480         IF SW-FILE-STATUS <> '00'
001490             DISPLAY "BANK-SWEEP-REPORT: unable to open "
001500                 "sweep log, status " SW-FILE-STATUS
001510             MOVE 16 TO RETURN-CODE
001520             STOP RUN
001530         END-IF
001540     END-IF.
001550     OPEN INPUT ACCOUNT-FILE.
001560     IF MYFILE-STATUS <> '00'
001570         DISPLAY "BANK-SWEEP-REPORT: unable to open "
001580             "ACCOUNT-FILE, status " MYFILE-STATUS
001590         MOVE 16 TO RETURN-CODE
001600         STOP RUN
001610     END-IF.
001620     OPEN OUTPUT SWEEP-REPORT-FILE.
001630     IF SR-FILE-STATUS <> '00'
001640         DISPLAY "BANK-SWEEP-REPORT: unable to open report, "
001650             "status " SR-FILE-STATUS
001660         MOVE 16 TO RETURN-CODE
001670         STOP RUN
001680     END-IF.
001690     MOVE BT-RUN-DATE TO BT-HDG-RUN-DATE
001700     WRITE SWEEP-PRINT-LINE FROM BT-REPORT-HEADING-1
001710     MOVE SPACES TO SWEEP-PRINT-LINE
001720     WRITE SWEEP-PRINT-LINE
001730     WRITE SWEEP-PRINT-LINE FROM BT-REPORT-HEADING-2.
001740 1000-INITIALIZE-EXIT.
001750     EXIT.

001760 2000-PROCESS-SWEEP.
001770     READ SWEEP-LOG-FILE
001780         AT END
001790             MOVE 'Y' TO BT-SWEEP-EOF
001800             GO TO 2000-PROCESS-SWEEP-EXIT
001810     END-READ
001820     IF SW-SWEEP-DATE NOT = BT-RUN-DATE
001830         GO TO 2000-PROCESS-SWEEP-EXIT
001840     END-IF
001850     PERFORM 2100-REPORT-SWEEP THRU 2100-REPORT-SWEEP-EXIT
001860     ADD 1 TO BT-LISTED-COUNT
001870     IF SW-SWEPT
001880         ADD 1 TO BT-SWEPT-COUNT
001890         ADD SW-SWEEP-AMOUNT TO BT-TOTAL-SWEPT
001900         ADD SW-FEE-AMOUNT   TO BT-TOTAL-FEES
001910     END-IF
001920     IF SW-LINKED-SHORT
001930         ADD 1 TO BT-SHORT-COUNT
001940         ADD SW-SWEEP-AMOUNT TO BT-TOTAL-SHORT
001950     END-IF
001960     IF SW-LINK-UNUSABLE
001970         ADD 1 TO BT-UNUSABLE-COUNT
001980     END-IF.
001990 2000-PROCESS-SWEEP-EXIT.
002000     EXIT.

002010*    The name is the protected account's, read off ACCOUNT-FILE.
002020 2100-REPORT-SWEEP.
002030     MOVE SPACES TO BT-DET-NAME
002040     MOVE SW-PRIMARY-ACCOUNT TO ACCOUNT-NUMBER-FILE
002050     READ ACCOUNT-FILE
002060         INVALID KEY
002070             MOVE "*** NOT ON ACCOUNT-FILE ***" TO BT-DET-NAME
002080         NOT INVALID KEY
002090             MOVE CUSTOMER-NAME-FILE TO BT-DET-NAME
002100     END-READ
002110     MOVE SPACES TO BT-DET-TRIGGER
002120     IF SW-FOR-WITHDRAWAL
002130         MOVE "WITHDRWL" TO BT-DET-TRIGGER
002140     END-IF
002150     IF SW-FOR-TRANSFER
002160         MOVE "TRANSFER" TO BT-DET-TRIGGER
002170     END-IF
002180     IF SW-FOR-DIRECT-DEBIT
002190         MOVE "DIR DEBT" TO BT-DET-TRIGGER
002200     END-IF
002210     IF SW-FOR-STANDING-ORDER
002220         MOVE "STD ORDR" TO BT-DET-TRIGGER
002230     END-IF
002240     MOVE SPACES TO BT-DET-RESULT
002250     IF SW-SWEPT
002260         MOVE "SWEPT" TO BT-DET-RESULT
002270     END-IF
002280     IF SW-LINKED-SHORT
002290         MOVE "LINKED SHRT" TO BT-DET-RESULT
002300     END-IF
002310     IF SW-LINK-UNUSABLE
002320         MOVE "LINK UNUSBL" TO BT-DET-RESULT
002330     END-IF
002340     MOVE SW-PRIMARY-ACCOUNT  TO BT-DET-ACCOUNT
002350     MOVE SW-LINKED-ACCOUNT   TO BT-DET-LINKED
002360     MOVE SW-SHORTFALL        TO BT-DET-SHORTFALL
002370     MOVE SW-SWEEP-AMOUNT     TO BT-DET-SWEPT
002380     MOVE SW-FEE-AMOUNT       TO BT-DET-FEE
002390     MOVE SW-LINKED-AVAILABLE TO BT-DET-AVAILABLE
002400     MOVE SW-TRANSFER-REF     TO BT-DET-REF
002410     MOVE SW-KEYED-BY         TO BT-DET-KEYED-BY
002420     MOVE SW-BRANCH-CODE      TO BT-DET-BRANCH
002430     WRITE SWEEP-PRINT-LINE FROM BT-SWEEP-DETAIL.
002440 2100-REPORT-SWEEP-EXIT.
002450     EXIT.

002460 8000-PRINT-SUMMARY.
002470     MOVE SPACES TO SWEEP-PRINT-LINE
002480     WRITE SWEEP-PRINT-LINE
002490     IF BT-LISTED-COUNT = 0
002500         MOVE "NO OVERDRAFT SWEEPS TODAY." TO SWEEP-PRINT-LINE
002510         WRITE SWEEP-PRINT-LINE
002520     END-IF
002530     MOVE "SWEEPS MADE / VALUE MOVED" TO BT-TOT-LABEL
002540     MOVE BT-SWEPT-COUNT TO BT-TOT-COUNT
002550     MOVE BT-TOTAL-SWEPT TO BT-TOT-AMOUNT
002560     WRITE SWEEP-PRINT-LINE FROM BT-TOTAL-LINE
002570     MOVE "SWEEP FEES CHARGED" TO BT-TOT-LABEL
002580     MOVE BT-SWEPT-COUNT TO BT-TOT-COUNT
002590     MOVE BT-TOTAL-FEES TO BT-TOT-AMOUNT
002600     WRITE SWEEP-PRINT-LINE FROM BT-TOTAL-LINE
002610     MOVE "REFUSED - LINKED ACCOUNT SHORT" TO BT-TOT-LABEL
002620     MOVE BT-SHORT-COUNT TO BT-TOT-COUNT
002630     MOVE BT-TOTAL-SHORT TO BT-TOT-AMOUNT
002640     WRITE SWEEP-PRINT-LINE FROM BT-TOTAL-LINE
002650     MOVE "REFUSED - LINK NOT USABLE" TO BT-TOT-LABEL
002660     MOVE BT-UNUSABLE-COUNT TO BT-TOT-COUNT
002670     MOVE 0 TO BT-TOT-AMOUNT
002680     WRITE SWEEP-PRINT-LINE FROM BT-TOTAL-LINE
002690     DISPLAY "BANK-SWEEP-REPORT complete.".
002700     DISPLAY "  Sweeps made    : " BT-SWEPT-COUNT
002710         "  value " BT-TOTAL-SWEPT.
002720     DISPLAY "  Fees charged   : " BT-TOTAL-FEES.
002730     DISPLAY "  Sweeps refused : " BT-SHORT-COUNT
002740         "  link unusable " BT-UNUSABLE-COUNT.
002750 8000-PRINT-SUMMARY-EXIT.
002760     EXIT.

002770 9999-EXIT-PROGRAM.
002780     IF SW-FILE-STATUS NOT = '35'
002790         CLOSE SWEEP-LOG-FILE
002800     END-IF.
002810     CLOSE ACCOUNT-FILE.
002820     CLOSE SWEEP-REPORT-FILE.
002830     STOP RUN.
002840 9999-EXIT-PROGRAM-EXIT.
002850     EXIT.
