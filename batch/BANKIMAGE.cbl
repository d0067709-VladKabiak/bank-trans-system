000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. BANK-ACCOUNT-IMAGE.
000120 AUTHOR. J-MILLER.
000130 INSTALLATION. FIRST-COMMUNITY-DP-CENTER.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED. 10/15/2026.
000160*****************************************************************
000170*  BANK-ACCOUNT-IMAGE
000180*  Nightly job that copies the whole ACCOUNT-FILE, in account
000190*  number order, to the dated image file ACCT-IMAGE-yyyymmdd.dat
000200*  and records the image on the ACCT-IMAGE-DIR directory
000210*  (ACCTIMG layout) with the moment it was taken and the record
000220*  count and balance total it holds.  The image is the starting
000230*  point BANK-ACCOUNT-RECOVERY rebuilds a damaged account master
000240*  from, replaying every TRANSACTION-LOG posting logged after
000250*  the moment on the control record.
000260*
000270*  The job runs last in the nightly schedule, after every
000280*  posting job and every status change the night makes, so the
000290*  image carries as much as possible of what the log cannot
000300*  replay - openings, closures, freezes, limits and terms.  The
000310*  control record is appended only after the image file is
000320*  complete and closed, so a run that dies partway leaves no
000330*  control record for a half-written image; it is simply run
000340*  again.  Operations purges images older than the retention
000350*  period kept for investigations.
000360*
000370*  MODIFICATION HISTORY
000380*  DATE        INIT  DESCRIPTION
000390*  ----------  ----  -------------------------------------------
000400*  2026-10-15  JKM   Original version.
000410*****************************************************************

000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT ACCOUNT-FILE
000460         ASSIGN TO "../ACCOUNT-FILE.dat"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS ACCOUNT-NUMBER-FILE
000500         FILE STATUS  MYFILE-STATUS.

000510     SELECT ACCOUNT-IMAGE-FILE
000520         ASSIGN TO BT-IMAGE-FILE-NAME
000530         FILE STATUS  IM-FILE-STATUS.

000540     SELECT IMAGE-DIR-FILE
000550         ASSIGN TO "../ACCT-IMAGE-DIR.txt"
000560         FILE STATUS  IC-FILE-STATUS.

000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD ACCOUNT-FILE
000600     RECORD CONTAINS 100 CHARACTERS
000610     DATA RECORD IS ACCOUNT-RECORD.
000620 COPY ACCTREC.

000630 FD ACCOUNT-IMAGE-FILE
000640     RECORDING MODE IS F
000650     RECORD CONTAINS 100 CHARACTERS
000660     DATA RECORD IS ACCOUNT-IMAGE-RECORD.
000670 01  ACCOUNT-IMAGE-RECORD        PIC X(100).

000680 FD IMAGE-DIR-FILE
000690     RECORDING MODE IS F
000700     RECORD CONTAINS 80 CHARACTERS
000710     DATA RECORD IS IMAGE-CONTROL-RECORD.
000720 COPY ACCTIMG.

000730 WORKING-STORAGE SECTION.
000740 01  MYFILE-STATUS           PIC X(2).
000750 01  IM-FILE-STATUS          PIC X(2).
000760 01  IC-FILE-STATUS          PIC X(2).

000770 01  BT-ACCT-EOF             PIC X(01) VALUE 'N'.
000780 01  BT-RUN-DATE             PIC 9(08) VALUE 0.
000790 01  BT-RUN-TIME             PIC 9(08) VALUE 0.

000800 01  BT-IMAGE-FILE-NAME.
000810     05  FILLER              PIC X(14) VALUE "../ACCT-IMAGE-".
000820     05  BT-IMAGE-NAME-DATE  PIC 9(08).
000830     05  FILLER              PIC X(04) VALUE ".dat".

000840 01  BT-IMAGE-COUNT          PIC 9(06) VALUE 0.
000850 01  BT-IMAGE-TOTAL          PIC S9(9)V99 VALUE 0.

000860 PROCEDURE DIVISION.
000870 0000-MAINLINE.
000880     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
000890     PERFORM 2000-COPY-ONE-ACCOUNT THRU 2000-COPY-ONE-ACCOUNT-EXIT
000900         UNTIL BT-ACCT-EOF = 'Y'.
000910     PERFORM 3000-RECORD-IMAGE THRU 3000-RECORD-IMAGE-EXIT.
000920     PERFORM 8000-PRINT-SUMMARY THRU 8000-PRINT-SUMMARY-EXIT.
000930     PERFORM 9999-EXIT-PROGRAM THRU 9999-EXIT-PROGRAM-EXIT.

000940*****************************************************************
000950*  1000-INITIALIZE takes the moment of the image - the schedule
000960*  runs its jobs one at a time with the tellers signed off, so
000970*  nothing posts between this moment and the last record
000980*  copied - and opens the master and tonight's image file.
000990*****************************************************************
001000 1000-INITIALIZE.
001010     ACCEPT BT-RUN-DATE FROM DATE YYYYMMDD.
001020     ACCEPT BT-RUN-TIME FROM TIME.
001030     OPEN INPUT ACCOUNT-FILE.
001040     IF MYFILE-STATUS <> '00'
001050         DISPLAY "BANK-ACCOUNT-IMAGE: unable to open "
001060             "ACCOUNT-FILE, status " MYFILE-STATUS
001070         MOVE 16 TO RETURN-CODE
001080         STOP RUN
001090     END-IF.
001100     MOVE BT-RUN-DATE TO BT-IMAGE-NAME-DATE
001110     OPEN OUTPUT ACCOUNT-IMAGE-FILE.
001120     IF IM-FILE-STATUS <> '00'
001130         DISPLAY "BANK-ACCOUNT-IMAGE: unable to open image file "
001140             BT-IMAGE-FILE-NAME ", status " IM-FILE-STATUS
001150         MOVE 16 TO RETURN-CODE
001160         STOP RUN
001170     END-IF.
001180     DISPLAY "BANK-ACCOUNT-IMAGE starting for " BT-RUN-DATE
001190         " at " BT-RUN-TIME.
001200 1000-INITIALIZE-EXIT.
001210     EXIT.

001220 2000-COPY-ONE-ACCOUNT.
001230     READ ACCOUNT-FILE NEXT RECORD
001240         AT END
001250             MOVE 'Y' TO BT-ACCT-EOF
001260             GO TO 2000-COPY-ONE-ACCOUNT-EXIT
001270     END-READ
001280     WRITE ACCOUNT-IMAGE-RECORD FROM ACCOUNT-RECORD
001290     IF IM-FILE-STATUS <> '00'
001300         DISPLAY "BANK-ACCOUNT-IMAGE: unable to write image "
001310             "record for account " ACCOUNT-NUMBER-FILE
001320             ", status " IM-FILE-STATUS
001330         MOVE 16 TO RETURN-CODE
001340         STOP RUN
001350     END-IF
001360     ADD 1 TO BT-IMAGE-COUNT
001370     ADD BALANCE-FILE TO BT-IMAGE-TOTAL.
001380 2000-COPY-ONE-ACCOUNT-EXIT.
001390     EXIT.

001400*****************************************************************
001410*  3000-RECORD-IMAGE closes the finished image and only then
001420*  appends its control record to ACCT-IMAGE-DIR.
001430*****************************************************************
001440 3000-RECORD-IMAGE.
001450     CLOSE ACCOUNT-IMAGE-FILE
001460     IF IM-FILE-STATUS <> '00'
001470         DISPLAY "BANK-ACCOUNT-IMAGE: unable to close image file "
001480             BT-IMAGE-FILE-NAME ", status " IM-FILE-STATUS
001490         MOVE 16 TO RETURN-CODE
001500         STOP RUN
001510     END-IF
001520     OPEN EXTEND IMAGE-DIR-FILE
001530     IF IC-FILE-STATUS = '35'
001540         OPEN OUTPUT IMAGE-DIR-FILE
001550     END-IF
001560     IF IC-FILE-STATUS <> '00'
001570         DISPLAY "BANK-ACCOUNT-IMAGE: unable to open image "
001580             "directory, status " IC-FILE-STATUS
001590         MOVE 16 TO RETURN-CODE
001600         STOP RUN
001610     END-IF
001620     MOVE SPACES         TO IMAGE-CONTROL-RECORD
001630     MOVE BT-RUN-DATE    TO IC-IMAGE-DATE
001640     MOVE BT-RUN-TIME    TO IC-IMAGE-TIME
001650     MOVE BT-IMAGE-COUNT TO IC-RECORD-COUNT
001660     MOVE BT-IMAGE-TOTAL TO IC-BALANCE-TOTAL
001670     WRITE IMAGE-CONTROL-RECORD
001680     IF IC-FILE-STATUS <> '00'
001690         DISPLAY "BANK-ACCOUNT-IMAGE: unable to write image "
001700             "control record, status " IC-FILE-STATUS
001710         MOVE 16 TO RETURN-CODE
001720         STOP RUN
001730     END-IF
001740     CLOSE IMAGE-DIR-FILE.
001750 3000-RECORD-IMAGE-EXIT.
001760     EXIT.

001770 8000-PRINT-SUMMARY.
001780     DISPLAY "BANK-ACCOUNT-IMAGE complete.".
001790     DISPLAY "  Image file     : " BT-IMAGE-FILE-NAME.
001800     DISPLAY "  Accounts copied: " BT-IMAGE-COUNT.
001810     DISPLAY "  Balance total  : " BT-IMAGE-TOTAL.
001820 8000-PRINT-SUMMARY-EXIT.
001830     EXIT.

001840 9999-EXIT-PROGRAM.
001850     CLOSE ACCOUNT-FILE.
001860     STOP RUN.
001870 9999-EXIT-PROGRAM-EXIT.
001880     EXIT.
