000373*                    keying teller's branch code; this unattended
000374*                    job leaves TL-BRANCH-CODE blank and settles
000375*                    as system work.
000376*  2026-10-15  JKM   A direct debit the account cannot meet is
000377*                    now covered from its overdraft-protection
000378*                    account on OVERDRAFT-LINKS when that has
000379*                    the money (2500-2550): the shortfall plus
000381*                    the FEE-SCHEDULE sweep fee moves across as
000382*                    a logged transfer pair and the fee is
000383*                    charged as a type 'F' entry.  Every sweep
000384*                    made or refused goes on SWEEP-LOG for the
000385*                    daily BANK-SWEEP-REPORT.
000370*****************************************************************
000380
000390 ENVIRONMENT DIVISION.
000666         RECORD KEY IS HD-HOLD-KEY
000667         FILE STATUS  HD-FILE-STATUS.
000670
000671     SELECT OVERDRAFT-LINK-FILE
000672         ASSIGN TO "../OVERDRAFT-LINKS.dat"
000673         ORGANIZATION IS INDEXED
000674         ACCESS MODE IS DYNAMIC
000675         RECORD KEY IS OL-PRIMARY-ACCOUNT
000676         FILE STATUS  OL-FILE-STATUS.
000677
000678     SELECT SWEEP-LOG-FILE
000679         ASSIGN TO "../SWEEP-LOG.txt"
000680         FILE STATUS  SW-FILE-STATUS.
000681
000682     SELECT FEE-SCHEDULE-FILE
000683         ASSIGN TO "../FEE-SCHEDULE.txt"
000684         FILE STATUS  FS-FILE-STATUS.
000685
000680 DATA DIVISION.
000690 FILE SECTION.
000700 FD ACCOUNT-FILE
000964     DATA RECORD IS HOLD-RECORD.
000965 COPY HOLDREC.
000970
000971 FD OVERDRAFT-LINK-FILE
000972     RECORD CONTAINS 80 CHARACTERS
000973     DATA RECORD IS OVERDRAFT-LINK-RECORD.
000974 COPY ODLINKREC.
000975
000976 FD SWEEP-LOG-FILE
000977     RECORDING MODE IS F
000978     RECORD CONTAINS 80 CHARACTERS
000979     DATA RECORD IS SWEEP-LOG-RECORD.
000980 COPY SWEEPREC.
000981
000982 FD FEE-SCHEDULE-FILE
000983     RECORDING MODE IS F
000984     RECORD CONTAINS 80 CHARACTERS
000985     DATA RECORD IS FEE-SCHEDULE-RECORD.
000986 COPY FEESCHED.
000987
000980 WORKING-STORAGE SECTION.
000990 01  MYFILE-STATUS           PIC X(2).
001000 01  TL-FILE-STATUS          PIC X(2).
001046 01  BT-HOLD-EOF             PIC X(1) VALUE 'N'.
001048 01  BT-HOLD-TOTAL           PIC S9(9)V99 VALUE 0.
001050
001051*    Overdraft protection sweep fields - the sweep amount is the
001052*    item's shortfall plus the sweep fee.
001053 01  OL-FILE-STATUS          PIC X(2).
001054 01  SW-FILE-STATUS          PIC X(2).
001055 01  FS-FILE-STATUS          PIC X(2).
001056 01  BT-HAVE-LINK-FILE       PIC X(1) VALUE 'N'.
001057 01  BT-SWEEP-DONE           PIC X(1) VALUE 'N'.
001058 01  BT-SWEEP-RESULT         PIC X(1) VALUE SPACES.
001059 01  BT-SWEEP-FROM           PIC 9(6) VALUE 0.
001060 01  BT-SWEEP-SHORTFALL      PIC S9(9)V99 VALUE 0.
001061 01  BT-SWEEP-FEE            PIC 9(3)V99 VALUE 0.
001062 01  BT-SWEEP-AMOUNT         PIC S9(9)V99 VALUE 0.
001063 01  BT-SWEEP-HOLDS          PIC S9(9)V99 VALUE 0.
001064 01  BT-SWEEP-AVAILABLE      PIC S9(9)V99 VALUE 0.
001065 01  BT-SWEEP-REF            PIC 9(08) VALUE 0.
001066 01  BT-SWEEP-PRODUCT        PIC X(02) VALUE SPACES.
001067 01  BT-FEE-EOF              PIC X(1) VALUE 'N'.
001068 01  BT-FEE-DATE             PIC 9(08) VALUE 0.
001069 01  BT-SWEEP-COUNT          PIC 9(06) VALUE 0.
001070 01  BT-SWEEP-VALUE          PIC S9(9)V99 VALUE 0.
001071 01  BT-SWEEP-FAIL-COUNT     PIC 9(06) VALUE 0.
001072 01  BT-LOG-ACCOUNT          PIC 9(6).
001073 01  BT-LOG-TYPE             PIC X(1).
001074 01  BT-LOG-AMOUNT           PIC S9(7)V99.
001075 01  BT-LOG-BALANCE          PIC S9(7)V99.
001076 01  BT-LOG-RELATED-REF      PIC 9(08) VALUE 0.
001077
001060 01  BT-INPUT-EOF            PIC X VALUE 'N'.
001070 01  BT-RUN-DATE             PIC 9(08) VALUE 0.
001080 01  BT-NEXT-REF-NO          PIC 9(08) VALUE 0.
002034     IF HD-FILE-STATUS = '00'
002036         MOVE 'Y' TO BT-HAVE-HOLD-FILE
002038     END-IF.
002039     OPEN INPUT OVERDRAFT-LINK-FILE.
002040     IF OL-FILE-STATUS = '00'
002041         MOVE 'Y' TO BT-HAVE-LINK-FILE
002042     END-IF.
002040     MOVE BT-RUN-DATE TO BT-HDG-RUN-DATE
002050     WRITE EXCEPTION-PRINT-LINE FROM BT-REPORT-HEADING-1
002060     MOVE SPACES TO EXCEPTION-PRINT-LINE
002764             THRU 2250-SUM-ACTIVE-HOLDS-EXIT
002770         IF BI-TRANSACTION-AMOUNT >
002780             BALANCE-FILE - BT-HOLD-TOTAL + CREDIT-LIMIT-FILE
002782             PERFORM 2500-OVERDRAFT-SWEEP
002784                 THRU 2500-OVERDRAFT-SWEEP-EXIT
002786             IF BT-SWEEP-DONE = 'N'
002790                 MOVE '04' TO BT-REJECT-REASON
002800                 GO TO 2200-EDIT-ITEM-EXIT
002805             END-IF
002810         END-IF
002812     END-IF
002820     MOVE 'Y' TO BT-ITEM-OK.
003630     EXIT.
003640
003650*****************************************************************
003651*  2500-OVERDRAFT-SWEEP covers a direct debit the item's account
003652*  cannot meet from its available balance out of the protection
003653*  account named for it on OVERDRAFT-LINKS, the way the teller
003654*  program's 4300-OVERDRAFT-SWEEP covers a withdrawal at the
003655*  window: the shortfall plus the FEE-SCHEDULE sweep fee moves
003656*  across as a 'T'/'C' pair and the fee is charged to the item's
003657*  account as a type 'F' entry carrying the sweep's reference.
003658*  The caller has the item's account current with its holds in
003659*  BT-HOLD-TOTAL; on a sweep made the account is read back so
003660*  2300-POST-ITEM rewrites the swept balance.  A protection
003661*  account that is short too, or not usable, leaves both
003662*  accounts alone and the item is rejected as before.  Every
003663*  attempt goes on SWEEP-LOG for the daily BANK-SWEEP-REPORT.
003664*****************************************************************
003665 2500-OVERDRAFT-SWEEP.
003666     MOVE 'N' TO BT-SWEEP-DONE
003667     IF BT-HAVE-LINK-FILE = 'N'
003668         GO TO 2500-OVERDRAFT-SWEEP-EXIT
003669     END-IF
003670     MOVE BI-ACCOUNT-NUMBER TO OL-PRIMARY-ACCOUNT
003671     READ OVERDRAFT-LINK-FILE
003672         INVALID KEY
003673             GO TO 2500-OVERDRAFT-SWEEP-EXIT
003674     END-READ
003675     IF NOT OL-LINK-ACTIVE
003676         GO TO 2500-OVERDRAFT-SWEEP-EXIT
003677     END-IF
003678     MOVE OL-LINKED-ACCOUNT TO BT-SWEEP-FROM
003679     COMPUTE BT-SWEEP-SHORTFALL = BI-TRANSACTION-AMOUNT -
003680         (BALANCE-FILE - BT-HOLD-TOTAL + CREDIT-LIMIT-FILE)
003681     MOVE PRODUCT-TYPE-FILE TO BT-SWEEP-PRODUCT
003682     MOVE 0 TO BT-SWEEP-AVAILABLE
003683     MOVE 0 TO BT-SWEEP-REF
003684     PERFORM 2510-GET-SWEEP-FEE THRU 2510-GET-SWEEP-FEE-EXIT
003685     COMPUTE BT-SWEEP-AMOUNT = BT-SWEEP-SHORTFALL + BT-SWEEP-FEE
003686     MOVE BT-SWEEP-FROM TO ACCOUNT-NUMBER-FILE
003687     READ ACCOUNT-FILE
003688         INVALID KEY
003689             MOVE 'X' TO BT-SWEEP-RESULT
003690             PERFORM 2540-WRITE-SWEEP-LOG
003691                 THRU 2540-WRITE-SWEEP-LOG-EXIT
003692             GO TO 2500-OVERDRAFT-SWEEP-EXIT
003693     END-READ
003694     IF ACCOUNT-STATUS-FILE NOT = 'A'
003695         MOVE 'X' TO BT-SWEEP-RESULT
003696         PERFORM 2540-WRITE-SWEEP-LOG
003697             THRU 2540-WRITE-SWEEP-LOG-EXIT
003698         GO TO 2500-OVERDRAFT-SWEEP-EXIT
003699     END-IF
003700     PERFORM 2520-SUM-LINKED-HOLDS
003701         THRU 2520-SUM-LINKED-HOLDS-EXIT
003702     COMPUTE BT-SWEEP-AVAILABLE = BALANCE-FILE - BT-SWEEP-HOLDS
003703     IF BT-SWEEP-AMOUNT > BT-SWEEP-AVAILABLE
003704         MOVE 'F' TO BT-SWEEP-RESULT
003705         PERFORM 2540-WRITE-SWEEP-LOG
003706             THRU 2540-WRITE-SWEEP-LOG-EXIT
003707         GO TO 2500-OVERDRAFT-SWEEP-EXIT
003708     END-IF
003709     SUBTRACT BT-SWEEP-AMOUNT FROM BALANCE-FILE
003710     REWRITE ACCOUNT-RECORD
003711     MOVE BT-SWEEP-FROM     TO BT-LOG-ACCOUNT
003712     MOVE 'T'               TO BT-LOG-TYPE
003713     MOVE BT-SWEEP-AMOUNT   TO BT-LOG-AMOUNT
003714     MOVE BALANCE-FILE      TO BT-LOG-BALANCE
003715     MOVE 0                 TO BT-LOG-RELATED-REF
003716     PERFORM 2550-WRITE-SWEEP-ENTRY
003717         THRU 2550-WRITE-SWEEP-ENTRY-EXIT
003718     MOVE BT-NEXT-REF-NO    TO BT-SWEEP-REF
003719     MOVE BI-ACCOUNT-NUMBER TO ACCOUNT-NUMBER-FILE
003720     READ ACCOUNT-FILE
003721         INVALID KEY
003722             DISPLAY "BANK-BATCH-POST: account " BI-ACCOUNT-NUMBER
003723                 " lost during overdraft sweep " BT-SWEEP-REF
003724             GO TO 2500-OVERDRAFT-SWEEP-EXIT
003725     END-READ
003726     ADD BT-SWEEP-AMOUNT TO BALANCE-FILE
003727     REWRITE ACCOUNT-RECORD
003728     MOVE BI-ACCOUNT-NUMBER TO BT-LOG-ACCOUNT
003729     MOVE 'C'               TO BT-LOG-TYPE
003730     MOVE BT-SWEEP-AMOUNT   TO BT-LOG-AMOUNT
003731     MOVE BALANCE-FILE      TO BT-LOG-BALANCE
003732     MOVE BT-SWEEP-REF      TO BT-LOG-RELATED-REF
003733     PERFORM 2550-WRITE-SWEEP-ENTRY
003734         THRU 2550-WRITE-SWEEP-ENTRY-EXIT
003735     IF BT-SWEEP-FEE > 0
003736         SUBTRACT BT-SWEEP-FEE FROM BALANCE-FILE
003737         REWRITE ACCOUNT-RECORD
003738         MOVE BI-ACCOUNT-NUMBER TO BT-LOG-ACCOUNT
003739         MOVE 'F'               TO BT-LOG-TYPE
003740         MOVE BT-SWEEP-FEE      TO BT-LOG-AMOUNT
003741         MOVE BALANCE-FILE      TO BT-LOG-BALANCE
003742         MOVE BT-SWEEP-REF      TO BT-LOG-RELATED-REF
003743         PERFORM 2550-WRITE-SWEEP-ENTRY
003744             THRU 2550-WRITE-SWEEP-ENTRY-EXIT
003745     END-IF
003746     MOVE 'S' TO BT-SWEEP-RESULT
003747     PERFORM 2540-WRITE-SWEEP-LOG THRU 2540-WRITE-SWEEP-LOG-EXIT
003748     ADD 1 TO BT-SWEEP-COUNT
003749     ADD BT-SWEEP-AMOUNT TO BT-SWEEP-VALUE
003750     MOVE 'Y' TO BT-SWEEP-DONE.
003751 2500-OVERDRAFT-SWEEP-EXIT.
003752     EXIT.
003753
003754*****************************************************************
003755*  2510-GET-SWEEP-FEE picks the sweep fee for the item account's
003756*  product ('RS' when blank) off the latest FEE-SCHEDULE entry
003757*  effective on or before the run date.  No schedule, no entry,
003758*  or an entry keyed before the sweep fee existed charges
003759*  nothing.
003760*****************************************************************
003761 2510-GET-SWEEP-FEE.
003762     MOVE 0 TO BT-SWEEP-FEE
003763     MOVE 0 TO BT-FEE-DATE
003764     IF BT-SWEEP-PRODUCT = SPACES OR BT-SWEEP-PRODUCT = LOW-VALUES
003765         MOVE 'RS' TO BT-SWEEP-PRODUCT
003766     END-IF
003767     MOVE 'N' TO BT-FEE-EOF
003768     OPEN INPUT FEE-SCHEDULE-FILE
003769     IF FS-FILE-STATUS NOT = '00'
003770         GO TO 2510-GET-SWEEP-FEE-EXIT
003771     END-IF
003772     PERFORM 2515-CHECK-ONE-FEE THRU 2515-CHECK-ONE-FEE-EXIT
003773         UNTIL BT-FEE-EOF = 'Y'
003774     CLOSE FEE-SCHEDULE-FILE.
003775 2510-GET-SWEEP-FEE-EXIT.
003776     EXIT.
003777
003778 2515-CHECK-ONE-FEE.
003779     READ FEE-SCHEDULE-FILE
003780         AT END
003781             MOVE 'Y' TO BT-FEE-EOF
003782         NOT AT END
003783             IF FS-PRODUCT-TYPE = BT-SWEEP-PRODUCT
003784                 AND FS-EFFECTIVE-DATE IS NUMERIC
003785                 AND FS-EFFECTIVE-DATE <= BT-RUN-DATE
003786                 AND FS-EFFECTIVE-DATE >= BT-FEE-DATE
003787                 MOVE FS-EFFECTIVE-DATE TO BT-FEE-DATE
003788                 IF FS-SWEEP-FEE IS NUMERIC
003789                     MOVE FS-SWEEP-FEE TO BT-SWEEP-FEE
003790                 ELSE
003791                     MOVE 0 TO BT-SWEEP-FEE
003792                 END-IF
003793             END-IF
003794     END-READ.
003795 2515-CHECK-ONE-FEE-EXIT.
003796     EXIT.
003797
003798*****************************************************************
003799*  2520-SUM-LINKED-HOLDS totals the protection account's active,
003800*  unexpired holds into BT-SWEEP-HOLDS - only its own money free
003801*  of holds may be swept, never its credit limit.
003802*****************************************************************
003803 2520-SUM-LINKED-HOLDS.
003804     MOVE 0 TO BT-SWEEP-HOLDS
003805     IF BT-HAVE-HOLD-FILE = 'N'
003806         GO TO 2520-SUM-LINKED-HOLDS-EXIT
003807     END-IF
003808     MOVE 'N' TO BT-HOLD-EOF
003809     MOVE BT-SWEEP-FROM TO HD-ACCOUNT-NUMBER
003810     MOVE 0 TO HD-HOLD-NUMBER
003811     START HOLD-FILE KEY >= HD-HOLD-KEY
003812         INVALID KEY
003813             MOVE 'Y' TO BT-HOLD-EOF
003814     END-START
003815     PERFORM 2525-SUM-ONE-LINKED-HOLD
003816         THRU 2525-SUM-ONE-LINKED-HOLD-EXIT
003817         UNTIL BT-HOLD-EOF = 'Y'.
003818 2520-SUM-LINKED-HOLDS-EXIT.
003819     EXIT.
003820
003821 2525-SUM-ONE-LINKED-HOLD.
003822     READ HOLD-FILE NEXT RECORD
003823         AT END
003824             MOVE 'Y' TO BT-HOLD-EOF
003825         NOT AT END
003826             IF HD-ACCOUNT-NUMBER NOT = BT-SWEEP-FROM
003827                 MOVE 'Y' TO BT-HOLD-EOF
003828             ELSE
003829                 IF HD-HOLD-ACTIVE
003830                     AND (HD-EXPIRY-DATE = 0
003831                         OR HD-EXPIRY-DATE >= BT-RUN-DATE)
003832                     ADD HD-HOLD-AMOUNT TO BT-SWEEP-HOLDS
003833                 END-IF
003834             END-IF
003835     END-READ.
003836 2525-SUM-ONE-LINKED-HOLD-EXIT.
003837     EXIT.
003838
003839*****************************************************************
003840*  2540-WRITE-SWEEP-LOG appends the sweep just made or refused
003841*  to SWEEP-LOG, creating the file the first time.  A refused
003842*  sweep is counted here; the item goes on to be rejected.
003843*****************************************************************
003844 2540-WRITE-SWEEP-LOG.
003845     IF BT-SWEEP-RESULT NOT = 'S'
003846         ADD 1 TO BT-SWEEP-FAIL-COUNT
003847     END-IF
003848     ACCEPT BT-TRANSACTION-DATE FROM DATE YYYYMMDD
003849     ACCEPT BT-TRANSACTION-TIME FROM TIME
003850     OPEN EXTEND SWEEP-LOG-FILE
003851     IF SW-FILE-STATUS = '35'
003852         OPEN OUTPUT SWEEP-LOG-FILE
003853     END-IF
003854     IF SW-FILE-STATUS NOT = '00'
003855         DISPLAY "BANK-BATCH-POST: unable to open SWEEP-LOG, "
003856             "status " SW-FILE-STATUS " - sweep for account "
003857             BI-ACCOUNT-NUMBER " not logged."
003858         GO TO 2540-WRITE-SWEEP-LOG-EXIT
003859     END-IF
003860     MOVE SPACES              TO SWEEP-LOG-RECORD
003861     MOVE BI-ACCOUNT-NUMBER   TO SW-PRIMARY-ACCOUNT
003862     MOVE BT-SWEEP-FROM       TO SW-LINKED-ACCOUNT
003863     MOVE BT-TRANSACTION-DATE TO SW-SWEEP-DATE
003864     MOVE BT-TRANSACTION-TIME TO SW-SWEEP-TIME
003865     MOVE 'D'                 TO SW-TRIGGER
003866     MOVE BT-SWEEP-SHORTFALL  TO SW-SHORTFALL
003867     MOVE BT-SWEEP-AMOUNT     TO SW-SWEEP-AMOUNT
003868     MOVE BT-SWEEP-FEE        TO SW-FEE-AMOUNT
003869     MOVE BT-SWEEP-AVAILABLE  TO SW-LINKED-AVAILABLE
003870     MOVE BT-SWEEP-RESULT     TO SW-RESULT
003871     MOVE BT-SWEEP-REF        TO SW-TRANSFER-REF
003872     MOVE BT-JOB-TELLER-ID    TO SW-KEYED-BY
003873     MOVE SPACES              TO SW-BRANCH-CODE
003874     WRITE SWEEP-LOG-RECORD
003875     CLOSE SWEEP-LOG-FILE.
003876 2540-WRITE-SWEEP-LOG-EXIT.
003877     EXIT.
003878
003879*****************************************************************
003880*  2550-WRITE-SWEEP-ENTRY logs one leg of a sweep from the
003881*  BT-LOG- fields, since 2350-WRITE-LOG-ENTRY logs the input
003882*  item itself.
003883*****************************************************************
003884 2550-WRITE-SWEEP-ENTRY.
003885     ACCEPT BT-TRANSACTION-DATE FROM DATE YYYYMMDD.
003886     ACCEPT BT-TRANSACTION-TIME FROM TIME.
003887     PERFORM 2150-GET-NEXT-REF-NO THRU 2150-GET-NEXT-REF-NO-EXIT.
003888     OPEN EXTEND TRANSACTION-LOG-FILE.
003889     MOVE BT-LOG-ACCOUNT      TO TL-ACCOUNT-NUMBER.
003890     MOVE BT-LOG-TYPE         TO TL-TRANSACTION-TYPE.
003891     MOVE BT-LOG-AMOUNT       TO TL-TRANSACTION-AMOUNT.
003892     MOVE BT-LOG-BALANCE      TO TL-RESULTING-BALANCE.
003893     MOVE BT-TRANSACTION-DATE TO TL-TRANSACTION-DATE.
003894     MOVE BT-TRANSACTION-TIME TO TL-TRANSACTION-TIME.
003895     MOVE BT-NEXT-REF-NO      TO TL-REFERENCE-NUMBER.
003896     MOVE BT-LOG-RELATED-REF  TO TL-RELATED-REFERENCE.
003897     MOVE BT-JOB-TELLER-ID    TO TL-TELLER-ID.
003898     MOVE SPACES              TO TL-APPROVED-BY.
003899     MOVE SPACES              TO TL-BRANCH-CODE.
003900     WRITE TRANSACTION-LOG-RECORD.
003901     CLOSE TRANSACTION-LOG-FILE.
003902 2550-WRITE-SWEEP-ENTRY-EXIT.
003903     EXIT.
003904
003905*****************************************************************
003660*  2150-GET-NEXT-REF-NO / 2160-OPEN-REF-COUNTER / 2170-OPEN-
003670*  RETRY-DELAY hand out the next TRANSACTION-LOG reference
003680*  number from the shared REF-COUNTER file, the same way
004370     MOVE BT-ITEM-COUNT  TO BT-TOT-COUNT
004380     MOVE BT-ITEM-AMOUNT TO BT-TOT-VALUE
004390     WRITE EXCEPTION-PRINT-LINE FROM BT-TOTAL-LINE
004391     MOVE "OVERDRAFT SWEEPS    : " TO BT-TOT-LABEL
004392     MOVE BT-SWEEP-COUNT TO BT-TOT-COUNT
004393     MOVE BT-SWEEP-VALUE TO BT-TOT-VALUE
004394     WRITE EXCEPTION-PRINT-LINE FROM BT-TOTAL-LINE
004400     DISPLAY "BANK-BATCH-POST complete.".
004410     DISPLAY "  Items accepted: " BT-ACCEPT-COUNT
004420         "  value " BT-ACCEPT-AMOUNT.
004430     DISPLAY "  Items rejected: " BT-REJECT-COUNT
004440         "  value " BT-REJECT-AMOUNT.
004442     DISPLAY "  Overdraft sweeps: " BT-SWEEP-COUNT
004444         "  value " BT-SWEEP-VALUE
004446         "  refused " BT-SWEEP-FAIL-COUNT.
004450 8000-PRINT-SUMMARY-EXIT.
004460     EXIT.
004470
004512     IF BT-HAVE-HOLD-FILE = 'Y'
004514         CLOSE HOLD-FILE
004516     END-IF.
004517     IF BT-HAVE-LINK-FILE = 'Y'
004518         CLOSE OVERDRAFT-LINK-FILE
004519     END-IF.
004520     STOP RUN.
004530 9999-EXIT-PROGRAM-EXIT.
004540     EXIT.
