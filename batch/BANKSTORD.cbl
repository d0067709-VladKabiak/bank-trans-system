000320*  STANDING-ORDER-EXCEPTIONS report with a reason, so the
000330*  branch can contact the customer; an order past its expiry
000340*  date is cancelled and reported once.
000341*
000342*  An order may instead pay an installment loan on LOAN-MASTER
000343*  (SO-TARGET-TYPE 'L'): the source is debited as a type 'L'
000344*  entry and the payment is applied to the loan as a teller
000345*  loan payment would be, and written to LOAN-HISTORY.
000350*
000360*  MODIFICATION HISTORY
000370*  DATE        INIT  DESCRIPTION
000415*                    keying teller's branch code; this unattended
000416*                    job leaves TL-BRANCH-CODE blank and settles
000417*                    as system work.
000418*  2026-10-15  JKM   An order the source account cannot meet is
000419*                    now covered from the source's overdraft-
000421*                    protection account on OVERDRAFT-LINKS when
000422*                    that has the money (3000-3040): the
000423*                    shortfall plus the FEE-SCHEDULE sweep fee
000424*                    moves across as a logged transfer pair and
000425*                    the fee is charged as a type 'F' entry.
000426*                    Every sweep made or refused goes on
000427*                    SWEEP-LOG for the daily BANK-SWEEP-REPORT;
000428*                    an order refused because the protection
000429*                    account was short too says so on the
000431*                    exception report.
000432*  2026-10-15  JKM   An order can now pay an installment loan
000433*                    (2320-2340): the payment, held to the
000434*                    loan's payoff balance, is debited from the
000435*                    source as a type 'L' entry, split across
000436*                    the loan's late charges, interest and
000437*                    principal and written to LOAN-HISTORY.  An
000438*                    order against a paid-off loan is closed,
000439*                    reported once and counted apart from the
000440*                    orders that failed.
000441*  2026-10-15  JKM   A failed order is also queued on
000442*                    NOTICE-QUEUE (NOTICEQ layout) for a letter
000443*                    to the source account's customer (2550).
000400*****************************************************************
000410
000420 ENVIRONMENT DIVISION.
000726         RECORD KEY IS HD-HOLD-KEY
000727         FILE STATUS  HD-FILE-STATUS.
000730
000731     SELECT OVERDRAFT-LINK-FILE
000732         ASSIGN TO "../OVERDRAFT-LINKS.dat"
000733         ORGANIZATION IS INDEXED
000734         ACCESS MODE IS DYNAMIC
000735         RECORD KEY IS OL-PRIMARY-ACCOUNT
000736         FILE STATUS  OL-FILE-STATUS.
000737
000738     SELECT SWEEP-LOG-FILE
000739         ASSIGN TO "../SWEEP-LOG.txt"
000740         FILE STATUS  SW-FILE-STATUS.
000741
000742     SELECT FEE-SCHEDULE-FILE
000743         ASSIGN TO "../FEE-SCHEDULE.txt"
000744         FILE STATUS  FS-FILE-STATUS.
000745
000746     SELECT NOTICE-QUEUE-FILE
000747         ASSIGN TO "../NOTICE-QUEUE.txt"
000748         FILE STATUS  NQ-FILE-STATUS.
000749
000750     SELECT LOAN-MASTER-FILE
000751         ASSIGN TO "../LOAN-MASTER.dat"
000752         ORGANIZATION IS INDEXED
000753         ACCESS MODE IS DYNAMIC
000754         RECORD KEY IS LN-LOAN-NUMBER
000755         FILE STATUS  LN-FILE-STATUS.
000756
000757     SELECT LOAN-HISTORY-FILE
000758         ASSIGN TO "../LOAN-HISTORY.txt"
000759         FILE STATUS  LH-FILE-STATUS.
000760
000740 DATA DIVISION.
000750 FILE SECTION.
000760 FD STANDING-ORDER-FILE
001014     DATA RECORD IS HOLD-RECORD.
001015 COPY HOLDREC.
001020
001021 FD OVERDRAFT-LINK-FILE
001022     RECORD CONTAINS 80 CHARACTERS
001023     DATA RECORD IS OVERDRAFT-LINK-RECORD.
001024 COPY ODLINKREC.
001025
001026 FD SWEEP-LOG-FILE
001027     RECORDING MODE IS F
001028     RECORD CONTAINS 80 CHARACTERS
001029     DATA RECORD IS SWEEP-LOG-RECORD.
001030 COPY SWEEPREC.
001031
001032 FD FEE-SCHEDULE-FILE
001033     RECORDING MODE IS F
001034     RECORD CONTAINS 80 CHARACTERS
001035     DATA RECORD IS FEE-SCHEDULE-RECORD.
001036 COPY FEESCHED.
001037
001038 FD LOAN-MASTER-FILE
001039     RECORD CONTAINS 200 CHARACTERS
001040     DATA RECORD IS LOAN-MASTER-RECORD.
001041 COPY LOANREC.
001042
001043 FD LOAN-HISTORY-FILE
001044     RECORDING MODE IS F
001045     RECORD CONTAINS 100 CHARACTERS
001046     DATA RECORD IS LOAN-HISTORY-RECORD.
001047 COPY LOANHIST.
001048
001049 FD NOTICE-QUEUE-FILE
001050     RECORDING MODE IS F
001051     RECORD CONTAINS 80 CHARACTERS
001052     DATA RECORD IS NOTICE-REQUEST-RECORD.
001053 COPY NOTICEQ.
001054
001030 WORKING-STORAGE SECTION.
001040 01  SO-FILE-STATUS          PIC X(2).
001050 01  MYFILE-STATUS           PIC X(2).
001096 01  BT-HOLD-EOF             PIC X(1) VALUE 'N'.
001098 01  BT-HOLD-TOTAL           PIC S9(9)V99 VALUE 0.
001100
001101*    Overdraft protection sweep fields - the sweep amount is the
001102*    order's shortfall plus the sweep fee.
001103 01  OL-FILE-STATUS          PIC X(2).
001104 01  SW-FILE-STATUS          PIC X(2).
001105 01  FS-FILE-STATUS          PIC X(2).
001106 01  BT-HAVE-LINK-FILE       PIC X(1) VALUE 'N'.
001107 01  BT-SWEEP-DONE           PIC X(1) VALUE 'N'.
001108 01  BT-SWEEP-RESULT         PIC X(1) VALUE SPACES.
001109 01  BT-SWEEP-FROM           PIC 9(6) VALUE 0.
001110 01  BT-SWEEP-SHORTFALL      PIC S9(9)V99 VALUE 0.
001111 01  BT-SWEEP-FEE            PIC 9(3)V99 VALUE 0.
001112 01  BT-SWEEP-AMOUNT         PIC S9(9)V99 VALUE 0.
001113 01  BT-SWEEP-HOLDS          PIC S9(9)V99 VALUE 0.
001114 01  BT-SWEEP-AVAILABLE      PIC S9(9)V99 VALUE 0.
001115 01  BT-SWEEP-REF            PIC 9(08) VALUE 0.
001116 01  BT-SWEEP-PRODUCT        PIC X(02) VALUE SPACES.
001117 01  BT-FEE-EOF              PIC X(1) VALUE 'N'.
001118 01  BT-FEE-DATE             PIC 9(08) VALUE 0.
001119 01  BT-SWEEP-COUNT          PIC 9(06) VALUE 0.
001120 01  BT-SWEEP-VALUE          PIC S9(9)V99 VALUE 0.
001121 01  BT-SWEEP-FAIL-COUNT     PIC 9(06) VALUE 0.
001122
001123*    Installment loan payment fields - the order's payment is
001124*    held to the loan's payoff balance and split the way the
001125*    teller program splits a loan payment.
001126 01  LN-FILE-STATUS          PIC X(2).
001127 01  LH-FILE-STATUS          PIC X(2).
001128 01  BT-HAVE-LOAN-FILE       PIC X(1) VALUE 'N'.
001129 01  BT-ORDER-PAYMENT        PIC S9(7)V99 VALUE 0.
001130 01  BT-LOAN-REMAINING       PIC 9(7)V99 VALUE 0.
001131 01  BT-LOAN-TO-LATE         PIC 9(5)V99 VALUE 0.
001132 01  BT-LOAN-TO-INTEREST     PIC 9(7)V99 VALUE 0.
001133 01  BT-LOAN-TO-PRINCIPAL    PIC 9(7)V99 VALUE 0.
001134 01  BT-LOAN-TOWARD-DUE      PIC 9(7)V99 VALUE 0.
001135 01  BT-LOAN-PAYMENT-COUNT   PIC 9(06) VALUE 0.
001136
001137*    Customer notices queued for failed orders.
001138 01  NQ-FILE-STATUS          PIC X(2).
001139 01  BT-JOB-NAME             PIC X(08) VALUE 'BANKSTOR'.
001140 01  BT-NOTICE-COUNT         PIC 9(06) VALUE 0.
001141
001110 01  BT-ORDER-EOF            PIC X VALUE 'N'.
001120 01  BT-RUN-DATE             PIC 9(08) VALUE 0.
001130 01  BT-NEXT-REF-NO          PIC 9(08) VALUE 0.
001340 01  BT-EXECUTED-AMOUNT      PIC S9(9)V99 VALUE 0.
001350 01  BT-FAILED-COUNT         PIC 9(06) VALUE 0.
001360 01  BT-EXPIRED-COUNT        PIC 9(06) VALUE 0.
001365 01  BT-LOAN-PAID-COUNT      PIC 9(06) VALUE 0.
001370
001380*    Calendar work fields for advancing a due date by the
001390*    order's frequency, honoring month lengths and leap years.
002164     IF HD-FILE-STATUS = '00'
002166         MOVE 'Y' TO BT-HAVE-HOLD-FILE
002168     END-IF.
002169     OPEN INPUT OVERDRAFT-LINK-FILE.
002170     IF OL-FILE-STATUS = '00'
002171         MOVE 'Y' TO BT-HAVE-LINK-FILE
002172     END-IF.
002173     OPEN I-O LOAN-MASTER-FILE.
002174     IF LN-FILE-STATUS = '00'
002175         MOVE 'Y' TO BT-HAVE-LOAN-FILE
002176     END-IF.
002170     MOVE BT-RUN-DATE TO BT-HDG-RUN-DATE
002180     WRITE EXCEPTION-PRINT-LINE FROM BT-REPORT-HEADING-1
002190     MOVE SPACES TO EXCEPTION-PRINT-LINE
002540         GO TO 2000-PROCESS-ORDER-EXIT
002550     END-IF
002560     PERFORM 2300-EXECUTE-ORDER THRU 2300-EXECUTE-ORDER-EXIT
002561     IF BT-ORDER-OK = 'C'
002562         ADD 1 TO BT-LOAN-PAID-COUNT
002563         PERFORM 2500-REPORT-EXCEPTION
002564             THRU 2500-REPORT-EXCEPTION-EXIT
002565         GO TO 2000-PROCESS-ORDER-EXIT
002566     END-IF
002570     IF BT-ORDER-OK = 'Y'
002580         ADD 1 TO BT-EXECUTED-COUNT
002590         ADD BT-ORDER-PAYMENT TO BT-EXECUTED-AMOUNT
002600         PERFORM 2600-ADVANCE-DUE-DATE
002610             THRU 2600-ADVANCE-DUE-DATE-EXIT
002620         REWRITE STANDING-ORDER-RECORD
002640         ADD 1 TO BT-FAILED-COUNT
002650         PERFORM 2500-REPORT-EXCEPTION
002660             THRU 2500-REPORT-EXCEPTION-EXIT
002661         PERFORM 2550-QUEUE-NOTICE
002662             THRU 2550-QUEUE-NOTICE-EXIT
002670     END-IF.
002680 2000-PROCESS-ORDER-EXIT.
002690     EXIT.
002780 2300-EXECUTE-ORDER.
002790     MOVE 'N' TO BT-ORDER-OK
002800     MOVE SPACES TO BT-FAIL-REASON
002805     MOVE SO-AMOUNT TO BT-ORDER-PAYMENT
002810     MOVE SO-SOURCE-ACCOUNT TO ACCOUNT-NUMBER-FILE
002820     READ ACCOUNT-FILE
002830         INVALID KEY
002880         MOVE "SOURCE CLOSED OR FROZEN" TO BT-FAIL-REASON
002890         GO TO 2300-EXECUTE-ORDER-EXIT
002900     END-IF
002901     IF SO-TARGET-IS-LOAN
002902         PERFORM 2320-EXECUTE-LOAN-ORDER
002903             THRU 2320-EXECUTE-LOAN-ORDER-EXIT
002904         GO TO 2300-EXECUTE-ORDER-EXIT
002905     END-IF
002905     PERFORM 2350-SUM-ACTIVE-HOLDS
002906         THRU 2350-SUM-ACTIVE-HOLDS-EXIT
002910     IF SO-AMOUNT >
002915         BALANCE-FILE - BT-HOLD-TOTAL + CREDIT-LIMIT-FILE
002916         MOVE SPACES TO BT-SWEEP-RESULT
002917         PERFORM 3000-OVERDRAFT-SWEEP
002918             THRU 3000-OVERDRAFT-SWEEP-EXIT
002919         IF BT-SWEEP-DONE = 'N'
002920             MOVE "INSUFFICIENT AVAIL FUNDS" TO BT-FAIL-REASON
002921             IF BT-SWEEP-RESULT = 'F'
002922                 MOVE "LINKED ACCOUNT SHORT TOO" TO BT-FAIL-REASON
002923             END-IF
002930             GO TO 2300-EXECUTE-ORDER-EXIT
002935         END-IF
002940     END-IF
002950     MOVE BALANCE-FILE TO BT-SOURCE-BALANCE
002960     MOVE SO-TARGET-ACCOUNT TO ACCOUNT-NUMBER-FILE
003430 2360-SUM-ONE-HOLD-EXIT.
003431     EXIT.

003432*****************************************************************
003433*  2320-EXECUTE-LOAN-ORDER pays the installment loan named on
003434*  the order from the source account, as the teller program's
003435*  4600-LOAN-PAYMENT does at the window: the loan must be on
003436*  LOAN-MASTER and still active, the payment is held to its
003437*  payoff balance, and the source is debited under the same
003438*  available-funds and sweep rules as a transfer, logged as a
003439*  type 'L' entry.  The payment is then split across the
003440*  loan's late charges, interest and principal (2330) and
003441*  written to LOAN-HISTORY (2340).  An order against a loan
003442*  that has been paid off is closed and reported once, and
003443*  comes back with BT-ORDER-OK 'C' so it is neither counted as
003444*  failed nor written to the customer about.  The caller has
003445*  the source account current.
003446*****************************************************************
003447 2320-EXECUTE-LOAN-ORDER.
003448     IF BT-HAVE-LOAN-FILE = 'N'
003449         MOVE "LOAN NOT ON FILE" TO BT-FAIL-REASON
003450         GO TO 2320-EXECUTE-LOAN-ORDER-EXIT
003451     END-IF
003452     MOVE SO-TARGET-ACCOUNT TO LN-LOAN-NUMBER
003453     READ LOAN-MASTER-FILE
003454         INVALID KEY
003455             MOVE "LOAN NOT ON FILE" TO BT-FAIL-REASON
003456             GO TO 2320-EXECUTE-LOAN-ORDER-EXIT
003457     END-READ
003458     IF NOT LN-LOAN-ACTIVE
003459         MOVE 'C' TO SO-STATUS
003460         REWRITE STANDING-ORDER-RECORD
003461         MOVE "LOAN PAID - ORDER CLOSED" TO BT-FAIL-REASON
003462         MOVE 'C' TO BT-ORDER-OK
003463         GO TO 2320-EXECUTE-LOAN-ORDER-EXIT
003464     END-IF
003465     IF BT-ORDER-PAYMENT > LN-PAYOFF-BALANCE
003466         MOVE LN-PAYOFF-BALANCE TO BT-ORDER-PAYMENT
003467     END-IF
003468     PERFORM 2350-SUM-ACTIVE-HOLDS
003469         THRU 2350-SUM-ACTIVE-HOLDS-EXIT
003470     IF BT-ORDER-PAYMENT >
003471         BALANCE-FILE - BT-HOLD-TOTAL + CREDIT-LIMIT-FILE
003472         MOVE SPACES TO BT-SWEEP-RESULT
003473         PERFORM 3000-OVERDRAFT-SWEEP
003474             THRU 3000-OVERDRAFT-SWEEP-EXIT
003475         IF BT-SWEEP-DONE = 'N'
003476             MOVE "INSUFFICIENT AVAIL FUNDS" TO BT-FAIL-REASON
003477             IF BT-SWEEP-RESULT = 'F'
003478                 MOVE "LINKED ACCOUNT SHORT TOO" TO BT-FAIL-REASON
003479             END-IF
003480             GO TO 2320-EXECUTE-LOAN-ORDER-EXIT
003481         END-IF
003482     END-IF
003483     SUBTRACT BT-ORDER-PAYMENT FROM BALANCE-FILE
003484     REWRITE ACCOUNT-RECORD
003485     MOVE SO-SOURCE-ACCOUNT TO BT-LOG-ACCOUNT
003486     MOVE 'L'               TO BT-LOG-TYPE
003487     MOVE BT-ORDER-PAYMENT  TO BT-LOG-AMOUNT
003488     MOVE BALANCE-FILE      TO BT-LOG-BALANCE
003489     MOVE 0                 TO BT-LOG-RELATED-REF
003490     PERFORM 2400-WRITE-LOG-ENTRY
003491         THRU 2400-WRITE-LOG-ENTRY-EXIT
003492     MOVE BT-NEXT-REF-NO    TO BT-DEBIT-REF
003493     PERFORM 2330-APPLY-LOAN-PAYMENT
003494         THRU 2330-APPLY-LOAN-PAYMENT-EXIT
003495     ADD 1 TO BT-LOAN-PAYMENT-COUNT
003496     MOVE 'Y' TO BT-ORDER-OK.
003497 2320-EXECUTE-LOAN-ORDER-EXIT.
003498     EXIT.
003499
003500*****************************************************************
003501*  2330-APPLY-LOAN-PAYMENT splits BT-ORDER-PAYMENT across the
003502*  loan's late charges, then its accrued interest, then its
003503*  principal, exactly as the teller program's 4620 does.  What
003504*  goes to interest and principal comes off the amount due,
003505*  any excess is carried as paid ahead, and a loan whose payoff
003506*  balance reaches zero is marked paid off.
003507*****************************************************************
003508 2330-APPLY-LOAN-PAYMENT.
003509     MOVE BT-ORDER-PAYMENT TO BT-LOAN-REMAINING
003510     IF BT-LOAN-REMAINING > LN-LATE-CHARGES-DUE
003511         MOVE LN-LATE-CHARGES-DUE TO BT-LOAN-TO-LATE
003512     ELSE
003513         MOVE BT-LOAN-REMAINING TO BT-LOAN-TO-LATE
003514     END-IF
003515     SUBTRACT BT-LOAN-TO-LATE FROM BT-LOAN-REMAINING
003516     IF BT-LOAN-REMAINING > LN-ACCRUED-INTEREST
003517         MOVE LN-ACCRUED-INTEREST TO BT-LOAN-TO-INTEREST
003518     ELSE
003519         MOVE BT-LOAN-REMAINING TO BT-LOAN-TO-INTEREST
003520     END-IF
003521     SUBTRACT BT-LOAN-TO-INTEREST FROM BT-LOAN-REMAINING
003522     IF BT-LOAN-REMAINING > LN-PRINCIPAL-BALANCE
003523         MOVE LN-PRINCIPAL-BALANCE TO BT-LOAN-TO-PRINCIPAL
003524     ELSE
003525         MOVE BT-LOAN-REMAINING TO BT-LOAN-TO-PRINCIPAL
003526     END-IF
003527     SUBTRACT BT-LOAN-TO-LATE FROM LN-LATE-CHARGES-DUE
003528     SUBTRACT BT-LOAN-TO-INTEREST FROM LN-ACCRUED-INTEREST
003529     SUBTRACT BT-LOAN-TO-PRINCIPAL FROM LN-PRINCIPAL-BALANCE
003530     COMPUTE BT-LOAN-TOWARD-DUE =
003531         BT-LOAN-TO-INTEREST + BT-LOAN-TO-PRINCIPAL
003532     IF BT-LOAN-TOWARD-DUE < LN-AMOUNT-DUE
003533         SUBTRACT BT-LOAN-TOWARD-DUE FROM LN-AMOUNT-DUE
003534     ELSE
003535         COMPUTE LN-PAID-AHEAD = LN-PAID-AHEAD
003536             + BT-LOAN-TOWARD-DUE - LN-AMOUNT-DUE
003537         MOVE 0 TO LN-AMOUNT-DUE
003538         MOVE 0 TO LN-DAYS-PAST-DUE
003539         MOVE SPACE TO LN-DELINQ-BUCKET
003540     END-IF
003541     COMPUTE LN-PAYOFF-BALANCE = LN-PRINCIPAL-BALANCE
003542         + LN-ACCRUED-INTEREST + LN-LATE-CHARGES-DUE
003543     IF LN-PAYOFF-BALANCE = 0
003544         MOVE 'P' TO LN-STATUS
003545         MOVE 0 TO LN-AMOUNT-DUE
003546         MOVE 0 TO LN-PAID-AHEAD
003547     END-IF
003548     MOVE BT-RUN-DATE TO LN-LAST-PAYMENT-DATE
003549     REWRITE LOAN-MASTER-RECORD
003550     PERFORM 2340-WRITE-LOAN-HISTORY
003551         THRU 2340-WRITE-LOAN-HISTORY-EXIT.
003552 2330-APPLY-LOAN-PAYMENT-EXIT.
003553     EXIT.
003554
003555*****************************************************************
003556*  2340-WRITE-LOAN-HISTORY appends the payment just applied to
003557*  LOAN-HISTORY, creating the file the first time.
003558*****************************************************************
003559 2340-WRITE-LOAN-HISTORY.
003560     ACCEPT BT-TRANSACTION-DATE FROM DATE YYYYMMDD
003561     ACCEPT BT-TRANSACTION-TIME FROM TIME
003562     OPEN EXTEND LOAN-HISTORY-FILE
003563     IF LH-FILE-STATUS = '35'
003564         OPEN OUTPUT LOAN-HISTORY-FILE
003565     END-IF
003566     IF LH-FILE-STATUS NOT = '00'
003567         DISPLAY "BANK-STANDING-ORDERS: unable to open "
003568             "LOAN-HISTORY, status " LH-FILE-STATUS
003569             " - payment on loan " LN-LOAN-NUMBER " not logged."
003570         GO TO 2340-WRITE-LOAN-HISTORY-EXIT
003571     END-IF
003572     MOVE SPACES               TO LOAN-HISTORY-RECORD
003573     MOVE LN-LOAN-NUMBER       TO LH-LOAN-NUMBER
003574     MOVE BT-TRANSACTION-DATE  TO LH-EVENT-DATE
003575     MOVE BT-TRANSACTION-TIME  TO LH-EVENT-TIME
003576     MOVE 'P'                  TO LH-EVENT-TYPE
003577     MOVE BT-ORDER-PAYMENT     TO LH-AMOUNT
003578     MOVE BT-LOAN-TO-LATE      TO LH-TO-LATE-CHARGES
003579     MOVE BT-LOAN-TO-INTEREST  TO LH-TO-INTEREST
003580     MOVE BT-LOAN-TO-PRINCIPAL TO LH-TO-PRINCIPAL
003581     MOVE LN-PRINCIPAL-BALANCE TO LH-PRINCIPAL-AFTER
003582     MOVE SO-SOURCE-ACCOUNT    TO LH-SOURCE-ACCOUNT
003583     MOVE BT-DEBIT-REF         TO LH-DEBIT-REF
003584     MOVE BT-JOB-TELLER-ID     TO LH-KEYED-BY
003585     MOVE SPACES               TO LH-BRANCH-CODE
003586     WRITE LOAN-HISTORY-RECORD
003587     CLOSE LOAN-HISTORY-FILE.
003588 2340-WRITE-LOAN-HISTORY-EXIT.
003589     EXIT.
003590
003410 2400-WRITE-LOG-ENTRY.
003420     ACCEPT BT-TRANSACTION-DATE FROM DATE YYYYMMDD.
003430     ACCEPT BT-TRANSACTION-TIME FROM TIME.
003680 2500-REPORT-EXCEPTION-EXIT.
003690     EXIT.
003700
003701*****************************************************************
003702*  2550-QUEUE-NOTICE appends a notice of the failed order to
003703*  NOTICE-QUEUE for the customer who owns the source account,
003704*  quoting the order amount, its due date and why it failed.
003705*  An order whose source account is not on file, or has no
003706*  customer number on it, has no one to
003707*  write to and is left to the branch from the exception
003708*  report.  The queue is opened and closed around each notice,
003709*  as the sweep log is; a queue that cannot be opened costs the
003710*  letter, not the run.
003711*****************************************************************
003712 2550-QUEUE-NOTICE.
003713     MOVE SO-SOURCE-ACCOUNT TO ACCOUNT-NUMBER-FILE
003714     READ ACCOUNT-FILE
003715         INVALID KEY
003716             GO TO 2550-QUEUE-NOTICE-EXIT
003717     END-READ
003718     IF CUSTOMER-NUMBER-FILE IS NOT NUMERIC
003719         OR CUSTOMER-NUMBER-FILE = 0
003720         GO TO 2550-QUEUE-NOTICE-EXIT
003721     END-IF
003722     OPEN EXTEND NOTICE-QUEUE-FILE
003723     IF NQ-FILE-STATUS = '35'
003724         OPEN OUTPUT NOTICE-QUEUE-FILE
003725     END-IF
003726     IF NQ-FILE-STATUS NOT = '00'
003727         DISPLAY "BANK-STANDING-ORDERS: unable to open "
003728             "NOTICE-QUEUE, status " NQ-FILE-STATUS
003729             " - notice for order " SO-ORDER-NUMBER " not queued."
003730         GO TO 2550-QUEUE-NOTICE-EXIT
003731     END-IF
003732     MOVE SPACES               TO NOTICE-REQUEST-RECORD
003733     MOVE 'SO'                 TO NQ-NOTICE-TYPE
003734     MOVE CUSTOMER-NUMBER-FILE TO NQ-CUSTOMER-NUMBER
003735     MOVE SO-SOURCE-ACCOUNT    TO NQ-ACCOUNT-NUMBER
003736     MOVE BT-RUN-DATE          TO NQ-REQUEST-DATE
003737     MOVE SO-AMOUNT            TO NQ-AMOUNT
003738     MOVE SO-NEXT-DUE-DATE     TO NQ-EVENT-DATE
003739     MOVE BT-JOB-NAME          TO NQ-SOURCE-JOB
003740     MOVE BT-FAIL-REASON       TO NQ-DETAIL
003741     WRITE NOTICE-REQUEST-RECORD
003742     CLOSE NOTICE-QUEUE-FILE
003743     ADD 1 TO BT-NOTICE-COUNT.
003744 2550-QUEUE-NOTICE-EXIT.
003745     EXIT.
003746
003710*****************************************************************
003720*  2600-ADVANCE-DUE-DATE moves the order's next due date on by
003730*  its frequency, repeating until the date is past the run
005070 2170-OPEN-RETRY-DELAY-EXIT.
005080     EXIT.
005090
005091*****************************************************************
005092*  3000-OVERDRAFT-SWEEP covers an order payment the source
005093*  account cannot meet from its available balance out of the
005094*  protection account named for it on OVERDRAFT-LINKS, the way
005095*  the teller program's 4300-OVERDRAFT-SWEEP covers a transfer
005096*  at the window: the shortfall plus the FEE-SCHEDULE sweep fee
005097*  moves across as a 'T'/'C' pair and the fee is charged to the
005098*  source as a type 'F' entry carrying the sweep's reference.
005099*  Nothing is swept out of the order's own target, or for an
005100*  order whose target will refuse the payment; a loan order's
005101*  loan has been checked by 2320 before the sweep is tried.
005102*  The caller has the source account current with its holds
005103*  in BT-HOLD-TOTAL; on a sweep made the source is read back
005104*  so 2300-EXECUTE-ORDER carries on from the swept balance.  A
005105*  protection account that is short too, or not usable, leaves
005106*  both accounts alone and the order fails as before.  Every
005107*  attempt goes on SWEEP-LOG for the daily BANK-SWEEP-REPORT.
005108*****************************************************************
005109 3000-OVERDRAFT-SWEEP.
005110     MOVE 'N' TO BT-SWEEP-DONE
005111     IF BT-HAVE-LINK-FILE = 'N'
005112         GO TO 3000-OVERDRAFT-SWEEP-EXIT
005113     END-IF
005114     MOVE SO-SOURCE-ACCOUNT TO OL-PRIMARY-ACCOUNT
005115     READ OVERDRAFT-LINK-FILE
005116         INVALID KEY
005117             GO TO 3000-OVERDRAFT-SWEEP-EXIT
005118     END-READ
005119     IF NOT OL-LINK-ACTIVE
005120         GO TO 3000-OVERDRAFT-SWEEP-EXIT
005121     END-IF
005122     MOVE OL-LINKED-ACCOUNT TO BT-SWEEP-FROM
005123     IF SO-TARGET-IS-ACCOUNT AND BT-SWEEP-FROM = SO-TARGET-ACCOUNT
005124         GO TO 3000-OVERDRAFT-SWEEP-EXIT
005125     END-IF
005126     MOVE PRODUCT-TYPE-FILE TO BT-SWEEP-PRODUCT
005127     COMPUTE BT-SWEEP-SHORTFALL = BT-ORDER-PAYMENT -
005128         (BALANCE-FILE - BT-HOLD-TOTAL + CREDIT-LIMIT-FILE)
005129     IF SO-TARGET-IS-ACCOUNT
005130         MOVE SO-TARGET-ACCOUNT TO ACCOUNT-NUMBER-FILE
005131         READ ACCOUNT-FILE
005132             INVALID KEY
005133                 GO TO 3000-OVERDRAFT-SWEEP-EXIT
005134         END-READ
005135         IF ACCOUNT-STATUS-FILE NOT = 'A'
005136             GO TO 3000-OVERDRAFT-SWEEP-EXIT
005137         END-IF
005138     END-IF
005139     MOVE 0 TO BT-SWEEP-AVAILABLE
005140     MOVE 0 TO BT-SWEEP-REF
005141     PERFORM 3010-GET-SWEEP-FEE THRU 3010-GET-SWEEP-FEE-EXIT
005142     COMPUTE BT-SWEEP-AMOUNT = BT-SWEEP-SHORTFALL + BT-SWEEP-FEE
005143     MOVE BT-SWEEP-FROM TO ACCOUNT-NUMBER-FILE
005144     READ ACCOUNT-FILE
005145         INVALID KEY
005146             MOVE 'X' TO BT-SWEEP-RESULT
005147             PERFORM 3040-WRITE-SWEEP-LOG
005148                 THRU 3040-WRITE-SWEEP-LOG-EXIT
005149             GO TO 3000-OVERDRAFT-SWEEP-EXIT
005150     END-READ
005151     IF ACCOUNT-STATUS-FILE NOT = 'A'
005152         MOVE 'X' TO BT-SWEEP-RESULT
005153         PERFORM 3040-WRITE-SWEEP-LOG
005154             THRU 3040-WRITE-SWEEP-LOG-EXIT
005155         GO TO 3000-OVERDRAFT-SWEEP-EXIT
005156     END-IF
005157     PERFORM 3020-SUM-LINKED-HOLDS
005158         THRU 3020-SUM-LINKED-HOLDS-EXIT
005159     COMPUTE BT-SWEEP-AVAILABLE = BALANCE-FILE - BT-SWEEP-HOLDS
005160     IF BT-SWEEP-AMOUNT > BT-SWEEP-AVAILABLE
005161         MOVE 'F' TO BT-SWEEP-RESULT
005162         PERFORM 3040-WRITE-SWEEP-LOG
005163             THRU 3040-WRITE-SWEEP-LOG-EXIT
005164         GO TO 3000-OVERDRAFT-SWEEP-EXIT
005165     END-IF
005166     SUBTRACT BT-SWEEP-AMOUNT FROM BALANCE-FILE
005167     REWRITE ACCOUNT-RECORD
005168     MOVE BT-SWEEP-FROM     TO BT-LOG-ACCOUNT
005169     MOVE 'T'               TO BT-LOG-TYPE
005170     MOVE BT-SWEEP-AMOUNT   TO BT-LOG-AMOUNT
005171     MOVE BALANCE-FILE      TO BT-LOG-BALANCE
005172     MOVE 0                 TO BT-LOG-RELATED-REF
005173     PERFORM 2400-WRITE-LOG-ENTRY
005174         THRU 2400-WRITE-LOG-ENTRY-EXIT
005175     MOVE BT-NEXT-REF-NO    TO BT-SWEEP-REF
005176     MOVE SO-SOURCE-ACCOUNT TO ACCOUNT-NUMBER-FILE
005177     READ ACCOUNT-FILE
005178         INVALID KEY
005179             DISPLAY "BANK-STANDING-ORDERS: account "
005180                 SO-SOURCE-ACCOUNT " lost during overdraft sweep "
005181                 BT-SWEEP-REF
005182             GO TO 3000-OVERDRAFT-SWEEP-EXIT
005183     END-READ
005184     ADD BT-SWEEP-AMOUNT TO BALANCE-FILE
005185     REWRITE ACCOUNT-RECORD
005186     MOVE SO-SOURCE-ACCOUNT TO BT-LOG-ACCOUNT
005187     MOVE 'C'               TO BT-LOG-TYPE
005188     MOVE BT-SWEEP-AMOUNT   TO BT-LOG-AMOUNT
005189     MOVE BALANCE-FILE      TO BT-LOG-BALANCE
005190     MOVE BT-SWEEP-REF      TO BT-LOG-RELATED-REF
005191     PERFORM 2400-WRITE-LOG-ENTRY
005192         THRU 2400-WRITE-LOG-ENTRY-EXIT
005193     IF BT-SWEEP-FEE > 0
005194         SUBTRACT BT-SWEEP-FEE FROM BALANCE-FILE
005195         REWRITE ACCOUNT-RECORD
005196         MOVE SO-SOURCE-ACCOUNT TO BT-LOG-ACCOUNT
005197         MOVE 'F'               TO BT-LOG-TYPE
005198         MOVE BT-SWEEP-FEE      TO BT-LOG-AMOUNT
005199         MOVE BALANCE-FILE      TO BT-LOG-BALANCE
005200         MOVE BT-SWEEP-REF      TO BT-LOG-RELATED-REF
005201         PERFORM 2400-WRITE-LOG-ENTRY
005202             THRU 2400-WRITE-LOG-ENTRY-EXIT
005203     END-IF
005204     MOVE 'S' TO BT-SWEEP-RESULT
005205     PERFORM 3040-WRITE-SWEEP-LOG THRU 3040-WRITE-SWEEP-LOG-EXIT
005206     ADD 1 TO BT-SWEEP-COUNT
005207     ADD BT-SWEEP-AMOUNT TO BT-SWEEP-VALUE
005208     MOVE 'Y' TO BT-SWEEP-DONE.
005209 3000-OVERDRAFT-SWEEP-EXIT.
005210     EXIT.
005211
005212*****************************************************************
005213*  3010-GET-SWEEP-FEE picks the sweep fee for the source account's
005214*  product ('RS' when blank) off the latest FEE-SCHEDULE entry
005215*  effective on or before the run date.  No schedule, no entry,
005216*  or an entry keyed before the sweep fee existed charges
005217*  nothing.
005218*****************************************************************
005219 3010-GET-SWEEP-FEE.
005220     MOVE 0 TO BT-SWEEP-FEE
005221     MOVE 0 TO BT-FEE-DATE
005222     IF BT-SWEEP-PRODUCT = SPACES OR BT-SWEEP-PRODUCT = LOW-VALUES
005223         MOVE 'RS' TO BT-SWEEP-PRODUCT
005224     END-IF
005225     MOVE 'N' TO BT-FEE-EOF
005226     OPEN INPUT FEE-SCHEDULE-FILE
005227     IF FS-FILE-STATUS NOT = '00'
005228         GO TO 3010-GET-SWEEP-FEE-EXIT
005229     END-IF
005230     PERFORM 3015-CHECK-ONE-FEE THRU 3015-CHECK-ONE-FEE-EXIT
005231         UNTIL BT-FEE-EOF = 'Y'
005232     CLOSE FEE-SCHEDULE-FILE.
005233 3010-GET-SWEEP-FEE-EXIT.
005234     EXIT.
005235
005236 3015-CHECK-ONE-FEE.
005237     READ FEE-SCHEDULE-FILE
005238         AT END
005239             MOVE 'Y' TO BT-FEE-EOF
005240         NOT AT END
005241             IF FS-PRODUCT-TYPE = BT-SWEEP-PRODUCT
005242                 AND FS-EFFECTIVE-DATE IS NUMERIC
005243                 AND FS-EFFECTIVE-DATE <= BT-RUN-DATE
005244                 AND FS-EFFECTIVE-DATE >= BT-FEE-DATE
005245                 MOVE FS-EFFECTIVE-DATE TO BT-FEE-DATE
005246                 IF FS-SWEEP-FEE IS NUMERIC
005247                     MOVE FS-SWEEP-FEE TO BT-SWEEP-FEE
005248                 ELSE
005249                     MOVE 0 TO BT-SWEEP-FEE
005250                 END-IF
005251             END-IF
005252     END-READ.
005253 3015-CHECK-ONE-FEE-EXIT.
005254     EXIT.
005255
005256*****************************************************************
005257*  3020-SUM-LINKED-HOLDS totals the protection account's active,
005258*  unexpired holds into BT-SWEEP-HOLDS - only its own money free
005259*  of holds may be swept, never its credit limit.
005260*****************************************************************
005261 3020-SUM-LINKED-HOLDS.
005262     MOVE 0 TO BT-SWEEP-HOLDS
005263     IF BT-HAVE-HOLD-FILE = 'N'
005264         GO TO 3020-SUM-LINKED-HOLDS-EXIT
005265     END-IF
005266     MOVE 'N' TO BT-HOLD-EOF
005267     MOVE BT-SWEEP-FROM TO HD-ACCOUNT-NUMBER
005268     MOVE 0 TO HD-HOLD-NUMBER
005269     START HOLD-FILE KEY >= HD-HOLD-KEY
005270         INVALID KEY
005271             MOVE 'Y' TO BT-HOLD-EOF
005272     END-START
005273     PERFORM 3025-SUM-ONE-LINKED-HOLD
005274         THRU 3025-SUM-ONE-LINKED-HOLD-EXIT
005275         UNTIL BT-HOLD-EOF = 'Y'.
005276 3020-SUM-LINKED-HOLDS-EXIT.
005277     EXIT.
005278
005279 3025-SUM-ONE-LINKED-HOLD.
005280     READ HOLD-FILE NEXT RECORD
005281         AT END
005282             MOVE 'Y' TO BT-HOLD-EOF
005283         NOT AT END
005284             IF HD-ACCOUNT-NUMBER NOT = BT-SWEEP-FROM
005285                 MOVE 'Y' TO BT-HOLD-EOF
005286             ELSE
005287                 IF HD-HOLD-ACTIVE
005288                     AND (HD-EXPIRY-DATE = 0
005289                         OR HD-EXPIRY-DATE >= BT-RUN-DATE)
005290                     ADD HD-HOLD-AMOUNT TO BT-SWEEP-HOLDS
005291                 END-IF
005292             END-IF
005293     END-READ.
005294 3025-SUM-ONE-LINKED-HOLD-EXIT.
005295     EXIT.
005296
005297*****************************************************************
005298*  3040-WRITE-SWEEP-LOG appends the sweep just made or refused
005299*  to SWEEP-LOG, creating the file the first time.  A refused
005300*  sweep is counted here; the order goes on to fail.
005301*****************************************************************
005302 3040-WRITE-SWEEP-LOG.
005303     IF BT-SWEEP-RESULT NOT = 'S'
005304         ADD 1 TO BT-SWEEP-FAIL-COUNT
005305     END-IF
005306     ACCEPT BT-TRANSACTION-DATE FROM DATE YYYYMMDD
005307     ACCEPT BT-TRANSACTION-TIME FROM TIME
005308     OPEN EXTEND SWEEP-LOG-FILE
005309     IF SW-FILE-STATUS = '35'
005310         OPEN OUTPUT SWEEP-LOG-FILE
005311     END-IF
005312     IF SW-FILE-STATUS NOT = '00'
005313         DISPLAY "BANK-STANDING-ORDERS: unable to open SWEEP-LOG,"
005314             " status " SW-FILE-STATUS " - sweep for account "
005315             SO-SOURCE-ACCOUNT " not logged."
005316         GO TO 3040-WRITE-SWEEP-LOG-EXIT
005317     END-IF
005318     MOVE SPACES              TO SWEEP-LOG-RECORD
005319     MOVE SO-SOURCE-ACCOUNT   TO SW-PRIMARY-ACCOUNT
005320     MOVE BT-SWEEP-FROM       TO SW-LINKED-ACCOUNT
005321     MOVE BT-TRANSACTION-DATE TO SW-SWEEP-DATE
005322     MOVE BT-TRANSACTION-TIME TO SW-SWEEP-TIME
005323     MOVE 'S'                 TO SW-TRIGGER
005324     MOVE BT-SWEEP-SHORTFALL  TO SW-SHORTFALL
005325     MOVE BT-SWEEP-AMOUNT     TO SW-SWEEP-AMOUNT
005326     MOVE BT-SWEEP-FEE        TO SW-FEE-AMOUNT
005327     MOVE BT-SWEEP-AVAILABLE  TO SW-LINKED-AVAILABLE
005328     MOVE BT-SWEEP-RESULT     TO SW-RESULT
005329     MOVE BT-SWEEP-REF        TO SW-TRANSFER-REF
005330     MOVE BT-JOB-TELLER-ID    TO SW-KEYED-BY
005331     MOVE SPACES              TO SW-BRANCH-CODE
005332     WRITE SWEEP-LOG-RECORD
005333     CLOSE SWEEP-LOG-FILE.
005334 3040-WRITE-SWEEP-LOG-EXIT.
005335     EXIT.
005336
005100 8000-PRINT-SUMMARY.
005110     MOVE SPACES TO EXCEPTION-PRINT-LINE
005120     WRITE EXCEPTION-PRINT-LINE.
005150         "  value " BT-EXECUTED-AMOUNT.
005160     DISPLAY "  Orders failed   : " BT-FAILED-COUNT.
005170     DISPLAY "  Orders expired  : " BT-EXPIRED-COUNT.
005171     DISPLAY "  Loans paid off  : " BT-LOAN-PAID-COUNT.
005172     DISPLAY "  Overdraft sweeps: " BT-SWEEP-COUNT
005173         "  value " BT-SWEEP-VALUE
005174         "  refused " BT-SWEEP-FAIL-COUNT.
005175     DISPLAY "  Loan payments   : " BT-LOAN-PAYMENT-COUNT.
005176     DISPLAY "  Notices queued  : " BT-NOTICE-COUNT.
005180 8000-PRINT-SUMMARY-EXIT.
005190     EXIT.
005200
005242     IF BT-HAVE-HOLD-FILE = 'Y'
005244         CLOSE HOLD-FILE
005246     END-IF.
005247     IF BT-HAVE-LINK-FILE = 'Y'
005248         CLOSE OVERDRAFT-LINK-FILE
005249     END-IF.
005250     IF BT-HAVE-LOAN-FILE = 'Y'
005251         CLOSE LOAN-MASTER-FILE
005252     END-IF.
005250     STOP RUN.
005260 9999-EXIT-PROGRAM-EXIT.
005270     EXIT.
