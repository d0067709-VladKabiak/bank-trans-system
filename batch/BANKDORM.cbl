000370*  tracking went in, instead of flagging the whole back book
000380*  dormant on night one.
000390*
000391*  Contact from any owner counts.  A first pass carries every
000392*  account's last activity onto the CUSTOMER-MASTER record of
000393*  each of its owners (primary and joint owners on
000394*  ACCOUNT-RELATIONSHIPS) as their last contact date, and an
000395*  account past the threshold is not flagged while any of its
000396*  owners has been in touch since the cutoff - by using another
000397*  account, or at the counter.
000398*
000399*  An account within 30 days of the threshold - inactive, with
000400*  no owner in touch, since before the warning cutoff - is
000401*  queued on NOTICE-QUEUE for a letter to the primary owner,
000402*  so the customer hears before the account is blocked rather
000403*  than after.
000404*
000400*  MODIFICATION HISTORY
000410*  DATE        INIT  DESCRIPTION
000420*  ----------  ----  -------------------------------------------
000432*                    stopping, so the BANK-NIGHT-RUN driver can
000433*                    tell a failed run from a clean one and hold
000434*                    the jobs scheduled after it.
000435*  2026-10-15  JKM   Contact from any owner of an account now
000436*                    keeps it active: owner contact dates are
000437*                    recorded on CUSTOMER-MASTER (1500) and
000438*                    checked before an account is flagged
000439*                    (2050), owners taken from the new
000440*                    ACCOUNT-RELATIONSHIPS file.
000441*  2026-10-15  JKM   Accounts within the warning window of the
000442*                    threshold are queued on NOTICE-QUEUE
000443*                    (NOTICEQ layout) for a letter to the
000444*                    customer (2070/2080).
000440*****************************************************************

000450 ENVIRONMENT DIVISION.
000580         RECORD KEY IS CM-CUSTOMER-NUMBER
000590         FILE STATUS  CM-FILE-STATUS.

000591     SELECT ACCOUNT-RELATIONSHIP-FILE
000592         ASSIGN TO "../ACCOUNT-RELATIONSHIPS.dat"
000593         ORGANIZATION IS INDEXED
000594         ACCESS MODE IS DYNAMIC
000595         RECORD KEY IS RL-RELATIONSHIP-KEY
000596         FILE STATUS  RL-FILE-STATUS.

000600     SELECT REPORT-PRINT-FILE
000610         ASSIGN TO "../DORMANCY.rpt"
000620         FILE STATUS  RP-FILE-STATUS.

000621     SELECT NOTICE-QUEUE-FILE
000622         ASSIGN TO "../NOTICE-QUEUE.txt"
000623         FILE STATUS  NQ-FILE-STATUS.

000630 DATA DIVISION.
000640 FILE SECTION.
000650 FD ACCOUNT-FILE
000710     DATA RECORD IS CUSTOMER-MASTER-RECORD.
000720 COPY CUSTREC.

000721 FD ACCOUNT-RELATIONSHIP-FILE
000722     RECORD CONTAINS 80 CHARACTERS
000723     DATA RECORD IS ACCOUNT-RELATIONSHIP-RECORD.
000724 COPY ACCTREL.

000730 FD REPORT-PRINT-FILE
000740     RECORDING MODE IS F
000750     RECORD CONTAINS 132 CHARACTERS
000760     DATA RECORD IS REPORT-PRINT-LINE.
000770 01  REPORT-PRINT-LINE           PIC X(132).

000771 FD NOTICE-QUEUE-FILE
000772     RECORDING MODE IS F
000773     RECORD CONTAINS 80 CHARACTERS
000774     DATA RECORD IS NOTICE-REQUEST-RECORD.
000775 COPY NOTICEQ.

000780 WORKING-STORAGE SECTION.
000790 01  MYFILE-STATUS           PIC X(2).
000800 01  CM-FILE-STATUS          PIC X(2).
000810 01  RP-FILE-STATUS          PIC X(2).
000811 01  NQ-FILE-STATUS          PIC X(2).
000820 01  BT-HAVE-CUST-MASTER     PIC X(1) VALUE 'N'.
000825 01  BT-CUST-FOUND           PIC X(1) VALUE 'N'.
000826 01  RL-FILE-STATUS          PIC X(2).
000827 01  BT-HAVE-RELATIONSHIPS   PIC X(1) VALUE 'N'.
000828 01  BT-REL-EOF              PIC X(1) VALUE 'N'.
000829 01  BT-REL-ACCOUNT          PIC 9(6) VALUE 0.

000830*    The owners of the account in hand (7800), and the latest
000831*    contact date on file for any of them.
000832 01  BT-OWNER-COUNT          PIC 9(02) VALUE 0.
000833 01  BT-OWNER-IDX            PIC 9(02) VALUE 0.
000834 01  BT-OWNER-TABLE.
000835     05  BT-OWNER-CUSTOMER   PIC 9(06) OCCURS 20 TIMES.
000836 01  BT-OWNER-CONTACT        PIC 9(08) VALUE 0.

000830 01  BT-ACCT-EOF             PIC X VALUE 'N'.
000840 01  BT-RUN-DATE             PIC 9(08) VALUE 0.
000910*    state filing works from.
000920 01  BT-INACTIVITY-DAYS      PIC 9(05) VALUE 365.

000921*    The warning window: an account this many days short of
000922*    the threshold is written to, so the customer has a month
000923*    to use the account or get in touch.
000924 01  BT-WARNING-DAYS         PIC 9(05) VALUE 30.
000925 01  BT-WARN-BACK-DAYS       PIC 9(05) VALUE 0.
000926 01  BT-WARN-REST-DAYS       PIC 9(05) VALUE 0.
000927 01  BT-WARN-CUTOFF-DATE     PIC 9(08) VALUE 0.
000928 01  BT-WARN-EVENT-DATE      PIC 9(08) VALUE 0.
000929 01  BT-JOB-NAME             PIC X(08) VALUE 'BANKDORM'.

000930 01  BT-CUTOFF-DATE          PIC 9(08) VALUE 0.
000940 01  BT-CUTOFF-DATE-R REDEFINES BT-CUTOFF-DATE.
000950     05  BT-CUTOFF-YYYY      PIC 9(04).
001100 01  BT-ADOPTED-COUNT        PIC 9(06) VALUE 0.
001110 01  BT-NEW-DORMANT-COUNT    PIC 9(06) VALUE 0.
001120 01  BT-OLD-DORMANT-COUNT    PIC 9(06) VALUE 0.
001121 01  BT-CONTACT-KEPT-COUNT   PIC 9(06) VALUE 0.
001122 01  BT-CONTACT-STAMP-COUNT  PIC 9(06) VALUE 0.
001123 01  BT-WARNED-COUNT         PIC 9(06) VALUE 0.
001130 01  BT-DORMANT-BALANCE      PIC S9(9)V99 VALUE 0.

001140 01  BT-RPT-HEADING.
001819         MOVE 16 TO RETURN-CODE
001820         STOP RUN
001830     END-IF.
001840     OPEN I-O CUSTOMER-MASTER-FILE.
001850     IF CM-FILE-STATUS = '00'
001860         MOVE 'Y' TO BT-HAVE-CUST-MASTER
001870     ELSE
001890             "status " CM-FILE-STATUS " - listing without "
001900             "mailing addresses."
001910     END-IF.
001911     OPEN INPUT ACCOUNT-RELATIONSHIP-FILE.
001912     IF RL-FILE-STATUS = '00'
001913         MOVE 'Y' TO BT-HAVE-RELATIONSHIPS
001914     END-IF.
001920     OPEN OUTPUT REPORT-PRINT-FILE.
001930     IF RP-FILE-STATUS <> '00'
001940         DISPLAY "BANK-DORMANCY: unable to open report, "
002020     WRITE REPORT-PRINT-LINE FROM BT-THRESHOLD-LINE
002030     MOVE SPACES TO REPORT-PRINT-LINE
002040     WRITE REPORT-PRINT-LINE.
002041     IF BT-HAVE-CUST-MASTER = 'Y'
002042         PERFORM 1500-RECORD-OWNER-CONTACT
002043             THRU 1500-RECORD-OWNER-CONTACT-EXIT
002044     END-IF.
002050     MOVE 0 TO ACCOUNT-NUMBER-FILE
002060     START ACCOUNT-FILE KEY >= ACCOUNT-NUMBER-FILE
002070         INVALID KEY
002080             MOVE 'Y' TO BT-ACCT-EOF
002090     END-START.
002100     DISPLAY "BANK-DORMANCY starting for " BT-RUN-DATE
002110         " - cutoff " BT-CUTOFF-DATE
002111         ", warning from " BT-WARN-CUTOFF-DATE ".".
002120 1000-INITIALIZE-EXIT.
002130     EXIT.

002180*  reversal lookup's correction window uses.  An account whose
002190*  last activity falls before this date has been inactive past
002200*  the threshold.
002201*  The walk stops on the way back at the warning cutoff - an
002202*  account inactive since before it is inside the warning
002203*  window.
002210*****************************************************************
002220 1200-COMPUTE-CUTOFF-DATE.
002221     IF BT-WARNING-DAYS < BT-INACTIVITY-DAYS
002222         COMPUTE BT-WARN-BACK-DAYS =
002223             BT-INACTIVITY-DAYS - BT-WARNING-DAYS
002224     ELSE
002225         MOVE 0 TO BT-WARN-BACK-DAYS
002226     END-IF
002227     COMPUTE BT-WARN-REST-DAYS =
002228         BT-INACTIVITY-DAYS - BT-WARN-BACK-DAYS
002230     MOVE BT-RUN-DATE TO BT-CUTOFF-DATE
002240     PERFORM 1250-BACK-UP-ONE-DAY
002250         THRU 1250-BACK-UP-ONE-DAY-EXIT
002260         BT-WARN-BACK-DAYS TIMES
002261     MOVE BT-CUTOFF-DATE TO BT-WARN-CUTOFF-DATE
002262     PERFORM 1250-BACK-UP-ONE-DAY
002263         THRU 1250-BACK-UP-ONE-DAY-EXIT
002264         BT-WARN-REST-DAYS TIMES.
002270 1200-COMPUTE-CUTOFF-DATE-EXIT.
002280     EXIT.

002600     EXIT.

002610*****************************************************************
002611*  1500-RECORD-OWNER-CONTACT is a first pass over ACCOUNT-FILE
002612*  that carries each account's last activity date onto the
002613*  CUSTOMER-MASTER record of every owner of the account, as
002614*  their last contact date where it is later than the one on
002615*  file.  An owner who is using any account has been in touch,
002616*  and the dormancy pass then gives each of their accounts the
002617*  benefit of it.
002618*****************************************************************
002619 1500-RECORD-OWNER-CONTACT.
002620     MOVE 'N' TO BT-ACCT-EOF
002621     MOVE 0 TO ACCOUNT-NUMBER-FILE
002622     START ACCOUNT-FILE KEY >= ACCOUNT-NUMBER-FILE
002623         INVALID KEY
002624             MOVE 'Y' TO BT-ACCT-EOF
002625     END-START
002626     PERFORM 1510-STAMP-ACCOUNT-OWNERS
002627         THRU 1510-STAMP-ACCOUNT-OWNERS-EXIT
002628         UNTIL BT-ACCT-EOF = 'Y'
002629     MOVE 'N' TO BT-ACCT-EOF.
002630 1500-RECORD-OWNER-CONTACT-EXIT.
002631     EXIT.

002632 1510-STAMP-ACCOUNT-OWNERS.
002633     READ ACCOUNT-FILE NEXT RECORD
002634         AT END
002635             MOVE 'Y' TO BT-ACCT-EOF
002636             GO TO 1510-STAMP-ACCOUNT-OWNERS-EXIT
002637     END-READ
002638     IF LAST-ACTIVITY-DATE-FILE IS NOT NUMERIC
002639         OR LAST-ACTIVITY-DATE-FILE = 0
002640         GO TO 1510-STAMP-ACCOUNT-OWNERS-EXIT
002641     END-IF
002642     PERFORM 7800-COLLECT-OWNERS THRU 7800-COLLECT-OWNERS-EXIT
002643     PERFORM 1520-STAMP-ONE-OWNER
002644         THRU 1520-STAMP-ONE-OWNER-EXIT
002645         VARYING BT-OWNER-IDX FROM 1 BY 1
002646         UNTIL BT-OWNER-IDX > BT-OWNER-COUNT.
002647 1510-STAMP-ACCOUNT-OWNERS-EXIT.
002648     EXIT.

002649 1520-STAMP-ONE-OWNER.
002650     MOVE BT-OWNER-CUSTOMER (BT-OWNER-IDX) TO CM-CUSTOMER-NUMBER
002651     READ CUSTOMER-MASTER-FILE
002652         INVALID KEY
002653             GO TO 1520-STAMP-ONE-OWNER-EXIT
002654     END-READ
002655     IF CM-LAST-CONTACT-DATE IS NOT NUMERIC
002656         OR CM-LAST-CONTACT-DATE < LAST-ACTIVITY-DATE-FILE
002657         MOVE LAST-ACTIVITY-DATE-FILE TO CM-LAST-CONTACT-DATE
002658         REWRITE CUSTOMER-MASTER-RECORD
002659         ADD 1 TO BT-CONTACT-STAMP-COUNT
002660     END-IF.
002661 1520-STAMP-ONE-OWNER-EXIT.
002662     EXIT.

002663*****************************************************************
002620*  2000-PROCESS-ACCOUNT reads the next account in key sequence
002630*  and applies the dormancy rules: an active account with no
002640*  recorded activity date adopts the run date; an active
002840             ADD 1 TO BT-ADOPTED-COUNT
002850         ELSE
002860             IF LAST-ACTIVITY-DATE-FILE < BT-CUTOFF-DATE
002861                 PERFORM 2050-LATEST-OWNER-CONTACT
002862                     THRU 2050-LATEST-OWNER-CONTACT-EXIT
002863                 IF BT-OWNER-CONTACT NOT < BT-CUTOFF-DATE
002864                     ADD 1 TO BT-CONTACT-KEPT-COUNT
002865                     PERFORM 2070-CHECK-WARNING
002866                         THRU 2070-CHECK-WARNING-EXIT
002867                 ELSE
002870                     MOVE 'D' TO ACCOUNT-STATUS-FILE
002880                     REWRITE ACCOUNT-RECORD
002890                     ADD 1 TO BT-NEW-DORMANT-COUNT
002900                     MOVE "NEW     " TO BT-DD-FLAG
002910                     PERFORM 2100-REPORT-DORMANT
002920                         THRU 2100-REPORT-DORMANT-EXIT
002921                 END-IF
002922             ELSE
002923                 IF LAST-ACTIVITY-DATE-FILE < BT-WARN-CUTOFF-DATE
002924                     PERFORM 2070-CHECK-WARNING
002925                         THRU 2070-CHECK-WARNING-EXIT
002926                 END-IF
002930             END-IF
002940         END-IF
002950     ELSE
003030 2000-PROCESS-ACCOUNT-EXIT.
003040     EXIT.

003041*****************************************************************
003042*  2050-LATEST-OWNER-CONTACT finds the latest contact date on
003043*  file for any owner of the current account - the primary or
003044*  a joint owner - so an account is not flagged dormant while
003045*  one of its owners is still in touch with the bank.
003046*****************************************************************
003047 2050-LATEST-OWNER-CONTACT.
003048     MOVE 0 TO BT-OWNER-CONTACT
003049     IF BT-HAVE-CUST-MASTER = 'N'
003050         GO TO 2050-LATEST-OWNER-CONTACT-EXIT
003051     END-IF
003052     PERFORM 7800-COLLECT-OWNERS THRU 7800-COLLECT-OWNERS-EXIT
003053     PERFORM 2060-CHECK-ONE-OWNER
003054         THRU 2060-CHECK-ONE-OWNER-EXIT
003055         VARYING BT-OWNER-IDX FROM 1 BY 1
003056         UNTIL BT-OWNER-IDX > BT-OWNER-COUNT.
003057 2050-LATEST-OWNER-CONTACT-EXIT.
003058     EXIT.

003059 2060-CHECK-ONE-OWNER.
003060     MOVE BT-OWNER-CUSTOMER (BT-OWNER-IDX) TO CM-CUSTOMER-NUMBER
003061     READ CUSTOMER-MASTER-FILE
003062         INVALID KEY
003063             GO TO 2060-CHECK-ONE-OWNER-EXIT
003064     END-READ
003065     IF CM-LAST-CONTACT-DATE IS NUMERIC
003066         AND CM-LAST-CONTACT-DATE > BT-OWNER-CONTACT
003067         MOVE CM-LAST-CONTACT-DATE TO BT-OWNER-CONTACT
003068     END-IF.
003069 2060-CHECK-ONE-OWNER-EXIT.
003070     EXIT.

003071*****************************************************************
003072*  2070-CHECK-WARNING takes an active account inside the warning
003073*  window, or one past the cutoff that an owner's contact alone
003074*  keeps active, and, unless an owner has been in touch since
003075*  the warning cutoff, queues a dormancy warning for it (2080).
003076*  The date the letter quotes is the last activity or owner
003077*  contact the dormancy clock runs from, so the notice print
003078*  writes about each spell of inactivity once, however many
003079*  nights the account sits in the window.
003080*****************************************************************
003081 2070-CHECK-WARNING.
003082     IF CUSTOMER-NUMBER-FILE IS NOT NUMERIC
003083         OR CUSTOMER-NUMBER-FILE = 0
003084         GO TO 2070-CHECK-WARNING-EXIT
003085     END-IF
003086     PERFORM 2050-LATEST-OWNER-CONTACT
003087         THRU 2050-LATEST-OWNER-CONTACT-EXIT
003088     IF BT-OWNER-CONTACT NOT < BT-WARN-CUTOFF-DATE
003089         GO TO 2070-CHECK-WARNING-EXIT
003090     END-IF
003091     IF BT-OWNER-CONTACT > LAST-ACTIVITY-DATE-FILE
003092         MOVE BT-OWNER-CONTACT TO BT-WARN-EVENT-DATE
003093     ELSE
003094         MOVE LAST-ACTIVITY-DATE-FILE TO BT-WARN-EVENT-DATE
003095     END-IF
003096     PERFORM 2080-QUEUE-NOTICE THRU 2080-QUEUE-NOTICE-EXIT.
003097 2070-CHECK-WARNING-EXIT.
003098     EXIT.

003099*****************************************************************
003100*  2080-QUEUE-NOTICE appends the dormancy warning to
003101*  NOTICE-QUEUE, opening and closing the queue around the one
003102*  record as the other jobs writing to it do.  A queue that
003103*  cannot be opened costs the letter, not the run.
003104*****************************************************************
003105 2080-QUEUE-NOTICE.
003106     OPEN EXTEND NOTICE-QUEUE-FILE
003107     IF NQ-FILE-STATUS = '35'
003108         OPEN OUTPUT NOTICE-QUEUE-FILE
003109     END-IF
003110     IF NQ-FILE-STATUS NOT = '00'
003111         DISPLAY "BANK-DORMANCY: unable to open NOTICE-QUEUE, "
003112             "status " NQ-FILE-STATUS " - notice for account "
003113             ACCOUNT-NUMBER-FILE " not queued."
003114         GO TO 2080-QUEUE-NOTICE-EXIT
003115     END-IF
003116     MOVE SPACES               TO NOTICE-REQUEST-RECORD
003117     MOVE 'DM'                 TO NQ-NOTICE-TYPE
003118     MOVE CUSTOMER-NUMBER-FILE TO NQ-CUSTOMER-NUMBER
003119     MOVE ACCOUNT-NUMBER-FILE  TO NQ-ACCOUNT-NUMBER
003120     MOVE BT-RUN-DATE          TO NQ-REQUEST-DATE
003121     MOVE BALANCE-FILE         TO NQ-AMOUNT
003122     MOVE BT-WARN-EVENT-DATE   TO NQ-EVENT-DATE
003123     MOVE BT-JOB-NAME          TO NQ-SOURCE-JOB
003124     MOVE "NO ACTIVITY - DORMANT SOON" TO NQ-DETAIL
003125     WRITE NOTICE-REQUEST-RECORD
003126     CLOSE NOTICE-QUEUE-FILE
003127     ADD 1 TO BT-WARNED-COUNT.
003128 2080-QUEUE-NOTICE-EXIT.
003129     EXIT.

003050 2100-REPORT-DORMANT.
003060     PERFORM 2150-COMPUTE-YEARS-INACTIVE
003070         THRU 2150-COMPUTE-YEARS-INACTIVE-EXIT
003970     DISPLAY "  Newly dormant     : " BT-NEW-DORMANT-COUNT.
003980     DISPLAY "  Already dormant   : " BT-OLD-DORMANT-COUNT.
003990     DISPLAY "  Dates adopted     : " BT-ADOPTED-COUNT.
003991     DISPLAY "  Kept by contact   : " BT-CONTACT-KEPT-COUNT.
003992     DISPLAY "  Contacts recorded : " BT-CONTACT-STAMP-COUNT.
003993     DISPLAY "  Dormancy warnings : " BT-WARNED-COUNT.
004000     DISPLAY "  Dormant balance   : " BT-DORMANT-BALANCE.
004010 8000-PRINT-SUMMARY-EXIT.
004020     EXIT.

004021*****************************************************************
004022*  7700/7710 walk one account's relationships (BT-REL-ACCOUNT)
004023*  in key sequence - ACCOUNT-RELATIONSHIPS is keyed account
004024*  first, so an account's records sit together from customer
004025*  zero on.
004026*****************************************************************
004027 7700-START-RELATIONSHIPS.
004028     MOVE 'N' TO BT-REL-EOF
004029     MOVE BT-REL-ACCOUNT TO RL-ACCOUNT-NUMBER
004030     MOVE 0 TO RL-CUSTOMER-NUMBER
004031     START ACCOUNT-RELATIONSHIP-FILE
004032         KEY >= RL-RELATIONSHIP-KEY
004033         INVALID KEY
004034             MOVE 'Y' TO BT-REL-EOF
004035     END-START.
004036 7700-START-RELATIONSHIPS-EXIT.
004037     EXIT.

004038 7710-NEXT-RELATIONSHIP.
004039     READ ACCOUNT-RELATIONSHIP-FILE NEXT RECORD
004040         AT END
004041             MOVE 'Y' TO BT-REL-EOF
004042     END-READ
004043     IF BT-REL-EOF = 'N'
004044         AND RL-ACCOUNT-NUMBER NOT = BT-REL-ACCOUNT
004045         MOVE 'Y' TO BT-REL-EOF
004046     END-IF.
004047 7710-NEXT-RELATIONSHIP-EXIT.
004048     EXIT.

004049*****************************************************************
004050*  7800-COLLECT-OWNERS lists the owners of the account in
004051*  ACCOUNT-RECORD - its active primary and joint owners on
004052*  ACCOUNT-RELATIONSHIPS, or, for an account with none on file,
004053*  the customer on the account itself.  Signers and
004054*  beneficiaries own nothing, and their contact does not count.
004055*****************************************************************
004056 7800-COLLECT-OWNERS.
004057     MOVE 0 TO BT-OWNER-COUNT
004058     IF BT-HAVE-RELATIONSHIPS = 'Y'
004059         MOVE ACCOUNT-NUMBER-FILE TO BT-REL-ACCOUNT
004060         PERFORM 7700-START-RELATIONSHIPS
004061             THRU 7700-START-RELATIONSHIPS-EXIT
004062         PERFORM 7810-COLLECT-ONE-OWNER
004063             THRU 7810-COLLECT-ONE-OWNER-EXIT
004064             UNTIL BT-REL-EOF = 'Y'
004065     END-IF
004066     IF BT-OWNER-COUNT = 0
004067         AND CUSTOMER-NUMBER-FILE IS NUMERIC
004068         AND CUSTOMER-NUMBER-FILE > 0
004069         MOVE 1 TO BT-OWNER-COUNT
004070         MOVE CUSTOMER-NUMBER-FILE TO BT-OWNER-CUSTOMER (1)
004071     END-IF.
004072 7800-COLLECT-OWNERS-EXIT.
004073     EXIT.

004074 7810-COLLECT-ONE-OWNER.
004075     PERFORM 7710-NEXT-RELATIONSHIP
004076         THRU 7710-NEXT-RELATIONSHIP-EXIT
004077     IF BT-REL-EOF = 'N' AND RL-ACTIVE AND RL-ROLE-OWNER
004078         AND BT-OWNER-COUNT < 20
004079         ADD 1 TO BT-OWNER-COUNT
004080         MOVE RL-CUSTOMER-NUMBER
004081             TO BT-OWNER-CUSTOMER (BT-OWNER-COUNT)
004082     END-IF.
004083 7810-COLLECT-ONE-OWNER-EXIT.
004084     EXIT.

004030 9999-EXIT-PROGRAM.
004040     CLOSE ACCOUNT-FILE.
004050     IF BT-HAVE-CUST-MASTER = 'Y'
004060         CLOSE CUSTOMER-MASTER-FILE
004070     END-IF.
004071     IF BT-HAVE-RELATIONSHIPS = 'Y'
004072         CLOSE ACCOUNT-RELATIONSHIP-FILE
004073     END-IF.
004080     CLOSE REPORT-PRINT-FILE.
004090     STOP RUN.
004100 9999-EXIT-PROGRAM-EXIT.
