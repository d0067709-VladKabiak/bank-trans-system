000376*                    BANK-FEE-POST job assesses prints as its
000377*                    own statement line and counts with the
000378*                    debits as well.
000379*  2026-10-15  JKM   A returned-item chargeback ('B') prints as
000380*                    RETURNED ITEM and counts with the debits.
000381*  2026-10-15  JKM   An overdraft charge-off ('O') prints as
000382*                    BALANCE CHARGED OFF and counts with the
000383*                    credits.
000384*  2026-10-15  JKM   An installment loan payment ('L') prints
000385*                    as LOAN PAYMENT and counts with the
000386*                    debits.
000387*  2026-10-15  JKM   A joint account is mailed to its primary
000388*                    owner from ACCOUNT-RELATIONSHIPS (2550),
000389*                    and its statement names the joint owners
000390*                    under the account heading (3220).
000369*****************************************************************
000360
000370 ENVIRONMENT DIVISION.
000534         RECORD KEY IS CM-CUSTOMER-NUMBER
000535         FILE STATUS  CM-FILE-STATUS.

000536     SELECT ACCOUNT-RELATIONSHIP-FILE
000537         ASSIGN TO "../ACCOUNT-RELATIONSHIPS.dat"
000538         ORGANIZATION IS INDEXED
000539         ACCESS MODE IS DYNAMIC
000540         RECORD KEY IS RL-RELATIONSHIP-KEY
000541         FILE STATUS  RL-FILE-STATUS.
000542
000536     SELECT STATEMENT-PRINT-FILE
000537         ASSIGN TO "../STATEMENTS.rpt"
000538         FILE STATUS  SP-FILE-STATUS.
000777     DATA RECORD IS CUSTOMER-MASTER-RECORD.
000778 COPY CUSTREC.

000779 FD ACCOUNT-RELATIONSHIP-FILE
000780     RECORD CONTAINS 80 CHARACTERS
000781     DATA RECORD IS ACCOUNT-RELATIONSHIP-RECORD.
000782 COPY ACCTREL.
000783
000779 FD STATEMENT-PRINT-FILE
000781     RECORDING MODE IS F
000782     RECORD CONTAINS 132 CHARACTERS
000794 01  AD-FILE-STATUS          PIC X(2).
000796 01  CM-FILE-STATUS          PIC X(2).
000797 01  BT-HAVE-CUST-MASTER     PIC X(1) VALUE 'N'.
000798 01  RL-FILE-STATUS          PIC X(2).
000799 01  BT-HAVE-RELATIONSHIPS   PIC X(1) VALUE 'N'.
000800 01  BT-REL-EOF              PIC X(1) VALUE 'N'.
000801 01  BT-REL-ACCOUNT          PIC 9(6) VALUE 0.
000800
000810 01  BT-LOG-EOF              PIC X VALUE 'N'.
000820 01  BT-SORT-EOF             PIC X VALUE 'N'.
001040 01  BT-TRAN-TABLE.
001050     05  BT-TRAN-ENTRY OCCURS 500 TIMES.
001060         10  BT-TRAN-TYPE         PIC X(1).
001070             88  BT-TRAN-IS-CREDIT    VALUES 'D' 'C' 'I'
001075                                       'O'.
001080             88  BT-TRAN-IS-DEBIT     VALUES 'W' 'T' 'P' 'F'
001082                                       'B' 'L'.
001085             88  BT-TRAN-IS-REVERSAL  VALUE 'R'.
001090         10  BT-TRAN-AMOUNT       PIC S9(7)V99.
001100         10  BT-TRAN-BALANCE      PIC S9(7)V99.
001353             "status " CM-FILE-STATUS " - printing statements "
001354             "without mailing addresses."
001355     END-IF.
001356     OPEN INPUT ACCOUNT-RELATIONSHIP-FILE.
001357     IF RL-FILE-STATUS = '00'
001358         MOVE 'Y' TO BT-HAVE-RELATIONSHIPS
001359     END-IF.
001356     DISPLAY "BANK-STATEMENTS starting for period " BT-RUN-YYYYMM
001357         "..".
001370 1000-INITIALIZE-EXIT.
001833*  sort can bring one customer's accounts together into a
001834*  single mailing.  An account that is gone or that predates
001835*  the customer master sorts under customer zero and prints as
001836*  a statement of its own.  A joint account mails to its
001837*  primary owner on ACCOUNT-RELATIONSHIPS (2550).
001837*****************************************************************
001838 2500-LOOK-UP-CUSTOMER.
001839     MOVE 0 TO SW-CUSTOMER-NUMBER
001845             IF CUSTOMER-NUMBER-FILE IS NUMERIC
001846                 MOVE CUSTOMER-NUMBER-FILE TO SW-CUSTOMER-NUMBER
001847             END-IF
001848     END-READ
001849     IF BT-HAVE-RELATIONSHIPS = 'Y'
001850         PERFORM 2550-FIND-PRIMARY-OWNER
001851             THRU 2550-FIND-PRIMARY-OWNER-EXIT
001852     END-IF.
001849 2500-LOOK-UP-CUSTOMER-EXIT.
001850     EXIT.
001770
001771*****************************************************************
001772*  2550-FIND-PRIMARY-OWNER looks through the account's
001773*  relationships for its active primary owner and, when one is
001774*  on file, sorts the account under that customer.  The teller
001775*  program keeps the account's own customer number in step
001776*  with the primary, so this only matters should the two ever
001777*  part company - the relationship file is the one that says
001778*  who owns the account.
001779*****************************************************************
001780 2550-FIND-PRIMARY-OWNER.
001781     MOVE SW-ACCOUNT-NUMBER TO BT-REL-ACCOUNT
001782     PERFORM 7700-START-RELATIONSHIPS
001783         THRU 7700-START-RELATIONSHIPS-EXIT
001784     PERFORM 2560-CHECK-ONE-RELATIONSHIP
001785         THRU 2560-CHECK-ONE-RELATIONSHIP-EXIT
001786         UNTIL BT-REL-EOF = 'Y'.
001787 2550-FIND-PRIMARY-OWNER-EXIT.
001788     EXIT.
001789
001790 2560-CHECK-ONE-RELATIONSHIP.
001791     PERFORM 7710-NEXT-RELATIONSHIP
001792         THRU 7710-NEXT-RELATIONSHIP-EXIT
001793     IF BT-REL-EOF = 'N' AND RL-ACTIVE AND RL-ROLE-PRIMARY
001794         MOVE RL-CUSTOMER-NUMBER TO SW-CUSTOMER-NUMBER
001795         MOVE 'Y' TO BT-REL-EOF
001796     END-IF.
001797 2560-CHECK-ONE-RELATIONSHIP-EXIT.
001798     EXIT.
001799
001780*****************************************************************
001790*  3000-PRODUCE-STATEMENTS is the SORT output procedure - it
001800*  reads the sorted work file and prints one mailing per
002444     MOVE BT-ACCT-HEADING TO STATEMENT-PRINT-LINE
002445     PERFORM 7500-WRITE-STMT-LINE
002446         THRU 7500-WRITE-STMT-LINE-EXIT
002447     IF BT-HAVE-RELATIONSHIPS = 'Y'
002448         PERFORM 3220-PRINT-JOINT-OWNERS
002449             THRU 3220-PRINT-JOINT-OWNERS-EXIT
002450     END-IF
002447     MOVE BT-COLUMN-HEADING TO STATEMENT-PRINT-LINE
002448     PERFORM 7500-WRITE-STMT-LINE
002449         THRU 7500-WRITE-STMT-LINE-EXIT
002520     EXIT.
002530
002531*****************************************************************
002532*  3220-PRINT-JOINT-OWNERS names, under the account heading,
002533*  each active joint owner of the account - the statement is
002534*  theirs as much as the primary's it is mailed to.  Signers
002535*  and beneficiaries own nothing and are not printed.
002536*****************************************************************
002537 3220-PRINT-JOINT-OWNERS.
002538     MOVE BT-STMT-ACCOUNT TO BT-REL-ACCOUNT
002539     PERFORM 7700-START-RELATIONSHIPS
002540         THRU 7700-START-RELATIONSHIPS-EXIT
002541     PERFORM 3225-PRINT-ONE-JOINT-OWNER
002542         THRU 3225-PRINT-ONE-JOINT-OWNER-EXIT
002543         UNTIL BT-REL-EOF = 'Y'.
002544 3220-PRINT-JOINT-OWNERS-EXIT.
002545     EXIT.
002546
002547 3225-PRINT-ONE-JOINT-OWNER.
002548     PERFORM 7710-NEXT-RELATIONSHIP
002549         THRU 7710-NEXT-RELATIONSHIP-EXIT
002550     IF BT-REL-EOF = 'Y'
002551         OR NOT RL-ACTIVE OR NOT RL-ROLE-JOINT
002552         GO TO 3225-PRINT-ONE-JOINT-OWNER-EXIT
002553     END-IF
002554     MOVE "JOINT:   " TO BT-MAIL-LABEL
002555     MOVE "** NOT ON CUSTOMER MASTER **" TO BT-MAIL-TEXT
002556     IF BT-HAVE-CUST-MASTER = 'Y'
002557         MOVE RL-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER
002558         READ CUSTOMER-MASTER-FILE
002559             INVALID KEY
002560                 CONTINUE
002561             NOT INVALID KEY
002562                 MOVE CM-CUSTOMER-NAME TO BT-MAIL-TEXT
002563         END-READ
002564     END-IF
002565     MOVE BT-MAIL-LINE TO STATEMENT-PRINT-LINE
002566     PERFORM 7500-WRITE-STMT-LINE
002567         THRU 7500-WRITE-STMT-LINE-EXIT.
002568 3225-PRINT-ONE-JOINT-OWNER-EXIT.
002569     EXIT.
002570
002531*****************************************************************
002532*  3250-COMPUTE-NET-PERIOD nets the buffered postings and at
002533*  the same time accumulates the period's credit and debit
002534*  totals for the statement foot.  A reversal nets by its own
002772         MOVE "EARLY W/D PENALTY" TO BT-DET-DESC
002773     ELSE IF BT-TRAN-TYPE (BT-PRINT-IDX) = 'F'
002774         MOVE "SERVICE CHARGE" TO BT-DET-DESC
002775     ELSE IF BT-TRAN-TYPE (BT-PRINT-IDX) = 'B'
002776         MOVE "RETURNED ITEM" TO BT-DET-DESC
002777     ELSE IF BT-TRAN-TYPE (BT-PRINT-IDX) = 'O'
002778         MOVE "BALANCE CHARGED OFF" TO BT-DET-DESC
002779     ELSE IF BT-TRAN-TYPE (BT-PRINT-IDX) = 'L'
002781         MOVE "LOAN PAYMENT" TO BT-DET-DESC
002788     ELSE IF BT-TRAN-TYPE (BT-PRINT-IDX) = 'R'
002789         MOVE BT-TRAN-RELATED (BT-PRINT-IDX)
002791             TO BT-REV-DESC-REF
002843 7600-START-NEW-PAGE-EXIT.
002844     EXIT.
002780
002781*****************************************************************
002782*  7700/7710 walk one account's relationships (BT-REL-ACCOUNT)
002783*  in key sequence - ACCOUNT-RELATIONSHIPS is keyed account
002784*  first, so an account's records sit together from customer
002785*  zero on.
002786*****************************************************************
002787 7700-START-RELATIONSHIPS.
002788     MOVE 'N' TO BT-REL-EOF
002789     MOVE BT-REL-ACCOUNT TO RL-ACCOUNT-NUMBER
002790     MOVE 0 TO RL-CUSTOMER-NUMBER
002791     START ACCOUNT-RELATIONSHIP-FILE
002792         KEY >= RL-RELATIONSHIP-KEY
002793         INVALID KEY
002794             MOVE 'Y' TO BT-REL-EOF
002795     END-START.
002796 7700-START-RELATIONSHIPS-EXIT.
002797     EXIT.
002798
002799 7710-NEXT-RELATIONSHIP.
002800     READ ACCOUNT-RELATIONSHIP-FILE NEXT RECORD
002801         AT END
002802             MOVE 'Y' TO BT-REL-EOF
002803     END-READ
002804     IF BT-REL-EOF = 'N'
002805         AND RL-ACCOUNT-NUMBER NOT = BT-REL-ACCOUNT
002806         MOVE 'Y' TO BT-REL-EOF
002807     END-IF.
002808 7710-NEXT-RELATIONSHIP-EXIT.
002809     EXIT.
002810
002790 8000-PRINT-SUMMARY.
002800     DISPLAY "----------------------------------------------".
002810     DISPLAY "BANK-STATEMENTS complete.".
002875     IF BT-HAVE-CUST-MASTER = 'Y'
002876         CLOSE CUSTOMER-MASTER-FILE
002877     END-IF.
002878     IF BT-HAVE-RELATIONSHIPS = 'Y'
002879         CLOSE ACCOUNT-RELATIONSHIP-FILE
002880     END-IF.
002880     STOP RUN.
002890 9999-EXIT-PROGRAM-EXIT.
002900     EXIT.
