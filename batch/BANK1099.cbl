000290*  archived day of the tax year (found through
000300*  TLOG-ARCHIVE-DIR) as well as from the online log, the same
000310*  reach-back the statement run uses.  Postings are tied to
000320*  their customer through the account's primary owner;
000330*  interest on an account with no customer on file cannot be
000340*  reported under a tax id, so it prints on the control listing
000350*  under customer zero for hand research instead of going on
000430*  DATE        INIT  DESCRIPTION
000440*  ----------  ----  -------------------------------------------
000450*  2026-09-02  JKM   Original version.
000451*  2026-10-15  JKM   Interest on a joint account is reported
000452*                    under its primary owner's tax id, taken
000453*                    from ACCOUNT-RELATIONSHIPS (2550).
000460*****************************************************************

000470 ENVIRONMENT DIVISION.
000710         RECORD KEY IS CM-CUSTOMER-NUMBER
000720         FILE STATUS  CM-FILE-STATUS.

000721     SELECT ACCOUNT-RELATIONSHIP-FILE
000722         ASSIGN TO "../ACCOUNT-RELATIONSHIPS.dat"
000723         ORGANIZATION IS INDEXED
000724         ACCESS MODE IS DYNAMIC
000725         RECORD KEY IS RL-RELATIONSHIP-KEY
000726         FILE STATUS  RL-FILE-STATUS.

000730     SELECT TAX-EXTRACT-FILE
000740         ASSIGN TO "../TAX-1099-EXTRACT.dat"
000750         FILE STATUS  TX-FILE-STATUS.
001100     DATA RECORD IS CUSTOMER-MASTER-RECORD.
001110 COPY CUSTREC.

001111 FD ACCOUNT-RELATIONSHIP-FILE
001112     RECORD CONTAINS 80 CHARACTERS
001113     DATA RECORD IS ACCOUNT-RELATIONSHIP-RECORD.
001114 COPY ACCTREL.

001120 FD TAX-EXTRACT-FILE
001130     RECORDING MODE IS F
001140     RECORD CONTAINS 200 CHARACTERS
001270 01  CM-FILE-STATUS          PIC X(2).
001280 01  TX-FILE-STATUS          PIC X(2).
001290 01  RP-FILE-STATUS          PIC X(2).
001291 01  RL-FILE-STATUS          PIC X(2).
001292 01  BT-HAVE-RELATIONSHIPS   PIC X(1) VALUE 'N'.
001293 01  BT-REL-EOF              PIC X(1) VALUE 'N'.
001294 01  BT-REL-ACCOUNT          PIC 9(6) VALUE 0.

001300 01  BT-LOG-EOF              PIC X VALUE 'N'.
001310 01  BT-ARCH-EOF             PIC X VALUE 'N'.
002230             "cannot be keyed by tax id without it."
002240         STOP RUN
002250     END-IF.
002251     OPEN INPUT ACCOUNT-RELATIONSHIP-FILE.
002252     IF RL-FILE-STATUS = '00'
002253         MOVE 'Y' TO BT-HAVE-RELATIONSHIPS
002254     END-IF.
002260     OPEN OUTPUT TAX-EXTRACT-FILE.
002270     IF TX-FILE-STATUS <> '00'
002280         DISPLAY "BANK-1099-EXTRACT: unable to open the extract "
003450*  sort can roll one customer's interest across all accounts
003460*  into a single extract record.  An account that is gone or
003470*  that predates the customer master sorts under customer zero
003480*  and is listed for hand research.  A joint account's
003481*  interest belongs to its primary owner on
003482*  ACCOUNT-RELATIONSHIPS (2550) - one tax id per account.
003490*****************************************************************
003500 2500-LOOK-UP-CUSTOMER.
003510     MOVE 0 TO SW-CUSTOMER-NUMBER
003580                 MOVE CUSTOMER-NUMBER-FILE
003590                     TO SW-CUSTOMER-NUMBER
003600             END-IF
003610     END-READ
003611     IF BT-HAVE-RELATIONSHIPS = 'Y'
003612         PERFORM 2550-FIND-PRIMARY-OWNER
003613             THRU 2550-FIND-PRIMARY-OWNER-EXIT
003614     END-IF.
003620 2500-LOOK-UP-CUSTOMER-EXIT.
003630     EXIT.

003631*****************************************************************
003632*  2550-FIND-PRIMARY-OWNER looks through the account's
003633*  relationships for its active primary owner and, when one is
003634*  on file, sorts the account's interest under that customer.
003635*  The teller program keeps the account's own customer number
003636*  in step with the primary, so this only matters should the
003637*  two ever part company - the relationship file is the one
003638*  that says whose tax id the interest is reported under.
003639*****************************************************************
003640 2550-FIND-PRIMARY-OWNER.
003641     MOVE SW-ACCOUNT-NUMBER TO BT-REL-ACCOUNT
003642     PERFORM 7700-START-RELATIONSHIPS
003643         THRU 7700-START-RELATIONSHIPS-EXIT
003644     PERFORM 2560-CHECK-ONE-RELATIONSHIP
003645         THRU 2560-CHECK-ONE-RELATIONSHIP-EXIT
003646         UNTIL BT-REL-EOF = 'Y'.
003647 2550-FIND-PRIMARY-OWNER-EXIT.
003648     EXIT.

003649 2560-CHECK-ONE-RELATIONSHIP.
003650     PERFORM 7710-NEXT-RELATIONSHIP
003651         THRU 7710-NEXT-RELATIONSHIP-EXIT
003652     IF BT-REL-EOF = 'N' AND RL-ACTIVE AND RL-ROLE-PRIMARY
003653         MOVE RL-CUSTOMER-NUMBER TO SW-CUSTOMER-NUMBER
003654         MOVE 'Y' TO BT-REL-EOF
003655     END-IF.
003656 2560-CHECK-ONE-RELATIONSHIP-EXIT.
003657     EXIT.

003640*****************************************************************
003650*  3000-PRODUCE-EXTRACT is the SORT output procedure - it reads
003660*  the sorted work file and, on the control break on customer
005020 8000-PRINT-SUMMARY-EXIT.
005030     EXIT.

005031*****************************************************************
005032*  7700/7710 walk one account's relationships (BT-REL-ACCOUNT)
005033*  in key sequence - ACCOUNT-RELATIONSHIPS is keyed account
005034*  first, so an account's records sit together from customer
005035*  zero on.
005036*****************************************************************
005037 7700-START-RELATIONSHIPS.
005038     MOVE 'N' TO BT-REL-EOF
005039     MOVE BT-REL-ACCOUNT TO RL-ACCOUNT-NUMBER
005040     MOVE 0 TO RL-CUSTOMER-NUMBER
005041     START ACCOUNT-RELATIONSHIP-FILE
005042         KEY >= RL-RELATIONSHIP-KEY
005043         INVALID KEY
005044             MOVE 'Y' TO BT-REL-EOF
005045     END-START.
005046 7700-START-RELATIONSHIPS-EXIT.
005047     EXIT.

005048 7710-NEXT-RELATIONSHIP.
005049     READ ACCOUNT-RELATIONSHIP-FILE NEXT RECORD
005050         AT END
005051             MOVE 'Y' TO BT-REL-EOF
005052     END-READ
005053     IF BT-REL-EOF = 'N'
005054         AND RL-ACCOUNT-NUMBER NOT = BT-REL-ACCOUNT
005055         MOVE 'Y' TO BT-REL-EOF
005056     END-IF.
005057 7710-NEXT-RELATIONSHIP-EXIT.
005058     EXIT.

005040 9999-EXIT-PROGRAM.
005050     CLOSE ACCOUNT-FILE.
005060     CLOSE CUSTOMER-MASTER-FILE.
005070     CLOSE TAX-EXTRACT-FILE.
005080     CLOSE CONTROL-PRINT-FILE.
005081     IF BT-HAVE-RELATIONSHIPS = 'Y'
005082         CLOSE ACCOUNT-RELATIONSHIP-FILE
005083     END-IF.
005090     STOP RUN.
005100 9999-EXIT-PROGRAM-EXIT.
005110     EXIT.
