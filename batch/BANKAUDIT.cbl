000464*  2026-09-03  JKM   The monthly service charge ('F') nets
000465*                    with the debits in the balance replay as
000466*                    well.
000467*  2026-10-15  JKM   The returned-item chargeback ('B') nets
000468*                    with the debits in the balance replay.
000469*  2026-10-15  JKM   The overdraft charge-off ('O') nets with
000470*                    the credits in the balance replay.
000471*  2026-10-15  JKM   The loan payment debit ('L') nets with
000472*                    the debits in the balance replay; an
000473*                    order paying an installment loan has no
000474*                    target account to check.
000470*****************************************************************

000480 ENVIRONMENT DIVISION.
004460     EXIT.

004470*    A cancelled order no longer moves money; only active
004480*    orders are held to the master.  An order paying an
004481*    installment loan is checked for its source only.
004490 3400-CHECK-ONE-ORDER.
004500     READ STANDING-ORDER-FILE NEXT RECORD
004510         AT END
004690         MOVE SO-AMOUNT           TO BT-XD-AMOUNT-2
004700         WRITE REPORT-PRINT-LINE FROM BT-EXCEPTION-DETAIL
004710     END-IF
004711     IF SO-TARGET-IS-LOAN
004712         GO TO 3400-CHECK-ONE-ORDER-EXIT
004713     END-IF
004720     MOVE SO-TARGET-ACCOUNT TO BT-SEARCH-ACCOUNT
004730     PERFORM 7000-READ-ACCOUNT THRU 7000-READ-ACCOUNT-EXIT
004740     IF BT-ACCT-FOUND = 'N'
007160     END-IF
007170     IF BT-APPLY-TYPE = 'D' OR BT-APPLY-TYPE = 'C'
007180         OR BT-APPLY-TYPE = 'I' OR BT-APPLY-TYPE = 'R'
007185         OR BT-APPLY-TYPE = 'O'
007190         ADD BT-APPLY-AMOUNT TO BT-AT-NET (BT-FOUND-IDX)
007200     ELSE
007210         IF BT-APPLY-TYPE = 'W' OR BT-APPLY-TYPE = 'T'
007212             OR BT-APPLY-TYPE = 'P' OR BT-APPLY-TYPE = 'F'
007214             OR BT-APPLY-TYPE = 'B' OR BT-APPLY-TYPE = 'L'
007220             SUBTRACT BT-APPLY-AMOUNT
007230                 FROM BT-AT-NET (BT-FOUND-IDX)
007240         END-IF
