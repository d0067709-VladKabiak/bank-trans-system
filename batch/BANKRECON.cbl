000366*  2026-09-03  JKM   The monthly service charge ('F') the new
000367*                    BANK-FEE-POST job assesses nets with the
000368*                    debits as well.
000369*  2026-10-15  JKM   5000-SAVE-CONTROL-TOTALS now keeps the
000370*                    day's net postings on CONTROL-TOTALS
000371*                    (CT-NET-POSTINGS) so the new
000372*                    BANK-GL-EXTRACT can tie its journal to
000373*                    the figure this report proved with.
000374*  2026-10-15  JKM   The returned-item chargeback ('B') the new
000375*                    BANK-RETURNED-ITEMS job posts nets with
000376*                    the debits.
000377*  2026-10-15  JKM   The charge-off ('O') the new
000378*                    BANK-OVERDRAFT-AGING job posts nets with
000379*                    the credits.
000380*  2026-10-15  JKM   The installment loan payment ('L') taken
000381*                    from a deposit account nets with the
000382*                    debits.
000383*  2026-10-15  JKM   CONTROL-TOTALS now also keeps the time of
000384*                    day the totals were taken (CT-RUN-TIME),
000385*                    for the new BANK-ACCOUNT-RECOVERY proof.
000358*****************************************************************
000360
000370 ENVIRONMENT DIVISION.
000794 01  BT-EOF                  PIC X VALUE 'N'.
000795 01  BT-LOG-EOF              PIC X VALUE 'N'.
000796 01  BT-RUN-DATE             PIC 9(08) VALUE 0.
000797 01  BT-RUN-TIME             PIC 9(08) VALUE 0.
000797
000798 01  BT-PRIOR-CLOSING-BAL    PIC S9(9)V99 VALUE 0.
000799 01  BT-PRIOR-ACCOUNT-COUNT  PIC 9(06) VALUE 0.
001050
001060 1000-INITIALIZE.
001070     ACCEPT BT-RUN-DATE FROM DATE YYYYMMDD.
001075     ACCEPT BT-RUN-TIME FROM TIME.
001080
001090     MOVE 'N' TO BT-HAVE-PRIOR-TOTALS
001100     OPEN INPUT CONTROL-TOTALS-FILE
001810
001820 3150-APPLY-POSTING.
001830     IF TL-TYPE-DEPOSIT OR TL-TYPE-TRANSFER-IN OR TL-TYPE-INTEREST
001835         OR TL-TYPE-CHARGE-OFF
001840         ADD TL-TRANSACTION-AMOUNT TO BT-NET-POSTINGS
001850     ELSE IF TL-TYPE-WITHDRAWAL OR TL-TYPE-TRANSFER-OUT
001855         OR TL-TYPE-PENALTY OR TL-TYPE-SERVICE-FEE
001856         OR TL-TYPE-CHARGEBACK OR TL-TYPE-LOAN-PAYMENT
001860         SUBTRACT TL-TRANSACTION-AMOUNT FROM BT-NET-POSTINGS
001870     ELSE IF TL-TYPE-REVERSAL
001880         ADD TL-TRANSACTION-AMOUNT TO BT-NET-POSTINGS
001945
001946 3270-APPLY-ARCH-POSTING.
001947     IF AR-TYPE-DEPOSIT OR AR-TYPE-TRANSFER-IN OR AR-TYPE-INTEREST
001948         OR AR-TYPE-CHARGE-OFF
001948         ADD AR-TRANSACTION-AMOUNT TO BT-NET-POSTINGS
001949     ELSE IF AR-TYPE-WITHDRAWAL OR AR-TYPE-TRANSFER-OUT
001956         OR AR-TYPE-PENALTY OR AR-TYPE-SERVICE-FEE
001957         OR AR-TYPE-CHARGEBACK OR AR-TYPE-LOAN-PAYMENT
001950         SUBTRACT AR-TRANSACTION-AMOUNT FROM BT-NET-POSTINGS
001951     ELSE IF AR-TYPE-REVERSAL
001952         ADD AR-TRANSACTION-AMOUNT TO BT-NET-POSTINGS
002220
002230 5000-SAVE-CONTROL-TOTALS.
002240     MOVE BT-RUN-DATE           TO CT-RUN-DATE
002245     MOVE BT-RUN-TIME           TO CT-RUN-TIME
002250     MOVE BT-CURRENT-BALANCE    TO CT-CLOSING-BALANCE
002260     MOVE BT-CURRENT-ACCT-COUNT TO CT-ACCOUNT-COUNT
002265     MOVE BT-NET-POSTINGS       TO CT-NET-POSTINGS
002270     OPEN OUTPUT CONTROL-TOTALS-FILE
002280     WRITE CONTROL-TOTALS-RECORD.
002290     CLOSE CONTROL-TOTALS-FILE.
