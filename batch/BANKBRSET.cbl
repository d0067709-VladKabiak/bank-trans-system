000410*  DATE        INIT  DESCRIPTION
000420*  ----------  ----  -------------------------------------------
000430*  2026-09-03  JKM   Original version.
000431*  2026-10-15  JKM   The overdraft charge-off ('O') adds, with
000432*                    the deposits.
000440*****************************************************************

000450 ENVIRONMENT DIVISION.
002570     END-IF
002580     IF BT-POST-TYPE = 'D' OR BT-POST-TYPE = 'C'
002590         OR BT-POST-TYPE = 'I' OR BT-POST-TYPE = 'R'
002595         OR BT-POST-TYPE = 'O'
002600         MOVE BT-POST-AMOUNT TO BT-SIGNED-AMOUNT
002610     ELSE
002620         COMPUTE BT-SIGNED-AMOUNT = 0 - BT-POST-AMOUNT
