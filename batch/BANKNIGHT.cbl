000478*  2026-09-03  JKM   The end-of-day BANK-BRANCH-SETTLE report
000479*                    joined the seeded schedule beside the
000481*                    compliance report.
000482*  2026-10-15  JKM   The end-of-day BANK-GL-EXTRACT journal
000483*                    joined the seeded schedule right behind
000484*                    the reconcile it ties to.
000485*  2026-10-15  JKM   The nightly BANK-CLOSED-ACCOUNTS listing of
000486*                    the day's window closures joined the seeded
000487*                    schedule.
000488*  2026-10-15  JKM   The daily BANK-SWEEP-REPORT of overdraft-
000489*                    protection sweeps joined the seeded
000491*                    schedule.
000492*  2026-10-15  JKM   The daily BANK-RETURNED-ITEMS chargeback
000493*                    job joined the seeded schedule first, so
000494*                    its postings are in the night's proof and
000495*                    GL journal.
000496*  2026-10-15  JKM   The nightly BANK-OVERDRAFT-AGING job
000497*                    joined the seeded schedule behind the
000498*                    compliance report and ahead of the
000499*                    reconcile, with its own checkpoint file.
000500*  2026-10-15  JKM   The nightly BANK-LOAN-SERVICING job joined
000501*                    the seeded schedule behind the overdraft
000502*                    aging; it is safely rerun, so it needs no
000503*                    checkpoint.
000504*  2026-10-15  JKM   The nightly BANK-SANCTIONS-SCREEN rescan
000505*                    of every customer joined the seeded schedule
000506*                    last, so a night it fails holds no other job.
000507*  2026-10-15  JKM   The nightly BANK-ACCOUNT-IMAGE of
000508*                    ACCOUNT-FILE joined the seeded schedule as
000509*                    the last job, after every posting job.
000510*  2026-10-15  JKM   The nightly BANK-NOTICE-PRINT customer
000511*                    letters joined the seeded schedule behind
000512*                    every job that queues notices.
000513*  2026-10-15  JKM   BANK-SWEEP-REPORT now runs behind
000514*                    BANK-STANDING-ORDERS (seq 062), so the
000515*                    sweeps made and refused for order payments
000516*                    are on the night's sweep report.
000480*****************************************************************

000490 ENVIRONMENT DIVISION.
002380         MOVE 16 TO RETURN-CODE
002390         STOP RUN
002400     END-IF
002401     MOVE "BANKRETN" TO JS-JOB-NAME
002402     MOVE 005        TO JS-SEQUENCE
002403     MOVE 'D'        TO JS-FREQUENCY
002404     MOVE "./BANKRETRN"   TO JS-COMMAND
002405     MOVE SPACES     TO JS-CHKPT-FILE
002406     PERFORM 1350-SEED-ONE-JOB THRU 1350-SEED-ONE-JOB-EXIT
002404     MOVE "BANKBRS " TO JS-JOB-NAME
002405     MOVE 015        TO JS-SEQUENCE
002406     MOVE 'D'        TO JS-FREQUENCY
002440     MOVE "./BANKCOMPL"   TO JS-COMMAND
002450     MOVE SPACES     TO JS-CHKPT-FILE
002460     PERFORM 1350-SEED-ONE-JOB THRU 1350-SEED-ONE-JOB-EXIT
002461     MOVE "BANKODAG" TO JS-JOB-NAME
002462     MOVE 012        TO JS-SEQUENCE
002463     MOVE 'D'        TO JS-FREQUENCY
002464     MOVE "./BANKODAGE"   TO JS-COMMAND
002465     MOVE "../ODAGE-CHKPT.dat" TO JS-CHKPT-FILE
002466     PERFORM 1350-SEED-ONE-JOB THRU 1350-SEED-ONE-JOB-EXIT
002467     MOVE "BANKLOAN" TO JS-JOB-NAME
002468     MOVE 013        TO JS-SEQUENCE
002469     MOVE 'D'        TO JS-FREQUENCY
002470     MOVE "./BANKLOAN"    TO JS-COMMAND
002471     MOVE SPACES     TO JS-CHKPT-FILE
002472     PERFORM 1350-SEED-ONE-JOB THRU 1350-SEED-ONE-JOB-EXIT
002470     MOVE "BANKRECO" TO JS-JOB-NAME
002480     MOVE 020        TO JS-SEQUENCE
002490     MOVE 'D'        TO JS-FREQUENCY
002500     MOVE "./BANKRECON"   TO JS-COMMAND
002510     MOVE SPACES     TO JS-CHKPT-FILE
002520     PERFORM 1350-SEED-ONE-JOB THRU 1350-SEED-ONE-JOB-EXIT
002521     MOVE "BANKGL  " TO JS-JOB-NAME
002522     MOVE 025        TO JS-SEQUENCE
002523     MOVE 'D'        TO JS-FREQUENCY
002524     MOVE "./BANKGLEXT"   TO JS-COMMAND
002525     MOVE SPACES     TO JS-CHKPT-FILE
002526     PERFORM 1350-SEED-ONE-JOB THRU 1350-SEED-ONE-JOB-EXIT
002527     MOVE "BANKCLOS" TO JS-JOB-NAME
002528     MOVE 027        TO JS-SEQUENCE
002529     MOVE 'D'        TO JS-FREQUENCY
002530     MOVE "./BANKCLOSE"   TO JS-COMMAND
002531     MOVE SPACES     TO JS-CHKPT-FILE
002532     PERFORM 1350-SEED-ONE-JOB THRU 1350-SEED-ONE-JOB-EXIT
002530     MOVE "BANKCUT " TO JS-JOB-NAME
002540     MOVE 030        TO JS-SEQUENCE
002550     MOVE 'D'        TO JS-FREQUENCY
002800     MOVE "./BANKSTORD"   TO JS-COMMAND
002810     MOVE SPACES     TO JS-CHKPT-FILE
002820     PERFORM 1350-SEED-ONE-JOB THRU 1350-SEED-ONE-JOB-EXIT
002821     MOVE "BANKSWP " TO JS-JOB-NAME
002822     MOVE 062        TO JS-SEQUENCE
002823     MOVE 'D'        TO JS-FREQUENCY
002824     MOVE "./BANKSWEEP"   TO JS-COMMAND
002825     MOVE SPACES     TO JS-CHKPT-FILE
002826     PERFORM 1350-SEED-ONE-JOB THRU 1350-SEED-ONE-JOB-EXIT
002827     MOVE "BANKSCRN" TO JS-JOB-NAME
002828     MOVE 065        TO JS-SEQUENCE
002829     MOVE 'D'        TO JS-FREQUENCY
002830     MOVE "./BANKSCRN"    TO JS-COMMAND
002831     MOVE SPACES     TO JS-CHKPT-FILE
002832     PERFORM 1350-SEED-ONE-JOB THRU 1350-SEED-ONE-JOB-EXIT
002833     MOVE "BANKNOTC" TO JS-JOB-NAME
002834     MOVE 068        TO JS-SEQUENCE
002835     MOVE 'D'        TO JS-FREQUENCY
002836     MOVE "./BANKNOTICE"  TO JS-COMMAND
002837     MOVE SPACES     TO JS-CHKPT-FILE
002838     PERFORM 1350-SEED-ONE-JOB THRU 1350-SEED-ONE-JOB-EXIT
002839     MOVE "BANKIMG " TO JS-JOB-NAME
002840     MOVE 070        TO JS-SEQUENCE
002841     MOVE 'D'        TO JS-FREQUENCY
002842     MOVE "./BANKIMAGE"   TO JS-COMMAND
002843     MOVE SPACES     TO JS-CHKPT-FILE
002844     PERFORM 1350-SEED-ONE-JOB THRU 1350-SEED-ONE-JOB-EXIT
002830     CLOSE JOB-SCHEDULE-FILE
002840     DISPLAY "BANK-NIGHT-RUN: no job schedule on file - the "
002850         "standard schedule has been seeded."
