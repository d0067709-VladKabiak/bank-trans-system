000665*                    system's expected figure, so an over or
000666*                    short shows the day it happens at the
000667*                    drawer it came from.
000668*  2026-10-15  JKM   Added the account close workflow under
000669*                    maintenance option 'Z' (4200-4290): refused
000671*                    while funds holds are active, it cancels the
000672*                    account's standing orders either way round,
000673*                    posts interest accrued since month end at
000674*                    the RATE-TABLE rate and any early-withdrawal
000675*                    penalty, pays the balance out in cash
000676*                    through the drawer or by transfer, and only
000677*                    then marks the account closed at zero,
000678*                    writing an ACCOUNT-CLOSURES record for the
000679*                    nightly BANK-CLOSED-ACCOUNTS listing and the
000681*                    customer's closing statement.  Option 'S'
000682*                    no longer sets an account Closed.
000683*  2026-10-15  JKM   Added overdraft protection: an account may
000684*                    name another of the customer's accounts on
000685*                    the new OVERDRAFT-LINKS file (maintenance
000686*                    option 'V', 4400-4430), and a withdrawal or
000687*                    transfer it cannot meet from its available
000688*                    balance now sweeps the shortfall plus the
000689*                    FEE-SCHEDULE sweep fee across from that
000691*                    account as a logged transfer pair, the fee
000692*                    charged as a type 'F' entry (4300-4340).
000693*                    Every sweep made or refused goes on
000694*                    SWEEP-LOG for the daily BANK-SWEEP-REPORT.
000695*  2026-10-15  JKM   A check deposited to an account caught by
000696*                    the BANK-RETURNED-ITEMS repeat-offender
000697*                    rule is now held for the days set on the
000698*                    account (3120-3125).
000699*  2026-10-15  JKM   Installment loans on the new LOAN-MASTER
000701*                    file, tied to the borrower's customer
000702*                    number: maintenance option 'N' (4500-4540)
000703*                    books a loan and quotes its level payment,
000704*                    shows where a loan stands and queues
000705*                    amortization schedules for the nightly
000706*                    BANK-LOAN-SERVICING job; transaction option
000707*                    'L' (4600-4630) takes a payment in cash or
000708*                    from the selected account (a type 'L'
000709*                    debit), split across late charges, interest
000711*                    and principal and kept on LOAN-HISTORY.  A
000712*                    standing order can now pay a loan.
000713*  2026-10-15  JKM   Joint owners, authorized signers and
000714*                    payable-on-death beneficiaries on the new
000715*                    ACCOUNT-RELATIONSHIPS file: a new account
000716*                    records its primary owner and may take on
000717*                    others (2180), customer maintenance option
000718*                    'R' adds and ends relationships or names a
000719*                    new primary (4700-4765), and bringing up an
000720*                    account lists who may transact on it.  A
000721*                    customer record change, and opening a
000722*                    customer, stamp CM-LAST-CONTACT-DATE.
000723*  2026-10-15  JKM   Sanctions list screening: a new customer's
000724*                    name (2120) and a changed name (3740) are
000725*                    screened against SANCTIONS-LIST (4800-4896);
000726*                    a possible match needs a supervisor to clear
000727*                    or confirm it, and a stop or decision is kept
000728*                    on SCREENING-DECISIONS.  A confirmed match
000729*                    freezes the customer's accounts.  Customer
000731*                    maintenance option 'S' reviews the matches
000732*                    the nightly rescan leaves pending.
000733*  2026-10-15  JKM   A frozen account is made active or dormant
000734*                    again only while no one who may transact on
000735*                    it has a sanctions match pending review or
000736*                    confirmed, and one BANK-OVERDRAFT-AGING has
000737*                    charged off only with a supervisor's
000738*                    approval, kept on its CHARGE-OFFS record
000739*                    (3716-3718).  A charged-off account may take
000740*                    a supervisor-approved recovery payment while
000741*                    it stays frozen (3130).
000742*  2026-10-15  JKM   A term account can no longer be given
000743*                    overdraft protection (4410), and 3200/3500
000744*                    quote the early-withdrawal penalty before
000745*                    any sweep, so a declined penalty moves
000746*                    nothing.  Closing an account ends its own
000747*                    overdraft link and any that name it as the
000748*                    protection account (4232).
000653*****************************************************************

000529 ENVIRONMENT DIVISION.
000673         ASSIGN TO "../VAULT-LEDGER.dat"
000674         FILE STATUS  VL-FILE-STATUS.

000675     SELECT RATE-TABLE-FILE
000676         ASSIGN TO "../RATE-TABLE.txt"
000677         FILE STATUS  RT-FILE-STATUS.

000678     SELECT CLOSURE-FILE
000679         ASSIGN TO "../ACCOUNT-CLOSURES.txt"
000680         FILE STATUS  CL-FILE-STATUS.

000681     SELECT CLOSING-STATEMENT-FILE
000682         ASSIGN TO "../CLOSING-STATEMENTS.rpt"
000683         FILE STATUS  CS-FILE-STATUS.

000684     SELECT OVERDRAFT-LINK-FILE
000685         ASSIGN TO "../OVERDRAFT-LINKS.dat"
000686         ORGANIZATION IS INDEXED
000687         ACCESS MODE IS DYNAMIC
000688         RECORD KEY IS OL-PRIMARY-ACCOUNT
000689         FILE STATUS  OL-FILE-STATUS.

000690     SELECT SWEEP-LOG-FILE
000691         ASSIGN TO "../SWEEP-LOG.txt"
000692         FILE STATUS  SW-FILE-STATUS.

000693     SELECT FEE-SCHEDULE-FILE
000694         ASSIGN TO "../FEE-SCHEDULE.txt"
000695         FILE STATUS  FS-FILE-STATUS.

000696     SELECT LOAN-MASTER-FILE
000697         ASSIGN TO "../LOAN-MASTER.dat"
000698         ORGANIZATION IS INDEXED
000699         ACCESS MODE IS DYNAMIC
000700         RECORD KEY IS LN-LOAN-NUMBER
000701         FILE STATUS  LN-FILE-STATUS.

000702     SELECT LOAN-HISTORY-FILE
000703         ASSIGN TO "../LOAN-HISTORY.txt"
000704         FILE STATUS  LH-FILE-STATUS.

000705     SELECT AMORT-REQUEST-FILE
000706         ASSIGN TO "../AMORT-REQUESTS.txt"
000707         FILE STATUS  AQ-FILE-STATUS.

000708     SELECT ACCOUNT-RELATIONSHIP-FILE
000709         ASSIGN TO "../ACCOUNT-RELATIONSHIPS.dat"
000710         ORGANIZATION IS INDEXED
000711         ACCESS MODE IS DYNAMIC
000712         RECORD KEY IS RL-RELATIONSHIP-KEY
000713         FILE STATUS  RL-FILE-STATUS.

000714     SELECT SANCTIONS-LIST-FILE
000715         ASSIGN TO "../SANCTIONS-LIST.txt"
000716         FILE STATUS  SL-FILE-STATUS.

000717     SELECT SCREENING-DECISION-FILE
000718         ASSIGN TO "../SCREENING-DECISIONS.dat"
000719         ORGANIZATION IS INDEXED
000720         ACCESS MODE IS DYNAMIC
000721         RECORD KEY IS SN-DECISION-KEY
000722         FILE STATUS  SN-FILE-STATUS.

000723     SELECT CHARGE-OFF-FILE
000724         ASSIGN TO "../CHARGE-OFFS.dat"
000725         ORGANIZATION IS INDEXED
000726         ACCESS MODE IS DYNAMIC
000727         RECORD KEY IS CO-ACCOUNT-NUMBER
000728         FILE STATUS  CO-FILE-STATUS.

000632 DATA DIVISION.
000640 FILE SECTION.
000650 FD ACCOUNT-FILE
000778     DATA RECORD IS VAULT-LEDGER-RECORD.
000779 COPY VAULTREC.

000781 FD RATE-TABLE-FILE
000782     RECORDING MODE IS F
000783     RECORD CONTAINS 80 CHARACTERS
000784     DATA RECORD IS RATE-TABLE-RECORD.
000785 COPY RATEREC.

000786 FD CLOSURE-FILE
000787     RECORDING MODE IS F
000788     RECORD CONTAINS 80 CHARACTERS
000789     DATA RECORD IS ACCOUNT-CLOSURE-RECORD.
000791 COPY CLOSEREC.

000792 FD CLOSING-STATEMENT-FILE
000793     RECORDING MODE IS F
000794     RECORD CONTAINS 132 CHARACTERS
000795     DATA RECORD IS CLOSING-STATEMENT-LINE.
000796 01  CLOSING-STATEMENT-LINE      PIC X(132).

000797 FD OVERDRAFT-LINK-FILE
000798     RECORD CONTAINS 80 CHARACTERS
000799     DATA RECORD IS OVERDRAFT-LINK-RECORD.
000801 COPY ODLINKREC.

000802 FD SWEEP-LOG-FILE
000803     RECORDING MODE IS F
000804     RECORD CONTAINS 80 CHARACTERS
000805     DATA RECORD IS SWEEP-LOG-RECORD.
000806 COPY SWEEPREC.

000807 FD FEE-SCHEDULE-FILE
000808     RECORDING MODE IS F
000809     RECORD CONTAINS 80 CHARACTERS
000811     DATA RECORD IS FEE-SCHEDULE-RECORD.
000812 COPY FEESCHED.

000813 FD LOAN-MASTER-FILE
000814     RECORD CONTAINS 200 CHARACTERS
000815     DATA RECORD IS LOAN-MASTER-RECORD.
000816 COPY LOANREC.

000817 FD LOAN-HISTORY-FILE
000818     RECORDING MODE IS F
000819     RECORD CONTAINS 100 CHARACTERS
000821     DATA RECORD IS LOAN-HISTORY-RECORD.
000822 COPY LOANHIST.

000823 FD AMORT-REQUEST-FILE
000824     RECORDING MODE IS F
000825     RECORD CONTAINS 80 CHARACTERS
000826     DATA RECORD IS AMORT-REQUEST-RECORD.
000827 COPY AMORTREQ.

000828 FD ACCOUNT-RELATIONSHIP-FILE
000829     RECORD CONTAINS 80 CHARACTERS
000830     DATA RECORD IS ACCOUNT-RELATIONSHIP-RECORD.
000831 COPY ACCTREL.

000832 FD SANCTIONS-LIST-FILE
000833     RECORDING MODE IS F
000834     RECORD CONTAINS 120 CHARACTERS
000835     DATA RECORD IS SANCTIONS-LIST-RECORD.
000836 COPY SANCLIST.

000837 FD SCREENING-DECISION-FILE
000838     RECORD CONTAINS 200 CHARACTERS
000839     DATA RECORD IS SCREENING-DECISION-RECORD.
000840 COPY SCRNDEC.

000841 FD CHARGE-OFF-FILE
000842     RECORD CONTAINS 80 CHARACTERS
000843     DATA RECORD IS CHARGE-OFF-RECORD.
000844 COPY CHGOFREC.

000740 WORKING-STORAGE SECTION.
000750 01 ACCOUNT-NUMBER PIC 9(6).
000760 01 BALANCE PIC S9(7)V99 VALUE 0.
001212 01 BT-HIST-LAST-DATE   PIC 9(08) VALUE 0.
001213 01 BT-HIST-BEST-DATE   PIC 9(08) VALUE 0.

001214*    Account closure work fields.  The closing figures are
001215*    worked out before anything is posted, so the teller can
001216*    quote them and the customer can decline, and are carried
001217*    afterwards onto the ACCOUNT-CLOSURES record and the
001218*    customer's closing statement.
001219 01 RT-FILE-STATUS       PIC X(2).
001220 01 CL-FILE-STATUS       PIC X(2).
001221 01 CS-FILE-STATUS       PIC X(2).
001222 01 BT-RATE-EOF          PIC X(01) VALUE 'N'.
001223 01 BT-CLOSE-PRODUCT     PIC X(02) VALUE SPACES.
001224 01 BT-CLOSE-RATE        PIC 9V9(4) VALUE 0.
001225 01 BT-CLOSE-RATE-DATE   PIC 9(08) VALUE 0.
001226 01 BT-CLOSE-RATE-FOUND  PIC X(01) VALUE 'N'.
001227 01 BT-ACCRUED-INTEREST  PIC S9(7)V99 VALUE 0.
001228 01 BT-CLOSE-START-BAL   PIC S9(7)V99 VALUE 0.
001229 01 BT-PAYOUT-AMOUNT     PIC S9(7)V99 VALUE 0.
001230 01 BT-PAYOUT-METHOD     PIC X(01) VALUE SPACES.
001231 01 BT-PAYOUT-REF        PIC 9(08) VALUE 0.
001232 01 BT-PAYOUT-OK         PIC X(01) VALUE 'N'.
001233 01 BT-CLOSE-PROCEED     PIC X(01) VALUE SPACES.
001234 01 BT-ORDER-EOF         PIC X(01) VALUE 'N'.
001235 01 BT-ORDERS-CANCELLED  PIC 9(03) VALUE 0.

001236*    Closing statement print lines - one statement per closed
001237*    account, appended to CLOSING-STATEMENTS for the back
001238*    office to mail with the payout advice.
001239 01 BT-CS-HEADING.
001240     05 FILLER           PIC X(04) VALUE SPACES.
001241     05 FILLER           PIC X(24) VALUE "FIRST COMMUNITY BANK".
001242     05 FILLER           PIC X(25)
001243         VALUE "ACCOUNT CLOSING STATEMENT".
001244     05 FILLER           PIC X(79) VALUE SPACES.
001245 01 BT-CS-TEXT-LINE.
001246     05 FILLER           PIC X(04) VALUE SPACES.
001247     05 BT-CS-TEXT       PIC X(60).
001248     05 FILLER           PIC X(68) VALUE SPACES.
001249 01 BT-CS-CITY-LINE.
001250     05 FILLER           PIC X(04) VALUE SPACES.
001251     05 BT-CS-CITY       PIC X(20).
001252     05 FILLER           PIC X(01) VALUE SPACE.
001253     05 BT-CS-STATE      PIC X(02).
001254     05 FILLER           PIC X(02) VALUE SPACES.
001255     05 BT-CS-ZIP        PIC X(10).
001256     05 FILLER           PIC X(93) VALUE SPACES.
001257 01 BT-CS-ACCOUNT-LINE.
001258     05 FILLER           PIC X(04) VALUE SPACES.
001259     05 FILLER           PIC X(08) VALUE "ACCOUNT ".
001260     05 BT-CS-ACCOUNT    PIC 9(06).
001261     05 FILLER           PIC X(10) VALUE "   CLOSED ".
001262     05 BT-CS-CLOSE-DATE PIC 9(08).
001263     05 FILLER           PIC X(10) VALUE "   BRANCH ".
001264     05 BT-CS-BRANCH     PIC X(02).
001265     05 FILLER           PIC X(84) VALUE SPACES.
001266 01 BT-CS-AMOUNT-LINE.
001267     05 FILLER           PIC X(04) VALUE SPACES.
001268     05 BT-CS-LABEL      PIC X(40).
001269     05 BT-CS-AMOUNT     PIC Z,ZZZ,ZZ9.99-.
001270     05 FILLER           PIC X(75) VALUE SPACES.
001271 01 BT-CS-ORDERS-LINE.
001272     05 FILLER           PIC X(04) VALUE SPACES.
001273     05 FILLER           PIC X(40)
001274         VALUE "STANDING ORDERS CANCELLED".
001275     05 BT-CS-ORDERS     PIC ZZ9.
001276     05 FILLER           PIC X(85) VALUE SPACES.

001277*    Overdraft protection work fields.  The sweep amount is the
001278*    shortfall plus the sweep fee; the protection account's
001279*    available figure is its balance less its own active holds.
001280 01 OL-FILE-STATUS       PIC X(2).
001281 01 SW-FILE-STATUS       PIC X(2).
001282 01 FS-FILE-STATUS       PIC X(2).
001283 01 BT-LINK-OPTION       PIC X(01) VALUE SPACES.
001284 01 BT-LINK-ACCOUNT      PIC 9(06) VALUE 0.
001285 01 BT-LINK-CUSTOMER     PIC 9(06) VALUE 0.
001286 01 BT-LINK-FOUND        PIC X(01) VALUE 'N'.
001287 01 BT-LINK-EOF          PIC X(01) VALUE 'N'.
001288 01 BT-LINK-ENDING       PIC X(01) VALUE 'N'.
001289 01 BT-SWEEP-DONE        PIC X(01) VALUE 'N'.
001290 01 BT-SWEEP-TRIGGER     PIC X(01) VALUE SPACES.
001291 01 BT-SWEEP-RESULT      PIC X(01) VALUE SPACES.
001292 01 BT-SWEEP-EXCLUDE     PIC 9(06) VALUE 0.
001293 01 BT-SWEEP-FROM        PIC 9(06) VALUE 0.
001294 01 BT-SWEEP-FROM-BAL    PIC S9(7)V99 VALUE 0.
001295 01 BT-SWEEP-SHORTFALL   PIC S9(9)V99 VALUE 0.
001296 01 BT-SWEEP-FEE         PIC 9(3)V99 VALUE 0.
001297 01 BT-SWEEP-AMOUNT      PIC S9(9)V99 VALUE 0.
001298 01 BT-SWEEP-HOLDS       PIC S9(9)V99 VALUE 0.
001299 01 BT-SWEEP-AVAILABLE   PIC S9(9)V99 VALUE 0.
001300 01 BT-SWEEP-REF         PIC 9(08) VALUE 0.
001301 01 BT-SWEEP-PRODUCT     PIC X(02) VALUE SPACES.
001302 01 BT-FEE-EOF           PIC X(01) VALUE 'N'.
001303 01 BT-FEE-DATE          PIC 9(08) VALUE 0.
001304 01 BT-RETURN-HOLD-DAYS  PIC 9(03) VALUE 0.

001305*    Installment loan work fields.  The level payment quoted at
001306*    booking pays the amount financed off over the term at the
001307*    note rate compounded monthly; the rate and term ceilings
001308*    are the board's consumer lending limits, and the grace
001309*    days the standard note's, when the note names none.
001310 01 LN-FILE-STATUS       PIC X(2).
001311 01 LH-FILE-STATUS       PIC X(2).
001312 01 AQ-FILE-STATUS       PIC X(2).
001313 01 BT-LOAN-OPTION       PIC X(01) VALUE SPACES.
001314 01 BT-LOAN-NUMBER       PIC 9(06) VALUE 0.
001315 01 BT-LOAN-CUSTOMER     PIC 9(06) VALUE 0.
001316 01 BT-LOAN-FOUND        PIC X(01) VALUE 'N'.
001317 01 BT-LOAN-CTR-EXISTS   PIC X(01) VALUE 'N'.
001318 01 BT-LOAN-PROCEED      PIC X(01) VALUE SPACES.
001319 01 BT-LOAN-PAY-METHOD   PIC X(01) VALUE SPACES.
001320 01 BT-LOAN-EVENT        PIC X(01) VALUE SPACES.
001321 01 BT-LOAN-MAX-RATE     PIC 9V9(4) VALUE .3600.
001322 01 BT-LOAN-MAX-TERM     PIC 9(03) VALUE 360.
001323 01 BT-LOAN-STD-GRACE    PIC 9(02) VALUE 15.
001324 01 BT-LOAN-AMOUNT       PIC 9(7)V99 VALUE 0.
001325 01 BT-LOAN-AMOUNT-WORK  PIC 9(7)V99 VALUE 0.
001326 01 BT-LOAN-RATE         PIC 9V9(4) VALUE 0.
001327 01 BT-LOAN-TERM         PIC 9(03) VALUE 0.
001328 01 BT-LOAN-LATE-CHARGE  PIC 9(3)V99 VALUE 0.
001329 01 BT-LOAN-GRACE-DAYS   PIC 9(02) VALUE 0.
001330 01 BT-LOAN-DATE         PIC 9(08) VALUE 0.
001331 01 BT-LOAN-DATE-R REDEFINES BT-LOAN-DATE.
001332     05 BT-LOAN-DATE-YYYY PIC 9(04).
001333     05 BT-LOAN-DATE-MM   PIC 9(02).
001334     05 BT-LOAN-DATE-DD   PIC 9(02).
001335 01 BT-LOAN-MONTH-RATE   PIC 9V9(10) VALUE 0.
001336 01 BT-LOAN-FACTOR       PIC 9(9)V9(9) VALUE 0.
001337 01 BT-LOAN-PAYMENT      PIC 9(7)V99 VALUE 0.
001338 01 BT-LOAN-REMAINING    PIC 9(7)V99 VALUE 0.
001339 01 BT-LOAN-TO-LATE      PIC 9(5)V99 VALUE 0.
001340 01 BT-LOAN-TO-INTEREST  PIC 9(7)V99 VALUE 0.
001341 01 BT-LOAN-TO-PRINCIPAL PIC 9(7)V99 VALUE 0.
001342 01 BT-LOAN-TOWARD-DUE   PIC 9(7)V99 VALUE 0.
001343 01 BT-LOAN-SOURCE       PIC 9(06) VALUE 0.
001344 01 BT-LOAN-DEBIT-REF    PIC 9(08) VALUE 0.

001345*    Account relationship work fields - who stands on the
001346*    account being worked (ACCOUNT-RELATIONSHIPS, 4700-4765).
001347 01 RL-FILE-STATUS       PIC X(2).
001348 01 BT-REL-OPTION        PIC X(01) VALUE SPACES.
001349 01 BT-REL-ROLE          PIC X(01) VALUE SPACES.
001350 01 BT-REL-CUSTOMER      PIC 9(06) VALUE 0.
001351 01 BT-REL-NAME          PIC X(30) VALUE SPACES.
001352 01 BT-REL-ROLE-NAME     PIC X(17) VALUE SPACES.
001353 01 BT-REL-FOUND         PIC X(01) VALUE 'N'.
001354 01 BT-REL-EOF           PIC X(01) VALUE 'N'.
001355 01 BT-REL-MORE          PIC X(01) VALUE 'N'.
001356 01 BT-REL-COUNT         PIC 9(03) VALUE 0.
001357 01 BT-REL-SAVE-NUMBER   PIC 9(06) VALUE 0.
001358 01 BT-REL-SAVE-NAME     PIC X(30) VALUE SPACES.

001359*    Charge-off work fields - lifting the freeze on, and taking
001360*    a recovery payment to, an account BANK-OVERDRAFT-AGING has
001361*    charged off (CHARGE-OFFS, 3130 and 3716-3718).
001362 01 CO-FILE-STATUS       PIC X(2).
001363 01 BT-CO-FOUND          PIC X(01) VALUE 'N'.
001364 01 BT-RELEASE-OK        PIC X(01) VALUE 'N'.
001365 01 BT-RECOVERY-ANSWER   PIC X(01) VALUE SPACE.

001366*    Sanctions screening work fields (4800-4896).  A name is
001367*    compared in a normalized form (4890) - its words, its
001368*    letters and digits run together, and its words sorted and
001369*    run together - so spacing, punctuation and word order do
001370*    not hide a match.  BANK-SANCTIONS-SCREEN carries the same
001371*    forms and matching paragraphs; a change is made in both.
001372 01 SL-FILE-STATUS       PIC X(2).
001373 01 SN-FILE-STATUS       PIC X(2).
001374 01 BT-SCR-NAME-IN       PIC X(60) VALUE SPACES.
001375 01 BT-SCR-SCREENED-NAME PIC X(30) VALUE SPACES.
001376 01 BT-SCR-OLD-NAME      PIC X(30) VALUE SPACES.
001377 01 BT-SCR-CUSTOMER      PIC 9(06) VALUE 0.
001378 01 BT-SCR-OUTCOME       PIC X(01) VALUE 'N'.
001379 01 BT-SCR-BLOCKED       PIC X(01) VALUE 'N'.
001380 01 BT-OPEN-STOPPED      PIC X(01) VALUE 'N'.
001381 01 BT-SCR-DECISION      PIC X(01) VALUE SPACE.
001382 01 BT-SCR-EOF           PIC X(01) VALUE 'N'.
001383 01 BT-SCR-MATCH         PIC X(01) VALUE 'N'.
001384 01 BT-SCR-REASON        PIC X(20) VALUE SPACES.
001385 01 BT-SCR-DEC-FOUND     PIC X(01) VALUE 'N'.
001386 01 BT-SCR-ON-ACCOUNT    PIC X(01) VALUE 'N'.
001387 01 BT-SCR-FROZEN-COUNT  PIC 9(03) VALUE 0.
001388 01 BT-SCR-DEC-COUNT     PIC 9(03) VALUE 0.
001389 01 BT-SCR-PENDING-COUNT PIC 9(03) VALUE 0.
001390 01 BT-SCR-REVIEW-PASS   PIC X(01) VALUE SPACE.
001391 01 BT-SCR-ANY-CONFIRMED PIC X(01) VALUE 'N'.
001392 01 BT-SCR-ANY-CLEARED   PIC X(01) VALUE 'N'.
001393 01 BT-SCR-STATUS-NAME   PIC X(17) VALUE SPACES.
001394 01 BT-SCR-HIT-COUNT     PIC 9(02) COMP VALUE 0.
001395 01 BT-SCR-HIT-MAX       PIC 9(02) COMP VALUE 20.
001396 01 BT-SCR-HIT-IDX       PIC 9(02) COMP VALUE 0.
001397 01 BT-SCR-HIT-OVER      PIC X(01) VALUE 'N'.
001398 01 BT-SCR-HIT-TABLE.
001399     05 BT-SCR-HIT-ENTRY OCCURS 20 TIMES.
001400         10 BT-SCR-HIT-ID      PIC X(10).
001401         10 BT-SCR-HIT-PROGRAM PIC X(10).
001402         10 BT-SCR-HIT-NAME    PIC X(60).
001403         10 BT-SCR-HIT-REASON  PIC X(20).
001404 01 BT-SCR-CHAR          PIC X(01) VALUE SPACE.
001405 01 BT-SCR-CHAR-IDX      PIC 9(02) COMP VALUE 0.
001406 01 BT-SCR-WORD-LEN      PIC 9(02) COMP VALUE 0.
001407 01 BT-SCR-SQZ-PTR       PIC 9(03) COMP VALUE 0.
001408 01 BT-SCR-IDX-1         PIC 9(02) COMP VALUE 0.
001409 01 BT-SCR-IDX-2         PIC 9(02) COMP VALUE 0.
001410 01 BT-SCR-HITS          PIC 9(02) COMP VALUE 0.
001411 01 BT-SCR-SWAP-WORD     PIC X(20) VALUE SPACES.
001412 01 BT-SCR-WORD-HIT-TABLE.
001413     05 BT-SCR-WORD-HIT  PIC X(01) OCCURS 8 TIMES.
001414 01 BT-SCR-WORK-FORM.
001415     05 BT-SCR-WORK-COUNT  PIC 9(02).
001416     05 BT-SCR-WORK-WORD   PIC X(20) OCCURS 8 TIMES.
001417     05 BT-SCR-WORK-SQZ    PIC X(60).
001418     05 BT-SCR-WORK-SORTED PIC X(60).
001419 01 BT-SCR-CUST-FORM.
001420     05 BT-SCR-CUST-COUNT  PIC 9(02).
001421     05 BT-SCR-CUST-WORD   PIC X(20) OCCURS 8 TIMES.
001422     05 BT-SCR-CUST-SQZ    PIC X(60).
001423     05 BT-SCR-CUST-SORTED PIC X(60).
001424 01 BT-SCR-LIST-FORM.
001425     05 BT-SCR-LIST-COUNT  PIC 9(02).
001426     05 BT-SCR-LIST-WORD   PIC X(20) OCCURS 8 TIMES.
001427     05 BT-SCR-LIST-SQZ    PIC X(60).
001428     05 BT-SCR-LIST-SORTED PIC X(60).
001429 01 BT-SCR-SHORT-FORM.
001430     05 BT-SCR-SHORT-COUNT  PIC 9(02).
001431     05 BT-SCR-SHORT-WORD   PIC X(20) OCCURS 8 TIMES.
001432     05 BT-SCR-SHORT-SQZ    PIC X(60).
001433     05 BT-SCR-SHORT-SORTED PIC X(60).
001434 01 BT-SCR-LONG-FORM.
001435     05 BT-SCR-LONG-COUNT  PIC 9(02).
001436     05 BT-SCR-LONG-WORD   PIC X(20) OCCURS 8 TIMES.
001437     05 BT-SCR-LONG-SQZ    PIC X(60).
001438     05 BT-SCR-LONG-SORTED PIC X(60).

001010 PROCEDURE DIVISION.
001020 0000-MAINLINE.
001030     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001226     PERFORM 1260-OPEN-STANDING-ORDERS
001228         THRU 1260-OPEN-STANDING-ORDERS-EXIT
001231     PERFORM 1270-OPEN-HOLD-FILE
001232         THRU 1270-OPEN-HOLD-FILE-EXIT
001233     PERFORM 1280-OPEN-OVERDRAFT-LINKS
001234         THRU 1280-OPEN-OVERDRAFT-LINKS-EXIT
001235     PERFORM 1290-OPEN-LOAN-MASTER
001236         THRU 1290-OPEN-LOAN-MASTER-EXIT
001237     PERFORM 1295-OPEN-RELATIONSHIPS
001238         THRU 1295-OPEN-RELATIONSHIPS-EXIT
001239     PERFORM 1297-OPEN-SCREENING-DECISIONS
001241         THRU 1297-OPEN-SCREENING-DECISIONS-EXIT.

001400 1000-INITIALIZE-EXIT.
001410     EXIT.
001504 1270-OPEN-HOLD-FILE-EXIT.
001505     EXIT.

001506 1280-OPEN-OVERDRAFT-LINKS.
001507     OPEN I-O OVERDRAFT-LINK-FILE
001508     IF OL-FILE-STATUS = '35'
001509         OPEN OUTPUT OVERDRAFT-LINK-FILE
001510         CLOSE OVERDRAFT-LINK-FILE
001511         OPEN I-O OVERDRAFT-LINK-FILE
001512     END-IF
001513     IF OL-FILE-STATUS <> '00'
001514         DISPLAY "Error opening overdraft links, status "
001515             OL-FILE-STATUS ". Exiting program."
001516         PERFORM 9999-EXIT-PROGRAM THRU 9999-EXIT-PROGRAM-EXIT
001517     END-IF.
001518 1280-OPEN-OVERDRAFT-LINKS-EXIT.
001519     EXIT.

001520 1290-OPEN-LOAN-MASTER.
001521     OPEN I-O LOAN-MASTER-FILE
001522     IF LN-FILE-STATUS = '35'
001523         OPEN OUTPUT LOAN-MASTER-FILE
001524         CLOSE LOAN-MASTER-FILE
001525         OPEN I-O LOAN-MASTER-FILE
001526     END-IF
001527     IF LN-FILE-STATUS <> '00'
001528         DISPLAY "Error opening loan master, status "
001529             LN-FILE-STATUS ". Exiting program."
001530         PERFORM 9999-EXIT-PROGRAM THRU 9999-EXIT-PROGRAM-EXIT
001531     END-IF.
001532 1290-OPEN-LOAN-MASTER-EXIT.
001533     EXIT.

001534 1295-OPEN-RELATIONSHIPS.
001535     OPEN I-O ACCOUNT-RELATIONSHIP-FILE
001536     IF RL-FILE-STATUS = '35'
001537         OPEN OUTPUT ACCOUNT-RELATIONSHIP-FILE
001538         CLOSE ACCOUNT-RELATIONSHIP-FILE
001539         OPEN I-O ACCOUNT-RELATIONSHIP-FILE
001540     END-IF
001541     IF RL-FILE-STATUS <> '00'
001542         DISPLAY "Error opening account relationships, status "
001543             RL-FILE-STATUS ". Exiting program."
001544         PERFORM 9999-EXIT-PROGRAM THRU 9999-EXIT-PROGRAM-EXIT
001545     END-IF.
001546 1295-OPEN-RELATIONSHIPS-EXIT.
001547     EXIT.

001548 1297-OPEN-SCREENING-DECISIONS.
001549     OPEN I-O SCREENING-DECISION-FILE
001550     IF SN-FILE-STATUS = '35'
001551         OPEN OUTPUT SCREENING-DECISION-FILE
001552         CLOSE SCREENING-DECISION-FILE
001553         OPEN I-O SCREENING-DECISION-FILE
001554     END-IF
001555     IF SN-FILE-STATUS <> '00'
001556         DISPLAY "Error opening screening decisions, status "
001557             SN-FILE-STATUS ". Exiting program."
001558         PERFORM 9999-EXIT-PROGRAM THRU 9999-EXIT-PROGRAM-EXIT
001559     END-IF.
001560 1297-OPEN-SCREENING-DECISIONS-EXIT.
001561     EXIT.

001458*****************************************************************
001460*  1500-TELLER-SIGN-ON requires a valid, active teller id from
001462*  the TELLER-MASTER file before any account can be selected.
001420 2000-PROCESS-ACCOUNT.
001430     MOVE ACCOUNT-NUMBER TO ACCOUNT-NUMBER-FILE
001440     MOVE 'N' TO WS-ACCOUNT-FOUND
001441     MOVE 'N' TO BT-OPEN-STOPPED
001450     READ ACCOUNT-FILE
001460         INVALID KEY
001470             MOVE 'N' TO WS-ACCOUNT-FOUND
001530     END-READ
001540     IF WS-ACCOUNT-FOUND = 'N'
001550         PERFORM 2100-CREATE-ACCOUNT THRU 2100-CREATE-ACCOUNT-EXIT
001551         IF BT-OPEN-STOPPED = 'Y'
001552             GO TO 2000-PROCESS-ACCOUNT-EXIT
001553         END-IF
001560     END-IF
001570     IF BT-ACCOUNT-CLOSED OR BT-ACCOUNT-FROZEN
001571         OR BT-ACCOUNT-DORMANT
001580         DISPLAY "This account is closed, frozen or dormant. "
001590             "Transactions are not permitted - "
001591             "account maintenance only."
001592         IF BT-ACCOUNT-FROZEN
001593             PERFORM 3130-RECOVERY-PAYMENT
001594                 THRU 3130-RECOVERY-PAYMENT-EXIT
001595         END-IF
001592         PERFORM 3700-ACCOUNT-MAINTENANCE
001593             THRU 3700-ACCOUNT-MAINTENANCE-EXIT
001600     ELSE
001610         DISPLAY "Customer: " BT-CUSTOMER-NAME
001615         PERFORM 4740-LIST-PARTIES THRU 4740-LIST-PARTIES-EXIT
001620         PERFORM 3000-TRANSACTION-OPERATION
001630             THRU 3000-TRANSACTION-OPERATION-EXIT
001640     END-IF.
001672     DISPLAY "New account.".
001674     MOVE 'N' TO BT-CUST-FOUND.
001676     PERFORM 2110-GET-CUSTOMER THRU 2110-GET-CUSTOMER-EXIT
001678         UNTIL BT-CUST-FOUND = 'Y' OR BT-OPEN-STOPPED = 'Y'.
001679     IF BT-OPEN-STOPPED = 'Y'
001681         DISPLAY "Account not opened."
001682         GO TO 2100-CREATE-ACCOUNT-EXIT
001683     END-IF
001695     DISPLAY "Enter initial credit limit (0 for none): ".
001696     ACCEPT BT-NEW-CREDIT-LIMIT.
001697     IF BT-NEW-CREDIT-LIMIT < 0
001752         MOVE 0 TO TERM-MONTHS-FILE
001753         MOVE SPACE TO MATURITY-DISP-FILE
001754     END-IF
001756     MOVE 0 TO RETURN-HOLD-UNTIL-FILE
001757     MOVE 0 TO RETURN-HOLD-DAYS-FILE
001740     WRITE ACCOUNT-RECORD
001750         INVALID KEY
001760             DISPLAY "Unable to create account - duplicate key."
001780     MOVE 0 TO BALANCE
001790     MOVE 'A' TO BT-ACCOUNT-STATUS
001795     MOVE BT-NEW-CREDIT-LIMIT TO BT-CREDIT-LIMIT
001796     MOVE MATURITY-DATE-FILE TO BT-MATURITY-DATE
001797     PERFORM 4705-ADOPT-PRIMARY THRU 4705-ADOPT-PRIMARY-EXIT
001798     MOVE 'Y' TO BT-REL-MORE
001799     PERFORM 2180-ADD-ANOTHER-PARTY
001800         THRU 2180-ADD-ANOTHER-PARTY-EXIT
001801         UNTIL BT-REL-MORE = 'N'.
001800 2100-CREATE-ACCOUNT-EXIT.
001810     EXIT.

001814*  existing customer - the master record's name then carries
001815*  onto the account, spelled the one way the master spells it -
001816*  or keys zero to set up a new customer first.  The paragraph
001817*  is reperformed until an attachment succeeds, or until
001818*  sanctions screening (4800) stops a new customer's opening,
001819*  or an existing customer has a sanctions match pending
001820*  review or confirmed (4850) - either stops the account
001821*  opening with it.
001818*****************************************************************
001819 2110-GET-CUSTOMER.
001820     DISPLAY "Enter customer number (000000 for new customer): ".
001828             INVALID KEY
001829                 DISPLAY "Customer not on file."
001830             NOT INVALID KEY
001831                 MOVE BT-CUSTOMER-NUMBER TO BT-SCR-CUSTOMER
001832                 PERFORM 4850-CHECK-OPEN-MATCHES
001833                     THRU 4850-CHECK-OPEN-MATCHES-EXIT
001834                 IF BT-SCR-BLOCKED = 'Y'
001835                     DISPLAY "Customer has a sanctions match "
001836                         "pending review or confirmed."
001837                     MOVE 'Y' TO BT-OPEN-STOPPED
001838                 ELSE
001839                     MOVE CM-CUSTOMER-NAME TO BT-CUSTOMER-NAME
001840                     DISPLAY "Customer: " CM-CUSTOMER-NAME
001841                     MOVE 'Y' TO BT-CUST-FOUND
001842                 END-IF
001834         END-READ
001835     END-IF.
001836 2110-GET-CUSTOMER-EXIT.
001845     MOVE BT-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER
001846     DISPLAY "Enter customer name: "
001847     ACCEPT CM-CUSTOMER-NAME
001848     MOVE CM-CUSTOMER-NAME   TO BT-SCR-NAME-IN
001849     MOVE CM-CUSTOMER-NAME   TO BT-SCR-SCREENED-NAME
001850     MOVE BT-CUSTOMER-NUMBER TO BT-SCR-CUSTOMER
001851     PERFORM 4800-SCREEN-AT-WINDOW THRU 4800-SCREEN-AT-WINDOW-EXIT
001852     IF BT-SCR-OUTCOME = 'S' OR BT-SCR-OUTCOME = 'M'
001853         MOVE 'Y' TO BT-OPEN-STOPPED
001854         DISPLAY "Customer not opened - sanctions screening."
001855         GO TO 2120-CREATE-CUSTOMER-EXIT
001856     END-IF
001848     DISPLAY "Enter address line 1: "
001849     ACCEPT CM-ADDR-LINE-1
001850     DISPLAY "Enter address line 2: "
001859     ACCEPT CM-PHONE
001860     DISPLAY "Enter tax id: "
001861     ACCEPT CM-TAX-ID
001862     ACCEPT BT-TODAYS-DATE FROM DATE YYYYMMDD
001863     MOVE BT-TODAYS-DATE TO CM-LAST-CONTACT-DATE
001862     WRITE CUSTOMER-MASTER-RECORD
001863         INVALID KEY
001864             DISPLAY "Unable to create customer - duplicate key."
001964 2170-SET-MONTH-LIMIT-EXIT.
001965     EXIT.

001966*****************************************************************
001967*  2180-ADD-ANOTHER-PARTY offers, as a new account is opened,
001968*  to put joint owners, signers or a payable-on-death
001969*  beneficiary on it alongside the primary; it is reperformed
001971*  until the teller answers no.
001972*****************************************************************
001973 2180-ADD-ANOTHER-PARTY.
001974     DISPLAY "Add a joint owner, signer or beneficiary (Y/N)? "
001975     ACCEPT BT-REL-MORE
001976     IF BT-REL-MORE = 'Y'
001977         PERFORM 4710-ADD-RELATIONSHIP
001978             THRU 4710-ADD-RELATIONSHIP-EXIT
001979     ELSE
001981         MOVE 'N' TO BT-REL-MORE
001982     END-IF.
001983 2180-ADD-ANOTHER-PARTY-EXIT.
001984     EXIT.

001820 3000-TRANSACTION-OPERATION.
001830     DISPLAY "Choose transaction type: ".
001840     DISPLAY "D - Deposit, W - Withdrawal, B - Check Balance,"
001850         " T - Transfer, R - Reverse, H - History,"
001851         " L - Loan payment,"
001852         " M - Maintenance, X - EXIT".
001860     ACCEPT TRANSACTION-TYPE.
001870     IF TRANSACTION-TYPE = 'D'
001953     ELSE IF TRANSACTION-TYPE = 'H'
001954         PERFORM 3900-TRANSACTION-HISTORY
001955             THRU 3900-TRANSACTION-HISTORY-EXIT
001956     ELSE IF TRANSACTION-TYPE = 'L'
001957         PERFORM 4600-LOAN-PAYMENT THRU 4600-LOAN-PAYMENT-EXIT
001948     ELSE IF TRANSACTION-TYPE = 'M'
001949         PERFORM 3700-ACCOUNT-MAINTENANCE
001951             THRU 3700-ACCOUNT-MAINTENANCE-EXIT
002134         PERFORM 3470-RECORD-CASH-IN
002135             THRU 3470-RECORD-CASH-IN-EXIT
002136     END-IF.
002137     IF BT-CASH-CHECK NOT = 'C'
002138         PERFORM 3120-HOLD-RETURNED-CHECK
002139             THRU 3120-HOLD-RETURNED-CHECK-EXIT
002140     END-IF.
002140     DISPLAY "Deposit successful.".
002150     PERFORM 3300-CHECK-BALANCE THRU 3300-CHECK-BALANCE-EXIT.
002160 3100-DEPOSIT-EXIT.
002170     EXIT.
002171*****************************************************************
002172*  3120-HOLD-RETURNED-CHECK holds a check just deposited to an
002173*  account BANK-RETURNED-ITEMS has caught under the repeat-
002174*  offender rule: while RETURN-HOLD-UNTIL-FILE has not passed, a
002175*  FUNDS-HOLD for the full deposit is placed for RETURN-HOLD-
002176*  DAYS-FILE days, so the customer cannot draw against a check
002177*  until it has had time to come back.  The account record is
002178*  still current from 3400-UPDATE-BALANCE.
002179*****************************************************************
002180 3120-HOLD-RETURNED-CHECK.
002181     IF RETURN-HOLD-UNTIL-FILE IS NOT NUMERIC
002182         OR RETURN-HOLD-DAYS-FILE IS NOT NUMERIC
002183         GO TO 3120-HOLD-RETURNED-CHECK-EXIT
002184     END-IF
002185     ACCEPT BT-TODAYS-DATE FROM DATE YYYYMMDD
002186     IF RETURN-HOLD-UNTIL-FILE < BT-TODAYS-DATE
002187         OR RETURN-HOLD-DAYS-FILE = 0
002188         GO TO 3120-HOLD-RETURNED-CHECK-EXIT
002189     END-IF
002190     MOVE RETURN-HOLD-DAYS-FILE TO BT-RETURN-HOLD-DAYS
002191     PERFORM 3860-GET-NEXT-HOLD-NO
002192         THRU 3860-GET-NEXT-HOLD-NO-EXIT
002193     IF BT-HOLD-NUMBER = 0
002194         DISPLAY "Returned-item hold NOT placed - refer to "
002195             "supervisor."
002196         GO TO 3120-HOLD-RETURNED-CHECK-EXIT
002197     END-IF
002198     MOVE BT-TODAYS-DATE TO BT-WORK-DATE
002199     PERFORM 3125-ADD-ONE-DAY THRU 3125-ADD-ONE-DAY-EXIT
002200         BT-RETURN-HOLD-DAYS TIMES
002201     MOVE SPACES               TO HOLD-RECORD
002202     MOVE ACCOUNT-NUMBER       TO HD-ACCOUNT-NUMBER
002203     MOVE BT-HOLD-NUMBER       TO HD-HOLD-NUMBER
002204     MOVE TRANSACTION-AMOUNT   TO HD-HOLD-AMOUNT
002205     MOVE "RETURNED ITEM HOLD" TO HD-REASON
002206     MOVE BT-WORK-DATE         TO HD-EXPIRY-DATE
002207     MOVE 'A'                  TO HD-STATUS
002208     WRITE HOLD-RECORD
002209         INVALID KEY
002210             DISPLAY "Unable to place returned-item hold - "
002211                 "duplicate key."
002212         NOT INVALID KEY
002213             DISPLAY "Check held until " BT-WORK-DATE
002214                 " (returned items) - hold " HD-HOLD-NUMBER "."
002215     END-WRITE.
002216 3120-HOLD-RETURNED-CHECK-EXIT.
002217     EXIT.

002218 3125-ADD-ONE-DAY.
002219     ADD 1 TO BT-WORK-DD
002220     PERFORM 2170-SET-MONTH-LIMIT THRU 2170-SET-MONTH-LIMIT-EXIT
002221     IF BT-WORK-DD > BT-MONTH-LIMIT
002222         MOVE 1 TO BT-WORK-DD
002223         IF BT-WORK-MM = 12
002224             MOVE 1 TO BT-WORK-MM
002225             ADD 1 TO BT-WORK-YYYY
002226         ELSE
002227             ADD 1 TO BT-WORK-MM
002228         END-IF
002229     END-IF.
002230 3125-ADD-ONE-DAY-EXIT.
002231     EXIT.

002232*****************************************************************
002233*  3130-RECOVERY-PAYMENT lets a frozen account that BANK-
002234*  OVERDRAFT-AGING has charged off take a payment toward the
002235*  amount written off without lifting the freeze.  The payment
002236*  needs a supervisor's approval (3465) and is posted and logged
002237*  as a deposit carrying the approving supervisor, so the next
002238*  overdraft-aging run reports it as a recovery against the
002239*  charge-off.  Any other frozen account goes straight on to
002240*  maintenance.
002241*****************************************************************
002242 3130-RECOVERY-PAYMENT.
002243     OPEN INPUT CHARGE-OFF-FILE
002244     IF CO-FILE-STATUS <> '00'
002245         GO TO 3130-RECOVERY-PAYMENT-EXIT
002246     END-IF
002247     MOVE ACCOUNT-NUMBER TO CO-ACCOUNT-NUMBER
002248     MOVE 'Y' TO BT-CO-FOUND
002249     READ CHARGE-OFF-FILE
002250         INVALID KEY
002251             MOVE 'N' TO BT-CO-FOUND
002252     END-READ
002253     CLOSE CHARGE-OFF-FILE
002254     IF BT-CO-FOUND = 'N'
002255         GO TO 3130-RECOVERY-PAYMENT-EXIT
002256     END-IF
002257     DISPLAY "Account charged off " CO-CHARGE-OFF-DATE
002258         " - written off " CO-CHARGE-OFF-AMOUNT
002259         ", recovered " CO-RECOVERED-AMOUNT "."
002260     DISPLAY "Take a recovery payment (Y/N)? "
002261     ACCEPT BT-RECOVERY-ANSWER
002262     IF BT-RECOVERY-ANSWER NOT = 'Y'
002263         GO TO 3130-RECOVERY-PAYMENT-EXIT
002264     END-IF
002265     DISPLAY "Enter payment amount: "
002266     ACCEPT TRANSACTION-AMOUNT
002267     IF TRANSACTION-AMOUNT NOT > 0
002268         DISPLAY "Payment amount must be greater than zero."
002269         GO TO 3130-RECOVERY-PAYMENT-EXIT
002270     END-IF
002271     DISPLAY "A payment to a frozen account needs a "
002272         "supervisor's approval."
002273     PERFORM 3465-SUPERVISOR-OVERRIDE
002274         THRU 3465-SUPERVISOR-OVERRIDE-EXIT
002275     IF BT-OVERRIDE-OK = 'N'
002276         DISPLAY "Transaction cancelled."
002277         GO TO 3130-RECOVERY-PAYMENT-EXIT
002278     END-IF
002279     ADD TRANSACTION-AMOUNT TO BALANCE GIVING BALANCE
002280     PERFORM 3400-UPDATE-BALANCE THRU 3400-UPDATE-BALANCE-EXIT
002281     PERFORM 3410-STAMP-LAST-ACTIVITY
002282         THRU 3410-STAMP-LAST-ACTIVITY-EXIT
002283     MOVE ACCOUNT-NUMBER     TO BT-LOG-ACCOUNT
002284     MOVE 'D'                TO BT-LOG-TYPE
002285     MOVE TRANSACTION-AMOUNT TO BT-LOG-AMOUNT
002286     MOVE BALANCE            TO BT-LOG-BALANCE
002287     MOVE 0                  TO BT-LOG-RELATED-REF
002288     PERFORM 3450-WRITE-LOG-ENTRY THRU 3450-WRITE-LOG-ENTRY-EXIT
002289     MOVE SPACES TO BT-APPROVED-BY
002290     DISPLAY "Cash or check (C-Cash, K-Check)? "
002291     ACCEPT BT-CASH-CHECK
002292     IF BT-CASH-CHECK = 'C'
002293         PERFORM 3470-RECORD-CASH-IN
002294             THRU 3470-RECORD-CASH-IN-EXIT
002295     END-IF
002296     DISPLAY "Recovery payment posted - the account stays "
002297         "frozen.".
002298 3130-RECOVERY-PAYMENT-EXIT.
002299     EXIT.

002180 3200-WITHDRAWAL.
002190     DISPLAY "Enter withdrawal amount: ".
002208         GO TO 3200-WITHDRAWAL-EXIT
002209     END-IF.
002210     PERFORM 3300-CHECK-BALANCE THRU 3300-CHECK-BALANCE-EXIT.
002211     PERFORM 3210-CHECK-EARLY-WITHDRAWAL
002212         THRU 3210-CHECK-EARLY-WITHDRAWAL-EXIT.
002213     IF BT-TERM-OK = 'N'
002214         DISPLAY "Transaction cancelled."
002215         GO TO 3200-WITHDRAWAL-EXIT
002216     END-IF.
002217     IF TRANSACTION-AMOUNT > BT-AVAILABLE-BALANCE
002218         MOVE 'W' TO BT-SWEEP-TRIGGER
002219         MOVE 0 TO BT-SWEEP-EXCLUDE
002220         PERFORM 4300-OVERDRAFT-SWEEP
002221             THRU 4300-OVERDRAFT-SWEEP-EXIT
002222     END-IF.
002220     IF TRANSACTION-AMOUNT > BT-AVAILABLE-BALANCE
002230         DISPLAY "Insufficient available funds. "
002231             "Transaction cancelled."
002240     ELSE
002250         SUBTRACT TRANSACTION-AMOUNT FROM BALANCE GIVING BALANCE
002260         PERFORM 3400-UPDATE-BALANCE THRU 3400-UPDATE-BALANCE-EXIT
002265         PERFORM 3410-STAMP-LAST-ACTIVITY
002342         END-IF
002340         DISPLAY "Withdrawal successful."
002350         PERFORM 3300-CHECK-BALANCE THRU 3300-CHECK-BALANCE-EXIT
002360     END-IF.
002370 3200-WITHDRAWAL-EXIT.
002380     EXIT.
003106         DISPLAY "Cannot transfer to the same account."
003107     ELSE
003110         PERFORM 3300-CHECK-BALANCE THRU 3300-CHECK-BALANCE-EXIT
003111         PERFORM 3210-CHECK-EARLY-WITHDRAWAL
003112             THRU 3210-CHECK-EARLY-WITHDRAWAL-EXIT
003113         IF BT-TERM-OK = 'N'
003114             DISPLAY "Transaction cancelled."
003115             GO TO 3500-TRANSFER-EXIT
003116         END-IF
003117         IF TRANSACTION-AMOUNT > BT-AVAILABLE-BALANCE
003118             MOVE 'T' TO BT-SWEEP-TRIGGER
003119             MOVE BT-TARGET-ACCOUNT TO BT-SWEEP-EXCLUDE
003120             PERFORM 4300-OVERDRAFT-SWEEP
003121                 THRU 4300-OVERDRAFT-SWEEP-EXIT
003122         END-IF
003120         IF TRANSACTION-AMOUNT > BT-AVAILABLE-BALANCE
003130             DISPLAY "Insufficient available funds. "
003131                 "Transaction cancelled."
003140         ELSE
003150             MOVE BT-TARGET-ACCOUNT TO ACCOUNT-NUMBER-FILE
003160             READ ACCOUNT-FILE
003170                 INVALID KEY
003530                     END-READ
003535                   END-IF
003540             END-READ
003550         END-IF
003551     END-IF.
003560 3500-TRANSFER-EXIT.
003820*  3000-TRANSACTION-OPERATION entirely for such an account - this
003830*  is the reactivation escape hatch.  It is also reachable from
003840*  the ordinary transaction menu for an active account so a
003850*  credit limit can be raised or an account frozen without
003860*  first blocking it through some other transaction.  Closing
003861*  an account is option 'Z' (4200), which settles and pays out
003862*  the balance first; option 'S' no longer sets Closed.
003863*  Option 'V' (4400) names the account's overdraft protection.
003864*  Option 'N' (4500) books and looks after installment loans.
003865*  Option 'C' (3730) also leads to the account's owners and
003866*  signers (4700).
003870*****************************************************************
003880 3700-ACCOUNT-MAINTENANCE.
003890     DISPLAY "Account maintenance - S: Set status, "
003900         "L: Set credit limit, C: Customers and owners, ".
003910     DISPLAY "O: Standing orders, H: Funds holds, "
003920         "P: Product type, T: Teller master, D: Cash drawer, ".
003921     DISPLAY "V: Overdraft protection, Z: Close account, "
003922         "N: Installment loans, X: Exit".
003930     ACCEPT BT-MAINT-OPTION.
003940     IF BT-MAINT-OPTION = 'S'
003950         PERFORM 3710-SET-ACCOUNT-STATUS
004142     ELSE IF BT-MAINT-OPTION = 'D'
004144         PERFORM 4000-CASH-DRAWER-MENU
004146             THRU 4000-CASH-DRAWER-MENU-EXIT
004147     ELSE IF BT-MAINT-OPTION = 'V'
004148         PERFORM 4400-OVERDRAFT-LINK-MENU
004149             THRU 4400-OVERDRAFT-LINK-MENU-EXIT
004150     ELSE IF BT-MAINT-OPTION = 'N'
004151         PERFORM 4500-LOAN-MENU THRU 4500-LOAN-MENU-EXIT
004152     ELSE IF BT-MAINT-OPTION = 'Z'
004153         PERFORM 4200-CLOSE-ACCOUNT
004154             THRU 4200-CLOSE-ACCOUNT-EXIT
004150     ELSE IF BT-MAINT-OPTION = 'X'
004160         CONTINUE
004170     ELSE
004230     DISPLAY "Enter new status (A-Active, C-Closed, F-Frozen, "
004235         "D-Dormant): ".
004240     ACCEPT BT-NEW-STATUS.
004250     IF BT-NEW-STATUS = 'C'
004251         DISPLAY "Use option Z to close an account - the "
004252             "balance, holds and standing orders are settled "
004253             "first."
004254     ELSE IF BT-NEW-STATUS = 'A'
004260         OR BT-NEW-STATUS = 'F' OR BT-NEW-STATUS = 'D'
004270         MOVE ACCOUNT-NUMBER TO ACCOUNT-NUMBER-FILE
004280         READ ACCOUNT-FILE
004314                     PERFORM 3715-REACTIVATE-DORMANT
004316                         THRU 3715-REACTIVATE-DORMANT-EXIT
004318                 ELSE
004319                     MOVE 'Y' TO BT-RELEASE-OK
004320                     IF ACCOUNT-FROZEN-FILE
004321                         AND BT-NEW-STATUS NOT = 'F'
004322                         PERFORM 3716-CHECK-FREEZE-RELEASE
004323                             THRU 3716-CHECK-FREEZE-RELEASE-EXIT
004324                     END-IF
004325                     IF BT-RELEASE-OK = 'Y'
004326                         MOVE BT-NEW-STATUS TO ACCOUNT-STATUS-FILE
004330                         REWRITE ACCOUNT-RECORD
004340                         MOVE BT-NEW-STATUS TO BT-ACCOUNT-STATUS
004350                         DISPLAY "Account status updated."
004351                     END-IF
004355                 END-IF
004360         END-READ
004370     ELSE
004436 3715-REACTIVATE-DORMANT-EXIT.
004437     EXIT.

004438*****************************************************************
004439*  3716-CHECK-FREEZE-RELEASE decides whether a frozen account may
004440*  be made active or dormant again, and sets BT-RELEASE-OK.  Not
004441*  while anyone who may transact on it - the account's customer,
004442*  or an active owner or signer on ACCOUNT-RELATIONSHIPS - has a
004443*  sanctions screening match pending review or confirmed (4850);
004444*  compliance decides the match first, under customer
004445*  maintenance option 'S'.  An account BANK-OVERDRAFT-AGING has
004446*  charged off is then released only with a supervisor's
004447*  approval (3718).  The account record is left current for the
004448*  caller's rewrite.
004449*****************************************************************
004450 3716-CHECK-FREEZE-RELEASE.
004451     MOVE 'N' TO BT-RELEASE-OK
004452     MOVE 'N' TO BT-SCR-BLOCKED
004453     IF CUSTOMER-NUMBER-FILE IS NUMERIC
004454         AND CUSTOMER-NUMBER-FILE NOT = 0
004455         MOVE CUSTOMER-NUMBER-FILE TO BT-SCR-CUSTOMER
004456         PERFORM 4850-CHECK-OPEN-MATCHES
004457             THRU 4850-CHECK-OPEN-MATCHES-EXIT
004458     END-IF
004459     IF BT-SCR-BLOCKED = 'N'
004460         PERFORM 4760-START-RELATIONSHIPS
004461             THRU 4760-START-RELATIONSHIPS-EXIT
004462         PERFORM 3717-CHECK-ONE-PARTY
004463             THRU 3717-CHECK-ONE-PARTY-EXIT
004464             UNTIL BT-REL-EOF = 'Y'
004465     END-IF
004466     IF BT-SCR-BLOCKED = 'Y'
004467         DISPLAY "Customer " BT-SCR-CUSTOMER " on this account "
004468             "has a sanctions match pending review or confirmed."
004469         DISPLAY "The account stays frozen - the match is "
004470             "decided under customer maintenance option S."
004471         GO TO 3716-CHECK-FREEZE-RELEASE-EXIT
004472     END-IF
004473     PERFORM 3718-RELEASE-CHARGE-OFF
004474         THRU 3718-RELEASE-CHARGE-OFF-EXIT.
004475 3716-CHECK-FREEZE-RELEASE-EXIT.
004476     EXIT.

004477 3717-CHECK-ONE-PARTY.
004478     PERFORM 4765-NEXT-RELATIONSHIP
004479         THRU 4765-NEXT-RELATIONSHIP-EXIT
004480     IF BT-REL-EOF = 'Y'
004481         GO TO 3717-CHECK-ONE-PARTY-EXIT
004482     END-IF
004483     IF NOT RL-ACTIVE OR NOT RL-ROLE-MAY-TRANSACT
004484         GO TO 3717-CHECK-ONE-PARTY-EXIT
004485     END-IF
004486     MOVE RL-CUSTOMER-NUMBER TO BT-SCR-CUSTOMER
004487     PERFORM 4850-CHECK-OPEN-MATCHES
004488         THRU 4850-CHECK-OPEN-MATCHES-EXIT
004489     IF BT-SCR-BLOCKED = 'Y'
004490         MOVE 'Y' TO BT-REL-EOF
004491     END-IF.
004492 3717-CHECK-ONE-PARTY-EXIT.
004493     EXIT.

004494*****************************************************************
004495*  3718-RELEASE-CHARGE-OFF looks the account up on CHARGE-OFFS.
004496*  One never charged off is released as before.  One charged
004497*  off needs a supervisor other than the teller to approve
004498*  lifting the freeze, and the approving supervisor and the
004499*  keying teller are recorded on its charge-off record.  The
004500*  file is opened and closed around the lookup, as TELLER-
004501*  MASTER is for an override.
004502*****************************************************************
004503 3718-RELEASE-CHARGE-OFF.
004504     OPEN I-O CHARGE-OFF-FILE
004505     IF CO-FILE-STATUS = '35'
004506         MOVE 'Y' TO BT-RELEASE-OK
004507         GO TO 3718-RELEASE-CHARGE-OFF-EXIT
004508     END-IF
004509     IF CO-FILE-STATUS <> '00'
004510         DISPLAY "Charge-off file unavailable, status "
004511             CO-FILE-STATUS ". Status not changed."
004512         GO TO 3718-RELEASE-CHARGE-OFF-EXIT
004513     END-IF
004514     MOVE ACCOUNT-NUMBER-FILE TO CO-ACCOUNT-NUMBER
004515     MOVE 'Y' TO BT-CO-FOUND
004516     READ CHARGE-OFF-FILE
004517         INVALID KEY
004518             MOVE 'N' TO BT-CO-FOUND
004519     END-READ
004520     IF BT-CO-FOUND = 'N'
004521         MOVE 'Y' TO BT-RELEASE-OK
004522         CLOSE CHARGE-OFF-FILE
004523         GO TO 3718-RELEASE-CHARGE-OFF-EXIT
004524     END-IF
004525     DISPLAY "Account charged off " CO-CHARGE-OFF-DATE
004526         " - written off " CO-CHARGE-OFF-AMOUNT
004527         ", recovered " CO-RECOVERED-AMOUNT "."
004528     DISPLAY "Lifting the freeze needs a supervisor's approval."
004529     PERFORM 3465-SUPERVISOR-OVERRIDE
004530         THRU 3465-SUPERVISOR-OVERRIDE-EXIT
004531     IF BT-OVERRIDE-OK = 'N'
004532         DISPLAY "Freeze not lifted."
004533         CLOSE CHARGE-OFF-FILE
004534         GO TO 3718-RELEASE-CHARGE-OFF-EXIT
004535     END-IF
004536     MOVE BT-APPROVED-BY TO CO-RELEASED-BY
004537     MOVE BT-TELLER-ID   TO CO-RELEASE-KEYED-BY
004538     MOVE SPACES TO BT-APPROVED-BY
004539     REWRITE CHARGE-OFF-RECORD
004540     IF CO-FILE-STATUS <> '00'
004541         DISPLAY "Unable to record the release, status "
004542             CO-FILE-STATUS ". Status not changed."
004543     ELSE
004544         MOVE 'Y' TO BT-RELEASE-OK
004545     END-IF
004546     CLOSE CHARGE-OFF-FILE.
004547 3718-RELEASE-CHARGE-OFF-EXIT.
004548     EXIT.

004420 3720-SET-CREDIT-LIMIT.
004430     DISPLAY "Enter new credit limit: ".
004440     ACCEPT BT-NEW-CREDIT-LIMIT.
004820*  tax id - and then refreshes the name copy on every account
004830*  that customer holds, so one correction reaches the whole
004840*  relationship at once instead of leaving the name spelled
004850*  differently on each account.  The record changed is the
004851*  primary owner's unless the teller names another customer
004852*  who stands on the account.  Option 'R' instead maintains
004853*  who stands on the account (4700), and option 'S' reviews
004854*  sanctions screening matches (4860).  A changed name is
004855*  screened (4820); a confirmed match freezes the customer's
004856*  accounts once the record is rewritten.
004860*****************************************************************
004870 3730-CUSTOMER-MAINTENANCE.
004871     DISPLAY "Customer maintenance - C: Change customer record, "
004872         "R: Owners and signers, S: Sanctions screening, "
004873         "X: Exit".
004874     ACCEPT BT-REL-OPTION.
004875     IF BT-REL-OPTION = 'R'
004876         PERFORM 4700-RELATIONSHIP-MENU
004877             THRU 4700-RELATIONSHIP-MENU-EXIT
004878         GO TO 3730-CUSTOMER-MAINTENANCE-EXIT
004879     END-IF
004880     IF BT-REL-OPTION = 'S'
004881         PERFORM 4860-SCREENING-REVIEW
004882             THRU 4860-SCREENING-REVIEW-EXIT
004883         GO TO 3730-CUSTOMER-MAINTENANCE-EXIT
004884     END-IF
004885     IF BT-REL-OPTION NOT = 'C'
004886         IF BT-REL-OPTION NOT = 'X'
004887             DISPLAY "Invalid customer maintenance option."
004888         END-IF
004889         GO TO 3730-CUSTOMER-MAINTENANCE-EXIT
004890     END-IF
004880     MOVE ACCOUNT-NUMBER TO ACCOUNT-NUMBER-FILE
004890     READ ACCOUNT-FILE
004900         INVALID KEY
004960         DISPLAY "Account is not linked to a customer record."
004970         GO TO 3730-CUSTOMER-MAINTENANCE-EXIT
004980     END-IF
004981     DISPLAY "Customer number to change (000000 for the "
004982         "primary owner): "
004983     ACCEPT BT-REL-CUSTOMER
004984     IF BT-REL-CUSTOMER = 0
004990         MOVE CUSTOMER-NUMBER-FILE TO BT-REL-CUSTOMER
004991     END-IF
004992     IF BT-REL-CUSTOMER NOT = CUSTOMER-NUMBER-FILE
004993         PERFORM 4712-READ-RELATIONSHIP
004994             THRU 4712-READ-RELATIONSHIP-EXIT
004995         IF BT-REL-FOUND = 'N' OR NOT RL-ACTIVE
004996             DISPLAY "Customer is not on this account."
004997             GO TO 3730-CUSTOMER-MAINTENANCE-EXIT
004998         END-IF
004999     END-IF
005000     MOVE BT-REL-CUSTOMER TO CM-CUSTOMER-NUMBER
005000     READ CUSTOMER-MASTER-FILE
005010         INVALID KEY
005020             DISPLAY "Customer record not on file."
005040     END-READ
005050     DISPLAY "Customer " CM-CUSTOMER-NUMBER " - "
005060         CM-CUSTOMER-NAME
005065     MOVE 'N' TO BT-SCR-OUTCOME
005070     PERFORM 3740-REVISE-CUSTOMER-FIELDS
005080         THRU 3740-REVISE-CUSTOMER-FIELDS-EXIT
005081     ACCEPT BT-TODAYS-DATE FROM DATE YYYYMMDD
005082     MOVE BT-TODAYS-DATE TO CM-LAST-CONTACT-DATE
005090     REWRITE CUSTOMER-MASTER-RECORD
005095     IF CM-CUSTOMER-NUMBER = CUSTOMER-NUMBER-FILE
005100         MOVE CM-CUSTOMER-NAME TO BT-CUSTOMER-NAME
005105     END-IF
005110     PERFORM 3750-SYNC-ACCOUNT-NAMES
005120         THRU 3750-SYNC-ACCOUNT-NAMES-EXIT
005130     DISPLAY "Customer record updated on all accounts."
005131     IF BT-SCR-OUTCOME = 'M'
005132         MOVE CM-CUSTOMER-NUMBER TO BT-SCR-CUSTOMER
005133         PERFORM 4840-FREEZE-CUSTOMER-ACCOUNTS
005134             THRU 4840-FREEZE-CUSTOMER-ACCOUNTS-EXIT
005135     END-IF.
005140 3730-CUSTOMER-MAINTENANCE-EXIT.
005150     EXIT.

005160*****************************************************************
005170*  3740-REVISE-CUSTOMER-FIELDS shows each master field and
005180*  accepts a replacement; a blank entry keeps the field as it
005190*  is, so the teller only keys what is changing.  A new name
005191*  is screened against the sanctions list first (4820).
005200*****************************************************************
005210 3740-REVISE-CUSTOMER-FIELDS.
005220     DISPLAY "Name   [" CM-CUSTOMER-NAME "]: "
005230     ACCEPT BT-MAINT-FIELD
005240     IF BT-MAINT-FIELD NOT = SPACES
005241         AND BT-MAINT-FIELD NOT = CM-CUSTOMER-NAME
005242         MOVE CM-CUSTOMER-NAME TO BT-SCR-OLD-NAME
005250         MOVE BT-MAINT-FIELD TO CM-CUSTOMER-NAME
005251         PERFORM 4820-SCREEN-NAME-CHANGE
005252             THRU 4820-SCREEN-NAME-CHANGE-EXIT
005260     END-IF
005270     DISPLAY "Addr 1 [" CM-ADDR-LINE-1 "]: "
005280     ACCEPT BT-MAINT-FIELD
006280     MOVE SPACES TO STANDING-ORDER-RECORD
006290     MOVE BT-ORDER-NUMBER TO SO-ORDER-NUMBER
006300     MOVE ACCOUNT-NUMBER  TO SO-SOURCE-ACCOUNT
006310     DISPLAY "Order pays (A-Account, L-Installment loan): "
006320     ACCEPT SO-TARGET-TYPE
006330     IF NOT (SO-TARGET-IS-ACCOUNT OR SO-TARGET-IS-LOAN)
006331         DISPLAY "Invalid choice. Order not set up."
006350         GO TO 3775-ADD-STANDING-ORDER-EXIT
006360     END-IF
006361     IF SO-TARGET-IS-LOAN
006362         PERFORM 4540-CHOOSE-ORDER-LOAN
006363             THRU 4540-CHOOSE-ORDER-LOAN-EXIT
006364         IF BT-LOAN-FOUND = 'N'
006410             GO TO 3775-ADD-STANDING-ORDER-EXIT
006411         END-IF
006412     ELSE
006413         MOVE 'A' TO SO-TARGET-TYPE
006414         DISPLAY "Enter target account number: "
006415         ACCEPT BT-TARGET-ACCOUNT
006416         IF BT-TARGET-ACCOUNT = ACCOUNT-NUMBER
006417             DISPLAY "Cannot order a transfer to the same "
006418                 "account."
006419             GO TO 3775-ADD-STANDING-ORDER-EXIT
006420         END-IF
006421         MOVE BT-TARGET-ACCOUNT TO ACCOUNT-NUMBER-FILE
006422         READ ACCOUNT-FILE
006423             INVALID KEY
006424                 DISPLAY "Target account not found. "
006425                     "Order not set up."
006426                 GO TO 3775-ADD-STANDING-ORDER-EXIT
006427         END-READ
006430         IF ACCOUNT-STATUS-FILE NOT = 'A'
006440             DISPLAY "Target account is closed or frozen. "
006450                 "Order not set up."
006460             GO TO 3775-ADD-STANDING-ORDER-EXIT
006461         END-IF
006462         MOVE BT-TARGET-ACCOUNT TO SO-TARGET-ACCOUNT
006470     END-IF
006486     IF SO-TARGET-IS-LOAN
006487         DISPLAY "Enter amount (0 for the loan payment of "
006488             LN-PAYMENT-AMOUNT "): "
006489     ELSE
006490         DISPLAY "Enter amount: "
006492     END-IF
006500     ACCEPT BT-ORDER-AMOUNT
006501     IF BT-ORDER-AMOUNT = 0 AND SO-TARGET-IS-LOAN
006502         MOVE LN-PAYMENT-AMOUNT TO BT-ORDER-AMOUNT
006503     END-IF
006510     IF BT-ORDER-AMOUNT = 0
006520         DISPLAY "Amount must be more than zero. Order not "
006530             "set up."
010534 4120-WRITE-VAULT-BALANCE-EXIT.
010535     EXIT.

010536*****************************************************************
010537*  4200-CLOSE-ACCOUNT closes the selected account at the window
010538*  and settles it to exactly zero on the way.  The account must
010539*  be active (a frozen or dormant account is cleared under
010540*  option 'S' first), carry no active funds hold and not be
010541*  overdrawn.  The closing figures - interest accrued since
010542*  the last month-end posting, any early-withdrawal penalty on
010543*  an unmatured term account, and the payout left - are
010544*  quoted before anything moves, and the customer may
010545*  decline; any account this one protects against overdraft is
010546*  named then too.  On acceptance the account's standing orders
010547*  are cancelled and its overdraft links, both ways, ended
010548*  (4232), interest, penalty and payout are each posted and
010549*  logged, and only when the balance stands at zero is the
010550*  account marked closed, the ACCOUNT-CLOSURES record written
010551*  and the closing statement printed.
010552*****************************************************************
010553 4200-CLOSE-ACCOUNT.
010554     PERFORM 3300-CHECK-BALANCE THRU 3300-CHECK-BALANCE-EXIT
010555     IF WS-ACCOUNT-FOUND = 'N'
010556         GO TO 4200-CLOSE-ACCOUNT-EXIT
010557     END-IF
010558     IF BT-ACCOUNT-CLOSED
010559         DISPLAY "Account is already closed."
010560         GO TO 4200-CLOSE-ACCOUNT-EXIT
010561     END-IF
010562     IF NOT BT-ACCOUNT-ACTIVE
010563         DISPLAY "Account is frozen or dormant - clear the "
010564             "status under option S before closing it."
010565         GO TO 4200-CLOSE-ACCOUNT-EXIT
010566     END-IF
010567     IF BT-HOLD-TOTAL > 0
010568         DISPLAY "Account has " BT-HOLD-TOTAL " in active funds "
010569             "holds - release them before closing."
010570         GO TO 4200-CLOSE-ACCOUNT-EXIT
010571     END-IF
010572     IF BALANCE < 0
010573         DISPLAY "Account is overdrawn - the customer must bring "
010574             "it to zero before it can be closed."
010575         GO TO 4200-CLOSE-ACCOUNT-EXIT
010576     END-IF
010577     MOVE BALANCE TO BT-CLOSE-START-BAL
010578     MOVE PRODUCT-TYPE-FILE TO BT-CLOSE-PRODUCT
010579     PERFORM 4210-COMPUTE-ACCRUED-INTEREST
010580         THRU 4210-COMPUTE-ACCRUED-INTEREST-EXIT
010581     MOVE 0 TO BT-PENALTY-AMOUNT
010582     IF BT-MATURITY-DATE > 0
010583         AND BT-MATURITY-DATE > BT-TODAYS-DATE
010584         COMPUTE BT-PENALTY-AMOUNT ROUNDED =
010585             (BALANCE + BT-ACCRUED-INTEREST) * BT-PENALTY-RATE
010586         DISPLAY "Term account - does not mature until "
010587             BT-MATURITY-DATE "."
010588     END-IF
010589     COMPUTE BT-PAYOUT-AMOUNT =
010590         BALANCE + BT-ACCRUED-INTEREST - BT-PENALTY-AMOUNT
010591     DISPLAY "Closing figures for account " ACCOUNT-NUMBER ":"
010592     DISPLAY "  Ledger balance     : " BALANCE
010593     DISPLAY "  Accrued interest   : " BT-ACCRUED-INTEREST
010594     DISPLAY "  Early withdrawal   : " BT-PENALTY-AMOUNT
010595     DISPLAY "  Payout to customer : " BT-PAYOUT-AMOUNT
010596     MOVE 'N' TO BT-LINK-ENDING
010597     PERFORM 4232-END-ACCOUNT-LINKS
010598         THRU 4232-END-ACCOUNT-LINKS-EXIT
010599     MOVE 'N' TO BT-PAYOUT-METHOD
010600     MOVE 0 TO BT-TARGET-ACCOUNT
010601     IF BT-PAYOUT-AMOUNT > 0
010602         DISPLAY "Pay out as C-Cash or T-Transfer to another "
010603             "account: "
010604         ACCEPT BT-PAYOUT-METHOD
010605         IF BT-PAYOUT-METHOD = 'T'
010606             PERFORM 4220-CHECK-PAYOUT-TARGET
010607                 THRU 4220-CHECK-PAYOUT-TARGET-EXIT
010608             IF BT-PAYOUT-OK = 'N'
010609                 DISPLAY "Account closure cancelled."
010610                 GO TO 4200-CLOSE-ACCOUNT-EXIT
010611             END-IF
010612         ELSE
010613             IF BT-PAYOUT-METHOD NOT = 'C'
010614                 DISPLAY "Invalid payout method. Account closure "
010615                     "cancelled."
010616                 GO TO 4200-CLOSE-ACCOUNT-EXIT
010617             END-IF
010618         END-IF
010619     END-IF
010620     DISPLAY "Close the account on these figures (Y/N)? "
010621     ACCEPT BT-CLOSE-PROCEED
010622     IF BT-CLOSE-PROCEED NOT = 'Y'
010623         DISPLAY "Account closure cancelled."
010624         GO TO 4200-CLOSE-ACCOUNT-EXIT
010625     END-IF
010626     MOVE BT-PAYOUT-AMOUNT TO BT-AUTH-AMOUNT
010627     PERFORM 3460-CHECK-AUTHORITY THRU 3460-CHECK-AUTHORITY-EXIT
010628     IF BT-OVERRIDE-OK = 'N'
010629         DISPLAY "Account closure cancelled."
010630         GO TO 4200-CLOSE-ACCOUNT-EXIT
010631     END-IF
010632     PERFORM 4230-CANCEL-ACCOUNT-ORDERS
010633         THRU 4230-CANCEL-ACCOUNT-ORDERS-EXIT
010634     MOVE 'Y' TO BT-LINK-ENDING
010635     PERFORM 4232-END-ACCOUNT-LINKS
010636         THRU 4232-END-ACCOUNT-LINKS-EXIT
010637     IF BT-ACCRUED-INTEREST > 0
010638         PERFORM 4240-POST-ACCRUED-INTEREST
010639             THRU 4240-POST-ACCRUED-INTEREST-EXIT
010640     END-IF
010641     IF BT-PENALTY-AMOUNT > 0
010642         MOVE 0 TO BT-PENALTY-RELATED
010643         PERFORM 3220-POST-PENALTY THRU 3220-POST-PENALTY-EXIT
010644     END-IF
010645     MOVE 0 TO BT-PAYOUT-REF
010646     MOVE 'Y' TO BT-PAYOUT-OK
010647     IF BT-PAYOUT-METHOD = 'C'
010648         PERFORM 4250-PAY-OUT-CASH THRU 4250-PAY-OUT-CASH-EXIT
010649     END-IF
010650     IF BT-PAYOUT-METHOD = 'T'
010651         PERFORM 4260-PAY-OUT-TRANSFER
010652             THRU 4260-PAY-OUT-TRANSFER-EXIT
010653     END-IF
010654     IF BT-PAYOUT-OK = 'N' OR BALANCE NOT = 0
010655         DISPLAY "Payout not completed - the account is left "
010656             "open with a balance of " BALANCE "."
010657         GO TO 4200-CLOSE-ACCOUNT-EXIT
010658     END-IF
010659     PERFORM 4270-MARK-ACCOUNT-CLOSED
010660         THRU 4270-MARK-ACCOUNT-CLOSED-EXIT
010661     PERFORM 4280-WRITE-CLOSURE-RECORD
010662         THRU 4280-WRITE-CLOSURE-RECORD-EXIT
010663     PERFORM 4290-PRINT-CLOSING-STATEMENT
010664         THRU 4290-PRINT-CLOSING-STATEMENT-EXIT
010665     DISPLAY "Account " ACCOUNT-NUMBER " closed.".
010666 4200-CLOSE-ACCOUNT-EXIT.
010667     EXIT.

010668*****************************************************************
010669*  4210-COMPUTE-ACCRUED-INTEREST works out the interest earned
010670*  since the last month-end posting at the account's RATE-TABLE
010671*  rate - the monthly rate BANK-INTEREST-POST would pay at the
010672*  month end, prorated by the days of the month gone by, since
010673*  a closed account is skipped by that job.  The rate is
010674*  picked as BANK-INTEREST-POST picks it: the latest entry for
010675*  the account's product ('RS' when blank) effective on or
010676*  before today.  No rate on file accrues nothing.
010677*****************************************************************
010678 4210-COMPUTE-ACCRUED-INTEREST.
010679     MOVE 0 TO BT-ACCRUED-INTEREST
010680     ACCEPT BT-TODAYS-DATE FROM DATE YYYYMMDD
010681     IF BT-CLOSE-PRODUCT = SPACES OR BT-CLOSE-PRODUCT = LOW-VALUES
010682         MOVE 'RS' TO BT-CLOSE-PRODUCT
010683     END-IF
010684     MOVE 'N' TO BT-CLOSE-RATE-FOUND
010685     MOVE 0 TO BT-CLOSE-RATE
010686     MOVE 0 TO BT-CLOSE-RATE-DATE
010687     MOVE 'N' TO BT-RATE-EOF
010688     OPEN INPUT RATE-TABLE-FILE
010689     IF RT-FILE-STATUS NOT = '00'
010690         DISPLAY "Rate table unavailable, status " RT-FILE-STATUS
010691             " - no interest accrued."
010692         GO TO 4210-COMPUTE-ACCRUED-INTEREST-EXIT
010693     END-IF
010694     PERFORM 4215-CHECK-ONE-RATE THRU 4215-CHECK-ONE-RATE-EXIT
010695         UNTIL BT-RATE-EOF = 'Y'
010696     CLOSE RATE-TABLE-FILE
010697     IF BT-CLOSE-RATE-FOUND = 'N'
010698         DISPLAY "No rate on file for product " BT-CLOSE-PRODUCT
010699             " - no interest accrued."
010700         GO TO 4210-COMPUTE-ACCRUED-INTEREST-EXIT
010701     END-IF
010702     IF BALANCE > 0
010703         MOVE BT-TODAYS-DATE TO BT-WORK-DATE
010704         PERFORM 2170-SET-MONTH-LIMIT
010705             THRU 2170-SET-MONTH-LIMIT-EXIT
010706         COMPUTE BT-ACCRUED-INTEREST ROUNDED =
010707             BALANCE * BT-CLOSE-RATE * BT-WORK-DD
010708             / BT-MONTH-LIMIT
010709     END-IF.
010710 4210-COMPUTE-ACCRUED-INTEREST-EXIT.
010711     EXIT.

010712 4215-CHECK-ONE-RATE.
010713     READ RATE-TABLE-FILE
010714         AT END
010715             MOVE 'Y' TO BT-RATE-EOF
010716         NOT AT END
010717             IF RT-PRODUCT-TYPE = BT-CLOSE-PRODUCT
010718                 AND RT-EFFECTIVE-DATE IS NUMERIC
010719                 AND RT-MONTHLY-RATE IS NUMERIC
010720                 AND RT-EFFECTIVE-DATE <= BT-TODAYS-DATE
010721                 AND RT-EFFECTIVE-DATE >= BT-CLOSE-RATE-DATE
010722                 MOVE RT-EFFECTIVE-DATE TO BT-CLOSE-RATE-DATE
010723                 MOVE RT-MONTHLY-RATE TO BT-CLOSE-RATE
010724                 MOVE 'Y' TO BT-CLOSE-RATE-FOUND
010725             END-IF
010726     END-READ.
010727 4215-CHECK-ONE-RATE-EXIT.
010728     EXIT.

010729*****************************************************************
010730*  4220-CHECK-PAYOUT-TARGET takes the account a closing balance
010731*  is to be transferred to and tests it the way 3500-TRANSFER
010732*  tests a target - on file, active, and not the account being
010733*  closed - before any closing posting is made.
010734*****************************************************************
010735 4220-CHECK-PAYOUT-TARGET.
010736     MOVE 'N' TO BT-PAYOUT-OK
010737     DISPLAY "Enter account to transfer the balance to: "
010738     ACCEPT BT-TARGET-ACCOUNT
010739     IF BT-TARGET-ACCOUNT = ACCOUNT-NUMBER
010740         DISPLAY "Cannot transfer to the account being closed."
010741         GO TO 4220-CHECK-PAYOUT-TARGET-EXIT
010742     END-IF
010743     MOVE BT-TARGET-ACCOUNT TO ACCOUNT-NUMBER-FILE
010744     READ ACCOUNT-FILE
010745         INVALID KEY
010746             DISPLAY "Target account not found."
010747             GO TO 4220-CHECK-PAYOUT-TARGET-EXIT
010748     END-READ
010749     IF ACCOUNT-STATUS-FILE NOT = 'A'
010750         DISPLAY "Target account is closed or frozen."
010751         GO TO 4220-CHECK-PAYOUT-TARGET-EXIT
010752     END-IF
010753     DISPLAY "Transfer to " BT-TARGET-ACCOUNT " - "
010754         CUSTOMER-NAME-FILE
010755     MOVE 'Y' TO BT-PAYOUT-OK.
010756 4220-CHECK-PAYOUT-TARGET-EXIT.
010757     EXIT.

010758*****************************************************************
010759*  4230-CANCEL-ACCOUNT-ORDERS cancels every active standing
010760*  order that draws on the account being closed or pays into
010761*  it.  STANDING-ORDERS is keyed by order number, so the whole
010762*  file is walked.
010763*****************************************************************
010764 4230-CANCEL-ACCOUNT-ORDERS.
010765     MOVE 0 TO BT-ORDERS-CANCELLED
010766     MOVE 'N' TO BT-ORDER-EOF
010767     MOVE 0 TO SO-ORDER-NUMBER
010768     START STANDING-ORDER-FILE KEY >= SO-ORDER-NUMBER
010769         INVALID KEY
010770             MOVE 'Y' TO BT-ORDER-EOF
010771     END-START
010772     PERFORM 4235-CANCEL-ONE-ORDER THRU 4235-CANCEL-ONE-ORDER-EXIT
010773         UNTIL BT-ORDER-EOF = 'Y'.
010774 4230-CANCEL-ACCOUNT-ORDERS-EXIT.
010775     EXIT.

010776 4235-CANCEL-ONE-ORDER.
010777     READ STANDING-ORDER-FILE NEXT RECORD
010778         AT END
010779             MOVE 'Y' TO BT-ORDER-EOF
010780         NOT AT END
010781             IF SO-ORDER-ACTIVE
010782                 AND (SO-SOURCE-ACCOUNT = ACCOUNT-NUMBER
010783                     OR (SO-TARGET-IS-ACCOUNT
010784                         AND SO-TARGET-ACCOUNT = ACCOUNT-NUMBER))
010785                 MOVE 'C' TO SO-STATUS
010786                 REWRITE STANDING-ORDER-RECORD
010787                 ADD 1 TO BT-ORDERS-CANCELLED
010788                 DISPLAY "Standing order " SO-ORDER-NUMBER
010789                     " cancelled."
010790             END-IF
010791     END-READ.
010792 4235-CANCEL-ONE-ORDER-EXIT.
010793     EXIT.

010794*****************************************************************
010795*  4232-END-ACCOUNT-LINKS ends every active overdraft link that
010796*  protects the account being closed or that names it as the
010797*  protection account, the way 4230 cancels its standing
010798*  orders - marked ended today by this teller, the record kept
010799*  on file.  Run with BT-LINK-ENDING 'N' it only names the
010800*  accounts that will lose their protection, so the customer
010801*  hears of it before agreeing to the close.  OVERDRAFT-LINKS
010802*  is keyed by the protected account, so the whole file is
010803*  walked.
010804*****************************************************************
010805 4232-END-ACCOUNT-LINKS.
010806     MOVE 'N' TO BT-LINK-EOF
010807     MOVE 0 TO OL-PRIMARY-ACCOUNT
010808     START OVERDRAFT-LINK-FILE KEY >= OL-PRIMARY-ACCOUNT
010809         INVALID KEY
010810             MOVE 'Y' TO BT-LINK-EOF
010811     END-START
010812     PERFORM 4233-END-ONE-LINK THRU 4233-END-ONE-LINK-EXIT
010813         UNTIL BT-LINK-EOF = 'Y'.
010814 4232-END-ACCOUNT-LINKS-EXIT.
010815     EXIT.

010816 4233-END-ONE-LINK.
010817     READ OVERDRAFT-LINK-FILE NEXT RECORD
010818         AT END
010819             MOVE 'Y' TO BT-LINK-EOF
010820             GO TO 4233-END-ONE-LINK-EXIT
010821     END-READ
010822     IF NOT OL-LINK-ACTIVE
010823         GO TO 4233-END-ONE-LINK-EXIT
010824     END-IF
010825     IF OL-PRIMARY-ACCOUNT NOT = ACCOUNT-NUMBER
010826         AND OL-LINKED-ACCOUNT NOT = ACCOUNT-NUMBER
010827         GO TO 4233-END-ONE-LINK-EXIT
010828     END-IF
010829     IF BT-LINK-ENDING = 'N'
010830         IF OL-LINKED-ACCOUNT = ACCOUNT-NUMBER
010831             DISPLAY "Account " OL-PRIMARY-ACCOUNT
010832                 " is protected by this account - that "
010833                 "protection will end."
010834         END-IF
010835         GO TO 4233-END-ONE-LINK-EXIT
010836     END-IF
010837     MOVE 'E'            TO OL-STATUS
010838     MOVE BT-TODAYS-DATE TO OL-END-DATE
010839     MOVE BT-TELLER-ID   TO OL-ENDED-BY
010840     REWRITE OVERDRAFT-LINK-RECORD
010841     IF OL-PRIMARY-ACCOUNT = ACCOUNT-NUMBER
010842         DISPLAY "Overdraft protection by account "
010843             OL-LINKED-ACCOUNT " ended."
010844     ELSE
010845         DISPLAY "Overdraft protection of account "
010846             OL-PRIMARY-ACCOUNT " ended."
010847     END-IF.
010848 4233-END-ONE-LINK-EXIT.
010849     EXIT.

010850*    The closing interest is logged as an ordinary type 'I'
010851*    posting, so the reconcile, settlement and GL jobs carry it
010852*    with the month-end interest.
010853 4240-POST-ACCRUED-INTEREST.
010854     ADD BT-ACCRUED-INTEREST TO BALANCE
010855     PERFORM 3400-UPDATE-BALANCE THRU 3400-UPDATE-BALANCE-EXIT
010856     MOVE ACCOUNT-NUMBER      TO BT-LOG-ACCOUNT
010857     MOVE 'I'                 TO BT-LOG-TYPE
010858     MOVE BT-ACCRUED-INTEREST TO BT-LOG-AMOUNT
010859     MOVE BALANCE             TO BT-LOG-BALANCE
010860     MOVE 0                   TO BT-LOG-RELATED-REF
010861     PERFORM 3450-WRITE-LOG-ENTRY THRU 3450-WRITE-LOG-ENTRY-EXIT
010862     DISPLAY "Accrued interest of " BT-ACCRUED-INTEREST
010863         " posted.".
010864 4240-POST-ACCRUED-INTEREST-EXIT.
010865     EXIT.

010866*    A cash payout is a withdrawal of the whole balance through
010867*    the signed-on teller's drawer.
010868 4250-PAY-OUT-CASH.
010869     MOVE BT-PAYOUT-AMOUNT TO TRANSACTION-AMOUNT
010870     SUBTRACT TRANSACTION-AMOUNT FROM BALANCE GIVING BALANCE
010871     PERFORM 3400-UPDATE-BALANCE THRU 3400-UPDATE-BALANCE-EXIT
010872     MOVE ACCOUNT-NUMBER     TO BT-LOG-ACCOUNT
010873     MOVE 'W'                TO BT-LOG-TYPE
010874     MOVE TRANSACTION-AMOUNT TO BT-LOG-AMOUNT
010875     MOVE BALANCE            TO BT-LOG-BALANCE
010876     MOVE 0                  TO BT-LOG-RELATED-REF
010877     PERFORM 3450-WRITE-LOG-ENTRY THRU 3450-WRITE-LOG-ENTRY-EXIT
010878     MOVE BT-LAST-REF-WRITTEN TO BT-PAYOUT-REF
010879     PERFORM 3475-RECORD-CASH-OUT THRU 3475-RECORD-CASH-OUT-EXIT
010880     DISPLAY "Pay the customer " TRANSACTION-AMOUNT
010881         " in cash.".
010882 4250-PAY-OUT-CASH-EXIT.
010883     EXIT.

010884*    A transfer payout is logged as the same 'T'/'C' pair
010885*    3500-TRANSFER writes.  The target is read again here in
010886*    case it changed since 4220 tested it.
010887 4260-PAY-OUT-TRANSFER.
010888     MOVE 'N' TO BT-PAYOUT-OK
010889     MOVE BT-PAYOUT-AMOUNT TO TRANSACTION-AMOUNT
010890     MOVE BT-TARGET-ACCOUNT TO ACCOUNT-NUMBER-FILE
010891     READ ACCOUNT-FILE
010892         INVALID KEY
010893             DISPLAY "Target account not found."
010894             GO TO 4260-PAY-OUT-TRANSFER-EXIT
010895     END-READ
010896     IF ACCOUNT-STATUS-FILE NOT = 'A'
010897         DISPLAY "Target account is closed or frozen."
010898         GO TO 4260-PAY-OUT-TRANSFER-EXIT
010899     END-IF
010900     MOVE BALANCE-FILE TO BT-TARGET-BALANCE
010901     ADD TRANSACTION-AMOUNT TO BT-TARGET-BALANCE
010902     MOVE BT-TARGET-BALANCE TO BALANCE-FILE
010903     REWRITE ACCOUNT-RECORD
010904     SUBTRACT TRANSACTION-AMOUNT FROM BALANCE GIVING BALANCE
010905     PERFORM 3400-UPDATE-BALANCE THRU 3400-UPDATE-BALANCE-EXIT
010906     MOVE ACCOUNT-NUMBER     TO BT-LOG-ACCOUNT
010907     MOVE 'T'                TO BT-LOG-TYPE
010908     MOVE TRANSACTION-AMOUNT TO BT-LOG-AMOUNT
010909     MOVE BALANCE            TO BT-LOG-BALANCE
010910     MOVE 0                  TO BT-LOG-RELATED-REF
010911     PERFORM 3450-WRITE-LOG-ENTRY THRU 3450-WRITE-LOG-ENTRY-EXIT
010912     MOVE BT-LAST-REF-WRITTEN TO BT-TRANSFER-OUT-REF
010913     MOVE BT-LAST-REF-WRITTEN TO BT-PAYOUT-REF
010914     MOVE BT-TARGET-ACCOUNT  TO BT-LOG-ACCOUNT
010915     MOVE 'C'                TO BT-LOG-TYPE
010916     MOVE TRANSACTION-AMOUNT TO BT-LOG-AMOUNT
010917     MOVE BT-TARGET-BALANCE  TO BT-LOG-BALANCE
010918     MOVE BT-TRANSFER-OUT-REF TO BT-LOG-RELATED-REF
010919     PERFORM 3450-WRITE-LOG-ENTRY THRU 3450-WRITE-LOG-ENTRY-EXIT
010920     MOVE 'Y' TO BT-PAYOUT-OK
010921     DISPLAY TRANSACTION-AMOUNT " transferred to account "
010922         BT-TARGET-ACCOUNT ".".
010923 4260-PAY-OUT-TRANSFER-EXIT.
010924     EXIT.

010925 4270-MARK-ACCOUNT-CLOSED.
010926     MOVE ACCOUNT-NUMBER TO ACCOUNT-NUMBER-FILE
010927     READ ACCOUNT-FILE
010928         INVALID KEY
010929             DISPLAY "Account not found - status not updated."
010930         NOT INVALID KEY
010931             MOVE 'C' TO ACCOUNT-STATUS-FILE
010932             REWRITE ACCOUNT-RECORD
010933             MOVE 'C' TO BT-ACCOUNT-STATUS
010934     END-READ.
010935 4270-MARK-ACCOUNT-CLOSED-EXIT.
010936     EXIT.

010937*****************************************************************
010938*  4280-WRITE-CLOSURE-RECORD appends the closing figures to
010939*  ACCOUNT-CLOSURES for the nightly closed-accounts listing,
010940*  creating the file on the first close ever keyed.
010941*****************************************************************
010942 4280-WRITE-CLOSURE-RECORD.
010943     OPEN EXTEND CLOSURE-FILE
010944     IF CL-FILE-STATUS = '35'
010945         OPEN OUTPUT CLOSURE-FILE
010946     END-IF
010947     IF CL-FILE-STATUS NOT = '00'
010948         DISPLAY "Account closures file unavailable, status "
010949             CL-FILE-STATUS " - tell the back office."
010950         GO TO 4280-WRITE-CLOSURE-RECORD-EXIT
010951     END-IF
010952     MOVE SPACES TO ACCOUNT-CLOSURE-RECORD
010953     MOVE ACCOUNT-NUMBER      TO CL-ACCOUNT-NUMBER
010954     MOVE BT-TODAYS-DATE      TO CL-CLOSE-DATE
010955     MOVE BT-CLOSE-START-BAL  TO CL-BALANCE-BEFORE
010956     MOVE BT-ACCRUED-INTEREST TO CL-INTEREST-AMOUNT
010957     MOVE BT-PENALTY-AMOUNT   TO CL-PENALTY-AMOUNT
010958     MOVE BT-PAYOUT-AMOUNT    TO CL-PAYOUT-AMOUNT
010959     MOVE BT-PAYOUT-METHOD    TO CL-PAYOUT-METHOD
010960     IF CL-PAID-BY-TRANSFER
010961         MOVE BT-TARGET-ACCOUNT TO CL-TARGET-ACCOUNT
010962     ELSE
010963         MOVE 0 TO CL-TARGET-ACCOUNT
010964     END-IF
010965     MOVE BT-PAYOUT-REF       TO CL-PAYOUT-REF
010966     MOVE BT-ORDERS-CANCELLED TO CL-ORDERS-CANCELLED
010967     MOVE BT-TELLER-ID        TO CL-TELLER-ID
010968     MOVE BT-APPROVED-BY      TO CL-APPROVED-BY
010969     MOVE BT-BRANCH-CODE      TO CL-BRANCH-CODE
010970     WRITE ACCOUNT-CLOSURE-RECORD
010971     CLOSE CLOSURE-FILE.
010972 4280-WRITE-CLOSURE-RECORD-EXIT.
010973     EXIT.

010974*****************************************************************
010975*  4290-PRINT-CLOSING-STATEMENT appends the customer's closing
010976*  statement to CLOSING-STATEMENTS: the mailing address off
010977*  CUSTOMER-MASTER (the account's name copy when the account
010978*  predates the master), then each closing figure down to the
010979*  zero balance the account was closed at.
010980*****************************************************************
010981 4290-PRINT-CLOSING-STATEMENT.
010982     OPEN EXTEND CLOSING-STATEMENT-FILE
010983     IF CS-FILE-STATUS = '35'
010984         OPEN OUTPUT CLOSING-STATEMENT-FILE
010985     END-IF
010986     IF CS-FILE-STATUS NOT = '00'
010987         DISPLAY "Closing statement file unavailable, status "
010988             CS-FILE-STATUS " - statement not printed."
010989         GO TO 4290-PRINT-CLOSING-STATEMENT-EXIT
010990     END-IF
010991     MOVE SPACES TO CUSTOMER-MASTER-RECORD
010992     MOVE BT-CUSTOMER-NAME TO CM-CUSTOMER-NAME
010993     MOVE ACCOUNT-NUMBER TO ACCOUNT-NUMBER-FILE
010994     READ ACCOUNT-FILE
010995         INVALID KEY
010996             CONTINUE
010997         NOT INVALID KEY
010998             IF CUSTOMER-NUMBER-FILE IS NUMERIC
010999                 AND CUSTOMER-NUMBER-FILE NOT = 0
011000                 MOVE CUSTOMER-NUMBER-FILE TO CM-CUSTOMER-NUMBER
011001                 READ CUSTOMER-MASTER-FILE
011002                     INVALID KEY
011003                         MOVE SPACES TO CUSTOMER-MASTER-RECORD
011004                         MOVE BT-CUSTOMER-NAME TO CM-CUSTOMER-NAME
011005                 END-READ
011006             END-IF
011007     END-READ
011008     WRITE CLOSING-STATEMENT-LINE FROM BT-CS-HEADING
011009     MOVE SPACES TO CLOSING-STATEMENT-LINE
011010     WRITE CLOSING-STATEMENT-LINE
011011     MOVE CM-CUSTOMER-NAME TO BT-CS-TEXT
011012     WRITE CLOSING-STATEMENT-LINE FROM BT-CS-TEXT-LINE
011013     IF CM-ADDR-LINE-1 NOT = SPACES
011014         MOVE CM-ADDR-LINE-1 TO BT-CS-TEXT
011015         WRITE CLOSING-STATEMENT-LINE FROM BT-CS-TEXT-LINE
011016     END-IF
011017     IF CM-ADDR-LINE-2 NOT = SPACES
011018         MOVE CM-ADDR-LINE-2 TO BT-CS-TEXT
011019         WRITE CLOSING-STATEMENT-LINE FROM BT-CS-TEXT-LINE
011020     END-IF
011021     IF CM-CITY NOT = SPACES
011022         MOVE CM-CITY  TO BT-CS-CITY
011023         MOVE CM-STATE TO BT-CS-STATE
011024         MOVE CM-ZIP   TO BT-CS-ZIP
011025         WRITE CLOSING-STATEMENT-LINE FROM BT-CS-CITY-LINE
011026     END-IF
011027     MOVE SPACES TO CLOSING-STATEMENT-LINE
011028     WRITE CLOSING-STATEMENT-LINE
011029     MOVE ACCOUNT-NUMBER TO BT-CS-ACCOUNT
011030     MOVE BT-TODAYS-DATE TO BT-CS-CLOSE-DATE
011031     MOVE BT-BRANCH-CODE TO BT-CS-BRANCH
011032     WRITE CLOSING-STATEMENT-LINE FROM BT-CS-ACCOUNT-LINE
011033     MOVE SPACES TO CLOSING-STATEMENT-LINE
011034     WRITE CLOSING-STATEMENT-LINE
011035     MOVE "BALANCE BEFORE CLOSING" TO BT-CS-LABEL
011036     MOVE BT-CLOSE-START-BAL TO BT-CS-AMOUNT
011037     WRITE CLOSING-STATEMENT-LINE FROM BT-CS-AMOUNT-LINE
011038     MOVE "INTEREST ACCRUED TO CLOSING" TO BT-CS-LABEL
011039     MOVE BT-ACCRUED-INTEREST TO BT-CS-AMOUNT
011040     WRITE CLOSING-STATEMENT-LINE FROM BT-CS-AMOUNT-LINE
011041     IF BT-PENALTY-AMOUNT > 0
011042         MOVE "EARLY WITHDRAWAL PENALTY" TO BT-CS-LABEL
011043         COMPUTE BT-CS-AMOUNT = 0 - BT-PENALTY-AMOUNT
011044         WRITE CLOSING-STATEMENT-LINE FROM BT-CS-AMOUNT-LINE
011045     END-IF
011046     MOVE SPACES TO BT-CS-LABEL
011047     IF BT-PAYOUT-METHOD = 'C'
011048         MOVE "PAID TO YOU IN CASH" TO BT-CS-LABEL
011049     END-IF
011050     IF BT-PAYOUT-METHOD = 'T'
011051         STRING "TRANSFERRED TO ACCOUNT " DELIMITED BY SIZE
011052             BT-TARGET-ACCOUNT DELIMITED BY SIZE
011053             INTO BT-CS-LABEL
011054     END-IF
011055     IF BT-PAYOUT-METHOD = 'N'
011056         MOVE "NOTHING LEFT TO PAY" TO BT-CS-LABEL
011057     END-IF
011058     COMPUTE BT-CS-AMOUNT = 0 - BT-PAYOUT-AMOUNT
011059     WRITE CLOSING-STATEMENT-LINE FROM BT-CS-AMOUNT-LINE
011060     MOVE "CLOSING BALANCE" TO BT-CS-LABEL
011061     MOVE BALANCE TO BT-CS-AMOUNT
011062     WRITE CLOSING-STATEMENT-LINE FROM BT-CS-AMOUNT-LINE
011063     IF BT-ORDERS-CANCELLED > 0
011064         MOVE BT-ORDERS-CANCELLED TO BT-CS-ORDERS
011065         WRITE CLOSING-STATEMENT-LINE FROM BT-CS-ORDERS-LINE
011066     END-IF
011067     MOVE SPACES TO CLOSING-STATEMENT-LINE
011068     WRITE CLOSING-STATEMENT-LINE
011069     MOVE "THIS ACCOUNT IS NOW CLOSED.  THANK YOU FOR BANKING"
011070         TO BT-CS-TEXT
011071     WRITE CLOSING-STATEMENT-LINE FROM BT-CS-TEXT-LINE
011072     MOVE "WITH FIRST COMMUNITY BANK." TO BT-CS-TEXT
011073     WRITE CLOSING-STATEMENT-LINE FROM BT-CS-TEXT-LINE
011074     CLOSE CLOSING-STATEMENT-FILE
011075     DISPLAY "Closing statement printed.".
011076 4290-PRINT-CLOSING-STATEMENT-EXIT.
011077     EXIT.

011078*****************************************************************
011079*  4300-OVERDRAFT-SWEEP covers a withdrawal or transfer the
011080*  selected account cannot meet from its available balance out
011081*  of the protection account named for it on OVERDRAFT-LINKS.
011082*  The caller has just run 3300-CHECK-BALANCE, so BT-AVAILABLE-
011083*  BALANCE is current, and sets BT-SWEEP-TRIGGER and, for a
011084*  transfer, the target in BT-SWEEP-EXCLUDE - money is never
011085*  swept out of the account it is about to be paid into, and
011086*  nothing is swept for a transfer whose target will refuse it.
011087*  The shortfall plus the FEE-SCHEDULE sweep fee moves across
011088*  as a 'T'/'C' pair, the fee is charged to the selected account
011089*  as a type 'F' entry carrying the sweep's reference, and
011090*  BALANCE and BT-AVAILABLE-BALANCE are brought up to date so
011091*  the caller's own funds test then passes.  A protection
011092*  account that is short too, or no longer usable, leaves both
011093*  accounts as they were and the caller turns the item away.
011094*  Every attempt is written to SWEEP-LOG (4340) for the daily
011095*  BANK-SWEEP-REPORT.
011096*****************************************************************
011097 4300-OVERDRAFT-SWEEP.
011098     MOVE 'N' TO BT-SWEEP-DONE
011099     MOVE ACCOUNT-NUMBER TO OL-PRIMARY-ACCOUNT
011100     READ OVERDRAFT-LINK-FILE
011101         INVALID KEY
011102             GO TO 4300-OVERDRAFT-SWEEP-EXIT
011103     END-READ
011104     IF NOT OL-LINK-ACTIVE
011105         GO TO 4300-OVERDRAFT-SWEEP-EXIT
011106     END-IF
011107     MOVE OL-LINKED-ACCOUNT TO BT-SWEEP-FROM
011108     IF BT-SWEEP-FROM = BT-SWEEP-EXCLUDE
011109         GO TO 4300-OVERDRAFT-SWEEP-EXIT
011110     END-IF
011111     IF BT-SWEEP-EXCLUDE NOT = 0
011112         MOVE BT-SWEEP-EXCLUDE TO ACCOUNT-NUMBER-FILE
011113         READ ACCOUNT-FILE
011114             INVALID KEY
011115                 GO TO 4300-OVERDRAFT-SWEEP-EXIT
011116         END-READ
011117         IF ACCOUNT-STATUS-FILE NOT = 'A'
011118             GO TO 4300-OVERDRAFT-SWEEP-EXIT
011119         END-IF
011120     END-IF
011121     COMPUTE BT-SWEEP-SHORTFALL =
011122         TRANSACTION-AMOUNT - BT-AVAILABLE-BALANCE
011123     MOVE 0 TO BT-SWEEP-AVAILABLE
011124     MOVE 0 TO BT-SWEEP-REF
011125     PERFORM 4310-GET-SWEEP-FEE THRU 4310-GET-SWEEP-FEE-EXIT
011126     COMPUTE BT-SWEEP-AMOUNT = BT-SWEEP-SHORTFALL + BT-SWEEP-FEE
011127     MOVE BT-SWEEP-FROM TO ACCOUNT-NUMBER-FILE
011128     READ ACCOUNT-FILE
011129         INVALID KEY
011130             MOVE 'X' TO BT-SWEEP-RESULT
011131             DISPLAY "Overdraft protection account " BT-SWEEP-FROM
011132                 " is not on file - no sweep made."
011133             PERFORM 4340-WRITE-SWEEP-LOG
011134                 THRU 4340-WRITE-SWEEP-LOG-EXIT
011135             GO TO 4300-OVERDRAFT-SWEEP-EXIT
011136     END-READ
011137     IF ACCOUNT-STATUS-FILE NOT = 'A'
011138         MOVE 'X' TO BT-SWEEP-RESULT
011139         DISPLAY "Overdraft protection account " BT-SWEEP-FROM
011140             " is not active - no sweep made."
011141         PERFORM 4340-WRITE-SWEEP-LOG
011142             THRU 4340-WRITE-SWEEP-LOG-EXIT
011143         GO TO 4300-OVERDRAFT-SWEEP-EXIT
011144     END-IF
011145     PERFORM 4320-SUM-LINKED-HOLDS
011146         THRU 4320-SUM-LINKED-HOLDS-EXIT
011147     COMPUTE BT-SWEEP-AVAILABLE = BALANCE-FILE - BT-SWEEP-HOLDS
011148     IF BT-SWEEP-AMOUNT > BT-SWEEP-AVAILABLE
011149         MOVE 'F' TO BT-SWEEP-RESULT
011150         DISPLAY "Overdraft protection account " BT-SWEEP-FROM
011151             " cannot cover the shortfall - no sweep made."
011152         PERFORM 4340-WRITE-SWEEP-LOG
011153             THRU 4340-WRITE-SWEEP-LOG-EXIT
011154         GO TO 4300-OVERDRAFT-SWEEP-EXIT
011155     END-IF
011156*    The protection account covers it - debit it first, then
011157*    credit the selected account and charge the fee there.
011158     SUBTRACT BT-SWEEP-AMOUNT FROM BALANCE-FILE
011159     MOVE BALANCE-FILE TO BT-SWEEP-FROM-BAL
011160     REWRITE ACCOUNT-RECORD
011161     MOVE BT-SWEEP-FROM      TO BT-LOG-ACCOUNT
011162     MOVE 'T'                TO BT-LOG-TYPE
011163     MOVE BT-SWEEP-AMOUNT    TO BT-LOG-AMOUNT
011164     MOVE BT-SWEEP-FROM-BAL  TO BT-LOG-BALANCE
011165     MOVE 0                  TO BT-LOG-RELATED-REF
011166     PERFORM 3450-WRITE-LOG-ENTRY THRU 3450-WRITE-LOG-ENTRY-EXIT
011167     MOVE BT-LAST-REF-WRITTEN TO BT-SWEEP-REF
011168     ADD BT-SWEEP-AMOUNT TO BALANCE
011169     PERFORM 3400-UPDATE-BALANCE THRU 3400-UPDATE-BALANCE-EXIT
011170     MOVE ACCOUNT-NUMBER     TO BT-LOG-ACCOUNT
011171     MOVE 'C'                TO BT-LOG-TYPE
011172     MOVE BT-SWEEP-AMOUNT    TO BT-LOG-AMOUNT
011173     MOVE BALANCE            TO BT-LOG-BALANCE
011174     MOVE BT-SWEEP-REF       TO BT-LOG-RELATED-REF
011175     PERFORM 3450-WRITE-LOG-ENTRY THRU 3450-WRITE-LOG-ENTRY-EXIT
011176     IF BT-SWEEP-FEE > 0
011177         SUBTRACT BT-SWEEP-FEE FROM BALANCE
011178         PERFORM 3400-UPDATE-BALANCE THRU 3400-UPDATE-BALANCE-EXIT
011179         MOVE ACCOUNT-NUMBER TO BT-LOG-ACCOUNT
011180         MOVE 'F'            TO BT-LOG-TYPE
011181         MOVE BT-SWEEP-FEE   TO BT-LOG-AMOUNT
011182         MOVE BALANCE        TO BT-LOG-BALANCE
011183         MOVE BT-SWEEP-REF   TO BT-LOG-RELATED-REF
011184         PERFORM 3450-WRITE-LOG-ENTRY
011185             THRU 3450-WRITE-LOG-ENTRY-EXIT
011186     END-IF
011187     MOVE 'S' TO BT-SWEEP-RESULT
011188     PERFORM 4340-WRITE-SWEEP-LOG THRU 4340-WRITE-SWEEP-LOG-EXIT
011189     MOVE 'Y' TO BT-SWEEP-DONE
011190     DISPLAY "Overdraft protection: " BT-SWEEP-AMOUNT
011191         " swept from account " BT-SWEEP-FROM "."
011192     IF BT-SWEEP-FEE > 0
011193         DISPLAY "Sweep fee of " BT-SWEEP-FEE " charged."
011194     END-IF
011195     PERFORM 3360-COMPUTE-AVAILABLE
011196         THRU 3360-COMPUTE-AVAILABLE-EXIT.
011197 4300-OVERDRAFT-SWEEP-EXIT.
011198     EXIT.

011199*****************************************************************
011200*  4310-GET-SWEEP-FEE picks the sweep fee the way BANK-FEE-POST
011201*  picks its charges: the latest FEE-SCHEDULE entry for the
011202*  selected account's product ('RS' when blank) effective on or
011203*  before today.  No schedule, no entry, or an entry keyed
011204*  before the sweep fee existed charges nothing.
011205*****************************************************************
011206 4310-GET-SWEEP-FEE.
011207     MOVE 0 TO BT-SWEEP-FEE
011208     MOVE 0 TO BT-FEE-DATE
011209     ACCEPT BT-TODAYS-DATE FROM DATE YYYYMMDD
011210     MOVE SPACES TO BT-SWEEP-PRODUCT
011211     MOVE ACCOUNT-NUMBER TO ACCOUNT-NUMBER-FILE
011212     READ ACCOUNT-FILE
011213         NOT INVALID KEY
011214             MOVE PRODUCT-TYPE-FILE TO BT-SWEEP-PRODUCT
011215     END-READ
011216     IF BT-SWEEP-PRODUCT = SPACES OR BT-SWEEP-PRODUCT = LOW-VALUES
011217         MOVE 'RS' TO BT-SWEEP-PRODUCT
011218     END-IF
011219     MOVE 'N' TO BT-FEE-EOF
011220     OPEN INPUT FEE-SCHEDULE-FILE
011221     IF FS-FILE-STATUS NOT = '00'
011222         GO TO 4310-GET-SWEEP-FEE-EXIT
011223     END-IF
011224     PERFORM 4315-CHECK-ONE-FEE THRU 4315-CHECK-ONE-FEE-EXIT
011225         UNTIL BT-FEE-EOF = 'Y'
011226     CLOSE FEE-SCHEDULE-FILE.
011227 4310-GET-SWEEP-FEE-EXIT.
011228     EXIT.

011229 4315-CHECK-ONE-FEE.
011230     READ FEE-SCHEDULE-FILE
011231         AT END
011232             MOVE 'Y' TO BT-FEE-EOF
011233         NOT AT END
011234             IF FS-PRODUCT-TYPE = BT-SWEEP-PRODUCT
011235                 AND FS-EFFECTIVE-DATE IS NUMERIC
011236                 AND FS-EFFECTIVE-DATE <= BT-TODAYS-DATE
011237                 AND FS-EFFECTIVE-DATE >= BT-FEE-DATE
011238                 MOVE FS-EFFECTIVE-DATE TO BT-FEE-DATE
011239                 IF FS-SWEEP-FEE IS NUMERIC
011240                     MOVE FS-SWEEP-FEE TO BT-SWEEP-FEE
011241                 ELSE
011242                     MOVE 0 TO BT-SWEEP-FEE
011243                 END-IF
011244             END-IF
011245     END-READ.
011246 4315-CHECK-ONE-FEE-EXIT.
011247     EXIT.

011248*****************************************************************
011249*  4320-SUM-LINKED-HOLDS totals the protection account's active,
011250*  unexpired holds into BT-SWEEP-HOLDS, as 3350-SUM-ACTIVE-HOLDS
011251*  does for the selected account.  Only the protection
011252*  account's own money free of holds may be swept - never its
011253*  credit limit.
011254*****************************************************************
011255 4320-SUM-LINKED-HOLDS.
011256     MOVE 0 TO BT-SWEEP-HOLDS
011257     ACCEPT BT-TODAYS-DATE FROM DATE YYYYMMDD
011258     MOVE 'N' TO BT-HOLD-EOF
011259     MOVE BT-SWEEP-FROM TO HD-ACCOUNT-NUMBER
011260     MOVE 0 TO HD-HOLD-NUMBER
011261     START HOLD-FILE KEY >= HD-HOLD-KEY
011262         INVALID KEY
011263             MOVE 'Y' TO BT-HOLD-EOF
011264     END-START
011265     PERFORM 4325-SUM-ONE-LINKED-HOLD
011266         THRU 4325-SUM-ONE-LINKED-HOLD-EXIT
011267         UNTIL BT-HOLD-EOF = 'Y'.
011268 4320-SUM-LINKED-HOLDS-EXIT.
011269     EXIT.

011270 4325-SUM-ONE-LINKED-HOLD.
011271     READ HOLD-FILE NEXT RECORD
011272         AT END
011273             MOVE 'Y' TO BT-HOLD-EOF
011274         NOT AT END
011275             IF HD-ACCOUNT-NUMBER NOT = BT-SWEEP-FROM
011276                 MOVE 'Y' TO BT-HOLD-EOF
011277             ELSE
011278                 IF HD-HOLD-ACTIVE
011279                     AND (HD-EXPIRY-DATE = 0
011280                         OR HD-EXPIRY-DATE >= BT-TODAYS-DATE)
011281                     ADD HD-HOLD-AMOUNT TO BT-SWEEP-HOLDS
011282                 END-IF
011283             END-IF
011284     END-READ.
011285 4325-SUM-ONE-LINKED-HOLD-EXIT.
011286     EXIT.

011287*****************************************************************
011288*  4340-WRITE-SWEEP-LOG appends the sweep just made or refused
011289*  to SWEEP-LOG, creating the file the first time.
011290*****************************************************************
011291 4340-WRITE-SWEEP-LOG.
011292     ACCEPT BT-TRANSACTION-DATE FROM DATE YYYYMMDD
011293     ACCEPT BT-TRANSACTION-TIME FROM TIME
011294     OPEN EXTEND SWEEP-LOG-FILE
011295     IF SW-FILE-STATUS = '35'
011296         OPEN OUTPUT SWEEP-LOG-FILE
011297     END-IF
011298     IF SW-FILE-STATUS NOT = '00'
011299         DISPLAY "Sweep log unavailable, status " SW-FILE-STATUS
011300             " - tell the back office."
011301         GO TO 4340-WRITE-SWEEP-LOG-EXIT
011302     END-IF
011303     MOVE SPACES              TO SWEEP-LOG-RECORD
011304     MOVE ACCOUNT-NUMBER      TO SW-PRIMARY-ACCOUNT
011305     MOVE BT-SWEEP-FROM       TO SW-LINKED-ACCOUNT
011306     MOVE BT-TRANSACTION-DATE TO SW-SWEEP-DATE
011307     MOVE BT-TRANSACTION-TIME TO SW-SWEEP-TIME
011308     MOVE BT-SWEEP-TRIGGER    TO SW-TRIGGER
011309     MOVE BT-SWEEP-SHORTFALL  TO SW-SHORTFALL
011310     MOVE BT-SWEEP-AMOUNT     TO SW-SWEEP-AMOUNT
011311     MOVE BT-SWEEP-FEE        TO SW-FEE-AMOUNT
011312     MOVE BT-SWEEP-AVAILABLE  TO SW-LINKED-AVAILABLE
011313     MOVE BT-SWEEP-RESULT     TO SW-RESULT
011314     MOVE BT-SWEEP-REF        TO SW-TRANSFER-REF
011315     MOVE BT-TELLER-ID        TO SW-KEYED-BY
011316     MOVE BT-BRANCH-CODE      TO SW-BRANCH-CODE
011317     WRITE SWEEP-LOG-RECORD
011318     CLOSE SWEEP-LOG-FILE.
011319 4340-WRITE-SWEEP-LOG-EXIT.
011320     EXIT.

011321*****************************************************************
011322*  4400-OVERDRAFT-LINK-MENU maintains the selected account's
011323*  overdraft protection on OVERDRAFT-LINKS - name the account a
011324*  shortfall is to be swept from, end the link, or show it.
011325*  One link per account: an active link must be ended before
011326*  another account can be named, and the new link then takes
011327*  the ended one's place on the file.
011328*****************************************************************
011329 4400-OVERDRAFT-LINK-MENU.
011330     DISPLAY "Overdraft protection - A: Add link, E: End link, "
011331         "S: Show link, X: Exit".
011332     ACCEPT BT-LINK-OPTION.
011333     IF BT-LINK-OPTION = 'A'
011334         PERFORM 4410-ADD-OVERDRAFT-LINK
011335             THRU 4410-ADD-OVERDRAFT-LINK-EXIT
011336     ELSE IF BT-LINK-OPTION = 'E'
011337         PERFORM 4420-END-OVERDRAFT-LINK
011338             THRU 4420-END-OVERDRAFT-LINK-EXIT
011339     ELSE IF BT-LINK-OPTION = 'S'
011340         PERFORM 4430-SHOW-OVERDRAFT-LINK
011341             THRU 4430-SHOW-OVERDRAFT-LINK-EXIT
011342     ELSE IF BT-LINK-OPTION = 'X'
011343         CONTINUE
011344     ELSE
011345         DISPLAY "Invalid overdraft protection option."
011346     END-IF.
011347 4400-OVERDRAFT-LINK-MENU-EXIT.
011348     EXIT.

011349*****************************************************************
011350*  4410-ADD-OVERDRAFT-LINK names the protection account.  It
011351*  must be another active account of the same customer, and
011352*  not a term account - sweeping out of one would break the
011353*  term and draw the early-withdrawal penalty.  Nor may a term
011354*  account be protected: a shortfall there is a break of the
011355*  term, which the customer must agree to under 3210 first.
011356*****************************************************************
011357 4410-ADD-OVERDRAFT-LINK.
011358     MOVE 'N' TO BT-LINK-FOUND
011359     MOVE ACCOUNT-NUMBER TO OL-PRIMARY-ACCOUNT
011360     READ OVERDRAFT-LINK-FILE
011361         INVALID KEY
011362             MOVE 'N' TO BT-LINK-FOUND
011363         NOT INVALID KEY
011364             MOVE 'Y' TO BT-LINK-FOUND
011365     END-READ
011366     IF BT-LINK-FOUND = 'Y' AND OL-LINK-ACTIVE
011367         DISPLAY "This account is already protected by account "
011368             OL-LINKED-ACCOUNT " - end that link first."
011369         GO TO 4410-ADD-OVERDRAFT-LINK-EXIT
011370     END-IF
011371     MOVE ACCOUNT-NUMBER TO ACCOUNT-NUMBER-FILE
011372     READ ACCOUNT-FILE
011373         INVALID KEY
011374             DISPLAY "Account not found."
011375             GO TO 4410-ADD-OVERDRAFT-LINK-EXIT
011376     END-READ
011377     IF MATURITY-DATE-FILE IS NUMERIC
011378         AND MATURITY-DATE-FILE > 0
011379         DISPLAY "A term account cannot be given overdraft "
011380             "protection. Link not added."
011381         GO TO 4410-ADD-OVERDRAFT-LINK-EXIT
011382     END-IF
011383     MOVE CUSTOMER-NUMBER-FILE TO BT-LINK-CUSTOMER
011384     DISPLAY "Enter protection account number: "
011385     ACCEPT BT-LINK-ACCOUNT
011386     IF BT-LINK-ACCOUNT = ACCOUNT-NUMBER
011387         DISPLAY "An account cannot protect itself. Link not "
011388             "added."
011389         GO TO 4410-ADD-OVERDRAFT-LINK-EXIT
011390     END-IF
011391     MOVE BT-LINK-ACCOUNT TO ACCOUNT-NUMBER-FILE
011392     READ ACCOUNT-FILE
011393         INVALID KEY
011394             DISPLAY "Protection account not found. Link not "
011395                 "added."
011396             GO TO 4410-ADD-OVERDRAFT-LINK-EXIT
011397     END-READ
011398     IF ACCOUNT-STATUS-FILE NOT = 'A'
011399         DISPLAY "Protection account is not active. Link not "
011400             "added."
011401         GO TO 4410-ADD-OVERDRAFT-LINK-EXIT
011402     END-IF
011403     IF CUSTOMER-NUMBER-FILE NOT = BT-LINK-CUSTOMER
011404         DISPLAY "Protection account belongs to another "
011405             "customer. Link not added."
011406         GO TO 4410-ADD-OVERDRAFT-LINK-EXIT
011407     END-IF
011408     IF MATURITY-DATE-FILE IS NUMERIC
011409         AND MATURITY-DATE-FILE > 0
011410         DISPLAY "A term account cannot give overdraft "
011411             "protection. Link not added."
011412         GO TO 4410-ADD-OVERDRAFT-LINK-EXIT
011413     END-IF
011414     ACCEPT BT-TODAYS-DATE FROM DATE YYYYMMDD
011415     MOVE SPACES          TO OVERDRAFT-LINK-RECORD
011416     MOVE ACCOUNT-NUMBER  TO OL-PRIMARY-ACCOUNT
011417     MOVE BT-LINK-ACCOUNT TO OL-LINKED-ACCOUNT
011418     MOVE 'A'             TO OL-STATUS
011419     MOVE BT-TODAYS-DATE  TO OL-START-DATE
011420     MOVE 0               TO OL-END-DATE
011421     MOVE BT-TELLER-ID    TO OL-SET-UP-BY
011422     IF BT-LINK-FOUND = 'Y'
011423         REWRITE OVERDRAFT-LINK-RECORD
011424         DISPLAY "Account " BT-LINK-ACCOUNT
011425             " now protects this account."
011426     ELSE
011427         WRITE OVERDRAFT-LINK-RECORD
011428             INVALID KEY
011429                 DISPLAY "Unable to add link - duplicate key."
011430             NOT INVALID KEY
011431                 DISPLAY "Account " BT-LINK-ACCOUNT
011432                     " now protects this account."
011433         END-WRITE
011434     END-IF.
011435 4410-ADD-OVERDRAFT-LINK-EXIT.
011436     EXIT.

011437 4420-END-OVERDRAFT-LINK.
011438     MOVE ACCOUNT-NUMBER TO OL-PRIMARY-ACCOUNT
011439     READ OVERDRAFT-LINK-FILE
011440         INVALID KEY
011441             DISPLAY "No overdraft protection on this account."
011442             GO TO 4420-END-OVERDRAFT-LINK-EXIT
011443     END-READ
011444     IF NOT OL-LINK-ACTIVE
011445         DISPLAY "Overdraft protection has already been ended."
011446         GO TO 4420-END-OVERDRAFT-LINK-EXIT
011447     END-IF
011448     ACCEPT BT-TODAYS-DATE FROM DATE YYYYMMDD
011449     MOVE 'E'            TO OL-STATUS
011450     MOVE BT-TODAYS-DATE TO OL-END-DATE
011451     MOVE BT-TELLER-ID   TO OL-ENDED-BY
011452     REWRITE OVERDRAFT-LINK-RECORD
011453     DISPLAY "Overdraft protection ended.".
011454 4420-END-OVERDRAFT-LINK-EXIT.
011455     EXIT.

011456 4430-SHOW-OVERDRAFT-LINK.
011457     MOVE ACCOUNT-NUMBER TO OL-PRIMARY-ACCOUNT
011458     READ OVERDRAFT-LINK-FILE
011459         INVALID KEY
011460             DISPLAY "No overdraft protection on this account."
011461             GO TO 4430-SHOW-OVERDRAFT-LINK-EXIT
011462     END-READ
011463     IF OL-LINK-ACTIVE
011464         DISPLAY "Protected by account " OL-LINKED-ACCOUNT
011465             " since " OL-START-DATE ", set up by "
011466             OL-SET-UP-BY "."
011467     ELSE
011468         DISPLAY "Protection by account " OL-LINKED-ACCOUNT
011469             " ended " OL-END-DATE " by " OL-ENDED-BY "."
011470     END-IF.
011471 4430-SHOW-OVERDRAFT-LINK-EXIT.
011472     EXIT.

011473*****************************************************************
011474*  4500-LOAN-MENU handles the installment loans of the selected
011475*  account's customer - book a new loan (or take an existing
011476*  note over from the paper file), look one up, or ask for an
011477*  amortization schedule, which the nightly
011478*  BANK-LOAN-SERVICING job prints.  Payments are taken from
011479*  the transaction menu (option 'L', 4600).
011480*****************************************************************
011481 4500-LOAN-MENU.
011482     DISPLAY "Installment loans - B: Book a loan, I: Inquiry, "
011483         "A: Amortization schedule, X: Exit".
011484     ACCEPT BT-LOAN-OPTION.
011485     IF BT-LOAN-OPTION = 'B'
011486         PERFORM 4510-BOOK-LOAN THRU 4510-BOOK-LOAN-EXIT
011487     ELSE IF BT-LOAN-OPTION = 'I'
011488         PERFORM 4520-LOAN-INQUIRY THRU 4520-LOAN-INQUIRY-EXIT
011489     ELSE IF BT-LOAN-OPTION = 'A'
011490         PERFORM 4530-REQUEST-AMORTIZATION
011491             THRU 4530-REQUEST-AMORTIZATION-EXIT
011492     ELSE IF BT-LOAN-OPTION = 'X'
011493         CONTINUE
011494     ELSE
011495         DISPLAY "Invalid loan option."
011496     END-IF.
011497 4500-LOAN-MENU-EXIT.
011498     EXIT.

011499*****************************************************************
011500*  4510-BOOK-LOAN sets up a LOAN-MASTER record for the customer
011501*  who owns the selected account.  The teller keys the note's
011502*  terms; the level monthly payment that pays the amount
011503*  financed off over the term is worked out (4515) and quoted,
011504*  and the note's own payment can be keyed over it.  A loan
011505*  taken over from the paper file is booked the same way with
011506*  the principal still owed and its next due date.
011507*****************************************************************
011508 4510-BOOK-LOAN.
011509     MOVE ACCOUNT-NUMBER TO ACCOUNT-NUMBER-FILE
011510     READ ACCOUNT-FILE
011511         INVALID KEY
011512             DISPLAY "Account not found."
011513             GO TO 4510-BOOK-LOAN-EXIT
011514     END-READ
011515     IF ACCOUNT-STATUS-FILE NOT = 'A'
011516         DISPLAY "Loans are booked only for the customer of an "
011517             "active account."
011518         GO TO 4510-BOOK-LOAN-EXIT
011519     END-IF
011520     MOVE CUSTOMER-NUMBER-FILE TO BT-LOAN-CUSTOMER
011521     MOVE BT-LOAN-CUSTOMER TO CM-CUSTOMER-NUMBER
011522     READ CUSTOMER-MASTER-FILE
011523         INVALID KEY
011524             DISPLAY "Customer " BT-LOAN-CUSTOMER
011525                 " is not on the customer master."
011526             DISPLAY "Loan not booked."
011527             GO TO 4510-BOOK-LOAN-EXIT
011528     END-READ
011529     DISPLAY "Borrower: " CM-CUSTOMER-NAME
011530     DISPLAY "Enter amount financed: "
011531     ACCEPT BT-LOAN-AMOUNT
011532     IF BT-LOAN-AMOUNT = 0
011533         DISPLAY "Amount must be more than zero. Loan not booked."
011534         GO TO 4510-BOOK-LOAN-EXIT
011535     END-IF
011536     DISPLAY "Enter annual rate (e.g. .0799): "
011537     ACCEPT BT-LOAN-RATE
011538     IF BT-LOAN-RATE > BT-LOAN-MAX-RATE
011539         DISPLAY "Rate is over the " BT-LOAN-MAX-RATE
011540             " maximum. Loan not booked."
011541         GO TO 4510-BOOK-LOAN-EXIT
011542     END-IF
011543     DISPLAY "Enter term in months: "
011544     ACCEPT BT-LOAN-TERM
011545     IF BT-LOAN-TERM = 0 OR BT-LOAN-TERM > BT-LOAN-MAX-TERM
011546         DISPLAY "Term must be 1 to " BT-LOAN-MAX-TERM
011547             " months. Loan not booked."
011548         GO TO 4510-BOOK-LOAN-EXIT
011549     END-IF
011550     PERFORM 4515-COMPUTE-LOAN-PAYMENT
011551         THRU 4515-COMPUTE-LOAN-PAYMENT-EXIT
011552     DISPLAY "Level monthly payment is " BT-LOAN-PAYMENT "."
011553     DISPLAY "Enter the note's payment (0 to accept): "
011554     ACCEPT BT-LOAN-AMOUNT-WORK
011555     IF BT-LOAN-AMOUNT-WORK NOT = 0
011556         MOVE BT-LOAN-AMOUNT-WORK TO BT-LOAN-PAYMENT
011557     END-IF
011558     DISPLAY "Enter principal still owed (0 for the full "
011559         "amount financed): "
011560     ACCEPT BT-LOAN-AMOUNT-WORK
011561     IF BT-LOAN-AMOUNT-WORK = 0
011562         MOVE BT-LOAN-AMOUNT TO BT-LOAN-AMOUNT-WORK
011563     END-IF
011564     IF BT-LOAN-AMOUNT-WORK > BT-LOAN-AMOUNT
011565         DISPLAY "Principal owed cannot exceed the amount "
011566             "financed. Loan not booked."
011567         GO TO 4510-BOOK-LOAN-EXIT
011568     END-IF
011569     ACCEPT BT-TODAYS-DATE FROM DATE YYYYMMDD
011570     DISPLAY "Enter next payment due date (YYYYMMDD): "
011571     ACCEPT BT-LOAN-DATE
011572     IF BT-LOAN-DATE NOT > BT-TODAYS-DATE
011573         OR BT-LOAN-DATE-MM < 1 OR BT-LOAN-DATE-MM > 12
011574         OR BT-LOAN-DATE-DD < 1 OR BT-LOAN-DATE-DD > 31
011575         DISPLAY "Due date must be a date after today. Loan not "
011576             "booked."
011577         GO TO 4510-BOOK-LOAN-EXIT
011578     END-IF
011579     DISPLAY "Enter late charge per late installment: "
011580     ACCEPT BT-LOAN-LATE-CHARGE
011581     DISPLAY "Enter grace days before a late charge (0 for "
011582         BT-LOAN-STD-GRACE "): "
011583     ACCEPT BT-LOAN-GRACE-DAYS
011584     IF BT-LOAN-GRACE-DAYS = 0
011585         MOVE BT-LOAN-STD-GRACE TO BT-LOAN-GRACE-DAYS
011586     END-IF
011587     DISPLAY "Book loan of " BT-LOAN-AMOUNT-WORK " at "
011588         BT-LOAN-RATE " for " BT-LOAN-TERM " months, payment "
011589         BT-LOAN-PAYMENT " due from " BT-LOAN-DATE " (Y/N)? "
011590     ACCEPT BT-LOAN-PROCEED
011591     IF BT-LOAN-PROCEED NOT = 'Y'
011592         DISPLAY "Loan not booked."
011593         GO TO 4510-BOOK-LOAN-EXIT
011594     END-IF
011595     PERFORM 4590-GET-NEXT-LOAN-NO THRU 4590-GET-NEXT-LOAN-NO-EXIT
011596     IF BT-LOAN-NUMBER = 0
011597         GO TO 4510-BOOK-LOAN-EXIT
011598     END-IF
011599     MOVE SPACES               TO LOAN-MASTER-RECORD
011600     MOVE BT-LOAN-NUMBER       TO LN-LOAN-NUMBER
011601     MOVE BT-LOAN-CUSTOMER     TO LN-CUSTOMER-NUMBER
011602     MOVE 'A'                  TO LN-STATUS
011603     MOVE BT-TODAYS-DATE       TO LN-OPEN-DATE
011604     MOVE BT-LOAN-AMOUNT       TO LN-ORIGINAL-PRINCIPAL
011605     MOVE BT-LOAN-RATE         TO LN-ANNUAL-RATE
011606     MOVE BT-LOAN-TERM         TO LN-TERM-MONTHS
011607     MOVE BT-LOAN-PAYMENT      TO LN-PAYMENT-AMOUNT
011608     MOVE BT-LOAN-DATE         TO LN-NEXT-DUE-DATE
011609     MOVE BT-LOAN-DATE-DD      TO LN-DUE-DAY
011610     MOVE 0                    TO LN-LAST-DUE-DATE
011611     MOVE BT-LOAN-AMOUNT-WORK  TO LN-PRINCIPAL-BALANCE
011612     MOVE 0                    TO LN-ACCRUED-INTEREST
011613     MOVE BT-TODAYS-DATE       TO LN-LAST-ACCRUAL-DATE
011614     MOVE 0                    TO LN-LATE-CHARGES-DUE
011615     MOVE BT-LOAN-AMOUNT-WORK  TO LN-PAYOFF-BALANCE
011616     MOVE 0                    TO LN-AMOUNT-DUE
011617     MOVE 0                    TO LN-PAID-AHEAD
011618     MOVE 0                    TO LN-LAST-PAYMENT-DATE
011619     MOVE 0                    TO LN-DAYS-PAST-DUE
011620     MOVE SPACE                TO LN-DELINQ-BUCKET
011621     MOVE BT-LOAN-LATE-CHARGE  TO LN-LATE-CHARGE-AMOUNT
011622     MOVE BT-LOAN-GRACE-DAYS   TO LN-GRACE-DAYS
011623     MOVE 0                    TO LN-LAST-LATE-DUE-DATE
011624     MOVE BT-BRANCH-CODE       TO LN-BRANCH-CODE
011625     MOVE BT-TELLER-ID         TO LN-OPENED-BY
011626     WRITE LOAN-MASTER-RECORD
011627         INVALID KEY
011628             DISPLAY "Unable to book loan - duplicate key."
011629             GO TO 4510-BOOK-LOAN-EXIT
011630     END-WRITE
011631     MOVE 'B'                  TO BT-LOAN-EVENT
011632     MOVE BT-LOAN-AMOUNT-WORK  TO BT-LOAN-PAYMENT
011633     MOVE 0                    TO BT-LOAN-TO-LATE
011634     MOVE 0                    TO BT-LOAN-TO-INTEREST
011635     MOVE 0                    TO BT-LOAN-TO-PRINCIPAL
011636     MOVE 0                    TO BT-LOAN-SOURCE
011637     MOVE 0                    TO BT-LOAN-DEBIT-REF
011638     PERFORM 4630-WRITE-LOAN-HISTORY
011639         THRU 4630-WRITE-LOAN-HISTORY-EXIT
011640     DISPLAY "Loan " LN-LOAN-NUMBER " booked for customer "
011641         LN-CUSTOMER-NUMBER " - first payment of "
011642         LN-PAYMENT-AMOUNT " due " LN-NEXT-DUE-DATE ".".
011643 4510-BOOK-LOAN-EXIT.
011644     EXIT.

011645*****************************************************************
011646*  4515-COMPUTE-LOAN-PAYMENT works out the level monthly
011647*  payment that pays BT-LOAN-AMOUNT off over BT-LOAN-TERM months
011648*  at BT-LOAN-RATE a year, compounded monthly:
011649*
011650*      payment = amount * r * f / (f - 1),  f = (1 + r) ** term
011651*
011652*  with r the monthly rate.  An interest-free loan simply
011653*  divides the amount over the term.
011654*****************************************************************
011655 4515-COMPUTE-LOAN-PAYMENT.
011656     IF BT-LOAN-RATE = 0
011657         COMPUTE BT-LOAN-PAYMENT ROUNDED =
011658             BT-LOAN-AMOUNT / BT-LOAN-TERM
011659         GO TO 4515-COMPUTE-LOAN-PAYMENT-EXIT
011660     END-IF
011661     COMPUTE BT-LOAN-MONTH-RATE ROUNDED = BT-LOAN-RATE / 12
011662     COMPUTE BT-LOAN-FACTOR ROUNDED =
011663         (1 + BT-LOAN-MONTH-RATE) ** BT-LOAN-TERM
011664     COMPUTE BT-LOAN-PAYMENT ROUNDED =
011665         BT-LOAN-AMOUNT * BT-LOAN-MONTH-RATE * BT-LOAN-FACTOR
011666             / (BT-LOAN-FACTOR - 1).
011667 4515-COMPUTE-LOAN-PAYMENT-EXIT.
011668     EXIT.

011669*****************************************************************
011670*  4520-LOAN-INQUIRY shows where a loan stands: the balances
011671*  that make up the payoff, the payment schedule, and how far
011672*  behind it is as of the last nightly run.
011673*****************************************************************
011674 4520-LOAN-INQUIRY.
011675     PERFORM 4610-READ-LOAN THRU 4610-READ-LOAN-EXIT
011676     IF BT-LOAN-FOUND = 'N'
011677         GO TO 4520-LOAN-INQUIRY-EXIT
011678     END-IF
011679     DISPLAY "Loan " LN-LOAN-NUMBER "  customer "
011680         LN-CUSTOMER-NUMBER "  opened " LN-OPEN-DATE
011681     IF LN-LOAN-PAID-OFF
011682         DISPLAY "Paid in full - last payment "
011683             LN-LAST-PAYMENT-DATE
011684         GO TO 4520-LOAN-INQUIRY-EXIT
011685     END-IF
011686     DISPLAY "Amount financed  : " LN-ORIGINAL-PRINCIPAL
011687         "  rate " LN-ANNUAL-RATE "  term " LN-TERM-MONTHS
011688     DISPLAY "Principal balance: " LN-PRINCIPAL-BALANCE
011689     DISPLAY "Accrued interest : " LN-ACCRUED-INTEREST
011690     DISPLAY "Late charges owed: " LN-LATE-CHARGES-DUE
011691     DISPLAY "Payoff balance   : " LN-PAYOFF-BALANCE
011692     DISPLAY "Monthly payment  : " LN-PAYMENT-AMOUNT
011693         "  next due " LN-NEXT-DUE-DATE
011694     DISPLAY "Amount past due  : " LN-AMOUNT-DUE
011695         "  paid ahead " LN-PAID-AHEAD
011696     IF LN-DAYS-PAST-DUE > 0
011697         DISPLAY "Days past due    : " LN-DAYS-PAST-DUE
011698     END-IF
011699     IF LN-LAST-PAYMENT-DATE > 0
011700         DISPLAY "Last payment     : " LN-LAST-PAYMENT-DATE
011701     END-IF.
011702 4520-LOAN-INQUIRY-EXIT.
011703     EXIT.

011704*****************************************************************
011705*  4530-REQUEST-AMORTIZATION queues an amortization schedule
011706*  for tonight's BANK-LOAN-SERVICING run on AMORT-REQUESTS.
011707*****************************************************************
011708 4530-REQUEST-AMORTIZATION.
011709     PERFORM 4610-READ-LOAN THRU 4610-READ-LOAN-EXIT
011710     IF BT-LOAN-FOUND = 'N'
011711         GO TO 4530-REQUEST-AMORTIZATION-EXIT
011712     END-IF
011713     IF NOT LN-LOAN-ACTIVE
011714         DISPLAY "Loan is paid in full - no schedule to print."
011715         GO TO 4530-REQUEST-AMORTIZATION-EXIT
011716     END-IF
011717     OPEN EXTEND AMORT-REQUEST-FILE
011718     IF AQ-FILE-STATUS = '35'
011719         OPEN OUTPUT AMORT-REQUEST-FILE
011720     END-IF
011721     IF AQ-FILE-STATUS NOT = '00'
011722         DISPLAY "Schedule requests unavailable, status "
011723             AQ-FILE-STATUS " - tell the back office."
011724         GO TO 4530-REQUEST-AMORTIZATION-EXIT
011725     END-IF
011726     ACCEPT BT-TODAYS-DATE FROM DATE YYYYMMDD
011727     MOVE SPACES         TO AMORT-REQUEST-RECORD
011728     MOVE LN-LOAN-NUMBER TO AQ-LOAN-NUMBER
011729     MOVE BT-TODAYS-DATE TO AQ-REQUEST-DATE
011730     MOVE BT-TELLER-ID   TO AQ-REQUESTED-BY
011731     MOVE BT-BRANCH-CODE TO AQ-BRANCH-CODE
011732     WRITE AMORT-REQUEST-RECORD
011733     CLOSE AMORT-REQUEST-FILE
011734     DISPLAY "Schedule for loan " LN-LOAN-NUMBER
011735         " will print with tonight's loan run.".
011736 4530-REQUEST-AMORTIZATION-EXIT.
011737     EXIT.

011738*****************************************************************
011739*  4540-CHOOSE-ORDER-LOAN names the loan a new standing order
011740*  is to pay (3775).  The loan must be on file and still owed;
011741*  its number goes in the order's target.
011742*****************************************************************
011743 4540-CHOOSE-ORDER-LOAN.
011744     PERFORM 4610-READ-LOAN THRU 4610-READ-LOAN-EXIT
011745     IF BT-LOAN-FOUND = 'N'
011746         DISPLAY "Order not set up."
011747         GO TO 4540-CHOOSE-ORDER-LOAN-EXIT
011748     END-IF
011749     IF NOT LN-LOAN-ACTIVE
011750         DISPLAY "Loan is paid in full. Order not set up."
011751         MOVE 'N' TO BT-LOAN-FOUND
011752         GO TO 4540-CHOOSE-ORDER-LOAN-EXIT
011753     END-IF
011754     MOVE LN-LOAN-NUMBER TO SO-TARGET-ACCOUNT.
011755 4540-CHOOSE-ORDER-LOAN-EXIT.
011756     EXIT.

011757*****************************************************************
011758*  4590-GET-NEXT-LOAN-NO hands out the next loan number from
011759*  the REF-COUNTER record keyed '5', the same way
011760*  3790-GET-NEXT-ORDER-NO draws order numbers from key '3'.
011761*****************************************************************
011762 4590-GET-NEXT-LOAN-NO.
011763     MOVE 0 TO BT-OPEN-RETRY-COUNT
011764     PERFORM 3456-OPEN-REF-COUNTER
011765         THRU 3456-OPEN-REF-COUNTER-EXIT
011766         UNTIL RC-FILE-STATUS = '00'
011767             OR BT-OPEN-RETRY-COUNT > BT-MAX-OPEN-RETRIES
011768     IF RC-FILE-STATUS <> '00'
011769         DISPLAY "Unable to allocate a loan number - "
011770             "reference counter unavailable."
011771         MOVE 0 TO BT-LOAN-NUMBER
011772     ELSE
011773         MOVE 'N' TO BT-LOAN-CTR-EXISTS
011774         MOVE '5' TO RC-COUNTER-KEY
011775         READ REF-COUNTER-FILE
011776             INVALID KEY
011777                 MOVE 0 TO RC-NEXT-REF-NO
011778             NOT INVALID KEY
011779                 MOVE 'Y' TO BT-LOAN-CTR-EXISTS
011780         END-READ
011781         ADD 1 TO RC-NEXT-REF-NO
011782         MOVE RC-NEXT-REF-NO TO BT-LOAN-NUMBER
011783         IF BT-LOAN-CTR-EXISTS = 'Y'
011784             REWRITE REF-COUNTER-RECORD
011785         ELSE
011786             MOVE '5' TO RC-COUNTER-KEY
011787             WRITE REF-COUNTER-RECORD
011788         END-IF
011789         CLOSE REF-COUNTER-FILE
011790     END-IF.
011791 4590-GET-NEXT-LOAN-NO-EXIT.
011792     EXIT.

011793*****************************************************************
011794*  4600-LOAN-PAYMENT takes a payment on an installment loan at
011795*  the window, in cash through the drawer or drawn from the
011796*  selected account.  A payment from the account is tested
011797*  against its available balance like a withdrawal (a term
011798*  account quotes its early-withdrawal penalty) and logged as
011799*  a type 'L' debit.  The payment is then split across the
011800*  loan's late charges, interest and principal (4620) and the
011801*  split is shown to the customer.  Nobody pays more than the
011802*  payoff balance.
011803*****************************************************************
011804 4600-LOAN-PAYMENT.
011805     PERFORM 4610-READ-LOAN THRU 4610-READ-LOAN-EXIT
011806     IF BT-LOAN-FOUND = 'N'
011807         GO TO 4600-LOAN-PAYMENT-EXIT
011808     END-IF
011809     IF NOT LN-LOAN-ACTIVE
011810         DISPLAY "Loan is paid in full. Transaction cancelled."
011811         GO TO 4600-LOAN-PAYMENT-EXIT
011812     END-IF
011813     MOVE LN-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER
011814     READ CUSTOMER-MASTER-FILE
011815         INVALID KEY
011816             MOVE SPACES TO CM-CUSTOMER-NAME
011817     END-READ
011818     DISPLAY "Borrower: " CM-CUSTOMER-NAME
011819     DISPLAY "Payoff balance " LN-PAYOFF-BALANCE
011820         "  past due " LN-AMOUNT-DUE
011821         "  monthly payment " LN-PAYMENT-AMOUNT
011822     DISPLAY "Enter payment amount: "
011823     ACCEPT TRANSACTION-AMOUNT
011824     IF TRANSACTION-AMOUNT NOT > 0
011825         DISPLAY "Transaction cancelled."
011826         GO TO 4600-LOAN-PAYMENT-EXIT
011827     END-IF
011828     IF TRANSACTION-AMOUNT > LN-PAYOFF-BALANCE
011829         DISPLAY "Payment is more than the payoff balance of "
011830             LN-PAYOFF-BALANCE ". Transaction cancelled."
011831         GO TO 4600-LOAN-PAYMENT-EXIT
011832     END-IF
011833     MOVE TRANSACTION-AMOUNT TO BT-AUTH-AMOUNT
011834     PERFORM 3460-CHECK-AUTHORITY THRU 3460-CHECK-AUTHORITY-EXIT
011835     IF BT-OVERRIDE-OK = 'N'
011836         DISPLAY "Transaction cancelled."
011837         GO TO 4600-LOAN-PAYMENT-EXIT
011838     END-IF
011839     DISPLAY "Pay with (C-Cash, A-From this account)? "
011840     ACCEPT BT-LOAN-PAY-METHOD
011841     MOVE 0 TO BT-LOAN-SOURCE
011842     MOVE 0 TO BT-LOAN-DEBIT-REF
011843     IF BT-LOAN-PAY-METHOD = 'C'
011844         PERFORM 3470-RECORD-CASH-IN THRU 3470-RECORD-CASH-IN-EXIT
011845     ELSE IF BT-LOAN-PAY-METHOD = 'A'
011846         PERFORM 4605-DEBIT-LOAN-PAYMENT
011847             THRU 4605-DEBIT-LOAN-PAYMENT-EXIT
011848         IF BT-LOAN-SOURCE = 0
011849             GO TO 4600-LOAN-PAYMENT-EXIT
011850         END-IF
011851     ELSE
011852         DISPLAY "Invalid choice. Transaction cancelled."
011853         GO TO 4600-LOAN-PAYMENT-EXIT
011854     END-IF
011855     MOVE BT-LOAN-NUMBER TO LN-LOAN-NUMBER
011856     READ LOAN-MASTER-FILE
011857         INVALID KEY
011858             DISPLAY "Loan lost before the payment was applied - "
011859                 "tell the back office."
011860             GO TO 4600-LOAN-PAYMENT-EXIT
011861     END-READ
011862     MOVE TRANSACTION-AMOUNT TO BT-LOAN-PAYMENT
011863     PERFORM 4620-APPLY-LOAN-PAYMENT
011864         THRU 4620-APPLY-LOAN-PAYMENT-EXIT
011865     DISPLAY "Payment applied - late charges "
011866         BT-LOAN-TO-LATE "  interest " BT-LOAN-TO-INTEREST
011867         "  principal " BT-LOAN-TO-PRINCIPAL
011868     IF LN-LOAN-PAID-OFF
011869         DISPLAY "Loan " LN-LOAN-NUMBER " is paid in full."
011870     ELSE
011871         DISPLAY "Principal balance now " LN-PRINCIPAL-BALANCE
011872             "  payoff " LN-PAYOFF-BALANCE
011873     END-IF.
011874 4600-LOAN-PAYMENT-EXIT.
011875     EXIT.

011876*****************************************************************
011877*  4605-DEBIT-LOAN-PAYMENT draws the payment from the selected
011878*  account.  BT-LOAN-SOURCE comes back as the account number
011879*  once the debit is posted, zero if it was refused.
011880*****************************************************************
011881 4605-DEBIT-LOAN-PAYMENT.
011882     PERFORM 3300-CHECK-BALANCE THRU 3300-CHECK-BALANCE-EXIT
011883     IF TRANSACTION-AMOUNT > BT-AVAILABLE-BALANCE
011884         DISPLAY "Insufficient available funds. "
011885             "Transaction cancelled."
011886         GO TO 4605-DEBIT-LOAN-PAYMENT-EXIT
011887     END-IF
011888     PERFORM 3210-CHECK-EARLY-WITHDRAWAL
011889         THRU 3210-CHECK-EARLY-WITHDRAWAL-EXIT
011890     IF BT-TERM-OK = 'N'
011891         DISPLAY "Transaction cancelled."
011892         GO TO 4605-DEBIT-LOAN-PAYMENT-EXIT
011893     END-IF
011894     SUBTRACT TRANSACTION-AMOUNT FROM BALANCE GIVING BALANCE
011895     PERFORM 3400-UPDATE-BALANCE THRU 3400-UPDATE-BALANCE-EXIT
011896     PERFORM 3410-STAMP-LAST-ACTIVITY
011897         THRU 3410-STAMP-LAST-ACTIVITY-EXIT
011898     MOVE ACCOUNT-NUMBER     TO BT-LOG-ACCOUNT
011899     MOVE 'L'                TO BT-LOG-TYPE
011900     MOVE TRANSACTION-AMOUNT TO BT-LOG-AMOUNT
011901     MOVE BALANCE            TO BT-LOG-BALANCE
011902     MOVE 0                  TO BT-LOG-RELATED-REF
011903     PERFORM 3450-WRITE-LOG-ENTRY
011904         THRU 3450-WRITE-LOG-ENTRY-EXIT
011905     MOVE BT-LAST-REF-WRITTEN TO BT-LOAN-DEBIT-REF
011906     MOVE ACCOUNT-NUMBER      TO BT-LOAN-SOURCE
011907     IF BT-PENALTY-AMOUNT > 0
011908         MOVE BT-LAST-REF-WRITTEN TO BT-PENALTY-RELATED
011909         PERFORM 3220-POST-PENALTY
011910             THRU 3220-POST-PENALTY-EXIT
011911     END-IF.
011912 4605-DEBIT-LOAN-PAYMENT-EXIT.
011913     EXIT.

011914 4610-READ-LOAN.
011915     MOVE 'N' TO BT-LOAN-FOUND
011916     DISPLAY "Enter loan number: "
011917     ACCEPT BT-LOAN-NUMBER
011918     MOVE BT-LOAN-NUMBER TO LN-LOAN-NUMBER
011919     READ LOAN-MASTER-FILE
011920         INVALID KEY
011921             DISPLAY "Loan not on file."
011922         NOT INVALID KEY
011923             MOVE 'Y' TO BT-LOAN-FOUND
011924     END-READ.
011925 4610-READ-LOAN-EXIT.
011926     EXIT.

011927*****************************************************************
011928*  4620-APPLY-LOAN-PAYMENT splits BT-LOAN-PAYMENT across the
011929*  loan just read - late charges owed first, then accrued
011930*  interest, then principal - and takes the interest and
011931*  principal part off the installments past due, oldest first,
011932*  anything over going to paid-ahead against the next one.  A
011933*  loan left owing nothing is marked paid in full.  The same
011934*  split is made by the BANK-STANDING-ORDERS job for an order
011935*  that pays a loan.
011936*****************************************************************
011937 4620-APPLY-LOAN-PAYMENT.
011938     MOVE BT-LOAN-PAYMENT TO BT-LOAN-REMAINING
011939     IF BT-LOAN-REMAINING > LN-LATE-CHARGES-DUE
011940         MOVE LN-LATE-CHARGES-DUE TO BT-LOAN-TO-LATE
011941     ELSE
011942         MOVE BT-LOAN-REMAINING TO BT-LOAN-TO-LATE
011943     END-IF
011944     SUBTRACT BT-LOAN-TO-LATE FROM BT-LOAN-REMAINING
011945     IF BT-LOAN-REMAINING > LN-ACCRUED-INTEREST
011946         MOVE LN-ACCRUED-INTEREST TO BT-LOAN-TO-INTEREST
011947     ELSE
011948         MOVE BT-LOAN-REMAINING TO BT-LOAN-TO-INTEREST
011949     END-IF
011950     SUBTRACT BT-LOAN-TO-INTEREST FROM BT-LOAN-REMAINING
011951     IF BT-LOAN-REMAINING > LN-PRINCIPAL-BALANCE
011952         MOVE LN-PRINCIPAL-BALANCE TO BT-LOAN-TO-PRINCIPAL
011953     ELSE
011954         MOVE BT-LOAN-REMAINING TO BT-LOAN-TO-PRINCIPAL
011955     END-IF
011956     SUBTRACT BT-LOAN-TO-LATE FROM LN-LATE-CHARGES-DUE
011957     SUBTRACT BT-LOAN-TO-INTEREST FROM LN-ACCRUED-INTEREST
011958     SUBTRACT BT-LOAN-TO-PRINCIPAL FROM LN-PRINCIPAL-BALANCE
011959     COMPUTE BT-LOAN-TOWARD-DUE =
011960         BT-LOAN-TO-INTEREST + BT-LOAN-TO-PRINCIPAL
011961     IF BT-LOAN-TOWARD-DUE < LN-AMOUNT-DUE
011962         SUBTRACT BT-LOAN-TOWARD-DUE FROM LN-AMOUNT-DUE
011963     ELSE
011964         COMPUTE LN-PAID-AHEAD = LN-PAID-AHEAD
011965             + BT-LOAN-TOWARD-DUE - LN-AMOUNT-DUE
011966         MOVE 0 TO LN-AMOUNT-DUE
011967         MOVE 0 TO LN-DAYS-PAST-DUE
011968         MOVE SPACE TO LN-DELINQ-BUCKET
011969     END-IF
011970     COMPUTE LN-PAYOFF-BALANCE = LN-PRINCIPAL-BALANCE
011971         + LN-ACCRUED-INTEREST + LN-LATE-CHARGES-DUE
011972     IF LN-PAYOFF-BALANCE = 0
011973         MOVE 'P' TO LN-STATUS
011974         MOVE 0 TO LN-AMOUNT-DUE
011975         MOVE 0 TO LN-PAID-AHEAD
011976     END-IF
011977     ACCEPT BT-TODAYS-DATE FROM DATE YYYYMMDD
011978     MOVE BT-TODAYS-DATE TO LN-LAST-PAYMENT-DATE
011979     REWRITE LOAN-MASTER-RECORD
011980     MOVE 'P' TO BT-LOAN-EVENT
011981     PERFORM 4630-WRITE-LOAN-HISTORY
011982         THRU 4630-WRITE-LOAN-HISTORY-EXIT.
011983 4620-APPLY-LOAN-PAYMENT-EXIT.
011984     EXIT.

011985*****************************************************************
011986*  4630-WRITE-LOAN-HISTORY appends one LOAN-HISTORY record for
011987*  the loan just booked or paid - the event in BT-LOAN-EVENT,
011988*  the amount in BT-LOAN-PAYMENT with its split, and the
011989*  paying account and debit reference (zero for cash).
011990*****************************************************************
011991 4630-WRITE-LOAN-HISTORY.
011992     ACCEPT BT-TRANSACTION-DATE FROM DATE YYYYMMDD
011993     ACCEPT BT-TRANSACTION-TIME FROM TIME
011994     OPEN EXTEND LOAN-HISTORY-FILE
011995     IF LH-FILE-STATUS = '35'
011996         OPEN OUTPUT LOAN-HISTORY-FILE
011997     END-IF
011998     IF LH-FILE-STATUS NOT = '00'
011999         DISPLAY "Loan history unavailable, status "
012000             LH-FILE-STATUS " - tell the back office."
012001         GO TO 4630-WRITE-LOAN-HISTORY-EXIT
012002     END-IF
012003     MOVE SPACES               TO LOAN-HISTORY-RECORD
012004     MOVE LN-LOAN-NUMBER       TO LH-LOAN-NUMBER
012005     MOVE BT-TRANSACTION-DATE  TO LH-EVENT-DATE
012006     MOVE BT-TRANSACTION-TIME  TO LH-EVENT-TIME
012007     MOVE BT-LOAN-EVENT        TO LH-EVENT-TYPE
012008     MOVE BT-LOAN-PAYMENT      TO LH-AMOUNT
012009     MOVE BT-LOAN-TO-LATE      TO LH-TO-LATE-CHARGES
012010     MOVE BT-LOAN-TO-INTEREST  TO LH-TO-INTEREST
012011     MOVE BT-LOAN-TO-PRINCIPAL TO LH-TO-PRINCIPAL
012012     MOVE LN-PRINCIPAL-BALANCE TO LH-PRINCIPAL-AFTER
012013     MOVE BT-LOAN-SOURCE       TO LH-SOURCE-ACCOUNT
012014     MOVE BT-LOAN-DEBIT-REF    TO LH-DEBIT-REF
012015     MOVE BT-TELLER-ID         TO LH-KEYED-BY
012016     MOVE BT-BRANCH-CODE       TO LH-BRANCH-CODE
012017     WRITE LOAN-HISTORY-RECORD
012018     CLOSE LOAN-HISTORY-FILE.
012019 4630-WRITE-LOAN-HISTORY-EXIT.
012020     EXIT.

012021*****************************************************************
012022*  4700-RELATIONSHIP-MENU maintains who stands on the selected
012023*  account on ACCOUNT-RELATIONSHIPS - the primary owner, joint
012024*  owners, authorized signers and payable-on-death
012025*  beneficiaries.  Reached from customer maintenance (3730).
012026*  An account opened before relationships were kept has its
012027*  CUSTOMER-NUMBER-FILE customer taken on as the primary the
012028*  first time it comes through here (4705).
012029*****************************************************************
012030 4700-RELATIONSHIP-MENU.
012031     PERFORM 4705-ADOPT-PRIMARY THRU 4705-ADOPT-PRIMARY-EXIT
012032     DISPLAY "Owners and signers - A: Add, E: End, S: Show, "
012033         "X: Exit".
012034     ACCEPT BT-REL-OPTION.
012035     IF BT-REL-OPTION = 'A'
012036         PERFORM 4710-ADD-RELATIONSHIP
012037             THRU 4710-ADD-RELATIONSHIP-EXIT
012038     ELSE IF BT-REL-OPTION = 'E'
012039         PERFORM 4720-END-RELATIONSHIP
012040             THRU 4720-END-RELATIONSHIP-EXIT
012041     ELSE IF BT-REL-OPTION = 'S'
012042         PERFORM 4730-SHOW-RELATIONSHIPS
012043             THRU 4730-SHOW-RELATIONSHIPS-EXIT
012044     ELSE IF BT-REL-OPTION = 'X'
012045         CONTINUE
012046     ELSE
012047         DISPLAY "Invalid owners and signers option."
012048     END-IF.
012049 4700-RELATIONSHIP-MENU-EXIT.
012050     EXIT.

012051*****************************************************************
012052*  4705-ADOPT-PRIMARY makes sure the account's customer stands
012053*  on ACCOUNT-RELATIONSHIPS as its primary owner.  Used when an
012054*  account is opened (2100) and before its relationships are
012055*  maintained, so every account that has relationships at all
012056*  has its primary among them.
012057*****************************************************************
012058 4705-ADOPT-PRIMARY.
012059     MOVE ACCOUNT-NUMBER TO ACCOUNT-NUMBER-FILE
012060     READ ACCOUNT-FILE
012061         INVALID KEY
012062             GO TO 4705-ADOPT-PRIMARY-EXIT
012063     END-READ
012064     IF CUSTOMER-NUMBER-FILE IS NOT NUMERIC
012065         OR CUSTOMER-NUMBER-FILE = 0
012066         GO TO 4705-ADOPT-PRIMARY-EXIT
012067     END-IF
012068     MOVE CUSTOMER-NUMBER-FILE TO BT-REL-CUSTOMER
012069     PERFORM 4712-READ-RELATIONSHIP
012070         THRU 4712-READ-RELATIONSHIP-EXIT
012071     IF BT-REL-FOUND = 'Y'
012072         GO TO 4705-ADOPT-PRIMARY-EXIT
012073     END-IF
012074     ACCEPT BT-TODAYS-DATE FROM DATE YYYYMMDD
012075     MOVE SPACES          TO ACCOUNT-RELATIONSHIP-RECORD
012076     MOVE ACCOUNT-NUMBER  TO RL-ACCOUNT-NUMBER
012077     MOVE BT-REL-CUSTOMER TO RL-CUSTOMER-NUMBER
012078     MOVE 'P'             TO RL-ROLE
012079     MOVE 'A'             TO RL-STATUS
012080     MOVE BT-TODAYS-DATE  TO RL-START-DATE
012081     MOVE 0               TO RL-END-DATE
012082     MOVE BT-TELLER-ID    TO RL-SET-UP-BY
012083     WRITE ACCOUNT-RELATIONSHIP-RECORD
012084         INVALID KEY
012085             DISPLAY "Unable to record primary owner - "
012086                 "duplicate key."
012087     END-WRITE.
012088 4705-ADOPT-PRIMARY-EXIT.
012089     EXIT.

012090*****************************************************************
012091*  4710-ADD-RELATIONSHIP puts a customer on the account in a
012092*  role.  The customer is found or set up exactly as at account
012093*  opening (2110).  A customer already on the account in
012094*  another role is moved to the new role.  Naming a new primary
012095*  hands the account over to that customer (4715); the old
012096*  primary comes off and is added back as a joint owner if they
012097*  are to stay on the account.
012098*****************************************************************
012099 4710-ADD-RELATIONSHIP.
012100     MOVE BT-CUSTOMER-NUMBER TO BT-REL-SAVE-NUMBER
012101     MOVE BT-CUSTOMER-NAME   TO BT-REL-SAVE-NAME
012102     MOVE 'N' TO BT-CUST-FOUND
012103     PERFORM 2110-GET-CUSTOMER THRU 2110-GET-CUSTOMER-EXIT
012104     MOVE 'N' TO BT-OPEN-STOPPED
012105     MOVE BT-CUSTOMER-NUMBER TO BT-REL-CUSTOMER
012106     MOVE CM-CUSTOMER-NAME   TO BT-REL-NAME
012107     MOVE BT-REL-SAVE-NUMBER TO BT-CUSTOMER-NUMBER
012108     MOVE BT-REL-SAVE-NAME   TO BT-CUSTOMER-NAME
012109     IF BT-CUST-FOUND = 'N'
012110         DISPLAY "Relationship not added."
012111         GO TO 4710-ADD-RELATIONSHIP-EXIT
012112     END-IF
012113     DISPLAY "Role (P-Primary, J-Joint owner, S-Authorized "
012114         "signer, B-POD beneficiary): "
012115     ACCEPT BT-REL-ROLE
012116     IF BT-REL-ROLE NOT = 'P' AND NOT = 'J' AND NOT = 'S'
012117         AND NOT = 'B'
012118         DISPLAY "Invalid role. Relationship not added."
012119         GO TO 4710-ADD-RELATIONSHIP-EXIT
012120     END-IF
012121     PERFORM 4712-READ-RELATIONSHIP
012122         THRU 4712-READ-RELATIONSHIP-EXIT
012123     IF BT-REL-FOUND = 'Y' AND RL-ACTIVE
012124         IF RL-ROLE = BT-REL-ROLE
012125             DISPLAY "Customer is already on the account in "
012126                 "that role."
012127             GO TO 4710-ADD-RELATIONSHIP-EXIT
012128         END-IF
012129         IF RL-ROLE-PRIMARY
012130             DISPLAY "Customer is the primary owner - name a "
012131                 "new primary first."
012132             GO TO 4710-ADD-RELATIONSHIP-EXIT
012133         END-IF
012134     END-IF
012135     IF BT-REL-ROLE = 'P'
012136         PERFORM 4715-REPLACE-PRIMARY
012137             THRU 4715-REPLACE-PRIMARY-EXIT
012138         PERFORM 4712-READ-RELATIONSHIP
012139             THRU 4712-READ-RELATIONSHIP-EXIT
012140     END-IF
012141     ACCEPT BT-TODAYS-DATE FROM DATE YYYYMMDD
012142     MOVE SPACES          TO ACCOUNT-RELATIONSHIP-RECORD
012143     MOVE ACCOUNT-NUMBER  TO RL-ACCOUNT-NUMBER
012144     MOVE BT-REL-CUSTOMER TO RL-CUSTOMER-NUMBER
012145     MOVE BT-REL-ROLE     TO RL-ROLE
012146     MOVE 'A'             TO RL-STATUS
012147     MOVE BT-TODAYS-DATE  TO RL-START-DATE
012148     MOVE 0               TO RL-END-DATE
012149     MOVE BT-TELLER-ID    TO RL-SET-UP-BY
012150     PERFORM 4750-SET-ROLE-NAME THRU 4750-SET-ROLE-NAME-EXIT
012151     IF BT-REL-FOUND = 'Y'
012152         REWRITE ACCOUNT-RELATIONSHIP-RECORD
012153         DISPLAY BT-REL-NAME " is now " BT-REL-ROLE-NAME "."
012154     ELSE
012155         WRITE ACCOUNT-RELATIONSHIP-RECORD
012156             INVALID KEY
012157                 DISPLAY "Unable to add relationship - "
012158                     "duplicate key."
012159             NOT INVALID KEY
012160                 DISPLAY BT-REL-NAME " is now " BT-REL-ROLE-NAME
012161                     "."
012162         END-WRITE
012163     END-IF.
012164 4710-ADD-RELATIONSHIP-EXIT.
012165     EXIT.

012166 4712-READ-RELATIONSHIP.
012167     MOVE ACCOUNT-NUMBER  TO RL-ACCOUNT-NUMBER
012168     MOVE BT-REL-CUSTOMER TO RL-CUSTOMER-NUMBER
012169     MOVE 'N' TO BT-REL-FOUND
012170     READ ACCOUNT-RELATIONSHIP-FILE
012171         INVALID KEY
012172             MOVE 'N' TO BT-REL-FOUND
012173         NOT INVALID KEY
012174             MOVE 'Y' TO BT-REL-FOUND
012175     END-READ.
012176 4712-READ-RELATIONSHIP-EXIT.
012177     EXIT.

012178*****************************************************************
012179*  4715-REPLACE-PRIMARY ends the current primary's relationship
012180*  and moves the account - its customer number and the display
012181*  name copy - to the customer being named primary.
012182*****************************************************************
012183 4715-REPLACE-PRIMARY.
012184     MOVE ACCOUNT-NUMBER TO ACCOUNT-NUMBER-FILE
012185     READ ACCOUNT-FILE
012186         INVALID KEY
012187             DISPLAY "Account not found."
012188             GO TO 4715-REPLACE-PRIMARY-EXIT
012189     END-READ
012190     IF CUSTOMER-NUMBER-FILE IS NUMERIC
012191         AND CUSTOMER-NUMBER-FILE > 0
012192         MOVE ACCOUNT-NUMBER       TO RL-ACCOUNT-NUMBER
012193         MOVE CUSTOMER-NUMBER-FILE TO RL-CUSTOMER-NUMBER
012194         READ ACCOUNT-RELATIONSHIP-FILE
012195             INVALID KEY
012196                 CONTINUE
012197             NOT INVALID KEY
012198                 IF RL-ACTIVE AND RL-ROLE-PRIMARY
012199                     ACCEPT BT-TODAYS-DATE FROM DATE YYYYMMDD
012200                     MOVE 'E'            TO RL-STATUS
012201                     MOVE BT-TODAYS-DATE TO RL-END-DATE
012202                     MOVE BT-TELLER-ID   TO RL-ENDED-BY
012203                     REWRITE ACCOUNT-RELATIONSHIP-RECORD
012204                     DISPLAY "Customer " RL-CUSTOMER-NUMBER
012205                         " is no longer primary - add them "
012206                         "back as joint owner if they stay."
012207                 END-IF
012208         END-READ
012209     END-IF
012210     MOVE BT-REL-CUSTOMER TO CUSTOMER-NUMBER-FILE
012211     MOVE BT-REL-NAME     TO CUSTOMER-NAME-FILE
012212     REWRITE ACCOUNT-RECORD
012213     MOVE BT-REL-CUSTOMER TO BT-CUSTOMER-NUMBER
012214     MOVE BT-REL-NAME     TO BT-CUSTOMER-NAME.
012215 4715-REPLACE-PRIMARY-EXIT.
012216     EXIT.

012217*****************************************************************
012218*  4720-END-RELATIONSHIP takes a customer off the account.  The
012219*  record stays on file, marked ended.  The primary cannot be
012220*  taken off this way - an account always has an owner - so a
012221*  new primary is named first (4710).
012222*****************************************************************
012223 4720-END-RELATIONSHIP.
012224     DISPLAY "Enter customer number to take off the account: "
012225     ACCEPT BT-REL-CUSTOMER
012226     PERFORM 4712-READ-RELATIONSHIP
012227         THRU 4712-READ-RELATIONSHIP-EXIT
012228     IF BT-REL-FOUND = 'N' OR NOT RL-ACTIVE
012229         DISPLAY "Customer is not on this account."
012230         GO TO 4720-END-RELATIONSHIP-EXIT
012231     END-IF
012232     IF RL-ROLE-PRIMARY
012233         DISPLAY "The primary owner cannot be taken off - name "
012234             "a new primary first."
012235         GO TO 4720-END-RELATIONSHIP-EXIT
012236     END-IF
012237     ACCEPT BT-TODAYS-DATE FROM DATE YYYYMMDD
012238     MOVE 'E'            TO RL-STATUS
012239     MOVE BT-TODAYS-DATE TO RL-END-DATE
012240     MOVE BT-TELLER-ID   TO RL-ENDED-BY
012241     REWRITE ACCOUNT-RELATIONSHIP-RECORD
012242     DISPLAY "Relationship ended.".
012243 4720-END-RELATIONSHIP-EXIT.
012244     EXIT.

012245*****************************************************************
012246*  4730-SHOW-RELATIONSHIPS lists everyone who stands or has
012247*  stood on the account, ended relationships included.
012248*****************************************************************
012249 4730-SHOW-RELATIONSHIPS.
012250     MOVE 0 TO BT-REL-COUNT
012251     PERFORM 4760-START-RELATIONSHIPS
012252         THRU 4760-START-RELATIONSHIPS-EXIT
012253     PERFORM 4735-SHOW-ONE-RELATIONSHIP
012254         THRU 4735-SHOW-ONE-RELATIONSHIP-EXIT
012255         UNTIL BT-REL-EOF = 'Y'
012256     IF BT-REL-COUNT = 0
012257         DISPLAY "No owners or signers on file for this account."
012258     END-IF.
012259 4730-SHOW-RELATIONSHIPS-EXIT.
012260     EXIT.

012261 4735-SHOW-ONE-RELATIONSHIP.
012262     PERFORM 4765-NEXT-RELATIONSHIP
012263         THRU 4765-NEXT-RELATIONSHIP-EXIT
012264     IF BT-REL-EOF = 'Y'
012265         GO TO 4735-SHOW-ONE-RELATIONSHIP-EXIT
012266     END-IF
012267     ADD 1 TO BT-REL-COUNT
012268     PERFORM 4750-SET-ROLE-NAME THRU 4750-SET-ROLE-NAME-EXIT
012269     PERFORM 4755-GET-PARTY-NAME THRU 4755-GET-PARTY-NAME-EXIT
012270     IF RL-ACTIVE
012271         DISPLAY RL-CUSTOMER-NUMBER " " BT-REL-NAME " "
012272             BT-REL-ROLE-NAME " since " RL-START-DATE
012273     ELSE
012274         DISPLAY RL-CUSTOMER-NUMBER " " BT-REL-NAME " "
012275             BT-REL-ROLE-NAME " ended " RL-END-DATE " by "
012276             RL-ENDED-BY
012277     END-IF.
012278 4735-SHOW-ONE-RELATIONSHIP-EXIT.
012279     EXIT.

012280*****************************************************************
012281*  4740-LIST-PARTIES shows the teller, as an account is brought
012282*  up (2000), who may transact on it - the owners and the
012283*  authorized signers - and names any payable-on-death
012284*  beneficiary, who may not.  An account with no relationships
012285*  on file is the account customer's alone, and the customer
012286*  name already shown is all there is to say.
012287*****************************************************************
012288 4740-LIST-PARTIES.
012289     MOVE 0 TO BT-REL-COUNT
012290     PERFORM 4760-START-RELATIONSHIPS
012291         THRU 4760-START-RELATIONSHIPS-EXIT
012292     PERFORM 4745-LIST-ONE-PARTY
012293         THRU 4745-LIST-ONE-PARTY-EXIT
012294         UNTIL BT-REL-EOF = 'Y'.
012295 4740-LIST-PARTIES-EXIT.
012296     EXIT.

012297 4745-LIST-ONE-PARTY.
012298     PERFORM 4765-NEXT-RELATIONSHIP
012299         THRU 4765-NEXT-RELATIONSHIP-EXIT
012300     IF BT-REL-EOF = 'Y' OR NOT RL-ACTIVE
012301         GO TO 4745-LIST-ONE-PARTY-EXIT
012302     END-IF
012303     ADD 1 TO BT-REL-COUNT
012304     PERFORM 4750-SET-ROLE-NAME THRU 4750-SET-ROLE-NAME-EXIT
012305     PERFORM 4755-GET-PARTY-NAME THRU 4755-GET-PARTY-NAME-EXIT
012306     IF RL-ROLE-MAY-TRANSACT
012307         DISPLAY "  May transact:     " BT-REL-NAME " ("
012308             BT-REL-ROLE-NAME ")"
012309     ELSE
012310         DISPLAY "  May NOT transact: " BT-REL-NAME " ("
012311             BT-REL-ROLE-NAME ")"
012312     END-IF.
012313 4745-LIST-ONE-PARTY-EXIT.
012314     EXIT.

012315 4750-SET-ROLE-NAME.
012316     IF RL-ROLE-PRIMARY
012317         MOVE "primary owner"     TO BT-REL-ROLE-NAME
012318     ELSE IF RL-ROLE-JOINT
012319         MOVE "joint owner"       TO BT-REL-ROLE-NAME
012320     ELSE IF RL-ROLE-SIGNER
012321         MOVE "authorized signer" TO BT-REL-ROLE-NAME
012322     ELSE IF RL-ROLE-BENEFICIARY
012323         MOVE "POD beneficiary"   TO BT-REL-ROLE-NAME
012324     ELSE
012325         MOVE "unknown role"      TO BT-REL-ROLE-NAME
012326     END-IF.
012327 4750-SET-ROLE-NAME-EXIT.
012328     EXIT.

012329 4755-GET-PARTY-NAME.
012330     MOVE RL-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER
012331     READ CUSTOMER-MASTER-FILE
012332         INVALID KEY
012333             MOVE "** NOT ON CUSTOMER MASTER **" TO BT-REL-NAME
012334         NOT INVALID KEY
012335             MOVE CM-CUSTOMER-NAME TO BT-REL-NAME
012336     END-READ.
012337 4755-GET-PARTY-NAME-EXIT.
012338     EXIT.

012339*****************************************************************
012340*  4760/4765 walk the selected account's relationships in key
012341*  sequence - the file is keyed account first, so they sit
012342*  together starting at customer zero.
012343*****************************************************************
012344 4760-START-RELATIONSHIPS.
012345     MOVE 'N' TO BT-REL-EOF
012346     MOVE ACCOUNT-NUMBER TO RL-ACCOUNT-NUMBER
012347     MOVE 0 TO RL-CUSTOMER-NUMBER
012348     START ACCOUNT-RELATIONSHIP-FILE
012349         KEY >= RL-RELATIONSHIP-KEY
012350         INVALID KEY
012351             MOVE 'Y' TO BT-REL-EOF
012352     END-START.
012353 4760-START-RELATIONSHIPS-EXIT.
012354     EXIT.

012355 4765-NEXT-RELATIONSHIP.
012356     READ ACCOUNT-RELATIONSHIP-FILE NEXT RECORD
012357         AT END
012358             MOVE 'Y' TO BT-REL-EOF
012359     END-READ
012360     IF BT-REL-EOF = 'N'
012361         AND RL-ACCOUNT-NUMBER NOT = ACCOUNT-NUMBER
012362         MOVE 'Y' TO BT-REL-EOF
012363     END-IF.
012364 4765-NEXT-RELATIONSHIP-EXIT.
012365     EXIT.

012366*****************************************************************
012367*  4800-SCREEN-AT-WINDOW screens a customer name against the
012368*  SANCTIONS-LIST operations loads, at customer opening (2120)
012369*  and when a customer's name is changed (4820).  The caller
012370*  sets BT-SCR-NAME-IN and BT-SCR-SCREENED-NAME to the name and
012371*  BT-SCR-CUSTOMER to the customer number.  Any possible match
012372*  stops the teller until a supervisor decides it: cleared as a
012373*  false positive, or confirmed as the listed party.  Without a
012374*  supervisor decision the opening or change is stopped.  Every
012375*  match is recorded on SCREENING-DECISIONS with the outcome,
012376*  left in BT-SCR-OUTCOME for the caller:
012377*      N  no possible match (or no list to screen against);
012378*      C  cleared by a supervisor - carry on;
012379*      M  confirmed match - do not open; freeze on a change;
012380*      S  stopped, no supervisor decision.
012381*  A match a supervisor has already cleared for this customer,
012382*  on the same name and the same listed name, is not raised
012383*  again.  A missing list is warned about and not treated as a
012384*  stop - the nightly BANK-SANCTIONS-SCREEN rescan screens every
012385*  customer against the list once it is loaded.
012386*****************************************************************
012387 4800-SCREEN-AT-WINDOW.
012388     MOVE 'N' TO BT-SCR-OUTCOME
012389     MOVE 0 TO BT-SCR-HIT-COUNT
012390     MOVE 'N' TO BT-SCR-HIT-OVER
012391     PERFORM 4890-NORMALIZE-NAME THRU 4890-NORMALIZE-NAME-EXIT
012392     MOVE BT-SCR-WORK-FORM TO BT-SCR-CUST-FORM
012393     IF BT-SCR-CUST-SQZ = SPACES
012394         GO TO 4800-SCREEN-AT-WINDOW-EXIT
012395     END-IF
012396     OPEN INPUT SANCTIONS-LIST-FILE
012397     IF SL-FILE-STATUS NOT = '00'
012398         DISPLAY "Sanctions list unavailable, status "
012399             SL-FILE-STATUS " - name not screened here; the "
012400             "nightly rescan will screen it."
012401         GO TO 4800-SCREEN-AT-WINDOW-EXIT
012402     END-IF
012403     MOVE 'N' TO BT-SCR-EOF
012404     PERFORM 4805-SCREEN-ONE-ENTRY THRU 4805-SCREEN-ONE-ENTRY-EXIT
012405         UNTIL BT-SCR-EOF = 'Y'
012406     CLOSE SANCTIONS-LIST-FILE
012407     IF BT-SCR-HIT-COUNT = 0
012408         GO TO 4800-SCREEN-AT-WINDOW-EXIT
012409     END-IF
012410     DISPLAY "*** POSSIBLE SANCTIONS LIST MATCH - "
012411         BT-SCR-SCREENED-NAME " ***"
012412     PERFORM 4810-SHOW-ONE-HIT THRU 4810-SHOW-ONE-HIT-EXIT
012413         VARYING BT-SCR-HIT-IDX FROM 1 BY 1
012414         UNTIL BT-SCR-HIT-IDX > BT-SCR-HIT-COUNT
012415     IF BT-SCR-HIT-OVER = 'Y'
012416         DISPLAY "(further listed names matched - not all shown)"
012417     END-IF
012418     DISPLAY "A supervisor must decide before this goes ahead."
012419     MOVE SPACE TO BT-SCR-DECISION
012420     PERFORM 3465-SUPERVISOR-OVERRIDE
012421         THRU 3465-SUPERVISOR-OVERRIDE-EXIT
012422     IF BT-OVERRIDE-OK = 'Y'
012423         DISPLAY "Supervisor decision - C: Cleared, false "
012424             "positive, M: Confirmed match: "
012425         ACCEPT BT-SCR-DECISION
012426     END-IF
012427     IF BT-SCR-DECISION = 'C'
012428         MOVE 'C' TO BT-SCR-OUTCOME
012429     ELSE IF BT-SCR-DECISION = 'M'
012430         MOVE 'M' TO BT-SCR-OUTCOME
012431     ELSE
012432         MOVE 'S' TO BT-SCR-OUTCOME
012433     END-IF
012434     ACCEPT BT-TODAYS-DATE FROM DATE YYYYMMDD
012435     PERFORM 4815-RECORD-WINDOW-DECISION
012436         THRU 4815-RECORD-WINDOW-DECISION-EXIT
012437         VARYING BT-SCR-HIT-IDX FROM 1 BY 1
012438         UNTIL BT-SCR-HIT-IDX > BT-SCR-HIT-COUNT
012439     IF BT-SCR-OUTCOME = 'C'
012440         DISPLAY "Match cleared by " BT-SUPV-ID "."
012441     ELSE IF BT-SCR-OUTCOME = 'M'
012442         DISPLAY "Match confirmed by " BT-SUPV-ID
012443             " - refer to compliance."
012444     ELSE
012445         DISPLAY "No supervisor decision - stopped pending "
012446             "supervisor review."
012447     END-IF.
012448 4800-SCREEN-AT-WINDOW-EXIT.
012449     EXIT.

012450 4805-SCREEN-ONE-ENTRY.
012451     READ SANCTIONS-LIST-FILE
012452         AT END
012453             MOVE 'Y' TO BT-SCR-EOF
012454     END-READ
012455     IF BT-SCR-EOF = 'Y' OR SL-NAME = SPACES
012456         GO TO 4805-SCREEN-ONE-ENTRY-EXIT
012457     END-IF
012458     MOVE SL-NAME TO BT-SCR-NAME-IN
012459     PERFORM 4890-NORMALIZE-NAME THRU 4890-NORMALIZE-NAME-EXIT
012460     MOVE BT-SCR-WORK-FORM TO BT-SCR-LIST-FORM
012461     PERFORM 4880-COMPARE-NAMES THRU 4880-COMPARE-NAMES-EXIT
012462     IF BT-SCR-MATCH = 'N'
012463         GO TO 4805-SCREEN-ONE-ENTRY-EXIT
012464     END-IF
012465     MOVE BT-SCR-CUSTOMER TO SN-CUSTOMER-NUMBER
012466     MOVE SL-ENTRY-ID TO SN-ENTRY-ID
012467     READ SCREENING-DECISION-FILE
012468         INVALID KEY
012469             CONTINUE
012470         NOT INVALID KEY
012471             IF SN-CLEARED
012472                 AND SN-SCREENED-NAME = BT-SCR-SCREENED-NAME
012473                 AND SN-LIST-NAME = SL-NAME
012474                 GO TO 4805-SCREEN-ONE-ENTRY-EXIT
012475             END-IF
012476     END-READ
012477     IF BT-SCR-HIT-COUNT NOT < BT-SCR-HIT-MAX
012478         MOVE 'Y' TO BT-SCR-HIT-OVER
012479         GO TO 4805-SCREEN-ONE-ENTRY-EXIT
012480     END-IF
012481     ADD 1 TO BT-SCR-HIT-COUNT
012482     MOVE SL-ENTRY-ID   TO BT-SCR-HIT-ID (BT-SCR-HIT-COUNT)
012483     MOVE SL-PROGRAM    TO BT-SCR-HIT-PROGRAM (BT-SCR-HIT-COUNT)
012484     MOVE SL-NAME       TO BT-SCR-HIT-NAME (BT-SCR-HIT-COUNT)
012485     MOVE BT-SCR-REASON TO BT-SCR-HIT-REASON (BT-SCR-HIT-COUNT).
012486 4805-SCREEN-ONE-ENTRY-EXIT.
012487     EXIT.

012488 4810-SHOW-ONE-HIT.
012489     DISPLAY "  Entry " BT-SCR-HIT-ID (BT-SCR-HIT-IDX)
012490         " program " BT-SCR-HIT-PROGRAM (BT-SCR-HIT-IDX)
012491         " - " BT-SCR-HIT-REASON (BT-SCR-HIT-IDX).
012492     DISPLAY "    " BT-SCR-HIT-NAME (BT-SCR-HIT-IDX).
012493 4810-SHOW-ONE-HIT-EXIT.
012494     EXIT.

012495*****************************************************************
012496*  4815-RECORD-WINDOW-DECISION writes or replaces the
012497*  SCREENING-DECISIONS record for one match raised at the
012498*  window, with the outcome and, where a supervisor decided it,
012499*  who and when.  A match the nightly rescan already has pending
012500*  review is left pending when the window stops without a
012501*  decision.
012502*****************************************************************
012503 4815-RECORD-WINDOW-DECISION.
012504     MOVE BT-SCR-CUSTOMER TO SN-CUSTOMER-NUMBER
012505     MOVE BT-SCR-HIT-ID (BT-SCR-HIT-IDX) TO SN-ENTRY-ID
012506     MOVE 'Y' TO BT-SCR-DEC-FOUND
012507     READ SCREENING-DECISION-FILE
012508         INVALID KEY
012509             MOVE 'N' TO BT-SCR-DEC-FOUND
012510     END-READ
012511     IF BT-SCR-DEC-FOUND = 'Y' AND SN-PENDING
012512         AND BT-SCR-OUTCOME = 'S'
012513         GO TO 4815-RECORD-WINDOW-DECISION-EXIT
012514     END-IF
012515     IF BT-SCR-DEC-FOUND = 'N'
012516         MOVE SPACES TO SCREENING-DECISION-RECORD
012517         MOVE BT-SCR-CUSTOMER TO SN-CUSTOMER-NUMBER
012518         MOVE BT-SCR-HIT-ID (BT-SCR-HIT-IDX) TO SN-ENTRY-ID
012519     END-IF
012520     MOVE BT-SCR-OUTCOME       TO SN-STATUS
012521     MOVE 'W'                  TO SN-SOURCE
012522     MOVE BT-SCR-SCREENED-NAME TO SN-SCREENED-NAME
012523     MOVE BT-SCR-HIT-NAME (BT-SCR-HIT-IDX)    TO SN-LIST-NAME
012524     MOVE BT-SCR-HIT-PROGRAM (BT-SCR-HIT-IDX) TO SN-LIST-PROGRAM
012525     MOVE BT-SCR-HIT-REASON (BT-SCR-HIT-IDX)  TO SN-MATCH-REASON
012526     MOVE BT-TODAYS-DATE       TO SN-FOUND-DATE
012527     MOVE BT-TELLER-ID         TO SN-FOUND-BY
012528     IF BT-SCR-OUTCOME = 'S'
012529         MOVE 0      TO SN-DECIDED-DATE
012530         MOVE SPACES TO SN-DECIDED-BY
012531     ELSE
012532         MOVE BT-TODAYS-DATE TO SN-DECIDED-DATE
012533         MOVE BT-SUPV-ID     TO SN-DECIDED-BY
012534     END-IF
012535     IF BT-SCR-DEC-FOUND = 'Y'
012536         REWRITE SCREENING-DECISION-RECORD
012537     ELSE
012538         WRITE SCREENING-DECISION-RECORD
012539             INVALID KEY
012540                 DISPLAY "Unable to record screening decision, "
012541                     "status " SN-FILE-STATUS "."
012542         END-WRITE
012543     END-IF.
012544 4815-RECORD-WINDOW-DECISION-EXIT.
012545     EXIT.

012546*****************************************************************
012547*  4820-SCREEN-NAME-CHANGE screens a customer's new name when
012548*  3740 changes it.  A stopped change puts the old name back; a
012549*  confirmed match keeps the new name and leaves BT-SCR-OUTCOME
012550*  'M' for 3730 to freeze the customer's accounts once the
012551*  record is rewritten.
012552*****************************************************************
012553 4820-SCREEN-NAME-CHANGE.
012554     MOVE CM-CUSTOMER-NAME   TO BT-SCR-NAME-IN
012555     MOVE CM-CUSTOMER-NAME   TO BT-SCR-SCREENED-NAME
012556     MOVE CM-CUSTOMER-NUMBER TO BT-SCR-CUSTOMER
012557     PERFORM 4800-SCREEN-AT-WINDOW THRU 4800-SCREEN-AT-WINDOW-EXIT
012558     IF BT-SCR-OUTCOME = 'S'
012559         MOVE BT-SCR-OLD-NAME TO CM-CUSTOMER-NAME
012560         DISPLAY "Name change not made - the name is kept as "
012561             CM-CUSTOMER-NAME "."
012562     END-IF.
012563 4820-SCREEN-NAME-CHANGE-EXIT.
012564     EXIT.

012565*****************************************************************
012566*  4840-FREEZE-CUSTOMER-ACCOUNTS freezes every active or dormant
012567*  account BT-SCR-CUSTOMER may transact on - as the account's
012568*  customer, or as an active owner or signer on ACCOUNT-
012569*  RELATIONSHIPS - once a sanctions match is confirmed.  A
012570*  payable-on-death beneficiary has no access and is passed
012571*  over.  BANK-SANCTIONS-SCREEN freezes the same way for a new
012572*  match found overnight.
012573*****************************************************************
012574 4840-FREEZE-CUSTOMER-ACCOUNTS.
012575     MOVE 0 TO BT-SCR-FROZEN-COUNT
012576     MOVE 'N' TO BT-ACCT-SCAN-EOF
012577     MOVE 0 TO ACCOUNT-NUMBER-FILE
012578     START ACCOUNT-FILE KEY >= ACCOUNT-NUMBER-FILE
012579         INVALID KEY
012580             MOVE 'Y' TO BT-ACCT-SCAN-EOF
012581     END-START
012582     PERFORM 4845-FREEZE-ONE-ACCOUNT
012583         THRU 4845-FREEZE-ONE-ACCOUNT-EXIT
012584         UNTIL BT-ACCT-SCAN-EOF = 'Y'
012585     DISPLAY BT-SCR-FROZEN-COUNT " account(s) frozen pending "
012586         "compliance review.".
012587 4840-FREEZE-CUSTOMER-ACCOUNTS-EXIT.
012588     EXIT.

012589 4845-FREEZE-ONE-ACCOUNT.
012590     READ ACCOUNT-FILE NEXT RECORD
012591         AT END
012592             MOVE 'Y' TO BT-ACCT-SCAN-EOF
012593     END-READ
012594     IF BT-ACCT-SCAN-EOF = 'Y'
012595         GO TO 4845-FREEZE-ONE-ACCOUNT-EXIT
012596     END-IF
012597     IF NOT ACCOUNT-ACTIVE-FILE AND NOT ACCOUNT-DORMANT-FILE
012598         GO TO 4845-FREEZE-ONE-ACCOUNT-EXIT
012599     END-IF
012600     MOVE 'N' TO BT-SCR-ON-ACCOUNT
012601     IF CUSTOMER-NUMBER-FILE IS NUMERIC
012602         AND CUSTOMER-NUMBER-FILE = BT-SCR-CUSTOMER
012603         MOVE 'Y' TO BT-SCR-ON-ACCOUNT
012604     ELSE
012605         MOVE ACCOUNT-NUMBER-FILE TO RL-ACCOUNT-NUMBER
012606         MOVE BT-SCR-CUSTOMER TO RL-CUSTOMER-NUMBER
012607         READ ACCOUNT-RELATIONSHIP-FILE
012608             INVALID KEY
012609                 CONTINUE
012610             NOT INVALID KEY
012611                 IF RL-ACTIVE AND RL-ROLE-MAY-TRANSACT
012612                     MOVE 'Y' TO BT-SCR-ON-ACCOUNT
012613                 END-IF
012614         END-READ
012615     END-IF
012616     IF BT-SCR-ON-ACCOUNT = 'N'
012617         GO TO 4845-FREEZE-ONE-ACCOUNT-EXIT
012618     END-IF
012619     MOVE 'F' TO ACCOUNT-STATUS-FILE
012620     REWRITE ACCOUNT-RECORD
012621     ADD 1 TO BT-SCR-FROZEN-COUNT
012622     DISPLAY "Account " ACCOUNT-NUMBER-FILE " frozen."
012623     IF ACCOUNT-NUMBER-FILE = ACCOUNT-NUMBER
012624         MOVE 'F' TO BT-ACCOUNT-STATUS
012625     END-IF.
012626 4845-FREEZE-ONE-ACCOUNT-EXIT.
012627     EXIT.

012628*****************************************************************
012629*  4850-CHECK-OPEN-MATCHES sets BT-SCR-BLOCKED when customer
012630*  BT-SCR-CUSTOMER has a sanctions screening match pending
012631*  review or confirmed, so no new account is opened for, and no
012632*  account taken on by, a customer whose accounts the screening
012633*  has frozen.
012634*****************************************************************
012635 4850-CHECK-OPEN-MATCHES.
012636     MOVE 'N' TO BT-SCR-BLOCKED
012637     PERFORM 4862-START-DECISIONS THRU 4862-START-DECISIONS-EXIT
012638     PERFORM 4855-CHECK-ONE-MATCH THRU 4855-CHECK-ONE-MATCH-EXIT
012639         UNTIL BT-SCR-EOF = 'Y'.
012640 4850-CHECK-OPEN-MATCHES-EXIT.
012641     EXIT.

012642 4855-CHECK-ONE-MATCH.
012643     READ SCREENING-DECISION-FILE NEXT RECORD
012644         AT END
012645             MOVE 'Y' TO BT-SCR-EOF
012646     END-READ
012647     IF BT-SCR-EOF = 'N'
012648         AND SN-CUSTOMER-NUMBER NOT = BT-SCR-CUSTOMER
012649         MOVE 'Y' TO BT-SCR-EOF
012650     END-IF
012651     IF BT-SCR-EOF = 'N'
012652         AND (SN-PENDING OR SN-CONFIRMED)
012653         MOVE 'Y' TO BT-SCR-BLOCKED
012654         MOVE 'Y' TO BT-SCR-EOF
012655     END-IF.
012656 4855-CHECK-ONE-MATCH-EXIT.
012657     EXIT.

012658*****************************************************************
012659*  4860-SCREENING-REVIEW shows the sanctions screening matches
012660*  on file for the primary owner or another customer on the
012661*  account, and lets a supervisor decide the ones the nightly
012662*  rescan left pending: cleared as a false positive (it is not
012663*  raised again unless the name or the listed name changes) or
012664*  confirmed (the customer's accounts are frozen, if the rescan
012665*  has not already frozen them).  A cleared customer's accounts
012666*  stay frozen until reactivated under maintenance option 'S'.
012667*****************************************************************
012668 4860-SCREENING-REVIEW.
012669     MOVE ACCOUNT-NUMBER TO ACCOUNT-NUMBER-FILE
012670     READ ACCOUNT-FILE
012671         INVALID KEY
012672             DISPLAY "Account not found."
012673             GO TO 4860-SCREENING-REVIEW-EXIT
012674     END-READ
012675     IF CUSTOMER-NUMBER-FILE IS NOT NUMERIC
012676         OR CUSTOMER-NUMBER-FILE = 0
012677         DISPLAY "Account is not linked to a customer record."
012678         GO TO 4860-SCREENING-REVIEW-EXIT
012679     END-IF
012680     DISPLAY "Customer number to review (000000 for the "
012681         "primary owner): "
012682     ACCEPT BT-REL-CUSTOMER
012683     IF BT-REL-CUSTOMER = 0
012684         MOVE CUSTOMER-NUMBER-FILE TO BT-REL-CUSTOMER
012685     END-IF
012686     IF BT-REL-CUSTOMER NOT = CUSTOMER-NUMBER-FILE
012687         PERFORM 4712-READ-RELATIONSHIP
012688             THRU 4712-READ-RELATIONSHIP-EXIT
012689         IF BT-REL-FOUND = 'N' OR NOT RL-ACTIVE
012690             DISPLAY "Customer is not on this account."
012691             GO TO 4860-SCREENING-REVIEW-EXIT
012692         END-IF
012693     END-IF
012694     MOVE BT-REL-CUSTOMER TO BT-SCR-CUSTOMER
012695     MOVE 0 TO BT-SCR-DEC-COUNT
012696     MOVE 0 TO BT-SCR-PENDING-COUNT
012697     MOVE 'L' TO BT-SCR-REVIEW-PASS
012698     PERFORM 4862-START-DECISIONS THRU 4862-START-DECISIONS-EXIT
012699     PERFORM 4865-REVIEW-ONE-DECISION
012700         THRU 4865-REVIEW-ONE-DECISION-EXIT
012701         UNTIL BT-SCR-EOF = 'Y'
012702     IF BT-SCR-DEC-COUNT = 0
012703         DISPLAY "No sanctions screening matches on file for "
012704             "customer " BT-REL-CUSTOMER "."
012705         GO TO 4860-SCREENING-REVIEW-EXIT
012706     END-IF
012707     IF BT-SCR-PENDING-COUNT = 0
012708         DISPLAY "No matches are pending review."
012709         GO TO 4860-SCREENING-REVIEW-EXIT
012710     END-IF
012711     DISPLAY BT-SCR-PENDING-COUNT " match(es) pending - a "
012712         "supervisor must decide them."
012713     PERFORM 3465-SUPERVISOR-OVERRIDE
012714         THRU 3465-SUPERVISOR-OVERRIDE-EXIT
012715     IF BT-OVERRIDE-OK NOT = 'Y'
012716         GO TO 4860-SCREENING-REVIEW-EXIT
012717     END-IF
012718     ACCEPT BT-TODAYS-DATE FROM DATE YYYYMMDD
012719     MOVE 'N' TO BT-SCR-ANY-CONFIRMED
012720     MOVE 'N' TO BT-SCR-ANY-CLEARED
012721     MOVE 'D' TO BT-SCR-REVIEW-PASS
012722     PERFORM 4862-START-DECISIONS THRU 4862-START-DECISIONS-EXIT
012723     PERFORM 4865-REVIEW-ONE-DECISION
012724         THRU 4865-REVIEW-ONE-DECISION-EXIT
012725         UNTIL BT-SCR-EOF = 'Y'
012726     IF BT-SCR-ANY-CONFIRMED = 'Y'
012727         PERFORM 4840-FREEZE-CUSTOMER-ACCOUNTS
012728             THRU 4840-FREEZE-CUSTOMER-ACCOUNTS-EXIT
012729     ELSE IF BT-SCR-ANY-CLEARED = 'Y'
012730         DISPLAY "Accounts frozen by the screening stay frozen "
012731             "until reactivated under maintenance option S."
012732     END-IF.
012733 4860-SCREENING-REVIEW-EXIT.
012734     EXIT.

012735 4862-START-DECISIONS.
012736     MOVE 'N' TO BT-SCR-EOF
012737     MOVE BT-SCR-CUSTOMER TO SN-CUSTOMER-NUMBER
012738     MOVE LOW-VALUES TO SN-ENTRY-ID
012739     START SCREENING-DECISION-FILE
012740         KEY >= SN-DECISION-KEY
012741         INVALID KEY
012742             MOVE 'Y' TO BT-SCR-EOF
012743     END-START.
012744 4862-START-DECISIONS-EXIT.
012745     EXIT.

012746*****************************************************************
012747*  4865-REVIEW-ONE-DECISION reads the customer's next decision.
012748*  On the listing pass ('L') it is shown and pending ones are
012749*  counted; on the deciding pass ('D') each pending match is put
012750*  to the supervisor, and a blank answer leaves it pending.
012751*****************************************************************
012752 4865-REVIEW-ONE-DECISION.
012753     READ SCREENING-DECISION-FILE NEXT RECORD
012754         AT END
012755             MOVE 'Y' TO BT-SCR-EOF
012756     END-READ
012757     IF BT-SCR-EOF = 'N'
012758         AND SN-CUSTOMER-NUMBER NOT = BT-SCR-CUSTOMER
012759         MOVE 'Y' TO BT-SCR-EOF
012760     END-IF
012761     IF BT-SCR-EOF = 'Y'
012762         GO TO 4865-REVIEW-ONE-DECISION-EXIT
012763     END-IF
012764     IF BT-SCR-REVIEW-PASS = 'L'
012765         ADD 1 TO BT-SCR-DEC-COUNT
012766         PERFORM 4867-SHOW-DECISION THRU 4867-SHOW-DECISION-EXIT
012767         IF SN-PENDING
012768             ADD 1 TO BT-SCR-PENDING-COUNT
012769         END-IF
012770         GO TO 4865-REVIEW-ONE-DECISION-EXIT
012771     END-IF
012772     IF NOT SN-PENDING
012773         GO TO 4865-REVIEW-ONE-DECISION-EXIT
012774     END-IF
012775     DISPLAY "Entry " SN-ENTRY-ID " - " SN-LIST-NAME
012776     DISPLAY "Decision - C: Cleared, false positive, "
012777         "M: Confirmed match, blank to leave pending: "
012778     ACCEPT BT-SCR-DECISION
012779     IF BT-SCR-DECISION NOT = 'C' AND NOT = 'M'
012780         DISPLAY "Left pending."
012781         GO TO 4865-REVIEW-ONE-DECISION-EXIT
012782     END-IF
012783     MOVE BT-SCR-DECISION TO SN-STATUS
012784     MOVE BT-TODAYS-DATE  TO SN-DECIDED-DATE
012785     MOVE BT-SUPV-ID      TO SN-DECIDED-BY
012786     REWRITE SCREENING-DECISION-RECORD
012787     IF SN-CONFIRMED
012788         MOVE 'Y' TO BT-SCR-ANY-CONFIRMED
012789     ELSE
012790         MOVE 'Y' TO BT-SCR-ANY-CLEARED
012791     END-IF.
012792 4865-REVIEW-ONE-DECISION-EXIT.
012793     EXIT.

012794 4867-SHOW-DECISION.
012795     IF SN-PENDING
012796         MOVE "PENDING REVIEW" TO BT-SCR-STATUS-NAME
012797     ELSE IF SN-CLEARED
012798         MOVE "CLEARED" TO BT-SCR-STATUS-NAME
012799     ELSE IF SN-CONFIRMED
012800         MOVE "CONFIRMED MATCH" TO BT-SCR-STATUS-NAME
012801     ELSE
012802         MOVE "STOPPED AT WINDOW" TO BT-SCR-STATUS-NAME
012803     END-IF
012804     DISPLAY SN-ENTRY-ID " " BT-SCR-STATUS-NAME " "
012805         SN-LIST-PROGRAM " " SN-MATCH-REASON
012806     DISPLAY "    Listed:   " SN-LIST-NAME
012807     DISPLAY "    Screened: " SN-SCREENED-NAME " found "
012808         SN-FOUND-DATE " by " SN-FOUND-BY
012809     IF SN-DECIDED-DATE IS NUMERIC AND SN-DECIDED-DATE > 0
012810         DISPLAY "    Decided " SN-DECIDED-DATE " by "
012811             SN-DECIDED-BY
012812     END-IF.
012813 4867-SHOW-DECISION-EXIT.
012814     EXIT.

012815*****************************************************************
012816*  4880-COMPARE-NAMES decides whether the customer name in
012817*  BT-SCR-CUST-FORM possibly matches the listed name in
012818*  BT-SCR-LIST-FORM, both as 4890 leaves them, setting
012819*  BT-SCR-MATCH and the reason:
012820*      NAME AS LISTED     the same letters and digits in the
012821*                         same order - spacing, punctuation and
012822*                         case aside;
012823*      WORD ORDER         the same words in another order;
012824*      ALL WORDS IN NAME  every word of the shorter name, and it
012825*                         has two or more, is in the longer one -
012826*                         a middle name or title added or left
012827*                         off.
012828*  BANK-SANCTIONS-SCREEN carries the same rules (7080); a change
012829*  to them is made in both.
012830*****************************************************************
012831 4880-COMPARE-NAMES.
012832     MOVE 'N' TO BT-SCR-MATCH
012833     MOVE SPACES TO BT-SCR-REASON
012834     IF BT-SCR-CUST-SQZ = SPACES OR BT-SCR-LIST-SQZ = SPACES
012835         GO TO 4880-COMPARE-NAMES-EXIT
012836     END-IF
012837     IF BT-SCR-CUST-SQZ = BT-SCR-LIST-SQZ
012838         MOVE 'Y' TO BT-SCR-MATCH
012839         MOVE "NAME AS LISTED" TO BT-SCR-REASON
012840         GO TO 4880-COMPARE-NAMES-EXIT
012841     END-IF
012842     IF BT-SCR-CUST-SORTED = BT-SCR-LIST-SORTED
012843         MOVE 'Y' TO BT-SCR-MATCH
012844         MOVE "WORD ORDER" TO BT-SCR-REASON
012845         GO TO 4880-COMPARE-NAMES-EXIT
012846     END-IF
012847     IF BT-SCR-CUST-COUNT NOT > BT-SCR-LIST-COUNT
012848         MOVE BT-SCR-CUST-FORM TO BT-SCR-SHORT-FORM
012849         MOVE BT-SCR-LIST-FORM TO BT-SCR-LONG-FORM
012850     ELSE
012851         MOVE BT-SCR-LIST-FORM TO BT-SCR-SHORT-FORM
012852         MOVE BT-SCR-CUST-FORM TO BT-SCR-LONG-FORM
012853     END-IF
012854     IF BT-SCR-SHORT-COUNT < 2
012855         GO TO 4880-COMPARE-NAMES-EXIT
012856     END-IF
012857     MOVE SPACES TO BT-SCR-WORD-HIT-TABLE
012858     PERFORM 4884-MATCH-WORD-PAIR THRU 4884-MATCH-WORD-PAIR-EXIT
012859         VARYING BT-SCR-IDX-1 FROM 1 BY 1
012860         UNTIL BT-SCR-IDX-1 > BT-SCR-SHORT-COUNT
012861         AFTER BT-SCR-IDX-2 FROM 1 BY 1
012862         UNTIL BT-SCR-IDX-2 > BT-SCR-LONG-COUNT
012863     MOVE 0 TO BT-SCR-HITS
012864     INSPECT BT-SCR-WORD-HIT-TABLE TALLYING BT-SCR-HITS
012865         FOR ALL 'Y'
012866     IF BT-SCR-HITS = BT-SCR-SHORT-COUNT
012867         MOVE 'Y' TO BT-SCR-MATCH
012868         MOVE "ALL WORDS IN NAME" TO BT-SCR-REASON
012869     END-IF.
012870 4880-COMPARE-NAMES-EXIT.
012871     EXIT.

012872 4884-MATCH-WORD-PAIR.
012873     IF BT-SCR-SHORT-WORD (BT-SCR-IDX-1) =
012874         BT-SCR-LONG-WORD (BT-SCR-IDX-2)
012875         MOVE 'Y' TO BT-SCR-WORD-HIT (BT-SCR-IDX-1)
012876     END-IF.
012877 4884-MATCH-WORD-PAIR-EXIT.
012878     EXIT.

012879*****************************************************************
012880*  4890-NORMALIZE-NAME puts the name in BT-SCR-NAME-IN into the
012881*  form names are compared in, in BT-SCR-WORK-FORM: upper case;
012882*  an apostrophe dropped without breaking the word (O'BRIEN is
012883*  OBRIEN); any other character that is not a letter or digit -
012884*  space, comma, period, hyphen - a break between words.  The
012885*  form holds the first eight words (twenty letters each), all
012886*  the letters and digits run together in the order keyed, and
012887*  the words sorted and run together.  BANK-SANCTIONS-SCREEN
012888*  carries the same paragraphs (7090-7096).
012889*****************************************************************
012890 4890-NORMALIZE-NAME.
012891     MOVE SPACES TO BT-SCR-WORK-FORM
012892     MOVE 0 TO BT-SCR-WORK-COUNT
012893     MOVE 0 TO BT-SCR-WORD-LEN
012894     MOVE 1 TO BT-SCR-SQZ-PTR
012895     INSPECT BT-SCR-NAME-IN CONVERTING
012896         "abcdefghijklmnopqrstuvwxyz"
012897         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
012898     PERFORM 4892-SCAN-ONE-CHARACTER
012899         THRU 4892-SCAN-ONE-CHARACTER-EXIT
012900         VARYING BT-SCR-CHAR-IDX FROM 1 BY 1
012901         UNTIL BT-SCR-CHAR-IDX > 60
012902     PERFORM 4894-ORDER-WORD-PAIR THRU 4894-ORDER-WORD-PAIR-EXIT
012903         VARYING BT-SCR-IDX-1 FROM 1 BY 1
012904         UNTIL BT-SCR-IDX-1 NOT < BT-SCR-WORK-COUNT
012905         AFTER BT-SCR-IDX-2 FROM 1 BY 1
012906         UNTIL BT-SCR-IDX-2 NOT < BT-SCR-WORK-COUNT
012907     MOVE 1 TO BT-SCR-SQZ-PTR
012908     PERFORM 4896-JOIN-SORTED-WORD THRU 4896-JOIN-SORTED-WORD-EXIT
012909         VARYING BT-SCR-IDX-1 FROM 1 BY 1
012910         UNTIL BT-SCR-IDX-1 > BT-SCR-WORK-COUNT.
012911 4890-NORMALIZE-NAME-EXIT.
012912     EXIT.

012913 4892-SCAN-ONE-CHARACTER.
012914     MOVE BT-SCR-NAME-IN (BT-SCR-CHAR-IDX:1) TO BT-SCR-CHAR
012915     IF BT-SCR-CHAR = "'"
012916         GO TO 4892-SCAN-ONE-CHARACTER-EXIT
012917     END-IF
012918     IF BT-SCR-CHAR = SPACE
012919         OR (BT-SCR-CHAR IS NOT ALPHABETIC
012920             AND BT-SCR-CHAR IS NOT NUMERIC)
012921         MOVE 0 TO BT-SCR-WORD-LEN
012922         GO TO 4892-SCAN-ONE-CHARACTER-EXIT
012923     END-IF
012924     MOVE BT-SCR-CHAR TO BT-SCR-WORK-SQZ (BT-SCR-SQZ-PTR:1)
012925     ADD 1 TO BT-SCR-SQZ-PTR
012926     IF BT-SCR-WORD-LEN = 0
012927         IF BT-SCR-WORK-COUNT < 8
012928             ADD 1 TO BT-SCR-WORK-COUNT
012929         ELSE
012930             MOVE 20 TO BT-SCR-WORD-LEN
012931         END-IF
012932     END-IF
012933     IF BT-SCR-WORD-LEN < 20
012934         ADD 1 TO BT-SCR-WORD-LEN
012935         MOVE BT-SCR-CHAR TO BT-SCR-WORK-WORD (BT-SCR-WORK-COUNT)
012936             (BT-SCR-WORD-LEN:1)
012937     END-IF.
012938 4892-SCAN-ONE-CHARACTER-EXIT.
012939     EXIT.

012940 4894-ORDER-WORD-PAIR.
012941     IF BT-SCR-WORK-WORD (BT-SCR-IDX-2) >
012942         BT-SCR-WORK-WORD (BT-SCR-IDX-2 + 1)
012943         MOVE BT-SCR-WORK-WORD (BT-SCR-IDX-2) TO BT-SCR-SWAP-WORD
012944         MOVE BT-SCR-WORK-WORD (BT-SCR-IDX-2 + 1)
012945             TO BT-SCR-WORK-WORD (BT-SCR-IDX-2)
012946         MOVE BT-SCR-SWAP-WORD
012947             TO BT-SCR-WORK-WORD (BT-SCR-IDX-2 + 1)
012948     END-IF.
012949 4894-ORDER-WORD-PAIR-EXIT.
012950     EXIT.

012951 4896-JOIN-SORTED-WORD.
012952     STRING BT-SCR-WORK-WORD (BT-SCR-IDX-1) DELIMITED BY SPACE
012953         INTO BT-SCR-WORK-SORTED
012954         WITH POINTER BT-SCR-SQZ-PTR
012955     END-STRING.
012956 4896-JOIN-SORTED-WORD-EXIT.
012957     EXIT.

009950 9999-EXIT-PROGRAM.
009960     CLOSE ACCOUNT-FILE.
009970     CLOSE CUSTOMER-MASTER-FILE.
009980     CLOSE STANDING-ORDER-FILE.
009990     CLOSE HOLD-FILE.
009995     CLOSE DRAWER-FILE.
009996     CLOSE OVERDRAFT-LINK-FILE.
009997     CLOSE LOAN-MASTER-FILE.
009998     CLOSE ACCOUNT-RELATIONSHIP-FILE.
009999     CLOSE SCREENING-DECISION-FILE.
010000     STOP RUN.
010010 9999-EXIT-PROGRAM-EXIT.
010020     EXIT.
