000272*        one office posts against an account domiciled at the
000273*        other.
000274     05  BRANCH-CODE-FILE            PIC X(02).
000275*        Returned-item deposit holds, set by BANK-RETURNED-ITEMS
000276*        when the account's returned checks reach the FEE-
000277*        SCHEDULE repeat-offender limit: until the date given,
000278*        every check the teller takes on deposit to the account
000279*        is held for the number of days given.  Blank or zero
000280*        on an account never caught by the rule.
000281     05  RETURN-HOLD-UNTIL-FILE      PIC 9(08).
000282     05  RETURN-HOLD-DAYS-FILE       PIC 9(03).
000283     05  FILLER                      PIC X(04).
