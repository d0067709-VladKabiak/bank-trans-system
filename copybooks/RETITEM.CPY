000100*****************************************************************
000110*  RETITEM.CPY
000120*  Record layout for RETURNED-ITEMS-IN, the file of deposited
000130*  checks our clearing correspondent has sent back unpaid.  One
000140*  record per returned item as the correspondent supplies it:
000150*  the account the check was deposited to, our TRANSACTION-LOG
000160*  reference for the deposit when the correspondent has it (zero
000170*  when not), the item amount, the date it was deposited, the
000180*  return reason (NSF, ACCOUNT CLOSED, STOP PAYMENT and so on)
000190*  and the correspondent's own item reference, which is echoed
000200*  on the returned-items report so an unmatched item can be
000210*  queried with them.  BANK-RETURNED-ITEMS posts the file.
000220*****************************************************************
000230 01  RETURNED-ITEM-RECORD.
000240     05  RI-ACCOUNT-NUMBER           PIC 9(06).
000250     05  RI-ORIGINAL-REF             PIC 9(08).
000260     05  RI-ITEM-AMOUNT              PIC 9(7)V99.
000270     05  RI-DEPOSIT-DATE             PIC 9(08).
000280     05  RI-RETURN-REASON            PIC X(20).
000290     05  RI-CORRESPONDENT-REF        PIC X(20).
000300     05  FILLER                      PIC X(09).
