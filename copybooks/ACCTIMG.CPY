000100*****************************************************************
000110*  ACCTIMG.CPY
000120*  Record layout for ACCT-IMAGE-DIR, the directory of nightly
000130*  ACCOUNT-FILE images.  BANK-ACCOUNT-IMAGE copies the whole
000140*  account master to the dated image file
000150*  ACCT-IMAGE-yyyymmdd.dat and, only once the image is
000160*  complete and closed, appends one control record here with
000170*  the moment the image was taken and the record count and
000180*  balance total it holds.  BANK-ACCOUNT-RECOVERY picks its
000190*  starting image from this directory and will not start from
000200*  an image that no longer agrees with its control record.  A
000210*  rerun on the same day replaces that day's image and appends
000220*  a later control record, which is the one that counts.
000230*****************************************************************
000240 01  IMAGE-CONTROL-RECORD.
000250     05  IC-IMAGE-DATE               PIC 9(08).
000260     05  IC-IMAGE-TIME               PIC 9(08).
000270     05  IC-RECORD-COUNT             PIC 9(06) VALUE 0.
000280     05  IC-BALANCE-TOTAL            PIC S9(9)V99 VALUE 0.
000290     05  FILLER                      PIC X(47).
