000100*****************************************************************
000110*  RECOVPRM.CPY
000120*  Record layout for RECOVERY-PARMS, the parameter file for
000130*  BANK-ACCOUNT-RECOVERY.  One 80-column line per parameter,
000140*  the code, date and time separated by single spaces:
000150*      AS-OF    20261014 143000   (rebuild as it stood at
000160*                                  14:30:00 on 10/14/2026)
000170*  With no file, or no AS-OF line, the run is a full recovery:
000180*  every posting on the log is replayed and, once proven, the
000190*  rebuilt file replaces ACCOUNT-FILE.  An AS-OF run is an
000200*  investigation - the rebuilt file is left for inquiry on
000210*  ACCOUNT-REBUILD and ACCOUNT-FILE is never touched.
000220*  Operations keys the file for the run and removes it after.
000230*****************************************************************
000240 01  RECOVERY-PARM-RECORD.
000250     05  RV-PARM-CODE                PIC X(08).
000260     05  FILLER                      PIC X(01).
000270     05  RV-PARM-DATE                PIC 9(08).
000280     05  FILLER                      PIC X(01).
000290     05  RV-PARM-TIME                PIC 9(06).
000300     05  FILLER                      PIC X(56).
