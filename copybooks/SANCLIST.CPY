000100*****************************************************************
000110*  SANCLIST.CPY
000120*  Record layout for SANCTIONS-LIST, the government sanctions
000130*  list as operations loads it from each published update - one
000140*  record per listed name.  A listed party known by more than
000150*  one name (an alias, a transliteration) has one record per
000160*  name, all carrying the list's own entry id with a suffix
000170*  operations assigns, so every name is screened on its own.
000180*  The entry type is I for an individual, E for an entity
000190*  (business, vessel, organization); the program is the list's
000200*  sanctions program code, carried through onto the screening
000210*  decision and report so compliance can see why the party is
000220*  listed.  Names are screened as keyed - case, spacing,
000230*  punctuation and word order are taken out by the screening
000240*  itself, so the list needs no clean-up beyond loading.  The
000250*  teller window screens against the file at customer opening
000260*  and name change; BANK-SANCTIONS-SCREEN rescans CUSTOMER-
000270*  MASTER against it every night.
000280*****************************************************************
000290 01  SANCTIONS-LIST-RECORD.
000300     05  SL-ENTRY-ID                 PIC X(10).
000310     05  SL-ENTRY-TYPE               PIC X(01).
000320         88  SL-INDIVIDUAL               VALUE 'I'.
000330         88  SL-ENTITY                   VALUE 'E'.
000340     05  SL-PROGRAM                  PIC X(10).
000350     05  SL-NAME                     PIC X(60).
000360     05  SL-LIST-DATE                PIC 9(08).
000370     05  FILLER                      PIC X(31).
