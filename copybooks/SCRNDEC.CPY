000100*****************************************************************
000110*  SCRNDEC.CPY
000120*  Record layout for the indexed SCREENING-DECISIONS file, keyed
000130*  on customer number and sanctions list entry id together -
000140*  one record for every possible match sanctions screening has
000150*  raised between a customer and a listed name, and what was
000160*  decided about it:
000170*      P  pending review - raised by the nightly rescan; the
000180*         customer's accounts were frozen until compliance
000190*         decides;
000200*      C  cleared - a supervisor found it a false positive;
000210*      M  confirmed match - a supervisor found the customer is
000220*         the listed party; the accounts stay frozen;
000230*      S  stopped - raised at the teller window with no
000240*         supervisor decision, so the opening or name change
000250*         was not made.
000260*  The customer name screened is kept, so a cleared false
000270*  positive is not raised again night after night - only if the
000280*  customer's name, or the listed name, changes since the
000290*  decision.  A stopped opening keeps the customer number it
000300*  was given, though no customer record was written under it.
000310*****************************************************************
000320 01  SCREENING-DECISION-RECORD.
000330     05  SN-DECISION-KEY.
000340         10  SN-CUSTOMER-NUMBER      PIC 9(06).
000350         10  SN-ENTRY-ID             PIC X(10).
000360     05  SN-STATUS                   PIC X(01).
000370         88  SN-PENDING                  VALUE 'P'.
000380         88  SN-CLEARED                  VALUE 'C'.
000390         88  SN-CONFIRMED                VALUE 'M'.
000400         88  SN-STOPPED                  VALUE 'S'.
000410*        Where the match was raised - W teller window (opening
000420*        or name change), N nightly rescan.
000430     05  SN-SOURCE                   PIC X(01).
000440         88  SN-FROM-WINDOW              VALUE 'W'.
000450         88  SN-FROM-NIGHTLY             VALUE 'N'.
000460     05  SN-SCREENED-NAME            PIC X(30).
000470     05  SN-LIST-NAME                PIC X(60).
000480     05  SN-LIST-PROGRAM             PIC X(10).
000490     05  SN-MATCH-REASON             PIC X(20).
000500     05  SN-FOUND-DATE               PIC 9(08).
000510     05  SN-FOUND-BY                 PIC X(04).
000520     05  SN-DECIDED-DATE             PIC 9(08).
000530     05  SN-DECIDED-BY               PIC X(04).
000540     05  FILLER                      PIC X(38).
