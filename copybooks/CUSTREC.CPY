000170*  copy held on each account for display and statement headings
000180*  is refreshed from this record whenever the master is
000190*  changed, so one correction reaches every account at once.
000191*  CM-LAST-CONTACT-DATE is the last day the customer was in
000192*  touch with the bank - opening, a change to this record at
000193*  the counter, or (stamped by the nightly BANK-DORMANCY run)
000194*  activity on any account the customer owns.  Zero or spaces
000195*  means no contact has been recorded yet.
000200*****************************************************************
000210 01  CUSTOMER-MASTER-RECORD.
000220     05  CM-CUSTOMER-NUMBER          PIC 9(06).
000280     05  CM-ZIP                      PIC X(10) VALUE SPACES.
000290     05  CM-PHONE                    PIC X(12) VALUE SPACES.
000300     05  CM-TAX-ID                   PIC X(11) VALUE SPACES.
000301     05  CM-LAST-CONTACT-DATE        PIC 9(08).
000310     05  FILLER                      PIC X(41).
