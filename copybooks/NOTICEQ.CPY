000100*****************************************************************
000110*  NOTICEQ.CPY
000120*  Record layout for the NOTICE-QUEUE file - one record appended
000130*  by a batch job for every situation it finds that the customer
000140*  must be told of in writing:
000150*      MA  a term deposit approaching maturity (BANK-MATURITY);
000160*      SO  a standing order that could not be paid
000170*          (BANK-STANDING-ORDERS);
000180*      DM  an account about to be made dormant (BANK-DORMANCY);
000190*      OD  an overdrawn account (BANK-COMPLIANCE-RPT);
000200*      SC  a service charge posted (BANK-FEE-POST).
000210*  The nightly BANK-NOTICE-PRINT job merges the queue with the
000220*  customer master, prints the letters, and rewrites the queue
000230*  with only the notices it had to hold back.
000240*****************************************************************
000250 01  NOTICE-REQUEST-RECORD.
000260     05  NQ-NOTICE-TYPE              PIC X(02).
000270         88  NQ-MATURITY-APPROACHING     VALUE 'MA'.
000280         88  NQ-ORDER-FAILED             VALUE 'SO'.
000290         88  NQ-DORMANCY-WARNING         VALUE 'DM'.
000300         88  NQ-OVERDRAWN                VALUE 'OD'.
000310         88  NQ-SERVICE-CHARGE           VALUE 'SC'.
000320*        The customer to write to - the account's primary owner.
000330     05  NQ-CUSTOMER-NUMBER          PIC 9(06).
000340     05  NQ-ACCOUNT-NUMBER           PIC 9(06).
000350     05  NQ-REQUEST-DATE             PIC 9(08).
000360*        The amount the letter quotes - the balance, the order
000370*        amount or the charge - and the date of the event itself:
000380*        the maturity date, the order's due date, the last
000390*        activity date, the first night overdrawn or the posting
000400*        date.  Account, type and event date together identify
000410*        the event, so it is written about only once.
000420     05  NQ-AMOUNT                   PIC S9(7)V99.
000430     05  NQ-EVENT-DATE               PIC 9(08).
000440     05  NQ-SOURCE-JOB               PIC X(08).
000450*        Free text the letter can quote, such as why an order
000460*        failed.
000470     05  NQ-DETAIL                   PIC X(30).
000480     05  FILLER                      PIC X(03).
