      *****************************************************************
      *    Data-structure for Rate Increase Notice extract record
      *    (RECLN = 80)
      *    One row per cardholder account the letter vendor must
      *    write to about a released rate increase -- every active
      *    account in the affected group carrying a balance in the
      *    increased transaction type and category -- written by the
      *    notice run (CBNTC01C).  Rates are carried in display digits
      *    with four assumed decimals (0012500 = 1.2500) so the vendor
      *    can print them without unpacking anything.
      *****************************************************************
       01  RATE-NOTICE-RECORD.
           05  NTC-ACCT-ID                      PIC 9(11).
           05  NTC-ACCT-GROUP-ID                PIC X(10).
           05  NTC-TRAN-TYPE-CD                 PIC X(02).
           05  NTC-TRAN-CAT-CD                  PIC 9(04).
           05  NTC-OLD-RATE                     PIC 9(03)V9999.
           05  NTC-NEW-RATE                     PIC 9(03)V9999.
           05  NTC-EFFECTIVE-DATE               PIC X(10).
           05  NTC-REASON-CD                    PIC X(04).
           05  NTC-NOTICE-DATE                  PIC X(10).
           05  FILLER                           PIC X(15).
      *
      * Generated for CardDemo mainframe migration
      *
