      *****************************************************************
      *    Data-structure for Promotional Rate Audit record
      *    (RECLN = 90).  One row per promotional offer added or
      *    cancelled through the online maintenance screen, carrying
      *    the offer's key, rate, expiry and offer code, who made the
      *    change, when, and why -- the PROMORAT counterpart of the
      *    DISCAUD trail kept for group rate changes.
      *****************************************************************
       01  PROMO-AUDIT-RECORD.
           05  PRMA-ACCT-ID                     PIC 9(11).
           05  PRMA-TRAN-TYPE-CD                PIC X(02).
           05  PRMA-TRAN-CAT-CD                 PIC 9(04).
           05  PRMA-START-DATE                  PIC X(10).
           05  PRMA-ACTION-CD                   PIC X(01).
               88  PRMA-ACTION-ADD               VALUE 'A'.
               88  PRMA-ACTION-CANCEL            VALUE 'X'.
           05  PRMA-PROMO-RATE                  PIC S9(03)V9999
                                                 COMP-3.
           05  PRMA-EXPIRY-DATE                 PIC X(10).
           05  PRMA-OFFER-CD                    PIC X(08).
           05  PRMA-CHANGE-USER-ID              PIC X(08).
           05  PRMA-CHANGE-DATE                 PIC X(10).
           05  PRMA-CHANGE-TIME                 PIC X(08).
           05  PRMA-REASON-CD                   PIC X(04).
           05  FILLER                           PIC X(10).
      *
      * Generated for CardDemo mainframe migration
      *
