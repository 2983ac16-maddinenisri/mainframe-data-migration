       01  RATE-RELEASE-CARD.
           05  REL-CHECKER-USER-ID              PIC X(08).
           05  REL-ASOF-DATE                    PIC X(10).
      *
      *    REL-NOTICE-LEAD-DAYS is how many days ahead of its
      *    effective date a rate increase's cardholder notice must
      *    have gone out before the apply pass will make it live.
      *    Blank takes the agreement's standard 045 days.
           05  REL-NOTICE-LEAD-DAYS             PIC X(03).
           05  FILLER                           PIC X(09).
      *
      * Generated for CardDemo mainframe migration
      *
