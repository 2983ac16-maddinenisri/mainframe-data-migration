           05  RPND-REASON-CD                   PIC X(04).
           05  RPND-LOAD-DATE                   PIC X(10).
           05  RPND-APPLIED-DATE                PIC X(10).
      *
      *    RPND-NOTICE-SENT-DATE is the day the rate-increase notice
      *    run (CBNTC01C) put this change's cardholder letters on the
      *    vendor extract -- blank until then, and never set for a
      *    decrease.  Only nine bytes were free in the record, so the
      *    date is carried CCYYMMDD rather than with dashes.  The
      *    apply pass holds an increase whose notice went out fewer
      *    than the required lead days before RPND-EFFECTIVE-DATE.
           05  RPND-NOTICE-SENT-DATE            PIC X(08).
           05  RPND-NOTICE-SENT-YMD REDEFINES RPND-NOTICE-SENT-DATE
                                                PIC 9(08).
      *    RPND-NOTICE-DISP is 'P' when the notice run found the
      *    increase already effective before any notice went out --
      *    it is reported once and not looked at again, and the apply
      *    pass holds it for good.  Blank otherwise.
           05  RPND-NOTICE-DISP                 PIC X(01).
               88  RPND-NOTICE-DATE-PASSED       VALUE 'P'.
      *
      * Generated for CardDemo mainframe migration
      *
