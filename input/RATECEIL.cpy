      *****************************************************************
      *    Data-structure for Statutory Rate Ceiling record
      *    (RECLN = 40).  One row per account group and transaction
      *    type for each period a legal maximum rate applies, with
      *    the begin/end date it applied for.  Rate maintenance
      *    (CODISC1C, CBDISC2C, CBDISC3C) refuses any rate above the
      *    ceiling in force on its effective date, and the interest
      *    run caps any resolved rate -- flat, blended or tier -- at
      *    the ceiling in force for the cycle date.  A group and type
      *    with no row here has no ceiling, exactly as before.
      *****************************************************************
       01  RATE-CEILING-RECORD.
           05  CEIL-ACCT-GROUP-ID               PIC X(10).
           05  CEIL-TRAN-TYPE-CD                PIC X(02).
           05  CEIL-BEGIN-DATE                  PIC X(10).
           05  CEIL-END-DATE                    PIC X(10).
           05  CEIL-MAX-RATE                    PIC S9(03)V9999
                                                 COMP-3.
           05  FILLER                           PIC X(04).
      *
      * Generated for CardDemo mainframe migration
      *
