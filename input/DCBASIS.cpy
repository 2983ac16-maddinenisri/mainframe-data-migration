      *****************************************************************
      *    Data-structure for Day-Count Convention record (RECLN = 30)
      *    One row per account group, saying how the group's annual
      *    DISCGRPH/DISCTIER rates are turned into a cycle's charge --
      *    the days in the cycle's date range over a 365-day year
      *    (Actual/365), the same days over a 360-day year
      *    (Actual/360), or 30-day months over a 360-day year
      *    (30/360).  The arithmetic itself lives in the shared
      *    CBDAYCNT subprogram so every interest program agrees on
      *    what a rate means.  A group with no row here is priced
      *    Actual/365.
      *****************************************************************
       01  DAY-COUNT-BASIS-RECORD.
           05  DCBS-ACCT-GROUP-ID               PIC X(10).
           05  DCBS-DAY-COUNT-CD                PIC X(01).
               88  DCBS-ACTUAL-365               VALUE 'A'.
               88  DCBS-ACTUAL-360               VALUE 'B'.
               88  DCBS-THIRTY-360               VALUE 'T'.
           05  FILLER                           PIC X(19).
      *
      * Generated for CardDemo mainframe migration
      *
