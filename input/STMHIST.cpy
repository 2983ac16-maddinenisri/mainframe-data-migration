           05  SH-BASIS-CD                      PIC X(01).
               88  SH-BASIS-ENDING               VALUE 'E'.
               88  SH-BASIS-AVG-DAILY            VALUE 'A'.
      *    SH-RATE-APPLIED is the annual rate; the day count and
      *    DCBASIS convention it was prorated over are kept with it
      *    so the reprint shows the same DAYS column as the original.
           05  SH-PERIOD-DAYS                   PIC 9(03).
           05  SH-DAY-COUNT-CD                  PIC X(01).
           05  FILLER                           PIC X(11).
      *
      * Generated for CardDemo mainframe migration
      *
