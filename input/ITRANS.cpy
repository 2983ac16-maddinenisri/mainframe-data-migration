           05  IT-CATCHUP-FLAG                    PIC X(01).
               88  IT-CATCHUP-TRAN                 VALUE 'C'.
               88  IT-REVERSAL-TRAN                VALUE 'R'.
      *
      *    IT-RATE-APPLIED is an annual rate.  IT-PERIOD-DAYS and
      *    IT-DAY-COUNT-CD carry the day count and the group's DCBASIS
      *    convention the charge was prorated over (interest =
      *    balance x rate x days / 365 or 360), so the statement can
      *    show how the annual rate became the cycle's charge.  Rows
      *    written before annual pricing carry spaces in both, and a
      *    dispute reversal (which backs off an amount rather than
      *    pricing one) carries zero days.
           05  IT-PERIOD-DAYS                     PIC 9(03).
           05  IT-DAY-COUNT-CD                    PIC X(01).
               88  IT-ACTUAL-365                   VALUE 'A'.
               88  IT-ACTUAL-360                   VALUE 'B'.
               88  IT-THIRTY-360                   VALUE 'T'.
           05  FILLER                            PIC X(08).
      *
      * Generated for CardDemo mainframe migration
      *
