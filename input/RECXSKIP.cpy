               88  RECS-STATUS-INPROGRESS        VALUE 'I'.
               88  RECS-STATUS-POSTED            VALUE 'C'.
           05  RECS-POSTED-DATE                 PIC X(10).
      *
      *    RECS-CYCLE-START-YMD is the first day (CCYYMMDD) of the
      *    skipped cycle's date range, so the catch-up can prorate
      *    the annual rate over the days that cycle actually ran.
      *    Rows logged before annual pricing carry spaces here.
           05  RECS-CYCLE-START-YMD             PIC X(08).
      *
      * Generated for CardDemo mainframe migration
      *
