      *****************************************************************
      *    Data-structure for Cycle Rate Sheet record (RECLN = 180)
      *    One row per cycle date and group/type/category, written
      *    once by CBRSH01C after CBACT04B has blended the cycle's
      *    rates.  Each row freezes everything the interest programs
      *    price a category with -- the DISCGRPH rate in force on the
      *    cycle date, the CBACT04B blended rate, the DISCTIER balance
      *    bands, the ACRBASIS basis code, the MINTHRSH minimum, the
      *    RATECEIL ceiling and the DCBASIS day-count convention -- so
      *    CBACT04C, CBACT04R, CBSIM01C and CBACR01C all price from
      *    the same answers.  Rows are kept by cycle date, so the
      *    pricing any past cycle ran under can still be shown after
      *    the rate files themselves have moved on.  All rates are
      *    annual and are stored as keyed, before any ceiling is
      *    applied; the ceiling is carried alongside.
      *****************************************************************
       01  RATE-SHEET-RECORD.
           05  RSH-CYCLE-DATE                   PIC X(10).
           05  RSH-ACCT-GROUP-ID                PIC X(10).
           05  RSH-TRAN-TYPE-CD                 PIC X(02).
           05  RSH-TRAN-CAT-CD                  PIC 9(04).
           05  RSH-FLAT-RATE-SW                 PIC X(01).
               88  RSH-FLAT-RATE-FOUND           VALUE 'Y'.
           05  RSH-FLAT-RATE                    PIC S9(03)V9999
                                                 COMP-3.
           05  RSH-BLEND-RATE-SW                PIC X(01).
               88  RSH-BLEND-RATE-FOUND          VALUE 'Y'.
           05  RSH-BLEND-RATE                   PIC S9(03)V9999
                                                 COMP-3.
           05  RSH-BASIS-CD                     PIC X(01).
               88  RSH-BASIS-ENDING              VALUE 'E'.
               88  RSH-BASIS-AVG-DAILY           VALUE 'A'.
           05  RSH-MIN-INTEREST-AMT             PIC S9(07)V99
                                                 COMP-3.
           05  RSH-CEILING-SW                   PIC X(01).
               88  RSH-CEILING-FOUND             VALUE 'Y'.
           05  RSH-CEILING-RATE                 PIC S9(03)V9999
                                                 COMP-3.
           05  RSH-DAY-COUNT-CD                 PIC X(01).
               88  RSH-ACTUAL-365                VALUE 'A'.
               88  RSH-ACTUAL-360                VALUE 'B'.
               88  RSH-THIRTY-360                VALUE 'T'.
      *
      *    RSH-TIER-COUNT is the number of DISCTIER bands frozen for
      *    the combination, in tier-sequence order; zero means the
      *    combination charges its single flat (or blended) rate on
      *    the whole balance.
           05  RSH-TIER-COUNT                   PIC 9(02).
           05  RSH-TIER-BAND                    OCCURS 10 TIMES.
               10  RSH-BAND-CEILING             PIC S9(09)V99
                                                 COMP-3.
               10  RSH-TIER-RATE                PIC S9(03)V9999
                                                 COMP-3.
           05  RSH-BUILT-DATE                   PIC X(10).
           05  FILLER                           PIC X(20).
      *
      * Generated for CardDemo mainframe migration
      *
