      *****************************************************************
      *    Data-structure for Interest Calculation Trace record
      *    (RECLN = 420)
      *    One row per category posting the interest run (CBACT04C)
      *    or the catch-up run (CBACT04R) priced -- posted or
      *    suppressed -- keyed by account, cycle date, transaction
      *    type, category and posting source, and retained across
      *    cycles.  Each row keeps the working behind the charge: the
      *    accrual basis and how many DAYBAL snapshots fed it, where
      *    the rate came from, the ceiling, the day count, every tier
      *    slice priced and its rate, and the minimum-interest test,
      *    so servicing can walk a disputed charge through on the
      *    COITRQ2C screen without rerunning the cycle.
      *****************************************************************
       01  INTEREST-TRACE-RECORD.
           05  TRC-ACCT-ID                      PIC 9(11).
           05  TRC-CYCLE-DATE                   PIC X(10).
           05  TRC-TRAN-TYPE-CD                 PIC X(02).
           05  TRC-TRAN-CAT-CD                  PIC 9(04).
      *    'L' is the cycle's own interest run; 'C' is a catch-up
      *    posting CBACT04R made after the account cleared off the
      *    reconciliation exception file.
           05  TRC-POSTING-SRC                  PIC X(01).
               88  TRC-SRC-LIVE                  VALUE 'L'.
               88  TRC-SRC-CATCHUP               VALUE 'C'.
           05  TRC-ACCT-GROUP-ID                PIC X(10).
           05  TRC-PERIOD-START-DATE            PIC X(10).
      *    TRC-BASIS-REQ-CD is the basis the rate sheet asked for;
      *    TRC-BASIS-CD is the one actually used -- an average-daily
      *    group with no snapshots on file falls back to 'E'.
           05  TRC-BASIS-REQ-CD                 PIC X(01).
           05  TRC-BASIS-CD                     PIC X(01).
               88  TRC-BASIS-ENDING              VALUE 'E'.
               88  TRC-BASIS-AVG-DAILY           VALUE 'A'.
           05  TRC-ENDING-BAL                   PIC S9(09)V99
                                                 COMP-3.
           05  TRC-SNAP-DAY-COUNT               PIC 9(05)
                                                 COMP-3.
           05  TRC-BASIS-AMT                    PIC S9(09)V99
                                                 COMP-3.
           05  TRC-RATE-SOURCE                  PIC X(01).
               88  TRC-RATE-PROMO                VALUE 'P'.
               88  TRC-RATE-BLENDED              VALUE 'B'.
               88  TRC-RATE-FLAT                 VALUE 'F'.
           05  TRC-RESOLVED-RATE                PIC S9(03)V9999
                                                 COMP-3.
           05  TRC-CEILING-SW                   PIC X(01).
               88  TRC-CEILING-FOUND             VALUE 'Y'.
           05  TRC-CEILING-RATE                 PIC S9(03)V9999
                                                 COMP-3.
           05  TRC-RATE-CAPPED-SW               PIC X(01).
               88  TRC-RATE-CAPPED               VALUE 'Y'.
           05  TRC-RATE-APPLIED                 PIC S9(03)V9999
                                                 COMP-3.
           05  TRC-DAY-COUNT-CD                 PIC X(01).
           05  TRC-PERIOD-DAYS                  PIC 9(05)
                                                 COMP-3.
           05  TRC-YEAR-DAYS                    PIC 9(03)
                                                 COMP-3.
      *
      *    TRC-SLICE-COUNT is zero for a posting priced at one flat
      *    rate on the whole balance.  A tiered posting carries one
      *    slice per rate-sheet band the balance reached, plus one
      *    more when the balance ran past the last band's ceiling and
      *    the top of it was priced at the last tier's rate.  Slice
      *    bounds are on the balance's magnitude; the band rate is as
      *    keyed and the rate used is after any ceiling.
           05  TRC-SLICE-COUNT                  PIC 9(02).
           05  TRC-TIER-SLICE                   OCCURS 11 TIMES.
               10  TRC-SLICE-FROM               PIC S9(09)V99
                                                 COMP-3.
               10  TRC-SLICE-TO                 PIC S9(09)V99
                                                 COMP-3.
               10  TRC-SLICE-BAND-RATE          PIC S9(03)V9999
                                                 COMP-3.
               10  TRC-SLICE-RATE               PIC S9(03)V9999
                                                 COMP-3.
               10  TRC-SLICE-AMT                PIC S9(09)V99
                                                 COMP-3.
           05  TRC-INTEREST-AMT                 PIC S9(09)V99
                                                 COMP-3.
           05  TRC-MIN-INTEREST-AMT             PIC S9(07)V99
                                                 COMP-3.
           05  TRC-THRESHOLD-RESULT             PIC X(01).
               88  TRC-THRESHOLD-POSTED          VALUE 'P'.
               88  TRC-THRESHOLD-SUPPRESSED      VALUE 'S'.
           05  TRC-RUN-DATE                     PIC X(10).
           05  FILLER                           PIC X(24).
      *
      * Generated for CardDemo mainframe migration
      *
