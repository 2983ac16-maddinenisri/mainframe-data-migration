      *****************************************************************
      *    Data-structure for Promotional Rate Override record
      *    (RECLN = 70).  One row per account, transaction type and
      *    category for each promotional or retention offer -- the
      *    offer's annual rate, the first and last day it applies,
      *    and the offer code it was sold under.  Keyed by account/
      *    type/category/start date so an account can carry a run of
      *    offers over time.  The interest run, catch-up and
      *    simulation check this file before the account group's
      *    rate: a row in force for the cycle date prices the whole
      *    category balance at PROM-RATE.  A cancelled offer keeps its
      *    row, with the cancel date, so a cycle it already covered
      *    still reprices the same way; it stops applying from the
      *    cancel date on.  An account with no row here is priced by
      *    its group, exactly as before.
      *****************************************************************
       01  PROMO-RATE-RECORD.
           05  PROM-ACCT-ID                     PIC 9(11).
           05  PROM-TRAN-TYPE-CD                PIC X(02).
           05  PROM-TRAN-CAT-CD                 PIC 9(04).
           05  PROM-START-DATE                  PIC X(10).
           05  PROM-EXPIRY-DATE                 PIC X(10).
           05  PROM-RATE                        PIC S9(03)V9999
                                                 COMP-3.
           05  PROM-OFFER-CD                    PIC X(08).
           05  PROM-STATUS                      PIC X(01).
               88  PROM-STATUS-ACTIVE            VALUE 'A'.
               88  PROM-STATUS-CANCELLED         VALUE 'X'.
           05  PROM-CANCEL-DATE                 PIC X(10).
           05  FILLER                           PIC X(10).
      *
      * Generated for CardDemo mainframe migration
      *
