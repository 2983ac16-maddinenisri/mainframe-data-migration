      *****************************************************************
      *    Data-structure for Account Group Membership History
      *    (RECLN = 70)
      *    One row per stretch of time an account belonged to one
      *    account group, keyed by account and the date the stretch
      *    began, with the date it ended.  The open segment -- the
      *    group the account is in today -- carries an end date of
      *    9999-12-31.  Written by the group-transfer run (CBGRP01C),
      *    which closes the old segment the day before a transfer
      *    takes effect and opens the new one on the effective date,
      *    so every program that prices, books or reports a cycle can
      *    resolve the group that was in force on that cycle date
      *    rather than whatever ACCT-GROUP-ID says today.  An account
      *    that has never transferred has no rows here, and its
      *    ACCTMST group is the group it has always been in.
      *****************************************************************
       01  ACCT-GROUP-HIST-RECORD.
           05  AGH-ACCT-ID                      PIC 9(11).
           05  AGH-BEGIN-DATE                   PIC X(10).
           05  AGH-END-DATE                     PIC X(10).
               88  AGH-SEGMENT-OPEN              VALUE '9999-12-31'.
           05  AGH-ACCT-GROUP-ID                PIC X(10).
           05  AGH-REASON-CD                    PIC X(04).
           05  AGH-USER-ID                      PIC X(08).
           05  AGH-LOAD-DATE                    PIC X(10).
           05  FILLER                           PIC X(07).
      *
      * Generated for CardDemo mainframe migration
      *
