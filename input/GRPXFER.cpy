      *****************************************************************
      *    Data-structure for Account Group Transfer card (RECLN = 50)
      *    One card per account moving from its current account group
      *    to another, with the date the new group takes effect.
      *    Read by the group-transfer run (CBGRP01C), which closes the
      *    account's open ACCTGRPH membership segment the day before
      *    the effective date, opens a new one for the new group, and
      *    moves ACCT-GROUP-ID on ACCTMST.
      *****************************************************************
       01  GROUP-TRANSFER-CARD.
           05  GXF-ACCT-ID                      PIC 9(11).
           05  GXF-NEW-GROUP-ID                 PIC X(10).
           05  GXF-EFFECTIVE-DATE               PIC X(10).
           05  GXF-REASON-CD                    PIC X(04).
           05  GXF-USER-ID                      PIC X(08).
           05  FILLER                           PIC X(07).
      *
      * Generated for CardDemo mainframe migration
      *
