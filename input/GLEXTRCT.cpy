           05  GLX-INTEREST-AMT                 PIC S9(09)V99
                                                 COMP-3.
           05  GLX-CYCLE-DATE                   PIC X(10).
      *
      *    GLX-ACCT-GROUP-ID is the account group the posting program
      *    resolved for the charge's own cycle, so the journal build
      *    books a reversal to the group the original charge was
      *    booked to even when it posts on a later date.  A row
      *    written before the field existed is blank here and the
      *    journal build resolves the group off its cycle date.
           05  GLX-ACCT-GROUP-ID                PIC X(10).
           05  FILLER                           PIC X(03).
      *
      * Generated for CardDemo mainframe migration
      *
