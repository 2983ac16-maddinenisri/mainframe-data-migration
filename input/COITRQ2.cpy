      *****************************************************************
      *    Symbolic map for the Interest Charge Explanation screen
      *    (mapset COITRQ2, map ITRQ2AO) -- BMS-generated layout
      *    carrying the account number and cycle date fields, twelve
      *    repeated detail lines (the OCCURS block BMS generates for
      *    a repeated map field), and a message line.
      *****************************************************************
       01  ITRQ2AI.
           05  FILLER                           PIC X(12).
           05  ACCTL                            PIC S9(04) COMP.
           05  ACCTF                            PIC X(01).
           05  FILLER REDEFINES ACCTF.
               10  ACCTA                        PIC X(01).
           05  ACCTI                            PIC X(11).
           05  CDATEL                           PIC S9(04) COMP.
           05  CDATEF                           PIC X(01).
           05  FILLER REDEFINES CDATEF.
               10  CDATEA                       PIC X(01).
           05  CDATEI                           PIC X(10).
           05  DLG OCCURS 12 TIMES.
               10  DLL                          PIC S9(04) COMP.
               10  DLF                          PIC X(01).
               10  FILLER REDEFINES DLF.
                   15  DLA                      PIC X(01).
               10  DLI                          PIC X(70).
           05  MSGL                             PIC S9(04) COMP.
           05  MSGF                             PIC X(01).
           05  FILLER REDEFINES MSGF.
               10  MSGA                         PIC X(01).
           05  MSGI                             PIC X(60).

       01  ITRQ2AO REDEFINES ITRQ2AI.
           05  FILLER                           PIC X(12).
           05  FILLER                           PIC X(03).
           05  ACCTO                            PIC X(11).
           05  FILLER                           PIC X(03).
           05  CDATEO                           PIC X(10).
           05  DLOG OCCURS 12 TIMES.
               10  FILLER                       PIC X(03).
               10  DLO                          PIC X(70).
           05  FILLER                           PIC X(03).
           05  MSGO                             PIC X(60).
      *
      * Generated for CardDemo mainframe migration
      *
