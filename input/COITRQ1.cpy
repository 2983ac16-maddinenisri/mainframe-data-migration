      *****************************************************************
      *    Symbolic map for the Interest History Inquiry screen
      *    (mapset COITRQ1, map ITRQ1AO) -- BMS-generated layout
      *    carrying the account number field, the optional cycle
      *    date field that transfers to the COITRQ2 explanation
      *    screen, eight repeated detail lines (the OCCURS block BMS
      *    generates for a repeated map field), and a message line.
      *****************************************************************
       01  ITRQ1AI.
           05  FILLER                           PIC X(12).
           05  FILLER REDEFINES ACCTF.
               10  ACCTA                        PIC X(01).
           05  ACCTI                            PIC X(11).
           05  CDATEL                           PIC S9(04) COMP.
           05  CDATEF                           PIC X(01).
           05  FILLER REDEFINES CDATEF.
               10  CDATEA                       PIC X(01).
           05  CDATEI                           PIC X(10).
           05  DLG OCCURS 8 TIMES.
               10  DLL                          PIC S9(04) COMP.
               10  DLF                          PIC X(01).
           05  FILLER                           PIC X(12).
           05  FILLER                           PIC X(03).
           05  ACCTO                            PIC X(11).
           05  FILLER                           PIC X(03).
           05  CDATEO                           PIC X(10).
           05  DLOG OCCURS 8 TIMES.
               10  FILLER                       PIC X(03).
               10  DLO                          PIC X(70).
