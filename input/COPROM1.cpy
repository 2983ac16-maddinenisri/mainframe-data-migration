      *****************************************************************
      *    Symbolic map for the Promotional Rate Maintenance screen
      *    (mapset COPROM1, map PROM1AO) -- BMS-generated layout
      *    carrying the account/type/category key, the offer's
      *    rate, start and expiry dates and offer code, the
      *    function code, a reason code, and a message line.
      *****************************************************************
       01  PROM1AI.
           05  FILLER                           PIC X(12).
           05  ACCTIDL                          PIC S9(04) COMP.
           05  ACCTIDF                          PIC X(01).
           05  FILLER REDEFINES ACCTIDF.
               10  ACCTIDA                      PIC X(01).
           05  ACCTIDI                          PIC X(11).
           05  TYPCDL                           PIC S9(04) COMP.
           05  TYPCDF                           PIC X(01).
           05  FILLER REDEFINES TYPCDF.
               10  TYPCDA                       PIC X(01).
           05  TYPCDI                           PIC X(02).
           05  CATCDL                           PIC S9(04) COMP.
           05  CATCDF                           PIC X(01).
           05  FILLER REDEFINES CATCDF.
               10  CATCDA                       PIC X(01).
           05  CATCDI                           PIC X(04).
           05  RATEL                            PIC S9(04) COMP.
           05  RATEF                            PIC X(01).
           05  FILLER REDEFINES RATEF.
               10  RATEA                        PIC X(01).
           05  RATEI                            PIC X(08).
           05  STRTDTL                          PIC S9(04) COMP.
           05  STRTDTF                          PIC X(01).
           05  FILLER REDEFINES STRTDTF.
               10  STRTDTA                      PIC X(01).
           05  STRTDTI                          PIC X(10).
           05  EXPDTL                           PIC S9(04) COMP.
           05  EXPDTF                           PIC X(01).
           05  FILLER REDEFINES EXPDTF.
               10  EXPDTA                       PIC X(01).
           05  EXPDTI                           PIC X(10).
           05  OFFERL                           PIC S9(04) COMP.
           05  OFFERF                           PIC X(01).
           05  FILLER REDEFINES OFFERF.
               10  OFFERA                       PIC X(01).
           05  OFFERI                           PIC X(08).
           05  FUNCL                            PIC S9(04) COMP.
           05  FUNCF                            PIC X(01).
           05  FILLER REDEFINES FUNCF.
               10  FUNCA                        PIC X(01).
           05  FUNCI                            PIC X(01).
           05  REASNL                           PIC S9(04) COMP.
           05  REASNF                           PIC X(01).
           05  FILLER REDEFINES REASNF.
               10  REASNA                       PIC X(01).
           05  REASNI                           PIC X(04).

       01  PROM1AO REDEFINES PROM1AI.
           05  FILLER                           PIC X(12).
           05  FILLER                           PIC X(03).
           05  ACCTIDO                          PIC X(11).
           05  FILLER                           PIC X(03).
           05  TYPCDO                           PIC X(02).
           05  FILLER                           PIC X(03).
           05  CATCDO                           PIC X(04).
           05  FILLER                           PIC X(03).
           05  RATEO                            PIC X(08).
           05  FILLER                           PIC X(03).
           05  STRTDTO                          PIC X(10).
           05  FILLER                           PIC X(03).
           05  EXPDTO                           PIC X(10).
           05  FILLER                           PIC X(03).
           05  OFFERO                           PIC X(08).
           05  FILLER                           PIC X(03).
           05  FUNCO                            PIC X(01).
           05  FILLER                           PIC X(03).
           05  REASNO                           PIC X(04).
           05  MSGO                             PIC X(60).
