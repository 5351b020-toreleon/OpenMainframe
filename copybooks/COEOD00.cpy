      *****************************************************************
      *    COEOD00 - SYMBOLIC MAP FOR MAPSET COEOD00 / MAP COEOD0A.
      *    GENERATED FROM BMS/COEOD00.BMS.  COPIED INTO CICSEOD.
      *****************************************************************
       01  COEOD0AI.
           05  FILLER                    PIC X(12).
           05  MSGL                      PIC S9(4) COMP.
           05  MSGF                      PIC X.
           05  FILLER REDEFINES MSGF.
               10  MSGA                  PIC X.
           05  MSGI                      PIC X(40).
           05  CNTLINL                   PIC S9(4) COMP.
           05  CNTLINF                   PIC X.
           05  FILLER REDEFINES CNTLINF.
               10  CNTLINA               PIC X.
           05  CNTLINI                   PIC X(79).
           05  EODLN1L                   PIC S9(4) COMP.
           05  EODLN1F                   PIC X.
           05  FILLER REDEFINES EODLN1F.
               10  EODLN1A               PIC X.
           05  EODLN1I                   PIC X(79).
           05  EODLN2L                   PIC S9(4) COMP.
           05  EODLN2F                   PIC X.
           05  FILLER REDEFINES EODLN2F.
               10  EODLN2A               PIC X.
           05  EODLN2I                   PIC X(79).
           05  EODLN3L                   PIC S9(4) COMP.
           05  EODLN3F                   PIC X.
           05  FILLER REDEFINES EODLN3F.
               10  EODLN3A               PIC X.
           05  EODLN3I                   PIC X(79).
           05  EODLN4L                   PIC S9(4) COMP.
           05  EODLN4F                   PIC X.
           05  FILLER REDEFINES EODLN4F.
               10  EODLN4A               PIC X.
           05  EODLN4I                   PIC X(79).
           05  EODLN5L                   PIC S9(4) COMP.
           05  EODLN5F                   PIC X.
           05  FILLER REDEFINES EODLN5F.
               10  EODLN5A               PIC X.
           05  EODLN5I                   PIC X(79).
           05  EODLN6L                   PIC S9(4) COMP.
           05  EODLN6F                   PIC X.
           05  FILLER REDEFINES EODLN6F.
               10  EODLN6A               PIC X.
           05  EODLN6I                   PIC X(79).
           05  EODLN7L                   PIC S9(4) COMP.
           05  EODLN7F                   PIC X.
           05  FILLER REDEFINES EODLN7F.
               10  EODLN7A               PIC X.
           05  EODLN7I                   PIC X(79).
           05  EODLN8L                   PIC S9(4) COMP.
           05  EODLN8F                   PIC X.
           05  FILLER REDEFINES EODLN8F.
               10  EODLN8A               PIC X.
           05  EODLN8I                   PIC X(79).
           05  EODLN9L                   PIC S9(4) COMP.
           05  EODLN9F                   PIC X.
           05  FILLER REDEFINES EODLN9F.
               10  EODLN9A               PIC X.
           05  EODLN9I                   PIC X(79).
           05  EODLN10L                  PIC S9(4) COMP.
           05  EODLN10F                  PIC X.
           05  FILLER REDEFINES EODLN10F.
               10  EODLN10A              PIC X.
           05  EODLN10I                  PIC X(79).
           05  EODLN11L                  PIC S9(4) COMP.
           05  EODLN11F                  PIC X.
           05  FILLER REDEFINES EODLN11F.
               10  EODLN11A              PIC X.
           05  EODLN11I                  PIC X(79).
           05  EODLN12L                  PIC S9(4) COMP.
           05  EODLN12F                  PIC X.
           05  FILLER REDEFINES EODLN12F.
               10  EODLN12A              PIC X.
           05  EODLN12I                  PIC X(79).
           05  EODLN13L                  PIC S9(4) COMP.
           05  EODLN13F                  PIC X.
           05  FILLER REDEFINES EODLN13F.
               10  EODLN13A              PIC X.
           05  EODLN13I                  PIC X(79).
           05  EODLN14L                  PIC S9(4) COMP.
           05  EODLN14F                  PIC X.
           05  FILLER REDEFINES EODLN14F.
               10  EODLN14A              PIC X.
           05  EODLN14I                  PIC X(79).
           05  ACTIONL                   PIC S9(4) COMP.
           05  ACTIONF                   PIC X.
           05  FILLER REDEFINES ACTIONF.
               10  ACTIONA               PIC X.
           05  ACTIONI                   PIC X(1).
       01  COEOD0AO REDEFINES COEOD0AI.
           05  FILLER                    PIC X(12).
           05  FILLER                    PIC X(3).
           05  MSGO                      PIC X(40).
           05  FILLER                    PIC X(3).
           05  CNTLINO                   PIC X(79).
           05  FILLER                    PIC X(3).
           05  EODLN1O                   PIC X(79).
           05  FILLER                    PIC X(3).
           05  EODLN2O                   PIC X(79).
           05  FILLER                    PIC X(3).
           05  EODLN3O                   PIC X(79).
           05  FILLER                    PIC X(3).
           05  EODLN4O                   PIC X(79).
           05  FILLER                    PIC X(3).
           05  EODLN5O                   PIC X(79).
           05  FILLER                    PIC X(3).
           05  EODLN6O                   PIC X(79).
           05  FILLER                    PIC X(3).
           05  EODLN7O                   PIC X(79).
           05  FILLER                    PIC X(3).
           05  EODLN8O                   PIC X(79).
           05  FILLER                    PIC X(3).
           05  EODLN9O                   PIC X(79).
           05  FILLER                    PIC X(3).
           05  EODLN10O                  PIC X(79).
           05  FILLER                    PIC X(3).
           05  EODLN11O                  PIC X(79).
           05  FILLER                    PIC X(3).
           05  EODLN12O                  PIC X(79).
           05  FILLER                    PIC X(3).
           05  EODLN13O                  PIC X(79).
           05  FILLER                    PIC X(3).
           05  EODLN14O                  PIC X(79).
           05  FILLER                    PIC X(3).
           05  ACTIONO                   PIC X(1).
