      *****************************************************************
      *    COBRK00 - SYMBOLIC MAP FOR MAPSET COBRK00 / MAP COBRK0A.
      *    GENERATED FROM BMS/COBRK00.BMS.  COPIED INTO CICSBRK.
      *****************************************************************
       01  COBRK0AI.
           05  FILLER                    PIC X(12).
           05  MSGL                      PIC S9(4) COMP.
           05  MSGF                      PIC X.
           05  FILLER REDEFINES MSGF.
               10  MSGA                  PIC X.
           05  MSGI                      PIC X(40).
           05  OPTNOL                    PIC S9(4) COMP.
           05  OPTNOF                    PIC X.
           05  FILLER REDEFINES OPTNOF.
               10  OPTNOA                PIC X.
           05  OPTNOI                    PIC X(2).
           05  ACTIONL                   PIC S9(4) COMP.
           05  ACTIONF                   PIC X.
           05  FILLER REDEFINES ACTIONF.
               10  ACTIONA               PIC X.
           05  ACTIONI                   PIC X(1).
           05  BRKLN1L                   PIC S9(4) COMP.
           05  BRKLN1F                   PIC X.
           05  FILLER REDEFINES BRKLN1F.
               10  BRKLN1A               PIC X.
           05  BRKLN1I                   PIC X(60).
           05  BRKLN2L                   PIC S9(4) COMP.
           05  BRKLN2F                   PIC X.
           05  FILLER REDEFINES BRKLN2F.
               10  BRKLN2A               PIC X.
           05  BRKLN2I                   PIC X(60).
           05  BRKLN3L                   PIC S9(4) COMP.
           05  BRKLN3F                   PIC X.
           05  FILLER REDEFINES BRKLN3F.
               10  BRKLN3A               PIC X.
           05  BRKLN3I                   PIC X(60).
           05  BRKLN4L                   PIC S9(4) COMP.
           05  BRKLN4F                   PIC X.
           05  FILLER REDEFINES BRKLN4F.
               10  BRKLN4A               PIC X.
           05  BRKLN4I                   PIC X(60).
           05  BRKLN5L                   PIC S9(4) COMP.
           05  BRKLN5F                   PIC X.
           05  FILLER REDEFINES BRKLN5F.
               10  BRKLN5A               PIC X.
           05  BRKLN5I                   PIC X(60).
           05  BRKLN6L                   PIC S9(4) COMP.
           05  BRKLN6F                   PIC X.
           05  FILLER REDEFINES BRKLN6F.
               10  BRKLN6A               PIC X.
           05  BRKLN6I                   PIC X(60).
           05  BRKLN7L                   PIC S9(4) COMP.
           05  BRKLN7F                   PIC X.
           05  FILLER REDEFINES BRKLN7F.
               10  BRKLN7A               PIC X.
           05  BRKLN7I                   PIC X(60).
           05  BRKLN8L                   PIC S9(4) COMP.
           05  BRKLN8F                   PIC X.
           05  FILLER REDEFINES BRKLN8F.
               10  BRKLN8A               PIC X.
           05  BRKLN8I                   PIC X(60).
       01  COBRK0AO REDEFINES COBRK0AI.
           05  FILLER                    PIC X(12).
           05  FILLER                    PIC X(3).
           05  MSGO                      PIC X(40).
           05  FILLER                    PIC X(3).
           05  OPTNOO                    PIC X(2).
           05  FILLER                    PIC X(3).
           05  ACTIONO                   PIC X(1).
           05  FILLER                    PIC X(3).
           05  BRKLN1O                   PIC X(60).
           05  FILLER                    PIC X(3).
           05  BRKLN2O                   PIC X(60).
           05  FILLER                    PIC X(3).
           05  BRKLN3O                   PIC X(60).
           05  FILLER                    PIC X(3).
           05  BRKLN4O                   PIC X(60).
           05  FILLER                    PIC X(3).
           05  BRKLN5O                   PIC X(60).
           05  FILLER                    PIC X(3).
           05  BRKLN6O                   PIC X(60).
           05  FILLER                    PIC X(3).
           05  BRKLN7O                   PIC X(60).
           05  FILLER                    PIC X(3).
           05  BRKLN8O                   PIC X(60).
