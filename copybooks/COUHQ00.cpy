      *****************************************************************
      *    COUHQ00 - SYMBOLIC MAP FOR MAPSET COUHQ00 / MAP COUHQ0A.
      *    GENERATED FROM BMS/COUHQ00.BMS.  COPIED INTO CICSUHQ.
      *****************************************************************
       01  COUHQ0AI.
           05  FILLER                    PIC X(12).
           05  MSGL                      PIC S9(4) COMP.
           05  MSGF                      PIC X.
           05  FILLER REDEFINES MSGF.
               10  MSGA                  PIC X.
           05  MSGI                      PIC X(40).
           05  UHQLN1L                   PIC S9(4) COMP.
           05  UHQLN1F                   PIC X.
           05  FILLER REDEFINES UHQLN1F.
               10  UHQLN1A               PIC X.
           05  UHQLN1I                   PIC X(79).
           05  UHQLN2L                   PIC S9(4) COMP.
           05  UHQLN2F                   PIC X.
           05  FILLER REDEFINES UHQLN2F.
               10  UHQLN2A               PIC X.
           05  UHQLN2I                   PIC X(79).
           05  UHQLN3L                   PIC S9(4) COMP.
           05  UHQLN3F                   PIC X.
           05  FILLER REDEFINES UHQLN3F.
               10  UHQLN3A               PIC X.
           05  UHQLN3I                   PIC X(79).
           05  UHQLN4L                   PIC S9(4) COMP.
           05  UHQLN4F                   PIC X.
           05  FILLER REDEFINES UHQLN4F.
               10  UHQLN4A               PIC X.
           05  UHQLN4I                   PIC X(79).
           05  UHQLN5L                   PIC S9(4) COMP.
           05  UHQLN5F                   PIC X.
           05  FILLER REDEFINES UHQLN5F.
               10  UHQLN5A               PIC X.
           05  UHQLN5I                   PIC X(79).
           05  UHQLN6L                   PIC S9(4) COMP.
           05  UHQLN6F                   PIC X.
           05  FILLER REDEFINES UHQLN6F.
               10  UHQLN6A               PIC X.
           05  UHQLN6I                   PIC X(79).
           05  UHQLN7L                   PIC S9(4) COMP.
           05  UHQLN7F                   PIC X.
           05  FILLER REDEFINES UHQLN7F.
               10  UHQLN7A               PIC X.
           05  UHQLN7I                   PIC X(79).
           05  UHQLN8L                   PIC S9(4) COMP.
           05  UHQLN8F                   PIC X.
           05  FILLER REDEFINES UHQLN8F.
               10  UHQLN8A               PIC X.
           05  UHQLN8I                   PIC X(79).
           05  UHQLN9L                   PIC S9(4) COMP.
           05  UHQLN9F                   PIC X.
           05  FILLER REDEFINES UHQLN9F.
               10  UHQLN9A               PIC X.
           05  UHQLN9I                   PIC X(79).
           05  UHQLN10L                  PIC S9(4) COMP.
           05  UHQLN10F                  PIC X.
           05  FILLER REDEFINES UHQLN10F.
               10  UHQLN10A              PIC X.
           05  UHQLN10I                  PIC X(79).
           05  OPERIDL                   PIC S9(4) COMP.
           05  OPERIDF                   PIC X.
           05  FILLER REDEFINES OPERIDF.
               10  OPERIDA               PIC X.
           05  OPERIDI                   PIC X(8).
           05  ACTIONL                   PIC S9(4) COMP.
           05  ACTIONF                   PIC X.
           05  FILLER REDEFINES ACTIONF.
               10  ACTIONA               PIC X.
           05  ACTIONI                   PIC X(1).
       01  COUHQ0AO REDEFINES COUHQ0AI.
           05  FILLER                    PIC X(12).
           05  FILLER                    PIC X(3).
           05  MSGO                      PIC X(40).
           05  FILLER                    PIC X(3).
           05  UHQLN1O                   PIC X(79).
           05  FILLER                    PIC X(3).
           05  UHQLN2O                   PIC X(79).
           05  FILLER                    PIC X(3).
           05  UHQLN3O                   PIC X(79).
           05  FILLER                    PIC X(3).
           05  UHQLN4O                   PIC X(79).
           05  FILLER                    PIC X(3).
           05  UHQLN5O                   PIC X(79).
           05  FILLER                    PIC X(3).
           05  UHQLN6O                   PIC X(79).
           05  FILLER                    PIC X(3).
           05  UHQLN7O                   PIC X(79).
           05  FILLER                    PIC X(3).
           05  UHQLN8O                   PIC X(79).
           05  FILLER                    PIC X(3).
           05  UHQLN9O                   PIC X(79).
           05  FILLER                    PIC X(3).
           05  UHQLN10O                  PIC X(79).
           05  FILLER                    PIC X(3).
           05  OPERIDO                   PIC X(8).
           05  FILLER                    PIC X(3).
           05  ACTIONO                   PIC X(1).
