      *****************************************************************
      *    CORCT00 - SYMBOLIC MAP FOR MAPSET CORCT00 / MAP CORCT0A.
      *    GENERATED FROM BMS/CORCT00.BMS.  COPIED INTO CICSRCT.
      *****************************************************************
       01  CORCT0AI.
           05  FILLER                    PIC X(12).
           05  MSGL                      PIC S9(4) COMP.
           05  MSGF                      PIC X.
           05  FILLER REDEFINES MSGF.
               10  MSGA                  PIC X.
           05  MSGI                      PIC X(40).
           05  CAMPIDL                   PIC S9(4) COMP.
           05  CAMPIDF                   PIC X.
           05  FILLER REDEFINES CAMPIDF.
               10  CAMPIDA               PIC X.
           05  CAMPIDI                   PIC X(6).
           05  DEPTL                     PIC S9(4) COMP.
           05  DEPTF                     PIC X.
           05  FILLER REDEFINES DEPTF.
               10  DEPTA                 PIC X.
           05  DEPTI                     PIC X(8).
           05  RCTLN1L                   PIC S9(4) COMP.
           05  RCTLN1F                   PIC X.
           05  FILLER REDEFINES RCTLN1F.
               10  RCTLN1A               PIC X.
           05  RCTLN1I                   PIC X(60).
           05  RCTLN2L                   PIC S9(4) COMP.
           05  RCTLN2F                   PIC X.
           05  FILLER REDEFINES RCTLN2F.
               10  RCTLN2A               PIC X.
           05  RCTLN2I                   PIC X(60).
           05  RCTLN3L                   PIC S9(4) COMP.
           05  RCTLN3F                   PIC X.
           05  FILLER REDEFINES RCTLN3F.
               10  RCTLN3A               PIC X.
           05  RCTLN3I                   PIC X(60).
           05  RCTLN4L                   PIC S9(4) COMP.
           05  RCTLN4F                   PIC X.
           05  FILLER REDEFINES RCTLN4F.
               10  RCTLN4A               PIC X.
           05  RCTLN4I                   PIC X(60).
           05  RCTLN5L                   PIC S9(4) COMP.
           05  RCTLN5F                   PIC X.
           05  FILLER REDEFINES RCTLN5F.
               10  RCTLN5A               PIC X.
           05  RCTLN5I                   PIC X(60).
           05  RCTLN6L                   PIC S9(4) COMP.
           05  RCTLN6F                   PIC X.
           05  FILLER REDEFINES RCTLN6F.
               10  RCTLN6A               PIC X.
           05  RCTLN6I                   PIC X(60).
           05  RCTLN7L                   PIC S9(4) COMP.
           05  RCTLN7F                   PIC X.
           05  FILLER REDEFINES RCTLN7F.
               10  RCTLN7A               PIC X.
           05  RCTLN7I                   PIC X(60).
           05  RCTLN8L                   PIC S9(4) COMP.
           05  RCTLN8F                   PIC X.
           05  FILLER REDEFINES RCTLN8F.
               10  RCTLN8A               PIC X.
           05  RCTLN8I                   PIC X(60).
           05  RCTLN9L                   PIC S9(4) COMP.
           05  RCTLN9F                   PIC X.
           05  FILLER REDEFINES RCTLN9F.
               10  RCTLN9A               PIC X.
           05  RCTLN9I                   PIC X(60).
           05  RCTLN10L                  PIC S9(4) COMP.
           05  RCTLN10F                  PIC X.
           05  FILLER REDEFINES RCTLN10F.
               10  RCTLN10A              PIC X.
           05  RCTLN10I                  PIC X(60).
           05  ACTIONL                   PIC S9(4) COMP.
           05  ACTIONF                   PIC X.
           05  FILLER REDEFINES ACTIONF.
               10  ACTIONA               PIC X.
           05  ACTIONI                   PIC X(1).
           05  OPERIDL                   PIC S9(4) COMP.
           05  OPERIDF                   PIC X.
           05  FILLER REDEFINES OPERIDF.
               10  OPERIDA               PIC X.
           05  OPERIDI                   PIC X(8).
           05  DECISNL                   PIC S9(4) COMP.
           05  DECISNF                   PIC X.
           05  FILLER REDEFINES DECISNF.
               10  DECISNA               PIC X.
           05  DECISNI                   PIC X(1).
           05  NEWLVLL                   PIC S9(4) COMP.
           05  NEWLVLF                   PIC X.
           05  FILLER REDEFINES NEWLVLF.
               10  NEWLVLA               PIC X.
           05  NEWLVLI                   PIC X(1).
       01  CORCT0AO REDEFINES CORCT0AI.
           05  FILLER                    PIC X(12).
           05  FILLER                    PIC X(3).
           05  MSGO                      PIC X(40).
           05  FILLER                    PIC X(3).
           05  CAMPIDO                   PIC X(6).
           05  FILLER                    PIC X(3).
           05  DEPTO                     PIC X(8).
           05  FILLER                    PIC X(3).
           05  RCTLN1O                   PIC X(60).
           05  FILLER                    PIC X(3).
           05  RCTLN2O                   PIC X(60).
           05  FILLER                    PIC X(3).
           05  RCTLN3O                   PIC X(60).
           05  FILLER                    PIC X(3).
           05  RCTLN4O                   PIC X(60).
           05  FILLER                    PIC X(3).
           05  RCTLN5O                   PIC X(60).
           05  FILLER                    PIC X(3).
           05  RCTLN6O                   PIC X(60).
           05  FILLER                    PIC X(3).
           05  RCTLN7O                   PIC X(60).
           05  FILLER                    PIC X(3).
           05  RCTLN8O                   PIC X(60).
           05  FILLER                    PIC X(3).
           05  RCTLN9O                   PIC X(60).
           05  FILLER                    PIC X(3).
           05  RCTLN10O                  PIC X(60).
           05  FILLER                    PIC X(3).
           05  ACTIONO                   PIC X(1).
           05  FILLER                    PIC X(3).
           05  OPERIDO                   PIC X(8).
           05  FILLER                    PIC X(3).
           05  DECISNO                   PIC X(1).
           05  FILLER                    PIC X(3).
           05  NEWLVLO                   PIC X(1).
