      *****************************************************************
      *    COLCK00 - SYMBOLIC MAP FOR MAPSET COLCK00 / MAP COLCK0A.
      *    GENERATED FROM BMS/COLCK00.BMS.  COPIED INTO CICSLCK.
      *****************************************************************
       01  COLCK0AI.
           05  FILLER                    PIC X(12).
           05  MSGL                      PIC S9(4) COMP.
           05  MSGF                      PIC X.
           05  FILLER REDEFINES MSGF.
               10  MSGA                  PIC X.
           05  MSGI                      PIC X(40).
           05  ACTIONL                   PIC S9(4) COMP.
           05  ACTIONF                   PIC X.
           05  FILLER REDEFINES ACTIONF.
               10  ACTIONA               PIC X.
           05  ACTIONI                   PIC X(1).
           05  REASONL                   PIC S9(4) COMP.
           05  REASONF                   PIC X.
           05  FILLER REDEFINES REASONF.
               10  REASONA               PIC X.
           05  REASONI                   PIC X(30).
           05  STATLNL                   PIC S9(4) COMP.
           05  STATLNF                   PIC X.
           05  FILLER REDEFINES STATLNF.
               10  STATLNA               PIC X.
           05  STATLNI                   PIC X(60).
           05  SETLNL                    PIC S9(4) COMP.
           05  SETLNF                    PIC X.
           05  FILLER REDEFINES SETLNF.
               10  SETLNA                PIC X.
           05  SETLNI                    PIC X(60).
           05  LIFTLNL                   PIC S9(4) COMP.
           05  LIFTLNF                   PIC X.
           05  FILLER REDEFINES LIFTLNF.
               10  LIFTLNA               PIC X.
           05  LIFTLNI                   PIC X(60).
           05  PENDLNL                   PIC S9(4) COMP.
           05  PENDLNF                   PIC X.
           05  FILLER REDEFINES PENDLNF.
               10  PENDLNA               PIC X.
           05  PENDLNI                   PIC X(60).
       01  COLCK0AO REDEFINES COLCK0AI.
           05  FILLER                    PIC X(12).
           05  FILLER                    PIC X(3).
           05  MSGO                      PIC X(40).
           05  FILLER                    PIC X(3).
           05  ACTIONO                   PIC X(1).
           05  FILLER                    PIC X(3).
           05  REASONO                   PIC X(30).
           05  FILLER                    PIC X(3).
           05  STATLNO                   PIC X(60).
           05  FILLER                    PIC X(3).
           05  SETLNO                    PIC X(60).
           05  FILLER                    PIC X(3).
           05  LIFTLNO                   PIC X(60).
           05  FILLER                    PIC X(3).
           05  PENDLNO                   PIC X(60).
