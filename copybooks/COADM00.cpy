           05  FILLER REDEFINES TEMPPWDF.
               10  TEMPPWDA              PIC X.
           05  TEMPPWDI                  PIC X(8).
           05  HOURSL                    PIC S9(4) COMP.
           05  HOURSF                    PIC X.
           05  FILLER REDEFINES HOURSF.
               10  HOURSA                PIC X.
           05  HOURSI                    PIC X(2).
           05  REASONL                   PIC S9(4) COMP.
           05  REASONF                   PIC X.
           05  FILLER REDEFINES REASONF.
               10  REASONA               PIC X.
           05  REASONI                   PIC X(30).
       01  COADM0AO REDEFINES COADM0AI.
           05  FILLER                    PIC X(12).
           05  FILLER                    PIC X(3).
           05  AUTHLVLO                  PIC X(1).
           05  FILLER                    PIC X(3).
           05  TEMPPWDO                  PIC X(8).
           05  FILLER                    PIC X(3).
           05  HOURSO                    PIC X(2).
           05  FILLER                    PIC X(3).
           05  REASONO                   PIC X(30).
