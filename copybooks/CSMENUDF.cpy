      *    MAP TIME TO BUILD THE OPTION LIST AND TO RESOLVE THE
      *    TARGET PROGRAM FOR THE OPTION THE OPERATOR CHOOSES, SO
      *    THE MENU CONTENT CAN CHANGE WITHOUT A PROGRAM RECOMPILE.
      *    MD-AVAIL-FLAG IS THE MENU CIRCUIT BREAKER: CSMNUBRK SETS IT
      *    TO 'T' (WITH THE DATE IN MD-TRIP-DATE) ON EVERY OPTION THAT
      *    DISPATCHES TO A PROGRAM WHOSE ABENDS ON ABNDLOG REACH THE
      *    PARMFL ABNTRIP COUNT WITHIN ABNWINDW MINUTES, AND CICSMENU
      *    THEN REFUSES THE OPTION AS TEMPORARILY UNAVAILABLE UNTIL A
      *    SUPERVISOR RE-ENABLES IT ON CICSBRK.  SPACE = AVAILABLE
      *    (EVERY RECORD WRITTEN BEFORE THE FLAG EXISTED).
      *****************************************************************
       01  WS-MENU-DEFINITION-RECORD.
           05  MD-OPTION-NUMBER      PIC X(2).
           05  MD-OPTION-DESC        PIC X(30).
           05  MD-TARGET-PROGRAM     PIC X(8).
           05  MD-MIN-AUTH-LEVEL     PIC X(1).
           05  MD-AVAIL-FLAG         PIC X(1).
               88  MD-OPTION-AVAILABLE     VALUE SPACE 'A'.
               88  MD-OPTION-TRIPPED       VALUE 'T'.
           05  MD-TRIP-DATE          PIC X(8).
       01  WS-MENU-DEFINITION-LEN    PIC S9(4) COMP VALUE +50.
