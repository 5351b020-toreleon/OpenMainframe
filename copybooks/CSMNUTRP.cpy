      *****************************************************************
      *    CSMNUTRP
      *    RECORD LAYOUT FOR THE MENU CIRCUIT-BREAKER LOG (MNUTRP).
      *    KSDS KEYED BY EVENT DATE + TIME + MENU OPTION.  CSMNUBRK
      *    WRITES A TRIP RECORD (MT-EVENT-TRIP) FOR EACH MENUDF OPTION
      *    IT TAKES OUT OF SERVICE, WITH THE ABEND THAT TRIPPED IT, THE
      *    COUNT FOUND ON ABNDLOG AND THE WINDOW IT WAS COUNTED OVER;
      *    CICSBRK WRITES A RESET RECORD (MT-EVENT-RESET) WITH THE
      *    SUPERVISOR WHO RE-ENABLED IT.  CSABND01 LISTS THE DAY'S
      *    RECORDS ON THE STABILITY REPORT.  BOTH EVENTS ARE ALSO
      *    JOURNALED (MENUTRIP, MENURSET).
      *    ONE RESERVED RECORD PER PROGRAM, KEYED '*' + PROGRAM NAME
      *    (SORTING AHEAD OF EVERY DATED KEY), HOLDS THE LAST RESET:
      *    ABENDS BEFORE IT ARE NOT COUNTED AGAIN, SO A PROGRAM PUT
      *    RIGHT AND RE-ENABLED DOES NOT TRIP ON THE VERY ABENDS THAT
      *    TOOK IT OUT.
      *****************************************************************
       01  WS-MENU-TRIP-RECORD.
           05  MT-LOG-KEY.
               10  MT-EVENT-DATE     PIC X(8).
               10  MT-EVENT-TIME     PIC X(8).
               10  MT-OPTION-NUMBER  PIC X(2).
           05  MT-STATE-KEY REDEFINES MT-LOG-KEY.
               10  MT-STATE-MARK     PIC X(1).
               10  MT-STATE-PROGRAM  PIC X(8).
               10  FILLER            PIC X(9).
           05  MT-LOG-DATA.
               10  MT-EVENT-CODE     PIC X(1).
                   88  MT-EVENT-TRIP       VALUE 'T'.
                   88  MT-EVENT-RESET      VALUE 'R'.
                   88  MT-PROGRAM-STATE    VALUE 'S'.
               10  MT-PROGRAM-ID     PIC X(8).
               10  MT-OPERATOR-ID    PIC X(8).
               10  MT-TERMINAL-ID    PIC X(4).
               10  MT-ABEND-CODE     PIC X(4).
               10  MT-ABEND-COUNT    PIC 9(4).
               10  MT-WINDOW-MINUTES PIC 9(4).
               10  FILLER            PIC X(9).
           05  MT-STATE-DATA REDEFINES MT-LOG-DATA.
               10  MT-STATE-CODE     PIC X(1).
               10  MT-RESET-DATE     PIC X(8).
               10  MT-RESET-TIME     PIC X(8).
               10  MT-RESET-BY       PIC X(8).
               10  FILLER            PIC X(17).
       01  WS-MENU-TRIP-LEN          PIC S9(4) COMP VALUE +60.
