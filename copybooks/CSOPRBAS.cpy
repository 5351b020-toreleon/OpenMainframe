      *****************************************************************
      *    CSOPRBAS
      *    RECORD LAYOUT FOR THE OPERATOR SIGN-ON BASELINE FILE
      *    (OPRBAS).  KSDS KEYED BY OB-OPERATOR-ID, ONE PROFILE PER
      *    OPERATOR SEEN SIGNING ON IN THE PROFILE WINDOW.  REBUILT IN
      *    FULL BY CSBASBLD FROM THE CSJRNLARC GENERATIONS (PARMFL
      *    'BASEDAYS' DAYS BACK, DEFAULT 90), SO THE PROFILE ROLLS
      *    FORWARD EACH TIME IT IS REBUILT; READ BY THE NIGHTLY
      *    CSBASCHK DEVIATION CHECK.
      *    OB-ACTIVE-DAYS COUNTS DAYS WITH AT LEAST ONE SIGN-ON; THE
      *    DAILY FIGURES ARE OVER THOSE DAYS ONLY.  OB-HOUR-COUNT (1)
      *    IS SIGN-ONS IN HOUR 00, (24) IN HOUR 23.  THE USUAL BAND
      *    RUNS FROM THE FIRST TO THE LAST HOUR HOLDING AT LEAST ONE
      *    TWENTIETH OF THE OPERATOR'S SIGN-ONS; A NIGHT-SHIFT BAND
      *    THAT WRAPS MIDNIGHT THEREFORE COVERS THE WHOLE DAY.
      *    THE TERMINAL AND OPTION TABLES HOLD THE MOST-USED ENTRIES,
      *    BUSIEST FIRST; OB-TERMINAL-COUNT AND OB-OPTION-COUNT SAY
      *    HOW MANY SLOTS ARE FILLED.  OPTIONS ARE THE MENUDF OPTIONS
      *    DISPATCHED FOR THE OPERATOR BY CICSMENU (JR-OPTION-CODE ON
      *    ITS XCTL), AS CSRPT02 COUNTS THEM.
      *****************************************************************
       01  WS-OPER-BASELINE-RECORD.
           05  OB-OPERATOR-ID        PIC X(8).
           05  OB-PERIOD-FROM        PIC X(8).
           05  OB-PERIOD-TO          PIC X(8).
           05  OB-BUILD-DATE         PIC X(8).
           05  OB-ACTIVE-DAYS        PIC 9(4).
           05  OB-SIGNON-COUNT       PIC 9(6).
           05  OB-AVG-DAILY-SIGNONS  PIC 9(3)V9.
           05  OB-MAX-DAILY-SIGNONS  PIC 9(3).
           05  OB-MAX-DAILY-TERMS    PIC 9(2).
           05  OB-BAND-FROM-HOUR     PIC 9(2).
           05  OB-BAND-TO-HOUR       PIC 9(2).
           05  OB-HOUR-COUNTS.
               10  OB-HOUR-COUNT     PIC 9(4) OCCURS 24 TIMES.
           05  OB-TERMINAL-COUNT     PIC 9(2).
           05  OB-TERMINAL-ENTRY     OCCURS 10 TIMES.
               10  OB-TERMINAL-ID    PIC X(4).
               10  OB-TERMINAL-USES  PIC 9(5).
           05  OB-OPTION-COUNT       PIC 9(2).
           05  OB-OPTION-ENTRY       OCCURS 15 TIMES.
               10  OB-OPTION-CODE    PIC X(2).
               10  OB-OPTION-USES    PIC 9(5).
           05  FILLER                PIC X(50).
       01  WS-OPER-BASELINE-LEN      PIC S9(4) COMP VALUE +400.
