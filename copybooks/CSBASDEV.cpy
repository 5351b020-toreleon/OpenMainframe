      *****************************************************************
      *    CSBASDEV
      *    RECORD LAYOUT FOR THE SIGN-ON BASELINE DEVIATION FILE
      *    (CSBASDAY).  SEQUENTIAL, REWRITTEN EACH NIGHT BY CSBASCHK
      *    WITH ONE RECORD PER OPERATOR WHOSE DAY SCORED AT OR ABOVE
      *    THE PARMFL 'BASALERT' THRESHOLD (DEFAULT 50), AND
      *    FORWARDED BY CSSIEM01 TO THE SIEMOUT EXTRACT AS ONE EVENT
      *    EACH, THE CSSODDAY PATTERN.  BD-EVENT-TYPE IS THE
      *    DEVIATION THAT CONTRIBUTED MOST TO THE SCORE:
      *      BASTERM   SIGN-ON FROM A TERMINAL NOT IN THE PROFILE
      *      BASHOUR   SIGN-ON OUTSIDE THE USUAL HOUR BAND
      *      BASSESN   MORE SIGN-ONS IN THE DAY THAN USUAL
      *      BASSHARE  MORE DISTINCT TERMINALS IN THE DAY THAN USUAL
      *                (THE SHARED-ACCOUNT PATTERN)
      *      BASOPTN   A MENU OPTION NOT IN THE PROFILE
      *      BASNONE   NO USABLE PROFILE YET
      *    BD-EVENT-DATE/TIME AND BD-TERMINAL-ID ARE THOSE OF THE
      *    JOURNAL RECORD BEHIND THAT DEVIATION (FOR THE DAY-LEVEL
      *    BASSESN AND BASSHARE, THE LAST SIGN-ON AND THE DAY'S
      *    BUSIEST TERMINAL).  BD-SCORE IS THE DAY'S TOTAL SCORE AND
      *    BD-REASONS NAMES EVERY KIND OF DEVIATION SEEN, WITHOUT THE
      *    'BAS' PREFIX, EACH IN A FIXED PLACE:
      *      'TERM HOUR SESN SHARE OPTN NONE'
      *    (A KIND NOT SEEN IS LEFT BLANK).
      *****************************************************************
       01  WS-BASE-DEVIATION-RECORD.
           05  BD-EVENT-DATE         PIC X(8).
           05  BD-EVENT-TIME         PIC X(8).
           05  BD-EVENT-TYPE         PIC X(8).
           05  BD-OPERATOR-ID        PIC X(8).
           05  BD-TERMINAL-ID        PIC X(4).
           05  BD-SCORE              PIC 9(4).
           05  BD-REASONS            PIC X(36).
           05  FILLER                PIC X(4).
       01  WS-BASE-DEVIATION-LEN     PIC S9(4) COMP VALUE +80.
