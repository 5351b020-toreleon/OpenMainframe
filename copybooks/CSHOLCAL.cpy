      *****************************************************************
      *    CSHOLCAL
      *    RECORD LAYOUT FOR THE BUSINESS-HOLIDAY CALENDAR (HOLCAL).
      *    KSDS KEYED BY HC-CALENDAR-DATE (YYYYMMDD), ONE RECORD PER
      *    DAY THE SHOP IS NOT OPEN FOR BUSINESS THAT WOULD OTHERWISE
      *    BE A WORKING DAY: A PUBLIC HOLIDAY (TYPE H) OR A SHOP
      *    CLOSURE DAY (TYPE C).  SATURDAYS AND SUNDAYS ARE NEVER
      *    BUSINESS DAYS AND NEED NO RECORD.
      *    MAINTAINED BY SECURITY THROUGH THE CICSMNT TRANSACTION (FILE
      *    CODE C): ADDING OR AMENDING A DATE TAKES EFFECT AT ONCE,
      *    REMOVING ONE NEEDS A SECOND SUPERVISOR'S APPROVAL, AND EVERY
      *    CHANGE IS JOURNALED (CALADD, CALCHG, CALDEL) AND KEPT ON
      *    CFGHST.  HC-ADDED-DATE IS SET WHEN THE DATE IS ADDED.
      *    READ BY:
      *      CICSLOGIN - A ROSTERED OPERATOR (OPRSCH) MAY NOT SIGN ON
      *                  ON A CALENDAR DAY UNLESS THE ROSTER'S
      *                  OVERRIDE FLAG IS SET (REFUSAL JOURNALED
      *                  HOLFAIL)
      *      CSRPT01   - FLAGS EVERY SIGN-ON ON A CALENDAR DAY
      *      CSSECTRD  - LEAVES CALENDAR DAYS OUT OF ITS WEEKDAY NORMS
      *      CSEODROL  - ROLLS THE EODCTL '*CONTROL' BUSINESS DATE TO
      *                  THE NEXT WEEKDAY NOT ON THIS FILE
      *****************************************************************
       01  WS-HOLIDAY-RECORD.
           05  HC-CALENDAR-DATE      PIC X(8).
           05  HC-DAY-TYPE           PIC X(1).
               88  HC-PUBLIC-HOLIDAY       VALUE 'H'.
               88  HC-CLOSURE-DAY          VALUE 'C'.
               88  HC-VALID-DAY-TYPE       VALUES 'H' 'C'.
           05  HC-DESCRIPTION        PIC X(30).
           05  HC-ADDED-DATE         PIC X(8).
           05  FILLER                PIC X(13).
       01  WS-HOLIDAY-LEN            PIC S9(4) COMP VALUE +60.
