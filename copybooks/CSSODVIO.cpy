      *****************************************************************
      *    CSSODVIO
      *    RECORD LAYOUT FOR THE SEGREGATION-OF-DUTIES VIOLATION FILE
      *    (CSSODDAY).  SEQUENTIAL, REWRITTEN EACH NIGHT BY CSSODCHK
      *    AND FORWARDED BY CSSIEM01 TO THE SIEMOUT EXTRACT, ONE
      *    SIEM EVENT PER RECORD, WITH SV-EVENT-TYPE AS THE EVENT:
      *      SODOPTN   SV-OPERATOR-ID USED BOTH MENUDF OPTIONS OF
      *                RULE SV-DETAIL
      *      SODEVNT   SV-OPERATOR-ID HAS BOTH JOURNAL EVENTS OF
      *                RULE SV-DETAIL
      *      SODRECIP  SV-OPERATOR-ID APPROVED A REQUEST OF
      *                SV-TARGET-OPERID AND SV-TARGET-OPERID APPROVED
      *                ONE OF SV-OPERATOR-ID'S IN THE SAME PERIOD
      *      SODDEPT   SUPERVISOR SV-OPERATOR-ID APPROVED MORE THAN
      *                THE THRESHOLD OF CHANGES TO OPERATORS OF THEIR
      *                OWN OPRDIR DEPARTMENT; SV-DETAIL IS THE COUNT
      *    SV-EVENT-DATE/TIME IS THE JOURNAL STAMP OF THE RECORD THAT
      *    COMPLETED THE VIOLATION.
      *****************************************************************
       01  WS-SOD-VIOLATION-RECORD.
           05  SV-EVENT-DATE         PIC X(8).
           05  SV-EVENT-TIME         PIC X(8).
           05  SV-EVENT-TYPE         PIC X(8).
           05  SV-OPERATOR-ID        PIC X(8).
           05  SV-TARGET-OPERID      PIC X(8).
           05  SV-DETAIL             PIC X(4).
           05  SV-DESCRIPTION        PIC X(30).
           05  FILLER                PIC X(6).
       01  WS-SOD-VIOLATION-LEN      PIC S9(4) COMP VALUE +80.
