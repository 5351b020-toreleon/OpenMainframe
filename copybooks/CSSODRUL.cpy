      *****************************************************************
      *    CSSODRUL
      *    RECORD LAYOUT FOR THE SEGREGATION-OF-DUTIES RULES FILE
      *    (SODRUL).  KSDS KEYED BY SR-RULE-ID.  ONE RECORD PER PAIR
      *    OF DUTIES ONE OPERATOR MUST NOT HOLD TOGETHER:
      *      SR-RULE-TYPE 'O'  TWO MENUDF OPTION NUMBERS (FIRST TWO
      *                        BYTES OF EACH VALUE), E.G. THE
      *                        ADMINISTRATION AND APPROVAL SCREENS
      *      SR-RULE-TYPE 'E'  TWO JOURNAL EVENT TYPES, E.G. ADMPEND
      *                        AND ADMAPPR
      *    READ IN FULL AT THE START OF THE NIGHTLY CSSODCHK RUN,
      *    WHICH REPORTS EVERY OPERATOR WHOSE JOURNAL RECORDS SHOW
      *    BOTH HALVES OF A RULE IN THE PERIOD.  MAINTAINED BY
      *    SECURITY AS A FILE UPDATE, LIKE DRMEXM.
      *****************************************************************
       01  WS-SOD-RULE-RECORD.
           05  SR-RULE-ID            PIC X(4).
           05  SR-RULE-TYPE          PIC X(1).
               88  SR-OPTION-PAIR          VALUE 'O'.
               88  SR-EVENT-PAIR           VALUE 'E'.
           05  SR-FIRST-VALUE        PIC X(8).
           05  SR-SECOND-VALUE       PIC X(8).
           05  SR-DESCRIPTION        PIC X(30).
           05  FILLER                PIC X(9).
       01  WS-SOD-RULE-LEN           PIC S9(4) COMP VALUE +60.
