      *****************************************************************
      *    CSJRNHST
      *    RECORD LAYOUT FOR THE LONG-TERM KEYED JOURNAL HISTORY STORE
      *    (JRNHST).  KSDS KEYED BY JH-HISTORY-KEY.  EVERY JOURNAL
      *    RECORD OF A VERIFIED CSJRNLDAY SNAPSHOT IS LOADED TWICE BY
      *    CSJRNLOD, ONCE UNDER EACH INDEX, SO A QUERY FOR ONE
      *    OPERATOR'S OR ONE TERMINAL'S DAYS IS A SHORT KEYED BROWSE
      *    INSTEAD OF A PASS OVER EVERY ARCHIVE GENERATION:
      *      'O'  OPERATOR INDEX - JH-INDEX-ID IS JR-OPERATOR-ID
      *      'T'  TERMINAL INDEX - JH-INDEX-ID IS JR-TERMINAL-ID,
      *                            LEFT-JUSTIFIED
      *    EACH FOLLOWED BY THE EVENT DATE AND TIME, THE JOURNAL
      *    SEQUENCE NUMBER AND A TWO-DIGIT DUPLICATE SEQUENCE THAT
      *    SEPARATES TWO RECORDS OTHERWISE KEYED ALIKE (UNCHAINED
      *    RECORDS ALL CARRY SEQUENCE ZERO).  JH-JOURNAL-IMAGE IS THE
      *    WHOLE CSSGNJRN RECORD AS IT WAS ON THE SNAPSHOT, CHAIN
      *    TRAILER INCLUDED, AND JH-BUSINESS-DATE THE END-OF-DAY
      *    BUSINESS DATE OF THE SNAPSHOT IT CAME FROM - THE DATE THE
      *    RETENTION PERIOD IS COUNTED FROM.
      *      'D'  DAY CONTROL    - ONE PER BUSINESS DATE LOADED, WITH
      *                            JH-INDEX-ID SPACES AND THE BUSINESS
      *                            DATE IN JH-EVENT-DATE; THE DAY
      *                            FIELDS REDEFINE THE JOURNAL IMAGE.
      *                            WRITTEN BY CSJRNLOD WHEN A DAY IS
      *                            FULLY LOADED AND UPDATED BY THE
      *                            CSJRNPRG RETENTION PURGE, WHICH
      *                            MARKS IT 'P' (PURGED) OR 'H' (ONLY
      *                            RECORDS UNDER LEGAL HOLD REMAIN).
      *                            A DAY RECORD IS NEVER DELETED, SO
      *                            AN OLD SNAPSHOT CANNOT BE LOADED
      *                            A SECOND TIME AFTER ITS PURGE.
      *    READ BY CSJRNQRY, CSTRMUTL AND CSRPT02.  DATES ARE
      *    YYYYMMDD AND TIMES HHMMSSHH, AS ON THE JOURNAL.
      *****************************************************************
       01  WS-JOURNAL-HISTORY-RECORD.
           05  JH-HISTORY-KEY.
               10  JH-INDEX-TYPE     PIC X(1).
                   88  JH-INDEX-DAY        VALUE 'D'.
                   88  JH-INDEX-OPERATOR   VALUE 'O'.
                   88  JH-INDEX-TERMINAL   VALUE 'T'.
               10  JH-INDEX-ID       PIC X(8).
               10  JH-EVENT-DATE     PIC X(8).
               10  JH-EVENT-TIME     PIC X(8).
               10  JH-RECORD-SEQ     PIC 9(7).
               10  JH-DUP-SEQ        PIC 9(2).
           05  JH-BUSINESS-DATE      PIC X(8).
           05  JH-JOURNAL-IMAGE      PIC X(75).
           05  JH-DAY-CONTROL REDEFINES JH-JOURNAL-IMAGE.
               10  JH-DAY-RECORD-COUNT PIC 9(9).
               10  JH-DAY-LOAD-DATE  PIC X(8).
               10  JH-DAY-LOAD-TIME  PIC X(8).
               10  JH-DAY-STATUS     PIC X(1).
                   88  JH-DAY-LOADED       VALUE 'L'.
                   88  JH-DAY-HELD         VALUE 'H'.
                   88  JH-DAY-PURGED       VALUE 'P'.
               10  JH-DAY-PURGE-DATE PIC X(8).
               10  JH-DAY-PURGED-COUNT PIC 9(9).
               10  JH-DAY-HELD-COUNT PIC 9(9).
               10  FILLER            PIC X(23).
           05  FILLER                PIC X(3).
       01  WS-JOURNAL-HISTORY-LEN    PIC S9(4) COMP VALUE +120.
