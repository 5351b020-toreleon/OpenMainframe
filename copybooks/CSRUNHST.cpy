      *****************************************************************
      *    CSRUNHST
      *    RECORD LAYOUT FOR THE END-OF-DAY RUN-HISTORY FILE (RUNHST).
      *    KSDS KEYED BY RH-HISTORY-KEY - BUSINESS DATE, JOB NAME, RUN
      *    NUMBER, RECORD TYPE AND A SEQUENCE - SO ONE NIGHT'S STREAM
      *    READS BACK IN A SINGLE BROWSE.  EODCTL KEEPS ONLY EACH
      *    JOB'S LAST RUN; THIS FILE KEEPS EVERY ONE.  WRITTEN ONLY
      *    BY THE SHARED CSRUNCTL SUBPROGRAM:
      *      'S'  START  - WRITTEN BY 'CHK' WHEN THE JOB IS LET IN,
      *                    RH-OUTCOME 'P' (IN PROGRESS)
      *      'E'  END    - WRITTEN BY 'END' ON A CLEAN END, WITH THE
      *                    START AND END STAMPS, ELAPSED SECONDS AND
      *                    RH-OUTCOME 'C'; RH-OVERRUN-FLAG 'Y' WHEN THE
      *                    RUN TOOK LONGER THAN PARMFL EODOVRUN MINUTES
      *      'R'  REFUSED - WRITTEN BY 'CHK' WHEN THE JOB WAS NOT LET
      *                    IN (NO CONTROL DATE, PREDECESSOR NOT
      *                    COMPLETE); RH-OUTCOME 'R', RH-REASON SAYS
      *                    WHY.  A REFUSED START CARRIES THE RUN NUMBER
      *                    THE ATTEMPT WOULD HAVE HAD, AND RH-SEQ STEPS
      *                    FOR EACH FURTHER REFUSAL OF THE SAME RUN.
      *    RH-RUN-NUMBER IS 1 FOR A JOB'S FIRST RUN UNDER A BUSINESS
      *    DATE AND GOES UP BY ONE FOR EVERY RERUN (KEPT ON EODCTL AS
      *    EC-RUN-NUMBER).  A START WITH NO MATCHING END IS A RUN THAT
      *    FAILED - THE JOB STOPPED OR ABENDED WITHOUT CALLING 'END' -
      *    OR, FOR TONIGHT'S LATEST RUN, ONE STILL EXECUTING.
      *    READ BY CICSEOD (LIVE STREAM PANEL), CSEODMON (OVERRUN
      *    ALERT) AND CSEODTRD (WEEKLY ELAPSED-TIME TREND REPORT).
      *****************************************************************
       01  WS-RUN-HISTORY-RECORD.
           05  RH-HISTORY-KEY.
               10  RH-BUSINESS-DATE  PIC X(8).
               10  RH-JOB-NAME       PIC X(8).
               10  RH-RUN-NUMBER     PIC 9(3).
               10  RH-RECORD-TYPE    PIC X(1).
                   88  RH-TYPE-START       VALUE 'S'.
                   88  RH-TYPE-END         VALUE 'E'.
                   88  RH-TYPE-REFUSED     VALUE 'R'.
               10  RH-SEQ            PIC 9(2).
           05  RH-PRED-NAME          PIC X(8).
           05  RH-START-DATE         PIC X(8).
           05  RH-START-TIME         PIC X(8).
           05  RH-END-DATE           PIC X(8).
           05  RH-END-TIME           PIC X(8).
           05  RH-OUTCOME            PIC X(1).
               88  RH-IN-PROGRESS          VALUE 'P'.
               88  RH-COMPLETED            VALUE 'C'.
               88  RH-REFUSED              VALUE 'R'.
           05  RH-ELAPSED-SECS       PIC 9(7).
           05  RH-OVERRUN-FLAG       PIC X(1).
               88  RH-OVERRUN              VALUE 'Y'.
           05  RH-REASON             PIC X(20).
           05  FILLER                PIC X(9).
       01  WS-RUN-HISTORY-LEN        PIC S9(4) COMP VALUE +100.
