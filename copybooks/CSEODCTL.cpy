      *    UNTIL ITS PREDECESSOR IS FLAGGED COMPLETE FOR THE CONTROL
      *    BUSINESS DATE (SO CSRECON CAN NEVER READ A HALF-BUILT
      *    CSJRNLDAY), MARKS ITSELF IN-PROGRESS ON START AND COMPLETE
      *    ON A CLEAN END.  OPERATIONS SEEDS THE '*CONTROL' RECORD;
      *    CSEODROL, LAST IN THE STREAM, ROLLS ITS DATE ON TO THE
      *    NEXT BUSINESS DAY (CSHOLCAL) TO OPEN THE NEW DAY.
      *    EC-RUN-NUMBER COUNTS THE JOB'S RUNS UNDER EC-BUSINESS-DATE
      *    (1 FOR THE FIRST, UP BY ONE PER RERUN) AND KEYS THE JOB'S
      *    START/END RECORDS ON THE RUNHST HISTORY FILE (CSRUNHST).
      *    RECORDS WRITTEN BEFORE IT EXISTED HOLD SPACES THERE.
      *****************************************************************
       01  WS-RUN-CONTROL-RECORD.
           05  EC-JOB-NAME           PIC X(8).
               88  EC-IN-PROGRESS          VALUE 'P'.
           05  EC-COMPLETE-DATE      PIC X(8).
           05  EC-COMPLETE-TIME      PIC X(8).
           05  EC-RUN-NUMBER         PIC 9(3).
           05  FILLER                PIC X(4).
       01  WS-RUN-CONTROL-LEN        PIC S9(4) COMP VALUE +40.
