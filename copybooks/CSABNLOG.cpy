      *    RECORD, SO THE HELP DESK CAN BROWSE THIS MORNING'S ABENDS
      *    ONLINE (CICSERQ) WHILE THE AFFECTED OPERATORS ARE STILL ON
      *    THE PHONE, INSTEAD OF WAITING FOR THE NIGHTLY CSABND01
      *    DRAIN OF THE CSER QUEUE.  EACH ABEND LOGGED IS ALSO PASSED
      *    TO CSMNUBRK, WHICH COUNTS THE PROGRAM'S RECORDS HERE WITHIN
      *    THE PARMFL ABNWINDW WINDOW FOR THE MENU CIRCUIT BREAKER.
      *****************************************************************
       01  WS-ABEND-LOG-RECORD.
           05  AL-LOG-KEY.
