      *    ON A JOURNAL RECORD, CARRIED ACROSS TASKS AND DAYS SO THE
      *    TAMPER-EVIDENT CHAIN ON CSJRNL NEVER BREAKS AT A TASK OR
      *    DAY BOUNDARY.  READ FOR UPDATE AND REWRITTEN BY CSAUDIT ON
      *    EVERY JOURNAL WRITE, AND BY ITS BATCH COUNTERPART CSBJRNL
      *    FOR THE RECORDS THE PRE-CUT END-OF-DAY JOBS JOURNAL WHILE
      *    THE FILE IS CLOSED TO CICS.  NOTHING ELSE TOUCHES IT: THE
      *    BATCH CSJRNVFY VERIFIER ANCHORS ON ITS OWN CSJRNVCKP
      *    CHECKPOINT, NOT ON THIS LIVE RECORD.
      *****************************************************************
       01  WS-JOURNAL-CHAIN-RECORD.
           05  JC-CHAIN-KEY          PIC X(8).
