      *    CHANGES, CICSERR EVENTS - CAN BE RECONSTRUCTED ON DEMAND
      *    FROM THE CICSJRQ INQUIRY WHILE THE DAY IS STILL RUNNING,
      *    INSTEAD OF WAITING FOR TONIGHT'S BATCH.
      *    AU-ELEVATED-FLAG MIRRORS JR-ELEVATED-FLAG ('E' = WRITTEN
      *    UNDER AN ACTIVE BREAK-GLASS ELEVATION).
      *****************************************************************
       01  WS-AUDIT-LOG-RECORD.
           05  AU-LOG-KEY.
           05  AU-EVENT-TYPE         PIC X(8).
           05  AU-OPTION-CODE        PIC X(2).
           05  AU-TARGET-OPERID      PIC X(8).
           05  AU-ELEVATED-FLAG      PIC X(1).
           05  FILLER                PIC X(8).
       01  WS-AUDIT-LOG-LEN          PIC S9(4) COMP VALUE +70.
