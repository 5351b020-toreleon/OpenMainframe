      *****************************************************************
      *    CSDRCTL
      *    RECORD LAYOUT FOR THE DISASTER-RECOVERY CONTROL FILE
      *    (DRCTLBK).  SEQUENTIAL, WRITTEN BY THE NIGHTLY CSDRUNLD
      *    UNLOAD AS ONE GENERATION ALONGSIDE THE SIX BACKUP FILES IT
      *    DESCRIBES, ONE RECORD PER SECURITY MASTER FILE (USRSEC,
      *    PWDHIST, CHLANS, OPRSCH, TRMAUT, MENUDF) IN THAT ORDER.
      *    DR-RECORD-COUNT AND DR-HASH-TOTAL ARE THE CONTROL TOTALS
      *    OF THE BACKUP: THE COUNT OF RECORDS UNLOADED AND THE SUM
      *    OF THE CSDRHASH VALUE OF EVERY RECORD.  CSDRREST PROVES A
      *    BACKUP AGAINST THEM BEFORE RELOADING IT, AND PROVES THE
      *    RELOADED FILE AGAINST THEM AFTERWARDS.
      *    DR-UNLOAD-DATE/TIME IS THE WALL-CLOCK START OF THE UNLOAD;
      *    THE USRSEC ROLL-FORWARD REAPPLIES ONLY JOURNAL EVENTS
      *    STAMPED LATER THAN IT.
      *****************************************************************
       01  WS-DR-CONTROL-RECORD.
           05  DR-FILE-NAME          PIC X(8).
           05  DR-BUSINESS-DATE      PIC X(8).
           05  DR-UNLOAD-DATE        PIC X(8).
           05  DR-UNLOAD-TIME        PIC X(8).
           05  DR-RECORD-COUNT       PIC 9(9).
           05  DR-HASH-TOTAL         PIC 9(15).
           05  FILLER                PIC X(24).
       01  WS-DR-CONTROL-LEN         PIC S9(4) COMP VALUE +80.
