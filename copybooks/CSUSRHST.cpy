      *****************************************************************
      *    CSUSRHST
      *    RECORD LAYOUT FOR THE USRSEC CHANGE-HISTORY FILE (USRHST).
      *    KSDS KEYED BY OPERATOR, CHANGE DATE, CHANGE TIME AND A
      *    TWO-DIGIT SEQUENCE THAT SEPARATES CHANGES STAMPED IN THE
      *    SAME HUNDREDTH OF A SECOND, SO ONE OPERATOR'S HISTORY READS
      *    OLDEST TO NEWEST (OR NEWEST FIRST WITH A BACKWARD BROWSE).
      *    ONE RECORD PER WRITE OR REWRITE OF A USRSEC RECORD,
      *    WRITTEN THROUGH CSUSRCHG ONLINE (CICSLOGIN, CICSPWD,
      *    CICSADM, CICSAPR, CICSCHL) AND CSBUSRCH IN BATCH
      *    (CSHRSYNC, CSDORMNT, CSDRREST), CARRYING THE WHOLE
      *    60-BYTE CSUSRSEC RECORD BEFORE AND AFTER THE CHANGE.
      *    UH-BEFORE-IMAGE IS SPACES WHEN THE CHANGE ADDED THE RECORD.
      *    UH-PROGRAM-ID IS THE PROGRAM THAT MADE THE CHANGE AND
      *    UH-ACTING-OPERID THE SIGNED-ON OPERATOR WHO CAUSED IT (THE
      *    OPERATOR THEMSELVES FOR SIGN-ON AND PASSWORD CHANGES, THE
      *    SUPERVISOR FOR ADMINISTRATION, THE JOB NAME IN BATCH).
      *    UH-CHANGE-TYPE NAMES THE CHANGE IN JOURNAL EVENT TERMS
      *    (SIGNON, SGNFAIL, PWDCHG, ADMDISA, DORMDISA, ...).
      *    LISTED NEWEST FIRST BY THE CICSUHQ INQUIRY; CSUSRASO
      *    REBUILDS A RECORD AS IT STOOD ON A GIVEN DATE FROM IT.
      *****************************************************************
       01  WS-USER-HISTORY-RECORD.
           05  UH-HISTORY-KEY.
               10  UH-OPERATOR-ID    PIC X(8).
               10  UH-CHANGE-DATE    PIC X(8).
               10  UH-CHANGE-TIME    PIC X(8).
               10  UH-CHANGE-SEQ     PIC 9(2).
           05  UH-PROGRAM-ID         PIC X(9).
           05  UH-ACTING-OPERID      PIC X(8).
           05  UH-CHANGE-TYPE        PIC X(8).
           05  UH-BEFORE-IMAGE       PIC X(60).
           05  UH-AFTER-IMAGE        PIC X(60).
           05  FILLER                PIC X(9).
       01  WS-USER-HISTORY-LEN       PIC S9(4) COMP VALUE +180.
