      *****************************************************************
      *    CSOPRNTC
      *    RECORD LAYOUT FOR THE OPERATOR-NOTICE FILE (OPRNTC).
      *    KSDS KEYED BY NT-OPERATOR-ID, AT MOST ONE NOTICE PER
      *    OPERATOR.  A NOTICE IS A ONE-LINE MESSAGE MEANT FOR ONE
      *    OPERATOR ONLY (UNLIKE A BRDCST BROADCAST, WHICH EVERYONE
      *    SEES).  CICSMENU SHOWS IT ON THE MENU MESSAGE LINE AT THE
      *    OPERATOR'S NEXT SIGN-ON AND THEN DELETES IT, SO IT
      *    APPEARS EXACTLY ONCE.  POSTED BY THE CSDORMNT DORMANT-
      *    ACCOUNT JOB FOR ITS WARNINGS; A LATER NOTICE FOR THE SAME
      *    OPERATOR REPLACES AN UNREAD ONE.
      *****************************************************************
       01  WS-OPERATOR-NOTICE-RECORD.
           05  NT-OPERATOR-ID        PIC X(8).
           05  NT-NOTICE-TEXT        PIC X(40).
           05  NT-POSTED-DATE        PIC X(8).
           05  NT-POSTED-BY          PIC X(8).
           05  FILLER                PIC X(16).
       01  WS-OPERATOR-NOTICE-LEN    PIC S9(4) COMP VALUE +80.
