      *****************************************************************
      *    CSCFGHST
      *    RECORD LAYOUT FOR THE SECURITY-SETTINGS CHANGE-HISTORY FILE
      *    (CFGHST).  KSDS KEYED BY FILE NAME, RECORD KEY, CHANGE DATE,
      *    CHANGE TIME AND A TWO-DIGIT SEQUENCE THAT SEPARATES CHANGES
      *    STAMPED IN THE SAME HUNDREDTH OF A SECOND, SO THE HISTORY OF
      *    ONE PARAMETER, TERMINAL, MENU OPTION, ROSTER, BANNED WORD,
      *    LEGAL HOLD, BREAK-GLASS ID OR BUSINESS HOLIDAY READS OLDEST
      *    TO NEWEST.  THE COUNTERPART OF USRHST FOR THE FILES
      *    MAINTAINED THROUGH CICSMNT (PARMFL, TRMAUT, MENUDF, OPRSCH,
      *    PWDBAN, LGLHOLD, BRKGLS, HOLCAL).
      *    ONE RECORD PER ADD, CHANGE OR DELETE, WRITTEN BY CSCFGUPD
      *    AS IT APPLIES THE CHANGE, CARRYING THE WHOLE RECORD BEFORE
      *    AND AFTER (BEFORE IS SPACES ON AN ADD, AFTER ON A DELETE).
      *    CG-REQUESTED-BY IS THE SUPERVISOR WHO KEYED THE CHANGE AND
      *    CG-ACTING-OPERID THE ONE WHO APPLIED IT - THE SAME PERSON
      *    FOR A CHANGE APPLIED AT ONCE, THE APPROVER FOR A CHANGE
      *    THAT WENT THROUGH PENDAPR.  CG-CHANGE-TYPE IS THE JOURNAL
      *    EVENT WRITTEN FOR THE CHANGE (PARMCHG, TRMADD, ...).
      *    DATES ARE YYYYMMDD, TIMES HHMMSSHH (CURRENT-DATE FORM).
      *****************************************************************
       01  WS-CONFIG-HISTORY-RECORD.
           05  CG-HISTORY-KEY.
               10  CG-FILE-NAME      PIC X(8).
               10  CG-RECORD-KEY     PIC X(8).
               10  CG-CHANGE-DATE    PIC X(8).
               10  CG-CHANGE-TIME    PIC X(8).
               10  CG-CHANGE-SEQ     PIC 9(2).
           05  CG-PROGRAM-ID         PIC X(9).
           05  CG-ACTING-OPERID      PIC X(8).
           05  CG-REQUESTED-BY       PIC X(8).
           05  CG-CHANGE-TYPE        PIC X(8).
           05  CG-BEFORE-IMAGE       PIC X(60).
           05  CG-AFTER-IMAGE        PIC X(60).
           05  FILLER                PIC X(13).
       01  WS-CONFIG-HISTORY-LEN     PIC S9(4) COMP VALUE +200.
