      *****************************************************************
      *    CSSYSSTA
      *    RECORD LAYOUT FOR THE SYSTEM-STATE FILE (SYSSTA).  KSDS
      *    KEYED BY SS-STATE-KEY.  ONE RECORD PER SYSTEM-WIDE SWITCH;
      *    THE ONLY ONE SO FAR IS 'LOCKDOWN', THE EMERGENCY LOCKDOWN
      *    SWITCH.  WHILE SS-LOCKDOWN-ON CICSLOGIN REFUSES EVERY
      *    SIGN-ON EXCEPT BY AN OPERATOR ON THE BRKGLS BREAK-GLASS
      *    LIST (CSBRKGLS), JOURNALING THE REFUSAL LCKFAIL AND A
      *    BREAK-GLASS SIGN-ON BRKGLSON.
      *    THE SWITCH IS SET AND LIFTED ONLY UNDER DUAL CONTROL: A
      *    SUPERVISOR KEYS THE REQUEST ON THE CICSLCK SCREEN, WHICH
      *    RECORDS IT IN THE SS-PEND FIELDS AND LODGES PENDAPR ACTION
      *    'K' UNDER THE RESERVED KEY '*LOCKDWN'; A SECOND SUPERVISOR
      *    APPROVES OR REJECTS IT FROM CICSAPR, WHICH CALLS CSLCKDWN TO
      *    APPLY IT.  SETTING THE SWITCH SIGNS OFF EVERY ACTIVE
      *    SESSION ON ACTSES (EACH JOURNALED TIMEOUT BY CSLCKDWN, AS
      *    CSSWEEP DOES), POSTS THE URGENT BROADCAST 'ZLCK' AND
      *    JOURNALS LOCKDOWN; LIFTING IT REMOVES THE BROADCAST AND
      *    JOURNALS LOCKLIFT.  THE SET AND LIFT FIELDS DESCRIBE THE
      *    MOST RECENT LOCKDOWN AND ARE WHAT THE CSLCKRPT LOCKDOWN
      *    REPORT TAKES ITS WINDOW FROM.  A MISSING RECORD MEANS THE
      *    SWITCH HAS NEVER BEEN SET.  DATES ARE YYYYMMDD AND TIMES
      *    HHMMSSHH.
      *****************************************************************
       01  WS-SYSTEM-STATE-RECORD.
           05  SS-STATE-KEY          PIC X(8).
           05  SS-LOCKDOWN-FLAG      PIC X(1).
               88  SS-LOCKDOWN-ON          VALUE 'Y'.
               88  SS-LOCKDOWN-OFF         VALUE 'N' ' '.
           05  SS-SET-REQUESTED-BY   PIC X(8).
           05  SS-SET-APPROVED-BY    PIC X(8).
           05  SS-SET-DATE           PIC X(8).
           05  SS-SET-TIME           PIC X(8).
           05  SS-SET-REASON         PIC X(30).
           05  SS-SIGNOFF-COUNT      PIC 9(5).
           05  SS-LIFT-REQUESTED-BY  PIC X(8).
           05  SS-LIFT-APPROVED-BY   PIC X(8).
           05  SS-LIFT-DATE          PIC X(8).
           05  SS-LIFT-TIME          PIC X(8).
           05  SS-PEND-ACTION        PIC X(1).
               88  SS-PEND-SET             VALUE 'L'.
               88  SS-PEND-LIFT            VALUE 'U'.
               88  SS-PEND-NONE            VALUE ' '.
           05  SS-PEND-BY            PIC X(8).
           05  SS-PEND-DATE          PIC X(8).
           05  SS-PEND-TIME          PIC X(8).
           05  SS-PEND-REASON        PIC X(30).
           05  FILLER                PIC X(37).
       01  WS-SYSTEM-STATE-LEN       PIC S9(4) COMP VALUE +200.
