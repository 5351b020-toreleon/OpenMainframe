      *****************************************************************
      *    CSBRKGLS
      *    RECORD LAYOUT FOR THE LOCKDOWN BREAK-GLASS LIST (BRKGLS).
      *    KSDS KEYED BY BG-OPERATOR-ID, ONE RECORD PER OPERATOR WHO
      *    MAY STILL SIGN ON WHILE THE SYSSTA LOCKDOWN SWITCH IS SET
      *    (SEE CSSYSSTA) - THE SECURITY TEAM AND WHOEVER ELSE MUST
      *    WORK THE INCIDENT.  REGISTERED IN ADVANCE, NOT DURING THE
      *    INCIDENT: MAINTAINED THROUGH THE CICSMNT TRANSACTION (FILE
      *    CODE G), WHERE AN ADD NEEDS A SECOND SUPERVISOR'S APPROVAL
      *    AND A CHANGE OR DELETE TAKES EFFECT AT ONCE.  EVERY CHANGE
      *    IS JOURNALED (BRKGADD, BRKGCHG, BRKGDEL) AND KEPT ON
      *    CFGHST.  THE OPERATOR MUST BE ON USRSEC WHEN ADDED;
      *    BG-ADDED-DATE IS SET THEN.  A LISTED OPERATOR STILL SIGNS
      *    ON WITH A PASSWORD AND IS SUBJECT TO EVERY OTHER CICSLOGIN
      *    CHECK.
      *****************************************************************
       01  WS-BREAK-GLASS-RECORD.
           05  BG-OPERATOR-ID        PIC X(8).
           05  BG-REASON             PIC X(30).
           05  BG-ADDED-DATE         PIC X(8).
           05  FILLER                PIC X(14).
       01  WS-BREAK-GLASS-LEN        PIC S9(4) COMP VALUE +60.
