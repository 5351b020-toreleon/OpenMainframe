      *****************************************************************
      *    CSLGLHLD
      *    RECORD LAYOUT FOR THE LEGAL-HOLD FILE (LGLHOLD).  KSDS KEYED
      *    BY LH-OPERATOR-ID, ONE RECORD PER OPERATOR WHOSE JOURNAL
      *    HISTORY MUST BE KEPT WHATEVER ITS AGE - A LITIGATION,
      *    INVESTIGATION OR REGULATORY MATTER NAMED IN LH-CASE-REF.
      *    MAINTAINED BY SECURITY THROUGH THE CICSMNT TRANSACTION (FILE
      *    CODE H): PLACING A HOLD TAKES EFFECT AT ONCE, RELEASING ONE
      *    (A DELETE) NEEDS A SECOND SUPERVISOR'S APPROVAL, AND EVERY
      *    CHANGE IS JOURNALED (HOLDADD, HOLDCHG, HOLDDEL) AND KEPT ON
      *    CFGHST.  LH-PLACED-DATE IS SET WHEN THE HOLD IS ADDED.
      *    READ BY THE CSJRNPRG RETENTION PURGE, WHICH KEEPS EVERY
      *    JRNHST RECORD WRITTEN BY AN OPERATOR ON THIS FILE.  THE
      *    OPERATOR NEED NOT STILL BE ON USRSEC.
      *****************************************************************
       01  WS-LEGAL-HOLD-RECORD.
           05  LH-OPERATOR-ID        PIC X(8).
           05  LH-CASE-REF           PIC X(12).
           05  LH-REASON             PIC X(30).
           05  LH-PLACED-DATE        PIC X(8).
           05  FILLER                PIC X(2).
       01  WS-LEGAL-HOLD-LEN         PIC S9(4) COMP VALUE +60.
