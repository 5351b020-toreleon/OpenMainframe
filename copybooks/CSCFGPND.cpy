      *****************************************************************
      *    CSCFGPND
      *    RECORD LAYOUT FOR THE PENDING SECURITY-SETTING CHANGES FILE
      *    (CFGPND).  KSDS KEYED BY CP-PEND-ID, WHICH IS ALSO THE KEY
      *    OF THE MATCHING PENDAPR REQUEST (PA-ACTION 'C'): AN
      *    ASTERISK, THE ONE-LETTER FILE CODE AND SIX DIGITS, E.G.
      *    '*P142318', SO A REFERENCE CAN NEVER CLASH WITH AN OPERATOR
      *    ID.  WRITTEN BY THE CICSMNT MAINTENANCE TRANSACTION WHEN A
      *    CHANGE TO PARMFL, TRMAUT, MENUDF, OPRSCH, PWDBAN, LGLHOLD,
      *    BRKGLS OR HOLCAL WOULD LOOSEN SECURITY (RAISING IDLELIM,
      *    LOWERING AN OPTION'S MINIMUM LEVEL, RE-AUTHORIZING A
      *    TERMINAL, RELEASING A LEGAL HOLD, ...), AND READ BY
      *    CICSAPR, WHICH SHOWS CP-SUMMARY TO THE SECOND SUPERVISOR
      *    AND ON APPROVAL HANDS THE WHOLE RECORD TO CSCFGUPD TO APPLY.
      *    CICSMNT ALSO BUILDS ONE FOR A CHANGE IT APPLIES AT ONCE, SO
      *    CSCFGUPD ONLY EVER SEES THIS ONE LAYOUT.
      *    CP-BEFORE-IMAGE IS THE RECORD AS IT STOOD WHEN THE CHANGE
      *    WAS KEYED (SPACES FOR AN ADD) AND CP-AFTER-IMAGE THE RECORD
      *    TO BE WRITTEN (SPACES FOR A DELETE), BOTH LEFT-JUSTIFIED IN
      *    THE 60 BYTES.  CSCFGUPD REFUSES THE CHANGE IF THE RECORD ON
      *    FILE NO LONGER MATCHES THE BEFORE IMAGE, SO AN APPROVAL CAN
      *    NEVER OVERLAY A CHANGE MADE SINCE THE REQUEST.
      *    CP-EVENT-TYPE IS THE JOURNAL EVENT THE CHANGE IS JOURNALED
      *    UNDER (PARMADD, TRMCHG, MENUDEL, ...; SEE CSSGNJRN).
      *****************************************************************
       01  WS-CONFIG-PENDING-RECORD.
           05  CP-PEND-ID            PIC X(8).
           05  CP-FILE-NAME          PIC X(8).
           05  CP-FUNCTION           PIC X(1).
               88  CP-FUNCTION-ADD         VALUE 'A'.
               88  CP-FUNCTION-CHANGE      VALUE 'C'.
               88  CP-FUNCTION-DELETE      VALUE 'D'.
           05  CP-EVENT-TYPE         PIC X(8).
           05  CP-RECORD-KEY         PIC X(8).
           05  CP-REQUESTED-BY       PIC X(8).
           05  CP-SUMMARY            PIC X(40).
           05  CP-BEFORE-IMAGE       PIC X(60).
           05  CP-AFTER-IMAGE        PIC X(60).
           05  FILLER                PIC X(9).
       01  WS-CONFIG-PENDING-LEN     PIC S9(4) COMP VALUE +210.
