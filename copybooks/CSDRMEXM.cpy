      *****************************************************************
      *    CSDRMEXM
      *    RECORD LAYOUT FOR THE DORMANCY-EXEMPTION FILE (DRMEXM).
      *    KSDS KEYED BY DX-OPERATOR-ID.  ONE RECORD PER SERVICE OR
      *    EMERGENCY ID THAT MAY LEGITIMATELY GO UNUSED FOR MONTHS
      *    AND MUST NEVER BE WARNED OR DISABLED BY THE NIGHTLY
      *    CSDORMNT DORMANT-ACCOUNT JOB.  CSDORMNT STILL LISTS AN
      *    EXEMPT ID ON ITS REPORT WHEN IT REACHES THE WARNING AGE,
      *    SO THE EXEMPTIONS THEMSELVES STAY VISIBLE TO AUDIT.
      *    THE MONTHLY CSHRRECN HEADCOUNT RECONCILIATION LIKEWISE
      *    LISTS BUT NEVER QUEUES FOR DISABLE AN EXEMPT ID THAT HAS
      *    NO EMPLOYEE BEHIND IT.
      *    DX-REASON AND DX-APPROVED-BY RECORD WHY THE EXEMPTION WAS
      *    GRANTED AND BY WHOM.
      *****************************************************************
       01  WS-DORMANCY-EXEMPT-RECORD.
           05  DX-OPERATOR-ID        PIC X(8).
           05  DX-REASON             PIC X(30).
           05  DX-APPROVED-BY        PIC X(8).
           05  DX-ADDED-DATE         PIC X(8).
           05  FILLER                PIC X(6).
       01  WS-DORMANCY-EXEMPT-LEN    PIC S9(4) COMP VALUE +60.
