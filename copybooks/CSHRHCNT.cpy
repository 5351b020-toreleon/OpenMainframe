      *****************************************************************
      *    CSHRHCNT
      *    RECORD LAYOUT FOR THE MONTHLY HR FULL HEADCOUNT EXTRACT
      *    (HRHCNT), AS PUBLISHED BY THE HR DEPARTMENT.  UNLIKE THE
      *    NIGHTLY HRFEED DELTAS (CSHRREC) IT LISTS EVERY CURRENT
      *    EMPLOYEE, SO CSHRRECN CAN RECONCILE IT AGAINST USRSEC AND
      *    OPRDIR AND CATCH A LEAVER OR JOINER THE DELTAS MISSED.
      *    ONE 'H' HEADER RECORD CARRYING THE EXTRACT DATE, ONE 'E'
      *    RECORD PER EMPLOYEE IN ASCENDING HC-OPERATOR-ID ORDER,
      *    THEN ONE 'T' TRAILER RECORD CARRYING THE NUMBER OF 'E'
      *    RECORDS, WHICH THE JOB'S CONTROL TOTALS BALANCE AGAINST.
      *    AN EMPLOYEE WITH NO SYSTEM ACCESS HAS A BLANK
      *    HC-OPERATOR-ID AND SORTS FIRST.
      *****************************************************************
       01  WS-HR-HEADCOUNT-RECORD.
           05  HC-RECORD-TYPE        PIC X(1).
               88  HC-HEADER               VALUE 'H'.
               88  HC-EMPLOYEE             VALUE 'E'.
               88  HC-TRAILER              VALUE 'T'.
           05  HC-EMPLOYEE-DATA.
               10  HC-OPERATOR-ID    PIC X(8).
               10  HC-EMPLOYEE-NAME  PIC X(25).
               10  HC-EMPLOYEE-NUMBER PIC X(8).
               10  HC-HIRE-DATE      PIC X(8).
               10  FILLER            PIC X(10).
           05  HC-HEADER-DATA REDEFINES HC-EMPLOYEE-DATA.
               10  HC-EXTRACT-DATE   PIC X(8).
               10  FILLER            PIC X(51).
           05  HC-TRAILER-DATA REDEFINES HC-EMPLOYEE-DATA.
               10  HC-TRAILER-COUNT  PIC 9(7).
               10  FILLER            PIC X(52).
       01  WS-HR-HEADCOUNT-LEN       PIC S9(4) COMP VALUE +60.
