      *      SECTRETN  - CSSECTRD DAILY-COUNTER RETENTION IN DAYS
      *                  BEFORE SUMMARIZATION INTO MONTHLY RECORDS
      *                  (DEFAULT 90)
      *      RCRTCAMP  - ACCESS-RECERTIFICATION CAMPAIGN CURRENTLY
      *                  OPEN (E.G. 2026Q3), SET BY THE CSRECERT OPEN
      *                  RUN AND CLEARED BY ITS CLOSE RUN; SPACES =
      *                  NO CAMPAIGN OPEN, CICSRCT REFUSES DECISIONS
      *      DORMWARN  - CSDORMNT DAYS WITHOUT A SIGN-ON AT WHICH AN
      *                  ACCOUNT IS WARNED (DEFAULT 60)
      *      DORMDISA  - CSDORMNT DAYS WITHOUT A SIGN-ON AT WHICH AN
      *                  ACCOUNT IS DISABLED (DEFAULT 90; MUST BE
      *                  ABOVE DORMWARN)
      *      SODDEPT   - CSSODCHK NUMBER OF OWN-DEPARTMENT APPROVALS
      *                  BY ONE SUPERVISOR ABOVE WHICH A VIOLATION
      *                  IS RAISED (DEFAULT 5)
      *      ELEVMAXH  - CICSADM MOST HOURS A BREAK-GLASS ELEVATION
      *                  MAY BE REQUESTED FOR (DEFAULT 8)
      *      REFCLEAN  - CSREFCHK 'Y' = DELETE A DISABLED OPERATOR'S
      *                  OPRSCH AND CHLANS RECORDS AND CANCEL PENDAPR
      *                  REQUESTS RAISED BY OR FOR THEM (DEFAULT N,
      *                  REPORT ONLY)
      *      BASEDAYS  - CSBASBLD DAYS OF JOURNAL HISTORY EACH
      *                  OPERATOR'S SIGN-ON PROFILE IS BUILT FROM
      *                  (DEFAULT 90)
      *      BASEMIND  - CSBASCHK ACTIVE DAYS A PROFILE NEEDS BEFORE
      *                  IT IS SCORED AGAINST (DEFAULT 5)
      *      BASALERT  - CSBASCHK DAY SCORE AT OR ABOVE WHICH AN
      *                  OPERATOR IS PASSED TO THE SIEM EXTRACT
      *                  (DEFAULT 50)
      *      EODOVRUN  - MINUTES AN END-OF-DAY STREAM JOB MAY RUN
      *                  BEFORE CSEODMON RAISES THE OVERRUN ALARM AND
      *                  CSRUNCTL FLAGS THE RUN AS AN OVERRUN
      *                  (ABSENT/0 = OFF)
      *      EODTRAIL  - CSEODTRD DAYS OF RUN HISTORY BEFORE THE
      *                  REPORT WEEK THAT EACH JOB'S TRAILING
      *                  AVERAGE ELAPSED TIME IS TAKEN OVER
      *                  (DEFAULT 28)
      *      JRNRETN   - CSJRNPRG DAYS A JOURNAL RECORD IS KEPT ON
      *                  THE JRNHST HISTORY STORE, COUNTED FROM ITS
      *                  BUSINESS DATE, UNLESS ITS OPERATOR IS UNDER
      *                  LEGAL HOLD (DEFAULT 2555, SEVEN YEARS)
      *      ABNTRIP   - CSMNUBRK ABENDS OF ONE PROGRAM WITHIN
      *                  ABNWINDW MINUTES THAT TRIP ITS MENU OPTIONS
      *                  OUT OF SERVICE (DEFAULT 5, 0 = OFF)
      *      ABNWINDW  - CSMNUBRK ROLLING WINDOW IN MINUTES THE
      *                  ABNTRIP COUNT IS TAKEN OVER (DEFAULT 15)
      *      HRRECQUE  - CSHRRECN 'Y' = QUEUE ACCOUNTS THE HR
      *                  HEADCOUNT NO LONGER LISTS FOR DISABLE ON
      *                  PENDAPR (DEFAULT N, REPORT ONLY)
      *    VALUES ARE MAINTAINED ONLINE THROUGH CICSMNT, WHICH
      *    VALIDATES THEM AND JOURNALS EVERY CHANGE.
      *    A PROGRAM THAT CANNOT READ ITS PARAMETER FALLS BACK TO A
      *    DOCUMENTED DEFAULT RATHER THAN FAILING.
      *****************************************************************
