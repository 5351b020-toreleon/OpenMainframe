      *    CSPENDAP
      *    RECORD LAYOUT FOR THE PENDING SECURITY-APPROVALS FILE
      *    (PENDAPR).  KSDS KEYED BY PA-TARGET-OPERID, AT MOST ONE
      *    PENDING ACTION PER TARGET OPERATOR.  A NEW REQUEST REPLACES
      *    THE OLD ONE ONLY WHEN THE OLD ONE IS THE SAME KIND OF
      *    REQUEST FROM THE SAME SOURCE, WHICH IS WHAT A CORRECTING
      *    SUPERVISOR WANTS: CICSADM REPLACES ITS OWN PENDING 'L' OR
      *    'T', CICSRCT ITS OWN PENDING 'L' OR 'D' WITH THE SAME
      *    ACTION.  ANY OTHER PENDING REQUEST - AN ELEVATION, OR ONE
      *    RAISED BY ANOTHER PROGRAM - IS LEFT ALONE AND THE NEW ONE
      *    REFUSED UNTIL CICSAPR HAS SETTLED IT.  PA-REQUEST-SOURCE
      *    NAMES THE LODGING PROGRAM; A BLANK SOURCE IS TAKEN AS
      *    CICSADM'S.
      *    THE PRIVILEGE-GRANTING CICSADM ACTIONS - SET AUTH LEVEL
      *    ('L') AND ISSUE TEMPORARY PASSWORD ('T') - NO LONGER APPLY
      *    TO USRSEC DIRECTLY: CICSADM LODGES THEM HERE (JOURNALED
      *    PAIRED ADMAPPR EVENT NAMES THE APPROVER AND REQUESTER).
      *    PA-NEW-PASSWORD HOLDS THE CSPWENC ONE-WAY ENCODED FORM,
      *    SO THE CLEAR TEMPORARY PASSWORD NEVER RESTS ON FILE.
      *    ACTION 'D' (DISABLE THE OPERATOR) IS LODGED BY THE CICSRCT
      *    RECERTIFICATION SCREEN WHEN A MANAGER MARKS AN OPERATOR
      *    FOR REMOVAL; ON APPROVAL CICSAPR DISABLES THE ACCOUNT AND
      *    JOURNALS ADMDISA, AS CICSADM'S OWN DISABLE DOES.
      *    THE MONTHLY CSHRRECN HEADCOUNT RECONCILIATION ALSO LODGES
      *    'D' FOR AN ENABLED ACCOUNT HR NO LONGER LISTS, WITH
      *    PA-REQUESTED-BY 'CSHRRECN'; IT NEVER REPLACES A REQUEST
      *    ALREADY PENDING.
      *    ACTION 'E' IS A BREAK-GLASS ELEVATION LODGED BY CICSADM:
      *    PA-NEW-AUTH-LEVEL IS THE TARGET LEVEL AND PA-ELEV-HOURS
      *    HOW LONG IT LASTS (THE REASON IS ON THE MATCHING CSELEVAT
      *    RECORD).  ON APPROVAL CICSAPR RAISES THE LEVEL, STARTS
      *    THE ELEVATION CLOCK AND JOURNALS ADMELEV.
      *    ACTION 'C' IS A SECURITY-SETTING CHANGE LODGED BY CICSMNT
      *    BECAUSE IT WOULD LOOSEN SECURITY.  PA-TARGET-OPERID THEN
      *    HOLDS NOT AN OPERATOR BUT THE CHANGE'S REFERENCE ('*P142318'
      *    - SEE CSCFGPND), WHICH KEYS THE CFGPND RECORD CARRYING THE
      *    CHANGE ITSELF.  ON APPROVAL CICSAPR APPLIES IT THROUGH
      *    CSCFGUPD AND JOURNALS THE CHANGE'S OWN EVENT (PARMCHG, ...).
      *    ACTION 'K' IS A REQUEST TO SET OR LIFT THE EMERGENCY
      *    LOCKDOWN, LODGED BY CICSLCK UNDER THE RESERVED KEY
      *    '*LOCKDWN' (SO THERE IS ONLY EVER ONE).  WHICH OF THE TWO,
      *    AND THE REASON, ARE IN THE SS-PEND FIELDS OF THE SYSSTA
      *    RECORD (CSSYSSTA).  ON APPROVAL CICSAPR APPLIES IT THROUGH
      *    CSLCKDWN, WHICH JOURNALS LOCKDOWN OR LOCKLIFT.
      *****************************************************************
       01  WS-PENDING-APPROVAL-RECORD.
           05  PA-TARGET-OPERID      PIC X(8).
           05  PA-ACTION             PIC X(1).
               88  PA-ACTION-AUTH-LEVEL    VALUE 'L'.
               88  PA-ACTION-TEMP-PWD      VALUE 'T'.
               88  PA-ACTION-DISABLE       VALUE 'D'.
               88  PA-ACTION-ELEVATE       VALUE 'E'.
               88  PA-ACTION-CONFIG        VALUE 'C'.
               88  PA-ACTION-LOCKDOWN      VALUE 'K'.
           05  PA-NEW-AUTH-LEVEL     PIC X(1).
           05  PA-NEW-PASSWORD       PIC X(8).
           05  PA-REQUESTED-BY       PIC X(8).
           05  PA-REQUEST-DATE       PIC X(8).
           05  PA-REQUEST-TIME       PIC X(8).
           05  PA-ELEV-HOURS         PIC 9(2).
           05  PA-REQUEST-SOURCE     PIC X(8).
           05  FILLER                PIC X(8).
       01  WS-PENDING-APPROVAL-LEN   PIC S9(4) COMP VALUE +60.
