      *    REQUESTING SUPERVISOR: PAIRED WITH THE ADMAUTH/ADMTPWD
      *    EVENT WRITTEN ALONGSIDE IT, BOTH SUPERVISORS OF A
      *    DUAL-CONTROL ACTION ARE ON THE JOURNAL.
      *    THE RCRTxxxx EVENTS (WRITTEN BY CICSRCT) ARE A MANAGER'S
      *    RECERTIFICATION DECISION - KEEP, REDUCE OR REMOVE - WITH
      *    THE MANAGER IN THE OPERATOR FIELD AND THE CERTIFIED
      *    OPERATOR IN JR-TARGET-OPERID, LIKE THE ADMxxxx EVENTS.
      *    BATCH-WRITTEN EVENTS (APPENDED BY CSBJRNL AHEAD OF THE
      *    NIGHTLY CUT) CARRY THE JOB NAME IN JR-OPERATOR-ID AND
      *    'BTCH' IN THE TERMINAL AND TRANSACTION FIELDS: DORMDISA IS
      *    THE CSDORMNT JOB DISABLING A DORMANT ACCOUNT, WHICH IS IN
      *    JR-TARGET-OPERID; REFSCDEL, REFCHDEL AND REFPACAN ARE THE
      *    CSREFCHK INTEGRITY JOB DELETING A DISABLED OPERATOR'S
      *    ROSTER OR CHALLENGE ANSWERS, OR CANCELLING A PENDING
      *    REQUEST RAISED BY OR FOR ONE (THE REQUEST'S TARGET).
      *    ADMELEV IS A CICSAPR APPROVAL OF A BREAK-GLASS ELEVATION
      *    (APPROVER AND ELEVATED OPERATOR, LIKE ADMAUTH); ELEVRVT IS
      *    ITS AUTOMATIC REVERT, WRITTEN BY THE CSELVRVT TIMED
      *    TRANSACTION WITH ITS OWN NAME IN JR-OPERATOR-ID.
      *    EODOVRUN IS AN END-OF-DAY STREAM JOB RUNNING PAST THE
      *    PARMFL EODOVRUN LIMIT, RAISED BY THE CSEODMON TIMED
      *    TRANSACTION WITH ITS OWN NAME IN JR-OPERATOR-ID AND THE
      *    JOB NAME IN JR-TARGET-OPERID.
      *    THE PARMxxx, TRMxxx, MENUxxx, SCHDxxx, BANxxx, HOLDxxx,
      *    BRKGxxx AND CALxxx EVENTS ARE AN ADD, CHANGE OR DELETE OF A
      *    SECURITY SETTING THROUGH CICSMNT: JR-OPERATOR-ID IS THE
      *    SUPERVISOR WHO APPLIED IT (THE APPROVER, FOR ONE THAT WENT
      *    THROUGH CICSAPR) AND JR-TARGET-OPERID THE KEY OF THE RECORD
      *    CHANGED - PARAMETER NAME, TERMINAL, MENU OPTION, ROSTERED
      *    OPERATOR, BANNED WORD, OPERATOR UNDER LEGAL HOLD,
      *    BREAK-GLASS OPERATOR OR HOLIDAY CALENDAR DATE.  THE
      *    VALUES BEFORE AND AFTER ARE ON THE CFGHST HISTORY
      *    (CSCFGHST) UNDER THE SAME KEY.  AN ADMPEND FOR SUCH A
      *    CHANGE CARRIES ITS PENDAPR REFERENCE ('*P142318') IN
      *    JR-TARGET-OPERID IN PLACE OF AN OPERATOR ID.
      *    LOCKDOWN AND LOCKLIFT ARE THE EMERGENCY LOCKDOWN SWITCH
      *    BEING SET AND LIFTED (SEE CSSYSSTA), WRITTEN BY CSLCKDWN
      *    WITH THE APPROVING SUPERVISOR IN JR-OPERATOR-ID AND THE
      *    REQUESTING ONE IN JR-TARGET-OPERID; EACH SESSION THE SET
      *    SIGNS OFF IS JOURNALED TIMEOUT UNDER PROGRAM CSLCKDWN.
      *    WHILE IT IS IN FORCE CICSLOGIN JOURNALS A REFUSED SIGN-ON
      *    LCKFAIL AND, BESIDE THE SIGNON, BRKGLSON FOR AN OPERATOR LET
      *    IN FROM THE BRKGLS BREAK-GLASS LIST, WHOSE OWN CHANGES ARE
      *    THE BRKGxxx SETTING EVENTS BELOW.
      *    HOLFAIL IS A SIGN-ON REFUSED BY CICSLOGIN BECAUSE THE DAY
      *    IS ON THE HOLCAL HOLIDAY CALENDAR (CSHOLCAL) AND THE
      *    OPERATOR'S ROSTER CARRIES NO OVERRIDE.
      *    MENUTRIP IS THE MENU CIRCUIT BREAKER TAKING A MENUDF OPTION
      *    OUT OF SERVICE, WRITTEN BY CSMNUBRK IN THE TASK WHOSE ABEND
      *    TRIPPED IT (THAT OPERATOR IN JR-OPERATOR-ID); MENURSET IS A
      *    SUPERVISOR RE-ENABLING THE OPTION ON CICSBRK.  BOTH CARRY
      *    THE OPTION IN JR-OPTION-CODE AND ITS TARGET PROGRAM IN
      *    JR-TARGET-OPERID (SEE CSMNUTRP).
      *    ON A TAKEOVER EVENT (SESSION MOVED TO A NEW TERMINAL BY
      *    THE OPERATOR AFTER A TERMINAL CRASH) JR-TERMINAL-ID IS THE
      *    NEW TERMINAL AND JR-TARGET-OPERID CARRIES THE OLD TERMINAL
               88  JR-EVENT-SIGNON-FAIL    VALUE 'SGNFAIL'.
               88  JR-EVENT-TERM-FAIL      VALUE 'TRMFAIL'.
               88  JR-EVENT-SCHED-FAIL     VALUE 'SCHFAIL'.
               88  JR-EVENT-HOLIDAY-FAIL   VALUE 'HOLFAIL'.
               88  JR-EVENT-XCTL           VALUE 'XCTL'.
               88  JR-EVENT-RETURN         VALUE 'RETURN'.
               88  JR-EVENT-SIGNOFF        VALUE 'SIGNOFF'.
               88  JR-EVENT-TAKEOVER       VALUE 'TAKEOVER'.
               88  JR-EVENT-CICS-ERROR     VALUE 'CICSERR'.
               88  JR-EVENT-SEC-ALERT      VALUE 'SECALERT'.
               88  JR-EVENT-EOD-OVERRUN    VALUE 'EODOVRUN'.
               88  JR-EVENT-CHL-ENROLL     VALUE 'CHLENRL'.
               88  JR-EVENT-CHL-PASS       VALUE 'CHLPASS'.
               88  JR-EVENT-CHL-FAIL       VALUE 'CHLFAIL'.
               88  JR-EVENT-ADMIN-PEND     VALUE 'ADMPEND'.
               88  JR-EVENT-ADMIN-APPR     VALUE 'ADMAPPR'.
               88  JR-EVENT-ADMIN-REJ      VALUE 'ADMREJ'.
               88  JR-EVENT-RECERT-KEEP    VALUE 'RCRTKEEP'.
               88  JR-EVENT-RECERT-REDUCE  VALUE 'RCRTREDU'.
               88  JR-EVENT-RECERT-REMOVE  VALUE 'RCRTREMV'.
               88  JR-EVENT-DORMANT-DISABLE VALUE 'DORMDISA'.
               88  JR-EVENT-ELEVATE        VALUE 'ADMELEV'.
               88  JR-EVENT-ELEV-REVERT    VALUE 'ELEVRVT'.
               88  JR-EVENT-REF-SCHED-DEL  VALUE 'REFSCDEL'.
               88  JR-EVENT-REF-CHAL-DEL   VALUE 'REFCHDEL'.
               88  JR-EVENT-REF-PEND-CAN   VALUE 'REFPACAN'.
               88  JR-EVENT-PARM-ADD       VALUE 'PARMADD'.
               88  JR-EVENT-PARM-CHANGE    VALUE 'PARMCHG'.
               88  JR-EVENT-PARM-DELETE    VALUE 'PARMDEL'.
               88  JR-EVENT-TERM-ADD       VALUE 'TRMADD'.
               88  JR-EVENT-TERM-CHANGE    VALUE 'TRMCHG'.
               88  JR-EVENT-TERM-DELETE    VALUE 'TRMDEL'.
               88  JR-EVENT-MENU-ADD       VALUE 'MENUADD'.
               88  JR-EVENT-MENU-CHANGE    VALUE 'MENUCHG'.
               88  JR-EVENT-MENU-DELETE    VALUE 'MENUDEL'.
               88  JR-EVENT-SCHED-ADD      VALUE 'SCHDADD'.
               88  JR-EVENT-SCHED-CHANGE   VALUE 'SCHDCHG'.
               88  JR-EVENT-SCHED-DELETE   VALUE 'SCHDDEL'.
               88  JR-EVENT-BANNED-ADD     VALUE 'BANADD'.
               88  JR-EVENT-BANNED-DELETE  VALUE 'BANDEL'.
               88  JR-EVENT-HOLD-ADD       VALUE 'HOLDADD'.
               88  JR-EVENT-HOLD-CHANGE    VALUE 'HOLDCHG'.
               88  JR-EVENT-HOLD-DELETE    VALUE 'HOLDDEL'.
               88  JR-EVENT-BRKG-ADD       VALUE 'BRKGADD'.
               88  JR-EVENT-BRKG-CHANGE    VALUE 'BRKGCHG'.
               88  JR-EVENT-BRKG-DELETE    VALUE 'BRKGDEL'.
               88  JR-EVENT-CAL-ADD        VALUE 'CALADD'.
               88  JR-EVENT-CAL-CHANGE     VALUE 'CALCHG'.
               88  JR-EVENT-CAL-DELETE     VALUE 'CALDEL'.
               88  JR-EVENT-LOCKDOWN       VALUE 'LOCKDOWN'.
               88  JR-EVENT-LOCK-LIFT      VALUE 'LOCKLIFT'.
               88  JR-EVENT-LOCK-FAIL      VALUE 'LCKFAIL'.
               88  JR-EVENT-BRKG-SIGNON    VALUE 'BRKGLSON'.
               88  JR-EVENT-MENU-TRIP      VALUE 'MENUTRIP'.
               88  JR-EVENT-MENU-RESET     VALUE 'MENURSET'.
               88  JR-EVENT-ADMIN-ACTION   VALUE 'ADMADD'
                                                 'ADMDISA'
                                                 'ADMRESET'
                                                 'ADMTPWD'
                                                 'ADMPEND'
                                                 'ADMAPPR'
                                                 'ADMREJ'
                                                 'RCRTKEEP'
                                                 'RCRTREDU'
                                                 'RCRTREMV'
                                                 'DORMDISA'
                                                 'ADMELEV'
                                                 'ELEVRVT'
                                                 'REFSCDEL'
                                                 'REFCHDEL'
                                                 'REFPACAN'.
               88  JR-EVENT-SETTING-CHANGE VALUE 'PARMADD'
                                                 'PARMCHG'
                                                 'PARMDEL'
                                                 'TRMADD'
                                                 'TRMCHG'
                                                 'TRMDEL'
                                                 'MENUADD'
                                                 'MENUCHG'
                                                 'MENUDEL'
                                                 'SCHDADD'
                                                 'SCHDCHG'
                                                 'SCHDDEL'
                                                 'BANADD'
                                                 'BANDEL'
                                                 'HOLDADD'
                                                 'HOLDCHG'
                                                 'HOLDDEL'
                                                 'BRKGADD'
                                                 'BRKGCHG'
                                                 'BRKGDEL'
                                                 'CALADD'
                                                 'CALCHG'
                                                 'CALDEL'.
           05  JR-EVENT-DATE         PIC X(8).
           05  JR-EVENT-TIME         PIC X(8).
           05  JR-OPTION-CODE        PIC X(2).
           05  JR-TARGET-OPERID      PIC X(8).
      *    'E' WHEN THE OPERATOR WHO WROTE THE RECORD HELD AN ACTIVE
      *    BREAK-GLASS ELEVATION (CSELEVAT) AT THE TIME, SO EVERYTHING
      *    DONE UNDER IT CAN BE PICKED OUT AFTERWARDS; SPACE
      *    OTHERWISE AND ON ALL BATCH-WRITTEN RECORDS.
           05  JR-ELEVATED-FLAG      PIC X(1).
               88  JR-WRITTEN-ELEVATED     VALUE 'E'.
      *    TAMPER-EVIDENT TRAILER: JR-RECORD-SEQ IS A RUNNING
      *    SEQUENCE ACROSS THE WHOLE JOURNAL (THE JRNCHN CHAIN-STATE
      *    RECORD CARRIES THE LAST USED VALUE ACROSS TASKS AND DAYS)
      *    AND JR-CHAIN-CHECK IS THE CSJRNCHK CHECK VALUE COMPUTED
      *    OVER THE FIRST 67 BYTES OF THIS RECORD PLUS THE PREVIOUS
      *    RECORD'S CHECK, SO A RECORD CANNOT BE ALTERED OR REMOVED
      *    BETWEEN THE CICS WRITE AND THE NIGHTLY CUT WITHOUT THE
      *    CSJRNVFY VERIFICATION STEP NOTICING.  A RECORD WRITTEN
      *    UNREADABLE AT WRITE TIME; CSJRNVFY FLAGS EXACTLY THAT.
           05  JR-RECORD-SEQ         PIC 9(7).
           05  JR-CHAIN-CHECK        PIC X(8).
       01  WS-JOURNAL-RECORD-LEN     PIC S9(4) COMP VALUE +75.
