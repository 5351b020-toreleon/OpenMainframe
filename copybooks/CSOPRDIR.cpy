      *    ON THE HR EXTRACT AND ARE MAINTAINED BY SECURITY AS A
      *    FILE UPDATE.
      *    READ BY THE CICSDSH ACTIVE-SESSIONS PANEL, THE CICSJRQ
      *    SESSION TRAIL, THE CSRPT01/CSRECON EXCEPTION REPORTS AND
      *    THE CSBASCHK SIGN-ON DEVIATION REPORT AND THE MONTHLY
      *    CSHRRECN HEADCOUNT RECONCILIATION, WHICH REPORTS WHERE
      *    OD-EMPLOYEE-NAME HAS DRIFTED FROM HR'S NAME;
      *    OD-DEPARTMENT BY THE CSSODCHK OWN-DEPARTMENT APPROVAL CHECK.
      *****************************************************************
       01  WS-OPER-DIRECTORY-RECORD.
           05  OD-OPERATOR-ID        PIC X(8).
