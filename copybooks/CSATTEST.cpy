      *****************************************************************
      *    CSATTEST
      *    RECORD LAYOUT FOR THE ACCESS-RECERTIFICATION ATTESTATION
      *    FILE (ATTEST).  KSDS KEYED BY CAMPAIGN, DEPARTMENT AND
      *    OPERATOR, SO ONE CAMPAIGN'S RECORDS READ IN DEPARTMENT
      *    ORDER AND A MANAGER'S SCREEN BROWSES ONLY THEIR OWN
      *    DEPARTMENT.  CSRECERT OPENS A CAMPAIGN (AT-CAMPAIGN-ID IS
      *    THE QUARTER, E.G. 2026Q3) WITH ONE RECORD PER ENABLED
      *    USRSEC OPERATOR, CARRYING THE AUTH LEVEL, LAST SIGN-ON AND
      *    THE MENU OPTIONS THE OPERATOR ACTUALLY DISPATCHED IN THE
      *    QUARTER (FROM THE JOURNAL ARCHIVE; THE FIRST TEN DISTINCT
      *    OPTIONS SEEN ARE HELD, AT-OPTION-COUNT OF THEM).  THE
      *    DEPARTMENT IS THE OPRDIR OD-DEPARTMENT AT OPEN TIME,
      *    SPACES FOR AN OPERATOR NOT ON THE DIRECTORY.
      *    THE DEPARTMENT MANAGER RECORDS THE DECISION ON THE CICSRCT
      *    SCREEN: KEEP, REDUCE (AT-NEW-AUTH-LEVEL, LODGED ON PENDAPR
      *    AS AN AUTH-LEVEL CHANGE) OR REMOVE (LODGED ON PENDAPR AS A
      *    DISABLE) - THE CHANGE ITSELF ONLY HAPPENS WHEN A SECOND
      *    SUPERVISOR APPROVES IT IN CICSAPR.  AT CAMPAIGN CLOSE
      *    CSRECERT SETS AT-DISABLE-FLAG ON EVERY RECORD STILL
      *    OUTSTANDING AND LISTS IT FOR DISABLE.
      *****************************************************************
       01  WS-ATTESTATION-RECORD.
           05  AT-ATTEST-KEY.
               10  AT-CAMPAIGN-ID    PIC X(6).
               10  AT-DEPARTMENT     PIC X(8).
               10  AT-OPERATOR-ID    PIC X(8).
           05  AT-AUTH-LEVEL         PIC X(1).
           05  AT-LAST-SIGNON-DATE   PIC X(8).
           05  AT-OPTION-COUNT       PIC 9(2).
           05  AT-OPTION-USED OCCURS 10 TIMES
                                     PIC X(2).
           05  AT-DECISION           PIC X(1).
               88  AT-OUTSTANDING          VALUE ' '.
               88  AT-KEEP                 VALUE 'K'.
               88  AT-REDUCE               VALUE 'R'.
               88  AT-REMOVE               VALUE 'D'.
           05  AT-NEW-AUTH-LEVEL     PIC X(1).
           05  AT-DECIDED-BY         PIC X(8).
           05  AT-DECISION-DATE      PIC X(8).
           05  AT-DECISION-TIME      PIC X(8).
           05  AT-DISABLE-FLAG       PIC X(1).
               88  AT-FLAGGED-FOR-DISABLE  VALUE 'Y'.
           05  FILLER                PIC X(20).
       01  WS-ATTESTATION-LEN        PIC S9(4) COMP VALUE +100.
       01  WS-ATTEST-OPTION-MAX      PIC 9(2) VALUE 10.
