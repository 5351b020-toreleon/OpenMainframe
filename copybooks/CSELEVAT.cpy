      *****************************************************************
      *    CSELEVAT
      *    RECORD LAYOUT FOR THE BREAK-GLASS ELEVATION FILE (ELEVAT).
      *    KSDS KEYED BY EL-OPERATOR-ID, ONE RECORD PER OPERATOR
      *    HOLDING THAT OPERATOR'S LATEST TIME-LIMITED ELEVATION.
      *    CICSADM ACTION 'E' WRITES IT PENDING ALONGSIDE A PENDAPR
      *    REQUEST (PA-ACTION 'E'), WITH THE TARGET LEVEL, THE REASON
      *    AND THE NUMBER OF HOURS THE ELEVATION MAY LAST.  APPROVAL
      *    ON CICSAPR RAISES US-AUTH-LEVEL, KEEPS THE LEVEL IT
      *    REPLACED IN EL-ORIGINAL-LEVEL AND STAMPS THE START AND
      *    EXPIRY (JOURNALED ADMELEV); A REJECTION MARKS IT REJECTED.
      *    THE CSELVRVT TIMED TRANSACTION PUTS THE ORIGINAL LEVEL BACK
      *    ONCE THE EXPIRY HAS PASSED AND MARKS IT REVERTED (JOURNALED
      *    ELEVRVT).  WHILE EL-ACTIVE, CSAUDIT MARKS EVERY JOURNAL
      *    RECORD THE OPERATOR WRITES (JR-ELEVATED-FLAG), AND THE
      *    MORNING CSELVRPT REPORT LISTS EACH ELEVATION WITH THOSE
      *    RECORDS.  A NEW REQUEST REPLACES A PENDING, REVERTED OR
      *    REJECTED RECORD (THE NEWEST REQUEST STANDS, AS ON PENDAPR)
      *    BUT NEVER AN ACTIVE ONE.
      *    ON A REJECTED RECORD EL-APPROVED-BY IS THE SUPERVISOR WHO
      *    REJECTED IT AND EL-REVERT-DATE/TIME WHEN.
      *    DATES ARE YYYYMMDD, TIMES HHMMSSHH (CURRENT-DATE FORM).
      *****************************************************************
       01  WS-ELEVATION-RECORD.
           05  EL-OPERATOR-ID        PIC X(8).
           05  EL-STATUS             PIC X(1).
               88  EL-PENDING              VALUE 'P'.
               88  EL-ACTIVE               VALUE 'A'.
               88  EL-REVERTED             VALUE 'R'.
               88  EL-REJECTED             VALUE 'X'.
           05  EL-ORIGINAL-LEVEL     PIC X(1).
           05  EL-ELEVATED-LEVEL     PIC X(1).
           05  EL-HOURS              PIC 9(2).
           05  EL-REASON             PIC X(30).
           05  EL-REQUESTED-BY       PIC X(8).
           05  EL-APPROVED-BY        PIC X(8).
           05  EL-REQUEST-DATE       PIC X(8).
           05  EL-REQUEST-TIME       PIC X(8).
           05  EL-START-DATE         PIC X(8).
           05  EL-START-TIME         PIC X(8).
           05  EL-EXPIRY-DATE        PIC X(8).
           05  EL-EXPIRY-TIME        PIC X(8).
           05  EL-REVERT-DATE        PIC X(8).
           05  EL-REVERT-TIME        PIC X(8).
           05  FILLER                PIC X(7).
       01  WS-ELEVATION-LEN          PIC S9(4) COMP VALUE +130.
