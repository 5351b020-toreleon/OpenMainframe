      * (operator ID, terminal ID, sign-on timestamp and authorization
      * level) is built and XCTL'd to CICSMENU so the menu knows who
      * is signed on, not just that somebody is.
      * Both USRSEC rewrites - the failed-attempt count and lock, and
      * the good sign-on stamp - leave a before/after image on the
      * USRHST change history through CSUSRCHG.
      * While the emergency lockdown switch is set on SYSSTA (see
      * CSSYSSTA) only an operator on the BRKGLS break-glass list
      * gets as far as the password check; anyone else is refused
      * without USRSEC being read, journaled LCKFAIL.  A break-glass
      * sign-on is journaled BRKGLSON beside its SIGNON.
      *
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY CSACTSES.
       COPY CSTRMAUT.
       COPY CSOPRSCH.
       COPY CSHOLCAL.
       COPY CSCHLANS.
       COPY CSSYSSTA.
       COPY CSBRKGLS.
       COPY CSERRQ.
       COPY CSABNLOG.
       01  WS-ABEND-CODE           PIC X(4) VALUE SPACES.
       01  WS-PREV-SIGNON-TIME     PIC X(8) VALUE SPACES.
       01  WS-PREV-SIGNON-TERM     PIC X(4) VALUE SPACES.
       01  WS-PREV-FAIL-COUNT      PIC 9(2) VALUE 0.
       01  WS-US-BEFORE-IMAGE      PIC X(60) VALUE SPACES.
       01  WS-STATE-KEY            PIC X(8) VALUE 'LOCKDOWN'.
       01  WS-LOCKDOWN-CHECK       PIC X VALUE 'Y'.
           88  LOCKDOWN-ALLOWED          VALUE 'Y' 'B'.
           88  LOCKDOWN-BREAK-GLASS      VALUE 'B'.
           88  LOCKDOWN-REFUSED          VALUE 'N'.
      *
       LINKAGE SECTION.
       01  DFHCOMMAREA             PIC X(125).
                        EIBTRNID, WS-OWN-PROGRAM-ID, WS-EVENT-TYPE,
                        WS-CA-LAST-OPTION,
                        WS-NO-TARGET-ID
                   IF LOCKDOWN-BREAK-GLASS
                       MOVE 'BRKGLSON' TO WS-EVENT-TYPE
                       CALL 'CSAUDIT' USING WS-CA-OPERID, WS-CA-TERMID,
                            EIBTRNID, WS-OWN-PROGRAM-ID, WS-EVENT-TYPE,
                            WS-CA-LAST-OPTION,
                            WS-NO-TARGET-ID
                   END-IF
                   PERFORM CHECK-PASSWORD-CHANGE-REQUIRED
                   MOVE 'XCTL' TO WS-EVENT-TYPE
                   CALL 'CSAUDIT' USING WS-CA-OPERID, WS-CA-TERMID,
                KEYLENGTH(20)
                RESP(WS-RESP)
           END-EXEC.
      * Counts the abend against the program's menu options and
      * trips them if it is failing repeatedly.
           CALL 'CSMNUBRK' USING WS-ABEND-LOG-RECORD.
      *
       CICS-ERROR-HANDLER.
           DISPLAY 'CICS ERROR ON ' WS-LAST-CICS-VERB
       VALIDATE-CREDENTIALS.
           SET SIGNON-INVALID TO TRUE.
           MOVE SPACES TO WS-CA-MESSAGE.
           PERFORM CHECK-LOCKDOWN.
           IF LOCKDOWN-ALLOWED
               PERFORM VALIDATE-USRSEC-CREDENTIALS
           END-IF.
      *
      * Under lockdown the refusal comes before USRSEC is read, so it
      * neither counts as a failed attempt nor says whether the
      * operator id exists.  A missing SYSSTA record means the switch
      * has never been set; any other read failure is displayed and
      * treated as no lockdown, so a damaged state file cannot shut
      * the whole network out - break-glass operators included.
       CHECK-LOCKDOWN.
           SET LOCKDOWN-ALLOWED TO TRUE.
           EXEC CICS READ
                FILE('SYSSTA')
                INTO(WS-SYSTEM-STATE-RECORD)
                RIDFLD(WS-STATE-KEY)
                KEYLENGTH(8)
                RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = 0 AND WS-RESP NOT = 13
               DISPLAY 'CICSLOGIN SYSSTA READ FAILED RESP=' WS-RESP
           END-IF.
           IF WS-RESP = 0 AND SS-LOCKDOWN-ON
               EXEC CICS READ
                    FILE('BRKGLS')
                    INTO(WS-BREAK-GLASS-RECORD)
                    RIDFLD(OPERIDI)
                    KEYLENGTH(8)
                    RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = 0
                   SET LOCKDOWN-BREAK-GLASS TO TRUE
               ELSE
                   SET LOCKDOWN-REFUSED TO TRUE
                   MOVE 'SYSTEM IN LOCKDOWN - SIGN-ON REFUSED' TO
                        WS-CA-MESSAGE
                   MOVE 'LCKFAIL' TO WS-FAIL-EVENT-TYPE
               END-IF
           END-IF.
      *
       VALIDATE-USRSEC-CREDENTIALS.
           EXEC CICS READ
                FILE('USRSEC')
                INTO(WS-USER-SECURITY-RECORD)
                RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = 0
               MOVE WS-USER-SECURITY-RECORD TO WS-US-BEFORE-IMAGE
               IF US-LOCKED
                   PERFORM OFFER-CHALLENGE-UNLOCK
               ELSE
                           MOVE 'REWRITE  ' TO WS-LAST-CICS-VERB
                           PERFORM CICS-ERROR-HANDLER
                       END-IF
                       MOVE 'SGNFAIL' TO WS-EVENT-TYPE
                       CALL 'CSUSRCHG' USING OPERIDI,
                            WS-OWN-PROGRAM-ID, WS-EVENT-TYPE,
                            WS-US-BEFORE-IMAGE, WS-USER-SECURITY-RECORD
                   END-IF
                END-IF
               END-IF
               MOVE 'REWRITE  ' TO WS-LAST-CICS-VERB
               PERFORM CICS-ERROR-HANDLER
           END-IF.
           MOVE 'SIGNON' TO WS-EVENT-TYPE.
           CALL 'CSUSRCHG' USING OPERIDI, WS-OWN-PROGRAM-ID,
                WS-EVENT-TYPE, WS-US-BEFORE-IMAGE,
                WS-USER-SECURITY-RECORD.
      *
      * A locked operator enrolled with challenge answers (CHLANS, at
      * least two) is routed to the CICSCHL verification screen
      * night-batch rosters.  A refusal is journaled SCHFAIL so it
      * cannot be mistaken for a bad password, and does not bump the
      * operator's fail count.  An operator with no roster record is
      * not schedule-gated.  A rostered day and window are not enough
      * on a public holiday or closure day on the HOLCAL calendar
      * (CSHOLCAL): without the override the sign-on is refused and
      * journaled HOLFAIL.
       CHECK-SHIFT-SCHEDULE.
           SET SCHEDULE-ALLOWED TO TRUE.
           EXEC CICS READ
                   MOVE 'OUTSIDE ROSTERED SHIFT - SEE SUPERVISOR' TO
                        WS-CA-MESSAGE
                   MOVE 'SCHFAIL' TO WS-FAIL-EVENT-TYPE
               ELSE
                   PERFORM CHECK-HOLIDAY-CALENDAR
               END-IF
           END-IF.
      *
      * Only a calendar record found stops the sign-on; a HOLCAL read
      * problem is displayed and the roster check already made
      * stands, as a missing roster leaves an operator ungated.
       CHECK-HOLIDAY-CALENDAR.
           EXEC CICS READ
                FILE('HOLCAL')
                INTO(WS-HOLIDAY-RECORD)
                RIDFLD(WS-CDT-DATE)
                KEYLENGTH(8)
                RESP(WS-RESP)
           END-EXEC.
           EVALUATE WS-RESP
               WHEN 0
                   SET SCHEDULE-REFUSED TO TRUE
                   MOVE 'HOLIDAY - NOT ROSTERED, SEE SUPERVISOR' TO
                        WS-CA-MESSAGE
                   MOVE 'HOLFAIL' TO WS-FAIL-EVENT-TYPE
               WHEN 13
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'CICSLOGIN HOLCAL READ FAILED RESP=' WS-RESP
           END-EVALUATE.
      *
      * Passwords are stored one-way encoded by CSPWENC once the
      * record has been through the CSPWCNV conversion (or any later
      * password change); a record still carrying a clear password is
