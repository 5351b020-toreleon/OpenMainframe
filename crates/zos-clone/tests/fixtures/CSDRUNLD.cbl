       IDENTIFICATION DIVISION.
       PROGRAM-ID. CSDRUNLD.
      *
      * Nightly disaster-recovery unload of the security master
      * files.  If USRSEC, PWDHIST, CHLANS, OPRSCH, TRMAUT or MENUDF
      * is lost or corrupted nobody can sign on, and the storage
      * team's volume backup was the only way back.  This job copies
      * each of the six KSDS files, in key order, to its own
      * sequential backup (USRSECBK, PWDHSTBK, CHLANSBK, OPRSCHBK,
      * TRMAUTBK, MENUDFBK - dated generations in the job deck) and
      * writes one CSDRCTL control record per file to DRCTLBK, the
      * generation's control file: business date, the wall-clock
      * start of the unload, the record count and the CSDRHASH hash
      * total.  The CSDRREST restore proves a backup against those
      * totals before and after reloading it.
      * The control report on CSDRUNLDOUT lists the same totals.
      *
      * Runs behind CSSIEM01 in the end-of-day stream, so the
      * generation carries the stream's business date.  The masters
      * stay open to CICS while it reads them; anything changed
      * online after the unload started is covered by the restore's
      * journal roll-forward, which reapplies only events stamped
      * after DR-UNLOAD-DATE/TIME.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USRSEC-FILE ASSIGN TO 'USRSEC'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FD-US-OPERATOR-ID
               FILE STATUS IS WS-USRSEC-STATUS.
           SELECT USRSEC-BACKUP ASSIGN TO 'USRSECBK'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BACKUP-STATUS.
           SELECT PWDHIST-FILE ASSIGN TO 'PWDHIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FD-PH-OPERATOR-ID
               FILE STATUS IS WS-PWDHIST-STATUS.
           SELECT PWDHIST-BACKUP ASSIGN TO 'PWDHSTBK'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BACKUP-STATUS.
           SELECT CHLANS-FILE ASSIGN TO 'CHLANS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FD-CH-OPERATOR-ID
               FILE STATUS IS WS-CHLANS-STATUS.
           SELECT CHLANS-BACKUP ASSIGN TO 'CHLANSBK'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BACKUP-STATUS.
           SELECT OPRSCH-FILE ASSIGN TO 'OPRSCH'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FD-OS-OPERATOR-ID
               FILE STATUS IS WS-OPRSCH-STATUS.
           SELECT OPRSCH-BACKUP ASSIGN TO 'OPRSCHBK'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BACKUP-STATUS.
           SELECT TRMAUT-FILE ASSIGN TO 'TRMAUT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FD-TA-TERMINAL-ID
               FILE STATUS IS WS-TRMAUT-STATUS.
           SELECT TRMAUT-BACKUP ASSIGN TO 'TRMAUTBK'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BACKUP-STATUS.
           SELECT MENUDF-FILE ASSIGN TO 'MENUDF'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FD-MD-OPTION-NUMBER
               FILE STATUS IS WS-MENUDF-STATUS.
           SELECT MENUDF-BACKUP ASSIGN TO 'MENUDFBK'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BACKUP-STATUS.
           SELECT DRCTL-FILE ASSIGN TO 'DRCTLBK'
               ORGANIZATION IS SEQUENTIAL.
           SELECT CSDRUNLD-FILE ASSIGN TO 'CSDRUNLDOUT'
               ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  USRSEC-FILE
           RECORD CONTAINS 60 CHARACTERS
           LABEL RECORDS STANDARD.
       01  FD-USER-SECURITY-RECORD.
           05  FD-US-OPERATOR-ID       PIC X(8).
           05  FILLER                  PIC X(52).
      *
       FD  USRSEC-BACKUP
           RECORDING MODE F
           LABEL RECORDS STANDARD.
       01  FD-USRSEC-BACKUP-RECORD     PIC X(60).
      *
       FD  PWDHIST-FILE
           RECORD CONTAINS 202 CHARACTERS
           LABEL RECORDS STANDARD.
       01  FD-PASSWORD-HISTORY-RECORD.
           05  FD-PH-OPERATOR-ID       PIC X(8).
           05  FILLER                  PIC X(194).
      *
       FD  PWDHIST-BACKUP
           RECORDING MODE F
           LABEL RECORDS STANDARD.
       01  FD-PWDHIST-BACKUP-RECORD    PIC X(202).
      *
       FD  CHLANS-FILE
           RECORD CONTAINS 40 CHARACTERS
           LABEL RECORDS STANDARD.
       01  FD-CHALLENGE-ANSWER-RECORD.
           05  FD-CH-OPERATOR-ID       PIC X(8).
           05  FILLER                  PIC X(32).
      *
       FD  CHLANS-BACKUP
           RECORDING MODE F
           LABEL RECORDS STANDARD.
       01  FD-CHLANS-BACKUP-RECORD     PIC X(40).
      *
       FD  OPRSCH-FILE
           RECORD CONTAINS 40 CHARACTERS
           LABEL RECORDS STANDARD.
       01  FD-OPER-SCHEDULE-RECORD.
           05  FD-OS-OPERATOR-ID       PIC X(8).
           05  FILLER                  PIC X(32).
      *
       FD  OPRSCH-BACKUP
           RECORDING MODE F
           LABEL RECORDS STANDARD.
       01  FD-OPRSCH-BACKUP-RECORD     PIC X(40).
      *
       FD  TRMAUT-FILE
           RECORD CONTAINS 40 CHARACTERS
           LABEL RECORDS STANDARD.
       01  FD-TERMINAL-AUTH-RECORD.
           05  FD-TA-TERMINAL-ID       PIC X(4).
           05  FILLER                  PIC X(36).
      *
       FD  TRMAUT-BACKUP
           RECORDING MODE F
           LABEL RECORDS STANDARD.
       01  FD-TRMAUT-BACKUP-RECORD     PIC X(40).
      *
       FD  MENUDF-FILE
           RECORD CONTAINS 50 CHARACTERS
           LABEL RECORDS STANDARD.
       01  FD-MENU-DEFINITION-RECORD.
           05  FD-MD-OPTION-NUMBER     PIC X(2).
           05  FILLER                  PIC X(48).
      *
       FD  MENUDF-BACKUP
           RECORDING MODE F
           LABEL RECORDS STANDARD.
       01  FD-MENUDF-BACKUP-RECORD     PIC X(50).
      *
       FD  DRCTL-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
       01  FD-DR-CONTROL-RECORD        PIC X(80).
      *
       FD  CSDRUNLD-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
       01  FD-REPORT-LINE              PIC X(132).
      *
       WORKING-STORAGE SECTION.
       COPY CSDRCTL.
       01  WS-USRSEC-STATUS            PIC XX VALUE '00'.
       01  WS-PWDHIST-STATUS           PIC XX VALUE '00'.
       01  WS-CHLANS-STATUS            PIC XX VALUE '00'.
       01  WS-OPRSCH-STATUS            PIC XX VALUE '00'.
       01  WS-TRMAUT-STATUS            PIC XX VALUE '00'.
       01  WS-MENUDF-STATUS            PIC XX VALUE '00'.
       01  WS-BACKUP-STATUS            PIC XX VALUE '00'.
       01  WS-OPEN-STATUS              PIC XX VALUE '00'.
       01  WS-MASTER-EOF               PIC X VALUE 'N'.
           88  END-OF-MASTER                 VALUE 'Y'.
       01  WS-CURRENT-DATE-TIME.
           05  WS-CDT-DATE             PIC X(8).
           05  WS-CDT-TIME             PIC X(8).
           05  FILLER                  PIC X(5).
       01  WS-UNLOAD-DATE              PIC X(8) VALUE SPACES.
       01  WS-UNLOAD-TIME              PIC X(8) VALUE SPACES.
       01  WS-DR-FILE-NAME             PIC X(8) VALUE SPACES.
       01  WS-DR-RECORD                PIC X(202).
       01  WS-DR-RECORD-LEN            PIC 9(3) VALUE 0.
       01  WS-FILE-COUNT               PIC 9(9) VALUE 0.
       01  WS-FILE-HASH                PIC 9(15) VALUE 0.
       01  WS-GRAND-COUNT              PIC 9(9) VALUE 0.
       01  WS-FILES-UNLOADED           PIC 9(6) VALUE 0.
       01  WS-REPORT-LINE              PIC X(132).
      *
       01  WS-HEAD-LINE-1              PIC X(132) VALUE
           'CSDRUNLD SECURITY MASTER FILE UNLOAD - CONTROL REPORT'.
       01  WS-HEAD-LINE-2              PIC X(132).
       01  WS-TOTAL-LINE               PIC X(132).
      *
      * Stream-level run control (CSRUNCTL/EODCTL): the backup
      * generation is stamped with the stream's business date and is
      * taken once the rest of the stream is complete.
       01  WS-RUNCTL-FUNC              PIC X(3) VALUE SPACES.
       01  WS-OWN-JOB-NAME             PIC X(8) VALUE 'CSDRUNLD'.
       01  WS-PRED-JOB-NAME            PIC X(8) VALUE 'CSSIEM01'.
       01  WS-BUSINESS-DATE            PIC X(8) VALUE SPACES.
       01  WS-RUNCTL-RC                PIC 9(2) VALUE 0.
      *
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE 'CHK' TO WS-RUNCTL-FUNC.
           CALL 'CSRUNCTL' USING WS-RUNCTL-FUNC, WS-OWN-JOB-NAME,
                WS-PRED-JOB-NAME, WS-BUSINESS-DATE, WS-RUNCTL-RC.
           IF WS-RUNCTL-RC NOT = 0
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE WS-CDT-DATE TO WS-UNLOAD-DATE.
           MOVE WS-CDT-TIME TO WS-UNLOAD-TIME.
           OPEN OUTPUT DRCTL-FILE.
           OPEN OUTPUT CSDRUNLD-FILE.
           WRITE FD-REPORT-LINE FROM WS-HEAD-LINE-1.
           MOVE SPACES TO WS-HEAD-LINE-2.
           STRING 'BUSINESS DATE '  DELIMITED BY SIZE
                  WS-BUSINESS-DATE  DELIMITED BY SIZE
                  '  UNLOAD STARTED ' DELIMITED BY SIZE
                  WS-UNLOAD-DATE    DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  WS-UNLOAD-TIME    DELIMITED BY SIZE
                  INTO WS-HEAD-LINE-2.
           WRITE FD-REPORT-LINE FROM WS-HEAD-LINE-2.
           PERFORM UNLOAD-USRSEC.
           PERFORM UNLOAD-PWDHIST.
           PERFORM UNLOAD-CHLANS.
           PERFORM UNLOAD-OPRSCH.
           PERFORM UNLOAD-TRMAUT.
           PERFORM UNLOAD-MENUDF.
           PERFORM WRITE-TOTALS.
           CLOSE DRCTL-FILE.
           CLOSE CSDRUNLD-FILE.
           MOVE 'END' TO WS-RUNCTL-FUNC.
           CALL 'CSRUNCTL' USING WS-RUNCTL-FUNC, WS-OWN-JOB-NAME,
                WS-PRED-JOB-NAME, WS-BUSINESS-DATE, WS-RUNCTL-RC.
           IF WS-RUNCTL-RC NOT = 0
               MOVE 12 TO RETURN-CODE
           END-IF.
           STOP RUN.
      *
      * A master that cannot be opened fails the whole run: a
      * generation missing one file is no use for recovery.
       MASTER-OPEN-FAILED.
           DISPLAY 'CSDRUNLD ' WS-DR-FILE-NAME
                   ' OPEN FAILED, STATUS=' WS-OPEN-STATUS.
           MOVE 12 TO RETURN-CODE.
           STOP RUN.
      *
       START-FILE-TOTALS.
           MOVE 0 TO WS-FILE-COUNT.
           MOVE 0 TO WS-FILE-HASH.
           MOVE 'N' TO WS-MASTER-EOF.
      *
       ACCUMULATE-RECORD.
           ADD 1 TO WS-FILE-COUNT.
           CALL 'CSDRHASH' USING WS-DR-RECORD, WS-DR-RECORD-LEN,
                WS-FILE-HASH.
      *
       CHECK-BACKUP-WRITE.
           IF WS-BACKUP-STATUS NOT = '00'
               DISPLAY 'CSDRUNLD ' WS-DR-FILE-NAME
                       ' BACKUP WRITE FAILED, STATUS='
                       WS-BACKUP-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
      *
       UNLOAD-USRSEC.
           MOVE 'USRSEC' TO WS-DR-FILE-NAME.
           MOVE 60 TO WS-DR-RECORD-LEN.
           PERFORM START-FILE-TOTALS.
           OPEN INPUT USRSEC-FILE.
           IF WS-USRSEC-STATUS NOT = '00'
               MOVE WS-USRSEC-STATUS TO WS-OPEN-STATUS
               PERFORM MASTER-OPEN-FAILED
           END-IF.
           OPEN OUTPUT USRSEC-BACKUP.
           PERFORM UNTIL END-OF-MASTER
               READ USRSEC-FILE
                   AT END
                       SET END-OF-MASTER TO TRUE
                   NOT AT END
                       MOVE SPACES TO WS-DR-RECORD
                       MOVE FD-USER-SECURITY-RECORD TO WS-DR-RECORD
                       WRITE FD-USRSEC-BACKUP-RECORD FROM
                           FD-USER-SECURITY-RECORD
                       PERFORM CHECK-BACKUP-WRITE
                       PERFORM ACCUMULATE-RECORD
               END-READ
           END-PERFORM.
           CLOSE USRSEC-FILE.
           CLOSE USRSEC-BACKUP.
           PERFORM WRITE-CONTROL-RECORD.
      *
       UNLOAD-PWDHIST.
           MOVE 'PWDHIST' TO WS-DR-FILE-NAME.
           MOVE 202 TO WS-DR-RECORD-LEN.
           PERFORM START-FILE-TOTALS.
           OPEN INPUT PWDHIST-FILE.
           IF WS-PWDHIST-STATUS NOT = '00'
               MOVE WS-PWDHIST-STATUS TO WS-OPEN-STATUS
               PERFORM MASTER-OPEN-FAILED
           END-IF.
           OPEN OUTPUT PWDHIST-BACKUP.
           PERFORM UNTIL END-OF-MASTER
               READ PWDHIST-FILE
                   AT END
                       SET END-OF-MASTER TO TRUE
                   NOT AT END
                       MOVE SPACES TO WS-DR-RECORD
                       MOVE FD-PASSWORD-HISTORY-RECORD TO WS-DR-RECORD
                       WRITE FD-PWDHIST-BACKUP-RECORD FROM
                           FD-PASSWORD-HISTORY-RECORD
                       PERFORM CHECK-BACKUP-WRITE
                       PERFORM ACCUMULATE-RECORD
               END-READ
           END-PERFORM.
           CLOSE PWDHIST-FILE.
           CLOSE PWDHIST-BACKUP.
           PERFORM WRITE-CONTROL-RECORD.
      *
       UNLOAD-CHLANS.
           MOVE 'CHLANS' TO WS-DR-FILE-NAME.
           MOVE 40 TO WS-DR-RECORD-LEN.
           PERFORM START-FILE-TOTALS.
           OPEN INPUT CHLANS-FILE.
           IF WS-CHLANS-STATUS NOT = '00'
               MOVE WS-CHLANS-STATUS TO WS-OPEN-STATUS
               PERFORM MASTER-OPEN-FAILED
           END-IF.
           OPEN OUTPUT CHLANS-BACKUP.
           PERFORM UNTIL END-OF-MASTER
               READ CHLANS-FILE
                   AT END
                       SET END-OF-MASTER TO TRUE
                   NOT AT END
                       MOVE SPACES TO WS-DR-RECORD
                       MOVE FD-CHALLENGE-ANSWER-RECORD TO WS-DR-RECORD
                       WRITE FD-CHLANS-BACKUP-RECORD FROM
                           FD-CHALLENGE-ANSWER-RECORD
                       PERFORM CHECK-BACKUP-WRITE
                       PERFORM ACCUMULATE-RECORD
               END-READ
           END-PERFORM.
           CLOSE CHLANS-FILE.
           CLOSE CHLANS-BACKUP.
           PERFORM WRITE-CONTROL-RECORD.
      *
       UNLOAD-OPRSCH.
           MOVE 'OPRSCH' TO WS-DR-FILE-NAME.
           MOVE 40 TO WS-DR-RECORD-LEN.
           PERFORM START-FILE-TOTALS.
           OPEN INPUT OPRSCH-FILE.
           IF WS-OPRSCH-STATUS NOT = '00'
               MOVE WS-OPRSCH-STATUS TO WS-OPEN-STATUS
               PERFORM MASTER-OPEN-FAILED
           END-IF.
           OPEN OUTPUT OPRSCH-BACKUP.
           PERFORM UNTIL END-OF-MASTER
               READ OPRSCH-FILE
                   AT END
                       SET END-OF-MASTER TO TRUE
                   NOT AT END
                       MOVE SPACES TO WS-DR-RECORD
                       MOVE FD-OPER-SCHEDULE-RECORD TO WS-DR-RECORD
                       WRITE FD-OPRSCH-BACKUP-RECORD FROM
                           FD-OPER-SCHEDULE-RECORD
                       PERFORM CHECK-BACKUP-WRITE
                       PERFORM ACCUMULATE-RECORD
               END-READ
           END-PERFORM.
           CLOSE OPRSCH-FILE.
           CLOSE OPRSCH-BACKUP.
           PERFORM WRITE-CONTROL-RECORD.
      *
       UNLOAD-TRMAUT.
           MOVE 'TRMAUT' TO WS-DR-FILE-NAME.
           MOVE 40 TO WS-DR-RECORD-LEN.
           PERFORM START-FILE-TOTALS.
           OPEN INPUT TRMAUT-FILE.
           IF WS-TRMAUT-STATUS NOT = '00'
               MOVE WS-TRMAUT-STATUS TO WS-OPEN-STATUS
               PERFORM MASTER-OPEN-FAILED
           END-IF.
           OPEN OUTPUT TRMAUT-BACKUP.
           PERFORM UNTIL END-OF-MASTER
               READ TRMAUT-FILE
                   AT END
                       SET END-OF-MASTER TO TRUE
                   NOT AT END
                       MOVE SPACES TO WS-DR-RECORD
                       MOVE FD-TERMINAL-AUTH-RECORD TO WS-DR-RECORD
                       WRITE FD-TRMAUT-BACKUP-RECORD FROM
                           FD-TERMINAL-AUTH-RECORD
                       PERFORM CHECK-BACKUP-WRITE
                       PERFORM ACCUMULATE-RECORD
               END-READ
           END-PERFORM.
           CLOSE TRMAUT-FILE.
           CLOSE TRMAUT-BACKUP.
           PERFORM WRITE-CONTROL-RECORD.
      *
       UNLOAD-MENUDF.
           MOVE 'MENUDF' TO WS-DR-FILE-NAME.
           MOVE 50 TO WS-DR-RECORD-LEN.
           PERFORM START-FILE-TOTALS.
           OPEN INPUT MENUDF-FILE.
           IF WS-MENUDF-STATUS NOT = '00'
               MOVE WS-MENUDF-STATUS TO WS-OPEN-STATUS
               PERFORM MASTER-OPEN-FAILED
           END-IF.
           OPEN OUTPUT MENUDF-BACKUP.
           PERFORM UNTIL END-OF-MASTER
               READ MENUDF-FILE
                   AT END
                       SET END-OF-MASTER TO TRUE
                   NOT AT END
                       MOVE SPACES TO WS-DR-RECORD
                       MOVE FD-MENU-DEFINITION-RECORD TO WS-DR-RECORD
                       WRITE FD-MENUDF-BACKUP-RECORD FROM
                           FD-MENU-DEFINITION-RECORD
                       PERFORM CHECK-BACKUP-WRITE
                       PERFORM ACCUMULATE-RECORD
               END-READ
           END-PERFORM.
           CLOSE MENUDF-FILE.
           CLOSE MENUDF-BACKUP.
           PERFORM WRITE-CONTROL-RECORD.
      *
       WRITE-CONTROL-RECORD.
           MOVE SPACES TO WS-DR-CONTROL-RECORD.
           MOVE WS-DR-FILE-NAME TO DR-FILE-NAME.
           MOVE WS-BUSINESS-DATE TO DR-BUSINESS-DATE.
           MOVE WS-UNLOAD-DATE TO DR-UNLOAD-DATE.
           MOVE WS-UNLOAD-TIME TO DR-UNLOAD-TIME.
           MOVE WS-FILE-COUNT TO DR-RECORD-COUNT.
           MOVE WS-FILE-HASH TO DR-HASH-TOTAL.
           WRITE FD-DR-CONTROL-RECORD FROM WS-DR-CONTROL-RECORD.
           ADD WS-FILE-COUNT TO WS-GRAND-COUNT.
           ADD 1 TO WS-FILES-UNLOADED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING WS-DR-FILE-NAME   DELIMITED BY SIZE
                  '  RECORDS '      DELIMITED BY SIZE
                  WS-FILE-COUNT     DELIMITED BY SIZE
                  '  HASH TOTAL '   DELIMITED BY SIZE
                  WS-FILE-HASH      DELIMITED BY SIZE
                  INTO WS-REPORT-LINE.
           WRITE FD-REPORT-LINE FROM WS-REPORT-LINE.
      *
       WRITE-TOTALS.
           MOVE SPACES TO WS-TOTAL-LINE.
           STRING 'FILES UNLOADED: '  DELIMITED BY SIZE
                  WS-FILES-UNLOADED   DELIMITED BY SIZE
                  '  TOTAL RECORDS: ' DELIMITED BY SIZE
                  WS-GRAND-COUNT      DELIMITED BY SIZE
                  INTO WS-TOTAL-LINE.
           WRITE FD-REPORT-LINE FROM WS-TOTAL-LINE.
