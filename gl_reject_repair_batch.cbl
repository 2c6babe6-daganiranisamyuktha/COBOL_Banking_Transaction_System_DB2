      *================================================================*
      * GL Reject Repair Batch                                         *
      * The controlled path for lines the GL system rejected.  Each   *
      * repair names a rejected line by the batch and line number the *
      * acknowledgment run reported it under and either corrects its  *
      * GL account (and branch, when given) or releases it unchanged  *
      * - both leave it READY for the next GL interface run to resend *
      * in its RESUBMIT batch - or withdraws it when finance has      *
      * booked the entry by hand, so it is neither resent nor lost.   *
      * The keying operator must hold the GLREPAIR entitlement for    *
      * the line's amount; the operator is stamped on the line.       *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-REJECT-REPAIR-BATCH.
       DATE-WRITTEN. 2026-10-15.
       AUTHOR. Updated 2026-10-15 for DB2 Integration.
       REMARKS. GL INTERFACE REJECTED LINE REPAIR AND RESUBMISSION.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Configuration file containing DB2 connection parameters
           SELECT CONFIG-FILE
               ASSIGN TO "DB2CONFIG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-FILE-STATUS.

      * Keyed repairs from finance
           SELECT GL-REPAIR-FILE
               ASSIGN TO "GLREPAIR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-REPAIR-STATUS.

      * Before/after repair report
           SELECT GL-REPAIR-REPORT-FILE
               ASSIGN TO "GLREPAIRRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-REPORT-STATUS.

           SELECT ERROR-LOG-FILE
               ASSIGN TO "GLREPAIRERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERROR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * Repair Record - one action per rejected line.  A correction
      * carries the GL account to post to; a blank branch leaves the
      * line's branch as it stands.
       FD  GL-REPAIR-FILE.
       01  GL-REPAIR-RECORD.
           05  GR-BATCH-ID            PIC X(16).
           05  FILLER                 PIC X.
           05  GR-LINE-NUMBER         PIC 9(6).
           05  FILLER                 PIC X.
           05  GR-ACTION-CODE         PIC X.
               88  GR-CORRECT-LINE    VALUE 'C'.
               88  GR-RELEASE-LINE    VALUE 'R'.
               88  GR-WITHDRAW-LINE   VALUE 'W'.
           05  FILLER                 PIC X.
      * The operator keying the repair - stamped on the line so the
      * record says who, not just what
           05  GR-KEYED-BY            PIC X(8).
           05  FILLER                 PIC X.
           05  GR-NEW-GL-ACCOUNT      PIC X(8).
           05  FILLER                 PIC X.
           05  GR-NEW-BRANCH-CODE     PIC X(4).

      * Repair Report Record
       FD  GL-REPAIR-REPORT-FILE.
       01  GL-REPAIR-REPORT-RECORD    PIC X(130).

      * Error Log File Record Structure
       FD  ERROR-LOG-FILE.
       01  ERROR-RECORD.
           05  ER-TIMESTAMP.
               10  ER-DATE.
                   15  ER-YEAR        PIC 9(4).
                   15  ER-MONTH       PIC 9(2).
                   15  ER-DAY         PIC 9(2).
               10  ER-TIME.
                   15  ER-HOUR        PIC 9(2).
                   15  ER-MINUTE      PIC 9(2).
                   15  ER-SECOND      PIC 9(2).
                   15  ER-MILLISEC    PIC 9(2).
           05  ER-ERROR-CODE          PIC 9(4).
           05  ER-CUSTOMER-ID         PIC X(10).
           05  ER-ERROR-MESSAGE       PIC X(80).

      * DB2 configuration file definition (also opens WORKING-STORAGE)
           COPY "config_file.cpy".

      * Include SQL declarations
           COPY "db2declarations.cpy".

      * DB2 Configuration Information
           COPY "db2config.cpy".

      * File Status Variables
       01  WS-FILE-STATUSES.
           05  WS-CONFIG-FILE-STATUS      PIC XX.
           05  WS-GL-REPAIR-STATUS        PIC XX.
           05  WS-GL-REPORT-STATUS        PIC XX.
           05  WS-ERROR-FILE-STATUS       PIC XX.

      * Error Code Management
       01  WS-ERROR-CODES.
           05  WS-ERROR-CODE              PIC 9(4).
               88  ERR-NONE               VALUE 0000.
               88  ERR-MISSING-KEY        VALUE 1001.
               88  ERR-INVALID-STATUS     VALUE 1002.
               88  ERR-INVALID-ACTION     VALUE 1006.
               88  ERR-NOT-FOUND          VALUE 1007.
               88  ERR-NOT-ENTITLED       VALUE 1028.
               88  ERR-FILE-ACCESS        VALUE 3001.
               88  ERR-SYSTEM-ERROR       VALUE 9999.
           05  WS-ERROR-MESSAGE-PARAM     PIC X(80).

      * Before/After Work Area
       01  WS-REPAIR-AREA.
           05  WS-OLD-GL-ACCOUNT          PIC X(8).
           05  WS-OLD-BRANCH-CODE         PIC X(4).
           05  WS-EDIT-LINE               PIC ZZZZZ9.
           05  WS-EDIT-AMOUNT             PIC ZZ,ZZZ,ZZZ,ZZ9.99.

      * Processing Statistics
       01  WS-PROCESSING-STATS.
           05  WS-RECORDS-READ            PIC 9(5) COMP VALUE ZERO.
           05  WS-LINES-CORRECTED         PIC 9(5) COMP VALUE ZERO.
           05  WS-LINES-RELEASED          PIC 9(5) COMP VALUE ZERO.
           05  WS-LINES-WITHDRAWN         PIC 9(5) COMP VALUE ZERO.
           05  WS-RECORDS-REFUSED         PIC 9(5) COMP VALUE ZERO.

      * Work Areas and Flags
       01  WS-WORK-AREAS.
           05  WS-EOF-FLAG                PIC X VALUE 'N'.
               88  END-OF-FILE            VALUE 'Y'.
               88  NOT-END-OF-FILE        VALUE 'N'.

      * Date and Time Fields
       01  WS-CURRENT-DATE-FIELDS.
           05  WS-CURRENT-DATE.
               10  WS-YEAR            PIC 9(4).
               10  WS-MONTH           PIC 9(2).
               10  WS-DAY             PIC 9(2).
           05  WS-CURRENT-TIME.
               10  WS-HOUR            PIC 9(2).
               10  WS-MINUTE          PIC 9(2).
               10  WS-SECOND          PIC 9(2).

       PROCEDURE DIVISION.
       DECLARATIVES.
       FILE-ERROR-HANDLER SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON
               GL-REPAIR-FILE
               GL-REPAIR-REPORT-FILE
               ERROR-LOG-FILE.

           DISPLAY "FILE PROCESSING ERROR DETECTED"
           PERFORM ABNORMAL-TERMINATION.
       END DECLARATIVES.

       MAIN-PROCESSING SECTION.
       MAIN-PROCESSING-ROUTINE.
           PERFORM INITIALIZATION-ROUTINE
           PERFORM PROCESS-REPAIR-RECORDS
               UNTIL END-OF-FILE
           PERFORM COMMIT-REPAIR-BATCH
           PERFORM GENERATE-SUMMARY-REPORT
           PERFORM CLEANUP-ROUTINE
           STOP RUN.

       INITIALIZATION-ROUTINE.
      * Open repair input, report and error log files
           OPEN INPUT GL-REPAIR-FILE
                OUTPUT GL-REPAIR-REPORT-FILE
                OUTPUT ERROR-LOG-FILE

           IF WS-GL-REPAIR-STATUS NOT = "00"
              SET ERR-FILE-ACCESS TO TRUE
              MOVE "ERROR OPENING GL REPAIR FILE"
                  TO WS-ERROR-MESSAGE-PARAM
              PERFORM LOG-ERROR-WITH-CODE
              PERFORM ABNORMAL-TERMINATION
           END-IF

           IF WS-GL-REPORT-STATUS NOT = "00"
              DISPLAY "ERROR OPENING REPAIR REPORT FILE"
              PERFORM ABNORMAL-TERMINATION
           END-IF

           IF WS-ERROR-FILE-STATUS NOT = "00"
              DISPLAY "ERROR OPENING ERROR LOG FILE"
              PERFORM ABNORMAL-TERMINATION
           END-IF

      * Get current system date and time
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS

           DISPLAY "GL REJECT REPAIR BATCH"
           DISPLAY "DATE: " WS-YEAR "-" WS-MONTH "-" WS-DAY
           DISPLAY "TIME: " WS-HOUR ":" WS-MINUTE ":" WS-SECOND

           MOVE SPACES TO GI-STATUS-DATE
           STRING WS-YEAR "-" WS-MONTH "-" WS-DAY
               DELIMITED BY SIZE
               INTO GI-STATUS-DATE

      * Load database configuration from external file
           PERFORM LOAD-DATABASE-CONFIG

      * Connect to DB2 database
           PERFORM DB-CONNECT

      * Register this job on the job control table and refuse to
      * start ahead of its predecessor in the nightly stream
           MOVE "GL-REJECT-REPAIR-BATCH" TO JC-PROGRAM-ID
           MOVE SPACES TO JC-PREDECESSOR-ID
           PERFORM DB-CHECK-JOB-PREDECESSOR
           PERFORM DB-REGISTER-JOB-START

           SET NOT-END-OF-FILE TO TRUE.

       PROCESS-REPAIR-RECORDS.
           READ GL-REPAIR-FILE
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
                   PERFORM WORK-ONE-REPAIR-RECORD
           END-READ.

       WORK-ONE-REPAIR-RECORD.
           SET ERR-NONE TO TRUE
           MOVE GR-BATCH-ID TO SQL-GI-BATCH-ID
           MOVE GR-LINE-NUMBER TO SQL-GI-LINE-NUMBER
           MOVE GR-LINE-NUMBER TO WS-EDIT-LINE

      * Only a line the GL system rejected and nobody has dealt
      * with yet can be repaired
           PERFORM DB-READ-REJECTED-LINE

           IF ERR-NONE
              AND SQL-GI-LINE-STATUS NOT = "REJECTED"
               SET ERR-INVALID-STATUS TO TRUE
               MOVE SPACES TO WS-ERROR-MESSAGE-PARAM
               STRING "LINE IS " SQL-GI-LINE-STATUS
                   " - ONLY A REJECTED LINE CAN BE REPAIRED"
                   DELIMITED BY SIZE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF

      * The keying operator must hold an ACTIVE GL repair
      * entitlement covering the line's amount
           IF ERR-NONE
               MOVE GR-KEYED-BY TO EN-OPERATOR-ID
               MOVE "GLREPAIR" TO EN-FUNCTION-CODE
               MOVE SQL-GI-AMOUNT TO EN-REQUEST-AMOUNT
               PERFORM DB-CHECK-OPERATOR-ENTITLEMENT
               IF ENTITLEMENT-DENIED
                   SET ERR-NOT-ENTITLED TO TRUE
                   MOVE "OPERATOR NOT ENTITLED FOR GL REPAIR"
                       TO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
               END-IF
           END-IF

           IF ERR-NONE
               EVALUATE TRUE
                   WHEN GR-CORRECT-LINE
                       PERFORM CORRECT-REJECTED-LINE
                   WHEN GR-RELEASE-LINE
                       PERFORM RELEASE-REJECTED-LINE
                   WHEN GR-WITHDRAW-LINE
                       PERFORM WITHDRAW-REJECTED-LINE
                   WHEN OTHER
                       SET ERR-INVALID-ACTION TO TRUE
                       MOVE "UNRECOGNIZED ACTION CODE"
                           TO WS-ERROR-MESSAGE-PARAM
                       PERFORM LOG-ERROR-WITH-CODE
               END-EVALUATE
           END-IF

           IF ERR-NONE
               PERFORM DB-LOG-ENTITLED-ACTION
           ELSE
               ADD 1 TO WS-RECORDS-REFUSED
               MOVE SPACES TO GL-REPAIR-REPORT-RECORD
               STRING "REFUSED   " GR-BATCH-ID
                   " LINE " WS-EDIT-LINE
                   " ACTION " GR-ACTION-CODE
                   " - " WS-ERROR-MESSAGE-PARAM (1:60)
                   DELIMITED BY SIZE
                   INTO GL-REPAIR-REPORT-RECORD
               WRITE GL-REPAIR-REPORT-RECORD
           END-IF.

       CORRECT-REJECTED-LINE.
      * The corrected account is required; the branch only when it
      * changes
           IF GR-NEW-GL-ACCOUNT = SPACES
               SET ERR-MISSING-KEY TO TRUE
               MOVE "CORRECTED GL ACCOUNT IS REQUIRED"
                   TO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           ELSE
               MOVE SQL-GI-GL-ACCOUNT TO WS-OLD-GL-ACCOUNT
               MOVE SQL-GI-BRANCH-CODE TO WS-OLD-BRANCH-CODE
               MOVE GR-NEW-GL-ACCOUNT TO SQL-GI-GL-ACCOUNT
               IF GR-NEW-BRANCH-CODE NOT = SPACES
                   MOVE GR-NEW-BRANCH-CODE TO SQL-GI-BRANCH-CODE
               END-IF
               MOVE "READY" TO SQL-GI-LINE-STATUS
               PERFORM DB-UPDATE-REJECTED-LINE
           END-IF

           IF ERR-NONE
               ADD 1 TO WS-LINES-CORRECTED
               MOVE SQL-GI-AMOUNT TO WS-EDIT-AMOUNT
               MOVE SPACES TO GL-REPAIR-REPORT-RECORD
               STRING "CORRECTED " GR-BATCH-ID
                   " LINE " WS-EDIT-LINE
                   " " SQL-GI-DEBIT-CREDIT " " WS-EDIT-AMOUNT
                   " GL " WS-OLD-GL-ACCOUNT "/" WS-OLD-BRANCH-CODE
                   " TO " SQL-GI-GL-ACCOUNT "/" SQL-GI-BRANCH-CODE
                   " BY " GR-KEYED-BY
                   DELIMITED BY SIZE
                   INTO GL-REPAIR-REPORT-RECORD
               WRITE GL-REPAIR-REPORT-RECORD
           END-IF.

       RELEASE-REJECTED-LINE.
      * Resent as it stands - the fault was on the GL side
           MOVE "READY" TO SQL-GI-LINE-STATUS
           PERFORM DB-UPDATE-REJECTED-LINE

           IF ERR-NONE
               ADD 1 TO WS-LINES-RELEASED
               MOVE SQL-GI-AMOUNT TO WS-EDIT-AMOUNT
               MOVE SPACES TO GL-REPAIR-REPORT-RECORD
               STRING "RELEASED  " GR-BATCH-ID
                   " LINE " WS-EDIT-LINE
                   " " SQL-GI-DEBIT-CREDIT " " WS-EDIT-AMOUNT
                   " GL " SQL-GI-GL-ACCOUNT
                   " BY " GR-KEYED-BY
                   DELIMITED BY SIZE
                   INTO GL-REPAIR-REPORT-RECORD
               WRITE GL-REPAIR-REPORT-RECORD
           END-IF.

       WITHDRAW-REJECTED-LINE.
      * Finance booked the entry by hand; the line is closed off
      * rather than resent
           MOVE "WTHDRAWN" TO SQL-GI-LINE-STATUS
           PERFORM DB-UPDATE-REJECTED-LINE

           IF ERR-NONE
               ADD 1 TO WS-LINES-WITHDRAWN
               MOVE SQL-GI-AMOUNT TO WS-EDIT-AMOUNT
               MOVE SPACES TO GL-REPAIR-REPORT-RECORD
               STRING "WITHDRAWN " GR-BATCH-ID
                   " LINE " WS-EDIT-LINE
                   " " SQL-GI-DEBIT-CREDIT " " WS-EDIT-AMOUNT
                   " GL " SQL-GI-GL-ACCOUNT
                   " BY " GR-KEYED-BY
                   DELIMITED BY SIZE
                   INTO GL-REPAIR-REPORT-RECORD
               WRITE GL-REPAIR-REPORT-RECORD
           END-IF.

       COMMIT-REPAIR-BATCH.
      * Commit every repair applied this run in one unit of work,
      * so DB-DISCONNECT below doesn't roll it all back
           EXEC SQL
               COMMIT WORK
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error committing repairs - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       GENERATE-SUMMARY-REPORT.
           DISPLAY "GL REJECT REPAIR SUMMARY"
           DISPLAY "Records Read:       " WS-RECORDS-READ
           DISPLAY "Lines Corrected:    " WS-LINES-CORRECTED
           DISPLAY "Lines Released:     " WS-LINES-RELEASED
           DISPLAY "Lines Withdrawn:    " WS-LINES-WITHDRAWN
           DISPLAY "Records Refused:    " WS-RECORDS-REFUSED.

       CLEANUP-ROUTINE.
      * Flip this job to COMPLETE on the job control table so
      * downstream predecessor checks open up
           PERFORM DB-REGISTER-JOB-COMPLETE

      * Disconnect from DB2 database
           PERFORM DB-DISCONNECT

           CLOSE GL-REPAIR-FILE
                 GL-REPAIR-REPORT-FILE
                 ERROR-LOG-FILE

           DISPLAY "GL REJECT REPAIR BATCH COMPLETE".

       ABNORMAL-TERMINATION.
      * Handle critical errors
           DISPLAY "CRITICAL ERROR: SYSTEM TERMINATING"
           MOVE "SYSTEM TERMINATED DUE TO CRITICAL ERROR"
             TO ER-ERROR-MESSAGE
           WRITE ERROR-RECORD
           STOP RUN.

       LOG-ERROR-WITH-CODE.
      * Copy current timestamp to error record
           MOVE WS-CURRENT-DATE-FIELDS TO ER-TIMESTAMP

      * Add error code and message
           MOVE WS-ERROR-CODE TO ER-ERROR-CODE
           MOVE GR-BATCH-ID TO ER-CUSTOMER-ID
           MOVE WS-ERROR-MESSAGE-PARAM TO ER-ERROR-MESSAGE

      * Write to error log
           WRITE ERROR-RECORD

      * Mirror the record onto the shared operations log table
           MOVE ER-CUSTOMER-ID TO OPS-CUSTOMER-ID
           PERFORM DB-WRITE-OPERATIONS-LOG.

       DB-CONNECT.
      * Connect to DB2 database using configuration parameters
           EXEC SQL
               CONNECT TO :DB-NAME
               USER :DB-USER
               USING :DB-PASSWORD
           END-EXEC

           IF SQLCODE = 0
               SET DB-CONNECTION-OK TO TRUE
               DISPLAY "Successfully connected to DB2 database"
           ELSE
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "DB Connection Error - SQLCODE: " SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
               PERFORM ABNORMAL-TERMINATION
           END-IF.

       DB-DISCONNECT.
      * Disconnect from DB2 database
           EXEC SQL
               DISCONNECT
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "DB Disconnect Error - SQLCODE: " SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       DB-READ-REJECTED-LINE.
           EXEC SQL
               SELECT LINE_STATUS, GL_ACCOUNT,
                      COALESCE(BRANCH_CODE, ' '), DEBIT_CREDIT, AMOUNT
               INTO :SQL-GI-LINE-STATUS,
                    :SQL-GI-GL-ACCOUNT,
                    :SQL-GI-BRANCH-CODE,
                    :SQL-GI-DEBIT-CREDIT,
                    :SQL-GI-AMOUNT
               FROM GL_INTERFACE_LINE_TABLE
               WHERE BATCH_ID = :SQL-GI-BATCH-ID
               AND LINE_NUMBER = :SQL-GI-LINE-NUMBER
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   SET ERR-NOT-FOUND TO TRUE
                   MOVE "NO GL INTERFACE LINE FOR BATCH AND LINE"
                       TO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
               WHEN OTHER
                   SET ERR-SYSTEM-ERROR TO TRUE
                   MOVE SQLCODE TO WS-ERROR-CODE
                   STRING "Error reading interface line - SQLCODE: "
                       SQLCODE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
           END-EVALUATE.

       DB-UPDATE-REJECTED-LINE.
           EXEC SQL
               UPDATE GL_INTERFACE_LINE_TABLE
               SET LINE_STATUS = :SQL-GI-LINE-STATUS,
                   GL_ACCOUNT = :SQL-GI-GL-ACCOUNT,
                   BRANCH_CODE = :SQL-GI-BRANCH-CODE,
                   REPAIRED_BY = :GR-KEYED-BY,
                   STATUS_DATE = DATE(:GI-STATUS-DATE)
               WHERE BATCH_ID = :SQL-GI-BATCH-ID
               AND LINE_NUMBER = :SQL-GI-LINE-NUMBER
               AND LINE_STATUS = 'REJECTED'
           END-EXEC

           IF SQLCODE NOT = 0
               SET ERR-SYSTEM-ERROR TO TRUE
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error repairing interface line - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

           COPY "dbconfig_loader.cpy".

           COPY "jobcontrol.cpy".

           COPY "opslog.cpy".

           COPY "entitlement.cpy".
