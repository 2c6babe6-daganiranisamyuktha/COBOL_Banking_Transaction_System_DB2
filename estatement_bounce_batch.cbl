      *================================================================*
      * E-Statement Bounce Fallback Batch                              *
      * Reads the DELIVERYLOG the notification dispatcher writes -    *
      * with the BOUNCED records the e-mail gateway appends for the   *
      * notices it got back - and falls every e-statement customer    *
      * whose "your statement is ready" notice bounced back to paper  *
      * for the next cycle.  ESTMT_STATUS goes from 'E' to 'B' with   *
      * the bounce recorded in ESTMT_REASON and the change history;   *
      * the customer stays on paper until an enrollment is keyed      *
      * again through customer maintenance.  Runs after the e-mail    *
      * gateway's returns and before the next statement cycle.        *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTATEMENT-BOUNCE-BATCH.
       DATE-WRITTEN. 2026-10-15.
       AUTHOR. Updated 2026-10-15 for DB2 Integration.
       REMARKS. E-STATEMENT BOUNCE FALLBACK TO PAPER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Configuration file containing DB2 connection parameters
           SELECT CONFIG-FILE
               ASSIGN TO "DB2CONFIG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-FILE-STATUS.

      * Optional run parameter file - business date override
           SELECT RUN-PARAM-FILE
               ASSIGN TO "RUNPARAM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-PARAM-FILE-STATUS.

      * Delivery-status records from the notification dispatcher
           SELECT DELIVERY-LOG-FILE
               ASSIGN TO "DELIVERYLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DELIVERY-FILE-STATUS.

           SELECT BOUNCE-REPORT-FILE
               ASSIGN TO "ESTMTBOUNCERPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BOUNCE-REPORT-STATUS.

           SELECT ERROR-LOG-FILE
               ASSIGN TO "ESTMTBNCERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERROR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * Run Parameter File Record Structure - only the business date
      * is used here; the remaining fields belong to the processor
       FD  RUN-PARAM-FILE.
       01  RUN-PARAM-RECORD.
           05  PM-CUSTOMER-LOW        PIC X(10).
           05  FILLER                 PIC X.
           05  PM-CUSTOMER-HIGH       PIC X(10).
           05  FILLER                 PIC X.
           05  PM-BUSINESS-DATE.
               10  PM-BUS-YEAR        PIC 9(4).
               10  PM-BUS-MONTH       PIC 9(2).
               10  PM-BUS-DAY         PIC 9(2).

      * Delivery Status Record - must match what the notification
      * dispatcher writes
       FD  DELIVERY-LOG-FILE.
       01  DELIVERY-RECORD.
           05  DL-TIMESTAMP.
               10  DL-DATE.
                   15  DL-YEAR        PIC 9(4).
                   15  DL-MONTH       PIC 9(2).
                   15  DL-DAY         PIC 9(2).
               10  DL-TIME.
                   15  DL-HOUR        PIC 9(2).
                   15  DL-MINUTE      PIC 9(2).
                   15  DL-SECOND      PIC 9(2).
                   15  DL-MILLISEC    PIC 9(2).
           05  DL-TRANSACTION-ID      PIC 9(10).
           05  DL-CUSTOMER-ID         PIC X(10).
           05  DL-ERROR-CODE          PIC 9(4).
           05  DL-DESTINATION         PIC X(10).
           05  DL-STATUS              PIC X(10).

      * Fallback Report Record
       FD  BOUNCE-REPORT-FILE.
       01  BOUNCE-REPORT-RECORD       PIC X(130).

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
           05  WS-RUN-PARAM-FILE-STATUS   PIC XX.
           05  WS-DELIVERY-FILE-STATUS    PIC XX.
           05  WS-BOUNCE-REPORT-STATUS    PIC XX.
           05  WS-ERROR-FILE-STATUS       PIC XX.

      * Error Code Management
       01  WS-ERROR-CODES.
           05  WS-ERROR-CODE              PIC 9(4).
               88  ERR-NONE               VALUE 0000.
               88  ERR-INVALID-CUSTOMER   VALUE 1001.
               88  ERR-FILE-ACCESS        VALUE 3001.
               88  ERR-SYSTEM-ERROR       VALUE 9999.
           05  WS-ERROR-MESSAGE-PARAM     PIC X(80).

      * Processing Statistics
       01  WS-PROCESSING-STATS.
           05  WS-RECORDS-READ            PIC 9(5) COMP VALUE ZERO.
           05  WS-BOUNCES-READ            PIC 9(5) COMP VALUE ZERO.
           05  WS-CUSTOMERS-FALLEN-BACK   PIC 9(5) COMP VALUE ZERO.
           05  WS-ALREADY-ON-PAPER        PIC 9(5) COMP VALUE ZERO.
           05  WS-BOUNCES-REFUSED         PIC 9(5) COMP VALUE ZERO.

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

       01  WS-SQL-DATE-AREA.
           05  WS-SQL-CURRENT-DATE    PIC X(10).

       PROCEDURE DIVISION.
       DECLARATIVES.
       FILE-ERROR-HANDLER SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON
               DELIVERY-LOG-FILE
               BOUNCE-REPORT-FILE
               ERROR-LOG-FILE.

           DISPLAY "FILE PROCESSING ERROR DETECTED"
           PERFORM ABNORMAL-TERMINATION.
       END DECLARATIVES.

       MAIN-PROCESSING SECTION.
       MAIN-PROCESSING-ROUTINE.
           PERFORM INITIALIZATION-ROUTINE
           PERFORM PROCESS-DELIVERY-RECORDS
               UNTIL END-OF-FILE
           PERFORM COMMIT-BOUNCE-BATCH
           PERFORM GENERATE-SUMMARY-REPORT
           PERFORM CLEANUP-ROUTINE
           STOP RUN.

       INITIALIZATION-ROUTINE.
      * Open delivery log input, report and error log files
           OPEN INPUT DELIVERY-LOG-FILE
                OUTPUT BOUNCE-REPORT-FILE
                OUTPUT ERROR-LOG-FILE

           IF WS-DELIVERY-FILE-STATUS NOT = "00"
              SET ERR-FILE-ACCESS TO TRUE
              MOVE "ERROR OPENING DELIVERY LOG FILE"
                  TO WS-ERROR-MESSAGE-PARAM
              PERFORM LOG-ERROR-WITH-CODE
              PERFORM ABNORMAL-TERMINATION
           END-IF

           IF WS-BOUNCE-REPORT-STATUS NOT = "00"
              DISPLAY "ERROR OPENING BOUNCE REPORT FILE"
              PERFORM ABNORMAL-TERMINATION
           END-IF

           IF WS-ERROR-FILE-STATUS NOT = "00"
              DISPLAY "ERROR OPENING ERROR LOG FILE"
              PERFORM ABNORMAL-TERMINATION
           END-IF

      * Get current system date and time
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS

      * A supplied RUNPARAM business date overrides the system date
           OPEN INPUT RUN-PARAM-FILE
           IF WS-RUN-PARAM-FILE-STATUS = "00"
               READ RUN-PARAM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PM-BUS-YEAR NOT = ZERO
                           MOVE PM-BUSINESS-DATE TO WS-CURRENT-DATE
                       END-IF
               END-READ
               CLOSE RUN-PARAM-FILE
           END-IF

           DISPLAY "E-STATEMENT BOUNCE FALLBACK BATCH"
           DISPLAY "DATE: " WS-YEAR "-" WS-MONTH "-" WS-DAY
           DISPLAY "TIME: " WS-HOUR ":" WS-MINUTE ":" WS-SECOND

           MOVE SPACES TO WS-SQL-CURRENT-DATE
           STRING WS-YEAR "-" WS-MONTH "-" WS-DAY
               DELIMITED BY SIZE
               INTO WS-SQL-CURRENT-DATE

      * Load database configuration from external file
           PERFORM LOAD-DATABASE-CONFIG

      * Connect to DB2 database
           PERFORM DB-CONNECT

      * Register this job on the job control table.  The dispatcher
      * and the e-mail gateway keep no job control rows, so no
      * predecessor is checked.
           MOVE "ESTATEMENT-BOUNCE-BATCH" TO JC-PROGRAM-ID
           MOVE SPACES TO JC-PREDECESSOR-ID
           PERFORM DB-CHECK-JOB-PREDECESSOR
           PERFORM DB-REGISTER-JOB-START

           SET NOT-END-OF-FILE TO TRUE.

       PROCESS-DELIVERY-RECORDS.
           READ DELIVERY-LOG-FILE
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
                   IF DL-DESTINATION = "ESTATEMENT"
                      AND DL-STATUS = "BOUNCED"
                       ADD 1 TO WS-BOUNCES-READ
                       PERFORM WORK-ONE-BOUNCE
                   END-IF
           END-READ.

       WORK-ONE-BOUNCE.
           SET ERR-NONE TO TRUE
           PERFORM DB-READ-ESTATEMENT-STATUS

      * A customer already back on paper - a second bounce for the
      * same notice, or an election keyed since - is left alone
           IF ERR-NONE
               IF CU-ESTATEMENT-ENROLLED
                   PERFORM FALL-BACK-TO-PAPER
               ELSE
                   ADD 1 TO WS-ALREADY-ON-PAPER
               END-IF
           END-IF

           IF NOT ERR-NONE
               ADD 1 TO WS-BOUNCES-REFUSED
               MOVE SPACES TO BOUNCE-REPORT-RECORD
               STRING "REFUSED  " DL-CUSTOMER-ID
                   " - " WS-ERROR-MESSAGE-PARAM (1:60)
                   DELIMITED BY SIZE
                   INTO BOUNCE-REPORT-RECORD
               WRITE BOUNCE-REPORT-RECORD
           END-IF.

       FALL-BACK-TO-PAPER.
           MOVE SPACES TO SQL-CU-ESTMT-REASON
           STRING "E-MAIL BOUNCED " WS-SQL-CURRENT-DATE
               DELIMITED BY SIZE
               INTO SQL-CU-ESTMT-REASON
           PERFORM DB-SET-PAPER-FALLBACK

           IF ERR-NONE
      * The durable field-level record of the fallback
               MOVE "CUSTOMER_TABLE" TO CH-TABLE-NAME
               MOVE DL-CUSTOMER-ID TO CH-RECORD-KEY
               MOVE "ESTATEMENT" TO CH-FIELD-NAME
               MOVE "E" TO CH-OLD-VALUE
               MOVE "B" TO CH-NEW-VALUE
               MOVE "ESTMTBNC" TO CH-CHANGED-BY
               MOVE "BOUNCE" TO CH-CHANGE-REASON
               PERFORM DB-WRITE-CHANGE-HISTORY
           END-IF

           IF ERR-NONE
               ADD 1 TO WS-CUSTOMERS-FALLEN-BACK
               MOVE SPACES TO BOUNCE-REPORT-RECORD
               STRING "PAPER    " DL-CUSTOMER-ID
                   " " SQL-CU-CUSTOMER-NAME (1:30)
                   " " SQL-CU-EMAIL-ADDRESS
                   " " SQL-CU-ESTMT-REASON
                   DELIMITED BY SIZE
                   INTO BOUNCE-REPORT-RECORD
               WRITE BOUNCE-REPORT-RECORD
           END-IF.

       COMMIT-BOUNCE-BATCH.
      * Commit every fallback applied this run in one unit of work,
      * so DB-DISCONNECT below doesn't roll it all back
           EXEC SQL
               COMMIT WORK
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error committing fallbacks - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       GENERATE-SUMMARY-REPORT.
           DISPLAY "E-STATEMENT BOUNCE FALLBACK SUMMARY"
           DISPLAY "Delivery Records:   " WS-RECORDS-READ
           DISPLAY "Bounces Read:       " WS-BOUNCES-READ
           DISPLAY "Back To Paper:      " WS-CUSTOMERS-FALLEN-BACK
           DISPLAY "Already On Paper:   " WS-ALREADY-ON-PAPER
           DISPLAY "Bounces Refused:    " WS-BOUNCES-REFUSED.

       CLEANUP-ROUTINE.
      * Flip this job to COMPLETE on the job control table so
      * downstream predecessor checks open up
           PERFORM DB-REGISTER-JOB-COMPLETE

      * Disconnect from DB2 database
           PERFORM DB-DISCONNECT

           CLOSE DELIVERY-LOG-FILE
                 BOUNCE-REPORT-FILE
                 ERROR-LOG-FILE

           DISPLAY "E-STATEMENT BOUNCE FALLBACK BATCH COMPLETE".

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
           MOVE DL-CUSTOMER-ID TO ER-CUSTOMER-ID
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

       DB-READ-ESTATEMENT-STATUS.
           MOVE DL-CUSTOMER-ID TO SQL-CU-CUSTOMER-ID

           EXEC SQL
               SELECT CUSTOMER_NAME, COALESCE(EMAIL_ADDRESS, ' '),
                      COALESCE(ESTMT_STATUS, 'P')
               INTO :SQL-CU-CUSTOMER-NAME, :SQL-CU-EMAIL-ADDRESS,
                    :SQL-CU-ESTMT-STATUS
               FROM CUSTOMER_TABLE
               WHERE CUSTOMER_ID = :SQL-CU-CUSTOMER-ID
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   SET ERR-INVALID-CUSTOMER TO TRUE
                   MOVE "CUSTOMER NOT ON MASTER"
                       TO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
               WHEN OTHER
                   SET ERR-SYSTEM-ERROR TO TRUE
                   MOVE SQLCODE TO WS-ERROR-CODE
                   STRING "Error reading customer row - SQLCODE: "
                       SQLCODE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
           END-EVALUATE.

       DB-SET-PAPER-FALLBACK.
           EXEC SQL
               UPDATE CUSTOMER_TABLE
               SET ESTMT_STATUS = 'B',
                   ESTMT_REASON = :SQL-CU-ESTMT-REASON
               WHERE CUSTOMER_ID = :SQL-CU-CUSTOMER-ID
           END-EXEC

           IF SQLCODE NOT = 0
               SET ERR-SYSTEM-ERROR TO TRUE
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error setting paper fallback - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

           COPY "dbconfig_loader.cpy".

           COPY "jobcontrol.cpy".

           COPY "opslog.cpy".

           COPY "changehist.cpy".
