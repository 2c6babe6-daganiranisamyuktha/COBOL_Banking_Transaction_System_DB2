      *================================================================*
      * AML Case Load Batch                                            *
      * Turns the AMLCASE output of AML-DETECTION-BATCH into tracked  *
      * investigation cases on AML_CASE_TABLE.  Each CASE line opens  *
      * one OPEN case dated the business date it was detected, with   *
      * its SAR filing deadline 30 days out and the activity period   *
      * spanned by the SUPPORT lines listed under it.  A customer     *
      * already under an open investigation is not opened twice - the *
      * rolling detection window re-lists the same customer nightly.  *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AML-CASE-LOAD-BATCH.
       DATE-WRITTEN. 2026-10-15.
       AUTHOR. Updated 2026-10-15 for DB2 Integration.
       REMARKS. AML INVESTIGATION CASE LOAD BATCH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Configuration file containing DB2 connection parameters
           SELECT CONFIG-FILE
               ASSIGN TO "DB2CONFIG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-FILE-STATUS.

      * Optional run parameter file - the business date the
      * detection run worked, which is the cases' detection date
           SELECT RUN-PARAM-FILE
               ASSIGN TO "RUNPARAM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-PARAM-FILE-STATUS.

      * The detection batch's ranked case listing
           SELECT AML-CASE-FILE
               ASSIGN TO "AMLCASE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AML-CASE-STATUS.

      * Cases opened and skipped
           SELECT LOAD-REPORT-FILE
               ASSIGN TO "AMLCASELOADRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOAD-REPORT-STATUS.

           SELECT ERROR-LOG-FILE
               ASSIGN TO "AMLCASELOADERRLOG"
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

      * AML Case Listing Record - a CASE line per flagged customer
      * followed by the SUPPORT lines of its window transactions
       FD  AML-CASE-FILE.
       01  AML-CASE-RECORD.
           05  AC-LINE-TAG            PIC X(14).
               88  AC-CASE-LINE       VALUE "CASE CUSTOMER ".
           05  FILLER                 PIC X(106).
       01  AML-CASE-LINE.
           05  FILLER                 PIC X(14).
           05  AC-CUSTOMER-ID         PIC X(10).
           05  FILLER                 PIC X(7).
           05  AC-CASE-SCORE          PIC 9(5).
           05  FILLER                 PIC X(84).
       01  AML-SUPPORT-LINE.
           05  AS-LINE-TAG            PIC X(10).
               88  AS-SUPPORT-LINE    VALUE "  SUPPORT ".
           05  AS-CREATION-DATE       PIC X(10).
           05  FILLER                 PIC X(100).

      * Load Report Record
       FD  LOAD-REPORT-FILE.
       01  LOAD-REPORT-RECORD         PIC X(120).

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
           05  WS-AML-CASE-STATUS         PIC XX.
           05  WS-LOAD-REPORT-STATUS      PIC XX.
           05  WS-ERROR-FILE-STATUS       PIC XX.

      * Error Code Management
       01  WS-ERROR-CODES.
           05  WS-ERROR-CODE              PIC 9(4).
               88  ERR-NONE               VALUE 0000.
               88  ERR-FILE-ACCESS        VALUE 3001.
               88  ERR-SYSTEM-ERROR       VALUE 9999.
           05  WS-ERROR-MESSAGE-PARAM     PIC X(80).

      * Filing rule - compiled default, overridden by the business
      * parameter table
       01  WS-CASE-PARAMETERS.
           05  WS-FILING-DAYS             PIC 9(3) VALUE 30.

      * The case line in hand, held until its support lines have
      * been read so the activity period is known at insert
       01  WS-PENDING-CASE.
           05  WS-PENDING-FLAG            PIC X VALUE 'N'.
               88  CASE-PENDING           VALUE 'Y'.
               88  NO-CASE-PENDING        VALUE 'N'.
           05  WS-PEND-CUSTOMER-ID        PIC X(10).
           05  WS-PEND-SCORE              PIC 9(5).
           05  WS-PEND-FROM-DATE          PIC X(10).
           05  WS-PEND-TO-DATE            PIC X(10).
           05  WS-PEND-SUPPORT-COUNT      PIC 9(5) COMP.

      * Processing Statistics
       01  WS-PROCESSING-STATS.
           05  WS-LINES-READ              PIC 9(7) VALUE ZERO.
           05  WS-CASES-LISTED            PIC 9(5) VALUE ZERO.
           05  WS-CASES-OPENED            PIC 9(5) VALUE ZERO.
           05  WS-CASES-SKIPPED           PIC 9(5) VALUE ZERO.

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
               AML-CASE-FILE
               LOAD-REPORT-FILE
               ERROR-LOG-FILE.

           DISPLAY "FILE PROCESSING ERROR DETECTED"
           PERFORM ABNORMAL-TERMINATION.
       END DECLARATIVES.

       MAIN-PROCESSING SECTION.
       MAIN-PROCESSING-ROUTINE.
           PERFORM INITIALIZATION-ROUTINE
           PERFORM PROCESS-CASE-LINES
               UNTIL END-OF-FILE
           PERFORM OPEN-PENDING-CASE
           PERFORM COMMIT-LOAD-BATCH
           PERFORM GENERATE-SUMMARY-REPORT
           PERFORM CLEANUP-ROUTINE
           STOP RUN.

       INITIALIZATION-ROUTINE.
      * Open case listing, report and error log files
           OPEN INPUT AML-CASE-FILE
                OUTPUT LOAD-REPORT-FILE
                OUTPUT ERROR-LOG-FILE

           IF WS-AML-CASE-STATUS NOT = "00"
              SET ERR-FILE-ACCESS TO TRUE
              MOVE "ERROR OPENING AML CASE FILE"
                  TO WS-ERROR-MESSAGE-PARAM
              PERFORM LOG-ERROR-WITH-CODE
              PERFORM ABNORMAL-TERMINATION
           END-IF

           IF WS-LOAD-REPORT-STATUS NOT = "00"
              DISPLAY "ERROR OPENING CASE LOAD REPORT FILE"
              PERFORM ABNORMAL-TERMINATION
           END-IF

           IF WS-ERROR-FILE-STATUS NOT = "00"
              DISPLAY "ERROR OPENING ERROR LOG FILE"
              PERFORM ABNORMAL-TERMINATION
           END-IF

      * Get current system date and time
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS

      * A supplied RUNPARAM business date overrides the system date,
      * so the cases carry the date the detection run worked
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

           DISPLAY "AML CASE LOAD BATCH"
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

      * A governing business parameter row overrides the compiled
      * filing window
           MOVE "SAR-FILING-DAYS" TO BP-PARAM-NAME
           PERFORM DB-GET-BUSINESS-PARAMETER
           IF BP-PARAM-FOUND
               MOVE SQL-BP-PARAM-VALUE TO WS-FILING-DAYS
           END-IF

      * Register this job on the job control table and refuse to
      * start ahead of its predecessor in the nightly stream
           MOVE "AML-CASE-LOAD-BATCH" TO JC-PROGRAM-ID
           MOVE "AML-DETECTION-BATCH" TO JC-PREDECESSOR-ID
           PERFORM DB-CHECK-JOB-PREDECESSOR
           PERFORM DB-REGISTER-JOB-START

           SET NOT-END-OF-FILE TO TRUE.

       PROCESS-CASE-LINES.
           READ AML-CASE-FILE
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-LINES-READ
                   PERFORM WORK-ONE-CASE-LINE
           END-READ.

       WORK-ONE-CASE-LINE.
      * A CASE line opens the case before it and starts a new one;
      * SUPPORT lines widen the pending case's activity period
           EVALUATE TRUE
               WHEN AC-CASE-LINE
                   PERFORM OPEN-PENDING-CASE
                   ADD 1 TO WS-CASES-LISTED
                   SET CASE-PENDING TO TRUE
                   MOVE AC-CUSTOMER-ID TO WS-PEND-CUSTOMER-ID
                   IF AC-CASE-SCORE NUMERIC
                       MOVE AC-CASE-SCORE TO WS-PEND-SCORE
                   ELSE
                       MOVE ZERO TO WS-PEND-SCORE
                   END-IF
                   MOVE SPACES TO WS-PEND-FROM-DATE
                   MOVE SPACES TO WS-PEND-TO-DATE
                   MOVE ZERO TO WS-PEND-SUPPORT-COUNT

               WHEN AS-SUPPORT-LINE AND CASE-PENDING
                   ADD 1 TO WS-PEND-SUPPORT-COUNT
                   IF WS-PEND-FROM-DATE = SPACES
                      OR AS-CREATION-DATE < WS-PEND-FROM-DATE
                       MOVE AS-CREATION-DATE TO WS-PEND-FROM-DATE
                   END-IF
                   IF AS-CREATION-DATE > WS-PEND-TO-DATE
                       MOVE AS-CREATION-DATE TO WS-PEND-TO-DATE
                   END-IF

               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       OPEN-PENDING-CASE.
           IF CASE-PENDING
               SET ERR-NONE TO TRUE
               IF WS-PEND-FROM-DATE = SPACES
                   MOVE WS-SQL-CURRENT-DATE TO WS-PEND-FROM-DATE
                   MOVE WS-SQL-CURRENT-DATE TO WS-PEND-TO-DATE
               END-IF

               PERFORM DB-COUNT-OPEN-CASES

               IF ERR-NONE
                   IF SQL-AC-OPEN-COUNT > ZERO
                       ADD 1 TO WS-CASES-SKIPPED
                       MOVE SPACES TO LOAD-REPORT-RECORD
                       STRING "SKIPPED " WS-PEND-CUSTOMER-ID
                           " SCORE " WS-PEND-SCORE
                           " - CUSTOMER ALREADY UNDER INVESTIGATION"
                           DELIMITED BY SIZE
                           INTO LOAD-REPORT-RECORD
                       WRITE LOAD-REPORT-RECORD
                   ELSE
                       MOVE SPACES TO RN-BRANCH-CODE
                       PERFORM DB-GENERATE-REFERENCE-ID
                       PERFORM DB-INSERT-AML-CASE
                   END-IF
               END-IF

               IF ERR-NONE AND SQL-AC-OPEN-COUNT = ZERO
                   ADD 1 TO WS-CASES-OPENED
                   MOVE SPACES TO LOAD-REPORT-RECORD
                   STRING "OPENED  " RN-GENERATED-REFERENCE
                       " CUSTOMER " WS-PEND-CUSTOMER-ID
                       " SCORE " WS-PEND-SCORE
                       " ACTIVITY " WS-PEND-FROM-DATE
                       " TO " WS-PEND-TO-DATE
                       " FILE BY " SQL-AC-FILING-DEADLINE
                       DELIMITED BY SIZE
                       INTO LOAD-REPORT-RECORD
                   WRITE LOAD-REPORT-RECORD
               END-IF

               SET NO-CASE-PENDING TO TRUE
           END-IF.

       COMMIT-LOAD-BATCH.
      * Commit every case opened this run in one unit of work, so
      * DB-DISCONNECT below doesn't roll it all back
           EXEC SQL
               COMMIT WORK
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error committing case load - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       GENERATE-SUMMARY-REPORT.
           DISPLAY "AML CASE LOAD SUMMARY"
           DISPLAY "Lines Read:    " WS-LINES-READ
           DISPLAY "Cases Listed:  " WS-CASES-LISTED
           DISPLAY "Cases Opened:  " WS-CASES-OPENED
           DISPLAY "Cases Skipped: " WS-CASES-SKIPPED.

       CLEANUP-ROUTINE.
      * Flip this job to COMPLETE on the job control table so
      * downstream predecessor checks open up
           PERFORM DB-REGISTER-JOB-COMPLETE

      * Disconnect from DB2 database
           PERFORM DB-DISCONNECT

           CLOSE AML-CASE-FILE
                 LOAD-REPORT-FILE
                 ERROR-LOG-FILE

           DISPLAY "AML CASE LOAD BATCH COMPLETE".

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
           MOVE WS-PEND-CUSTOMER-ID TO ER-CUSTOMER-ID
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

       DB-COUNT-OPEN-CASES.
      * An investigation already open or awaiting filing for the
      * customer absorbs tonight's listing; a continuing-activity
      * review scheduled for a later date does not
           MOVE WS-PEND-CUSTOMER-ID TO SQL-AC-CUSTOMER-ID

           EXEC SQL
               SELECT COUNT(*)
               INTO :SQL-AC-OPEN-COUNT
               FROM AML_CASE_TABLE
               WHERE CUSTOMER_ID = :SQL-AC-CUSTOMER-ID
               AND CASE_STATUS IN ('OPEN', 'TOFILE')
               AND DETECTION_DATE <= DATE(:WS-SQL-CURRENT-DATE)
           END-EXEC

           IF SQLCODE NOT = 0
               SET ERR-SYSTEM-ERROR TO TRUE
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error counting open cases - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       DB-INSERT-AML-CASE.
           MOVE RN-GENERATED-REFERENCE TO SQL-AC-CASE-ID
           MOVE WS-PEND-SCORE TO SQL-AC-CASE-SCORE
           MOVE WS-PEND-FROM-DATE TO SQL-AC-ACTIVITY-FROM
           MOVE WS-PEND-TO-DATE TO SQL-AC-ACTIVITY-TO

           EXEC SQL
               INSERT INTO AML_CASE_TABLE
                   (CASE_ID, CASE_TYPE, CUSTOMER_ID, DETECTION_DATE,
                    CASE_SCORE, ACTIVITY_FROM, ACTIVITY_TO,
                    FILING_DEADLINE, CASE_STATUS)
               VALUES
                   (:SQL-AC-CASE-ID, 'D', :SQL-AC-CUSTOMER-ID,
                    DATE(:WS-SQL-CURRENT-DATE), :SQL-AC-CASE-SCORE,
                    DATE(:SQL-AC-ACTIVITY-FROM),
                    DATE(:SQL-AC-ACTIVITY-TO),
                    DATE(:WS-SQL-CURRENT-DATE)
                        + :WS-FILING-DAYS DAYS,
                    'OPEN')
           END-EXEC

           IF SQLCODE NOT = 0
               SET ERR-SYSTEM-ERROR TO TRUE
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error inserting AML case - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           ELSE
               EXEC SQL
                   SELECT CHAR(FILING_DEADLINE, ISO)
                   INTO :SQL-AC-FILING-DEADLINE
                   FROM AML_CASE_TABLE
                   WHERE CASE_ID = :SQL-AC-CASE-ID
               END-EXEC
           END-IF.

           COPY "dbconfig_loader.cpy".

           COPY "jobcontrol.cpy".

           COPY "refnumber.cpy".

           COPY "opslog.cpy".

           COPY "paramtable.cpy".
