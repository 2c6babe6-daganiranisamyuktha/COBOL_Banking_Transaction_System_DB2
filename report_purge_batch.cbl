      *================================================================*
      * Cycle Report Repository Retention Purge                        *
      * Ages filed reports out of the cycle report repository once    *
      * they pass their retention period.  A report named on          *
      * REPORT_RETENTION_TABLE keeps its own period; every other      *
      * report keeps the repository default - RPT-RETAIN-DAYS on the  *
      * business parameter table, else seven years.  Periods are      *
      * applied at purge time, so lengthening one protects every      *
      * report still on file.  Each expired report loses its index    *
      * row first and then its stored lines, one unit of work per     *
      * report, and is listed on RPTPURGERPT.                         *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORT-PURGE-BATCH.
       DATE-WRITTEN. 2026-10-15.
       AUTHOR. Updated 2026-10-15 for DB2 Integration.
       REMARKS. CYCLE REPORT REPOSITORY RETENTION PURGE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Configuration file containing DB2 connection parameters
           SELECT CONFIG-FILE
               ASSIGN TO "DB2CONFIG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-FILE-STATUS.

      * Optional run parameter file - the date retention is aged
      * from
           SELECT RUN-PARAM-FILE
               ASSIGN TO "RUNPARAM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-PARAM-FILE-STATUS.

           SELECT PURGE-REPORT-FILE
               ASSIGN TO "RPTPURGERPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PURGE-REPORT-STATUS.

           SELECT ERROR-LOG-FILE
               ASSIGN TO "RPTPURGEERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERROR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * Run Parameter File Record Structure - only the business date
      * is used here
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

       FD  PURGE-REPORT-FILE.
       01  PURGE-REPORT-RECORD        PIC X(130).

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
           05  WS-PURGE-REPORT-STATUS     PIC XX.
           05  WS-ERROR-FILE-STATUS       PIC XX.

      * Error Code Management
       01  WS-ERROR-CODES.
           05  WS-ERROR-CODE              PIC 9(4).
               88  ERR-NONE               VALUE 0000.
               88  ERR-FILE-ACCESS        VALUE 3001.
               88  ERR-SYSTEM-ERROR       VALUE 9999.
           05  WS-ERROR-MESSAGE-PARAM     PIC X(80).

      * Repository default retention - seven years, unless the
      * business parameter table governs
       01  WS-RETENTION-DEFAULTS.
           05  WS-DEFAULT-RETAIN-DAYS     PIC 9(5) VALUE 2555.

      * Purge Work Area
       01  WS-PURGE-WORK.
           05  SQL-PG-PURGE-COUNT         PIC S9(9) COMP-3.
           05  WS-PURGE-OK-FLAG           PIC X VALUE 'Y'.
               88  PURGE-OK               VALUE 'Y'.
               88  PURGE-FAILED           VALUE 'N'.
           05  WS-EDIT-RECORDS            PIC ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-LINES              PIC ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-RETAIN-DAYS        PIC ZZ,ZZ9.
           05  WS-EDIT-REPORTS            PIC ZZZ,ZZ9.

      * Processing Statistics
       01  WS-PROCESSING-STATS.
           05  WS-REPORTS-PURGED          PIC 9(7) COMP VALUE ZERO.
           05  WS-LINES-PURGED            PIC 9(9) COMP VALUE ZERO.
           05  WS-PURGE-ERRORS            PIC 9(7) COMP VALUE ZERO.

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
               PURGE-REPORT-FILE
               ERROR-LOG-FILE.

           DISPLAY "FILE PROCESSING ERROR DETECTED"
           PERFORM ABNORMAL-TERMINATION.
       END DECLARATIVES.

       MAIN-PROCESSING SECTION.
       MAIN-PROCESSING-ROUTINE.
           PERFORM INITIALIZATION-ROUTINE
           PERFORM PURGE-EXPIRED-REPORTS
           PERFORM GENERATE-SUMMARY-REPORT
           PERFORM CLEANUP-ROUTINE
           STOP RUN.

       INITIALIZATION-ROUTINE.
      * Open report and error log files
           OPEN OUTPUT PURGE-REPORT-FILE
                OUTPUT ERROR-LOG-FILE

           IF WS-PURGE-REPORT-STATUS NOT = "00"
              DISPLAY "ERROR OPENING REPORT PURGE REPORT FILE"
              PERFORM ABNORMAL-TERMINATION
           END-IF

           IF WS-ERROR-FILE-STATUS NOT = "00"
              DISPLAY "ERROR OPENING ERROR LOG FILE"
              PERFORM ABNORMAL-TERMINATION
           END-IF

      * Get current system date and time
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS

           DISPLAY "CYCLE REPORT RETENTION PURGE"
           DISPLAY "DATE: " WS-YEAR "-" WS-MONTH "-" WS-DAY
           DISPLAY "TIME: " WS-HOUR ":" WS-MINUTE ":" WS-SECOND

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

      * Load database configuration from external file
           PERFORM LOAD-DATABASE-CONFIG

      * Connect to DB2 database
           PERFORM DB-CONNECT

      * A governing business parameter row overrides the compiled
      * repository default
           MOVE "RPT-RETAIN-DAYS" TO BP-PARAM-NAME
           PERFORM DB-GET-BUSINESS-PARAMETER
           IF BP-PARAM-FOUND
               MOVE SQL-BP-PARAM-VALUE TO WS-DEFAULT-RETAIN-DAYS
           END-IF
           MOVE WS-DEFAULT-RETAIN-DAYS TO SQL-RR-DEFAULT-DAYS

      * Register this job on the job control table.  A housekeeping
      * job over the repository, it follows no job in the stream.
           MOVE "REPORT-PURGE-BATCH" TO JC-PROGRAM-ID
           MOVE SPACES TO JC-PREDECESSOR-ID
           PERFORM DB-CHECK-JOB-PREDECESSOR
           PERFORM DB-REGISTER-JOB-START

           MOVE WS-DEFAULT-RETAIN-DAYS TO WS-EDIT-RETAIN-DAYS
           MOVE SPACES TO PURGE-REPORT-RECORD
           STRING "CYCLE REPORT RETENTION PURGE AS OF "
               JC-BUSINESS-DATE
               "   DEFAULT RETENTION " WS-EDIT-RETAIN-DAYS " DAYS"
               DELIMITED BY SIZE
               INTO PURGE-REPORT-RECORD
           WRITE PURGE-REPORT-RECORD

           MOVE SPACES TO PURGE-REPORT-RECORD
           WRITE PURGE-REPORT-RECORD
           MOVE SPACES TO PURGE-REPORT-RECORD
           STRING "REPORT           BUSINESS DATE  CHARTER  PROGRAM"
               "                            RECORDS  RETAIN DAYS"
               DELIMITED BY SIZE
               INTO PURGE-REPORT-RECORD
           WRITE PURGE-REPORT-RECORD.

       PURGE-EXPIRED-REPORTS.
           PERFORM DB-OPEN-EXPIRED-CURSOR
           PERFORM PURGE-NEXT-EXPIRED-REPORT
               UNTIL END-OF-FILE
           PERFORM DB-CLOSE-EXPIRED-CURSOR

           IF WS-REPORTS-PURGED = ZERO
               MOVE SPACES TO PURGE-REPORT-RECORD
               STRING "NO REPORTS PAST THEIR RETENTION PERIOD"
                   DELIMITED BY SIZE
                   INTO PURGE-REPORT-RECORD
               WRITE PURGE-REPORT-RECORD
           END-IF.

       PURGE-NEXT-EXPIRED-REPORT.
           PERFORM DB-FETCH-NEXT-EXPIRED
           IF NOT END-OF-FILE
               SET PURGE-OK TO TRUE
               PERFORM DB-PURGE-ONE-REPORT
               IF PURGE-OK
                   PERFORM DB-COMMIT-PURGE
               END-IF
               IF PURGE-OK
                   ADD 1 TO WS-REPORTS-PURGED
                   ADD SQL-PG-PURGE-COUNT TO WS-LINES-PURGED
                   PERFORM WRITE-PURGE-LINE
               ELSE
                   ADD 1 TO WS-PURGE-ERRORS
                   PERFORM DB-ROLLBACK-PURGE
      * The rollback closes the held cursor too - the rest waits
      * for the next run
                   SET END-OF-FILE TO TRUE
               END-IF
           END-IF.

       WRITE-PURGE-LINE.
           MOVE SQL-RR-RECORD-COUNT TO WS-EDIT-RECORDS
           MOVE SQL-RR-RETAIN-DAYS TO WS-EDIT-RETAIN-DAYS
           MOVE SPACES TO PURGE-REPORT-RECORD
           STRING RR-REPORT-NAME " " RR-BUSINESS-DATE "     "
               RR-INSTITUTION-CODE "     " SQL-RR-PROGRAM-ID
               WS-EDIT-RECORDS "       " WS-EDIT-RETAIN-DAYS
               DELIMITED BY SIZE
               INTO PURGE-REPORT-RECORD
           WRITE PURGE-REPORT-RECORD.

       GENERATE-SUMMARY-REPORT.
           MOVE WS-REPORTS-PURGED TO WS-EDIT-REPORTS
           MOVE WS-LINES-PURGED TO WS-EDIT-LINES
           MOVE SPACES TO PURGE-REPORT-RECORD
           WRITE PURGE-REPORT-RECORD
           STRING "REPORTS PURGED " WS-EDIT-REPORTS
               "   STORED LINES PURGED " WS-EDIT-LINES
               DELIMITED BY SIZE
               INTO PURGE-REPORT-RECORD
           WRITE PURGE-REPORT-RECORD

           DISPLAY "CYCLE REPORT RETENTION PURGE SUMMARY"
           DISPLAY "Reports Purged:       " WS-REPORTS-PURGED
           DISPLAY "Stored Lines Purged:  " WS-LINES-PURGED
           DISPLAY "Purge Errors:         " WS-PURGE-ERRORS.

       CLEANUP-ROUTINE.
      * Flip this job to COMPLETE on the job control table so
      * downstream predecessor checks open up
           PERFORM DB-REGISTER-JOB-COMPLETE

      * Disconnect from DB2 database
           PERFORM DB-DISCONNECT

           CLOSE PURGE-REPORT-FILE
                 ERROR-LOG-FILE

           DISPLAY "CYCLE REPORT RETENTION PURGE COMPLETE".

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
           MOVE SPACES TO ER-CUSTOMER-ID
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

       DB-OPEN-EXPIRED-CURSOR.
      * Held across the per-report commits below.  A report with no
      * period of its own keeps the repository default.
           SET NOT-END-OF-FILE TO TRUE

           EXEC SQL
               DECLARE EXPIRED_CURSOR CURSOR WITH HOLD FOR
               SELECT I.REPORT_NAME, CHAR(I.BUSINESS_DATE, ISO),
                      I.INSTITUTION_CODE, I.PROGRAM_ID,
                      I.RECORD_COUNT,
                      COALESCE(R.RETAIN_DAYS, :SQL-RR-DEFAULT-DAYS)
               FROM REPORT_REPOSITORY_TABLE I
               LEFT OUTER JOIN REPORT_RETENTION_TABLE R
                 ON R.REPORT_NAME = I.REPORT_NAME
               WHERE I.BUSINESS_DATE < DATE(:JC-BUSINESS-DATE)
                     - COALESCE(R.RETAIN_DAYS, :SQL-RR-DEFAULT-DAYS)
                       DAYS
               ORDER BY I.REPORT_NAME, I.BUSINESS_DATE,
                        I.INSTITUTION_CODE
           END-EXEC

           EXEC SQL
               OPEN EXPIRED_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error opening expired report cursor - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
               SET END-OF-FILE TO TRUE
           END-IF.

       DB-FETCH-NEXT-EXPIRED.
           EXEC SQL
               FETCH EXPIRED_CURSOR INTO
               :RR-REPORT-NAME,
               :RR-BUSINESS-DATE,
               :RR-INSTITUTION-CODE,
               :SQL-RR-PROGRAM-ID,
               :SQL-RR-RECORD-COUNT,
               :SQL-RR-RETAIN-DAYS
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   SET END-OF-FILE TO TRUE
               WHEN OTHER
                   MOVE SQLCODE TO WS-ERROR-CODE
                   STRING "Error fetching expired report - SQLCODE: "
                       SQLCODE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
                   SET END-OF-FILE TO TRUE
           END-EVALUATE.

       DB-CLOSE-EXPIRED-CURSOR.
           EXEC SQL
               CLOSE EXPIRED_CURSOR
           END-EXEC.

       DB-PURGE-ONE-REPORT.
      * Index row first, so the report stops being retrievable
      * before any of its lines go
           MOVE ZERO TO SQL-PG-PURGE-COUNT

           EXEC SQL
               DELETE FROM REPORT_REPOSITORY_TABLE
               WHERE BUSINESS_DATE = :RR-BUSINESS-DATE
               AND REPORT_NAME = :RR-REPORT-NAME
               AND INSTITUTION_CODE = :RR-INSTITUTION-CODE
           END-EXEC

           IF SQLCODE NOT = 0
               SET PURGE-FAILED TO TRUE
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error purging report index row - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           ELSE
               EXEC SQL
                   DELETE FROM REPORT_STORE_TABLE
                   WHERE BUSINESS_DATE = :RR-BUSINESS-DATE
                   AND REPORT_NAME = :RR-REPORT-NAME
                   AND INSTITUTION_CODE = :RR-INSTITUTION-CODE
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 0
                       MOVE SQLERRD (3) TO SQL-PG-PURGE-COUNT
                   WHEN 100
                       CONTINUE
                   WHEN OTHER
                       SET PURGE-FAILED TO TRUE
                       MOVE SQLCODE TO WS-ERROR-CODE
                       STRING "Error purging stored report - SQLCODE: "
                           SQLCODE
                           INTO WS-ERROR-MESSAGE-PARAM
                       PERFORM LOG-ERROR-WITH-CODE
               END-EVALUATE
           END-IF.

       DB-COMMIT-PURGE.
           EXEC SQL
               COMMIT WORK
           END-EXEC

           IF SQLCODE NOT = 0
               SET PURGE-FAILED TO TRUE
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error committing report purge - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       DB-ROLLBACK-PURGE.
           EXEC SQL
               ROLLBACK WORK
           END-EXEC.

           COPY "dbconfig_loader.cpy".

           COPY "jobcontrol.cpy".

           COPY "paramtable.cpy".

           COPY "opslog.cpy".
