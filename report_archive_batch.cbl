      *================================================================*
      * Cycle Report Archive Step                                      *
      * Run behind each job in the nightly stream, with RPTIN pointed *
      * at the report that job just wrote and RPTARCHPARM naming it.  *
      * Each run overwrites DAILYREPORT, EXCEPTRPT, RECONREPORT and   *
      * the rest, so this step copies the report line for line into   *
      * the dated store on REPORT_STORE_TABLE under the cycle's       *
      * business date, and indexes it on REPORT_REPOSITORY_TABLE with *
      * the producing program, its record count and a hash total of   *
      * its content.  REPORT-RETRIEVAL reproduces any indexed report  *
      * by name and business date and proves it against both totals; *
      * REPORT-PURGE-BATCH ages the store out by retention period.    *
      * A rerun for the same date and report replaces what the first  *
      * run stored - the repository keeps the report the cycle        *
      * finally stood on.                                             *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORT-ARCHIVE-BATCH.
       DATE-WRITTEN. 2026-10-15.
       AUTHOR. Updated 2026-10-15 for DB2 Integration.
       REMARKS. CYCLE REPORT REPOSITORY ARCHIVE STEP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Configuration file containing DB2 connection parameters
           SELECT CONFIG-FILE
               ASSIGN TO "DB2CONFIG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-FILE-STATUS.

      * Optional run parameter file - the business date the cycle
      * runs for, so the report is filed under the same date its
      * job registered on the job control table
           SELECT RUN-PARAM-FILE
               ASSIGN TO "RUNPARAM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-PARAM-FILE-STATUS.

      * The report being archived and the program that wrote it
           SELECT ARCHIVE-PARAM-FILE
               ASSIGN TO "RPTARCHPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-PARAM-STATUS.

      * The report itself, as its job left it.  A job that wrote
      * nothing for the day still has its empty report indexed.
           SELECT OPTIONAL REPORT-IN-FILE
               ASSIGN TO "RPTIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-IN-STATUS.

           SELECT ERROR-LOG-FILE
               ASSIGN TO "RPTARCHERRLOG"
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

      * Archive Parameter Record, e.g.
      * "EXCEPTRPT        BANKING-TRANSACTION-PROCESSOR  0001"
      * - a blank charter files the report under the lead charter
       FD  ARCHIVE-PARAM-FILE.
       01  ARCHIVE-PARAM-RECORD.
           05  AP-REPORT-NAME         PIC X(16).
           05  FILLER                 PIC X.
           05  AP-PROGRAM-ID          PIC X(30).
           05  FILLER                 PIC X.
           05  AP-INSTITUTION-CODE    PIC X(4).

      * Report lines are stored at the repository's full line width
       FD  REPORT-IN-FILE.
       01  REPORT-IN-RECORD           PIC X(300).

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
           05  WS-ARCHIVE-PARAM-STATUS    PIC XX.
           05  WS-REPORT-IN-STATUS        PIC XX.
           05  WS-ERROR-FILE-STATUS       PIC XX.

      * Error Code Management
       01  WS-ERROR-CODES.
           05  WS-ERROR-CODE              PIC 9(4).
               88  ERR-NONE               VALUE 0000.
               88  ERR-REPORT-NOT-STORED  VALUE 1049.
               88  ERR-FILE-ACCESS        VALUE 3001.
               88  ERR-SYSTEM-ERROR       VALUE 9999.
           05  WS-ERROR-MESSAGE-PARAM     PIC X(80).

      * Store Commit Interval - a long report is stored in several
      * units of work; its index row is only written once every line
      * is in, so a report is never retrievable half stored
       01  WS-COMMIT-CONTROL.
           05  WS-COMMIT-INTERVAL         PIC 9(5) COMP VALUE 500.
           05  WS-LINES-SINCE-COMMIT      PIC 9(5) COMP VALUE ZERO.

      * Archive Edit Fields
       01  WS-ARCHIVE-EDIT.
           05  WS-EDIT-LINES              PIC ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-STORED             PIC ZZZ,ZZZ,ZZ9.

      * Processing Statistics
       01  WS-PROCESSING-STATS.
           05  WS-LINES-STORED            PIC 9(9) COMP VALUE ZERO.
           05  WS-STORE-ERRORS            PIC 9(9) COMP VALUE ZERO.

      * Work Areas and Flags
       01  WS-WORK-AREAS.
           05  WS-EOF-FLAG                PIC X VALUE 'N'.
               88  END-OF-FILE            VALUE 'Y'.
               88  NOT-END-OF-FILE        VALUE 'N'.

           05  WS-ARCHIVE-STATUS-FLAG     PIC X VALUE 'Y'.
               88  REPORT-STORED          VALUE 'Y'.
               88  REPORT-NOT-STORED      VALUE 'N'.

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
               REPORT-IN-FILE
               ERROR-LOG-FILE.

           DISPLAY "FILE PROCESSING ERROR DETECTED"
           PERFORM ABNORMAL-TERMINATION.
       END DECLARATIVES.

       MAIN-PROCESSING SECTION.
       MAIN-PROCESSING-ROUTINE.
           PERFORM INITIALIZATION-ROUTINE
           PERFORM STORE-REPORT-LINES
           PERFORM INDEX-STORED-REPORT
           PERFORM GENERATE-SUMMARY-REPORT
           PERFORM CLEANUP-ROUTINE
           STOP RUN.

       INITIALIZATION-ROUTINE.
      * Open the error log file
           OPEN OUTPUT ERROR-LOG-FILE

           IF WS-ERROR-FILE-STATUS NOT = "00"
              DISPLAY "ERROR OPENING ERROR LOG FILE"
              PERFORM ABNORMAL-TERMINATION
           END-IF

      * Get current system date and time
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS

           DISPLAY "CYCLE REPORT ARCHIVE STEP"
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

           MOVE "REPORT-ARCHIVE-BATCH" TO JC-PROGRAM-ID
           PERFORM BUILD-JOB-CONTROL-DATE
           MOVE JC-BUSINESS-DATE TO RR-BUSINESS-DATE

      * Without a report name there is nothing to file it under
           OPEN INPUT ARCHIVE-PARAM-FILE
           IF WS-ARCHIVE-PARAM-STATUS NOT = "00"
               SET ERR-FILE-ACCESS TO TRUE
               MOVE "ERROR OPENING REPORT ARCHIVE PARAMETER FILE"
                   TO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
               PERFORM ABNORMAL-TERMINATION
           END-IF

           MOVE SPACES TO ARCHIVE-PARAM-RECORD
           READ ARCHIVE-PARAM-FILE
               AT END
                   CONTINUE
           END-READ
           CLOSE ARCHIVE-PARAM-FILE

           IF AP-REPORT-NAME = SPACES OR AP-PROGRAM-ID = SPACES
               SET ERR-SYSTEM-ERROR TO TRUE
               MOVE "REPORT ARCHIVE PARAMETER NAMES NO REPORT/PROGRAM"
                   TO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
               PERFORM ABNORMAL-TERMINATION
           END-IF

           MOVE AP-REPORT-NAME TO RR-REPORT-NAME
           MOVE AP-PROGRAM-ID TO SQL-RR-PROGRAM-ID
           IF AP-INSTITUTION-CODE = SPACES
               MOVE JC-INSTITUTION-CODE TO RR-INSTITUTION-CODE
           ELSE
               MOVE AP-INSTITUTION-CODE TO RR-INSTITUTION-CODE
               MOVE AP-INSTITUTION-CODE TO JC-INSTITUTION-CODE
           END-IF

           DISPLAY "REPORT: " RR-REPORT-NAME " FROM " SQL-RR-PROGRAM-ID
           DISPLAY "BUSINESS DATE: " RR-BUSINESS-DATE
               "  CHARTER: " RR-INSTITUTION-CODE

           OPEN INPUT REPORT-IN-FILE
           IF WS-REPORT-IN-STATUS NOT = "00"
              AND WS-REPORT-IN-STATUS NOT = "05"
               SET ERR-FILE-ACCESS TO TRUE
               MOVE "ERROR OPENING REPORT TO BE ARCHIVED"
                   TO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
               PERFORM ABNORMAL-TERMINATION
           END-IF

      * Load database configuration from external file
           PERFORM LOAD-DATABASE-CONFIG

      * Connect to DB2 database
           PERFORM DB-CONNECT

      * A rerun replaces the report the earlier run stored
           PERFORM DB-CLEAR-STORED-REPORT
           PERFORM START-REPORT-TOTALS.

       STORE-REPORT-LINES.
           SET NOT-END-OF-FILE TO TRUE
           PERFORM STORE-NEXT-REPORT-LINE
               UNTIL END-OF-FILE
           PERFORM COMMIT-STORE-BATCH.

       STORE-NEXT-REPORT-LINE.
           READ REPORT-IN-FILE
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   MOVE REPORT-IN-RECORD TO SQL-RR-LINE-TEXT
                   PERFORM ADD-LINE-TO-REPORT-TOTALS
                   MOVE RR-LINE-COUNT TO SQL-RR-LINE-NUMBER
                   PERFORM DB-INSERT-REPORT-LINE
                   ADD 1 TO WS-LINES-SINCE-COMMIT
                   IF WS-LINES-SINCE-COMMIT >= WS-COMMIT-INTERVAL
                       PERFORM COMMIT-STORE-BATCH
                   END-IF
           END-READ.

       INDEX-STORED-REPORT.
      * The index row goes on only once the store is proved to hold
      * every line read - a short store is logged and left unindexed
      * for the rerun to replace
           PERFORM DB-COUNT-STORED-LINES
           IF SQL-RR-STORED-COUNT NOT = RR-LINE-COUNT
               SET REPORT-NOT-STORED TO TRUE
           END-IF

           IF REPORT-STORED
               MOVE RR-LINE-COUNT TO SQL-RR-RECORD-COUNT
               MOVE RR-HASH-TOTAL TO SQL-RR-CONTROL-TOTAL
               PERFORM DB-INSERT-REPORT-INDEX
           END-IF

           IF REPORT-NOT-STORED
               SET ERR-REPORT-NOT-STORED TO TRUE
               MOVE SPACES TO WS-ERROR-MESSAGE-PARAM
               STRING "REPORT " RR-REPORT-NAME
                   " NOT FILED - STORE DOES NOT HOLD EVERY LINE"
                   DELIMITED BY SIZE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF

           PERFORM COMMIT-STORE-BATCH.

       COMMIT-STORE-BATCH.
           EXEC SQL
               COMMIT WORK
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error committing report store - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
               SET REPORT-NOT-STORED TO TRUE
           END-IF

           MOVE ZERO TO WS-LINES-SINCE-COMMIT.

       GENERATE-SUMMARY-REPORT.
           MOVE RR-LINE-COUNT TO WS-EDIT-LINES
           MOVE SQL-RR-STORED-COUNT TO WS-EDIT-STORED
           DISPLAY "CYCLE REPORT ARCHIVE SUMMARY"
           DISPLAY "Report Lines Read:    " WS-EDIT-LINES
           DISPLAY "Report Lines Stored:  " WS-EDIT-STORED
           DISPLAY "Content Hash Total:   " RR-HASH-TOTAL
           IF REPORT-STORED
               DISPLAY "REPORT FILED IN THE REPORT REPOSITORY"
           ELSE
               DISPLAY "REPORT NOT FILED - SEE RPTARCHERRLOG"
           END-IF.

       CLEANUP-ROUTINE.
      * Disconnect from DB2 database
           PERFORM DB-DISCONNECT

           CLOSE REPORT-IN-FILE
                 ERROR-LOG-FILE

           DISPLAY "CYCLE REPORT ARCHIVE STEP COMPLETE".

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

       DB-CLEAR-STORED-REPORT.
      * Index row first, so the report stops being retrievable
      * before any of its lines go
           EXEC SQL
               DELETE FROM REPORT_REPOSITORY_TABLE
               WHERE BUSINESS_DATE = :RR-BUSINESS-DATE
               AND REPORT_NAME = :RR-REPORT-NAME
               AND INSTITUTION_CODE = :RR-INSTITUTION-CODE
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error clearing report index - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
               PERFORM ABNORMAL-TERMINATION
           END-IF

           EXEC SQL
               DELETE FROM REPORT_STORE_TABLE
               WHERE BUSINESS_DATE = :RR-BUSINESS-DATE
               AND REPORT_NAME = :RR-REPORT-NAME
               AND INSTITUTION_CODE = :RR-INSTITUTION-CODE
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error clearing stored report - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
               PERFORM ABNORMAL-TERMINATION
           END-IF

           PERFORM COMMIT-STORE-BATCH.

       DB-INSERT-REPORT-LINE.
           EXEC SQL
               INSERT INTO REPORT_STORE_TABLE
                   (BUSINESS_DATE, REPORT_NAME, INSTITUTION_CODE,
                    LINE_NUMBER, LINE_TEXT)
               VALUES
                   (:RR-BUSINESS-DATE, :RR-REPORT-NAME,
                    :RR-INSTITUTION-CODE, :SQL-RR-LINE-NUMBER,
                    RTRIM(:SQL-RR-LINE-TEXT))
           END-EXEC

           IF SQLCODE = 0
               ADD 1 TO WS-LINES-STORED
           ELSE
               ADD 1 TO WS-STORE-ERRORS
               SET REPORT-NOT-STORED TO TRUE
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error storing report line - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       DB-COUNT-STORED-LINES.
           EXEC SQL
               SELECT COUNT(*)
               INTO :SQL-RR-STORED-COUNT
               FROM REPORT_STORE_TABLE
               WHERE BUSINESS_DATE = :RR-BUSINESS-DATE
               AND REPORT_NAME = :RR-REPORT-NAME
               AND INSTITUTION_CODE = :RR-INSTITUTION-CODE
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE ZERO TO SQL-RR-STORED-COUNT
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error counting stored report - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
               SET REPORT-NOT-STORED TO TRUE
           END-IF.

       DB-INSERT-REPORT-INDEX.
           EXEC SQL
               INSERT INTO REPORT_REPOSITORY_TABLE
                   (BUSINESS_DATE, REPORT_NAME, INSTITUTION_CODE,
                    PROGRAM_ID, RECORD_COUNT, CONTROL_TOTAL,
                    ARCHIVED_TIME)
               VALUES
                   (:RR-BUSINESS-DATE, :RR-REPORT-NAME,
                    :RR-INSTITUTION-CODE, :SQL-RR-PROGRAM-ID,
                    :SQL-RR-RECORD-COUNT, :SQL-RR-CONTROL-TOTAL,
                    CURRENT TIMESTAMP)
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error indexing archived report - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
               SET REPORT-NOT-STORED TO TRUE
           END-IF.

           COPY "reportrepo.cpy".

           COPY "dbconfig_loader.cpy".

           COPY "jobcontrol.cpy".

           COPY "opslog.cpy".
