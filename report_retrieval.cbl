      *================================================================*
      * Cycle Report Retrieval Utility                                 *
      * Reproduces one report out of the cycle report repository by   *
      * name and business date, line for line as its job wrote it,    *
      * onto RPTOUT - so when an examiner asks for last March's       *
      * exception report it comes back exactly as it ran.  The lines  *
      * reproduced are proved against the record count and hash total *
      * the archive step indexed the report under; a report that no   *
      * longer proves is still written but flagged and logged.  With  *
      * no report name on the parameter, RPTOUT instead lists every   *
      * report filed for the business date.                           *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORT-RETRIEVAL.
       DATE-WRITTEN. 2026-10-15.
       AUTHOR. Updated 2026-10-15 for DB2 Integration.
       REMARKS. CYCLE REPORT REPOSITORY RETRIEVAL UTILITY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Configuration file containing DB2 connection parameters
           SELECT CONFIG-FILE
               ASSIGN TO "DB2CONFIG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-FILE-STATUS.

      * The report and business date to reproduce, e.g.
      * "EXCEPTRPT        2026-03-14 0001"
           SELECT RETRIEVAL-PARAM-FILE
               ASSIGN TO "RPTGETPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETRIEVAL-PARAM-STATUS.

      * The reproduced report, or the date's report list
           SELECT REPORT-OUT-FILE
               ASSIGN TO "RPTOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-OUT-STATUS.

           SELECT ERROR-LOG-FILE
               ASSIGN TO "RPTGETERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERROR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * Retrieval Parameter Record - a blank charter means the lead
      * charter
       FD  RETRIEVAL-PARAM-FILE.
       01  RETRIEVAL-PARAM-RECORD.
           05  RG-REPORT-NAME         PIC X(16).
           05  FILLER                 PIC X.
           05  RG-BUSINESS-DATE       PIC X(10).
           05  FILLER                 PIC X.
           05  RG-INSTITUTION-CODE    PIC X(4).

       FD  REPORT-OUT-FILE.
       01  REPORT-OUT-RECORD          PIC X(300).

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
           05  WS-RETRIEVAL-PARAM-STATUS  PIC XX.
           05  WS-REPORT-OUT-STATUS       PIC XX.
           05  WS-ERROR-FILE-STATUS       PIC XX.

      * Error Code Management
       01  WS-ERROR-CODES.
           05  WS-ERROR-CODE              PIC 9(4).
               88  ERR-NONE               VALUE 0000.
               88  ERR-REPORT-NOT-STORED  VALUE 1049.
               88  ERR-FILE-ACCESS        VALUE 3001.
               88  ERR-SYSTEM-ERROR       VALUE 9999.
           05  WS-ERROR-MESSAGE-PARAM     PIC X(80).

      * Retrieval Edit Fields
       01  WS-RETRIEVAL-EDIT.
           05  WS-EDIT-RECORDS            PIC ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-REPRODUCED         PIC ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-HASH               PIC Z(8)9.

      * Processing Statistics
       01  WS-PROCESSING-STATS.
           05  WS-REPORTS-LISTED          PIC 9(5) COMP VALUE ZERO.

      * Work Areas and Flags
       01  WS-WORK-AREAS.
           05  WS-EOF-FLAG                PIC X VALUE 'N'.
               88  END-OF-FILE            VALUE 'Y'.
               88  NOT-END-OF-FILE        VALUE 'N'.

           05  WS-INDEX-FLAG              PIC X VALUE 'N'.
               88  REPORT-INDEXED         VALUE 'Y'.
               88  REPORT-NOT-INDEXED     VALUE 'N'.

           05  WS-PROOF-FLAG              PIC X VALUE 'N'.
               88  REPORT-PROVED          VALUE 'Y'.
               88  REPORT-NOT-PROVED      VALUE 'N'.

           05  WS-REQUEST-FLAG            PIC X VALUE 'R'.
               88  LIST-REQUESTED         VALUE 'L'.
               88  REPORT-REQUESTED       VALUE 'R'.

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
               REPORT-OUT-FILE
               ERROR-LOG-FILE.

           DISPLAY "FILE PROCESSING ERROR DETECTED"
           PERFORM ABNORMAL-TERMINATION.
       END DECLARATIVES.

       MAIN-PROCESSING SECTION.
       MAIN-PROCESSING-ROUTINE.
           PERFORM INITIALIZATION-ROUTINE
           IF LIST-REQUESTED
               PERFORM LIST-FILED-REPORTS
           ELSE
               PERFORM REPRODUCE-REPORT
           END-IF
           PERFORM GENERATE-SUMMARY-REPORT
           PERFORM CLEANUP-ROUTINE
           STOP RUN.

       INITIALIZATION-ROUTINE.
      * Open reproduced report and error log files
           OPEN OUTPUT REPORT-OUT-FILE
                OUTPUT ERROR-LOG-FILE

           IF WS-REPORT-OUT-STATUS NOT = "00"
              DISPLAY "ERROR OPENING REPORT OUTPUT FILE"
              PERFORM ABNORMAL-TERMINATION
           END-IF

           IF WS-ERROR-FILE-STATUS NOT = "00"
              DISPLAY "ERROR OPENING ERROR LOG FILE"
              PERFORM ABNORMAL-TERMINATION
           END-IF

      * Get current system date and time
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS

           DISPLAY "CYCLE REPORT RETRIEVAL UTILITY"
           DISPLAY "DATE: " WS-YEAR "-" WS-MONTH "-" WS-DAY
           DISPLAY "TIME: " WS-HOUR ":" WS-MINUTE ":" WS-SECOND

           MOVE "REPORT-RETRIEVAL" TO JC-PROGRAM-ID

           OPEN INPUT RETRIEVAL-PARAM-FILE
           IF WS-RETRIEVAL-PARAM-STATUS NOT = "00"
               SET ERR-FILE-ACCESS TO TRUE
               MOVE "ERROR OPENING REPORT RETRIEVAL PARAMETER FILE"
                   TO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
               PERFORM ABNORMAL-TERMINATION
           END-IF

           MOVE SPACES TO RETRIEVAL-PARAM-RECORD
           READ RETRIEVAL-PARAM-FILE
               AT END
                   CONTINUE
           END-READ
           CLOSE RETRIEVAL-PARAM-FILE

           IF RG-BUSINESS-DATE = SPACES
               SET ERR-SYSTEM-ERROR TO TRUE
               MOVE "REPORT RETRIEVAL PARAMETER HAS NO BUSINESS DATE"
                   TO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
               PERFORM ABNORMAL-TERMINATION
           END-IF

           MOVE RG-REPORT-NAME TO RR-REPORT-NAME
           IF RG-REPORT-NAME = SPACES
               SET LIST-REQUESTED TO TRUE
           END-IF
           MOVE RG-BUSINESS-DATE TO RR-BUSINESS-DATE
           IF RG-INSTITUTION-CODE = SPACES
               MOVE JC-INSTITUTION-CODE TO RR-INSTITUTION-CODE
           ELSE
               MOVE RG-INSTITUTION-CODE TO RR-INSTITUTION-CODE
               MOVE RG-INSTITUTION-CODE TO JC-INSTITUTION-CODE
           END-IF

      * Load database configuration from external file
           PERFORM LOAD-DATABASE-CONFIG

      * Connect to DB2 database
           PERFORM DB-CONNECT.

       REPRODUCE-REPORT.
           DISPLAY "REPORT: " RR-REPORT-NAME
               " BUSINESS DATE: " RR-BUSINESS-DATE
               " CHARTER: " RR-INSTITUTION-CODE

           PERFORM DB-GET-REPORT-INDEX
           IF REPORT-NOT-INDEXED
               SET ERR-SYSTEM-ERROR TO TRUE
               MOVE "NO REPORT IN THE REPOSITORY FOR NAME/DATE"
                   TO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
               DISPLAY "NO REPORT FILED FOR THAT NAME AND DATE"
           ELSE
               PERFORM START-REPORT-TOTALS
               PERFORM DB-OPEN-STORE-CURSOR
               PERFORM WRITE-NEXT-STORED-LINE
                   UNTIL END-OF-FILE
               PERFORM DB-CLOSE-STORE-CURSOR
               PERFORM PROVE-REPRODUCED-REPORT
           END-IF.

       WRITE-NEXT-STORED-LINE.
           PERFORM DB-FETCH-NEXT-STORED-LINE
           IF NOT END-OF-FILE
               PERFORM ADD-LINE-TO-REPORT-TOTALS
               MOVE SQL-RR-LINE-TEXT TO REPORT-OUT-RECORD
               WRITE REPORT-OUT-RECORD
           END-IF.

       PROVE-REPRODUCED-REPORT.
      * What came back must be what the archive step counted and
      * hashed when it filed the report
           IF RR-LINE-COUNT = SQL-RR-RECORD-COUNT
              AND RR-HASH-TOTAL = SQL-RR-CONTROL-TOTAL
               SET REPORT-PROVED TO TRUE
           ELSE
               SET REPORT-NOT-PROVED TO TRUE
               SET ERR-REPORT-NOT-STORED TO TRUE
               MOVE SPACES TO WS-ERROR-MESSAGE-PARAM
               STRING "REPORT " RR-REPORT-NAME " " RR-BUSINESS-DATE
                   " DOES NOT PROVE TO ITS FILED TOTALS"
                   DELIMITED BY SIZE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       LIST-FILED-REPORTS.
      * The directory of what the repository holds for the date
           MOVE SPACES TO REPORT-OUT-RECORD
           STRING "REPORTS FILED FOR BUSINESS DATE " RR-BUSINESS-DATE
               "  CHARTER " RR-INSTITUTION-CODE
               DELIMITED BY SIZE
               INTO REPORT-OUT-RECORD
           WRITE REPORT-OUT-RECORD
           MOVE SPACES TO REPORT-OUT-RECORD
           WRITE REPORT-OUT-RECORD
           MOVE SPACES TO REPORT-OUT-RECORD
           STRING "REPORT           PROGRAM                        "
               "     RECORDS  HASH TOTAL  FILED"
               DELIMITED BY SIZE
               INTO REPORT-OUT-RECORD
           WRITE REPORT-OUT-RECORD

           PERFORM DB-OPEN-INDEX-CURSOR
           PERFORM LIST-NEXT-FILED-REPORT
               UNTIL END-OF-FILE
           PERFORM DB-CLOSE-INDEX-CURSOR

           IF WS-REPORTS-LISTED = ZERO
               MOVE SPACES TO REPORT-OUT-RECORD
               STRING "NO REPORTS FILED FOR THIS DATE"
                   DELIMITED BY SIZE
                   INTO REPORT-OUT-RECORD
               WRITE REPORT-OUT-RECORD
           END-IF.

       LIST-NEXT-FILED-REPORT.
           PERFORM DB-FETCH-NEXT-INDEX-ROW
           IF NOT END-OF-FILE
               ADD 1 TO WS-REPORTS-LISTED
               MOVE SQL-RR-RECORD-COUNT TO WS-EDIT-RECORDS
               MOVE SQL-RR-CONTROL-TOTAL TO WS-EDIT-HASH
               MOVE SPACES TO REPORT-OUT-RECORD
               STRING RR-REPORT-NAME " " SQL-RR-PROGRAM-ID " "
                   WS-EDIT-RECORDS "   " WS-EDIT-HASH "  "
                   SQL-RR-ARCHIVED-TIME (1:19)
                   DELIMITED BY SIZE
                   INTO REPORT-OUT-RECORD
               WRITE REPORT-OUT-RECORD
           END-IF.

       GENERATE-SUMMARY-REPORT.
           DISPLAY "CYCLE REPORT RETRIEVAL SUMMARY"
           IF LIST-REQUESTED
               DISPLAY "Reports Listed:       " WS-REPORTS-LISTED
           ELSE
               IF REPORT-INDEXED
                   MOVE SQL-RR-RECORD-COUNT TO WS-EDIT-RECORDS
                   MOVE RR-LINE-COUNT TO WS-EDIT-REPRODUCED
                   DISPLAY "Produced By:          " SQL-RR-PROGRAM-ID
                   DISPLAY "Records Filed:        " WS-EDIT-RECORDS
                   DISPLAY "Records Reproduced:   " WS-EDIT-REPRODUCED
                   IF REPORT-PROVED
                       DISPLAY "REPORT REPRODUCED AND PROVED"
                   ELSE
                       DISPLAY "REPORT DOES NOT PROVE - "
                           "SEE RPTGETERRLOG"
                   END-IF
               END-IF
           END-IF.

       CLEANUP-ROUTINE.
      * Disconnect from DB2 database
           PERFORM DB-DISCONNECT

           CLOSE REPORT-OUT-FILE
                 ERROR-LOG-FILE

           DISPLAY "CYCLE REPORT RETRIEVAL COMPLETE".

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

       DB-GET-REPORT-INDEX.
           SET REPORT-NOT-INDEXED TO TRUE

           EXEC SQL
               SELECT PROGRAM_ID, RECORD_COUNT, CONTROL_TOTAL,
                      CHAR(ARCHIVED_TIME)
               INTO :SQL-RR-PROGRAM-ID, :SQL-RR-RECORD-COUNT,
                    :SQL-RR-CONTROL-TOTAL, :SQL-RR-ARCHIVED-TIME
               FROM REPORT_REPOSITORY_TABLE
               WHERE BUSINESS_DATE = :RR-BUSINESS-DATE
               AND REPORT_NAME = :RR-REPORT-NAME
               AND INSTITUTION_CODE = :RR-INSTITUTION-CODE
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   SET REPORT-INDEXED TO TRUE
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   MOVE SQLCODE TO WS-ERROR-CODE
                   STRING "Error reading report index - SQLCODE: "
                       SQLCODE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
           END-EVALUATE.

       DB-OPEN-STORE-CURSOR.
           SET NOT-END-OF-FILE TO TRUE

           EXEC SQL
               DECLARE STORE_CURSOR CURSOR FOR
               SELECT LINE_TEXT
               FROM REPORT_STORE_TABLE
               WHERE BUSINESS_DATE = :RR-BUSINESS-DATE
               AND REPORT_NAME = :RR-REPORT-NAME
               AND INSTITUTION_CODE = :RR-INSTITUTION-CODE
               ORDER BY LINE_NUMBER
           END-EXEC

           EXEC SQL
               OPEN STORE_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error opening report store cursor - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
               SET END-OF-FILE TO TRUE
           END-IF.

       DB-FETCH-NEXT-STORED-LINE.
           MOVE SPACES TO SQL-RR-LINE-TEXT

           EXEC SQL
               FETCH STORE_CURSOR INTO
               :SQL-RR-LINE-TEXT
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   SET END-OF-FILE TO TRUE
               WHEN OTHER
                   MOVE SQLCODE TO WS-ERROR-CODE
                   STRING "Error fetching stored line - SQLCODE: "
                       SQLCODE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
                   SET END-OF-FILE TO TRUE
           END-EVALUATE.

       DB-CLOSE-STORE-CURSOR.
           EXEC SQL
               CLOSE STORE_CURSOR
           END-EXEC.

       DB-OPEN-INDEX-CURSOR.
           SET NOT-END-OF-FILE TO TRUE

           EXEC SQL
               DECLARE INDEX_CURSOR CURSOR FOR
               SELECT REPORT_NAME, PROGRAM_ID, RECORD_COUNT,
                      CONTROL_TOTAL, CHAR(ARCHIVED_TIME)
               FROM REPORT_REPOSITORY_TABLE
               WHERE BUSINESS_DATE = :RR-BUSINESS-DATE
               AND INSTITUTION_CODE = :RR-INSTITUTION-CODE
               ORDER BY REPORT_NAME
           END-EXEC

           EXEC SQL
               OPEN INDEX_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error opening report index cursor - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
               SET END-OF-FILE TO TRUE
           END-IF.

       DB-FETCH-NEXT-INDEX-ROW.
           EXEC SQL
               FETCH INDEX_CURSOR INTO
               :RR-REPORT-NAME,
               :SQL-RR-PROGRAM-ID,
               :SQL-RR-RECORD-COUNT,
               :SQL-RR-CONTROL-TOTAL,
               :SQL-RR-ARCHIVED-TIME
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   SET END-OF-FILE TO TRUE
               WHEN OTHER
                   MOVE SQLCODE TO WS-ERROR-CODE
                   STRING "Error fetching report index - SQLCODE: "
                       SQLCODE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
                   SET END-OF-FILE TO TRUE
           END-EVALUATE.

       DB-CLOSE-INDEX-CURSOR.
           EXEC SQL
               CLOSE INDEX_CURSOR
           END-EXEC.

           COPY "reportrepo.cpy".

           COPY "dbconfig_loader.cpy".

           COPY "opslog.cpy".
