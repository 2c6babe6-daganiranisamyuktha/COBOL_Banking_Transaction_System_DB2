      *================================================================*
      * AML Case Aging Report                                          *
      * Daily listing of every AML case still being worked, soonest   *
      * SAR filing deadline first, so no case drifts past the 30 days *
      * the rule allows.  Each case shows its days left and is        *
      * flagged NEARING DEADLINE inside the warning window or PAST    *
      * DEADLINE once it has gone by; unassigned cases are flagged    *
      * too.  Continuing-activity reviews coming due inside the       *
      * warning window are listed as REVIEW SCHEDULED.  A case past   *
      * its deadline is also written to the operations log.           *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AML-CASE-AGING-REPORT.
       DATE-WRITTEN. 2026-10-15.
       AUTHOR. Updated 2026-10-15 for DB2 Integration.
       REMARKS. AML CASE FILING DEADLINE AGING REPORT.

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

           SELECT AGING-REPORT-FILE
               ASSIGN TO "AMLCASEAGING"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGING-REPORT-STATUS.

           SELECT ERROR-LOG-FILE
               ASSIGN TO "AMLCASEAGINGERRLOG"
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

      * Aging Report Record
       FD  AGING-REPORT-FILE.
       01  AGING-REPORT-RECORD        PIC X(132).

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
           05  WS-AGING-REPORT-STATUS     PIC XX.
           05  WS-ERROR-FILE-STATUS       PIC XX.

      * Error Code Management
       01  WS-ERROR-CODES.
           05  WS-ERROR-CODE              PIC 9(4).
               88  ERR-NONE               VALUE 0000.
               88  ERR-DEADLINE-PASSED    VALUE 1034.
               88  ERR-FILE-ACCESS        VALUE 3001.
               88  ERR-SYSTEM-ERROR       VALUE 9999.
           05  WS-ERROR-MESSAGE-PARAM     PIC X(80).

      * Aging Work Area - the warning window is a compiled default,
      * overridden by the business parameter table
       01  WS-AGING-AREA.
           05  WS-WARN-DAYS               PIC 9(3) VALUE 7.
           05  WS-DAYS-LEFT-DISPLAY       PIC -(4)9.
           05  WS-AGING-LABEL             PIC X(16).
           05  WS-ASSIGN-LABEL            PIC X(11).
           05  WS-CASE-TYPE-LABEL         PIC X(10).

      * Processing Statistics
       01  WS-PROCESSING-STATS.
           05  WS-CASES-LISTED            PIC 9(5) VALUE ZERO.
           05  WS-CASES-PAST-DEADLINE     PIC 9(5) VALUE ZERO.
           05  WS-CASES-NEARING           PIC 9(5) VALUE ZERO.
           05  WS-CASES-WITHIN            PIC 9(5) VALUE ZERO.
           05  WS-REVIEWS-SCHEDULED       PIC 9(5) VALUE ZERO.
           05  WS-CASES-UNASSIGNED        PIC 9(5) VALUE ZERO.
           05  WS-CASES-AWAITING-FILING   PIC 9(5) VALUE ZERO.

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
               AGING-REPORT-FILE
               ERROR-LOG-FILE.

           DISPLAY "FILE PROCESSING ERROR DETECTED"
           PERFORM ABNORMAL-TERMINATION.
       END DECLARATIVES.

       MAIN-PROCESSING SECTION.
       MAIN-PROCESSING-ROUTINE.
           PERFORM INITIALIZATION-ROUTINE
           PERFORM LIST-WORKING-CASES
           PERFORM COMMIT-AGING-REPORT
           PERFORM GENERATE-SUMMARY-REPORT
           PERFORM CLEANUP-ROUTINE
           STOP RUN.

       INITIALIZATION-ROUTINE.
      * Open the aging report and error log files
           OPEN OUTPUT AGING-REPORT-FILE
                OUTPUT ERROR-LOG-FILE

           IF WS-AGING-REPORT-STATUS NOT = "00"
              DISPLAY "ERROR OPENING AML CASE AGING REPORT FILE"
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

           DISPLAY "AML CASE AGING REPORT"
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

      * Tonight's detections must be on the case table before the
      * cases are aged
           MOVE "AML-CASE-AGING-REPORT" TO JC-PROGRAM-ID
           MOVE "AML-CASE-LOAD-BATCH" TO JC-PREDECESSOR-ID
           PERFORM DB-CHECK-JOB-PREDECESSOR
           PERFORM DB-REGISTER-JOB-START

           MOVE "SAR-WARN-DAYS" TO BP-PARAM-NAME
           PERFORM DB-GET-BUSINESS-PARAMETER
           IF BP-PARAM-FOUND
               MOVE SQL-BP-PARAM-VALUE TO WS-WARN-DAYS
           END-IF

           MOVE SPACES TO AGING-REPORT-RECORD
           STRING "AML CASE AGING REPORT " WS-SQL-CURRENT-DATE
               " - WARNING WINDOW " WS-WARN-DAYS " DAYS"
               DELIMITED BY SIZE
               INTO AGING-REPORT-RECORD
           WRITE AGING-REPORT-RECORD.

       LIST-WORKING-CASES.
      * Every case still being worked, soonest deadline first
           SET NOT-END-OF-FILE TO TRUE
           PERFORM DB-OPEN-AGING-CURSOR
           PERFORM LIST-NEXT-CASE
               UNTIL END-OF-FILE
           PERFORM DB-CLOSE-AGING-CURSOR.

       LIST-NEXT-CASE.
           PERFORM DB-FETCH-NEXT-CASE

           IF NOT-END-OF-FILE
               ADD 1 TO WS-CASES-LISTED
               PERFORM AGE-ONE-CASE
               PERFORM WRITE-CASE-LINE
           END-IF.

       AGE-ONE-CASE.
      * A review not yet come due is listed ahead of time; a live
      * case is measured against its filing deadline
           EVALUATE TRUE
               WHEN SQL-AC-DETECTION-DATE > WS-SQL-CURRENT-DATE
                   ADD 1 TO WS-REVIEWS-SCHEDULED
                   MOVE "REVIEW SCHEDULED" TO WS-AGING-LABEL
               WHEN SQL-AC-DAYS-LEFT < ZERO
                   ADD 1 TO WS-CASES-PAST-DEADLINE
                   MOVE "PAST DEADLINE" TO WS-AGING-LABEL
                   SET ERR-DEADLINE-PASSED TO TRUE
                   MOVE SPACES TO WS-ERROR-MESSAGE-PARAM
                   STRING "SAR FILING DEADLINE PASSED - CASE "
                       SQL-AC-CASE-ID
                       DELIMITED BY SIZE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
               WHEN SQL-AC-DAYS-LEFT <= WS-WARN-DAYS
                   ADD 1 TO WS-CASES-NEARING
                   MOVE "NEARING DEADLINE" TO WS-AGING-LABEL
               WHEN OTHER
                   ADD 1 TO WS-CASES-WITHIN
                   MOVE "WITHIN DEADLINE" TO WS-AGING-LABEL
           END-EVALUATE

           IF SQL-AC-INVESTIGATOR-ID = SPACES
               ADD 1 TO WS-CASES-UNASSIGNED
               MOVE "UNASSIGNED" TO WS-ASSIGN-LABEL
           ELSE
               MOVE SPACES TO WS-ASSIGN-LABEL
           END-IF

           IF SQL-AC-CASE-STATUS = "TOFILE"
               ADD 1 TO WS-CASES-AWAITING-FILING
           END-IF

           IF SQL-AC-CASE-TYPE = "C"
               MOVE "CONTINUING" TO WS-CASE-TYPE-LABEL
           ELSE
               MOVE "DETECTED" TO WS-CASE-TYPE-LABEL
           END-IF.

       WRITE-CASE-LINE.
           MOVE SQL-AC-DAYS-LEFT TO WS-DAYS-LEFT-DISPLAY

           MOVE SPACES TO AGING-REPORT-RECORD
           STRING SQL-AC-CASE-ID
               " " WS-CASE-TYPE-LABEL
               " CUSTOMER " SQL-AC-CUSTOMER-ID
               " DETECTED " SQL-AC-DETECTION-DATE
               " FILE BY " SQL-AC-FILING-DEADLINE
               " DAYS " WS-DAYS-LEFT-DISPLAY
               " " SQL-AC-CASE-STATUS
               " " SQL-AC-INVESTIGATOR-ID
               " " WS-AGING-LABEL
               " " WS-ASSIGN-LABEL
               DELIMITED BY SIZE
               INTO AGING-REPORT-RECORD
           WRITE AGING-REPORT-RECORD.

       COMMIT-AGING-REPORT.
      * Commit the operations log rows written for late cases
           EXEC SQL
               COMMIT WORK
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error committing aging report - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       GENERATE-SUMMARY-REPORT.
           DISPLAY "AML CASE AGING SUMMARY"
           DISPLAY "Cases Listed:       " WS-CASES-LISTED
           DISPLAY "Past Deadline:      " WS-CASES-PAST-DEADLINE
           DISPLAY "Nearing Deadline:   " WS-CASES-NEARING
           DISPLAY "Within Deadline:    " WS-CASES-WITHIN
           DISPLAY "Reviews Scheduled:  " WS-REVIEWS-SCHEDULED
           DISPLAY "Unassigned:         " WS-CASES-UNASSIGNED
           DISPLAY "Awaiting Filing:    " WS-CASES-AWAITING-FILING

           MOVE SPACES TO AGING-REPORT-RECORD
           STRING "TOTALS LISTED " WS-CASES-LISTED
               " PAST DEADLINE " WS-CASES-PAST-DEADLINE
               " NEARING " WS-CASES-NEARING
               " UNASSIGNED " WS-CASES-UNASSIGNED
               " AWAITING FILING " WS-CASES-AWAITING-FILING
               DELIMITED BY SIZE
               INTO AGING-REPORT-RECORD
           WRITE AGING-REPORT-RECORD.

       CLEANUP-ROUTINE.
      * Flip this job to COMPLETE on the job control table so
      * downstream predecessor checks open up
           PERFORM DB-REGISTER-JOB-COMPLETE

      * Disconnect from DB2 database
           PERFORM DB-DISCONNECT

           CLOSE AGING-REPORT-FILE
                 ERROR-LOG-FILE

           DISPLAY "AML CASE AGING REPORT COMPLETE".

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
           MOVE SQL-AC-CUSTOMER-ID TO ER-CUSTOMER-ID
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

       DB-OPEN-AGING-CURSOR.
      * Open and awaiting-filing cases, plus the continuing-
      * activity reviews that fall due inside the warning window
           EXEC SQL
               DECLARE AML_AGING_CURSOR CURSOR FOR
               SELECT CASE_ID, CASE_TYPE, CUSTOMER_ID,
                      CHAR(DETECTION_DATE, ISO),
                      CHAR(FILING_DEADLINE, ISO),
                      COALESCE(INVESTIGATOR_ID, ' '),
                      CASE_STATUS,
                      DAYS(FILING_DEADLINE)
                          - DAYS(DATE(:WS-SQL-CURRENT-DATE))
               FROM AML_CASE_TABLE
               WHERE CASE_STATUS IN ('OPEN', 'TOFILE')
               AND DETECTION_DATE <= DATE(:WS-SQL-CURRENT-DATE)
                                     + :WS-WARN-DAYS DAYS
               ORDER BY FILING_DEADLINE, CASE_ID
           END-EXEC

           EXEC SQL
               OPEN AML_AGING_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error opening aging cursor - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
               SET END-OF-FILE TO TRUE
           END-IF.

       DB-FETCH-NEXT-CASE.
           EXEC SQL
               FETCH AML_AGING_CURSOR INTO
               :SQL-AC-CASE-ID,
               :SQL-AC-CASE-TYPE,
               :SQL-AC-CUSTOMER-ID,
               :SQL-AC-DETECTION-DATE,
               :SQL-AC-FILING-DEADLINE,
               :SQL-AC-INVESTIGATOR-ID,
               :SQL-AC-CASE-STATUS,
               :SQL-AC-DAYS-LEFT
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   SET END-OF-FILE TO TRUE
               WHEN OTHER
                   MOVE SQLCODE TO WS-ERROR-CODE
                   STRING "Error fetching AML case - SQLCODE: "
                       SQLCODE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
                   SET END-OF-FILE TO TRUE
           END-EVALUATE.

       DB-CLOSE-AGING-CURSOR.
           EXEC SQL
               CLOSE AML_AGING_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error closing aging cursor - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

           COPY "dbconfig_loader.cpy".

           COPY "jobcontrol.cpy".

           COPY "opslog.cpy".

           COPY "paramtable.cpy".
