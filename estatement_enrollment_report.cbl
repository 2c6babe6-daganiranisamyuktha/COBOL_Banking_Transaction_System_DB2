      *================================================================*
      * E-Statement Enrollment Report                                  *
      * Monthly, for the statement period given on STMTPARAM.  Counts *
      * customers by ESTMT_STATUS - on e-statement, on paper by their *
      * own election, and on paper again after a bounce - with the    *
      * enrollments consented, the paper elections keyed and the     *
      * bounce fallbacks applied during the period, then lists the    *
      * period's fallbacks for follow-up.  Postage saved is one       *
      * suppressed mailing per enrolled customer holding an account,  *
      * at ESTMT-MAIL-COST (0.73) per mailing.                         *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTATEMENT-ENROLLMENT-REPORT.
       DATE-WRITTEN. 2026-10-15.
       AUTHOR. Updated 2026-10-15 for DB2 Integration.
       REMARKS. MONTHLY E-STATEMENT ENROLLMENT AND POSTAGE REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Configuration file containing DB2 connection parameters
           SELECT CONFIG-FILE
               ASSIGN TO "DB2CONFIG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-FILE-STATUS.

      * Statement period parameter file (year and month to report)
           SELECT STMT-PARAM-FILE
               ASSIGN TO "STMTPARAM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-FILE-STATUS.

           SELECT ENROLLMENT-REPORT-FILE
               ASSIGN TO "ESTMTENROLLRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENROLL-REPORT-STATUS.

           SELECT ERROR-LOG-FILE
               ASSIGN TO "ESTMTENRERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERROR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * Statement Period Parameter Record - one line, STMT-YEAR and
      * STMT-MONTH, e.g. "2025 09"
       FD  STMT-PARAM-FILE.
       01  STMT-PARAM-RECORD.
           05  PM-STMT-YEAR           PIC 9(4).
           05  FILLER                 PIC X.
           05  PM-STMT-MONTH          PIC 9(2).

      * Enrollment Report Record
       FD  ENROLLMENT-REPORT-FILE.
       01  ENROLLMENT-REPORT-RECORD   PIC X(130).

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
           05  WS-PARAM-FILE-STATUS       PIC XX.
           05  WS-ENROLL-REPORT-STATUS    PIC XX.
           05  WS-ERROR-FILE-STATUS       PIC XX.

      * Error Code Management
       01  WS-ERROR-CODES.
           05  WS-ERROR-CODE              PIC 9(4).
               88  ERR-NONE               VALUE 0000.
               88  ERR-FILE-ACCESS        VALUE 3001.
               88  ERR-SYSTEM-ERROR       VALUE 9999.
           05  WS-ERROR-MESSAGE-PARAM     PIC X(80).

      * Statement Period Work Area
       01  WS-STATEMENT-PERIOD.
           05  WS-STMT-YEAR               PIC 9(4).
           05  WS-STMT-MONTH              PIC 9(2).
           05  WS-STMT-PERIOD-DISPLAY     PIC X(7).
           05  WS-STMT-NEXT-YEAR          PIC 9(4).
           05  WS-STMT-NEXT-MONTH         PIC 9(2).

      * Postage per suppressed mailing - compiled default, overridden
      * by the business parameter table
       01  WS-POSTAGE-RULES.
           05  WS-MAIL-COST               PIC 9(3)V99 VALUE 0.73.
           05  WS-POSTAGE-SAVED           PIC 9(9)V99 VALUE ZERO.
           05  WS-MAIL-COST-DISPLAY       PIC ZZ9.99.
           05  WS-POSTAGE-DISPLAY         PIC ZZZ,ZZZ,ZZ9.99.

      * Enrollment Counts
       01  WS-ENROLLMENT-COUNTS.
           05  WS-ESTATEMENT-COUNT        PIC 9(7) VALUE ZERO.
           05  WS-PAPER-ELECTED-COUNT     PIC 9(7) VALUE ZERO.
           05  WS-PAPER-BOUNCED-COUNT     PIC 9(7) VALUE ZERO.
           05  WS-ENROLLED-IN-PERIOD      PIC 9(7) VALUE ZERO.
           05  WS-PAPER-IN-PERIOD         PIC 9(7) VALUE ZERO.
           05  WS-BOUNCED-IN-PERIOD       PIC 9(7) VALUE ZERO.
           05  WS-MAILINGS-SUPPRESSED     PIC 9(7) VALUE ZERO.
           05  WS-FALLBACKS-LISTED        PIC 9(7) VALUE ZERO.

      * Work Areas and Flags
       01  WS-WORK-AREAS.
           05  WS-EOF-FLAG                PIC X VALUE 'N'.
               88  END-OF-FILE            VALUE 'Y'.
               88  NOT-END-OF-FILE        VALUE 'N'.
           05  WS-COUNT-LABEL             PIC X(40).
           05  WS-COUNT-VALUE             PIC 9(7).
           05  WS-FALLBACK-DATE           PIC X(10).

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
               STMT-PARAM-FILE
               ENROLLMENT-REPORT-FILE
               ERROR-LOG-FILE.

           DISPLAY "FILE PROCESSING ERROR DETECTED"
           PERFORM ABNORMAL-TERMINATION.
       END DECLARATIVES.

       MAIN-PROCESSING SECTION.
       MAIN-PROCESSING-ROUTINE.
           PERFORM INITIALIZATION-ROUTINE
           PERFORM GATHER-ENROLLMENT-COUNTS
           PERFORM WRITE-ENROLLMENT-COUNTS
           PERFORM LIST-PERIOD-FALLBACKS
           PERFORM COMMIT-ENROLLMENT-REPORT
           PERFORM GENERATE-SUMMARY-REPORT
           PERFORM CLEANUP-ROUTINE
           STOP RUN.

       INITIALIZATION-ROUTINE.
      * Open the period parameter, report and error log files
           OPEN INPUT STMT-PARAM-FILE
                OUTPUT ENROLLMENT-REPORT-FILE
                OUTPUT ERROR-LOG-FILE

           IF WS-PARAM-FILE-STATUS NOT = "00"
              DISPLAY "ERROR OPENING STATEMENT PARAMETER FILE"
              PERFORM ABNORMAL-TERMINATION
           END-IF

           IF WS-ENROLL-REPORT-STATUS NOT = "00"
              DISPLAY "ERROR OPENING ENROLLMENT REPORT FILE"
              PERFORM ABNORMAL-TERMINATION
           END-IF

           IF WS-ERROR-FILE-STATUS NOT = "00"
              DISPLAY "ERROR OPENING ERROR LOG FILE"
              PERFORM ABNORMAL-TERMINATION
           END-IF

      * Get current system date and time
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS

           DISPLAY "E-STATEMENT ENROLLMENT REPORT"
           DISPLAY "DATE: " WS-YEAR "-" WS-MONTH "-" WS-DAY
           DISPLAY "TIME: " WS-HOUR ":" WS-MINUTE ":" WS-SECOND

           PERFORM READ-STATEMENT-PERIOD

      * Load database configuration from external file
           PERFORM LOAD-DATABASE-CONFIG

      * Connect to DB2 database
           PERFORM DB-CONNECT

      * Register this job on the job control table.  A month-end
      * report, it follows no job in the nightly stream.
           MOVE "ESTATEMENT-ENROLLMENT-REPORT" TO JC-PROGRAM-ID
           MOVE SPACES TO JC-PREDECESSOR-ID
           PERFORM DB-CHECK-JOB-PREDECESSOR
           PERFORM DB-REGISTER-JOB-START

           MOVE "ESTMT-MAIL-COST" TO BP-PARAM-NAME
           PERFORM DB-GET-BUSINESS-PARAMETER
           IF BP-PARAM-FOUND
               MOVE SQL-BP-PARAM-VALUE TO WS-MAIL-COST
           END-IF

           MOVE SPACES TO ENROLLMENT-REPORT-RECORD
           STRING "E-STATEMENT ENROLLMENT REPORT FOR PERIOD "
               WS-STMT-PERIOD-DISPLAY
               DELIMITED BY SIZE
               INTO ENROLLMENT-REPORT-RECORD
           WRITE ENROLLMENT-REPORT-RECORD
           MOVE SPACES TO ENROLLMENT-REPORT-RECORD
           WRITE ENROLLMENT-REPORT-RECORD.

       READ-STATEMENT-PERIOD.
           READ STMT-PARAM-FILE
               AT END
                   DISPLAY "ERROR: EMPTY STATEMENT PARAMETER FILE"
                   PERFORM ABNORMAL-TERMINATION
           END-READ

           MOVE PM-STMT-YEAR  TO WS-STMT-YEAR
           MOVE PM-STMT-MONTH TO WS-STMT-MONTH

           STRING WS-STMT-YEAR "-" WS-STMT-MONTH
               DELIMITED BY SIZE
               INTO WS-STMT-PERIOD-DISPLAY

      * The period runs from the first of the month up to, not
      * including, the first of the next
           MOVE SPACES TO SQL-CU-ESTMT-FROM
           STRING WS-STMT-YEAR "-" WS-STMT-MONTH "-" "01"
               DELIMITED BY SIZE
               INTO SQL-CU-ESTMT-FROM

           IF WS-STMT-MONTH = 12
               ADD 1 TO WS-STMT-YEAR GIVING WS-STMT-NEXT-YEAR
               MOVE 1 TO WS-STMT-NEXT-MONTH
           ELSE
               MOVE WS-STMT-YEAR TO WS-STMT-NEXT-YEAR
               ADD 1 TO WS-STMT-MONTH GIVING WS-STMT-NEXT-MONTH
           END-IF

           MOVE SPACES TO SQL-CU-ESTMT-TO
           STRING WS-STMT-NEXT-YEAR "-" WS-STMT-NEXT-MONTH "-" "01"
               DELIMITED BY SIZE
               INTO SQL-CU-ESTMT-TO

           DISPLAY "STATEMENT PERIOD: " WS-STMT-PERIOD-DISPLAY.

       GATHER-ENROLLMENT-COUNTS.
      * Customers standing at each delivery status
           MOVE "E" TO SQL-CU-ESTMT-STATUS
           PERFORM DB-COUNT-BY-STATUS
           MOVE SQL-CU-ESTMT-COUNT TO WS-ESTATEMENT-COUNT

           MOVE "P" TO SQL-CU-ESTMT-STATUS
           PERFORM DB-COUNT-BY-STATUS
           MOVE SQL-CU-ESTMT-COUNT TO WS-PAPER-ELECTED-COUNT

           MOVE "B" TO SQL-CU-ESTMT-STATUS
           PERFORM DB-COUNT-BY-STATUS
           MOVE SQL-CU-ESTMT-COUNT TO WS-PAPER-BOUNCED-COUNT

      * Movement during the period
           PERFORM DB-COUNT-PERIOD-ENROLLMENTS
           MOVE SQL-CU-ESTMT-COUNT TO WS-ENROLLED-IN-PERIOD

           MOVE "P" TO SQL-CU-ESTMT-STATUS
           PERFORM DB-COUNT-PERIOD-CHANGES
           MOVE SQL-CU-ESTMT-COUNT TO WS-PAPER-IN-PERIOD

           MOVE "B" TO SQL-CU-ESTMT-STATUS
           PERFORM DB-COUNT-PERIOD-CHANGES
           MOVE SQL-CU-ESTMT-COUNT TO WS-BOUNCED-IN-PERIOD

      * One combined mailing per customer holding an account, so
      * every enrolled account holder is one mailing not printed
           PERFORM DB-COUNT-SUPPRESSED-MAILINGS
           MOVE SQL-CU-ESTMT-COUNT TO WS-MAILINGS-SUPPRESSED

           COMPUTE WS-POSTAGE-SAVED ROUNDED =
               WS-MAILINGS-SUPPRESSED * WS-MAIL-COST.

       WRITE-ENROLLMENT-COUNTS.
           MOVE "CUSTOMERS ON E-STATEMENT" TO WS-COUNT-LABEL
           MOVE WS-ESTATEMENT-COUNT TO WS-COUNT-VALUE
           PERFORM WRITE-COUNT-LINE

           MOVE "CUSTOMERS ON PAPER BY ELECTION" TO WS-COUNT-LABEL
           MOVE WS-PAPER-ELECTED-COUNT TO WS-COUNT-VALUE
           PERFORM WRITE-COUNT-LINE

           MOVE "CUSTOMERS ON PAPER AFTER A BOUNCE" TO WS-COUNT-LABEL
           MOVE WS-PAPER-BOUNCED-COUNT TO WS-COUNT-VALUE
           PERFORM WRITE-COUNT-LINE

           MOVE SPACES TO ENROLLMENT-REPORT-RECORD
           WRITE ENROLLMENT-REPORT-RECORD

           MOVE "ENROLLED DURING PERIOD" TO WS-COUNT-LABEL
           MOVE WS-ENROLLED-IN-PERIOD TO WS-COUNT-VALUE
           PERFORM WRITE-COUNT-LINE

           MOVE "ELECTED PAPER DURING PERIOD" TO WS-COUNT-LABEL
           MOVE WS-PAPER-IN-PERIOD TO WS-COUNT-VALUE
           PERFORM WRITE-COUNT-LINE

           MOVE "FELL BACK TO PAPER DURING PERIOD" TO WS-COUNT-LABEL
           MOVE WS-BOUNCED-IN-PERIOD TO WS-COUNT-VALUE
           PERFORM WRITE-COUNT-LINE

           MOVE SPACES TO ENROLLMENT-REPORT-RECORD
           WRITE ENROLLMENT-REPORT-RECORD

           MOVE "PAPER MAILINGS SUPPRESSED" TO WS-COUNT-LABEL
           MOVE WS-MAILINGS-SUPPRESSED TO WS-COUNT-VALUE
           PERFORM WRITE-COUNT-LINE

           MOVE WS-MAIL-COST TO WS-MAIL-COST-DISPLAY
           MOVE WS-POSTAGE-SAVED TO WS-POSTAGE-DISPLAY
           MOVE SPACES TO ENROLLMENT-REPORT-RECORD
           STRING "POSTAGE SAVED AT " WS-MAIL-COST-DISPLAY
               " PER MAILING          " WS-POSTAGE-DISPLAY
               DELIMITED BY SIZE
               INTO ENROLLMENT-REPORT-RECORD
           WRITE ENROLLMENT-REPORT-RECORD.

       WRITE-COUNT-LINE.
           MOVE SPACES TO ENROLLMENT-REPORT-RECORD
           STRING WS-COUNT-LABEL " " WS-COUNT-VALUE
               DELIMITED BY SIZE
               INTO ENROLLMENT-REPORT-RECORD
           WRITE ENROLLMENT-REPORT-RECORD.

       LIST-PERIOD-FALLBACKS.
      * The customers the bounce batch put back on paper this period,
      * for the branch to confirm a working e-mail address
           MOVE SPACES TO ENROLLMENT-REPORT-RECORD
           WRITE ENROLLMENT-REPORT-RECORD
           MOVE "BOUNCE FALLBACKS DURING PERIOD"
               TO ENROLLMENT-REPORT-RECORD
           WRITE ENROLLMENT-REPORT-RECORD

           SET NOT-END-OF-FILE TO TRUE
           PERFORM DB-OPEN-FALLBACK-CURSOR
           PERFORM LIST-NEXT-FALLBACK
               UNTIL END-OF-FILE
           PERFORM DB-CLOSE-FALLBACK-CURSOR

           IF WS-FALLBACKS-LISTED = ZERO
               MOVE "NONE" TO ENROLLMENT-REPORT-RECORD
               WRITE ENROLLMENT-REPORT-RECORD
           END-IF.

       LIST-NEXT-FALLBACK.
           PERFORM DB-FETCH-FALLBACK

           IF NOT-END-OF-FILE
               ADD 1 TO WS-FALLBACKS-LISTED
               MOVE SPACES TO ENROLLMENT-REPORT-RECORD
               STRING WS-FALLBACK-DATE " " SQL-CU-CUSTOMER-ID
                   " " SQL-CU-CUSTOMER-NAME (1:30)
                   " " SQL-CU-EMAIL-ADDRESS
                   " " SQL-CU-ESTMT-STATUS
                   DELIMITED BY SIZE
                   INTO ENROLLMENT-REPORT-RECORD
               WRITE ENROLLMENT-REPORT-RECORD
           END-IF.

       COMMIT-ENROLLMENT-REPORT.
      * Commit any operations log rows written during the run
           EXEC SQL
               COMMIT WORK
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error committing enrollment report - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       GENERATE-SUMMARY-REPORT.
           MOVE WS-POSTAGE-SAVED TO WS-POSTAGE-DISPLAY
           DISPLAY "E-STATEMENT ENROLLMENT SUMMARY"
           DISPLAY "On E-Statement:     " WS-ESTATEMENT-COUNT
           DISPLAY "Paper By Election:  " WS-PAPER-ELECTED-COUNT
           DISPLAY "Paper After Bounce: " WS-PAPER-BOUNCED-COUNT
           DISPLAY "Enrolled In Period: " WS-ENROLLED-IN-PERIOD
           DISPLAY "Bounced In Period:  " WS-BOUNCED-IN-PERIOD
           DISPLAY "Mailings Saved:     " WS-MAILINGS-SUPPRESSED
           DISPLAY "Postage Saved:      " WS-POSTAGE-DISPLAY.

       CLEANUP-ROUTINE.
      * Flip this job to COMPLETE on the job control table so
      * downstream predecessor checks open up
           PERFORM DB-REGISTER-JOB-COMPLETE

      * Disconnect from DB2 database
           PERFORM DB-DISCONNECT

           CLOSE STMT-PARAM-FILE
                 ENROLLMENT-REPORT-FILE
                 ERROR-LOG-FILE

           DISPLAY "E-STATEMENT ENROLLMENT REPORT COMPLETE".

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

       DB-COUNT-BY-STATUS.
           MOVE ZERO TO SQL-CU-ESTMT-COUNT

           EXEC SQL
               SELECT COUNT(*)
               INTO :SQL-CU-ESTMT-COUNT
               FROM CUSTOMER_TABLE
               WHERE COALESCE(ESTMT_STATUS, 'P') = :SQL-CU-ESTMT-STATUS
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error counting delivery status - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       DB-COUNT-PERIOD-ENROLLMENTS.
      * Consents given during the period, whatever has happened to
      * the enrollment since
           MOVE ZERO TO SQL-CU-ESTMT-COUNT

           EXEC SQL
               SELECT COUNT(*)
               INTO :SQL-CU-ESTMT-COUNT
               FROM CUSTOMER_TABLE
               WHERE ESTMT_CONSENT_DATE >= DATE(:SQL-CU-ESTMT-FROM)
               AND ESTMT_CONSENT_DATE < DATE(:SQL-CU-ESTMT-TO)
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error counting enrollments - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       DB-COUNT-PERIOD-CHANGES.
      * Moves to the given status recorded in the change history
      * during the period - customer maintenance for a paper
      * election, the bounce batch for a fallback
           MOVE ZERO TO SQL-CU-ESTMT-COUNT

           EXEC SQL
               SELECT COUNT(*)
               INTO :SQL-CU-ESTMT-COUNT
               FROM CHANGE_HISTORY_TABLE
               WHERE TABLE_NAME = 'CUSTOMER_TABLE'
               AND FIELD_NAME = 'ESTATEMENT'
               AND NEW_VALUE = :SQL-CU-ESTMT-STATUS
               AND OLD_VALUE <> :SQL-CU-ESTMT-STATUS
               AND CHANGE_DATE >= DATE(:SQL-CU-ESTMT-FROM)
               AND CHANGE_DATE < DATE(:SQL-CU-ESTMT-TO)
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error counting status changes - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       DB-COUNT-SUPPRESSED-MAILINGS.
           MOVE ZERO TO SQL-CU-ESTMT-COUNT

           EXEC SQL
               SELECT COUNT(*)
               INTO :SQL-CU-ESTMT-COUNT
               FROM CUSTOMER_TABLE C
               WHERE C.ESTMT_STATUS = 'E'
               AND EXISTS
                     (SELECT 1 FROM CUSTOMER_ACCOUNT_TABLE A
                      WHERE A.CUSTOMER_ID = C.CUSTOMER_ID)
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error counting suppressed mail - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       DB-OPEN-FALLBACK-CURSOR.
      * Each fallback with the customer's status as it stands now -
      * 'E' again once the customer has re-enrolled
           EXEC SQL
               DECLARE FALLBACK_CURSOR CURSOR FOR
               SELECT CHAR(H.CHANGE_DATE, ISO), C.CUSTOMER_ID,
                      C.CUSTOMER_NAME,
                      COALESCE(C.EMAIL_ADDRESS, ' '),
                      COALESCE(C.ESTMT_STATUS, 'P')
               FROM CHANGE_HISTORY_TABLE H
               INNER JOIN CUSTOMER_TABLE C
                 ON C.CUSTOMER_ID = H.RECORD_KEY
               WHERE H.TABLE_NAME = 'CUSTOMER_TABLE'
               AND H.FIELD_NAME = 'ESTATEMENT'
               AND H.NEW_VALUE = 'B'
               AND H.CHANGE_DATE >= DATE(:SQL-CU-ESTMT-FROM)
               AND H.CHANGE_DATE < DATE(:SQL-CU-ESTMT-TO)
               ORDER BY 1, 2
           END-EXEC

           EXEC SQL
               OPEN FALLBACK_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error opening fallback cursor - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
               SET END-OF-FILE TO TRUE
           END-IF.

       DB-FETCH-FALLBACK.
           EXEC SQL
               FETCH FALLBACK_CURSOR INTO
               :WS-FALLBACK-DATE,
               :SQL-CU-CUSTOMER-ID,
               :SQL-CU-CUSTOMER-NAME,
               :SQL-CU-EMAIL-ADDRESS,
               :SQL-CU-ESTMT-STATUS
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   SET END-OF-FILE TO TRUE
               WHEN OTHER
                   MOVE SQLCODE TO WS-ERROR-CODE
                   STRING "Error fetching fallback - SQLCODE: "
                       SQLCODE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
                   SET END-OF-FILE TO TRUE
           END-EVALUATE.

       DB-CLOSE-FALLBACK-CURSOR.
           EXEC SQL
               CLOSE FALLBACK_CURSOR
           END-EXEC.

           COPY "dbconfig_loader.cpy".

           COPY "jobcontrol.cpy".

           COPY "paramtable.cpy".

           COPY "opslog.cpy".
