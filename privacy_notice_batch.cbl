      *================================================================*
      * Annual Privacy Notice Mailing Batch                            *
      * Builds the year's privacy notice mailing file from            *
      * CUSTOMER_TABLE - one notice per customer holding an account,  *
      * printed with the sharing and marketing choices now on file so *
      * the customer sees what stands before marking the return       *
      * form.  Returned-mail addresses are skipped and listed for     *
      * address research, and deceased customers are left out.  Each *
      * customer mailed is stamped with PRIVACY_NOTICE_DATE.          *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRIVACY-NOTICE-BATCH.
       DATE-WRITTEN. 2026-10-15.
       AUTHOR. Updated 2026-10-15 for DB2 Integration.
       REMARKS. ANNUAL PRIVACY NOTICE MAILING BATCH.

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

      * Notice mailing file for the print vendor
           SELECT NOTICE-FILE
               ASSIGN TO "PRIVNOTICE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTICE-FILE-STATUS.

           SELECT NOTICE-REPORT-FILE
               ASSIGN TO "PRIVNOTICERPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTICE-REPORT-STATUS.

           SELECT ERROR-LOG-FILE
               ASSIGN TO "PRIVNOTERRLOG"
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

      * Privacy Notice Mailing Record - the address block plus the
      * choices on file, 'Y' opted out, 'N' not
       FD  NOTICE-FILE.
       01  NOTICE-RECORD.
           05  PN-CUSTOMER-ID         PIC X(10).
           05  PN-CUSTOMER-NAME       PIC X(40).
           05  PN-ADDRESS-LINE-1      PIC X(40).
           05  PN-ADDRESS-LINE-2      PIC X(40).
           05  PN-CITY                PIC X(20).
           05  PN-STATE-CODE          PIC X(2).
           05  PN-POSTAL-CODE         PIC X(10).
           05  PN-SHARE-OPT-OUT       PIC X.
           05  PN-MKTG-OPT-OUT        PIC X.
           05  PN-NOTICE-YEAR         PIC 9(4).

      * Mailing Control Report Record
       FD  NOTICE-REPORT-FILE.
       01  NOTICE-REPORT-RECORD       PIC X(130).

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
           05  WS-NOTICE-FILE-STATUS      PIC XX.
           05  WS-NOTICE-REPORT-STATUS    PIC XX.
           05  WS-ERROR-FILE-STATUS       PIC XX.

      * Error Code Management
       01  WS-ERROR-CODES.
           05  WS-ERROR-CODE              PIC 9(4).
               88  ERR-NONE               VALUE 0000.
               88  ERR-FILE-ACCESS        VALUE 3001.
               88  ERR-SYSTEM-ERROR       VALUE 9999.
           05  WS-ERROR-MESSAGE-PARAM     PIC X(80).

      * Processing Statistics
       01  WS-PROCESSING-STATS.
           05  WS-CUSTOMERS-READ          PIC 9(7) VALUE ZERO.
           05  WS-NOTICES-WRITTEN         PIC 9(7) VALUE ZERO.
           05  WS-RETURNED-MAIL-SKIPPED   PIC 9(7) VALUE ZERO.
           05  WS-NOTICES-SHOWING-OPT-OUT PIC 9(7) VALUE ZERO.

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
               NOTICE-FILE
               NOTICE-REPORT-FILE
               ERROR-LOG-FILE.

           DISPLAY "FILE PROCESSING ERROR DETECTED"
           PERFORM ABNORMAL-TERMINATION.
       END DECLARATIVES.

       MAIN-PROCESSING SECTION.
       MAIN-PROCESSING-ROUTINE.
           PERFORM INITIALIZATION-ROUTINE
           PERFORM DB-OPEN-NOTICE-CURSOR
           PERFORM PROCESS-NOTICE-CUSTOMERS
               UNTIL END-OF-FILE
           PERFORM DB-CLOSE-NOTICE-CURSOR
           PERFORM COMMIT-NOTICE-BATCH
           PERFORM GENERATE-SUMMARY-REPORT
           PERFORM CLEANUP-ROUTINE
           STOP RUN.

       INITIALIZATION-ROUTINE.
      * Open the mailing, control report and error log files
           OPEN OUTPUT NOTICE-FILE
                OUTPUT NOTICE-REPORT-FILE
                OUTPUT ERROR-LOG-FILE

           IF WS-NOTICE-FILE-STATUS NOT = "00"
              DISPLAY "ERROR OPENING PRIVACY NOTICE FILE"
              PERFORM ABNORMAL-TERMINATION
           END-IF

           IF WS-NOTICE-REPORT-STATUS NOT = "00"
              DISPLAY "ERROR OPENING NOTICE REPORT FILE"
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

           DISPLAY "ANNUAL PRIVACY NOTICE MAILING BATCH"
           DISPLAY "DATE: " WS-YEAR "-" WS-MONTH "-" WS-DAY
           DISPLAY "TIME: " WS-HOUR ":" WS-MINUTE ":" WS-SECOND

           MOVE SPACES TO SQL-CU-NOTICE-DATE
           STRING WS-YEAR "-" WS-MONTH "-" WS-DAY
               DELIMITED BY SIZE
               INTO SQL-CU-NOTICE-DATE

      * Load database configuration from external file
           PERFORM LOAD-DATABASE-CONFIG

      * Connect to DB2 database
           PERFORM DB-CONNECT

      * Register this job on the job control table.  An annual
      * mailing, it follows no job in the nightly stream.
           MOVE "PRIVACY-NOTICE-BATCH" TO JC-PROGRAM-ID
           MOVE SPACES TO JC-PREDECESSOR-ID
           PERFORM DB-CHECK-JOB-PREDECESSOR
           PERFORM DB-REGISTER-JOB-START

           MOVE SPACES TO NOTICE-REPORT-RECORD
           STRING "PRIVACY NOTICE MAILING " WS-YEAR
               " - RETURNED-MAIL ADDRESSES SKIPPED"
               DELIMITED BY SIZE
               INTO NOTICE-REPORT-RECORD
           WRITE NOTICE-REPORT-RECORD

           SET NOT-END-OF-FILE TO TRUE.

       PROCESS-NOTICE-CUSTOMERS.
           PERFORM DB-FETCH-NOTICE-CUSTOMER

           IF NOT-END-OF-FILE
               ADD 1 TO WS-CUSTOMERS-READ
               IF SQL-CU-RETURNED-MAIL = 'Y'
                   PERFORM SKIP-RETURNED-MAIL
               ELSE
                   PERFORM WRITE-PRIVACY-NOTICE
               END-IF
           END-IF.

       SKIP-RETURNED-MAIL.
      * No notice to an address the post office already sent back;
      * the customer is listed so research can correct the address
           ADD 1 TO WS-RETURNED-MAIL-SKIPPED
           MOVE SPACES TO NOTICE-REPORT-RECORD
           STRING "SKIPPED  " SQL-CU-CUSTOMER-ID
               " " SQL-CU-CUSTOMER-NAME (1:30)
               " " SQL-CU-ADDRESS-LINE-1
               " RETURNED MAIL"
               DELIMITED BY SIZE
               INTO NOTICE-REPORT-RECORD
           WRITE NOTICE-REPORT-RECORD.

       WRITE-PRIVACY-NOTICE.
           MOVE SQL-CU-CUSTOMER-ID TO PN-CUSTOMER-ID
           MOVE SQL-CU-CUSTOMER-NAME TO PN-CUSTOMER-NAME
           MOVE SQL-CU-ADDRESS-LINE-1 TO PN-ADDRESS-LINE-1
           MOVE SQL-CU-ADDRESS-LINE-2 TO PN-ADDRESS-LINE-2
           MOVE SQL-CU-CITY TO PN-CITY
           MOVE SQL-CU-STATE-CODE TO PN-STATE-CODE
           MOVE SQL-CU-POSTAL-CODE TO PN-POSTAL-CODE
           MOVE SQL-CU-SHARE-OPT-OUT TO PN-SHARE-OPT-OUT
           MOVE SQL-CU-MKTG-OPT-OUT TO PN-MKTG-OPT-OUT
           MOVE WS-YEAR TO PN-NOTICE-YEAR
           WRITE NOTICE-RECORD
           ADD 1 TO WS-NOTICES-WRITTEN

           IF CU-SHARING-OPTED-OUT OR CU-MARKETING-OPTED-OUT
               ADD 1 TO WS-NOTICES-SHOWING-OPT-OUT
           END-IF

           PERFORM DB-STAMP-NOTICE-DATE.

       COMMIT-NOTICE-BATCH.
      * Commit the notice dates stamped this run in one unit of
      * work, so DB-DISCONNECT below doesn't roll them back
           EXEC SQL
               COMMIT WORK
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error committing notice dates - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       GENERATE-SUMMARY-REPORT.
           MOVE SPACES TO NOTICE-REPORT-RECORD
           WRITE NOTICE-REPORT-RECORD
           MOVE SPACES TO NOTICE-REPORT-RECORD
           STRING "NOTICES WRITTEN " WS-NOTICES-WRITTEN
               "  RETURNED MAIL SKIPPED " WS-RETURNED-MAIL-SKIPPED
               DELIMITED BY SIZE
               INTO NOTICE-REPORT-RECORD
           WRITE NOTICE-REPORT-RECORD

           DISPLAY "PRIVACY NOTICE MAILING SUMMARY"
           DISPLAY "Customers Read:        " WS-CUSTOMERS-READ
           DISPLAY "Notices Written:       " WS-NOTICES-WRITTEN
           DISPLAY "Returned Mail Skipped: " WS-RETURNED-MAIL-SKIPPED
           DISPLAY "Showing An Opt-Out:    "
               WS-NOTICES-SHOWING-OPT-OUT.

       CLEANUP-ROUTINE.
      * Flip this job to COMPLETE on the job control table so
      * downstream predecessor checks open up
           PERFORM DB-REGISTER-JOB-COMPLETE

      * Disconnect from DB2 database
           PERFORM DB-DISCONNECT

           CLOSE NOTICE-FILE
                 NOTICE-REPORT-FILE
                 ERROR-LOG-FILE

           DISPLAY "ANNUAL PRIVACY NOTICE MAILING BATCH COMPLETE".

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
           MOVE SQL-CU-CUSTOMER-ID TO ER-CUSTOMER-ID
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

       DB-OPEN-NOTICE-CURSOR.
      * Every living customer linked to at least one account
           EXEC SQL
               DECLARE NOTICE_CURSOR CURSOR FOR
               SELECT C.CUSTOMER_ID, C.CUSTOMER_NAME,
                      COALESCE(C.ADDRESS_LINE_1, ' '),
                      COALESCE(C.ADDRESS_LINE_2, ' '),
                      COALESCE(C.CITY, ' '),
                      COALESCE(C.STATE_CODE, ' '),
                      COALESCE(C.POSTAL_CODE, ' '),
                      COALESCE(C.RETURNED_MAIL_FLAG, 'N'),
                      COALESCE(C.SHARE_OPT_OUT, 'N'),
                      COALESCE(C.MKTG_OPT_OUT, 'N')
               FROM CUSTOMER_TABLE C
               WHERE COALESCE(C.DECEASED_FLAG, 'N') <> 'Y'
               AND EXISTS
                     (SELECT 1 FROM CUSTOMER_ACCOUNT_TABLE A
                      WHERE A.CUSTOMER_ID = C.CUSTOMER_ID)
               ORDER BY C.POSTAL_CODE, C.CUSTOMER_ID
           END-EXEC

           EXEC SQL
               OPEN NOTICE_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error opening notice cursor - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
               SET END-OF-FILE TO TRUE
           END-IF.

       DB-FETCH-NOTICE-CUSTOMER.
           EXEC SQL
               FETCH NOTICE_CURSOR INTO
               :SQL-CU-CUSTOMER-ID,
               :SQL-CU-CUSTOMER-NAME,
               :SQL-CU-ADDRESS-LINE-1,
               :SQL-CU-ADDRESS-LINE-2,
               :SQL-CU-CITY,
               :SQL-CU-STATE-CODE,
               :SQL-CU-POSTAL-CODE,
               :SQL-CU-RETURNED-MAIL,
               :SQL-CU-SHARE-OPT-OUT,
               :SQL-CU-MKTG-OPT-OUT
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   SET END-OF-FILE TO TRUE
               WHEN OTHER
                   MOVE SQLCODE TO WS-ERROR-CODE
                   STRING "Error fetching notice customer - SQLCODE: "
                       SQLCODE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
                   SET END-OF-FILE TO TRUE
           END-EVALUATE.

       DB-CLOSE-NOTICE-CURSOR.
           EXEC SQL
               CLOSE NOTICE_CURSOR
           END-EXEC.

       DB-STAMP-NOTICE-DATE.
           EXEC SQL
               UPDATE CUSTOMER_TABLE
               SET PRIVACY_NOTICE_DATE = DATE(:SQL-CU-NOTICE-DATE)
               WHERE CUSTOMER_ID = :SQL-CU-CUSTOMER-ID
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error stamping notice date - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

           COPY "dbconfig_loader.cpy".

           COPY "jobcontrol.cpy".

           COPY "opslog.cpy".
