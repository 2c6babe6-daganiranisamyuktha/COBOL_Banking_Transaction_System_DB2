      *================================================================*
      * Customer Data Retention and Privacy Purge                      *
      * Anonymizes the personal details of customers whose banking    *
      * relationship ended longer ago than the retention period -     *
      * PRIVACY-RETAIN-DAYS on the business parameter table, else     *
      * seven years.  A customer's accounts are every account         *
      * CUSTOMER_ACCOUNT_TABLE relates it to, in any role, plus the   *
      * account under its own ID; every one must be CLOSED, and the   *
      * latest posting, archived posting or account change on any of  *
      * them must fall before the cutoff.  A customer is held back    *
      * while an OPEN legal order, an OPEN dispute case, an OPEN      *
      * chargeoff, an official check still OUTSTANDING or STALE       *
      * (an escheat obligation in the purchaser's name), a loan still *
      * ACTIVE, DELINQUENT or NONACCRUAL, or an AML case remains -    *
      * one still being worked, or one closed or filed inside the     *
      * SAR record-retention period (SAR-RETAIN-DAYS on the business  *
      * parameter table, else five years).                            *
      * For the rest the name, address, phone, email, TIN and dates   *
      * of birth and death come off CUSTOMER_TABLE, the old and new   *
      * values of those fields come off CHANGE_HISTORY_TABLE and the  *
      * free-text description comes off their archived postings.      *
      * The name, address, date of birth and ID number of each of a   *
      * legal-entity customer's beneficial owners come off            *
      * BENEFICIAL_OWNER_TABLE, and the names of the IRA              *
      * beneficiaries on its accounts off IRA_BENEFICIARY_TABLE.      *
      * IDs, amounts, dates and statuses stay for audit.  Each        *
      * customer is one unit of work with its own change history      *
      * row, and goes on the PRIVCERTRPT certificate.  RUNPARAM run   *
      * mode PREVIEW writes the same certificate and changes nothing, *
      * so compliance can approve the list before the live run.       *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOMER-PRIVACY-PURGE.
       DATE-WRITTEN. 2026-10-15.
       AUTHOR. Updated 2026-10-15 for DB2 Integration.
       REMARKS. CUSTOMER DATA RETENTION AND PRIVACY PURGE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Configuration file containing DB2 connection parameters
           SELECT CONFIG-FILE
               ASSIGN TO "DB2CONFIG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-FILE-STATUS.

      * Optional run parameter file - the date retention is aged
      * from and the run mode
           SELECT RUN-PARAM-FILE
               ASSIGN TO "RUNPARAM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-PARAM-FILE-STATUS.

      * Anonymization certificate - one line per customer past the
      * retention period, anonymized or held
           SELECT CERTIFICATE-FILE
               ASSIGN TO "PRIVCERTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CERTIFICATE-STATUS.

           SELECT ERROR-LOG-FILE
               ASSIGN TO "PRIVPURGEERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERROR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * Run Parameter File Record Structure - the business date and
      * the run mode are used here
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
           05  FILLER                 PIC X(68).
      * PREVIEW lists who would be anonymized and changes nothing;
      * spaces is the live run
           05  PM-RUN-MODE            PIC X(8).

       FD  CERTIFICATE-FILE.
       01  CERTIFICATE-RECORD         PIC X(130).

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
           05  WS-CERTIFICATE-STATUS      PIC XX.
           05  WS-ERROR-FILE-STATUS       PIC XX.

      * Error Code Management
       01  WS-ERROR-CODES.
           05  WS-ERROR-CODE              PIC 9(4).
               88  ERR-NONE               VALUE 0000.
               88  ERR-FILE-ACCESS        VALUE 3001.
               88  ERR-SYSTEM-ERROR       VALUE 9999.
           05  WS-ERROR-MESSAGE-PARAM     PIC X(80).

      * Default retention after the relationship ends - seven years,
      * unless the business parameter table governs
       01  WS-RETENTION-DEFAULTS.
           05  WS-DEFAULT-RETAIN-DAYS     PIC 9(5) VALUE 2555.
      * AML case records, including the SAR filed on one, are kept
      * five years from the filing or the decision not to file
           05  WS-DEFAULT-SAR-RETAIN-DAYS PIC 9(5) VALUE 1825.

      * Run mode from RUNPARAM
       01  WS-RUN-MODE                    PIC X(8) VALUE SPACES.
           88  PREVIEW-RUN                VALUE 'PREVIEW'.

      * Privacy Purge Work Area - the DB2 host variables for the
      * customer in hand
       01  WS-PRIVACY-WORK.
           05  SQL-PV-CUSTOMER-ID         PIC X(10).
           05  SQL-PV-RETAIN-DAYS         PIC S9(9) COMP-3.
           05  SQL-PV-CUTOFF-DATE         PIC X(10).
           05  SQL-PV-SAR-RETAIN-DAYS     PIC S9(9) COMP-3.
           05  SQL-PV-SAR-CUTOFF-DATE     PIC X(10).
           05  SQL-PV-LAST-ACTIVITY       PIC X(10).
           05  SQL-PV-ACCOUNT-COUNT       PIC S9(9) COMP-3.
           05  SQL-PV-ORDER-COUNT         PIC S9(9) COMP-3.
           05  SQL-PV-DISPUTE-COUNT       PIC S9(9) COMP-3.
           05  SQL-PV-CHARGEOFF-COUNT     PIC S9(9) COMP-3.
           05  SQL-PV-OFFCHK-COUNT        PIC S9(9) COMP-3.
           05  SQL-PV-LOAN-COUNT          PIC S9(9) COMP-3.
           05  SQL-PV-AML-COUNT           PIC S9(9) COMP-3.
           05  SQL-PV-HISTORY-ROWS        PIC S9(9) COMP-3.
           05  SQL-PV-ARCHIVE-ROWS        PIC S9(9) COMP-3.
           05  SQL-PV-OWNER-ROWS          PIC S9(9) COMP-3.
           05  SQL-PV-BENEFICIARY-ROWS    PIC S9(9) COMP-3.
      * What an anonymized customer's name and scrubbed history
      * values read - the name also keeps a customer from being
      * picked up again on the next run
           05  SQL-PV-ANONYMIZED-NAME     PIC X(40)
               VALUE 'ANONYMIZED - RETENTION PERIOD ENDED'.
           05  SQL-PV-ANONYMIZED-VALUE    PIC X(40)
               VALUE 'ANONYMIZED'.
           05  WS-PV-ACTION               PIC X(25).
           05  WS-PV-OK-FLAG              PIC X VALUE 'Y'.
               88  PRIVACY-OK             VALUE 'Y'.
               88  PRIVACY-FAILED         VALUE 'N'.
           05  WS-EDIT-ACCOUNTS           PIC ZZZ,ZZ9.
           05  WS-EDIT-HISTORY-ROWS       PIC ZZZ,ZZ9.
           05  WS-EDIT-ARCHIVE-ROWS       PIC ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-OWNER-ROWS         PIC ZZ,ZZ9.
           05  WS-EDIT-BENEFICIARY-ROWS   PIC ZZ,ZZ9.
           05  WS-EDIT-RETAIN-DAYS        PIC ZZ,ZZ9.
           05  WS-EDIT-CUSTOMERS          PIC ZZZ,ZZ9.

      * Processing Statistics
       01  WS-PROCESSING-STATS.
           05  WS-CUSTOMERS-EXAMINED      PIC 9(7) COMP VALUE ZERO.
           05  WS-CUSTOMERS-ANONYMIZED    PIC 9(7) COMP VALUE ZERO.
           05  WS-CUSTOMERS-HELD          PIC 9(7) COMP VALUE ZERO.
           05  WS-CUSTOMERS-IN-RETENTION  PIC 9(7) COMP VALUE ZERO.
           05  WS-HISTORY-ROWS-SCRUBBED   PIC 9(9) COMP VALUE ZERO.
           05  WS-ARCHIVE-ROWS-SCRUBBED   PIC 9(9) COMP VALUE ZERO.
           05  WS-OWNER-ROWS-SCRUBBED     PIC 9(9) COMP VALUE ZERO.
           05  WS-BENE-ROWS-SCRUBBED      PIC 9(9) COMP VALUE ZERO.
           05  WS-PRIVACY-ERRORS          PIC 9(7) COMP VALUE ZERO.

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
               CERTIFICATE-FILE
               ERROR-LOG-FILE.

           DISPLAY "FILE PROCESSING ERROR DETECTED"
           PERFORM ABNORMAL-TERMINATION.
       END DECLARATIVES.

       MAIN-PROCESSING SECTION.
       MAIN-PROCESSING-ROUTINE.
           PERFORM INITIALIZATION-ROUTINE
           PERFORM PROCESS-ENDED-RELATIONSHIPS
           PERFORM GENERATE-SUMMARY-REPORT
           PERFORM CLEANUP-ROUTINE
           STOP RUN.

       INITIALIZATION-ROUTINE.
      * Open certificate and error log files
           OPEN OUTPUT CERTIFICATE-FILE
                OUTPUT ERROR-LOG-FILE

           IF WS-CERTIFICATE-STATUS NOT = "00"
              DISPLAY "ERROR OPENING PRIVACY CERTIFICATE FILE"
              PERFORM ABNORMAL-TERMINATION
           END-IF

           IF WS-ERROR-FILE-STATUS NOT = "00"
              DISPLAY "ERROR OPENING ERROR LOG FILE"
              PERFORM ABNORMAL-TERMINATION
           END-IF

      * Get current system date and time
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS

           DISPLAY "CUSTOMER DATA RETENTION AND PRIVACY PURGE"
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
                       MOVE PM-RUN-MODE TO WS-RUN-MODE
               END-READ
               CLOSE RUN-PARAM-FILE
           END-IF

      * Load database configuration from external file
           PERFORM LOAD-DATABASE-CONFIG

      * Connect to DB2 database
           PERFORM DB-CONNECT

      * A governing business parameter row overrides the compiled
      * retention default
           MOVE "PRIVACY-RETAIN-DAYS" TO BP-PARAM-NAME
           PERFORM DB-GET-BUSINESS-PARAMETER
           IF BP-PARAM-FOUND
               MOVE SQL-BP-PARAM-VALUE TO WS-DEFAULT-RETAIN-DAYS
           END-IF
           MOVE WS-DEFAULT-RETAIN-DAYS TO SQL-PV-RETAIN-DAYS
           MOVE "SAR-RETAIN-DAYS" TO BP-PARAM-NAME
           PERFORM DB-GET-BUSINESS-PARAMETER
           IF BP-PARAM-FOUND
               MOVE SQL-BP-PARAM-VALUE TO WS-DEFAULT-SAR-RETAIN-DAYS
           END-IF
           MOVE WS-DEFAULT-SAR-RETAIN-DAYS TO SQL-PV-SAR-RETAIN-DAYS

      * Register this job on the job control table.  A housekeeping
      * job over the customer file, it follows no job in the stream.
           MOVE "CUSTOMER-PRIVACY-PURGE" TO JC-PROGRAM-ID
           MOVE SPACES TO JC-PREDECESSOR-ID
           PERFORM DB-CHECK-JOB-PREDECESSOR
           PERFORM DB-REGISTER-JOB-START

           PERFORM DB-GET-RETENTION-CUTOFF

           MOVE WS-DEFAULT-RETAIN-DAYS TO WS-EDIT-RETAIN-DAYS
           MOVE SPACES TO CERTIFICATE-RECORD
           STRING "CUSTOMER PRIVACY ANONYMIZATION CERTIFICATE AS OF "
               JC-BUSINESS-DATE
               "   RETENTION " WS-EDIT-RETAIN-DAYS " DAYS"
               "   ACTIVITY BEFORE " SQL-PV-CUTOFF-DATE
               DELIMITED BY SIZE
               INTO CERTIFICATE-RECORD
           WRITE CERTIFICATE-RECORD

           MOVE SPACES TO CERTIFICATE-RECORD
           IF PREVIEW-RUN
               STRING "PREVIEW RUN - NO CUSTOMER DATA CHANGED, FOR "
                   "COMPLIANCE APPROVAL BEFORE THE LIVE RUN"
                   DELIMITED BY SIZE
                   INTO CERTIFICATE-RECORD
           ELSE
               STRING "LIVE RUN - EVERY CUSTOMER LISTED ANONYMIZED "
                   "HAS BEEN ANONYMIZED AND COMMITTED"
                   DELIMITED BY SIZE
                   INTO CERTIFICATE-RECORD
           END-IF
           WRITE CERTIFICATE-RECORD

           MOVE SPACES TO CERTIFICATE-RECORD
           WRITE CERTIFICATE-RECORD
           MOVE SPACES TO CERTIFICATE-RECORD
           STRING "CUSTOMER    LAST ACTIVITY ACCOUNTS   ACTION"
               "                    HISTORY  ARCHIVE ROWS"
               "   OWNERS IRA BENE"
               DELIMITED BY SIZE
               INTO CERTIFICATE-RECORD
           WRITE CERTIFICATE-RECORD.

       PROCESS-ENDED-RELATIONSHIPS.
           PERFORM DB-OPEN-CLOSED-CUSTOMER-CURSOR
           PERFORM PROCESS-NEXT-CLOSED-CUSTOMER
               UNTIL END-OF-FILE
           PERFORM DB-CLOSE-CLOSED-CUSTOMER-CURSOR

           IF WS-CUSTOMERS-ANONYMIZED = ZERO
              AND WS-CUSTOMERS-HELD = ZERO
               MOVE SPACES TO CERTIFICATE-RECORD
               STRING "NO CUSTOMERS PAST THE RETENTION PERIOD"
                   DELIMITED BY SIZE
                   INTO CERTIFICATE-RECORD
               WRITE CERTIFICATE-RECORD
           END-IF.

       PROCESS-NEXT-CLOSED-CUSTOMER.
           PERFORM DB-FETCH-NEXT-CLOSED-CUSTOMER
           IF NOT END-OF-FILE
               ADD 1 TO WS-CUSTOMERS-EXAMINED
               PERFORM DB-GET-LAST-ACTIVITY
      * Still inside the retention period - nothing to report
               IF SQL-PV-LAST-ACTIVITY NOT = SPACES
                  AND SQL-PV-LAST-ACTIVITY NOT < SQL-PV-CUTOFF-DATE
                   ADD 1 TO WS-CUSTOMERS-IN-RETENTION
               ELSE
                   PERFORM EVALUATE-ONE-CUSTOMER
               END-IF
           END-IF.

       EVALUATE-ONE-CUSTOMER.
      * Past retention - held back by anything still open against
      * the relationship, otherwise anonymized
           MOVE ZERO TO SQL-PV-HISTORY-ROWS
           MOVE ZERO TO SQL-PV-ARCHIVE-ROWS
           MOVE ZERO TO SQL-PV-OWNER-ROWS
           MOVE ZERO TO SQL-PV-BENEFICIARY-ROWS
           PERFORM DB-COUNT-OPEN-OBLIGATIONS

           EVALUATE TRUE
               WHEN SQL-PV-LAST-ACTIVITY = SPACES
      * Nothing on file shows when the relationship ended
                   MOVE "HELD - NO ACTIVITY DATE" TO WS-PV-ACTION
               WHEN SQL-PV-ORDER-COUNT > ZERO
                   MOVE "HELD - LEGAL ORDER" TO WS-PV-ACTION
               WHEN SQL-PV-DISPUTE-COUNT > ZERO
                   MOVE "HELD - DISPUTE CASE" TO WS-PV-ACTION
               WHEN SQL-PV-CHARGEOFF-COUNT > ZERO
                   MOVE "HELD - CHARGEOFF" TO WS-PV-ACTION
               WHEN SQL-PV-OFFCHK-COUNT > ZERO
                   MOVE "HELD - ESCHEAT OBLIGATION" TO WS-PV-ACTION
               WHEN SQL-PV-LOAN-COUNT > ZERO
                   MOVE "HELD - OPEN LOAN" TO WS-PV-ACTION
               WHEN SQL-PV-AML-COUNT > ZERO
                   MOVE "HELD - AML CASE" TO WS-PV-ACTION
               WHEN PREVIEW-RUN
                   MOVE "WOULD ANONYMIZE" TO WS-PV-ACTION
               WHEN OTHER
                   MOVE "ANONYMIZED" TO WS-PV-ACTION
           END-EVALUATE

           EVALUATE WS-PV-ACTION
               WHEN "WOULD ANONYMIZE"
                   PERFORM DB-COUNT-PERSONAL-ROWS
                   ADD 1 TO WS-CUSTOMERS-ANONYMIZED
                   ADD SQL-PV-HISTORY-ROWS TO WS-HISTORY-ROWS-SCRUBBED
                   ADD SQL-PV-ARCHIVE-ROWS TO WS-ARCHIVE-ROWS-SCRUBBED
                   ADD SQL-PV-OWNER-ROWS TO WS-OWNER-ROWS-SCRUBBED
                   ADD SQL-PV-BENEFICIARY-ROWS TO WS-BENE-ROWS-SCRUBBED
                   PERFORM WRITE-CERTIFICATE-LINE
               WHEN "ANONYMIZED"
                   PERFORM ANONYMIZE-ONE-CUSTOMER
               WHEN OTHER
                   ADD 1 TO WS-CUSTOMERS-HELD
                   PERFORM WRITE-CERTIFICATE-LINE
           END-EVALUATE.

       ANONYMIZE-ONE-CUSTOMER.
      * Customer row, its history, its archived postings, its
      * beneficial owners and its IRA beneficiaries in one unit of
      * work, with the change history row that records it
           SET PRIVACY-OK TO TRUE
           PERFORM DB-ANONYMIZE-CUSTOMER
           IF PRIVACY-OK
               PERFORM DB-SCRUB-CHANGE-HISTORY
           END-IF
           IF PRIVACY-OK
               PERFORM DB-SCRUB-ARCHIVED-POSTINGS
           END-IF
           IF PRIVACY-OK
               PERFORM DB-SCRUB-BENEFICIAL-OWNERS
           END-IF
           IF PRIVACY-OK
               PERFORM DB-SCRUB-IRA-BENEFICIARIES
           END-IF
           IF PRIVACY-OK
               PERFORM RECORD-ANONYMIZATION
           END-IF
           IF PRIVACY-OK
               PERFORM DB-COMMIT-ANONYMIZATION
           END-IF

           IF PRIVACY-OK
               ADD 1 TO WS-CUSTOMERS-ANONYMIZED
               ADD SQL-PV-HISTORY-ROWS TO WS-HISTORY-ROWS-SCRUBBED
               ADD SQL-PV-ARCHIVE-ROWS TO WS-ARCHIVE-ROWS-SCRUBBED
               ADD SQL-PV-OWNER-ROWS TO WS-OWNER-ROWS-SCRUBBED
               ADD SQL-PV-BENEFICIARY-ROWS TO WS-BENE-ROWS-SCRUBBED
               PERFORM WRITE-CERTIFICATE-LINE
           ELSE
               ADD 1 TO WS-PRIVACY-ERRORS
               PERFORM DB-ROLLBACK-ANONYMIZATION
      * The rollback closes the held cursor too - the rest waits
      * for the next run
               SET END-OF-FILE TO TRUE
           END-IF.

       RECORD-ANONYMIZATION.
           MOVE "CUSTOMER_TABLE" TO CH-TABLE-NAME
           MOVE SQL-PV-CUSTOMER-ID TO CH-RECORD-KEY
           MOVE "PERSONAL-DATA" TO CH-FIELD-NAME
           MOVE "RETAINED" TO CH-OLD-VALUE
           MOVE SQL-PV-ANONYMIZED-VALUE TO CH-NEW-VALUE
           MOVE "PRIVPURG" TO CH-CHANGED-BY
           MOVE "RETENTION" TO CH-CHANGE-REASON
           SET ERR-NONE TO TRUE
           PERFORM DB-WRITE-CHANGE-HISTORY
           IF NOT ERR-NONE
               SET PRIVACY-FAILED TO TRUE
           END-IF.

       WRITE-CERTIFICATE-LINE.
           MOVE SQL-PV-ACCOUNT-COUNT TO WS-EDIT-ACCOUNTS
           MOVE SQL-PV-HISTORY-ROWS TO WS-EDIT-HISTORY-ROWS
           MOVE SQL-PV-ARCHIVE-ROWS TO WS-EDIT-ARCHIVE-ROWS
           MOVE SQL-PV-OWNER-ROWS TO WS-EDIT-OWNER-ROWS
           MOVE SQL-PV-BENEFICIARY-ROWS TO WS-EDIT-BENEFICIARY-ROWS
           MOVE SPACES TO CERTIFICATE-RECORD
           STRING SQL-PV-CUSTOMER-ID "  " SQL-PV-LAST-ACTIVITY "     "
               WS-EDIT-ACCOUNTS "   " WS-PV-ACTION " "
               WS-EDIT-HISTORY-ROWS "   " WS-EDIT-ARCHIVE-ROWS
               "   " WS-EDIT-OWNER-ROWS "   " WS-EDIT-BENEFICIARY-ROWS
               DELIMITED BY SIZE
               INTO CERTIFICATE-RECORD
           WRITE CERTIFICATE-RECORD.

       GENERATE-SUMMARY-REPORT.
           MOVE SPACES TO CERTIFICATE-RECORD
           WRITE CERTIFICATE-RECORD
           MOVE WS-CUSTOMERS-ANONYMIZED TO WS-EDIT-CUSTOMERS
           MOVE WS-HISTORY-ROWS-SCRUBBED TO WS-EDIT-HISTORY-ROWS
           MOVE WS-ARCHIVE-ROWS-SCRUBBED TO WS-EDIT-ARCHIVE-ROWS
           MOVE SPACES TO CERTIFICATE-RECORD
           IF PREVIEW-RUN
               STRING "CUSTOMERS TO ANONYMIZE " WS-EDIT-CUSTOMERS
                   "   HISTORY ROWS " WS-EDIT-HISTORY-ROWS
                   "   ARCHIVED POSTINGS " WS-EDIT-ARCHIVE-ROWS
                   DELIMITED BY SIZE
                   INTO CERTIFICATE-RECORD
           ELSE
               STRING "CUSTOMERS ANONYMIZED " WS-EDIT-CUSTOMERS
                   "   HISTORY ROWS SCRUBBED " WS-EDIT-HISTORY-ROWS
                   "   ARCHIVED POSTINGS SCRUBBED "
                   WS-EDIT-ARCHIVE-ROWS
                   DELIMITED BY SIZE
                   INTO CERTIFICATE-RECORD
           END-IF
           WRITE CERTIFICATE-RECORD
           MOVE WS-OWNER-ROWS-SCRUBBED TO WS-EDIT-OWNER-ROWS
           MOVE WS-BENE-ROWS-SCRUBBED TO WS-EDIT-BENEFICIARY-ROWS
           MOVE SPACES TO CERTIFICATE-RECORD
           IF PREVIEW-RUN
               STRING "BENEFICIAL OWNERS " WS-EDIT-OWNER-ROWS
                   "   IRA BENEFICIARIES " WS-EDIT-BENEFICIARY-ROWS
                   DELIMITED BY SIZE
                   INTO CERTIFICATE-RECORD
           ELSE
               STRING "BENEFICIAL OWNERS SCRUBBED " WS-EDIT-OWNER-ROWS
                   "   IRA BENEFICIARIES SCRUBBED "
                   WS-EDIT-BENEFICIARY-ROWS
                   DELIMITED BY SIZE
                   INTO CERTIFICATE-RECORD
           END-IF
           WRITE CERTIFICATE-RECORD
           MOVE WS-CUSTOMERS-HELD TO WS-EDIT-CUSTOMERS
           MOVE SPACES TO CERTIFICATE-RECORD
           STRING "CUSTOMERS HELD       " WS-EDIT-CUSTOMERS
               DELIMITED BY SIZE
               INTO CERTIFICATE-RECORD
           WRITE CERTIFICATE-RECORD
           IF WS-PRIVACY-ERRORS > ZERO
               MOVE SPACES TO CERTIFICATE-RECORD
               STRING "RUN STOPPED ON AN ERROR - SEE PRIVPURGEERRLOG; "
                   "REMAINING CUSTOMERS WAIT FOR THE NEXT RUN"
                   DELIMITED BY SIZE
                   INTO CERTIFICATE-RECORD
               WRITE CERTIFICATE-RECORD
           END-IF

           DISPLAY "CUSTOMER PRIVACY PURGE SUMMARY"
           DISPLAY "Run Mode:              " WS-RUN-MODE
           DISPLAY "Closed Customers:      " WS-CUSTOMERS-EXAMINED
           DISPLAY "Within Retention:      " WS-CUSTOMERS-IN-RETENTION
           DISPLAY "Customers Anonymized:  " WS-CUSTOMERS-ANONYMIZED
           DISPLAY "Customers Held:        " WS-CUSTOMERS-HELD
           DISPLAY "History Rows Scrubbed: " WS-HISTORY-ROWS-SCRUBBED
           DISPLAY "Archive Rows Scrubbed: " WS-ARCHIVE-ROWS-SCRUBBED
           DISPLAY "Owner Rows Scrubbed:   " WS-OWNER-ROWS-SCRUBBED
           DISPLAY "IRA Beneficiary Rows:  " WS-BENE-ROWS-SCRUBBED
           DISPLAY "Privacy Errors:        " WS-PRIVACY-ERRORS.

       CLEANUP-ROUTINE.
      * Flip this job to COMPLETE on the job control table so
      * downstream predecessor checks open up
           PERFORM DB-REGISTER-JOB-COMPLETE

      * Disconnect from DB2 database
           PERFORM DB-DISCONNECT

           CLOSE CERTIFICATE-FILE
                 ERROR-LOG-FILE

           DISPLAY "CUSTOMER PRIVACY PURGE COMPLETE".

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
           MOVE SQL-PV-CUSTOMER-ID TO ER-CUSTOMER-ID
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

       DB-GET-RETENTION-CUTOFF.
      * Activity on or after this date keeps a customer on file, and
      * an AML case closed or filed on or after the second one does
           MOVE SPACES TO SQL-PV-CUSTOMER-ID

           EXEC SQL
               SELECT CHAR(DATE(:JC-BUSINESS-DATE)
                           - :SQL-PV-RETAIN-DAYS DAYS, ISO),
                      CHAR(DATE(:JC-BUSINESS-DATE)
                           - :SQL-PV-SAR-RETAIN-DAYS DAYS, ISO)
               INTO :SQL-PV-CUTOFF-DATE,
                    :SQL-PV-SAR-CUTOFF-DATE
               FROM SYSIBM.SYSDUMMY1
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error computing retention cutoff - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
               PERFORM ABNORMAL-TERMINATION
           END-IF.

       DB-OPEN-CLOSED-CUSTOMER-CURSOR.
      * Customers with at least one account and none still open,
      * not already anonymized.  Held across the per-customer
      * commits below.
           SET NOT-END-OF-FILE TO TRUE

           EXEC SQL
               DECLARE CLOSED_CUSTOMER_CURSOR CURSOR WITH HOLD FOR
               SELECT C.CUSTOMER_ID,
                      (SELECT COUNT(*)
                       FROM ACCOUNT_TABLE A
                       WHERE A.CUSTOMER_ID = C.CUSTOMER_ID
                       OR A.CUSTOMER_ID IN
                          (SELECT X.ACCOUNT_NUMBER
                           FROM CUSTOMER_ACCOUNT_TABLE X
                           WHERE X.CUSTOMER_ID = C.CUSTOMER_ID))
               FROM CUSTOMER_TABLE C
               WHERE C.CUSTOMER_NAME <> :SQL-PV-ANONYMIZED-NAME
               AND EXISTS
                     (SELECT 1 FROM ACCOUNT_TABLE A
                      WHERE A.CUSTOMER_ID = C.CUSTOMER_ID
                      OR A.CUSTOMER_ID IN
                         (SELECT X.ACCOUNT_NUMBER
                          FROM CUSTOMER_ACCOUNT_TABLE X
                          WHERE X.CUSTOMER_ID = C.CUSTOMER_ID))
               AND NOT EXISTS
                     (SELECT 1 FROM ACCOUNT_TABLE A
                      WHERE (A.CUSTOMER_ID = C.CUSTOMER_ID
                             OR A.CUSTOMER_ID IN
                                (SELECT X.ACCOUNT_NUMBER
                                 FROM CUSTOMER_ACCOUNT_TABLE X
                                 WHERE X.CUSTOMER_ID = C.CUSTOMER_ID))
                      AND A.ACCOUNT_STATUS <> 'CLOSED')
               ORDER BY C.CUSTOMER_ID
           END-EXEC

           EXEC SQL
               OPEN CLOSED_CUSTOMER_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error opening closed customer cursor - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
               SET END-OF-FILE TO TRUE
           END-IF.

       DB-FETCH-NEXT-CLOSED-CUSTOMER.
           EXEC SQL
               FETCH CLOSED_CUSTOMER_CURSOR INTO
               :SQL-PV-CUSTOMER-ID,
               :SQL-PV-ACCOUNT-COUNT
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   SET END-OF-FILE TO TRUE
               WHEN OTHER
                   MOVE SQLCODE TO WS-ERROR-CODE
                   STRING "Error fetching closed customer - SQLCODE: "
                       SQLCODE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
                   SET END-OF-FILE TO TRUE
           END-EVALUATE.

       DB-CLOSE-CLOSED-CUSTOMER-CURSOR.
           EXEC SQL
               CLOSE CLOSED_CUSTOMER_CURSOR
           END-EXEC.

       DB-GET-LAST-ACTIVITY.
      * The relationship ended with the last thing that happened on
      * any of the customer's accounts - a posting, an archived
      * posting or an account change such as the close itself
           MOVE SPACES TO SQL-PV-LAST-ACTIVITY

           EXEC SQL
               SELECT COALESCE(CHAR(MAX(T.ACTIVITY_DATE), ISO), ' ')
               INTO :SQL-PV-LAST-ACTIVITY
               FROM (
                   SELECT P.CREATION_DATE AS ACTIVITY_DATE
                   FROM TRANSACTION_TABLE P
                   WHERE P.CUSTOMER_ID = :SQL-PV-CUSTOMER-ID
                   OR P.CUSTOMER_ID IN
                      (SELECT X.ACCOUNT_NUMBER
                       FROM CUSTOMER_ACCOUNT_TABLE X
                       WHERE X.CUSTOMER_ID = :SQL-PV-CUSTOMER-ID)
                   UNION ALL
                   SELECT R.CREATION_DATE
                   FROM ARCHIVE_TRANSACTION_TABLE R
                   WHERE R.CUSTOMER_ID = :SQL-PV-CUSTOMER-ID
                   OR R.CUSTOMER_ID IN
                      (SELECT X.ACCOUNT_NUMBER
                       FROM CUSTOMER_ACCOUNT_TABLE X
                       WHERE X.CUSTOMER_ID = :SQL-PV-CUSTOMER-ID)
                   UNION ALL
                   SELECT H.CHANGE_DATE
                   FROM CHANGE_HISTORY_TABLE H
                   WHERE H.TABLE_NAME = 'ACCOUNT_TABLE'
                   AND (H.RECORD_KEY = :SQL-PV-CUSTOMER-ID
                        OR H.RECORD_KEY IN
                           (SELECT X.ACCOUNT_NUMBER
                            FROM CUSTOMER_ACCOUNT_TABLE X
                            WHERE X.CUSTOMER_ID = :SQL-PV-CUSTOMER-ID))
               ) AS T
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error reading last account activity - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
      * Unknown is treated as still inside retention
               MOVE "9999-12-31" TO SQL-PV-LAST-ACTIVITY
           END-IF.

       DB-COUNT-OPEN-OBLIGATIONS.
      * Anything still open against the customer or its accounts,
      * and any AML case still inside its record-retention period
           EXEC SQL
               SELECT
                   (SELECT COUNT(*) FROM LEGAL_ORDER_TABLE L
                    WHERE COALESCE(L.ORDER_STATUS, 'OPEN') = 'OPEN'
                    AND (L.ACCOUNT_NUMBER = :SQL-PV-CUSTOMER-ID
                         OR L.ACCOUNT_NUMBER IN
                            (SELECT X.ACCOUNT_NUMBER
                             FROM CUSTOMER_ACCOUNT_TABLE X
                             WHERE X.CUSTOMER_ID
                                   = :SQL-PV-CUSTOMER-ID))),
                   (SELECT COUNT(*) FROM DISPUTE_CASE_TABLE D
                    WHERE COALESCE(D.CASE_STATUS, 'OPEN') = 'OPEN'
                    AND (D.CUSTOMER_ID = :SQL-PV-CUSTOMER-ID
                         OR D.ACCOUNT_NUMBER IN
                            (SELECT X.ACCOUNT_NUMBER
                             FROM CUSTOMER_ACCOUNT_TABLE X
                             WHERE X.CUSTOMER_ID
                                   = :SQL-PV-CUSTOMER-ID))),
                   (SELECT COUNT(*) FROM CHARGEOFF_TABLE O
                    WHERE COALESCE(O.CHARGEOFF_STATUS, 'OPEN') = 'OPEN'
                    AND (O.ACCOUNT_NUMBER = :SQL-PV-CUSTOMER-ID
                         OR O.ACCOUNT_NUMBER IN
                            (SELECT X.ACCOUNT_NUMBER
                             FROM CUSTOMER_ACCOUNT_TABLE X
                             WHERE X.CUSTOMER_ID
                                   = :SQL-PV-CUSTOMER-ID))),
                   (SELECT COUNT(*) FROM OFFICIAL_CHECK_TABLE K
                    WHERE K.CHECK_STATUS IN ('OUTSTANDING', 'STALE')
                    AND (K.PURCHASER_ACCOUNT = :SQL-PV-CUSTOMER-ID
                         OR K.PURCHASER_ACCOUNT IN
                            (SELECT X.ACCOUNT_NUMBER
                             FROM CUSTOMER_ACCOUNT_TABLE X
                             WHERE X.CUSTOMER_ID
                                   = :SQL-PV-CUSTOMER-ID))),
                   (SELECT COUNT(*) FROM LOAN_MASTER_TABLE N
                    WHERE COALESCE(N.LOAN_STATUS, 'ACTIVE')
                          IN ('ACTIVE', 'DELINQUENT', 'NONACCRUAL')
                    AND (N.CUSTOMER_ID = :SQL-PV-CUSTOMER-ID
                         OR N.CUSTOMER_ID IN
                            (SELECT X.ACCOUNT_NUMBER
                             FROM CUSTOMER_ACCOUNT_TABLE X
                             WHERE X.CUSTOMER_ID
                                   = :SQL-PV-CUSTOMER-ID))),
                   (SELECT COUNT(*) FROM AML_CASE_TABLE M
                    WHERE (COALESCE(M.CASE_STATUS, 'OPEN')
                               NOT IN ('CLOSED', 'FILED')
                           OR COALESCE(M.FILED_DATE,
                                       M.DISPOSITION_DATE,
                                       M.DETECTION_DATE)
                              >= DATE(:SQL-PV-SAR-CUTOFF-DATE))
                    AND (M.CUSTOMER_ID = :SQL-PV-CUSTOMER-ID
                         OR M.CUSTOMER_ID IN
                            (SELECT X.ACCOUNT_NUMBER
                             FROM CUSTOMER_ACCOUNT_TABLE X
                             WHERE X.CUSTOMER_ID
                                   = :SQL-PV-CUSTOMER-ID)))
               INTO :SQL-PV-ORDER-COUNT,
                    :SQL-PV-DISPUTE-COUNT,
                    :SQL-PV-CHARGEOFF-COUNT,
                    :SQL-PV-OFFCHK-COUNT,
                    :SQL-PV-LOAN-COUNT,
                    :SQL-PV-AML-COUNT
               FROM SYSIBM.SYSDUMMY1
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error checking open obligations - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
      * Unknown is treated as held
               MOVE 1 TO SQL-PV-ORDER-COUNT
           END-IF.

       DB-COUNT-PERSONAL-ROWS.
      * What a live run would scrub, for the preview certificate
           EXEC SQL
               SELECT COUNT(*)
               INTO :SQL-PV-HISTORY-ROWS
               FROM CHANGE_HISTORY_TABLE
               WHERE TABLE_NAME = 'CUSTOMER_TABLE'
               AND RECORD_KEY = :SQL-PV-CUSTOMER-ID
               AND FIELD_NAME IN ('NAME', 'ADDRESS-1', 'ADDRESS-2',
                                  'CITY', 'POSTAL-CODE', 'PHONE',
                                  'EMAIL', 'BIRTH-DATE', 'TAX-ID')
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error counting change history - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF

           EXEC SQL
               SELECT COUNT(*)
               INTO :SQL-PV-ARCHIVE-ROWS
               FROM ARCHIVE_TRANSACTION_TABLE R
               WHERE (R.CUSTOMER_ID = :SQL-PV-CUSTOMER-ID
                      OR R.CUSTOMER_ID IN
                         (SELECT X.ACCOUNT_NUMBER
                          FROM CUSTOMER_ACCOUNT_TABLE X
                          WHERE X.CUSTOMER_ID = :SQL-PV-CUSTOMER-ID))
               AND COALESCE(R.DESCRIPTION, ' ') <> ' '
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error counting archived postings - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF

           EXEC SQL
               SELECT COUNT(*)
               INTO :SQL-PV-OWNER-ROWS
               FROM BENEFICIAL_OWNER_TABLE
               WHERE CUSTOMER_ID = :SQL-PV-CUSTOMER-ID
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error counting beneficial owners - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF

           EXEC SQL
               SELECT COUNT(*)
               INTO :SQL-PV-BENEFICIARY-ROWS
               FROM IRA_BENEFICIARY_TABLE B
               WHERE B.ACCOUNT_NUMBER = :SQL-PV-CUSTOMER-ID
               OR B.ACCOUNT_NUMBER IN
                  (SELECT X.ACCOUNT_NUMBER
                   FROM CUSTOMER_ACCOUNT_TABLE X
                   WHERE X.CUSTOMER_ID = :SQL-PV-CUSTOMER-ID)
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error counting IRA beneficiaries - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       DB-ANONYMIZE-CUSTOMER.
      * Personal fields off; IDs, classes, flags and tax type stay
           EXEC SQL
               UPDATE CUSTOMER_TABLE
               SET CUSTOMER_NAME = :SQL-PV-ANONYMIZED-NAME,
                   ADDRESS_LINE_1 = ' ',
                   ADDRESS_LINE_2 = ' ',
                   CITY = ' ',
                   POSTAL_CODE = ' ',
                   PHONE_NUMBER = ' ',
                   EMAIL_ADDRESS = ' ',
                   TAX_ID_NUMBER = ' ',
                   BIRTH_DATE = NULL,
                   DECEASED_DATE = NULL
               WHERE CUSTOMER_ID = :SQL-PV-CUSTOMER-ID
           END-EXEC

           IF SQLCODE NOT = 0
               SET PRIVACY-FAILED TO TRUE
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error anonymizing customer - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       DB-SCRUB-CHANGE-HISTORY.
      * The before and after values of the personal fields; who
      * changed what and when stays
           MOVE ZERO TO SQL-PV-HISTORY-ROWS

           EXEC SQL
               UPDATE CHANGE_HISTORY_TABLE
               SET OLD_VALUE = :SQL-PV-ANONYMIZED-VALUE,
                   NEW_VALUE = :SQL-PV-ANONYMIZED-VALUE
               WHERE TABLE_NAME = 'CUSTOMER_TABLE'
               AND RECORD_KEY = :SQL-PV-CUSTOMER-ID
               AND FIELD_NAME IN ('NAME', 'ADDRESS-1', 'ADDRESS-2',
                                  'CITY', 'POSTAL-CODE', 'PHONE',
                                  'EMAIL', 'BIRTH-DATE', 'TAX-ID')
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   MOVE SQLERRD (3) TO SQL-PV-HISTORY-ROWS
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   SET PRIVACY-FAILED TO TRUE
                   MOVE SQLCODE TO WS-ERROR-CODE
                   STRING "Error scrubbing change history - SQLCODE: "
                       SQLCODE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
           END-EVALUATE.

       DB-SCRUB-ARCHIVED-POSTINGS.
      * Free-text descriptions can carry payee and counterparty
      * names; the amounts, dates and references stay
           MOVE ZERO TO SQL-PV-ARCHIVE-ROWS

           EXEC SQL
               UPDATE ARCHIVE_TRANSACTION_TABLE R
               SET DESCRIPTION = ' '
               WHERE (R.CUSTOMER_ID = :SQL-PV-CUSTOMER-ID
                      OR R.CUSTOMER_ID IN
                         (SELECT X.ACCOUNT_NUMBER
                          FROM CUSTOMER_ACCOUNT_TABLE X
                          WHERE X.CUSTOMER_ID = :SQL-PV-CUSTOMER-ID))
               AND COALESCE(R.DESCRIPTION, ' ') <> ' '
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   MOVE SQLERRD (3) TO SQL-PV-ARCHIVE-ROWS
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   SET PRIVACY-FAILED TO TRUE
                   MOVE SQLCODE TO WS-ERROR-CODE
                   STRING "Error scrubbing archive postings - SQLCODE: "
                       SQLCODE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
           END-EVALUATE.

       DB-SCRUB-BENEFICIAL-OWNERS.
      * A legal-entity customer's owners are individuals in their
      * own right; the sequence, ownership share, control flag and
      * status stay
           MOVE ZERO TO SQL-PV-OWNER-ROWS

           EXEC SQL
               UPDATE BENEFICIAL_OWNER_TABLE
               SET OWNER_NAME = :SQL-PV-ANONYMIZED-VALUE,
                   ADDRESS_LINE_1 = ' ',
                   CITY = ' ',
                   POSTAL_CODE = ' ',
                   BIRTH_DATE = NULL,
                   ID_NUMBER = ' '
               WHERE CUSTOMER_ID = :SQL-PV-CUSTOMER-ID
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   MOVE SQLERRD (3) TO SQL-PV-OWNER-ROWS
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   SET PRIVACY-FAILED TO TRUE
                   MOVE SQLCODE TO WS-ERROR-CODE
                   STRING "Error scrubbing owners - SQLCODE: "
                       SQLCODE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
           END-EVALUATE.

       DB-SCRUB-IRA-BENEFICIARIES.
      * The beneficiaries named on the customer's retirement
      * accounts; relationship, class and share stay
           MOVE ZERO TO SQL-PV-BENEFICIARY-ROWS

           EXEC SQL
               UPDATE IRA_BENEFICIARY_TABLE B
               SET BENEFICIARY_NAME = :SQL-PV-ANONYMIZED-VALUE
               WHERE B.ACCOUNT_NUMBER = :SQL-PV-CUSTOMER-ID
               OR B.ACCOUNT_NUMBER IN
                  (SELECT X.ACCOUNT_NUMBER
                   FROM CUSTOMER_ACCOUNT_TABLE X
                   WHERE X.CUSTOMER_ID = :SQL-PV-CUSTOMER-ID)
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   MOVE SQLERRD (3) TO SQL-PV-BENEFICIARY-ROWS
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   SET PRIVACY-FAILED TO TRUE
                   MOVE SQLCODE TO WS-ERROR-CODE
                   STRING "Error scrubbing beneficiaries - SQLCODE: "
                       SQLCODE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
           END-EVALUATE.

       DB-COMMIT-ANONYMIZATION.
           EXEC SQL
               COMMIT WORK
           END-EXEC

           IF SQLCODE NOT = 0
               SET PRIVACY-FAILED TO TRUE
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error committing anonymization - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       DB-ROLLBACK-ANONYMIZATION.
           EXEC SQL
               ROLLBACK WORK
           END-EXEC.

           COPY "dbconfig_loader.cpy".

           COPY "jobcontrol.cpy".

           COPY "paramtable.cpy".

           COPY "changehist.cpy".

           COPY "opslog.cpy".
