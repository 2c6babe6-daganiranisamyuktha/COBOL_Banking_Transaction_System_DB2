      *================================================================*
      * ACH Filter Maintenance Batch                                   *
      * Loads the ACH debit filters on ACH_FILTER_TABLE from the      *
      * ACHFILTER maintenance file - action 'A' authorizes an         *
      * originator company ID to debit the account (optionally up to  *
      * a per-item maximum), action 'B' blocks every network debit    *
      * on the account, action 'R' removes one filter row.  The       *
      * inbound clearing run screens each ACH debit against what is   *
      * ACTIVE here, and a customer reading the blocked-item report   *
      * adds a legitimate originator through this same file.          *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACH-FILTER-MAINTENANCE.
       DATE-WRITTEN. 2026-10-15.
       AUTHOR. Updated 2026-10-15 for DB2 Integration.
       REMARKS. ACH DEBIT FILTER MAINTENANCE BATCH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Configuration file containing DB2 connection parameters
           SELECT CONFIG-FILE
               ASSIGN TO "DB2CONFIG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-FILE-STATUS.

      * ACH filter maintenance requests
           SELECT FILTER-FILE
               ASSIGN TO "ACHFILTER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILTER-FILE-STATUS.

           SELECT ERROR-LOG-FILE
               ASSIGN TO "ACHFILTERERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERROR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * Filter Maintenance Record - 'A' authorizes an originator,
      * 'B' blocks all debits, 'R' removes a filter row (the filter
      * type says which: 'A' with the originator ID, or 'B')
       FD  FILTER-FILE.
       01  FILTER-RECORD.
           05  AF-ACTION-CODE         PIC X.
               88  FILTER-AUTHORIZE   VALUE 'A'.
               88  FILTER-BLOCK-ALL   VALUE 'B'.
               88  FILTER-REMOVE      VALUE 'R'.
           05  AF-ACCOUNT-ID          PIC X(10).
           05  AF-FILTER-TYPE         PIC X.
           05  AF-ORIGINATOR-ID       PIC X(10).
           05  AF-ORIGINATOR-NAME     PIC X(30).
      * Zero means the originator may debit any amount
           05  AF-MAX-AMOUNT          PIC 9(9)V99.
      * Spaces take effect today
           05  AF-EFFECTIVE-DATE      PIC X(10).
      * The operator keying the request, verified against the
      * entitlement table per item
           05  AF-OPERATOR-ID         PIC X(8).

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
           05  WS-FILTER-FILE-STATUS      PIC XX.
           05  WS-ERROR-FILE-STATUS       PIC XX.

      * Error Code Management
       01  WS-ERROR-CODES.
           05  WS-ERROR-CODE              PIC 9(4).
               88  ERR-NONE               VALUE 0000.
               88  ERR-INVALID-CUSTOMER   VALUE 1001.
               88  ERR-ORIGINAL-NOT-FOUND VALUE 1007.
               88  ERR-INVALID-AMOUNT     VALUE 1004.
               88  ERR-INVALID-ACTION     VALUE 1006.
               88  ERR-NOT-ENTITLED       VALUE 1028.
               88  ERR-FILE-ACCESS        VALUE 3001.
               88  ERR-SYSTEM-ERROR       VALUE 9999.
           05  WS-ERROR-MESSAGE-PARAM     PIC X(80).

      * Filter row being maintained - the originator ID is spaces on
      * a block-all row
       01  WS-FILTER-WORK-AREA.
           05  WS-FILTER-TYPE             PIC X.
           05  WS-FILTER-ORIGINATOR       PIC X(10).
           05  WS-EFFECTIVE-DATE          PIC X(10).

      * Processing Statistics
       01  WS-PROCESSING-STATS.
           05  WS-TOTAL-READ              PIC 9(5) COMP VALUE ZERO.
           05  WS-ORIGINATORS-AUTHORIZED  PIC 9(5) COMP VALUE ZERO.
           05  WS-ACCOUNTS-BLOCKED        PIC 9(5) COMP VALUE ZERO.
           05  WS-FILTERS-REMOVED         PIC 9(5) COMP VALUE ZERO.
           05  WS-REQUESTS-REJECTED       PIC 9(5) COMP VALUE ZERO.

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
               FILTER-FILE
               ERROR-LOG-FILE.

           DISPLAY "FILE PROCESSING ERROR DETECTED"
           PERFORM ABNORMAL-TERMINATION.
       END DECLARATIVES.

       MAIN-PROCESSING SECTION.
       MAIN-PROCESSING-ROUTINE.
           PERFORM INITIALIZATION-ROUTINE
           PERFORM PROCESS-FILTER-RECORDS
               UNTIL END-OF-FILE
           PERFORM COMMIT-FILTER-BATCH
           PERFORM GENERATE-SUMMARY-REPORT
           PERFORM CLEANUP-ROUTINE
           STOP RUN.

       INITIALIZATION-ROUTINE.
      * Open filter maintenance input and error log files
           OPEN INPUT FILTER-FILE
                OUTPUT ERROR-LOG-FILE

           IF WS-FILTER-FILE-STATUS NOT = "00"
              SET ERR-FILE-ACCESS TO TRUE
              MOVE "ERROR OPENING ACH FILTER FILE"
                  TO WS-ERROR-MESSAGE-PARAM
              PERFORM LOG-ERROR-WITH-CODE
              PERFORM ABNORMAL-TERMINATION
           END-IF

           IF WS-ERROR-FILE-STATUS NOT = "00"
              DISPLAY "ERROR OPENING ERROR LOG FILE"
              PERFORM ABNORMAL-TERMINATION
           END-IF

      * Get current system date and time
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS

           DISPLAY "ACH FILTER MAINTENANCE BATCH"
           DISPLAY "DATE: " WS-YEAR "-" WS-MONTH "-" WS-DAY
           DISPLAY "TIME: " WS-HOUR ":" WS-MINUTE ":" WS-SECOND

      * Load database configuration from external file
           PERFORM LOAD-DATABASE-CONFIG

      * Connect to DB2 database
           PERFORM DB-CONNECT

      * Register this job on the job control table and refuse to
      * start ahead of its predecessor in the nightly stream
           MOVE "ACH-FILTER-MAINTENANCE" TO JC-PROGRAM-ID
           MOVE SPACES TO JC-PREDECESSOR-ID
           PERFORM DB-CHECK-JOB-PREDECESSOR
           PERFORM DB-REGISTER-JOB-START

           SET NOT-END-OF-FILE TO TRUE.

       PROCESS-FILTER-RECORDS.
      * Read the next maintenance request
           READ FILTER-FILE
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-TOTAL-READ
                   PERFORM APPLY-ONE-FILTER-REQUEST
           END-READ.

       APPLY-ONE-FILTER-REQUEST.
      * The keying operator must hold an ACTIVE ACH filter
      * entitlement; filter maintenance is non-monetary
           MOVE AF-OPERATOR-ID TO EN-OPERATOR-ID
           MOVE "ACHFILTER" TO EN-FUNCTION-CODE
           MOVE ZERO TO EN-REQUEST-AMOUNT
           PERFORM DB-CHECK-OPERATOR-ENTITLEMENT

           IF ENTITLEMENT-DENIED
               ADD 1 TO WS-REQUESTS-REJECTED
               SET ERR-NOT-ENTITLED TO TRUE
               MOVE "OPERATOR NOT ENTITLED FOR ACH FILTERS"
                   TO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           ELSE
           IF AF-EFFECTIVE-DATE = SPACES
               MOVE WS-YEAR TO WS-EFFECTIVE-DATE (1:4)
               MOVE "-" TO WS-EFFECTIVE-DATE (5:1)
               MOVE WS-MONTH TO WS-EFFECTIVE-DATE (6:2)
               MOVE "-" TO WS-EFFECTIVE-DATE (8:1)
               MOVE WS-DAY TO WS-EFFECTIVE-DATE (9:2)
           ELSE
               MOVE AF-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE
           END-IF
           EVALUATE TRUE
               WHEN FILTER-AUTHORIZE
                   AND AF-ORIGINATOR-ID = SPACES
                   ADD 1 TO WS-REQUESTS-REJECTED
                   SET ERR-INVALID-ACTION TO TRUE
                   MOVE "ORIGINATOR ID REQUIRED TO AUTHORIZE"
                       TO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
      * The maximum goes onto the filter row as keyed, so it must be
      * a number before it gets that far - zeros, not spaces, for
      * no limit
               WHEN (FILTER-AUTHORIZE OR FILTER-BLOCK-ALL)
                   AND AF-MAX-AMOUNT IS NOT NUMERIC
                   ADD 1 TO WS-REQUESTS-REJECTED
                   SET ERR-INVALID-AMOUNT TO TRUE
                   MOVE "MAXIMUM AMOUNT MUST BE NUMERIC"
                       TO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
               WHEN FILTER-AUTHORIZE
                   MOVE 'A' TO WS-FILTER-TYPE
                   MOVE AF-ORIGINATOR-ID TO WS-FILTER-ORIGINATOR
                   PERFORM DB-VERIFY-FILTER-ACCOUNT
                   IF ERR-NONE
                       PERFORM DB-PLACE-ACH-FILTER
                   END-IF
               WHEN FILTER-BLOCK-ALL
                   MOVE 'B' TO WS-FILTER-TYPE
                   MOVE SPACES TO WS-FILTER-ORIGINATOR
                   PERFORM DB-VERIFY-FILTER-ACCOUNT
                   IF ERR-NONE
                       PERFORM DB-PLACE-ACH-FILTER
                   END-IF
               WHEN FILTER-REMOVE
                   MOVE AF-FILTER-TYPE TO WS-FILTER-TYPE
                   IF AF-FILTER-TYPE = 'B'
                       MOVE SPACES TO WS-FILTER-ORIGINATOR
                   ELSE
                       MOVE AF-ORIGINATOR-ID TO WS-FILTER-ORIGINATOR
                   END-IF
                   PERFORM DB-REMOVE-ACH-FILTER
               WHEN OTHER
                   ADD 1 TO WS-REQUESTS-REJECTED
                   SET ERR-INVALID-ACTION TO TRUE
                   MOVE "ACTION CODE MUST BE A, B OR R"
                       TO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
           END-EVALUATE
           END-IF.

       COMMIT-FILTER-BATCH.
      * Commit every filter placed or removed this run in one unit
      * of work, so DB-DISCONNECT below doesn't roll it all back
           EXEC SQL
               COMMIT WORK
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error committing filter batch - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       GENERATE-SUMMARY-REPORT.
           DISPLAY "ACH FILTER MAINTENANCE SUMMARY"
           DISPLAY "Requests Read:          " WS-TOTAL-READ
           DISPLAY "Originators Authorized: " WS-ORIGINATORS-AUTHORIZED
           DISPLAY "Accounts Blocked:       " WS-ACCOUNTS-BLOCKED
           DISPLAY "Filters Removed:        " WS-FILTERS-REMOVED
           DISPLAY "Requests Rejected:      " WS-REQUESTS-REJECTED.

       CLEANUP-ROUTINE.
      * Flip this job to COMPLETE on the job control table so
      * downstream predecessor checks open up
           PERFORM DB-REGISTER-JOB-COMPLETE

      * Disconnect from DB2 database
           PERFORM DB-DISCONNECT

           CLOSE FILTER-FILE
                 ERROR-LOG-FILE

           DISPLAY "ACH FILTER MAINTENANCE COMPLETE".

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
           MOVE AF-ACCOUNT-ID TO ER-CUSTOMER-ID
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

       DB-VERIFY-FILTER-ACCOUNT.
      * A filter can only be placed on an account that is on file
      * and not closed
           SET ERR-NONE TO TRUE

           EXEC SQL
               SELECT ACCOUNT_STATUS
               INTO :SQL-AM-ACCOUNT-STATUS
               FROM ACCOUNT_TABLE
               WHERE CUSTOMER_ID = :AF-ACCOUNT-ID
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   IF SQL-AM-ACCOUNT-STATUS = "CLOSED"
                       ADD 1 TO WS-REQUESTS-REJECTED
                       SET ERR-INVALID-CUSTOMER TO TRUE
                       MOVE "ACCOUNT IS CLOSED"
                           TO WS-ERROR-MESSAGE-PARAM
                       PERFORM LOG-ERROR-WITH-CODE
                   END-IF

               WHEN 100
                   ADD 1 TO WS-REQUESTS-REJECTED
                   SET ERR-INVALID-CUSTOMER TO TRUE
                   MOVE "ACCOUNT NOT ON FILE"
                       TO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE

               WHEN OTHER
                   ADD 1 TO WS-REQUESTS-REJECTED
                   MOVE SQLCODE TO WS-ERROR-CODE
                   STRING "Error reading filter account - SQLCODE: "
                       SQLCODE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
           END-EVALUATE.

       DB-PLACE-ACH-FILTER.
      * A filter row removed earlier keeps its key, so placing it
      * again reactivates that row with the new terms
           EXEC SQL
               INSERT INTO ACH_FILTER_TABLE
                   (ACCOUNT_ID, FILTER_TYPE, ORIGINATOR_ID,
                    ORIGINATOR_NAME, MAX_AMOUNT, EFFECTIVE_DATE,
                    FILTER_STATUS, OPERATOR_ID)
               VALUES
                   (:AF-ACCOUNT-ID, :WS-FILTER-TYPE,
                    :WS-FILTER-ORIGINATOR, :AF-ORIGINATOR-NAME,
                    :AF-MAX-AMOUNT, :WS-EFFECTIVE-DATE,
                    'ACTIVE', :AF-OPERATOR-ID)
           END-EXEC

           IF SQLCODE = -803
               EXEC SQL
                   UPDATE ACH_FILTER_TABLE
                   SET ORIGINATOR_NAME = :AF-ORIGINATOR-NAME,
                       MAX_AMOUNT = :AF-MAX-AMOUNT,
                       EFFECTIVE_DATE = :WS-EFFECTIVE-DATE,
                       FILTER_STATUS = 'ACTIVE',
                       OPERATOR_ID = :AF-OPERATOR-ID
                   WHERE ACCOUNT_ID = :AF-ACCOUNT-ID
                   AND FILTER_TYPE = :WS-FILTER-TYPE
                   AND ORIGINATOR_ID = :WS-FILTER-ORIGINATOR
               END-EXEC
           END-IF

           IF SQLCODE = 0
               PERFORM DB-LOG-ENTITLED-ACTION
               IF FILTER-BLOCK-ALL
                   ADD 1 TO WS-ACCOUNTS-BLOCKED
               ELSE
                   ADD 1 TO WS-ORIGINATORS-AUTHORIZED
               END-IF
           ELSE
               ADD 1 TO WS-REQUESTS-REJECTED
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error placing ACH filter - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       DB-REMOVE-ACH-FILTER.
           EXEC SQL
               UPDATE ACH_FILTER_TABLE
               SET FILTER_STATUS = 'REMOVED',
                   OPERATOR_ID = :AF-OPERATOR-ID
               WHERE ACCOUNT_ID = :AF-ACCOUNT-ID
               AND FILTER_TYPE = :WS-FILTER-TYPE
               AND ORIGINATOR_ID = :WS-FILTER-ORIGINATOR
               AND FILTER_STATUS = 'ACTIVE'
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WS-FILTERS-REMOVED
                   PERFORM DB-LOG-ENTITLED-ACTION

               WHEN 100
                   ADD 1 TO WS-REQUESTS-REJECTED
                   SET ERR-ORIGINAL-NOT-FOUND TO TRUE
                   MOVE "NO ACTIVE FILTER FOUND FOR REMOVAL"
                       TO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE

               WHEN OTHER
                   ADD 1 TO WS-REQUESTS-REJECTED
                   MOVE SQLCODE TO WS-ERROR-CODE
                   STRING "Error removing ACH filter - SQLCODE: "
                       SQLCODE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
           END-EVALUATE.

           COPY "dbconfig_loader.cpy".

           COPY "jobcontrol.cpy".

           COPY "opslog.cpy".

           COPY "entitlement.cpy".
