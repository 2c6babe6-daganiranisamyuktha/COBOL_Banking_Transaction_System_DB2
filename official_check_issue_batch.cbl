      *================================================================*
      * Official Check Issuance Batch                                  *
      * Issues cashier's checks requested at the teller line from the  *
      * OFFCHKREQ request file.  Each request debits the purchaser's   *
      * account and credits the official check liability account in   *
      * one posted transfer, assigns the next official check serial,   *
      * records the item OUTSTANDING on OFFICIAL_CHECK_TABLE with its  *
      * payee and amount, and only once all of that is committed       *
      * writes the check to the print file - so every check that       *
      * leaves the printer is on the register, and every dollar on     *
      * the register is in the liability account.  The issuing         *
      * operator must hold the OFFCHECK entitlement for the amount.    *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OFFICIAL-CHECK-ISSUE-BATCH.
       DATE-WRITTEN. 2026-10-15.
       AUTHOR. Updated 2026-10-15 for DB2 Integration.
       REMARKS. OFFICIAL CHECK ISSUANCE AND PRINT BATCH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Configuration file containing DB2 connection parameters
           SELECT CONFIG-FILE
               ASSIGN TO "DB2CONFIG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-FILE-STATUS.

      * Official check requests keyed at the teller line
           SELECT REQUEST-FILE
               ASSIGN TO "OFFCHKREQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQUEST-FILE-STATUS.

      * Check print file for the official check printer
           SELECT CHECK-PRINT-FILE
               ASSIGN TO "OFFCHKPRINT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-FILE-STATUS.

           SELECT ERROR-LOG-FILE
               ASSIGN TO "OFFCHKERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERROR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * Official Check Request Record
       FD  REQUEST-FILE.
       01  REQUEST-RECORD.
           05  OQ-PURCHASER-ACCOUNT   PIC X(10).
           05  OQ-AMOUNT-X            PIC X(11).
           05  OQ-AMOUNT REDEFINES OQ-AMOUNT-X
                                      PIC 9(9)V99.
           05  OQ-PAYEE-NAME          PIC X(40).
      * Remitter printed on the check; spaces prints the purchasing
      * customer's own name
           05  OQ-REMITTER-NAME       PIC X(40).
           05  OQ-MEMO                PIC X(30).
           05  OQ-BRANCH-CODE         PIC X(4).
      * The teller keying the request, verified against the
      * entitlement table per item
           05  OQ-OPERATOR-ID         PIC X(8).

      * Check Print Record - one per check, laid out for the check
      * printer's form overlay
       FD  CHECK-PRINT-FILE.
       01  CHECK-PRINT-RECORD.
           05  CP-CHECK-SERIAL        PIC X(10).
           05  FILLER                 PIC X VALUE SPACE.
           05  CP-ISSUE-DATE          PIC X(10).
           05  FILLER                 PIC X VALUE SPACE.
           05  CP-PAYEE-NAME          PIC X(40).
           05  FILLER                 PIC X VALUE SPACE.
           05  CP-AMOUNT              PIC **,***,**9.99.
           05  FILLER                 PIC X VALUE SPACE.
           05  CP-REMITTER-NAME       PIC X(40).
           05  FILLER                 PIC X VALUE SPACE.
           05  CP-MEMO                PIC X(30).
           05  FILLER                 PIC X VALUE SPACE.
           05  CP-BRANCH-CODE         PIC X(4).
           05  FILLER                 PIC X VALUE SPACE.
           05  CP-DRAWN-ON-ACCOUNT    PIC X(10).
           05  FILLER                 PIC X VALUE SPACE.
           05  CP-REFERENCE-ID        PIC X(20).

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
           05  WS-REQUEST-FILE-STATUS     PIC XX.
           05  WS-PRINT-FILE-STATUS       PIC XX.
           05  WS-ERROR-FILE-STATUS       PIC XX.

      * Error Code Management
       01  WS-ERROR-CODES.
           05  WS-ERROR-CODE              PIC 9(4).
               88  ERR-NONE               VALUE 0000.
               88  ERR-INVALID-ACCOUNT    VALUE 1001.
               88  ERR-INSUF-FUNDS        VALUE 1002.
               88  ERR-ACCOUNT-INACTIVE   VALUE 1003.
               88  ERR-INVALID-AMOUNT     VALUE 1004.
               88  ERR-INVALID-ACTION     VALUE 1006.
               88  ERR-CURRENCY-MISMATCH  VALUE 1012.
               88  ERR-NOT-ENTITLED       VALUE 1028.
               88  ERR-UPDATE-FAILED      VALUE 2001.
               88  ERR-FILE-ACCESS        VALUE 3001.
               88  ERR-SYSTEM-ERROR       VALUE 9999.
           05  WS-ERROR-MESSAGE-PARAM     PIC X(80).

      * Per-request work area - the purchaser's standing and the
      * serial and reference the check goes out under
       01  WS-ISSUE-AREA.
           05  WS-OWNER-ID                PIC X(10).
           05  WS-OWNER-NAME              PIC X(40).
           05  WS-AVAILABLE-FUNDS         PIC S9(12)V99.
           05  WS-CHECK-SERIAL            PIC 9(10).
           05  WS-CHECK-SERIAL-X REDEFINES WS-CHECK-SERIAL
                                          PIC X(10).
           05  WS-ISSUE-DESCRIPTION       PIC X(40).
           05  WS-REQUEST-FLAG            PIC X VALUE 'Y'.
               88  REQUEST-ACCEPTED       VALUE 'Y'.
               88  REQUEST-REJECTED       VALUE 'N'.

      * Processing Statistics
       01  WS-PROCESSING-STATS.
           05  WS-TOTAL-READ              PIC 9(5) COMP VALUE ZERO.
           05  WS-CHECKS-ISSUED           PIC 9(5) COMP VALUE ZERO.
           05  WS-REQUESTS-REJECTED       PIC 9(5) COMP VALUE ZERO.
           05  WS-TOTAL-ISSUED            PIC 9(11)V99 VALUE ZERO.

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
               REQUEST-FILE
               CHECK-PRINT-FILE
               ERROR-LOG-FILE.

           DISPLAY "FILE PROCESSING ERROR DETECTED"
           PERFORM ABNORMAL-TERMINATION.
       END DECLARATIVES.

       MAIN-PROCESSING SECTION.
       MAIN-PROCESSING-ROUTINE.
           PERFORM INITIALIZATION-ROUTINE
           PERFORM PROCESS-CHECK-REQUESTS
               UNTIL END-OF-FILE
           PERFORM COMMIT-ISSUE-BATCH
           PERFORM GENERATE-SUMMARY-REPORT
           PERFORM CLEANUP-ROUTINE
           STOP RUN.

       INITIALIZATION-ROUTINE.
      * Open request input, check print and error log files
           OPEN INPUT REQUEST-FILE
                OUTPUT CHECK-PRINT-FILE
                OUTPUT ERROR-LOG-FILE

           IF WS-REQUEST-FILE-STATUS NOT = "00"
              SET ERR-FILE-ACCESS TO TRUE
              MOVE "ERROR OPENING OFFICIAL CHECK REQUEST FILE"
                  TO WS-ERROR-MESSAGE-PARAM
              PERFORM LOG-ERROR-WITH-CODE
              PERFORM ABNORMAL-TERMINATION
           END-IF

           IF WS-PRINT-FILE-STATUS NOT = "00"
              DISPLAY "ERROR OPENING CHECK PRINT FILE"
              PERFORM ABNORMAL-TERMINATION
           END-IF

           IF WS-ERROR-FILE-STATUS NOT = "00"
              DISPLAY "ERROR OPENING ERROR LOG FILE"
              PERFORM ABNORMAL-TERMINATION
           END-IF

      * Get current system date and time
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS

           DISPLAY "OFFICIAL CHECK ISSUANCE BATCH"
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

      * Register this job on the job control table and refuse to
      * start ahead of its predecessor in the nightly stream
           MOVE "OFFICIAL-CHECK-ISSUE-BATCH" TO JC-PROGRAM-ID
           MOVE SPACES TO JC-PREDECESSOR-ID
           PERFORM DB-CHECK-JOB-PREDECESSOR
           PERFORM DB-REGISTER-JOB-START

      * No liability account, no official checks
           PERFORM DB-FIND-OFFICIAL-CHECK-ACCOUNT
           IF SQL-OC-LIABILITY-ACCOUNT = SPACES
              SET ERR-INVALID-ACCOUNT TO TRUE
              MOVE "NO ACTIVE OFFCHECK LIABILITY ACCOUNT ON FILE"
                  TO WS-ERROR-MESSAGE-PARAM
              PERFORM LOG-ERROR-WITH-CODE
              PERFORM ABNORMAL-TERMINATION
           END-IF

           SET NOT-END-OF-FILE TO TRUE.

       PROCESS-CHECK-REQUESTS.
      * Read the next official check request
           READ REQUEST-FILE
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-TOTAL-READ
                   PERFORM ISSUE-ONE-OFFICIAL-CHECK
           END-READ.

       ISSUE-ONE-OFFICIAL-CHECK.
           SET REQUEST-ACCEPTED TO TRUE
           PERFORM EDIT-CHECK-REQUEST

           IF REQUEST-ACCEPTED
               PERFORM DB-READ-PURCHASER-ACCOUNT
           END-IF

           IF REQUEST-ACCEPTED
               PERFORM POST-OFFICIAL-CHECK
           END-IF

      * Each check is its own unit of work - committed before it is
      * printed, rolled back whole if any step of it failed
           IF REQUEST-ACCEPTED
               PERFORM COMMIT-ISSUED-CHECK
           END-IF

           IF REQUEST-ACCEPTED
               PERFORM PRINT-OFFICIAL-CHECK
               ADD 1 TO WS-CHECKS-ISSUED
               ADD OQ-AMOUNT TO WS-TOTAL-ISSUED
           ELSE
               PERFORM ROLLBACK-REJECTED-CHECK
               ADD 1 TO WS-REQUESTS-REJECTED
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       EDIT-CHECK-REQUEST.
      * A positive amount, a payee to print, and an operator
      * entitled to issue official checks of this size
           IF OQ-AMOUNT-X NOT NUMERIC
               SET REQUEST-REJECTED TO TRUE
               SET ERR-INVALID-AMOUNT TO TRUE
               MOVE "OFFICIAL CHECK AMOUNT NOT NUMERIC"
                   TO WS-ERROR-MESSAGE-PARAM
           ELSE
               IF OQ-AMOUNT NOT > ZERO
                   SET REQUEST-REJECTED TO TRUE
                   SET ERR-INVALID-AMOUNT TO TRUE
                   MOVE "OFFICIAL CHECK AMOUNT MUST BE POSITIVE"
                       TO WS-ERROR-MESSAGE-PARAM
               END-IF
           END-IF

           IF REQUEST-ACCEPTED AND OQ-PAYEE-NAME = SPACES
               SET REQUEST-REJECTED TO TRUE
               SET ERR-INVALID-ACTION TO TRUE
               MOVE "OFFICIAL CHECK REQUIRES A PAYEE"
                   TO WS-ERROR-MESSAGE-PARAM
           END-IF

           IF REQUEST-ACCEPTED
               MOVE OQ-OPERATOR-ID TO EN-OPERATOR-ID
               MOVE "OFFCHECK" TO EN-FUNCTION-CODE
               MOVE OQ-AMOUNT TO EN-REQUEST-AMOUNT
               PERFORM DB-CHECK-OPERATOR-ENTITLEMENT
               IF ENTITLEMENT-DENIED
                   SET REQUEST-REJECTED TO TRUE
                   SET ERR-NOT-ENTITLED TO TRUE
                   MOVE "OPERATOR NOT ENTITLED FOR OFFICIAL CHECKS"
                       TO WS-ERROR-MESSAGE-PARAM
               END-IF
           END-IF.

       POST-OFFICIAL-CHECK.
      * Serial and reference first, then the transfer from the
      * purchaser to the liability account, then the register row
           PERFORM DB-NEXT-OFFICIAL-SERIAL

           MOVE OQ-BRANCH-CODE TO RN-BRANCH-CODE
           PERFORM DB-GENERATE-REFERENCE-ID

           MOVE SPACES TO WS-ISSUE-DESCRIPTION
           STRING "OFFICIAL CHECK " WS-CHECK-SERIAL
               DELIMITED BY SIZE
               INTO WS-ISSUE-DESCRIPTION

           IF OQ-REMITTER-NAME = SPACES
               MOVE WS-OWNER-NAME TO OQ-REMITTER-NAME
           END-IF

           PERFORM DB-DEBIT-PURCHASER

           IF REQUEST-ACCEPTED
               PERFORM DB-CREDIT-LIABILITY-ACCOUNT
           END-IF

           IF REQUEST-ACCEPTED
               PERFORM DB-INSERT-ISSUE-TRANSFER
           END-IF

           IF REQUEST-ACCEPTED
               PERFORM DB-INSERT-OFFICIAL-CHECK
           END-IF

           IF REQUEST-ACCEPTED
               PERFORM DB-LOG-ENTITLED-ACTION
           END-IF.

       PRINT-OFFICIAL-CHECK.
           MOVE SPACES TO CHECK-PRINT-RECORD
           MOVE WS-CHECK-SERIAL TO CP-CHECK-SERIAL
           MOVE WS-SQL-CURRENT-DATE TO CP-ISSUE-DATE
           MOVE OQ-PAYEE-NAME TO CP-PAYEE-NAME
           MOVE OQ-AMOUNT TO CP-AMOUNT
           MOVE OQ-REMITTER-NAME TO CP-REMITTER-NAME
           MOVE OQ-MEMO TO CP-MEMO
           MOVE OQ-BRANCH-CODE TO CP-BRANCH-CODE
           MOVE SQL-OC-LIABILITY-ACCOUNT TO CP-DRAWN-ON-ACCOUNT
           MOVE RN-GENERATED-REFERENCE TO CP-REFERENCE-ID
           WRITE CHECK-PRINT-RECORD.

       COMMIT-ISSUED-CHECK.
           EXEC SQL
               COMMIT WORK
           END-EXEC

           IF SQLCODE NOT = 0
               SET REQUEST-REJECTED TO TRUE
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error committing official check - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
           END-IF.

       ROLLBACK-REJECTED-CHECK.
           EXEC SQL
               ROLLBACK WORK
           END-EXEC.

       COMMIT-ISSUE-BATCH.
      * Every check is already committed on its own - this final
      * commit keeps the error log rows of any trailing rejections
      * from being rolled back by DB-DISCONNECT below
           EXEC SQL
               COMMIT WORK
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error committing issuance batch - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       GENERATE-SUMMARY-REPORT.
           DISPLAY "OFFICIAL CHECK ISSUANCE SUMMARY"
           DISPLAY "Requests Read:     " WS-TOTAL-READ
           DISPLAY "Checks Issued:     " WS-CHECKS-ISSUED
           DISPLAY "Requests Rejected: " WS-REQUESTS-REJECTED
           DISPLAY "Total Issued:      " WS-TOTAL-ISSUED.

       CLEANUP-ROUTINE.
      * Flip this job to COMPLETE on the job control table so
      * downstream predecessor checks open up
           PERFORM DB-REGISTER-JOB-COMPLETE

      * Disconnect from DB2 database
           PERFORM DB-DISCONNECT

           CLOSE REQUEST-FILE
                 CHECK-PRINT-FILE
                 ERROR-LOG-FILE

           DISPLAY "OFFICIAL CHECK ISSUANCE COMPLETE".

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
           MOVE OQ-PURCHASER-ACCOUNT TO ER-CUSTOMER-ID
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

       DB-READ-PURCHASER-ACCOUNT.
      * The purchaser's account must be ACTIVE, in dollars, and able
      * to cover the check within its overdraft line; the owning
      * customer (primary link, or the account itself on an
      * original same-ID account) is the default remitter
           MOVE "0001" TO SQL-AM-INSTITUTION-CODE
           EXEC SQL
               SELECT A.ACCOUNT_STATUS, A.ACCOUNT_BALANCE,
                      COALESCE(A.OVERDRAFT_LIMIT, 0),
                      A.CURRENCY_CODE,
                      COALESCE(A.INSTITUTION_CODE, '0001'),
                      COALESCE(
                          (SELECT MIN(CA.CUSTOMER_ID)
                           FROM CUSTOMER_ACCOUNT_TABLE CA
                           WHERE CA.ACCOUNT_NUMBER = A.CUSTOMER_ID
                           AND COALESCE(CA.ROLE_CODE, 'P') = 'P'),
                          A.CUSTOMER_ID)
               INTO :SQL-AM-ACCOUNT-STATUS, :SQL-AM-ACCOUNT-BALANCE,
                    :SQL-AM-OVERDRAFT-LIMIT, :SQL-AM-CURRENCY-CODE,
                    :SQL-AM-INSTITUTION-CODE, :WS-OWNER-ID
               FROM ACCOUNT_TABLE A
               WHERE A.CUSTOMER_ID = :OQ-PURCHASER-ACCOUNT
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   COMPUTE WS-AVAILABLE-FUNDS =
                       SQL-AM-ACCOUNT-BALANCE + SQL-AM-OVERDRAFT-LIMIT
                   EVALUATE TRUE
                       WHEN SQL-AM-ACCOUNT-STATUS NOT = "ACTIVE"
                           SET REQUEST-REJECTED TO TRUE
                           SET ERR-ACCOUNT-INACTIVE TO TRUE
                           MOVE "PURCHASER ACCOUNT NOT ACTIVE"
                               TO WS-ERROR-MESSAGE-PARAM
                       WHEN SQL-AM-CURRENCY-CODE NOT = "USD"
                           SET REQUEST-REJECTED TO TRUE
                           SET ERR-CURRENCY-MISMATCH TO TRUE
                           MOVE "OFFICIAL CHECKS ARE ISSUED IN USD ONLY"
                               TO WS-ERROR-MESSAGE-PARAM
                       WHEN OQ-AMOUNT > WS-AVAILABLE-FUNDS
                           SET REQUEST-REJECTED TO TRUE
                           SET ERR-INSUF-FUNDS TO TRUE
                           MOVE "INSUFFICIENT FUNDS FOR OFFICIAL CHECK"
                               TO WS-ERROR-MESSAGE-PARAM
                   END-EVALUATE

               WHEN 100
                   SET REQUEST-REJECTED TO TRUE
                   SET ERR-INVALID-ACCOUNT TO TRUE
                   MOVE "PURCHASER ACCOUNT NOT ON FILE"
                       TO WS-ERROR-MESSAGE-PARAM

               WHEN OTHER
                   SET REQUEST-REJECTED TO TRUE
                   MOVE SQLCODE TO WS-ERROR-CODE
                   STRING "Error reading purchaser account - SQLCODE: "
                       SQLCODE
                       INTO WS-ERROR-MESSAGE-PARAM
           END-EVALUATE

           IF REQUEST-ACCEPTED
               PERFORM DB-GET-OWNER-NAME
           END-IF.

       DB-GET-OWNER-NAME.
           EXEC SQL
               SELECT CUSTOMER_NAME
               INTO :WS-OWNER-NAME
               FROM CUSTOMER_TABLE
               WHERE CUSTOMER_ID = :WS-OWNER-ID
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SPACES TO WS-OWNER-NAME
           END-IF.

       DB-NEXT-OFFICIAL-SERIAL.
      * Official check serials run from their own control row, so
      * the check stock's numbering never collides with the
      * transaction reference serial
           EXEC SQL
               UPDATE REFERENCE_CONTROL_TABLE
               SET LAST_SERIAL = LAST_SERIAL + 1
               WHERE CONTROL_ID = 'OFFCHECK'
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error advancing official check serial - "
                   "SQLCODE: " SQLCODE
                   DELIMITED BY SIZE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
               PERFORM ABNORMAL-TERMINATION
           END-IF

           EXEC SQL
               SELECT LAST_SERIAL
               INTO :SQL-RC-LAST-SERIAL
               FROM REFERENCE_CONTROL_TABLE
               WHERE CONTROL_ID = 'OFFCHECK'
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error reading official check serial - "
                   "SQLCODE: " SQLCODE
                   DELIMITED BY SIZE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
               PERFORM ABNORMAL-TERMINATION
           END-IF

           MOVE SQL-RC-LAST-SERIAL TO WS-CHECK-SERIAL.

       DB-DEBIT-PURCHASER.
      * The funds test rides on the UPDATE itself, so a posting that
      * landed since the read can't push the account past its line
           EXEC SQL
               UPDATE ACCOUNT_TABLE
               SET ACCOUNT_BALANCE = ACCOUNT_BALANCE - :OQ-AMOUNT
               WHERE CUSTOMER_ID = :OQ-PURCHASER-ACCOUNT
               AND ACCOUNT_STATUS = 'ACTIVE'
               AND ACCOUNT_BALANCE + COALESCE(OVERDRAFT_LIMIT, 0)
                   >= :OQ-AMOUNT
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE

               WHEN 100
                   SET REQUEST-REJECTED TO TRUE
                   SET ERR-INSUF-FUNDS TO TRUE
                   MOVE "INSUFFICIENT FUNDS FOR OFFICIAL CHECK"
                       TO WS-ERROR-MESSAGE-PARAM

               WHEN OTHER
                   SET REQUEST-REJECTED TO TRUE
                   MOVE SQLCODE TO WS-ERROR-CODE
                   STRING "Error debiting purchaser - SQLCODE: "
                       SQLCODE
                       INTO WS-ERROR-MESSAGE-PARAM
           END-EVALUATE.

       DB-CREDIT-LIABILITY-ACCOUNT.
           EXEC SQL
               UPDATE ACCOUNT_TABLE
               SET ACCOUNT_BALANCE = ACCOUNT_BALANCE + :OQ-AMOUNT
               WHERE CUSTOMER_ID = :SQL-OC-LIABILITY-ACCOUNT
           END-EXEC

           IF SQLCODE NOT = 0
               SET REQUEST-REJECTED TO TRUE
               SET ERR-UPDATE-FAILED TO TRUE
               STRING "Error crediting official check account - "
                   "SQLCODE: " SQLCODE
                   DELIMITED BY SIZE
                   INTO WS-ERROR-MESSAGE-PARAM
           END-IF.

       DB-INSERT-ISSUE-TRANSFER.
      * The purchase goes on the books already PROCESSED - the
      * balances moved above in this same unit of work
           EXEC SQL
               INSERT INTO TRANSACTION_TABLE
                   (CUSTOMER_ID, TRANSACTION_TYPE, AMOUNT,
                    TARGET_ACCOUNT, REFERENCE_ID, CREATION_DATE,
                    CREATION_TIME, STATUS, CURRENCY_CODE,
                    BRANCH_CODE, CHANNEL_CODE, ACCOUNT_NUMBER,
                    CHECK_SERIAL, OPERATOR_ID, INSTITUTION_CODE,
                    DESCRIPTION)
               VALUES
                   (:WS-OWNER-ID, 'T', :OQ-AMOUNT,
                    :SQL-OC-LIABILITY-ACCOUNT,
                    :RN-GENERATED-REFERENCE, CURRENT DATE,
                    CURRENT TIME, 'PROCESSED', 'USD',
                    :OQ-BRANCH-CODE, 'TEL', :OQ-PURCHASER-ACCOUNT,
                    :WS-CHECK-SERIAL-X, :OQ-OPERATOR-ID,
                    :SQL-AM-INSTITUTION-CODE,
                    :WS-ISSUE-DESCRIPTION)
           END-EXEC

           IF SQLCODE NOT = 0
               SET REQUEST-REJECTED TO TRUE
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error inserting official check transfer - "
                   "SQLCODE: " SQLCODE
                   DELIMITED BY SIZE
                   INTO WS-ERROR-MESSAGE-PARAM
           END-IF.

       DB-INSERT-OFFICIAL-CHECK.
           EXEC SQL
               INSERT INTO OFFICIAL_CHECK_TABLE
                   (CHECK_SERIAL, PURCHASER_ACCOUNT, REMITTER_NAME,
                    PAYEE_NAME, AMOUNT, ISSUE_DATE, BRANCH_CODE,
                    OPERATOR_ID, ISSUE_REFERENCE, CHECK_STATUS,
                    STATUS_DATE)
               VALUES
                   (:WS-CHECK-SERIAL-X, :OQ-PURCHASER-ACCOUNT,
                    :OQ-REMITTER-NAME, :OQ-PAYEE-NAME, :OQ-AMOUNT,
                    DATE(:WS-SQL-CURRENT-DATE), :OQ-BRANCH-CODE,
                    :OQ-OPERATOR-ID, :RN-GENERATED-REFERENCE,
                    'OUTSTANDING', DATE(:WS-SQL-CURRENT-DATE))
           END-EXEC

           IF SQLCODE NOT = 0
               SET REQUEST-REJECTED TO TRUE
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error recording official check - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
           END-IF.

           COPY "dbconfig_loader.cpy".

           COPY "jobcontrol.cpy".

           COPY "refnumber.cpy".

           COPY "opslog.cpy".

           COPY "entitlement.cpy".

           COPY "offcheck.cpy".
