      *================================================================*
      * Escrow Disbursement Batch                                      *
      * Pays the tax bills and insurance premiums a mortgage escrow   *
      * is held for.  Every ACTIVE row on ESCROW_PAYEE_TABLE whose    *
      * DUE_DATE has arrived, on a loan still open, is paid out of    *
      * the loan's ESCROW_BALANCE: the balance is drawn down, the     *
      * item rolls forward FREQUENCY_MONTHS to its next due date, the *
      * payment is journaled to LOANGL under mapping type 'S' (escrow *
      * liability to escrow disbursements payable) and a line goes    *
      * on the disbursement register accounts payable cuts the checks *
      * from.  A bill larger than the balance is still paid - the     *
      * bank advances the difference so the tax or premium is never   *
      * late - and the overdrawn escrow is flagged on the register    *
      * for the next annual analysis to collect as a shortage.        *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESCROW-DISBURSEMENT-BATCH.
       DATE-WRITTEN. 2026-10-15.
       AUTHOR. Updated 2026-10-15 for DB2 Integration.
       REMARKS. MORTGAGE ESCROW TAX AND INSURANCE DISBURSEMENT BATCH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Configuration file containing DB2 connection parameters
           SELECT CONFIG-FILE
               ASSIGN TO "DB2CONFIG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-FILE-STATUS.

      * GL journal lines - extended onto the day's loan journal
           SELECT LOAN-GL-FILE
               ASSIGN TO "LOANGL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOAN-GL-STATUS.

      * Disbursement register - the checks accounts payable issues
           SELECT ESCROW-REGISTER-FILE
               ASSIGN TO "ESCROWDISB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-FILE-STATUS.

           SELECT ERROR-LOG-FILE
               ASSIGN TO "ESCROWERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERROR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * Loan GL Journal Record - in the same layout the payment
      * application writes
       FD  LOAN-GL-FILE.
       01  LOAN-GL-RECORD.
           05  LG-BUSINESS-DATE       PIC X(10).
           05  LG-LOAN-ID             PIC X(10).
           05  LG-CUSTOMER-ID         PIC X(10).
           05  LG-LEG-TYPE            PIC X.
           05  LG-AMOUNT              PIC 9(9)V99.
           05  LG-DEBIT-ACCOUNT       PIC X(8).
           05  LG-CREDIT-ACCOUNT      PIC X(8).
           05  LG-REFERENCE-ID        PIC X(20).

      * Escrow Disbursement Register Record - one line per bill
      * paid.  ED-ADVANCE-FLAG is 'Y' when the bill took the escrow
      * balance below zero and the bank advanced the difference.
       FD  ESCROW-REGISTER-FILE.
       01  ESCROW-REGISTER-RECORD.
           05  ED-BUSINESS-DATE       PIC X(10).
           05  ED-LOAN-ID             PIC X(10).
           05  ED-CUSTOMER-ID         PIC X(10).
           05  ED-PAYEE-SEQ           PIC 9(3).
           05  ED-PAYEE-NAME          PIC X(40).
           05  ED-PAYEE-TYPE          PIC X.
           05  ED-PAYEE-REFERENCE     PIC X(20).
           05  ED-DUE-DATE            PIC X(10).
           05  ED-AMOUNT              PIC 9(7)V99.
           05  ED-ESCROW-BALANCE      PIC S9(9)V99
                                      SIGN LEADING SEPARATE.
           05  ED-ADVANCE-FLAG        PIC X.
           05  ED-REFERENCE-ID        PIC X(20).

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
           05  WS-LOAN-GL-STATUS          PIC XX.
           05  WS-REGISTER-FILE-STATUS    PIC XX.
           05  WS-ERROR-FILE-STATUS       PIC XX.

      * Error Code Management
       01  WS-ERROR-CODES.
           05  WS-ERROR-CODE              PIC 9(4).
               88  ERR-NONE               VALUE 0000.
               88  ERR-FILE-ACCESS        VALUE 3001.
               88  ERR-SYSTEM-ERROR       VALUE 9999.
           05  WS-ERROR-MESSAGE-PARAM     PIC X(80).

      * GL Mapping Work Area - the chart accounts for the leg being
      * journaled, falling back to the all-branches '****' default
       01  WS-GL-MAPPING-AREA.
           05  WS-GL-LEG-TYPE             PIC X VALUE 'S'.
           05  WS-GL-DEBIT-ACCOUNT        PIC X(8).
           05  WS-GL-CREDIT-ACCOUNT       PIC X(8).

      * Processing Statistics
       01  WS-PROCESSING-STATS.
           05  WS-ITEMS-DUE               PIC 9(7) VALUE ZERO.
           05  WS-ITEMS-PAID              PIC 9(7) VALUE ZERO.
           05  WS-ITEMS-FAILED            PIC 9(7) VALUE ZERO.
           05  WS-ITEMS-ADVANCED          PIC 9(7) VALUE ZERO.
           05  WS-TOTAL-PAID              PIC 9(13)V99 VALUE ZERO.
           05  WS-TOTAL-TAX               PIC 9(13)V99 VALUE ZERO.
           05  WS-TOTAL-INSURANCE         PIC 9(13)V99 VALUE ZERO.
           05  WS-TOTAL-ADVANCED          PIC 9(13)V99 VALUE ZERO.

      * Work Areas and Flags
       01  WS-WORK-AREAS.
           05  WS-EOF-FLAG                PIC X VALUE 'N'.
               88  END-OF-FILE            VALUE 'Y'.
               88  NOT-END-OF-FILE        VALUE 'N'.
           05  WS-BALANCE-BEFORE          PIC S9(9)V99 VALUE ZERO.
           05  WS-ADVANCE-AMOUNT          PIC 9(9)V99 VALUE ZERO.

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
               LOAN-GL-FILE
               ESCROW-REGISTER-FILE
               ERROR-LOG-FILE.

           DISPLAY "FILE PROCESSING ERROR DETECTED"
           PERFORM ABNORMAL-TERMINATION.
       END DECLARATIVES.

       MAIN-PROCESSING SECTION.
       MAIN-PROCESSING-ROUTINE.
           PERFORM INITIALIZATION-ROUTINE
           PERFORM PAY-DUE-ESCROW-ITEMS
           PERFORM COMMIT-ESCROW-BATCH
           PERFORM GENERATE-SUMMARY-REPORT
           PERFORM CLEANUP-ROUTINE
           STOP RUN.

       INITIALIZATION-ROUTINE.
      * The loan journal is extended - the payment application's
      * legs for the day are already on it
           OPEN EXTEND LOAN-GL-FILE
           OPEN OUTPUT ESCROW-REGISTER-FILE
                OUTPUT ERROR-LOG-FILE

           IF WS-LOAN-GL-STATUS NOT = "00"
              AND WS-LOAN-GL-STATUS NOT = "05"
              SET ERR-FILE-ACCESS TO TRUE
              MOVE "ERROR OPENING LOAN GL FILE"
                  TO WS-ERROR-MESSAGE-PARAM
              PERFORM LOG-ERROR-WITH-CODE
              PERFORM ABNORMAL-TERMINATION
           END-IF

           IF WS-REGISTER-FILE-STATUS NOT = "00"
              DISPLAY "ERROR OPENING ESCROW REGISTER FILE"
              PERFORM ABNORMAL-TERMINATION
           END-IF

           IF WS-ERROR-FILE-STATUS NOT = "00"
              DISPLAY "ERROR OPENING ERROR LOG FILE"
              PERFORM ABNORMAL-TERMINATION
           END-IF

      * Get current system date and time
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS

           DISPLAY "ESCROW DISBURSEMENT BATCH"
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

      * Bills are paid from a balance that already holds today's
      * escrow legs, and the loan journal is written in job order
           MOVE "ESCROW-DISBURSEMENT-BATCH" TO JC-PROGRAM-ID
           MOVE "LOAN-DELINQUENCY-BATCH" TO JC-PREDECESSOR-ID
           PERFORM DB-CHECK-JOB-PREDECESSOR
           PERFORM DB-REGISTER-JOB-START

           SET NOT-END-OF-FILE TO TRUE.

       PAY-DUE-ESCROW-ITEMS.
      * Walk every escrow bill due today or earlier
           PERFORM DB-OPEN-ESCROW-DUE-CURSOR
           PERFORM PAY-NEXT-ESCROW-ITEM
               UNTIL END-OF-FILE
           PERFORM DB-CLOSE-ESCROW-DUE-CURSOR.

       PAY-NEXT-ESCROW-ITEM.
           PERFORM DB-FETCH-NEXT-ESCROW-ITEM

           IF NOT END-OF-FILE
               ADD 1 TO WS-ITEMS-DUE
               SET ERR-NONE TO TRUE

      * The balance is read fresh for every bill - a loan with a
      * tax and an insurance bill due together pays both from one
      * running balance
               PERFORM DB-READ-ESCROW-BALANCE
               IF ERR-NONE
                   PERFORM DB-DRAW-ESCROW-BALANCE
               END-IF
               IF ERR-NONE
                   PERFORM DB-ROLL-PAYEE-DUE-DATE
               END-IF

               IF ERR-NONE
                   PERFORM RECORD-ESCROW-PAYMENT
               ELSE
                   ADD 1 TO WS-ITEMS-FAILED
               END-IF
           END-IF.

       RECORD-ESCROW-PAYMENT.
           ADD 1 TO WS-ITEMS-PAID
           ADD SQL-EP-AMOUNT TO WS-TOTAL-PAID
           EVALUATE SQL-EP-PAYEE-TYPE
               WHEN 'T'
                   ADD SQL-EP-AMOUNT TO WS-TOTAL-TAX
               WHEN 'I'
                   ADD SQL-EP-AMOUNT TO WS-TOTAL-INSURANCE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           COMPUTE SQL-LN-ESCROW-BALANCE =
               WS-BALANCE-BEFORE - SQL-EP-AMOUNT

      * Whatever the bill took below zero the bank advanced
           MOVE 'N' TO ED-ADVANCE-FLAG
           IF SQL-LN-ESCROW-BALANCE < ZERO
               MOVE 'Y' TO ED-ADVANCE-FLAG
               ADD 1 TO WS-ITEMS-ADVANCED
               IF WS-BALANCE-BEFORE > ZERO
                   COMPUTE WS-ADVANCE-AMOUNT =
                       SQL-EP-AMOUNT - WS-BALANCE-BEFORE
               ELSE
                   MOVE SQL-EP-AMOUNT TO WS-ADVANCE-AMOUNT
               END-IF
               ADD WS-ADVANCE-AMOUNT TO WS-TOTAL-ADVANCED
           END-IF

           MOVE SQL-LN-BRANCH-CODE TO RN-BRANCH-CODE
           PERFORM DB-GENERATE-REFERENCE-ID

           PERFORM DB-GET-GL-MAPPING
           MOVE WS-SQL-CURRENT-DATE TO LG-BUSINESS-DATE
           MOVE SQL-EP-LOAN-ID TO LG-LOAN-ID
           MOVE SQL-LN-CUSTOMER-ID TO LG-CUSTOMER-ID
           MOVE WS-GL-LEG-TYPE TO LG-LEG-TYPE
           MOVE SQL-EP-AMOUNT TO LG-AMOUNT
           MOVE WS-GL-DEBIT-ACCOUNT TO LG-DEBIT-ACCOUNT
           MOVE WS-GL-CREDIT-ACCOUNT TO LG-CREDIT-ACCOUNT
           MOVE RN-GENERATED-REFERENCE TO LG-REFERENCE-ID
           WRITE LOAN-GL-RECORD

           MOVE WS-SQL-CURRENT-DATE TO ED-BUSINESS-DATE
           MOVE SQL-EP-LOAN-ID TO ED-LOAN-ID
           MOVE SQL-LN-CUSTOMER-ID TO ED-CUSTOMER-ID
           MOVE SQL-EP-PAYEE-SEQ TO ED-PAYEE-SEQ
           MOVE SQL-EP-PAYEE-NAME TO ED-PAYEE-NAME
           MOVE SQL-EP-PAYEE-TYPE TO ED-PAYEE-TYPE
           MOVE SQL-EP-PAYEE-REFERENCE TO ED-PAYEE-REFERENCE
           MOVE SQL-EP-DUE-DATE TO ED-DUE-DATE
           MOVE SQL-EP-AMOUNT TO ED-AMOUNT
           MOVE SQL-LN-ESCROW-BALANCE TO ED-ESCROW-BALANCE
           MOVE RN-GENERATED-REFERENCE TO ED-REFERENCE-ID
           WRITE ESCROW-REGISTER-RECORD.

       COMMIT-ESCROW-BATCH.
      * Commit every disbursement of this run in one unit of work,
      * so DB-DISCONNECT below doesn't roll it all back
           EXEC SQL
               COMMIT WORK
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error committing escrow batch - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       GENERATE-SUMMARY-REPORT.
           DISPLAY "ESCROW DISBURSEMENT SUMMARY"
           DISPLAY "Items Due:           " WS-ITEMS-DUE
           DISPLAY "Items Paid:          " WS-ITEMS-PAID
           DISPLAY "Items Failed:        " WS-ITEMS-FAILED
           DISPLAY "Total Disbursed:     " WS-TOTAL-PAID
           DISPLAY "  Taxes:             " WS-TOTAL-TAX
           DISPLAY "  Insurance:         " WS-TOTAL-INSURANCE
           DISPLAY "Items Advanced:      " WS-ITEMS-ADVANCED
           DISPLAY "Amount Advanced:     " WS-TOTAL-ADVANCED.

       CLEANUP-ROUTINE.
      * Flip this job to COMPLETE on the job control table so
      * downstream predecessor checks open up
           PERFORM DB-REGISTER-JOB-COMPLETE

      * Disconnect from DB2 database
           PERFORM DB-DISCONNECT

           CLOSE LOAN-GL-FILE
                 ESCROW-REGISTER-FILE
                 ERROR-LOG-FILE

           DISPLAY "ESCROW DISBURSEMENT BATCH COMPLETE".

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
           MOVE SQL-LN-CUSTOMER-ID TO ER-CUSTOMER-ID
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

       DB-OPEN-ESCROW-DUE-CURSOR.
      * Active escrow items due by today on loans still open - a
      * paid-off or charged-off loan's payees are left alone
           EXEC SQL
               DECLARE ESCROW_DUE_CURSOR CURSOR FOR
               SELECT P.LOAN_ID, P.PAYEE_SEQ, P.PAYEE_NAME,
                      P.PAYEE_TYPE, COALESCE(P.PAYEE_REFERENCE, ' '),
                      CHAR(P.DUE_DATE, ISO), P.AMOUNT,
                      COALESCE(P.FREQUENCY_MONTHS, 12),
                      L.CUSTOMER_ID, COALESCE(L.BRANCH_CODE, '    ')
               FROM ESCROW_PAYEE_TABLE P, LOAN_MASTER_TABLE L
               WHERE L.LOAN_ID = P.LOAN_ID
               AND P.PAYEE_STATUS = 'ACTIVE'
               AND P.DUE_DATE <= DATE(:WS-SQL-CURRENT-DATE)
               AND L.LOAN_STATUS IN ('ACTIVE', 'DELINQUENT',
                                     'NONACCRUAL')
               ORDER BY P.LOAN_ID, P.DUE_DATE, P.PAYEE_SEQ
           END-EXEC

           EXEC SQL
               OPEN ESCROW_DUE_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error opening escrow due cursor - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
               SET END-OF-FILE TO TRUE
           END-IF.

       DB-FETCH-NEXT-ESCROW-ITEM.
           EXEC SQL
               FETCH ESCROW_DUE_CURSOR INTO
               :SQL-EP-LOAN-ID,
               :SQL-EP-PAYEE-SEQ,
               :SQL-EP-PAYEE-NAME,
               :SQL-EP-PAYEE-TYPE,
               :SQL-EP-PAYEE-REFERENCE,
               :SQL-EP-DUE-DATE,
               :SQL-EP-AMOUNT,
               :SQL-EP-FREQUENCY,
               :SQL-LN-CUSTOMER-ID,
               :SQL-LN-BRANCH-CODE
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE

               WHEN 100
                   SET END-OF-FILE TO TRUE

               WHEN OTHER
                   MOVE SQLCODE TO WS-ERROR-CODE
                   STRING "Error fetching escrow item - SQLCODE: "
                       SQLCODE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
                   SET END-OF-FILE TO TRUE
           END-EVALUATE.

       DB-CLOSE-ESCROW-DUE-CURSOR.
           EXEC SQL
               CLOSE ESCROW_DUE_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error closing escrow due cursor - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       DB-READ-ESCROW-BALANCE.
           EXEC SQL
               SELECT COALESCE(ESCROW_BALANCE, 0)
               INTO :WS-BALANCE-BEFORE
               FROM LOAN_MASTER_TABLE
               WHERE LOAN_ID = :SQL-EP-LOAN-ID
           END-EXEC

           IF SQLCODE NOT = 0
               SET ERR-SYSTEM-ERROR TO TRUE
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error reading escrow balance - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       DB-DRAW-ESCROW-BALANCE.
           EXEC SQL
               UPDATE LOAN_MASTER_TABLE
               SET ESCROW_BALANCE =
                       COALESCE(ESCROW_BALANCE, 0) - :SQL-EP-AMOUNT
               WHERE LOAN_ID = :SQL-EP-LOAN-ID
           END-EXEC

           IF SQLCODE NOT = 0
               SET ERR-SYSTEM-ERROR TO TRUE
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error drawing escrow balance - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       DB-ROLL-PAYEE-DUE-DATE.
      * Mark the bill paid for this due date and roll it forward
      * to the next one; a zero frequency is treated as annual
           IF SQL-EP-FREQUENCY NOT > ZERO
               MOVE 12 TO SQL-EP-FREQUENCY
           END-IF

           EXEC SQL
               UPDATE ESCROW_PAYEE_TABLE
               SET LAST_PAID_DATE = DATE(:WS-SQL-CURRENT-DATE),
                   DUE_DATE = DUE_DATE + :SQL-EP-FREQUENCY MONTHS
               WHERE LOAN_ID = :SQL-EP-LOAN-ID
               AND PAYEE_SEQ = :SQL-EP-PAYEE-SEQ
           END-EXEC

           IF SQLCODE NOT = 0
               SET ERR-SYSTEM-ERROR TO TRUE
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error rolling escrow due date - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       DB-GET-GL-MAPPING.
      * The chart accounts for the leg's mapping type, preferring
      * the loan's own branch over the all-branches '****' default
           EXEC SQL
               SELECT DEBIT_ACCOUNT, CREDIT_ACCOUNT
               INTO :SQL-GC-DEBIT-ACCOUNT, :SQL-GC-CREDIT-ACCOUNT
               FROM GL_CHART_TABLE
               WHERE TRANSACTION_TYPE = :WS-GL-LEG-TYPE
               AND BRANCH_CODE = :SQL-LN-BRANCH-CODE
           END-EXEC

           IF SQLCODE = 100
               EXEC SQL
                   SELECT DEBIT_ACCOUNT, CREDIT_ACCOUNT
                   INTO :SQL-GC-DEBIT-ACCOUNT, :SQL-GC-CREDIT-ACCOUNT
                   FROM GL_CHART_TABLE
                   WHERE TRANSACTION_TYPE = :WS-GL-LEG-TYPE
                   AND BRANCH_CODE = '****'
               END-EXEC
           END-IF

           EVALUATE SQLCODE
               WHEN 0
                   MOVE SQL-GC-DEBIT-ACCOUNT TO WS-GL-DEBIT-ACCOUNT
                   MOVE SQL-GC-CREDIT-ACCOUNT TO WS-GL-CREDIT-ACCOUNT

               WHEN 100
      * No mapping on the chart - the journal line still goes out,
      * flagged for finance to map by hand
                   MOVE "UNMAPPED" TO WS-GL-DEBIT-ACCOUNT
                   MOVE "UNMAPPED" TO WS-GL-CREDIT-ACCOUNT

               WHEN OTHER
                   MOVE "UNMAPPED" TO WS-GL-DEBIT-ACCOUNT
                   MOVE "UNMAPPED" TO WS-GL-CREDIT-ACCOUNT
                   MOVE SQLCODE TO WS-ERROR-CODE
                   STRING "Error reading GL chart - SQLCODE: " SQLCODE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
           END-EVALUATE.

           COPY "dbconfig_loader.cpy".

           COPY "jobcontrol.cpy".

           COPY "refnumber.cpy".

           COPY "opslog.cpy".
