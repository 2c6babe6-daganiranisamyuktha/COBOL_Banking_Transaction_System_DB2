      *================================================================*
      * Lockbox Exception Decision Batch                               *
      * Applies the commercial customer's decisions on the lockbox    *
      * payments LOCKBOX-INTAKE-BATCH held as exceptions.  Each        *
      * LBXDECISION record names a HELD item on                       *
      * LOCKBOX_EXCEPTION_TABLE and either accepts it ('A') - it posts *
      * as a PENDING deposit of its own and goes to the customer on   *
      * the receivables transmission supplement, under the invoice    *
      * the customer names if any - or returns it ('R') to the payer, *
      * in which case the vendor mails the item back.  Each decision  *
      * is its own unit of work.                                      *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOCKBOX-EXCEPTION-DECISION.
       DATE-WRITTEN. 2026-10-15.
       AUTHOR. Updated 2026-10-15 for DB2 Integration.
       REMARKS. LOCKBOX EXCEPTION ITEM DECISION BATCH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Configuration file containing DB2 connection parameters
           SELECT CONFIG-FILE
               ASSIGN TO "DB2CONFIG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-FILE-STATUS.

      * Customer decisions on held lockbox items
           SELECT DECISION-FILE
               ASSIGN TO "LBXDECISION"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DECISION-FILE-STATUS.

      * Receivables transmission supplement for accepted items
           SELECT RECEIVABLES-TRANSMIT-FILE
               ASSIGN TO "LBXDECTRANSMIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSMIT-FILE-STATUS.

           SELECT DECISION-REPORT-FILE
               ASSIGN TO "LBXDECRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DECISION-REPORT-STATUS.

           SELECT ERROR-LOG-FILE
               ASSIGN TO "LBXDECERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERROR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * Decision Record - 'A' accepts the held item for deposit,
      * 'R' returns it to the payer
       FD  DECISION-FILE.
       01  DECISION-RECORD.
           05  LD-EXCEPTION-ID        PIC X(20).
           05  LD-DECISION            PIC X.
               88  DECISION-ACCEPT    VALUE 'A'.
               88  DECISION-RETURN    VALUE 'R'.
      * The invoice the customer applies an accepted item to;
      * spaces keeps whatever the vendor captured
           05  LD-INVOICE-NUMBER      PIC X(15).
      * The operator keying the decision, verified against the
      * entitlement table per item
           05  LD-OPERATOR-ID         PIC X(8).

      * Receivables Transmission Record
           COPY "lockboxtx.cpy".

      * Decision Report Record
       FD  DECISION-REPORT-FILE.
       01  DECISION-REPORT-RECORD     PIC X(120).

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
           05  WS-DECISION-FILE-STATUS    PIC XX.
           05  WS-TRANSMIT-FILE-STATUS    PIC XX.
           05  WS-DECISION-REPORT-STATUS  PIC XX.
           05  WS-ERROR-FILE-STATUS       PIC XX.

      * Error Code Management
       01  WS-ERROR-CODES.
           05  WS-ERROR-CODE              PIC 9(4).
               88  ERR-NONE               VALUE 0000.
               88  ERR-INVALID-ACTION     VALUE 1006.
               88  ERR-ORIGINAL-NOT-FOUND VALUE 1007.
               88  ERR-ACCOUNT-CLOSED     VALUE 1009.
               88  ERR-NOT-ENTITLED       VALUE 1028.
               88  ERR-FILE-ACCESS        VALUE 3001.
               88  ERR-SYSTEM-ERROR       VALUE 9999.
           05  WS-ERROR-MESSAGE-PARAM     PIC X(80).

      * Decision Work Area
       01  WS-DECISION-AREA.
           05  WS-DECISION-FLAG           PIC X.
               88  DECISION-APPLIED       VALUE 'Y'.
               88  DECISION-REFUSED       VALUE 'N'.
           05  WS-REFUSAL-REASON          PIC X(40).
           05  WS-POSTING-ACCOUNT         PIC X(10).
           05  WS-DEPOSIT-REFERENCE       PIC X(20).

      * Processing Statistics
       01  WS-PROCESSING-STATS.
           05  WS-DECISIONS-READ          PIC 9(5) COMP VALUE ZERO.
           05  WS-ITEMS-ACCEPTED          PIC 9(5) COMP VALUE ZERO.
           05  WS-ITEMS-RETURNED          PIC 9(5) COMP VALUE ZERO.
           05  WS-DECISIONS-REFUSED       PIC 9(5) COMP VALUE ZERO.
           05  WS-AMOUNT-ACCEPTED         PIC 9(11)V99 VALUE ZERO.

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
               DECISION-FILE
               RECEIVABLES-TRANSMIT-FILE
               DECISION-REPORT-FILE
               ERROR-LOG-FILE.

           DISPLAY "FILE PROCESSING ERROR DETECTED"
           PERFORM ABNORMAL-TERMINATION.
       END DECLARATIVES.

       MAIN-PROCESSING SECTION.
       MAIN-PROCESSING-ROUTINE.
           PERFORM INITIALIZATION-ROUTINE
           PERFORM PROCESS-DECISION-RECORDS
               UNTIL END-OF-FILE
           PERFORM COMMIT-DECISION-BATCH
           PERFORM GENERATE-SUMMARY-REPORT
           PERFORM CLEANUP-ROUTINE
           STOP RUN.

       INITIALIZATION-ROUTINE.
      * Open decision input, transmission, report and error log files
           OPEN INPUT DECISION-FILE
                OUTPUT RECEIVABLES-TRANSMIT-FILE
                OUTPUT DECISION-REPORT-FILE
                OUTPUT ERROR-LOG-FILE

           IF WS-DECISION-FILE-STATUS NOT = "00"
              SET ERR-FILE-ACCESS TO TRUE
              MOVE "ERROR OPENING LOCKBOX DECISION FILE"
                  TO WS-ERROR-MESSAGE-PARAM
              PERFORM LOG-ERROR-WITH-CODE
              PERFORM ABNORMAL-TERMINATION
           END-IF

           IF WS-TRANSMIT-FILE-STATUS NOT = "00"
              DISPLAY "ERROR OPENING RECEIVABLES TRANSMISSION FILE"
              PERFORM ABNORMAL-TERMINATION
           END-IF

           IF WS-DECISION-REPORT-STATUS NOT = "00"
              DISPLAY "ERROR OPENING DECISION REPORT FILE"
              PERFORM ABNORMAL-TERMINATION
           END-IF

           IF WS-ERROR-FILE-STATUS NOT = "00"
              DISPLAY "ERROR OPENING ERROR LOG FILE"
              PERFORM ABNORMAL-TERMINATION
           END-IF

      * Get current system date and time
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS

           DISPLAY "LOCKBOX EXCEPTION DECISION BATCH"
           DISPLAY "DATE: " WS-YEAR "-" WS-MONTH "-" WS-DAY
           DISPLAY "TIME: " WS-HOUR ":" WS-MINUTE ":" WS-SECOND

      * Load database configuration from external file
           PERFORM LOAD-DATABASE-CONFIG

      * Connect to DB2 database
           PERFORM DB-CONNECT

      * Decisions can only apply to items the intake has committed
           MOVE "LOCKBOX-EXCEPTION-DECISION" TO JC-PROGRAM-ID
           MOVE "LOCKBOX-INTAKE-BATCH" TO JC-PREDECESSOR-ID
           PERFORM DB-CHECK-JOB-PREDECESSOR
           PERFORM DB-REGISTER-JOB-START

           SET NOT-END-OF-FILE TO TRUE.

       PROCESS-DECISION-RECORDS.
           READ DECISION-FILE
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-DECISIONS-READ
                   PERFORM APPLY-ONE-DECISION
           END-READ.

       APPLY-ONE-DECISION.
           SET DECISION-APPLIED TO TRUE
           MOVE SPACES TO WS-REFUSAL-REASON
           MOVE SPACES TO SQL-LB-CUSTOMER-ID

           IF NOT DECISION-ACCEPT AND NOT DECISION-RETURN
               SET DECISION-REFUSED TO TRUE
               SET ERR-INVALID-ACTION TO TRUE
               MOVE "DECISION CODE MUST BE A OR R"
                   TO WS-REFUSAL-REASON
           END-IF

           IF DECISION-APPLIED
               PERFORM DB-READ-HELD-EXCEPTION
           END-IF

      * The keying operator must hold an ACTIVE lockbox entitlement
      * covering the item on an acceptance (a return moves no money)
           IF DECISION-APPLIED
               MOVE LD-OPERATOR-ID TO EN-OPERATOR-ID
               MOVE "LOCKBOX" TO EN-FUNCTION-CODE
               IF DECISION-ACCEPT
                   MOVE SQL-LB-AMOUNT TO EN-REQUEST-AMOUNT
               ELSE
                   MOVE ZERO TO EN-REQUEST-AMOUNT
               END-IF
               PERFORM DB-CHECK-OPERATOR-ENTITLEMENT
               IF ENTITLEMENT-DENIED
                   SET DECISION-REFUSED TO TRUE
                   SET ERR-NOT-ENTITLED TO TRUE
                   MOVE "OPERATOR NOT ENTITLED FOR LOCKBOX"
                       TO WS-REFUSAL-REASON
               END-IF
           END-IF

           IF DECISION-APPLIED AND DECISION-ACCEPT
               PERFORM ACCEPT-HELD-ITEM
           END-IF

           IF DECISION-APPLIED AND DECISION-RETURN
               MOVE SPACES TO WS-DEPOSIT-REFERENCE
               MOVE "RETURNED" TO SQL-LB-EXCEPTION-STATUS
               PERFORM DB-MARK-EXCEPTION-DECIDED
           END-IF

           IF DECISION-APPLIED
               PERFORM COMMIT-DECISION
           END-IF

           IF DECISION-APPLIED
               PERFORM DB-LOG-ENTITLED-ACTION
               PERFORM REPORT-APPLIED-DECISION
           ELSE
               PERFORM ROLLBACK-REFUSED-DECISION
               ADD 1 TO WS-DECISIONS-REFUSED
               MOVE WS-REFUSAL-REASON TO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
               MOVE SPACES TO DECISION-REPORT-RECORD
               STRING "REFUSED  " LD-EXCEPTION-ID
                   " DECISION " LD-DECISION
                   " " WS-REFUSAL-REASON
                   DELIMITED BY SIZE
                   INTO DECISION-REPORT-RECORD
               WRITE DECISION-REPORT-RECORD
           END-IF.

       ACCEPT-HELD-ITEM.
      * The accepted payment posts as a deposit of its own to the
      * lockbox's account, under a fresh reference
           IF SQL-LB-ACCOUNT-NUMBER = SPACES
               MOVE SQL-LB-CUSTOMER-ID TO WS-POSTING-ACCOUNT
           ELSE
               MOVE SQL-LB-ACCOUNT-NUMBER TO WS-POSTING-ACCOUNT
           END-IF

           PERFORM DB-READ-DEPOSIT-ACCOUNT

           IF DECISION-APPLIED
               MOVE SPACES TO RN-BRANCH-CODE
               PERFORM DB-GENERATE-REFERENCE-ID
               MOVE RN-GENERATED-REFERENCE TO WS-DEPOSIT-REFERENCE
               IF LD-INVOICE-NUMBER NOT = SPACES
                   MOVE LD-INVOICE-NUMBER TO SQL-LB-INVOICE-NUMBER
               END-IF
               PERFORM DB-INSERT-ACCEPTED-DEPOSIT
           END-IF

           IF DECISION-APPLIED
               MOVE "ACCEPTED" TO SQL-LB-EXCEPTION-STATUS
               PERFORM DB-MARK-EXCEPTION-DECIDED
           END-IF.

       REPORT-APPLIED-DECISION.
      * An accepted item is committed - send it to the customer as
      * a one-payment deposit on the transmission supplement
           IF DECISION-ACCEPT
               ADD 1 TO WS-ITEMS-ACCEPTED
               ADD SQL-LB-AMOUNT TO WS-AMOUNT-ACCEPTED

               MOVE SPACES TO RECEIVABLES-TRANSMIT-RECORD
               SET RX-BATCH-HEADER TO TRUE
               MOVE SQL-LB-CUSTOMER-ID TO RX-CUSTOMER-ID
               MOVE WS-POSTING-ACCOUNT TO RX-ACCOUNT-NUMBER
               MOVE SQL-LB-LOCKBOX-NUMBER TO RX-LOCKBOX-NUMBER
               MOVE SQL-LB-BATCH-NUMBER TO RX-BATCH-NUMBER
               STRING WS-YEAR "-" WS-MONTH "-" WS-DAY
                   DELIMITED BY SIZE
                   INTO RX-DEPOSIT-DATE
               MOVE WS-DEPOSIT-REFERENCE TO RX-DEPOSIT-REFERENCE
               WRITE RECEIVABLES-TRANSMIT-RECORD

               MOVE SPACES TO RECEIVABLES-TRANSMIT-RECORD
               SET RX-REMITTANCE-DETAIL TO TRUE
               MOVE SQL-LB-CUSTOMER-ID TO RX-CUSTOMER-ID
               MOVE SQL-LB-ITEM-SEQUENCE TO RX-ITEM-SEQUENCE
               MOVE SQL-LB-PAYER-NAME TO RX-PAYER-NAME
               MOVE SQL-LB-CHECK-SERIAL TO RX-CHECK-SERIAL
               MOVE SQL-LB-AMOUNT TO RX-ITEM-AMOUNT
               MOVE SQL-LB-INVOICE-NUMBER TO RX-INVOICE-NUMBER
               IF SQL-LB-INVOICE-NUMBER = SPACES
                   MOVE ZERO TO RX-INVOICE-AMOUNT
               ELSE
                   MOVE SQL-LB-AMOUNT TO RX-INVOICE-AMOUNT
               END-IF
               WRITE RECEIVABLES-TRANSMIT-RECORD

               MOVE SPACES TO RECEIVABLES-TRANSMIT-RECORD
               SET RX-BATCH-TRAILER TO TRUE
               MOVE SQL-LB-CUSTOMER-ID TO RX-CUSTOMER-ID
               MOVE 1 TO RX-ITEM-COUNT
               MOVE SQL-LB-AMOUNT TO RX-BATCH-AMOUNT
               WRITE RECEIVABLES-TRANSMIT-RECORD

               MOVE SPACES TO DECISION-REPORT-RECORD
               STRING "ACCEPTED " LD-EXCEPTION-ID
                   " CUSTOMER " SQL-LB-CUSTOMER-ID
                   " AMOUNT " SQL-LB-AMOUNT
                   " REF " WS-DEPOSIT-REFERENCE
                   DELIMITED BY SIZE
                   INTO DECISION-REPORT-RECORD
               WRITE DECISION-REPORT-RECORD
           ELSE
               ADD 1 TO WS-ITEMS-RETURNED
               MOVE SPACES TO DECISION-REPORT-RECORD
               STRING "RETURNED " LD-EXCEPTION-ID
                   " CUSTOMER " SQL-LB-CUSTOMER-ID
                   " PAYER " SQL-LB-PAYER-NAME
                   " SERIAL " SQL-LB-CHECK-SERIAL
                   " AMOUNT " SQL-LB-AMOUNT
                   DELIMITED BY SIZE
                   INTO DECISION-REPORT-RECORD
               WRITE DECISION-REPORT-RECORD
           END-IF.

       COMMIT-DECISION.
      * Each decision is its own unit of work
           EXEC SQL
               COMMIT WORK
           END-EXEC

           IF SQLCODE NOT = 0
               SET DECISION-REFUSED TO TRUE
               MOVE SQLCODE TO WS-ERROR-CODE
               MOVE "COMMIT FAILED" TO WS-REFUSAL-REASON
           END-IF.

       ROLLBACK-REFUSED-DECISION.
           EXEC SQL
               ROLLBACK WORK
           END-EXEC.

       COMMIT-DECISION-BATCH.
      * Keeps the log rows of any trailing refusals
           EXEC SQL
               COMMIT WORK
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Commit Error - SQLCODE: " SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       GENERATE-SUMMARY-REPORT.
           DISPLAY "LOCKBOX EXCEPTION DECISION SUMMARY"
           DISPLAY "Decisions Read:    " WS-DECISIONS-READ
           DISPLAY "Items Accepted:    " WS-ITEMS-ACCEPTED
           DISPLAY "Amount Accepted:   " WS-AMOUNT-ACCEPTED
           DISPLAY "Items Returned:    " WS-ITEMS-RETURNED
           DISPLAY "Decisions Refused: " WS-DECISIONS-REFUSED.

       CLEANUP-ROUTINE.
      * Flip this job to COMPLETE on the job control table so
      * downstream predecessor checks open up
           PERFORM DB-REGISTER-JOB-COMPLETE

      * Disconnect from DB2 database
           PERFORM DB-DISCONNECT

           CLOSE DECISION-FILE
                 RECEIVABLES-TRANSMIT-FILE
                 DECISION-REPORT-FILE
                 ERROR-LOG-FILE

           DISPLAY "LOCKBOX EXCEPTION DECISION COMPLETE".

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
           MOVE SQL-LB-CUSTOMER-ID TO ER-CUSTOMER-ID
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

       DB-READ-HELD-EXCEPTION.
      * Only an item still HELD can be decided - a second decision
      * on the same item is refused
           EXEC SQL
               SELECT LOCKBOX_NUMBER, COALESCE(BATCH_NUMBER, ' '),
                      COALESCE(ITEM_SEQUENCE, ' '), CUSTOMER_ID,
                      COALESCE(ACCOUNT_NUMBER, ' '),
                      COALESCE(PAYER_NAME, ' '),
                      COALESCE(CHECK_SERIAL, ' '), AMOUNT,
                      COALESCE(INVOICE_NUMBER, ' '),
                      EXCEPTION_STATUS
               INTO :SQL-LB-LOCKBOX-NUMBER, :SQL-LB-BATCH-NUMBER,
                    :SQL-LB-ITEM-SEQUENCE, :SQL-LB-CUSTOMER-ID,
                    :SQL-LB-ACCOUNT-NUMBER, :SQL-LB-PAYER-NAME,
                    :SQL-LB-CHECK-SERIAL, :SQL-LB-AMOUNT,
                    :SQL-LB-INVOICE-NUMBER,
                    :SQL-LB-EXCEPTION-STATUS
               FROM LOCKBOX_EXCEPTION_TABLE
               WHERE EXCEPTION_ID = :LD-EXCEPTION-ID
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   IF SQL-LB-EXCEPTION-STATUS NOT = "HELD"
                       SET DECISION-REFUSED TO TRUE
                       SET ERR-INVALID-ACTION TO TRUE
                       STRING "ITEM ALREADY "
                           SQL-LB-EXCEPTION-STATUS
                           DELIMITED BY SIZE
                           INTO WS-REFUSAL-REASON
                   END-IF

               WHEN 100
                   SET DECISION-REFUSED TO TRUE
                   SET ERR-ORIGINAL-NOT-FOUND TO TRUE
                   MOVE "HELD ITEM NOT ON FILE" TO WS-REFUSAL-REASON

               WHEN OTHER
                   SET DECISION-REFUSED TO TRUE
                   MOVE SQLCODE TO WS-ERROR-CODE
                   MOVE "ERROR READING HELD ITEM"
                       TO WS-REFUSAL-REASON
           END-EVALUATE.

       DB-READ-DEPOSIT-ACCOUNT.
      * The deposit account must still be on file and not CLOSED
           MOVE "0001" TO SQL-AM-INSTITUTION-CODE
           EXEC SQL
               SELECT ACCOUNT_STATUS,
                      COALESCE(INSTITUTION_CODE, '0001')
               INTO :SQL-AM-ACCOUNT-STATUS,
                    :SQL-AM-INSTITUTION-CODE
               FROM ACCOUNT_TABLE
               WHERE CUSTOMER_ID = :WS-POSTING-ACCOUNT
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   IF SQL-AM-ACCOUNT-STATUS = "CLOSED"
                       SET DECISION-REFUSED TO TRUE
                       SET ERR-ACCOUNT-CLOSED TO TRUE
                       MOVE "DEPOSIT ACCOUNT IS CLOSED"
                           TO WS-REFUSAL-REASON
                   END-IF

               WHEN 100
                   SET DECISION-REFUSED TO TRUE
                   SET ERR-ORIGINAL-NOT-FOUND TO TRUE
                   MOVE "DEPOSIT ACCOUNT NOT ON FILE"
                       TO WS-REFUSAL-REASON

               WHEN OTHER
                   SET DECISION-REFUSED TO TRUE
                   MOVE SQLCODE TO WS-ERROR-CODE
                   MOVE "ERROR READING DEPOSIT ACCOUNT"
                       TO WS-REFUSAL-REASON
           END-EVALUATE.

       DB-INSERT-ACCEPTED-DEPOSIT.
           MOVE SPACES TO SQL-TR-DESCRIPTION
           STRING "LOCKBOX " SQL-LB-LOCKBOX-NUMBER
               " ACCEPTED ITEM " SQL-LB-ITEM-SEQUENCE
               DELIMITED BY SIZE
               INTO SQL-TR-DESCRIPTION

           EXEC SQL
               INSERT INTO TRANSACTION_TABLE
                   (CUSTOMER_ID, TRANSACTION_TYPE, AMOUNT,
                    REFERENCE_ID, CREATION_DATE, CREATION_TIME,
                    STATUS, CURRENCY_CODE, CHANNEL_CODE,
                    ACCOUNT_NUMBER, PRIORITY, DESCRIPTION,
                    CHECK_SERIAL, OPERATOR_ID, INSTITUTION_CODE)
               VALUES
                   (:SQL-LB-CUSTOMER-ID, 'D', :SQL-LB-AMOUNT,
                    :WS-DEPOSIT-REFERENCE, CURRENT DATE,
                    CURRENT TIME, 'PENDING', 'USD', 'BAT',
                    :SQL-LB-ACCOUNT-NUMBER, 5,
                    :SQL-TR-DESCRIPTION, :SQL-LB-CHECK-SERIAL,
                    :LD-OPERATOR-ID, :SQL-AM-INSTITUTION-CODE)
           END-EXEC

           IF SQLCODE NOT = 0
               SET DECISION-REFUSED TO TRUE
               MOVE SQLCODE TO WS-ERROR-CODE
               MOVE "ERROR STAGING ACCEPTED DEPOSIT"
                   TO WS-REFUSAL-REASON
           END-IF.

       DB-MARK-EXCEPTION-DECIDED.
           EXEC SQL
               UPDATE LOCKBOX_EXCEPTION_TABLE
               SET EXCEPTION_STATUS = :SQL-LB-EXCEPTION-STATUS,
                   DECISION_DATE = CURRENT DATE,
                   DECISION_REFERENCE = :WS-DEPOSIT-REFERENCE,
                   INVOICE_NUMBER = :SQL-LB-INVOICE-NUMBER,
                   OPERATOR_ID = :LD-OPERATOR-ID
               WHERE EXCEPTION_ID = :LD-EXCEPTION-ID
               AND EXCEPTION_STATUS = 'HELD'
           END-EXEC

           IF SQLCODE NOT = 0
               SET DECISION-REFUSED TO TRUE
               MOVE SQLCODE TO WS-ERROR-CODE
               MOVE "ERROR RECORDING DECISION" TO WS-REFUSAL-REASON
           END-IF.

           COPY "dbconfig_loader.cpy".

           COPY "jobcontrol.cpy".

           COPY "refnumber.cpy".

           COPY "opslog.cpy".

           COPY "entitlement.cpy".
