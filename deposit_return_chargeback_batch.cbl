      *================================================================*
      * Returned Deposited Item Chargeback Batch                       *
      * Works the returned-item file the clearing house sends back    *
      * for transit items we presented on the outbound cash letter.   *
      * Each return is matched to its DEPOSITED_ITEM_TABLE row by the *
      * item sequence number (the deposit's own reference) and        *
      * amount, then charged back to the depositor as a PENDING       *
      * reversal of that deposit for the posting run, together with   *
      * the returned-deposited-item fee from FEE_SCHEDULE_TABLE.  The *
      * item is marked RETURNED and the customer is told through      *
      * NOTIFYQUEUE - appended behind the posting run's own alerts,   *
      * ahead of the notification dispatcher.  Unmatched returns are  *
      * reported for ops to research.                                 *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPOSIT-RETURN-CHARGEBACK.
       DATE-WRITTEN. 2026-10-15.
       AUTHOR. Updated 2026-10-15 for DB2 Integration.
       REMARKS. RETURNED DEPOSITED ITEM CHARGEBACK BATCH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Configuration file containing DB2 connection parameters
           SELECT CONFIG-FILE
               ASSIGN TO "DB2CONFIG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-FILE-STATUS.

      * Returned deposited items from the clearing house
           SELECT DEPOSIT-RETURN-FILE
               ASSIGN TO "DEPRETURN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPOSIT-RETURN-STATUS.

      * Disposition report - one line per return charged back or
      * refused
           SELECT RETURN-REPORT-FILE
               ASSIGN TO "DEPRETURNRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETURN-REPORT-STATUS.

      * The outbound notification queue - extended, never replaced,
      * so the posting run's alerts already queued survive
           SELECT OPTIONAL NOTIFICATION-FILE
               ASSIGN TO "NOTIFYQUEUE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTIFY-FILE-STATUS.

           SELECT ERROR-LOG-FILE
               ASSIGN TO "DEPRETURNERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERROR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * Returned Item Record
       FD  DEPOSIT-RETURN-FILE.
       01  DEPOSIT-RETURN-RECORD.
      * The item sequence number we presented the item under
           05  RT-ITEM-SEQUENCE       PIC X(20).
           05  RT-DRAWEE-ROUTING      PIC X(9).
           05  RT-CHECK-SERIAL        PIC X(10).
           05  RT-AMOUNT-X            PIC X(11).
           05  RT-AMOUNT REDEFINES RT-AMOUNT-X
                                      PIC 9(9)V99.
           05  RT-RETURN-REASON-CODE  PIC X(1).
           05  RT-RETURN-REASON       PIC X(30).

      * Disposition Report Record
       FD  RETURN-REPORT-FILE.
       01  RETURN-REPORT-RECORD       PIC X(132).

      * Notification Queue Record Structure - must match what the
      * transaction processor writes
       FD  NOTIFICATION-FILE.
       01  NOTIFICATION-RECORD.
           05  NT-TIMESTAMP.
               10  NT-DATE.
                   15  NT-YEAR        PIC 9(4).
                   15  NT-MONTH       PIC 9(2).
                   15  NT-DAY         PIC 9(2).
               10  NT-TIME.
                   15  NT-HOUR        PIC 9(2).
                   15  NT-MINUTE      PIC 9(2).
                   15  NT-SECOND      PIC 9(2).
                   15  NT-MILLISEC    PIC 9(2).
           05  NT-TRANSACTION-ID      PIC 9(10).
           05  NT-CUSTOMER-ID         PIC X(10).
           05  NT-TRANSACTION-TYPE    PIC X.
           05  NT-AMOUNT              PIC 9(9)V99.
           05  NT-ERROR-CODE          PIC 9(4).
           05  NT-REASON              PIC X(40).
           05  NT-ALERT-CLASS         PIC X(4).
           05  NT-CUSTOMER-NAME       PIC X(40).
           05  NT-CONTACT-PHONE       PIC X(15).
           05  NT-CONTACT-EMAIL       PIC X(40).
           05  NT-PREFERRED-CONTACT   PIC X(1).

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
           05  WS-DEPOSIT-RETURN-STATUS   PIC XX.
           05  WS-RETURN-REPORT-STATUS    PIC XX.
           05  WS-NOTIFY-FILE-STATUS      PIC XX.
           05  WS-ERROR-FILE-STATUS       PIC XX.

      * Error Code Management
       01  WS-ERROR-CODES.
           05  WS-ERROR-CODE              PIC 9(4).
               88  ERR-NONE               VALUE 0000.
               88  ERR-INVALID-AMOUNT     VALUE 1004.
               88  ERR-ACCOUNT-NOT-FOUND  VALUE 1007.
               88  ERR-DEPOSIT-RETURNED   VALUE 1031.
               88  ERR-UPDATE-FAILED      VALUE 2001.
               88  ERR-FILE-ACCESS        VALUE 3001.
               88  ERR-SYSTEM-ERROR       VALUE 9999.
           05  WS-ERROR-MESSAGE-PARAM     PIC X(80).

      * Chargeback Work Area
       01  WS-CHARGEBACK-AREA.
           05  WS-POSTING-ACCOUNT         PIC X(10).
           05  WS-RETURN-ITEM-FEE         PIC S9(5)V99 VALUE ZERO.
           05  WS-NOTICE-ID               PIC 9(10).
           05  WS-REFUSAL-REASON          PIC X(30).

      * Processing Statistics
       01  WS-PROCESSING-STATS.
           05  WS-RETURNS-READ            PIC 9(5) VALUE ZERO.
           05  WS-RETURNS-CHARGED-BACK    PIC 9(5) VALUE ZERO.
           05  WS-RETURNS-REFUSED         PIC 9(5) VALUE ZERO.
           05  WS-AMOUNT-CHARGED-BACK     PIC 9(11)V99 VALUE ZERO.
           05  WS-FEES-ASSESSED           PIC 9(5) VALUE ZERO.
           05  WS-FEE-AMOUNT-ASSESSED     PIC 9(9)V99 VALUE ZERO.

      * Work Areas and Flags
       01  WS-WORK-AREAS.
           05  WS-EOF-FLAG                PIC X VALUE 'N'.
               88  END-OF-FILE            VALUE 'Y'.
               88  NOT-END-OF-FILE        VALUE 'N'.

           05  WS-RETURN-FLAG             PIC X VALUE 'Y'.
               88  RETURN-ACCEPTED        VALUE 'Y'.
               88  RETURN-REFUSED         VALUE 'N'.

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
               DEPOSIT-RETURN-FILE
               RETURN-REPORT-FILE
               ERROR-LOG-FILE.

           DISPLAY "FILE PROCESSING ERROR DETECTED"
           PERFORM ABNORMAL-TERMINATION.
       END DECLARATIVES.

       MAIN-PROCESSING SECTION.
       MAIN-PROCESSING-ROUTINE.
           PERFORM INITIALIZATION-ROUTINE
           PERFORM PROCESS-RETURNED-ITEMS
               UNTIL END-OF-FILE
           PERFORM COMMIT-CHARGEBACK-BATCH
           PERFORM GENERATE-SUMMARY-REPORT
           PERFORM CLEANUP-ROUTINE
           STOP RUN.

       INITIALIZATION-ROUTINE.
      * Open return input, report, notification and error log files
           OPEN INPUT DEPOSIT-RETURN-FILE
                OUTPUT RETURN-REPORT-FILE
                EXTEND NOTIFICATION-FILE
                OUTPUT ERROR-LOG-FILE

           IF WS-DEPOSIT-RETURN-STATUS NOT = "00"
              SET ERR-FILE-ACCESS TO TRUE
              MOVE "ERROR OPENING DEPOSIT RETURN FILE"
                  TO WS-ERROR-MESSAGE-PARAM
              PERFORM LOG-ERROR-WITH-CODE
              PERFORM ABNORMAL-TERMINATION
           END-IF

           IF WS-RETURN-REPORT-STATUS NOT = "00"
              DISPLAY "ERROR OPENING RETURN REPORT FILE"
              PERFORM ABNORMAL-TERMINATION
           END-IF

           IF WS-NOTIFY-FILE-STATUS NOT = "00"
              AND WS-NOTIFY-FILE-STATUS NOT = "05"
              DISPLAY "ERROR OPENING NOTIFICATION FILE"
              PERFORM ABNORMAL-TERMINATION
           END-IF

           IF WS-ERROR-FILE-STATUS NOT = "00"
              DISPLAY "ERROR OPENING ERROR LOG FILE"
              PERFORM ABNORMAL-TERMINATION
           END-IF

      * Get current system date and time
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS

           DISPLAY "DEPOSIT RETURN CHARGEBACK BATCH"
           DISPLAY "DATE: " WS-YEAR "-" WS-MONTH "-" WS-DAY
           DISPLAY "TIME: " WS-HOUR ":" WS-MINUTE ":" WS-SECOND

      * Load database configuration from external file
           PERFORM LOAD-DATABASE-CONFIG

      * Connect to DB2 database
           PERFORM DB-CONNECT

      * The posting run starts NOTIFYQUEUE afresh, so this job's
      * customer notices are appended strictly behind it
           MOVE "DEPOSIT-RETURN-CHARGEBACK" TO JC-PROGRAM-ID
           MOVE "BANKING-TRANSACTION-PROCESSOR" TO JC-PREDECESSOR-ID
           PERFORM DB-CHECK-JOB-PREDECESSOR
           PERFORM DB-REGISTER-JOB-START

           SET NOT-END-OF-FILE TO TRUE.

       PROCESS-RETURNED-ITEMS.
           READ DEPOSIT-RETURN-FILE
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-RETURNS-READ
                   PERFORM WORK-ONE-RETURN
           END-READ.

       WORK-ONE-RETURN.
           SET RETURN-ACCEPTED TO TRUE
           MOVE SPACES TO WS-REFUSAL-REASON
           MOVE SPACES TO SQL-DP-CUSTOMER-ID

           IF RT-AMOUNT-X NOT NUMERIC
               SET RETURN-REFUSED TO TRUE
               SET ERR-INVALID-AMOUNT TO TRUE
               MOVE "INVALID RETURN AMOUNT" TO WS-REFUSAL-REASON
           END-IF

           IF RETURN-ACCEPTED
               PERFORM DB-READ-DEPOSITED-ITEM
           END-IF

           IF RETURN-ACCEPTED
               PERFORM DB-READ-DEPOSIT-ACCOUNT
           END-IF

           IF RETURN-ACCEPTED
               PERFORM CHARGE-BACK-DEPOSIT
           END-IF

           IF RETURN-ACCEPTED
               PERFORM COMMIT-CHARGEBACK
           END-IF

           IF RETURN-ACCEPTED
               PERFORM QUEUE-CUSTOMER-NOTICE
               ADD 1 TO WS-RETURNS-CHARGED-BACK
               ADD SQL-DP-AMOUNT TO WS-AMOUNT-CHARGED-BACK
               MOVE SPACES TO RETURN-REPORT-RECORD
               STRING "CHARGED BACK " RT-ITEM-SEQUENCE
                   " ACCOUNT " WS-POSTING-ACCOUNT
                   " AMOUNT " SQL-DP-AMOUNT
                   " FEE " WS-RETURN-ITEM-FEE
                   " REASON " RT-RETURN-REASON-CODE
                   " " RT-RETURN-REASON
                   DELIMITED BY SIZE
                   INTO RETURN-REPORT-RECORD
               WRITE RETURN-REPORT-RECORD
           ELSE
               PERFORM ROLLBACK-REFUSED-RETURN
               ADD 1 TO WS-RETURNS-REFUSED
               MOVE WS-REFUSAL-REASON TO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
               MOVE SPACES TO RETURN-REPORT-RECORD
               STRING "REFUSED      " RT-ITEM-SEQUENCE
                   " ROUTING " RT-DRAWEE-ROUTING
                   " SERIAL " RT-CHECK-SERIAL
                   " AMOUNT " RT-AMOUNT-X
                   " " WS-REFUSAL-REASON
                   DELIMITED BY SIZE
                   INTO RETURN-REPORT-RECORD
               WRITE RETURN-REPORT-RECORD
           END-IF.

       CHARGE-BACK-DEPOSIT.
      * The chargeback reverses the deposit under its own reference,
      * so the posting run's reversal path debits exactly the
      * returned item; the fee and the notice ride a fresh reference
           PERFORM DB-INSERT-CHARGEBACK

           IF RETURN-ACCEPTED
               MOVE SQL-DP-BRANCH-CODE TO RN-BRANCH-CODE
               PERFORM DB-GENERATE-REFERENCE-ID
               MOVE SQL-RC-LAST-SERIAL TO WS-NOTICE-ID
               PERFORM DB-GET-RETURN-ITEM-FEE
               IF WS-RETURN-ITEM-FEE > ZERO
                   PERFORM DB-INSERT-RETURN-ITEM-FEE
               END-IF
           END-IF

           IF RETURN-ACCEPTED
               PERFORM DB-MARK-ITEM-RETURNED
           END-IF.

       QUEUE-CUSTOMER-NOTICE.
      * A customer-class alert, routed by the dispatcher on the
      * customer's own preferred contact channel
           MOVE WS-CURRENT-DATE-FIELDS TO NT-TIMESTAMP
           MOVE WS-NOTICE-ID TO NT-TRANSACTION-ID
           MOVE SQL-DP-CUSTOMER-ID TO NT-CUSTOMER-ID
           MOVE 'R' TO NT-TRANSACTION-TYPE
           MOVE SQL-DP-AMOUNT TO NT-AMOUNT
           SET ERR-DEPOSIT-RETURNED TO TRUE
           MOVE WS-ERROR-CODE TO NT-ERROR-CODE
           MOVE SPACES TO NT-REASON
           STRING "DEPOSITED CHECK RETURNED - " RT-RETURN-REASON
               DELIMITED BY SIZE
               INTO NT-REASON
           MOVE "CUST" TO NT-ALERT-CLASS

           MOVE SQL-DP-CUSTOMER-ID TO SQL-CU-CUSTOMER-ID
           PERFORM DB-GET-CUSTOMER-CONTACT
           MOVE SQL-CU-CUSTOMER-NAME TO NT-CUSTOMER-NAME
           MOVE SQL-CU-PHONE-NUMBER TO NT-CONTACT-PHONE
           MOVE SQL-CU-EMAIL-ADDRESS TO NT-CONTACT-EMAIL
           MOVE SQL-CU-PREFERRED-CONTACT TO NT-PREFERRED-CONTACT
           WRITE NOTIFICATION-RECORD.

       COMMIT-CHARGEBACK.
      * Each chargeback is its own unit of work
           EXEC SQL
               COMMIT WORK
           END-EXEC

           IF SQLCODE NOT = 0
               SET RETURN-REFUSED TO TRUE
               MOVE SQLCODE TO WS-ERROR-CODE
               MOVE "COMMIT FAILED" TO WS-REFUSAL-REASON
           END-IF.

       ROLLBACK-REFUSED-RETURN.
           EXEC SQL
               ROLLBACK WORK
           END-EXEC.

       COMMIT-CHARGEBACK-BATCH.
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
           DISPLAY "DEPOSIT RETURN CHARGEBACK SUMMARY"
           DISPLAY "Returns Read:        " WS-RETURNS-READ
           DISPLAY "Charged Back:        " WS-RETURNS-CHARGED-BACK
           DISPLAY "Amount Charged Back: " WS-AMOUNT-CHARGED-BACK
           DISPLAY "Fees Assessed:       " WS-FEES-ASSESSED
           DISPLAY "Fee Amount:          " WS-FEE-AMOUNT-ASSESSED
           DISPLAY "Returns Refused:     " WS-RETURNS-REFUSED.

       CLEANUP-ROUTINE.
      * Flip this job to COMPLETE on the job control table so
      * downstream predecessor checks open up
           PERFORM DB-REGISTER-JOB-COMPLETE

      * Disconnect from DB2 database
           PERFORM DB-DISCONNECT

           CLOSE DEPOSIT-RETURN-FILE
                 RETURN-REPORT-FILE
                 NOTIFICATION-FILE
                 ERROR-LOG-FILE

           DISPLAY "DEPOSIT RETURN CHARGEBACK BATCH COMPLETE".

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
           MOVE SQL-DP-CUSTOMER-ID TO ER-CUSTOMER-ID
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

       DB-READ-DEPOSITED-ITEM.
      * Only an item we actually presented can come back, and only
      * for the amount we presented it for
           EXEC SQL
               SELECT CUSTOMER_ID, COALESCE(ACCOUNT_NUMBER, ' '),
                      COALESCE(CHECK_SERIAL, ' '), AMOUNT,
                      COALESCE(BRANCH_CODE, '0000'), ITEM_STATUS
               INTO :SQL-DP-CUSTOMER-ID, :SQL-DP-ACCOUNT-NUMBER,
                    :SQL-DP-CHECK-SERIAL, :SQL-DP-AMOUNT,
                    :SQL-DP-BRANCH-CODE, :SQL-DP-ITEM-STATUS
               FROM DEPOSITED_ITEM_TABLE
               WHERE DEPOSIT_REFERENCE = :RT-ITEM-SEQUENCE
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   MOVE RT-ITEM-SEQUENCE TO SQL-DP-REFERENCE
                   EVALUATE TRUE
                       WHEN SQL-DP-ITEM-STATUS = 'RETURNED'
                           SET RETURN-REFUSED TO TRUE
                           SET ERR-DEPOSIT-RETURNED TO TRUE
                           MOVE "ITEM ALREADY CHARGED BACK"
                               TO WS-REFUSAL-REASON
                       WHEN SQL-DP-ITEM-STATUS NOT = 'PRESENTED'
                           SET RETURN-REFUSED TO TRUE
                           SET ERR-UPDATE-FAILED TO TRUE
                           MOVE "ITEM NEVER PRESENTED"
                               TO WS-REFUSAL-REASON
                       WHEN SQL-DP-AMOUNT NOT = RT-AMOUNT
                           SET RETURN-REFUSED TO TRUE
                           SET ERR-INVALID-AMOUNT TO TRUE
                           MOVE "RETURN AMOUNT MISMATCH"
                               TO WS-REFUSAL-REASON
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE

               WHEN 100
                   SET RETURN-REFUSED TO TRUE
                   SET ERR-ACCOUNT-NOT-FOUND TO TRUE
                   MOVE "ITEM NOT ON DEPOSITED FILE"
                       TO WS-REFUSAL-REASON

               WHEN OTHER
                   SET RETURN-REFUSED TO TRUE
                   MOVE SQLCODE TO WS-ERROR-CODE
                   MOVE "ERROR READING DEPOSITED ITEM"
                       TO WS-REFUSAL-REASON
           END-EVALUATE.

       DB-READ-DEPOSIT-ACCOUNT.
      * The account the deposit credited - its type prices the fee
           IF SQL-DP-ACCOUNT-NUMBER NOT = SPACES
               MOVE SQL-DP-ACCOUNT-NUMBER TO WS-POSTING-ACCOUNT
           ELSE
               MOVE SQL-DP-CUSTOMER-ID TO WS-POSTING-ACCOUNT
           END-IF

           EXEC SQL
               SELECT ACCOUNT_TYPE, CURRENCY_CODE,
                      COALESCE(INSTITUTION_CODE, '0001')
               INTO :SQL-AM-ACCOUNT-TYPE, :SQL-AM-CURRENCY-CODE,
                    :SQL-AM-INSTITUTION-CODE
               FROM ACCOUNT_TABLE
               WHERE CUSTOMER_ID = :WS-POSTING-ACCOUNT
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   SET RETURN-REFUSED TO TRUE
                   SET ERR-ACCOUNT-NOT-FOUND TO TRUE
                   MOVE "DEPOSIT ACCOUNT NOT ON FILE"
                       TO WS-REFUSAL-REASON
               WHEN OTHER
                   SET RETURN-REFUSED TO TRUE
                   MOVE SQLCODE TO WS-ERROR-CODE
                   MOVE "ERROR READING DEPOSIT ACCOUNT"
                       TO WS-REFUSAL-REASON
           END-EVALUATE.

       DB-INSERT-CHARGEBACK.
      * A PENDING reversal quoting the deposit's reference - the
      * posting run finds the original deposit and debits the
      * returned amount back out
           EXEC SQL
               INSERT INTO TRANSACTION_TABLE
                   (CUSTOMER_ID, TRANSACTION_TYPE, AMOUNT,
                    REFERENCE_ID, CREATION_DATE, CREATION_TIME,
                    STATUS, CURRENCY_CODE, BRANCH_CODE,
                    CHANNEL_CODE, ACCOUNT_NUMBER, PRIORITY,
                    CHECK_SERIAL, INSTITUTION_CODE, DESCRIPTION)
               VALUES
                   (:SQL-DP-CUSTOMER-ID, 'R', :SQL-DP-AMOUNT,
                    :SQL-DP-REFERENCE, CURRENT DATE,
                    CURRENT TIME, 'PENDING', :SQL-AM-CURRENCY-CODE,
                    :SQL-DP-BRANCH-CODE, 'BAT',
                    :SQL-DP-ACCOUNT-NUMBER, 2,
                    :SQL-DP-CHECK-SERIAL, :SQL-AM-INSTITUTION-CODE,
                    'RETURNED DEPOSIT ITEM')
           END-EXEC

           IF SQLCODE NOT = 0
               SET RETURN-REFUSED TO TRUE
               MOVE SQLCODE TO WS-ERROR-CODE
               MOVE "ERROR STAGING CHARGEBACK" TO WS-REFUSAL-REASON
           END-IF.

       DB-GET-RETURN-ITEM-FEE.
           EXEC SQL
               SELECT COALESCE(RETURN_ITEM_FEE, 0)
               INTO :SQL-FS-RETURN-ITEM-FEE
               FROM FEE_SCHEDULE_TABLE
               WHERE ACCOUNT_TYPE = :SQL-AM-ACCOUNT-TYPE
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   MOVE SQL-FS-RETURN-ITEM-FEE TO WS-RETURN-ITEM-FEE
               WHEN 100
                   MOVE ZERO TO WS-RETURN-ITEM-FEE
               WHEN OTHER
                   MOVE ZERO TO WS-RETURN-ITEM-FEE
                   MOVE SQLCODE TO WS-ERROR-CODE
                   STRING "Error reading fee schedule - SQLCODE: "
                       SQLCODE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
           END-EVALUATE.

       DB-INSERT-RETURN-ITEM-FEE.
           EXEC SQL
               INSERT INTO TRANSACTION_TABLE
                   (CUSTOMER_ID, TRANSACTION_TYPE, AMOUNT,
                    REFERENCE_ID, CREATION_DATE, CREATION_TIME,
                    STATUS, CURRENCY_CODE, BRANCH_CODE,
                    CHANNEL_CODE, ACCOUNT_NUMBER,
                    INSTITUTION_CODE, DESCRIPTION)
               VALUES
                   (:SQL-DP-CUSTOMER-ID, 'F', :WS-RETURN-ITEM-FEE,
                    :RN-GENERATED-REFERENCE, CURRENT DATE,
                    CURRENT TIME, 'PENDING', :SQL-AM-CURRENCY-CODE,
                    :SQL-DP-BRANCH-CODE, 'BAT',
                    :SQL-DP-ACCOUNT-NUMBER,
                    :SQL-AM-INSTITUTION-CODE,
                    'RETURNED DEPOSIT ITEM FEE')
           END-EXEC

           IF SQLCODE = 0
               ADD 1 TO WS-FEES-ASSESSED
               ADD WS-RETURN-ITEM-FEE TO WS-FEE-AMOUNT-ASSESSED
           ELSE
               SET RETURN-REFUSED TO TRUE
               MOVE SQLCODE TO WS-ERROR-CODE
               MOVE "ERROR STAGING RETURN ITEM FEE"
                   TO WS-REFUSAL-REASON
           END-IF.

       DB-MARK-ITEM-RETURNED.
           EXEC SQL
               UPDATE DEPOSITED_ITEM_TABLE
               SET ITEM_STATUS = 'RETURNED',
                   RETURN_DATE = CURRENT DATE,
                   RETURN_REASON = :RT-RETURN-REASON
               WHERE DEPOSIT_REFERENCE = :SQL-DP-REFERENCE
           END-EXEC

           IF SQLCODE NOT = 0
               SET RETURN-REFUSED TO TRUE
               MOVE SQLCODE TO WS-ERROR-CODE
               MOVE "ERROR MARKING ITEM RETURNED"
                   TO WS-REFUSAL-REASON
           END-IF.

       DB-GET-CUSTOMER-CONTACT.
      * Name and contact details for the notice; a customer with no
      * master row still gets the notice queued, just without them
           EXEC SQL
               SELECT CUSTOMER_NAME, PHONE_NUMBER, EMAIL_ADDRESS,
                      PREFERRED_CONTACT
               INTO :SQL-CU-CUSTOMER-NAME, :SQL-CU-PHONE-NUMBER,
                    :SQL-CU-EMAIL-ADDRESS, :SQL-CU-PREFERRED-CONTACT
               FROM CUSTOMER_TABLE
               WHERE CUSTOMER_ID = :SQL-CU-CUSTOMER-ID
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SPACES TO SQL-CU-CUSTOMER-NAME
               MOVE SPACES TO SQL-CU-PHONE-NUMBER
               MOVE SPACES TO SQL-CU-EMAIL-ADDRESS
               MOVE SPACES TO SQL-CU-PREFERRED-CONTACT
           END-IF.

           COPY "dbconfig_loader.cpy".

           COPY "jobcontrol.cpy".

           COPY "refnumber.cpy".

           COPY "opslog.cpy".
