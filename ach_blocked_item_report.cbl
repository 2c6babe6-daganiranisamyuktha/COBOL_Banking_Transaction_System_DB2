      *================================================================*
      * ACH Blocked Item Report                                        *
      * Daily advice to each customer of the network debits the ACH   *
      * filter refused today.  INBOUND-CLEARING-BATCH returns every   *
      * such item as R29 and logs it to ACH_BLOCKED_ITEM_TABLE; this  *
      * report lists them per customer and account - originator ID,   *
      * company name, amount, trace and the reason it was refused -   *
      * so a customer who recognizes a legitimate originator can have *
      * it authorized through ACH-FILTER-MAINTENANCE before the       *
      * originator re-presents.                                       *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACH-BLOCKED-ITEM-REPORT.
       DATE-WRITTEN. 2026-10-15.
       AUTHOR. Updated 2026-10-15 for DB2 Integration.
       REMARKS. DAILY ACH BLOCKED ITEM CUSTOMER REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Configuration file containing DB2 connection parameters
           SELECT CONFIG-FILE
               ASSIGN TO "DB2CONFIG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-FILE-STATUS.

           SELECT BLOCKED-REPORT-FILE
               ASSIGN TO "ACHBLOCKRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BLOCKED-REPORT-STATUS.

           SELECT ERROR-LOG-FILE
               ASSIGN TO "ACHBLOCKRPTERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERROR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * Blocked Item Report Output Record
       FD  BLOCKED-REPORT-FILE.
       01  BLOCKED-REPORT-RECORD          PIC X(132).

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
           05  WS-BLOCKED-REPORT-STATUS   PIC XX.
           05  WS-ERROR-FILE-STATUS       PIC XX.

      * Error Code Management
       01  WS-ERROR-CODES.
           05  WS-ERROR-CODE              PIC 9(4).
               88  ERR-NONE               VALUE 0000.
               88  ERR-FILE-ACCESS        VALUE 3001.
               88  ERR-SYSTEM-ERROR       VALUE 9999.
           05  WS-ERROR-MESSAGE-PARAM     PIC X(80).

      * Control Break Work Area - one advice per customer, with the
      * blocked items grouped under each of the customer's accounts
       01  WS-BREAK-AREA.
           05  WS-PREV-CUSTOMER-ID        PIC X(10) VALUE SPACES.
           05  WS-PREV-ACCOUNT-ID         PIC X(10) VALUE SPACES.
           05  WS-CUSTOMER-ITEM-COUNT     PIC 9(5) VALUE ZERO.
           05  WS-CUSTOMER-ITEM-AMOUNT    PIC S9(11)V99 VALUE ZERO.

      * Processing Statistics
       01  WS-PROCESSING-STATS.
           05  WS-CUSTOMERS-ADVISED       PIC 9(7) VALUE ZERO.
           05  WS-ITEMS-REPORTED          PIC 9(7) VALUE ZERO.
           05  WS-AMOUNT-REPORTED         PIC S9(13)V99 VALUE ZERO.

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
               BLOCKED-REPORT-FILE
               ERROR-LOG-FILE.

           DISPLAY "FILE PROCESSING ERROR DETECTED"
           PERFORM ABNORMAL-TERMINATION.
       END DECLARATIVES.

       MAIN-PROCESSING SECTION.
       MAIN-PROCESSING-ROUTINE.
           PERFORM INITIALIZATION-ROUTINE
           PERFORM LIST-BLOCKED-ITEMS
           PERFORM GENERATE-SUMMARY-REPORT
           PERFORM CLEANUP-ROUTINE
           STOP RUN.

       INITIALIZATION-ROUTINE.
      * Open the blocked item report and error log files
           OPEN OUTPUT BLOCKED-REPORT-FILE
                OUTPUT ERROR-LOG-FILE

           IF WS-BLOCKED-REPORT-STATUS NOT = "00"
              DISPLAY "ERROR OPENING ACH BLOCKED ITEM REPORT FILE"
              PERFORM ABNORMAL-TERMINATION
           END-IF

           IF WS-ERROR-FILE-STATUS NOT = "00"
              DISPLAY "ERROR OPENING ERROR LOG FILE"
              PERFORM ABNORMAL-TERMINATION
           END-IF

      * Get current system date and time
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS

           DISPLAY "ACH BLOCKED ITEM REPORT"
           DISPLAY "DATE: " WS-YEAR "-" WS-MONTH "-" WS-DAY
           DISPLAY "TIME: " WS-HOUR ":" WS-MINUTE ":" WS-SECOND

      * Load database configuration from external file
           PERFORM LOAD-DATABASE-CONFIG

      * Connect to DB2 database
           PERFORM DB-CONNECT

      * Today's blocked items are only final once the clearing run
      * has committed its files
           MOVE "ACH-BLOCKED-ITEM-REPORT" TO JC-PROGRAM-ID
           MOVE "INBOUND-CLEARING-BATCH" TO JC-PREDECESSOR-ID
           PERFORM DB-CHECK-JOB-PREDECESSOR
           PERFORM DB-REGISTER-JOB-START.

       LIST-BLOCKED-ITEMS.
      * Every debit refused today, customer by customer
           SET NOT-END-OF-FILE TO TRUE
           PERFORM DB-OPEN-BLOCKED-CURSOR
           PERFORM LIST-NEXT-BLOCKED-ITEM
               UNTIL END-OF-FILE
           PERFORM DB-CLOSE-BLOCKED-CURSOR

           IF WS-PREV-CUSTOMER-ID NOT = SPACES
               PERFORM CLOSE-CUSTOMER-ADVICE
           END-IF.

       LIST-NEXT-BLOCKED-ITEM.
           PERFORM DB-FETCH-NEXT-BLOCKED-ITEM

           IF NOT-END-OF-FILE
               IF SQL-CU-CUSTOMER-ID NOT = WS-PREV-CUSTOMER-ID
                   IF WS-PREV-CUSTOMER-ID NOT = SPACES
                       PERFORM CLOSE-CUSTOMER-ADVICE
                   END-IF
                   PERFORM OPEN-CUSTOMER-ADVICE
               END-IF

               IF SQL-AF-ACCOUNT-ID NOT = WS-PREV-ACCOUNT-ID
                   MOVE SQL-AF-ACCOUNT-ID TO WS-PREV-ACCOUNT-ID
                   MOVE SPACES TO BLOCKED-REPORT-RECORD
                   STRING "  ACCOUNT " SQL-AF-ACCOUNT-ID
                       DELIMITED BY SIZE
                       INTO BLOCKED-REPORT-RECORD
                   WRITE BLOCKED-REPORT-RECORD
               END-IF

               ADD 1 TO WS-CUSTOMER-ITEM-COUNT
               ADD SQL-AF-AMOUNT TO WS-CUSTOMER-ITEM-AMOUNT
               ADD 1 TO WS-ITEMS-REPORTED
               ADD SQL-AF-AMOUNT TO WS-AMOUNT-REPORTED

               MOVE SPACES TO BLOCKED-REPORT-RECORD
               STRING "    ORIGINATOR " SQL-AF-ORIGINATOR-ID
                   " " SQL-AF-ORIGINATOR-NAME
                   " AMOUNT " SQL-AF-AMOUNT
                   " TRACE " SQL-AF-NETWORK-TRACE
                   " " SQL-AF-BLOCK-REASON
                   DELIMITED BY SIZE
                   INTO BLOCKED-REPORT-RECORD
               WRITE BLOCKED-REPORT-RECORD
           END-IF.

       OPEN-CUSTOMER-ADVICE.
      * Advice heading - addressed to the customer behind the
      * accounts that follow
           MOVE SQL-CU-CUSTOMER-ID TO WS-PREV-CUSTOMER-ID
           MOVE SPACES TO WS-PREV-ACCOUNT-ID
           MOVE ZERO TO WS-CUSTOMER-ITEM-COUNT
           MOVE ZERO TO WS-CUSTOMER-ITEM-AMOUNT
           ADD 1 TO WS-CUSTOMERS-ADVISED

           MOVE SPACES TO BLOCKED-REPORT-RECORD
           STRING "ACH DEBITS BLOCKED " WS-YEAR "-" WS-MONTH "-"
               WS-DAY " CUSTOMER " SQL-CU-CUSTOMER-ID
               DELIMITED BY SIZE
               INTO BLOCKED-REPORT-RECORD
           WRITE BLOCKED-REPORT-RECORD

           MOVE SPACES TO BLOCKED-REPORT-RECORD
           MOVE SQL-CU-CUSTOMER-NAME TO BLOCKED-REPORT-RECORD
           WRITE BLOCKED-REPORT-RECORD

           MOVE SPACES TO BLOCKED-REPORT-RECORD
           MOVE SQL-CU-ADDRESS-LINE-1 TO BLOCKED-REPORT-RECORD
           WRITE BLOCKED-REPORT-RECORD

           IF SQL-CU-ADDRESS-LINE-2 NOT = SPACES
               MOVE SPACES TO BLOCKED-REPORT-RECORD
               MOVE SQL-CU-ADDRESS-LINE-2 TO BLOCKED-REPORT-RECORD
               WRITE BLOCKED-REPORT-RECORD
           END-IF

           MOVE SPACES TO BLOCKED-REPORT-RECORD
           STRING SQL-CU-CITY " " SQL-CU-STATE-CODE
               " " SQL-CU-POSTAL-CODE
               DELIMITED BY SIZE
               INTO BLOCKED-REPORT-RECORD
           WRITE BLOCKED-REPORT-RECORD.

       CLOSE-CUSTOMER-ADVICE.
           MOVE SPACES TO BLOCKED-REPORT-RECORD
           STRING "  ITEMS BLOCKED " WS-CUSTOMER-ITEM-COUNT
               " TOTAL " WS-CUSTOMER-ITEM-AMOUNT
               DELIMITED BY SIZE
               INTO BLOCKED-REPORT-RECORD
           WRITE BLOCKED-REPORT-RECORD

           MOVE SPACES TO BLOCKED-REPORT-RECORD
           STRING "  THESE DEBITS WERE RETURNED TO THE ORIGINATOR. "
               "IF ANY ORIGINATOR ABOVE IS LEGITIMATE, ASK US TO "
               "ADD IT TO YOUR AUTHORIZED LIST."
               DELIMITED BY SIZE
               INTO BLOCKED-REPORT-RECORD
           WRITE BLOCKED-REPORT-RECORD

           MOVE SPACES TO BLOCKED-REPORT-RECORD
           WRITE BLOCKED-REPORT-RECORD.

       GENERATE-SUMMARY-REPORT.
           DISPLAY "ACH BLOCKED ITEM REPORT SUMMARY"
           DISPLAY "Customers Advised: " WS-CUSTOMERS-ADVISED
           DISPLAY "Items Reported:    " WS-ITEMS-REPORTED
           DISPLAY "Amount Reported:   " WS-AMOUNT-REPORTED.

       CLEANUP-ROUTINE.
      * Flip this job to COMPLETE on the job control table so
      * downstream predecessor checks open up
           PERFORM DB-REGISTER-JOB-COMPLETE

      * Disconnect from DB2 database
           PERFORM DB-DISCONNECT

      * Close report and error files
           CLOSE BLOCKED-REPORT-FILE
                 ERROR-LOG-FILE

           DISPLAY "ACH BLOCKED ITEM REPORT COMPLETE".

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
           MOVE WS-PREV-CUSTOMER-ID TO ER-CUSTOMER-ID
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

       DB-OPEN-BLOCKED-CURSOR.
      * A blocked item whose customer row is missing still reports,
      * under the customer ID alone
           EXEC SQL
               DECLARE ACH_BLOCKED_CURSOR CURSOR FOR
               SELECT B.CUSTOMER_ID,
                      COALESCE(C.CUSTOMER_NAME, ' '),
                      COALESCE(C.ADDRESS_LINE_1, ' '),
                      COALESCE(C.ADDRESS_LINE_2, ' '),
                      COALESCE(C.CITY, ' '),
                      COALESCE(C.STATE_CODE, ' '),
                      COALESCE(C.POSTAL_CODE, ' '),
                      B.ACCOUNT_ID,
                      COALESCE(B.ORIGINATOR_ID, ' '),
                      COALESCE(B.ORIGINATOR_NAME, ' '),
                      B.AMOUNT,
                      B.NETWORK_TRACE,
                      COALESCE(B.BLOCK_REASON, ' ')
               FROM ACH_BLOCKED_ITEM_TABLE B
               LEFT OUTER JOIN CUSTOMER_TABLE C
                   ON C.CUSTOMER_ID = B.CUSTOMER_ID
               WHERE B.BLOCK_DATE = CURRENT DATE
               ORDER BY B.CUSTOMER_ID, B.ACCOUNT_ID,
                        B.NETWORK_TRACE
           END-EXEC

           EXEC SQL
               OPEN ACH_BLOCKED_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error opening blocked item cursor - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
               SET END-OF-FILE TO TRUE
           END-IF.

       DB-FETCH-NEXT-BLOCKED-ITEM.
           EXEC SQL
               FETCH ACH_BLOCKED_CURSOR INTO
               :SQL-CU-CUSTOMER-ID,
               :SQL-CU-CUSTOMER-NAME,
               :SQL-CU-ADDRESS-LINE-1,
               :SQL-CU-ADDRESS-LINE-2,
               :SQL-CU-CITY,
               :SQL-CU-STATE-CODE,
               :SQL-CU-POSTAL-CODE,
               :SQL-AF-ACCOUNT-ID,
               :SQL-AF-ORIGINATOR-ID,
               :SQL-AF-ORIGINATOR-NAME,
               :SQL-AF-AMOUNT,
               :SQL-AF-NETWORK-TRACE,
               :SQL-AF-BLOCK-REASON
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   SET END-OF-FILE TO TRUE
               WHEN OTHER
                   MOVE SQLCODE TO WS-ERROR-CODE
                   STRING "Error fetching blocked item - SQLCODE: "
                       SQLCODE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
                   SET END-OF-FILE TO TRUE
           END-EVALUATE.

       DB-CLOSE-BLOCKED-CURSOR.
           EXEC SQL
               CLOSE ACH_BLOCKED_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error closing blocked item cursor - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

           COPY "dbconfig_loader.cpy".

           COPY "jobcontrol.cpy".

           COPY "opslog.cpy".
