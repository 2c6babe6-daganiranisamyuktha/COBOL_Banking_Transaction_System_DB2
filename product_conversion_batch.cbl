      *================================================================*
      * Product Conversion Batch                                       *
      * Reads a file of accounts and the product each is moving to,   *
      * and converts them properly instead of by ad hoc UPDATE.  The  *
      * old product is settled first: the interest accrued at the     *
      * old rate is paid to the account and the month's service       *
      * charge under the old FEE_SCHEDULE_TABLE row is prorated to    *
      * the conversion date.  The new product's terms are then        *
      * applied - the schedule rate for its type and balance tier and *
      * its minimum balance - with a change-history row for each      *
      * attribute, and the owner gets a change-in-terms notice.       *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRODUCT-CONVERSION-BATCH.
       DATE-WRITTEN. 2026-10-15.
       AUTHOR. Updated 2026-10-15 for DB2 Integration.
       REMARKS. ACCOUNT PRODUCT CONVERSION BATCH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Configuration file containing DB2 connection parameters
           SELECT CONFIG-FILE
               ASSIGN TO "DB2CONFIG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-FILE-STATUS.

      * Requested conversions, one account/target product per record
           SELECT CONVERSION-FILE
               ASSIGN TO "PRODCONV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONVERSION-FILE-STATUS.

      * Change-in-terms notice extract for the mail house
           SELECT TERMS-NOTICE-FILE
               ASSIGN TO "TERMSNOTICE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTICE-FILE-STATUS.

      * Conversion report - every request and its outcome
           SELECT CONVERSION-REPORT-FILE
               ASSIGN TO "PRODCONVRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

           SELECT ERROR-LOG-FILE
               ASSIGN TO "PRODCONVERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERROR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * Product Conversion Request Record
       FD  CONVERSION-FILE.
       01  CONVERSION-RECORD.
           05  PC-ACCOUNT-NUMBER      PIC X(10).
           05  PC-NEW-ACCOUNT-TYPE    PIC X(10).
           05  PC-REASON-CODE         PIC X(06).
      * The operator keying the conversion, verified against the
      * entitlement table per item
           05  PC-OPERATOR-ID         PIC X(8).

      * Change-in-terms Notice Record - old and new terms side by
      * side, with what the old product settled
       FD  TERMS-NOTICE-FILE.
       01  TERMS-NOTICE-RECORD.
           05  TN-ACCOUNT-NUMBER      PIC X(10).
           05  TN-CUSTOMER-ID         PIC X(10).
           05  TN-CUSTOMER-NAME       PIC X(40).
           05  TN-ADDRESS-LINE-1      PIC X(40).
           05  TN-ADDRESS-LINE-2      PIC X(40).
           05  TN-CITY                PIC X(20).
           05  TN-STATE-CODE          PIC X(2).
           05  TN-POSTAL-CODE         PIC X(10).
           05  TN-EFFECTIVE-DATE      PIC X(10).
           05  TN-OLD-ACCOUNT-TYPE    PIC X(10).
           05  TN-NEW-ACCOUNT-TYPE    PIC X(10).
           05  TN-OLD-RATE            PIC 9V9(4).
           05  TN-NEW-RATE            PIC 9V9(4).
           05  TN-OLD-OD-RATE         PIC 9V9(4).
           05  TN-NEW-OD-RATE         PIC 9V9(4).
           05  TN-OLD-MINIMUM-BALANCE PIC 9(8)V99.
           05  TN-NEW-MINIMUM-BALANCE PIC 9(8)V99.
           05  TN-NEW-MONTHLY-FEE     PIC 9(5)V99.
           05  TN-NEW-WAIVER-BALANCE  PIC 9(8)V99.
           05  TN-INTEREST-PAID       PIC 9(9)V99.
           05  TN-PRORATED-FEE        PIC 9(5)V99.

      * Conversion Report Record
       FD  CONVERSION-REPORT-FILE.
       01  CONVERSION-REPORT-RECORD   PIC X(130).

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
           05  WS-CONVERSION-FILE-STATUS  PIC XX.
           05  WS-NOTICE-FILE-STATUS      PIC XX.
           05  WS-REPORT-FILE-STATUS      PIC XX.
           05  WS-ERROR-FILE-STATUS       PIC XX.

      * Error Code Management
       01  WS-ERROR-CODES.
           05  WS-ERROR-CODE              PIC 9(4).
               88  ERR-NONE               VALUE 0000.
               88  ERR-INVALID-STATUS     VALUE 1002.
               88  ERR-ACCOUNT-NOT-FOUND  VALUE 1007.
               88  ERR-NOT-ENTITLED       VALUE 1028.
               88  ERR-INVALID-PRODUCT    VALUE 1041.
               88  ERR-FILE-ACCESS        VALUE 3001.
               88  ERR-SYSTEM-ERROR       VALUE 9999.
           05  WS-ERROR-MESSAGE-PARAM     PIC X(80).

      * Old Product - the account's terms as they stood before the
      * conversion, and its fee schedule row
       01  WS-OLD-PRODUCT-AREA.
           05  WS-OLD-ACCOUNT-TYPE        PIC X(10).
           05  WS-OLD-RATE                PIC 9V9(4).
           05  WS-OLD-OD-RATE             PIC 9V9(4).
           05  WS-OLD-MINIMUM-BALANCE     PIC S9(8)V99.
           05  WS-OLD-MONTHLY-FEE         PIC S9(5)V99.
           05  WS-OLD-WAIVER-BALANCE      PIC S9(8)V99.

      * New Product - the target's fee schedule row and the schedule
      * rates for the account's balance tier
       01  WS-NEW-PRODUCT-AREA.
           05  WS-NEW-MONTHLY-FEE         PIC S9(5)V99.
           05  WS-NEW-WAIVER-BALANCE      PIC S9(8)V99.
           05  WS-NEW-MINIMUM-BALANCE     PIC S9(8)V99.
           05  WS-FEE-ROW-FLAG            PIC X.
               88  FEE-ROW-FOUND          VALUE 'Y'.
               88  FEE-ROW-MISSING        VALUE 'N'.
           05  WS-SCHED-FOUND-FLAG        PIC X.
               88  SCHEDULE-RATE-FOUND    VALUE 'Y'.
               88  SCHEDULE-RATE-MISSING  VALUE 'N'.

      * Settlement of the old product - the interest paid, and the
      * service charge prorated over the days of the month served
       01  WS-SETTLEMENT-AREA.
           05  WS-INTEREST-PAID           PIC S9(9)V99.
           05  WS-PRORATED-FEE            PIC S9(5)V99.
           05  WS-MONTH-DAYS              PIC S9(4) COMP-5.
           05  WS-DAYS-SERVED             PIC S9(4) COMP-5.
           05  WS-CHANGE-REASON           PIC X(10).
           05  WS-OWNER-ID                PIC X(10).

      * Rates and amounts in the digit form change history carries
       01  WS-HISTORY-VALUES.
           05  WS-HIST-RATE               PIC 9V9(4).
           05  WS-HIST-RATE-X REDEFINES WS-HIST-RATE
                                          PIC X(5).
           05  WS-HIST-AMOUNT             PIC 9(8)V99.
           05  WS-HIST-AMOUNT-X REDEFINES WS-HIST-AMOUNT
                                          PIC X(10).

      * Processing Statistics
       01  WS-PROCESSING-STATS.
           05  WS-TOTAL-READ              PIC 9(5) COMP VALUE ZERO.
           05  WS-TOTAL-CONVERTED         PIC 9(5) COMP VALUE ZERO.
           05  WS-TOTAL-REJECTED          PIC 9(5) COMP VALUE ZERO.
           05  WS-NOTICES-WRITTEN         PIC 9(5) COMP VALUE ZERO.
           05  WS-NOTICES-UNDELIVERABLE   PIC 9(5) COMP VALUE ZERO.
           05  WS-TOTAL-INTEREST-PAID     PIC 9(11)V99 VALUE ZERO.
           05  WS-TOTAL-FEES-CHARGED      PIC 9(9)V99 VALUE ZERO.

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
               CONVERSION-FILE
               TERMS-NOTICE-FILE
               CONVERSION-REPORT-FILE
               ERROR-LOG-FILE.

           DISPLAY "FILE PROCESSING ERROR DETECTED"
           PERFORM ABNORMAL-TERMINATION.
       END DECLARATIVES.

       MAIN-PROCESSING SECTION.
       MAIN-PROCESSING-ROUTINE.
           PERFORM INITIALIZATION-ROUTINE
           PERFORM PROCESS-CONVERSION-RECORDS
               UNTIL END-OF-FILE
           PERFORM COMMIT-CONVERSION-BATCH
           PERFORM GENERATE-SUMMARY-REPORT
           PERFORM CLEANUP-ROUTINE
           STOP RUN.

       INITIALIZATION-ROUTINE.
      * Open conversion input, notice, report and error log files
           OPEN INPUT CONVERSION-FILE
                OUTPUT TERMS-NOTICE-FILE
                OUTPUT CONVERSION-REPORT-FILE
                OUTPUT ERROR-LOG-FILE

           IF WS-CONVERSION-FILE-STATUS NOT = "00"
              SET ERR-FILE-ACCESS TO TRUE
              MOVE "ERROR OPENING PRODUCT CONVERSION FILE"
                  TO WS-ERROR-MESSAGE-PARAM
              PERFORM LOG-ERROR-WITH-CODE
              PERFORM ABNORMAL-TERMINATION
           END-IF

           IF WS-NOTICE-FILE-STATUS NOT = "00"
              DISPLAY "ERROR OPENING TERMS NOTICE FILE"
              PERFORM ABNORMAL-TERMINATION
           END-IF

           IF WS-REPORT-FILE-STATUS NOT = "00"
              DISPLAY "ERROR OPENING CONVERSION REPORT FILE"
              PERFORM ABNORMAL-TERMINATION
           END-IF

           IF WS-ERROR-FILE-STATUS NOT = "00"
              DISPLAY "ERROR OPENING ERROR LOG FILE"
              PERFORM ABNORMAL-TERMINATION
           END-IF

      * Get current system date and time
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS

           DISPLAY "PRODUCT CONVERSION BATCH"
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

      * Register this job on the job control table.  Tonight's
      * accrual must be in first, so the old product has earned at
      * its own rate right up to the conversion date.
           MOVE "PRODUCT-CONVERSION-BATCH" TO JC-PROGRAM-ID
           MOVE "INTEREST-ACCRUAL-BATCH" TO JC-PREDECESSOR-ID
           PERFORM DB-CHECK-JOB-PREDECESSOR
           PERFORM DB-REGISTER-JOB-START

      * The days in the current month, for the fee proration
           PERFORM DB-GET-MONTH-DAYS
           MOVE WS-DAY TO WS-DAYS-SERVED

           SET NOT-END-OF-FILE TO TRUE.

       PROCESS-CONVERSION-RECORDS.
      * Read the next requested conversion
           READ CONVERSION-FILE
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-TOTAL-READ
                   PERFORM VALIDATE-CONVERSION-RECORD
           END-READ.

       VALIDATE-CONVERSION-RECORD.
      * The keying operator must hold an ACTIVE account-maintenance
      * entitlement before the conversion is even examined
           SET ERR-NONE TO TRUE
           MOVE PC-OPERATOR-ID TO EN-OPERATOR-ID
           MOVE "ACCTMAINT" TO EN-FUNCTION-CODE
           MOVE ZERO TO EN-REQUEST-AMOUNT
           PERFORM DB-CHECK-OPERATOR-ENTITLEMENT

           IF ENTITLEMENT-DENIED
               SET ERR-NOT-ENTITLED TO TRUE
               MOVE "OPERATOR NOT ENTITLED FOR ACCOUNT MAINT"
                   TO WS-ERROR-MESSAGE-PARAM
               PERFORM REJECT-CONVERSION
           ELSE
               PERFORM DB-LOG-ENTITLED-ACTION
               PERFORM DB-GET-ACCOUNT
           END-IF

           IF ERR-NONE
               PERFORM CHECK-CONVERSION-ELIGIBLE
           END-IF

           IF ERR-NONE
               PERFORM CONVERT-ACCOUNT-PRODUCT
           END-IF.

       CHECK-CONVERSION-ELIGIBLE.
      * Only an ACTIVE account converts, and only onto a product
      * that is priced on both the fee and rate schedules
           EVALUATE TRUE
               WHEN SQL-AM-ACCOUNT-STATUS NOT = "ACTIVE"
                   SET ERR-INVALID-STATUS TO TRUE
                   MOVE "ACCOUNT NOT ACTIVE FOR PRODUCT CONVERSION"
                       TO WS-ERROR-MESSAGE-PARAM
                   PERFORM REJECT-CONVERSION

               WHEN PC-NEW-ACCOUNT-TYPE = SPACES
                 OR PC-NEW-ACCOUNT-TYPE = SQL-AM-ACCOUNT-TYPE
                   SET ERR-INVALID-PRODUCT TO TRUE
                   MOVE "TARGET PRODUCT MISSING OR SAME AS CURRENT"
                       TO WS-ERROR-MESSAGE-PARAM
                   PERFORM REJECT-CONVERSION

               WHEN OTHER
                   PERFORM DB-GET-NEW-FEE-SCHEDULE
                   IF FEE-ROW-FOUND
                       PERFORM DB-FIND-NEW-RATE
                   END-IF
                   EVALUATE TRUE
                       WHEN NOT ERR-NONE
                           PERFORM REJECT-CONVERSION
                       WHEN FEE-ROW-MISSING
                           SET ERR-INVALID-PRODUCT TO TRUE
                           MOVE "TARGET PRODUCT NOT ON FEE SCHEDULE"
                               TO WS-ERROR-MESSAGE-PARAM
                           PERFORM REJECT-CONVERSION
                       WHEN SCHEDULE-RATE-MISSING
                           SET ERR-INVALID-PRODUCT TO TRUE
                           MOVE "TARGET PRODUCT NOT ON RATE SCHEDULE"
                               TO WS-ERROR-MESSAGE-PARAM
                           PERFORM REJECT-CONVERSION
                   END-EVALUATE
           END-EVALUATE.

       REJECT-CONVERSION.
           PERFORM LOG-ERROR-WITH-CODE
           ADD 1 TO WS-TOTAL-REJECTED

           MOVE SPACES TO CONVERSION-REPORT-RECORD
           STRING "REJECTED  " PC-ACCOUNT-NUMBER
               " TO " PC-NEW-ACCOUNT-TYPE
               " - " WS-ERROR-MESSAGE-PARAM
               DELIMITED BY SIZE
               INTO CONVERSION-REPORT-RECORD
           WRITE CONVERSION-REPORT-RECORD.

       CONVERT-ACCOUNT-PRODUCT.
      * Settle the old product in full before any new term applies:
      * accrued interest in, then the prorated service charge out
           MOVE SQL-AM-ACCOUNT-TYPE TO WS-OLD-ACCOUNT-TYPE
           MOVE SQL-AM-INTEREST-RATE TO WS-OLD-RATE
           MOVE SQL-AM-OVERDRAFT-RATE TO WS-OLD-OD-RATE
           MOVE SQL-AM-MINIMUM-BALANCE TO WS-OLD-MINIMUM-BALANCE
           MOVE ZERO TO WS-INTEREST-PAID
           MOVE ZERO TO WS-PRORATED-FEE

           IF SQL-AM-ACCRUED-INTEREST > ZERO
               MOVE SQL-AM-ACCRUED-INTEREST TO WS-INTEREST-PAID
               PERFORM DB-POST-SETTLEMENT-INTEREST
           END-IF

           IF ERR-NONE
               PERFORM PRORATE-OLD-SERVICE-CHARGE
           END-IF

           IF ERR-NONE
               PERFORM DB-APPLY-NEW-TERMS
           END-IF

           IF ERR-NONE
               PERFORM WRITE-CONVERSION-HISTORY
               PERFORM WRITE-TERMS-NOTICE

               ADD 1 TO WS-TOTAL-CONVERTED
               ADD WS-INTEREST-PAID TO WS-TOTAL-INTEREST-PAID
               ADD WS-PRORATED-FEE TO WS-TOTAL-FEES-CHARGED

               MOVE SPACES TO CONVERSION-REPORT-RECORD
               STRING "CONVERTED " PC-ACCOUNT-NUMBER
                   " FROM " WS-OLD-ACCOUNT-TYPE
                   " TO " PC-NEW-ACCOUNT-TYPE
                   " RATE " WS-OLD-RATE
                   " > " SQL-RS-INTEREST-RATE
                   " INT PAID " WS-INTEREST-PAID
                   " FEE " WS-PRORATED-FEE
                   DELIMITED BY SIZE
                   INTO CONVERSION-REPORT-RECORD
               WRITE CONVERSION-REPORT-RECORD
           ELSE
               ADD 1 TO WS-TOTAL-REJECTED
               MOVE SPACES TO CONVERSION-REPORT-RECORD
               STRING "FAILED    " PC-ACCOUNT-NUMBER
                   " TO " PC-NEW-ACCOUNT-TYPE
                   " - " WS-ERROR-MESSAGE-PARAM
                   DELIMITED BY SIZE
                   INTO CONVERSION-REPORT-RECORD
               WRITE CONVERSION-REPORT-RECORD
           END-IF.

       PRORATE-OLD-SERVICE-CHARGE.
      * The old product's monthly fee for the days of this month it
      * served, through the conversion date - waived as the monthly
      * sweep would waive it, at or above the old waiver balance
           PERFORM DB-GET-OLD-FEE-SCHEDULE

           IF FEE-ROW-FOUND
              AND WS-OLD-MONTHLY-FEE > ZERO
              AND SQL-AM-ACCOUNT-BALANCE < WS-OLD-WAIVER-BALANCE
              AND WS-MONTH-DAYS > ZERO
               COMPUTE WS-PRORATED-FEE ROUNDED =
                   WS-OLD-MONTHLY-FEE * WS-DAYS-SERVED
                   / WS-MONTH-DAYS
               IF WS-PRORATED-FEE > ZERO
                   PERFORM DB-POST-PRORATED-FEE
               END-IF
           END-IF.

       WRITE-CONVERSION-HISTORY.
      * The durable field-level record of every term the conversion
      * changed, keyed by the operator who asked for it
           IF PC-REASON-CODE = SPACES
               MOVE "PRODCONV" TO WS-CHANGE-REASON
           ELSE
               MOVE PC-REASON-CODE TO WS-CHANGE-REASON
           END-IF

           MOVE "ACCOUNT_TABLE" TO CH-TABLE-NAME
           MOVE PC-ACCOUNT-NUMBER TO CH-RECORD-KEY
           MOVE "ACCOUNT_TYPE" TO CH-FIELD-NAME
           MOVE WS-OLD-ACCOUNT-TYPE TO CH-OLD-VALUE
           MOVE PC-NEW-ACCOUNT-TYPE TO CH-NEW-VALUE
           MOVE PC-OPERATOR-ID TO CH-CHANGED-BY
           MOVE WS-CHANGE-REASON TO CH-CHANGE-REASON
           PERFORM DB-WRITE-CHANGE-HISTORY

           MOVE "INTEREST_RATE" TO CH-FIELD-NAME
           MOVE WS-OLD-RATE TO WS-HIST-RATE
           MOVE WS-HIST-RATE-X TO CH-OLD-VALUE
           MOVE SQL-RS-INTEREST-RATE TO WS-HIST-RATE
           MOVE WS-HIST-RATE-X TO CH-NEW-VALUE
           PERFORM DB-WRITE-CHANGE-HISTORY

           IF SQL-RS-OVERDRAFT-RATE NOT = WS-OLD-OD-RATE
               MOVE "OVERDRAFT_RATE" TO CH-FIELD-NAME
               MOVE WS-OLD-OD-RATE TO WS-HIST-RATE
               MOVE WS-HIST-RATE-X TO CH-OLD-VALUE
               MOVE SQL-RS-OVERDRAFT-RATE TO WS-HIST-RATE
               MOVE WS-HIST-RATE-X TO CH-NEW-VALUE
               PERFORM DB-WRITE-CHANGE-HISTORY
           END-IF

           MOVE "MINIMUM_BALANCE" TO CH-FIELD-NAME
           MOVE WS-OLD-MINIMUM-BALANCE TO WS-HIST-AMOUNT
           MOVE WS-HIST-AMOUNT-X TO CH-OLD-VALUE
           MOVE WS-NEW-MINIMUM-BALANCE TO WS-HIST-AMOUNT
           MOVE WS-HIST-AMOUNT-X TO CH-NEW-VALUE
           PERFORM DB-WRITE-CHANGE-HISTORY.

       WRITE-TERMS-NOTICE.
      * The notice goes to the account's primary owner; returned
      * mail goes to the report instead of the mail house
           PERFORM DB-GET-OWNER-CONTACT

           IF SQL-CU-RETURNED-MAIL = 'Y'
               ADD 1 TO WS-NOTICES-UNDELIVERABLE
               MOVE SPACES TO CONVERSION-REPORT-RECORD
               STRING "NO NOTICE " PC-ACCOUNT-NUMBER
                   " OWNER " WS-OWNER-ID
                   " - ADDRESS UNDELIVERABLE"
                   DELIMITED BY SIZE
                   INTO CONVERSION-REPORT-RECORD
               WRITE CONVERSION-REPORT-RECORD
           ELSE
               MOVE PC-ACCOUNT-NUMBER TO TN-ACCOUNT-NUMBER
               MOVE WS-OWNER-ID TO TN-CUSTOMER-ID
               MOVE SQL-CU-CUSTOMER-NAME TO TN-CUSTOMER-NAME
               MOVE SQL-CU-ADDRESS-LINE-1 TO TN-ADDRESS-LINE-1
               MOVE SQL-CU-ADDRESS-LINE-2 TO TN-ADDRESS-LINE-2
               MOVE SQL-CU-CITY TO TN-CITY
               MOVE SQL-CU-STATE-CODE TO TN-STATE-CODE
               MOVE SQL-CU-POSTAL-CODE TO TN-POSTAL-CODE
               MOVE WS-SQL-CURRENT-DATE TO TN-EFFECTIVE-DATE
               MOVE WS-OLD-ACCOUNT-TYPE TO TN-OLD-ACCOUNT-TYPE
               MOVE PC-NEW-ACCOUNT-TYPE TO TN-NEW-ACCOUNT-TYPE
               MOVE WS-OLD-RATE TO TN-OLD-RATE
               MOVE SQL-RS-INTEREST-RATE TO TN-NEW-RATE
               MOVE WS-OLD-OD-RATE TO TN-OLD-OD-RATE
               MOVE SQL-RS-OVERDRAFT-RATE TO TN-NEW-OD-RATE
               MOVE WS-OLD-MINIMUM-BALANCE TO TN-OLD-MINIMUM-BALANCE
               MOVE WS-NEW-MINIMUM-BALANCE TO TN-NEW-MINIMUM-BALANCE
               MOVE WS-NEW-MONTHLY-FEE TO TN-NEW-MONTHLY-FEE
               MOVE WS-NEW-WAIVER-BALANCE TO TN-NEW-WAIVER-BALANCE
               MOVE WS-INTEREST-PAID TO TN-INTEREST-PAID
               MOVE WS-PRORATED-FEE TO TN-PRORATED-FEE
               WRITE TERMS-NOTICE-RECORD
               ADD 1 TO WS-NOTICES-WRITTEN
           END-IF.

       COMMIT-CONVERSION-BATCH.
      * Commit every conversion applied this run in one unit of
      * work, so DB-DISCONNECT below doesn't roll it all back
           EXEC SQL
               COMMIT WORK
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error committing conversion batch - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       GENERATE-SUMMARY-REPORT.
           DISPLAY "PRODUCT CONVERSION SUMMARY"
           DISPLAY "Requests Read:          " WS-TOTAL-READ
           DISPLAY "Accounts Converted:     " WS-TOTAL-CONVERTED
           DISPLAY "Requests Rejected:      " WS-TOTAL-REJECTED
           DISPLAY "Notices Written:        " WS-NOTICES-WRITTEN
           DISPLAY "Notices Undeliverable:  " WS-NOTICES-UNDELIVERABLE
           DISPLAY "Interest Paid:          " WS-TOTAL-INTEREST-PAID
           DISPLAY "Prorated Fees Charged:  " WS-TOTAL-FEES-CHARGED.

       CLEANUP-ROUTINE.
      * Flip this job to COMPLETE on the job control table so
      * downstream predecessor checks open up
           PERFORM DB-REGISTER-JOB-COMPLETE

      * Disconnect from DB2 database
           PERFORM DB-DISCONNECT

           CLOSE CONVERSION-FILE
                 TERMS-NOTICE-FILE
                 CONVERSION-REPORT-FILE
                 ERROR-LOG-FILE

           DISPLAY "PRODUCT CONVERSION BATCH COMPLETE".

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
           MOVE PC-ACCOUNT-NUMBER TO ER-CUSTOMER-ID
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

       DB-GET-MONTH-DAYS.
           EXEC SQL
               SELECT DAY(LAST_DAY(DATE(:WS-SQL-CURRENT-DATE)))
               INTO :WS-MONTH-DAYS
               FROM SYSIBM.SYSDUMMY1
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE ZERO TO WS-MONTH-DAYS
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error deriving month length - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       DB-GET-ACCOUNT.
           MOVE PC-ACCOUNT-NUMBER TO SQL-AM-CUSTOMER-ID

           EXEC SQL
               SELECT ACCOUNT_BALANCE, ACCOUNT_STATUS, INTEREST_RATE,
                      COALESCE(ACCRUED_INTEREST, 0), CURRENCY_CODE,
                      BRANCH_CODE, ACCOUNT_TYPE,
                      COALESCE(MINIMUM_BALANCE, 0),
                      COALESCE(OVERDRAFT_RATE, 0)
               INTO :SQL-AM-ACCOUNT-BALANCE, :SQL-AM-ACCOUNT-STATUS,
                    :SQL-AM-INTEREST-RATE, :SQL-AM-ACCRUED-INTEREST,
                    :SQL-AM-CURRENCY-CODE, :SQL-AM-BRANCH-CODE,
                    :SQL-AM-ACCOUNT-TYPE, :SQL-AM-MINIMUM-BALANCE,
                    :SQL-AM-OVERDRAFT-RATE
               FROM ACCOUNT_TABLE
               WHERE CUSTOMER_ID = :SQL-AM-CUSTOMER-ID
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   SET ERR-ACCOUNT-NOT-FOUND TO TRUE
                   MOVE "ACCOUNT NOT FOUND FOR PRODUCT CONVERSION"
                       TO WS-ERROR-MESSAGE-PARAM
                   PERFORM REJECT-CONVERSION
               WHEN OTHER
                   MOVE SQLCODE TO WS-ERROR-CODE
                   STRING "Error reading account - SQLCODE: "
                       SQLCODE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM REJECT-CONVERSION
           END-EVALUATE.

       DB-GET-NEW-FEE-SCHEDULE.
      * The target product's fee schedule row - its monthly fee and
      * waiver level for the notice, and its minimum balance
           SET FEE-ROW-MISSING TO TRUE
           MOVE PC-NEW-ACCOUNT-TYPE TO SQL-FS-ACCOUNT-TYPE

           EXEC SQL
               SELECT COALESCE(MONTHLY_FEE, 0),
                      COALESCE(WAIVER_BALANCE, 0),
                      COALESCE(MINIMUM_BALANCE, 0)
               INTO :SQL-FS-MONTHLY-FEE, :SQL-FS-WAIVER-BALANCE,
                    :SQL-FS-MINIMUM-BALANCE
               FROM FEE_SCHEDULE_TABLE
               WHERE ACCOUNT_TYPE = :SQL-FS-ACCOUNT-TYPE
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   SET FEE-ROW-FOUND TO TRUE
                   MOVE SQL-FS-MONTHLY-FEE TO WS-NEW-MONTHLY-FEE
                   MOVE SQL-FS-WAIVER-BALANCE TO WS-NEW-WAIVER-BALANCE
                   MOVE SQL-FS-MINIMUM-BALANCE
                       TO WS-NEW-MINIMUM-BALANCE
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   MOVE SQLCODE TO WS-ERROR-CODE
                   STRING "Error reading fee schedule - SQLCODE: "
                       SQLCODE
                       INTO WS-ERROR-MESSAGE-PARAM
           END-EVALUATE.

       DB-GET-OLD-FEE-SCHEDULE.
      * The old product's row - no row means no service charge
           SET FEE-ROW-MISSING TO TRUE
           MOVE WS-OLD-ACCOUNT-TYPE TO SQL-FS-ACCOUNT-TYPE

           EXEC SQL
               SELECT COALESCE(MONTHLY_FEE, 0),
                      COALESCE(WAIVER_BALANCE, 0)
               INTO :SQL-FS-MONTHLY-FEE, :SQL-FS-WAIVER-BALANCE
               FROM FEE_SCHEDULE_TABLE
               WHERE ACCOUNT_TYPE = :SQL-FS-ACCOUNT-TYPE
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   SET FEE-ROW-FOUND TO TRUE
                   MOVE SQL-FS-MONTHLY-FEE TO WS-OLD-MONTHLY-FEE
                   MOVE SQL-FS-WAIVER-BALANCE TO WS-OLD-WAIVER-BALANCE
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   MOVE SQLCODE TO WS-ERROR-CODE
                   STRING "Error reading fee schedule - SQLCODE: "
                       SQLCODE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
           END-EVALUATE.

       DB-FIND-NEW-RATE.
      * The schedule row that governs the new product today: the
      * newest effective date on or before the business date, at
      * the highest tier the balance reaches
           SET SCHEDULE-RATE-MISSING TO TRUE

           EXEC SQL
               SELECT INTEREST_RATE, OVERDRAFT_RATE
               INTO :SQL-RS-INTEREST-RATE, :SQL-RS-OVERDRAFT-RATE
               FROM RATE_SCHEDULE_TABLE
               WHERE ACCOUNT_TYPE = :PC-NEW-ACCOUNT-TYPE
               AND BALANCE_TIER <= :SQL-AM-ACCOUNT-BALANCE
               AND EFFECTIVE_DATE <= :WS-SQL-CURRENT-DATE
               ORDER BY EFFECTIVE_DATE DESC, BALANCE_TIER DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   SET SCHEDULE-RATE-FOUND TO TRUE
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   MOVE SQLCODE TO WS-ERROR-CODE
                   STRING "Error finding effective rate - SQLCODE: "
                       SQLCODE
                       INTO WS-ERROR-MESSAGE-PARAM
           END-EVALUATE.

       DB-POST-SETTLEMENT-INTEREST.
      * Pay the old product's accrual to the account as a pending
      * interest credit for the posting run.  Channel 'INT' keeps it
      * on the year-end interest extract with the nightly credits.
           MOVE SQL-AM-BRANCH-CODE TO RN-BRANCH-CODE
           PERFORM DB-GENERATE-REFERENCE-ID

           EXEC SQL
               INSERT INTO TRANSACTION_TABLE
                   (CUSTOMER_ID, TRANSACTION_TYPE, AMOUNT,
                    REFERENCE_ID, CREATION_DATE, CREATION_TIME,
                    STATUS, CURRENCY_CODE, BRANCH_CODE, CHANNEL_CODE,
                    INSTITUTION_CODE)
               VALUES
                   (:PC-ACCOUNT-NUMBER, 'D', :WS-INTEREST-PAID,
                    :RN-GENERATED-REFERENCE, CURRENT DATE,
                    CURRENT TIME, 'PENDING',
                    :SQL-AM-CURRENCY-CODE, :SQL-AM-BRANCH-CODE,
                    'INT', :JC-INSTITUTION-CODE)
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error posting settlement interest - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       DB-POST-PRORATED-FEE.
      * The prorated charge goes out as an ordinary pending 'F' for
      * the posting run, like the monthly sweep's own
           MOVE SQL-AM-BRANCH-CODE TO RN-BRANCH-CODE
           PERFORM DB-GENERATE-REFERENCE-ID

           EXEC SQL
               INSERT INTO TRANSACTION_TABLE
                   (CUSTOMER_ID, TRANSACTION_TYPE, AMOUNT,
                    REFERENCE_ID, CREATION_DATE, CREATION_TIME,
                    STATUS, CURRENCY_CODE, BRANCH_CODE,
                    INSTITUTION_CODE)
               VALUES
                   (:PC-ACCOUNT-NUMBER, 'F', :WS-PRORATED-FEE,
                    :RN-GENERATED-REFERENCE, CURRENT DATE,
                    CURRENT TIME, 'PENDING',
                    :SQL-AM-CURRENCY-CODE, :SQL-AM-BRANCH-CODE,
                    :JC-INSTITUTION-CODE)
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error posting prorated fee - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       DB-APPLY-NEW-TERMS.
      * The new product, its schedule rates and minimum balance in
      * one UPDATE; the settled accrual starts again from zero
           MOVE WS-NEW-MINIMUM-BALANCE TO SQL-AM-MINIMUM-BALANCE

           EXEC SQL
               UPDATE ACCOUNT_TABLE
               SET ACCOUNT_TYPE = :PC-NEW-ACCOUNT-TYPE,
                   INTEREST_RATE = :SQL-RS-INTEREST-RATE,
                   OVERDRAFT_RATE = :SQL-RS-OVERDRAFT-RATE,
                   MINIMUM_BALANCE = :SQL-AM-MINIMUM-BALANCE,
                   ACCRUED_INTEREST = 0
               WHERE CUSTOMER_ID = :PC-ACCOUNT-NUMBER
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error applying new product terms - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       DB-GET-OWNER-CONTACT.
      * The primary owner when the relationship table names one,
      * else the original same-ID customer
           EXEC SQL
               SELECT COALESCE(MIN(CA.CUSTOMER_ID), :PC-ACCOUNT-NUMBER)
               INTO :WS-OWNER-ID
               FROM CUSTOMER_ACCOUNT_TABLE CA
               WHERE CA.ACCOUNT_NUMBER = :PC-ACCOUNT-NUMBER
               AND COALESCE(CA.ROLE_CODE, 'P') = 'P'
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE PC-ACCOUNT-NUMBER TO WS-OWNER-ID
           END-IF

           EXEC SQL
               SELECT CUSTOMER_NAME, ADDRESS_LINE_1, ADDRESS_LINE_2,
                      CITY, STATE_CODE, POSTAL_CODE,
                      COALESCE(RETURNED_MAIL_FLAG, 'N')
               INTO :SQL-CU-CUSTOMER-NAME, :SQL-CU-ADDRESS-LINE-1,
                    :SQL-CU-ADDRESS-LINE-2, :SQL-CU-CITY,
                    :SQL-CU-STATE-CODE, :SQL-CU-POSTAL-CODE,
                    :SQL-CU-RETURNED-MAIL
               FROM CUSTOMER_TABLE
               WHERE CUSTOMER_ID = :WS-OWNER-ID
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE

               WHEN 100
                   MOVE SPACES TO SQL-CU-CUSTOMER-NAME
                   MOVE 'Y' TO SQL-CU-RETURNED-MAIL

               WHEN OTHER
                   MOVE SPACES TO SQL-CU-CUSTOMER-NAME
                   MOVE 'Y' TO SQL-CU-RETURNED-MAIL
                   MOVE SQLCODE TO WS-ERROR-CODE
                   STRING "Error retrieving customer master - SQLCODE: "
                       SQLCODE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
           END-EVALUATE.

           COPY "dbconfig_loader.cpy".

           COPY "jobcontrol.cpy".

           COPY "refnumber.cpy".

           COPY "opslog.cpy".

           COPY "entitlement.cpy".

           COPY "changehist.cpy".
