      *================================================================*
      * Official Check Outstanding Register Report                     *
      * Daily proof of the official check register: every cashier's   *
      * check still OUTSTANDING or STALE is listed by issue date, and *
      * their total is proved to the balance of the official check    *
      * liability account.  Items left unpaid past the stale-dated    *
      * period (OFFCHK-STALE-DAYS, default 180) are flipped to STALE  *
      * here first so they show as such and age on into the           *
      * ESCHEAT-BATCH unclaimed-property stream.  Today's issued, paid *
      * and escheated counts close the report.                         *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OFFICIAL-CHECK-REGISTER-REPORT.
       DATE-WRITTEN. 2026-10-15.
       AUTHOR. Updated 2026-10-15 for DB2 Integration.
       REMARKS. OFFICIAL CHECK REGISTER PROOF REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Configuration file containing DB2 connection parameters
           SELECT CONFIG-FILE
               ASSIGN TO "DB2CONFIG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-FILE-STATUS.

           SELECT REGISTER-REPORT-FILE
               ASSIGN TO "OFFCHKRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-REPORT-STATUS.

           SELECT ERROR-LOG-FILE
               ASSIGN TO "OFFCHKRPTERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERROR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * Register Report Output Record
       FD  REGISTER-REPORT-FILE.
       01  REGISTER-REPORT-RECORD         PIC X(132).

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
           05  WS-REGISTER-REPORT-STATUS  PIC XX.
           05  WS-ERROR-FILE-STATUS       PIC XX.

      * Error Code Management
       01  WS-ERROR-CODES.
           05  WS-ERROR-CODE              PIC 9(4).
               88  ERR-NONE               VALUE 0000.
               88  ERR-IMBALANCE          VALUE 1020.
               88  ERR-FILE-ACCESS        VALUE 3001.
               88  ERR-SYSTEM-ERROR       VALUE 9999.
           05  WS-ERROR-MESSAGE-PARAM     PIC X(80).

      * Register Proof Work Area
       01  WS-REGISTER-AREA.
           05  WS-STALE-DAYS              PIC 9(5) VALUE 180.
           05  WS-REGISTER-TOTAL          PIC S9(13)V99 VALUE ZERO.
           05  WS-PROOF-DIFFERENCE        PIC S9(13)V99 VALUE ZERO.
           05  WS-DAY-ACTIVITY-COUNT      PIC S9(9) COMP-3.
           05  WS-DAY-ACTIVITY-AMOUNT     PIC S9(11)V99.

      * Processing Statistics
       01  WS-PROCESSING-STATS.
           05  WS-ITEMS-OUTSTANDING       PIC 9(7) VALUE ZERO.
           05  WS-ITEMS-STALE             PIC 9(7) VALUE ZERO.
           05  WS-ITEMS-AGED-STALE        PIC 9(7) VALUE ZERO.
           05  WS-ISSUED-TODAY            PIC 9(7) VALUE ZERO.
           05  WS-ISSUED-TODAY-AMOUNT     PIC S9(11)V99 VALUE ZERO.
           05  WS-PAID-TODAY              PIC 9(7) VALUE ZERO.
           05  WS-PAID-TODAY-AMOUNT       PIC S9(11)V99 VALUE ZERO.
           05  WS-ESCHEATED-TODAY         PIC 9(7) VALUE ZERO.
           05  WS-ESCHEATED-TODAY-AMOUNT  PIC S9(11)V99 VALUE ZERO.

      * Work Areas and Flags
       01  WS-WORK-AREAS.
           05  WS-EOF-FLAG                PIC X VALUE 'N'.
               88  END-OF-FILE            VALUE 'Y'.
               88  NOT-END-OF-FILE        VALUE 'N'.

           05  WS-PROOF-FLAG              PIC X VALUE 'Y'.
               88  REGISTER-IN-BALANCE    VALUE 'Y'.
               88  REGISTER-OUT-OF-BALANCE VALUE 'N'.

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
               REGISTER-REPORT-FILE
               ERROR-LOG-FILE.

           DISPLAY "FILE PROCESSING ERROR DETECTED"
           PERFORM ABNORMAL-TERMINATION.
       END DECLARATIVES.

       MAIN-PROCESSING SECTION.
       MAIN-PROCESSING-ROUTINE.
           PERFORM INITIALIZATION-ROUTINE
           PERFORM DB-AGE-STALE-OFFICIAL-CHECKS
           PERFORM LIST-OUTSTANDING-REGISTER
           PERFORM PROVE-REGISTER-TO-LIABILITY
           PERFORM REPORT-DAY-ACTIVITY
           PERFORM COMMIT-REGISTER-REPORT
           PERFORM GENERATE-SUMMARY-REPORT
           PERFORM CLEANUP-ROUTINE
           STOP RUN.

       INITIALIZATION-ROUTINE.
      * Open the register report and error log files
           OPEN OUTPUT REGISTER-REPORT-FILE
                OUTPUT ERROR-LOG-FILE

           IF WS-REGISTER-REPORT-STATUS NOT = "00"
              DISPLAY "ERROR OPENING OFFICIAL CHECK REPORT FILE"
              PERFORM ABNORMAL-TERMINATION
           END-IF

           IF WS-ERROR-FILE-STATUS NOT = "00"
              DISPLAY "ERROR OPENING ERROR LOG FILE"
              PERFORM ABNORMAL-TERMINATION
           END-IF

      * Get current system date and time
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS

           DISPLAY "OFFICIAL CHECK REGISTER REPORT"
           DISPLAY "DATE: " WS-YEAR "-" WS-MONTH "-" WS-DAY
           DISPLAY "TIME: " WS-HOUR ":" WS-MINUTE ":" WS-SECOND

      * Load database configuration from external file
           PERFORM LOAD-DATABASE-CONFIG

      * Connect to DB2 database
           PERFORM DB-CONNECT

      * Paid items only come off the liability account once the
      * posting run has applied the clearing debit, so the proof
      * runs strictly behind the processor
           MOVE "OFFICIAL-CHECK-REGISTER-REPORT" TO JC-PROGRAM-ID
           MOVE "BANKING-TRANSACTION-PROCESSOR" TO JC-PREDECESSOR-ID
           PERFORM DB-CHECK-JOB-PREDECESSOR
           PERFORM DB-REGISTER-JOB-START

           MOVE "OFFCHK-STALE-DAYS" TO BP-PARAM-NAME
           PERFORM DB-GET-BUSINESS-PARAMETER
           IF BP-PARAM-FOUND
               MOVE SQL-BP-PARAM-VALUE TO WS-STALE-DAYS
           END-IF

           PERFORM DB-FIND-OFFICIAL-CHECK-ACCOUNT
           IF SQL-OC-LIABILITY-ACCOUNT = SPACES
               SET ERR-SYSTEM-ERROR TO TRUE
               MOVE "NO ACTIVE OFFICIAL CHECK LIABILITY ACCOUNT"
                   TO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
               PERFORM ABNORMAL-TERMINATION
           END-IF

           MOVE SPACES TO REGISTER-REPORT-RECORD
           STRING "OFFICIAL CHECK OUTSTANDING REGISTER "
               WS-YEAR "-" WS-MONTH "-" WS-DAY
               " LIABILITY ACCOUNT " SQL-OC-LIABILITY-ACCOUNT
               " STALE AFTER " WS-STALE-DAYS " DAYS"
               DELIMITED BY SIZE
               INTO REGISTER-REPORT-RECORD
           WRITE REGISTER-REPORT-RECORD.

       LIST-OUTSTANDING-REGISTER.
      * Every item still owed to a payee, oldest first
           SET NOT-END-OF-FILE TO TRUE
           PERFORM DB-OPEN-REGISTER-CURSOR
           PERFORM LIST-NEXT-REGISTER-ITEM
               UNTIL END-OF-FILE
           PERFORM DB-CLOSE-REGISTER-CURSOR.

       LIST-NEXT-REGISTER-ITEM.
           PERFORM DB-FETCH-NEXT-REGISTER-ITEM

           IF NOT-END-OF-FILE
               IF SQL-OC-STATUS = 'STALE'
                   ADD 1 TO WS-ITEMS-STALE
               ELSE
                   ADD 1 TO WS-ITEMS-OUTSTANDING
               END-IF
               ADD SQL-OC-AMOUNT TO WS-REGISTER-TOTAL

               MOVE SPACES TO REGISTER-REPORT-RECORD
               STRING "ITEM " SQL-OC-SERIAL
                   " ISSUED " SQL-OC-ISSUE-DATE
                   " PURCHASER " SQL-OC-PURCHASER
                   " PAYEE " SQL-OC-PAYEE
                   " AMOUNT " SQL-OC-AMOUNT
                   " " SQL-OC-STATUS
                   DELIMITED BY SIZE
                   INTO REGISTER-REPORT-RECORD
               WRITE REGISTER-REPORT-RECORD
           END-IF.

       PROVE-REGISTER-TO-LIABILITY.
      * The outstanding items must account for every dollar sitting
      * in the liability account - any difference is an item posted
      * to the account outside the register or a register item
      * never funded
           COMPUTE WS-PROOF-DIFFERENCE =
               SQL-OC-LIABILITY-BALANCE - WS-REGISTER-TOTAL

           MOVE SPACES TO REGISTER-REPORT-RECORD
           STRING "REGISTER TOTAL " WS-REGISTER-TOTAL
               " LIABILITY BALANCE " SQL-OC-LIABILITY-BALANCE
               DELIMITED BY SIZE
               INTO REGISTER-REPORT-RECORD
           WRITE REGISTER-REPORT-RECORD

           MOVE SPACES TO REGISTER-REPORT-RECORD
           IF WS-PROOF-DIFFERENCE = ZERO
               SET REGISTER-IN-BALANCE TO TRUE
               MOVE "REGISTER IN BALANCE" TO REGISTER-REPORT-RECORD
           ELSE
               SET REGISTER-OUT-OF-BALANCE TO TRUE
               STRING "REGISTER OUT OF BALANCE - DIFFERENCE "
                   WS-PROOF-DIFFERENCE
                   DELIMITED BY SIZE
                   INTO REGISTER-REPORT-RECORD
               SET ERR-IMBALANCE TO TRUE
               MOVE "OFFICIAL CHECK REGISTER OUT OF BALANCE"
                   TO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF
           WRITE REGISTER-REPORT-RECORD.

       REPORT-DAY-ACTIVITY.
      * Issued, paid and escheated today, each off its own date
           PERFORM DB-COUNT-ISSUED-TODAY
           MOVE WS-DAY-ACTIVITY-COUNT TO WS-ISSUED-TODAY
           MOVE WS-DAY-ACTIVITY-AMOUNT TO WS-ISSUED-TODAY-AMOUNT

           MOVE "PAID" TO SQL-OC-STATUS
           PERFORM DB-COUNT-SETTLED-TODAY
           MOVE WS-DAY-ACTIVITY-COUNT TO WS-PAID-TODAY
           MOVE WS-DAY-ACTIVITY-AMOUNT TO WS-PAID-TODAY-AMOUNT

           MOVE "ESCHEATED" TO SQL-OC-STATUS
           PERFORM DB-COUNT-SETTLED-TODAY
           MOVE WS-DAY-ACTIVITY-COUNT TO WS-ESCHEATED-TODAY
           MOVE WS-DAY-ACTIVITY-AMOUNT TO WS-ESCHEATED-TODAY-AMOUNT

           MOVE SPACES TO REGISTER-REPORT-RECORD
           STRING "ISSUED TODAY " WS-ISSUED-TODAY
               " AMOUNT " WS-ISSUED-TODAY-AMOUNT
               DELIMITED BY SIZE
               INTO REGISTER-REPORT-RECORD
           WRITE REGISTER-REPORT-RECORD

           MOVE SPACES TO REGISTER-REPORT-RECORD
           STRING "PAID TODAY " WS-PAID-TODAY
               " AMOUNT " WS-PAID-TODAY-AMOUNT
               DELIMITED BY SIZE
               INTO REGISTER-REPORT-RECORD
           WRITE REGISTER-REPORT-RECORD

           MOVE SPACES TO REGISTER-REPORT-RECORD
           STRING "ESCHEATED TODAY " WS-ESCHEATED-TODAY
               " AMOUNT " WS-ESCHEATED-TODAY-AMOUNT
               DELIMITED BY SIZE
               INTO REGISTER-REPORT-RECORD
           WRITE REGISTER-REPORT-RECORD.

       COMMIT-REGISTER-REPORT.
      * Keeps the STALE flips and the log rows
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
           DISPLAY "OFFICIAL CHECK REGISTER SUMMARY"
           DISPLAY "Items Outstanding:   " WS-ITEMS-OUTSTANDING
           DISPLAY "Items Stale:         " WS-ITEMS-STALE
           DISPLAY "Newly Stale:         " WS-ITEMS-AGED-STALE
           DISPLAY "Register Total:      " WS-REGISTER-TOTAL
           DISPLAY "Liability Balance:   " SQL-OC-LIABILITY-BALANCE
           IF REGISTER-IN-BALANCE
               DISPLAY "Proof:               IN BALANCE"
           ELSE
               DISPLAY "Proof:               OUT OF BALANCE "
                   WS-PROOF-DIFFERENCE
           END-IF
           DISPLAY "Issued Today:        " WS-ISSUED-TODAY
           DISPLAY "Paid Today:          " WS-PAID-TODAY
           DISPLAY "Escheated Today:     " WS-ESCHEATED-TODAY.

       CLEANUP-ROUTINE.
      * Flip this job to COMPLETE on the job control table so
      * downstream predecessor checks open up
           PERFORM DB-REGISTER-JOB-COMPLETE

      * Disconnect from DB2 database
           PERFORM DB-DISCONNECT

      * Close report and error files
           CLOSE REGISTER-REPORT-FILE
                 ERROR-LOG-FILE

           DISPLAY "OFFICIAL CHECK REGISTER REPORT COMPLETE".

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
           MOVE SQL-OC-LIABILITY-ACCOUNT TO ER-CUSTOMER-ID
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

       DB-AGE-STALE-OFFICIAL-CHECKS.
      * An item unpaid past the stale-dated period stays a liability
      * but is flagged STALE; ESCHEAT-BATCH takes it from there
           EXEC SQL
               UPDATE OFFICIAL_CHECK_TABLE
               SET CHECK_STATUS = 'STALE',
                   STATUS_DATE = CURRENT DATE
               WHERE CHECK_STATUS = 'OUTSTANDING'
               AND DAYS(CURRENT DATE) - DAYS(ISSUE_DATE)
                   >= :WS-STALE-DAYS
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   MOVE SQLERRD (3) TO WS-ITEMS-AGED-STALE
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   MOVE SQLCODE TO WS-ERROR-CODE
                   STRING "Error aging stale official checks - "
                       "SQLCODE: " SQLCODE
                       DELIMITED BY SIZE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
           END-EVALUATE.

       DB-OPEN-REGISTER-CURSOR.
           EXEC SQL
               DECLARE OFFCHK_REGISTER_CURSOR CURSOR FOR
               SELECT CHECK_SERIAL, PURCHASER_ACCOUNT, PAYEE_NAME,
                      AMOUNT, CHAR(ISSUE_DATE, ISO), CHECK_STATUS
               FROM OFFICIAL_CHECK_TABLE
               WHERE CHECK_STATUS IN ('OUTSTANDING', 'STALE')
               ORDER BY ISSUE_DATE, CHECK_SERIAL
           END-EXEC

           EXEC SQL
               OPEN OFFCHK_REGISTER_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error opening register cursor - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
               SET END-OF-FILE TO TRUE
           END-IF.

       DB-FETCH-NEXT-REGISTER-ITEM.
           EXEC SQL
               FETCH OFFCHK_REGISTER_CURSOR INTO
               :SQL-OC-SERIAL,
               :SQL-OC-PURCHASER,
               :SQL-OC-PAYEE,
               :SQL-OC-AMOUNT,
               :SQL-OC-ISSUE-DATE,
               :SQL-OC-STATUS
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   SET END-OF-FILE TO TRUE
               WHEN OTHER
                   MOVE SQLCODE TO WS-ERROR-CODE
                   STRING "Error fetching register item - SQLCODE: "
                       SQLCODE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
                   SET END-OF-FILE TO TRUE
           END-EVALUATE.

       DB-CLOSE-REGISTER-CURSOR.
           EXEC SQL
               CLOSE OFFCHK_REGISTER_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error closing register cursor - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       DB-COUNT-ISSUED-TODAY.
           EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(AMOUNT), 0)
               INTO :WS-DAY-ACTIVITY-COUNT, :WS-DAY-ACTIVITY-AMOUNT
               FROM OFFICIAL_CHECK_TABLE
               WHERE ISSUE_DATE = CURRENT DATE
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE ZERO TO WS-DAY-ACTIVITY-COUNT
               MOVE ZERO TO WS-DAY-ACTIVITY-AMOUNT
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error counting checks issued - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       DB-COUNT-SETTLED-TODAY.
      * Items that left the register today in the status given
           EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(AMOUNT), 0)
               INTO :WS-DAY-ACTIVITY-COUNT, :WS-DAY-ACTIVITY-AMOUNT
               FROM OFFICIAL_CHECK_TABLE
               WHERE CHECK_STATUS = :SQL-OC-STATUS
               AND STATUS_DATE = CURRENT DATE
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE ZERO TO WS-DAY-ACTIVITY-COUNT
               MOVE ZERO TO WS-DAY-ACTIVITY-AMOUNT
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error counting checks settled - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

           COPY "dbconfig_loader.cpy".

           COPY "jobcontrol.cpy".

           COPY "opslog.cpy".

           COPY "paramtable.cpy".

           COPY "offcheck.cpy".
