      *================================================================*
      * Reserve Requirement Reclassification Batch                     *
      * Nightly reclassification of checking balances into each       *
      * transaction account's never-seen money-market subaccount, so  *
      * the balance above the target level is reported as MMDA        *
      * (nontransaction) instead of carrying reserves.  Every ACTIVE  *
      * USD checking account is enrolled on RESERVE_SUBACCOUNT_TABLE  *
      * the first night it qualifies.  Excess above the target moves  *
      * to the subaccount without limit; when the checking portion    *
      * runs short the subaccount sends back enough to restore the    *
      * target, and each send-back counts against the per-cycle       *
      * limit (six by default, statement cycle = calendar month).     *
      * The transfer that reaches the limit returns everything, and   *
      * the account stays wholly in checking for the rest of the      *
      * cycle.  The reclassification is a reporting split only -      *
      * ACCOUNT_TABLE keeps the one combined balance, so statements,  *
      * inquiries and every customer-facing output are unchanged.     *
      * The report closes with the charter's reclassified totals for  *
      * the reserve filing.  Runs after the ZBA sweep, on the         *
      * night's final positions.                                      *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESERVE-RECLASS-BATCH.
       DATE-WRITTEN. 2026-10-15.
       AUTHOR. Updated 2026-10-15 for DB2 Integration.
       REMARKS. RESERVE REQUIREMENT DEPOSIT RECLASSIFICATION BATCH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Configuration file containing DB2 connection parameters
           SELECT CONFIG-FILE
               ASSIGN TO "DB2CONFIG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-FILE-STATUS.

      * Run parameters - shared with the transaction processor; only
      * the business date and charter code are used here
           SELECT RUN-PARAM-FILE
               ASSIGN TO "RUNPARAM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-PARAM-FILE-STATUS.

      * Reclassification report - one line per movement, then the
      * charter's totals for the reserve filing
           SELECT RECLASS-REPORT-FILE
               ASSIGN TO "RECLASSRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECLASS-REPORT-STATUS.

           SELECT ERROR-LOG-FILE
               ASSIGN TO "RECLASSERRORLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERROR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * Run Parameter File Record Structure - only the business date
      * and the charter this run serves are used here; the remaining
      * fields belong to the processor
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
           05  FILLER                 PIC X(77).
           05  PM-INSTITUTION         PIC X(4).

      * Reclassification Report Record
       FD  RECLASS-REPORT-FILE.
       01  RECLASS-REPORT-RECORD      PIC X(120).

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
           05  WS-RECLASS-REPORT-STATUS   PIC XX.
           05  WS-ERROR-FILE-STATUS       PIC XX.

      * Error Code Management
       01  WS-ERROR-CODES.
           05  WS-ERROR-CODE              PIC 9(4).
               88  ERR-NONE               VALUE 0000.
               88  ERR-INVALID-CUSTOMER   VALUE 1001.
               88  ERR-FILE-ACCESS        VALUE 3001.
               88  ERR-SYSTEM-ERROR       VALUE 9999.
           05  WS-ERROR-MESSAGE-PARAM     PIC X(80).

      * Program parameters - the balance each checking account keeps
      * before the excess is reclassified, and the send-backs allowed
      * per statement cycle; the business parameter table may
      * override either compiled default
       01  WS-RECLASS-PARAMETERS.
           05  WS-DEFAULT-TARGET          PIC S9(11)V99 VALUE 2500.00.
           05  WS-TRANSFER-LIMIT          PIC 9(2) VALUE 6.

      * The account being reclassified
       01  WS-RECLASS-AREA.
           05  WS-RQ-ACCOUNT              PIC X(10).
           05  WS-CYCLE-PERIOD            PIC X(7).
           05  WS-CHECKING-PORTION        PIC S9(12)V99.
           05  WS-EXCESS-OVER-TARGET      PIC S9(12)V99.
           05  WS-NEW-SUB-BALANCE         PIC S9(12)V99.
           05  WS-MOVE-AMOUNT             PIC 9(12)V99.
           05  WS-MOVE-TYPE               PIC X(10).
           05  WS-FILED-LOCKED            PIC X.
           05  WS-ROW-CHANGED-FLAG        PIC X VALUE 'N'.
               88  ROW-CHANGED            VALUE 'Y'.
               88  ROW-UNCHANGED          VALUE 'N'.
           05  WS-MOVED-FLAG              PIC X VALUE 'N'.
               88  FUNDS-MOVED            VALUE 'Y'.
               88  FUNDS-NOT-MOVED        VALUE 'N'.

      * Print composition
       01  WS-PRINT-WORK.
           05  WS-EDIT-AMOUNT             PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  WS-EDIT-COUNT              PIC ZZZ,ZZ9.
           05  WS-EDIT-TRANSFERS          PIC Z9.

      * Processing Statistics - the balance totals cover accounts in
      * the program tonight; an overdrawn balance is not a deposit
      * and counts at zero
       01  WS-PROCESSING-STATS.
           05  WS-ACCOUNTS-ENROLLED       PIC 9(7) COMP VALUE ZERO.
           05  WS-ACCOUNTS-EXAMINED       PIC 9(7) COMP VALUE ZERO.
           05  WS-ACCOUNTS-IN-PROGRAM     PIC 9(7) COMP VALUE ZERO.
           05  WS-ACCOUNTS-RECLASSIFIED   PIC 9(7) COMP VALUE ZERO.
           05  WS-MOVES-TO-MMDA           PIC 9(7) COMP VALUE ZERO.
           05  WS-RETURNS-TO-CHECKING     PIC 9(7) COMP VALUE ZERO.
           05  WS-ACCOUNTS-LOCKED         PIC 9(7) COMP VALUE ZERO.
           05  WS-CYCLE-HELD-ACCOUNTS     PIC 9(7) COMP VALUE ZERO.
           05  WS-SUBS-CLOSED-OUT         PIC 9(7) COMP VALUE ZERO.
           05  WS-MOVES-FAILED            PIC 9(7) COMP VALUE ZERO.
           05  WS-TOTAL-MOVED-IN          PIC 9(13)V99 VALUE ZERO.
           05  WS-TOTAL-RETURNED          PIC 9(13)V99 VALUE ZERO.
           05  WS-TOTAL-CHECKING-BAL      PIC 9(13)V99 VALUE ZERO.
           05  WS-TOTAL-RECLASSIFIED      PIC 9(13)V99 VALUE ZERO.
           05  WS-NET-TRANSACTION-BAL     PIC 9(13)V99 VALUE ZERO.

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
               RECLASS-REPORT-FILE
               ERROR-LOG-FILE.

           DISPLAY "FILE PROCESSING ERROR DETECTED"
           PERFORM ABNORMAL-TERMINATION.
       END DECLARATIVES.

       MAIN-PROCESSING SECTION.
       MAIN-PROCESSING-ROUTINE.
           PERFORM INITIALIZATION-ROUTINE
           PERFORM DB-ENROLL-NEW-ACCOUNTS
           PERFORM COMMIT-RECLASS-BATCH
           PERFORM PROCESS-RECLASS-ACCOUNTS
           PERFORM COMMIT-RECLASS-BATCH
           PERFORM WRITE-RESERVE-TOTALS
           PERFORM GENERATE-SUMMARY-REPORT
           PERFORM CLEANUP-ROUTINE
           STOP RUN.

       INITIALIZATION-ROUTINE.
      * Open report and error log files
           OPEN OUTPUT RECLASS-REPORT-FILE
                OUTPUT ERROR-LOG-FILE

           IF WS-RECLASS-REPORT-STATUS NOT = "00"
              SET ERR-FILE-ACCESS TO TRUE
              MOVE "ERROR OPENING RECLASSIFICATION REPORT FILE"
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

      * A supplied RUNPARAM business date overrides the system date,
      * so a catch-up run works the cycle of the day it stands for;
      * the charter code scopes the run like the rest of the stream
           OPEN INPUT RUN-PARAM-FILE
           IF WS-RUN-PARAM-FILE-STATUS = "00"
               READ RUN-PARAM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PM-BUS-YEAR NOT = ZERO
                           MOVE PM-BUSINESS-DATE TO WS-CURRENT-DATE
                       END-IF
                       IF PM-INSTITUTION NOT = SPACES
                           MOVE PM-INSTITUTION
                               TO JC-INSTITUTION-CODE
                       END-IF
               END-READ
               CLOSE RUN-PARAM-FILE
           END-IF

           DISPLAY "RESERVE RECLASSIFICATION BATCH"
           DISPLAY "DATE: " WS-YEAR "-" WS-MONTH "-" WS-DAY
           DISPLAY "TIME: " WS-HOUR ":" WS-MINUTE ":" WS-SECOND

           MOVE SPACES TO WS-SQL-CURRENT-DATE
           STRING WS-YEAR "-" WS-MONTH "-" WS-DAY
               DELIMITED BY SIZE
               INTO WS-SQL-CURRENT-DATE

      * The statement cycle is the calendar month of the business
      * date, the same cycle the Regulation D counts use
           MOVE SPACES TO WS-CYCLE-PERIOD
           STRING WS-YEAR "-" WS-MONTH
               DELIMITED BY SIZE
               INTO WS-CYCLE-PERIOD

      * Load database configuration from external file
           PERFORM LOAD-DATABASE-CONFIG

      * Connect to DB2 database
           PERFORM DB-CONNECT

      * Governing business parameter rows override the compiled
      * target level and cycle transfer limit
           MOVE "RECLASS-TARGET" TO BP-PARAM-NAME
           PERFORM DB-GET-BUSINESS-PARAMETER
           IF BP-PARAM-FOUND
               MOVE SQL-BP-PARAM-VALUE TO WS-DEFAULT-TARGET
           END-IF

           MOVE "RECLASS-XFER-LIMIT" TO BP-PARAM-NAME
           PERFORM DB-GET-BUSINESS-PARAMETER
           IF BP-PARAM-FOUND
               MOVE SQL-BP-PARAM-VALUE TO WS-TRANSFER-LIMIT
           END-IF

      * The reclassification works the night's final positions, so
      * it follows the ZBA sweep in the nightly stream
           MOVE "RESERVE-RECLASS-BATCH" TO JC-PROGRAM-ID
           MOVE "ZBA-CASH-SWEEP-BATCH" TO JC-PREDECESSOR-ID
           PERFORM DB-CHECK-JOB-PREDECESSOR
           PERFORM DB-REGISTER-JOB-START

           MOVE SPACES TO RECLASS-REPORT-RECORD
           STRING "RESERVE RECLASSIFICATION REPORT - BUSINESS DATE "
               WS-SQL-CURRENT-DATE " CHARTER " JC-INSTITUTION-CODE
               " CYCLE " WS-CYCLE-PERIOD
               DELIMITED BY SIZE
               INTO RECLASS-REPORT-RECORD
           WRITE RECLASS-REPORT-RECORD

           SET NOT-END-OF-FILE TO TRUE.

       PROCESS-RECLASS-ACCOUNTS.
           PERFORM DB-OPEN-RECLASS-CURSOR
           PERFORM WORK-NEXT-RECLASS-ACCOUNT
               UNTIL END-OF-FILE
           PERFORM DB-CLOSE-RECLASS-CURSOR.

       WORK-NEXT-RECLASS-ACCOUNT.
           PERFORM DB-FETCH-NEXT-RECLASS

           IF NOT END-OF-FILE
               ADD 1 TO WS-ACCOUNTS-EXAMINED
               PERFORM RECLASSIFY-ONE-ACCOUNT
           END-IF.

       RECLASSIFY-ONE-ACCOUNT.
      * Decide where the subaccount should stand tonight, move the
      * difference, and roll the account into the filing totals
           SET ERR-NONE TO TRUE
           SET ROW-UNCHANGED TO TRUE
           SET FUNDS-NOT-MOVED TO TRUE
           MOVE SQL-RQ-ACCOUNT-NUMBER TO WS-RQ-ACCOUNT
           MOVE SQL-RQ-SUB-BALANCE TO WS-NEW-SUB-BALANCE
           MOVE SQL-RQ-CYCLE-LOCKED TO WS-FILED-LOCKED
           MOVE ZERO TO WS-MOVE-AMOUNT

      * A new statement cycle starts with a clean transfer count and
      * releases an account held in checking last cycle
           IF SQL-RQ-CYCLE-PERIOD NOT = WS-CYCLE-PERIOD
               MOVE WS-CYCLE-PERIOD TO SQL-RQ-CYCLE-PERIOD
               MOVE ZERO TO SQL-RQ-CYCLE-TRANSFERS
               SET RQ-CYCLE-OPEN TO TRUE
               SET ROW-CHANGED TO TRUE
           END-IF

           COMPUTE WS-CHECKING-PORTION =
               SQL-RQ-ACCOUNT-BALANCE - SQL-RQ-SUB-BALANCE
           COMPUTE WS-EXCESS-OVER-TARGET =
               SQL-RQ-ACCOUNT-BALANCE - SQL-RQ-TARGET-BALANCE
           IF WS-EXCESS-OVER-TARGET < ZERO
               MOVE ZERO TO WS-EXCESS-OVER-TARGET
           END-IF

      * Excess above the target always moves over; the subaccount
      * only sends funds back once the checking portion has gone
      * short, and then restores the target in one transfer so the
      * cycle's limited send-backs aren't spent a little at a time
           EVALUATE TRUE
               WHEN NOT RQ-ELIGIBLE
                   MOVE ZERO TO WS-NEW-SUB-BALANCE
               WHEN RQ-CYCLE-LOCKED
                   MOVE ZERO TO WS-NEW-SUB-BALANCE
               WHEN WS-EXCESS-OVER-TARGET > SQL-RQ-SUB-BALANCE
                   MOVE WS-EXCESS-OVER-TARGET TO WS-NEW-SUB-BALANCE
               WHEN WS-CHECKING-PORTION < ZERO
                   MOVE WS-EXCESS-OVER-TARGET TO WS-NEW-SUB-BALANCE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           EVALUATE TRUE
               WHEN WS-NEW-SUB-BALANCE > SQL-RQ-SUB-BALANCE
                   COMPUTE WS-MOVE-AMOUNT =
                       WS-NEW-SUB-BALANCE - SQL-RQ-SUB-BALANCE
                   MOVE "TO MMDA" TO WS-MOVE-TYPE
                   SET FUNDS-MOVED TO TRUE
               WHEN WS-NEW-SUB-BALANCE < SQL-RQ-SUB-BALANCE
                   PERFORM RETURN-FUNDS-TO-CHECKING
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF FUNDS-MOVED OR ROW-CHANGED
               PERFORM DB-UPDATE-RESERVE-SUBACCOUNT
           END-IF

           IF ERR-NONE
               IF FUNDS-MOVED
                   PERFORM REPORT-RECLASS-MOVEMENT
               END-IF
           ELSE
      * The row stands as it was on file - so do its totals
               MOVE SQL-RQ-SUB-BALANCE TO WS-NEW-SUB-BALANCE
               MOVE WS-FILED-LOCKED TO SQL-RQ-CYCLE-LOCKED
               ADD 1 TO WS-MOVES-FAILED
               MOVE SPACES TO RECLASS-REPORT-RECORD
               STRING "RECLASSIFICATION SKIPPED ACCOUNT "
                   WS-RQ-ACCOUNT " - UPDATE ROLLED BACK"
                   DELIMITED BY SIZE
                   INTO RECLASS-REPORT-RECORD
               WRITE RECLASS-REPORT-RECORD
           END-IF

           IF RQ-ELIGIBLE
               PERFORM ACCUMULATE-RESERVE-TOTALS
           END-IF.

       RETURN-FUNDS-TO-CHECKING.
      * A send-back from an account in the program counts against
      * the cycle limit, and the one that reaches it brings every
      * dollar home for the rest of the cycle.  An account that has
      * left the program just has its subaccount closed out.
           SET FUNDS-MOVED TO TRUE

           IF RQ-ELIGIBLE
               ADD 1 TO SQL-RQ-CYCLE-TRANSFERS
               IF SQL-RQ-CYCLE-TRANSFERS >= WS-TRANSFER-LIMIT
                   MOVE ZERO TO WS-NEW-SUB-BALANCE
                   SET RQ-CYCLE-LOCKED TO TRUE
                   MOVE "RETURN ALL" TO WS-MOVE-TYPE
               ELSE
                   MOVE "RETURN" TO WS-MOVE-TYPE
               END-IF
           ELSE
               MOVE "CLOSE OUT" TO WS-MOVE-TYPE
           END-IF

           COMPUTE WS-MOVE-AMOUNT =
               SQL-RQ-SUB-BALANCE - WS-NEW-SUB-BALANCE.

       REPORT-RECLASS-MOVEMENT.
           MOVE WS-MOVE-AMOUNT TO WS-EDIT-AMOUNT
           MOVE SQL-RQ-CYCLE-TRANSFERS TO WS-EDIT-TRANSFERS
           MOVE SPACES TO RECLASS-REPORT-RECORD

           EVALUATE WS-MOVE-TYPE
               WHEN "TO MMDA"
                   ADD 1 TO WS-MOVES-TO-MMDA
                   ADD WS-MOVE-AMOUNT TO WS-TOTAL-MOVED-IN
                   STRING "RECLASSIFIED " WS-EDIT-AMOUNT
                       " ACCOUNT " WS-RQ-ACCOUNT
                       " TO MMDA SUBACCOUNT"
                       DELIMITED BY SIZE
                       INTO RECLASS-REPORT-RECORD

               WHEN "RETURN"
                   ADD 1 TO WS-RETURNS-TO-CHECKING
                   ADD WS-MOVE-AMOUNT TO WS-TOTAL-RETURNED
                   STRING "RETURNED     " WS-EDIT-AMOUNT
                       " ACCOUNT " WS-RQ-ACCOUNT
                       " TO CHECKING - TRANSFER " WS-EDIT-TRANSFERS
                       " OF " WS-TRANSFER-LIMIT
                       DELIMITED BY SIZE
                       INTO RECLASS-REPORT-RECORD

               WHEN "RETURN ALL"
                   ADD 1 TO WS-RETURNS-TO-CHECKING
                   ADD 1 TO WS-ACCOUNTS-LOCKED
                   ADD WS-MOVE-AMOUNT TO WS-TOTAL-RETURNED
                   STRING "RETURNED ALL " WS-EDIT-AMOUNT
                       " ACCOUNT " WS-RQ-ACCOUNT
                       " - CYCLE LIMIT REACHED, HELD IN CHECKING"
                       DELIMITED BY SIZE
                       INTO RECLASS-REPORT-RECORD

               WHEN OTHER
                   ADD 1 TO WS-SUBS-CLOSED-OUT
                   ADD WS-MOVE-AMOUNT TO WS-TOTAL-RETURNED
                   STRING "CLOSED OUT   " WS-EDIT-AMOUNT
                       " ACCOUNT " WS-RQ-ACCOUNT
                       " - NO LONGER IN PROGRAM"
                       DELIMITED BY SIZE
                       INTO RECLASS-REPORT-RECORD
           END-EVALUATE

           WRITE RECLASS-REPORT-RECORD.

       ACCUMULATE-RESERVE-TOTALS.
           ADD 1 TO WS-ACCOUNTS-IN-PROGRAM

           IF SQL-RQ-ACCOUNT-BALANCE > ZERO
               ADD SQL-RQ-ACCOUNT-BALANCE TO WS-TOTAL-CHECKING-BAL
           END-IF

           IF WS-NEW-SUB-BALANCE > ZERO
               ADD 1 TO WS-ACCOUNTS-RECLASSIFIED
               ADD WS-NEW-SUB-BALANCE TO WS-TOTAL-RECLASSIFIED
           END-IF

           IF RQ-CYCLE-LOCKED
               ADD 1 TO WS-CYCLE-HELD-ACCOUNTS
           END-IF.

       COMMIT-RECLASS-BATCH.
      * Commit the enrollments before the first account's movement
      * can roll back over them, and at the end so DB-DISCONNECT
      * below doesn't roll back any remaining work
           EXEC SQL
               COMMIT WORK
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error committing reclass batch - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       WRITE-RESERVE-TOTALS.
      * The figures the reserve filing takes for this business
      * date: transaction account balances as the customer sees
      * them, the part reclassified as MMDA, and the net left as
      * transaction deposits
           COMPUTE WS-NET-TRANSACTION-BAL =
               WS-TOTAL-CHECKING-BAL - WS-TOTAL-RECLASSIFIED

           MOVE SPACES TO RECLASS-REPORT-RECORD
           WRITE RECLASS-REPORT-RECORD
           MOVE SPACES TO RECLASS-REPORT-RECORD
           STRING "RESERVE FILING TOTALS - CHARTER " JC-INSTITUTION-CODE
               " BUSINESS DATE " WS-SQL-CURRENT-DATE
               DELIMITED BY SIZE
               INTO RECLASS-REPORT-RECORD
           WRITE RECLASS-REPORT-RECORD

           MOVE WS-ACCOUNTS-IN-PROGRAM TO WS-EDIT-COUNT
           MOVE SPACES TO RECLASS-REPORT-RECORD
           STRING "ACCOUNTS IN PROGRAM                 " WS-EDIT-COUNT
               DELIMITED BY SIZE
               INTO RECLASS-REPORT-RECORD
           WRITE RECLASS-REPORT-RECORD

           MOVE WS-ACCOUNTS-RECLASSIFIED TO WS-EDIT-COUNT
           MOVE SPACES TO RECLASS-REPORT-RECORD
           STRING "ACCOUNTS WITH RECLASSIFIED BALANCE  " WS-EDIT-COUNT
               DELIMITED BY SIZE
               INTO RECLASS-REPORT-RECORD
           WRITE RECLASS-REPORT-RECORD

           MOVE WS-CYCLE-HELD-ACCOUNTS TO WS-EDIT-COUNT
           MOVE SPACES TO RECLASS-REPORT-RECORD
           STRING "ACCOUNTS HELD IN CHECKING FOR CYCLE " WS-EDIT-COUNT
               DELIMITED BY SIZE
               INTO RECLASS-REPORT-RECORD
           WRITE RECLASS-REPORT-RECORD

           MOVE WS-TOTAL-CHECKING-BAL TO WS-EDIT-AMOUNT
           MOVE SPACES TO RECLASS-REPORT-RECORD
           STRING "TRANSACTION ACCOUNT BALANCES        " WS-EDIT-AMOUNT
               DELIMITED BY SIZE
               INTO RECLASS-REPORT-RECORD
           WRITE RECLASS-REPORT-RECORD

           MOVE WS-TOTAL-RECLASSIFIED TO WS-EDIT-AMOUNT
           MOVE SPACES TO RECLASS-REPORT-RECORD
           STRING "RECLASSIFIED TO MMDA (SAVINGS)      " WS-EDIT-AMOUNT
               DELIMITED BY SIZE
               INTO RECLASS-REPORT-RECORD
           WRITE RECLASS-REPORT-RECORD

           MOVE WS-NET-TRANSACTION-BAL TO WS-EDIT-AMOUNT
           MOVE SPACES TO RECLASS-REPORT-RECORD
           STRING "NET TRANSACTION DEPOSITS            " WS-EDIT-AMOUNT
               DELIMITED BY SIZE
               INTO RECLASS-REPORT-RECORD
           WRITE RECLASS-REPORT-RECORD

           MOVE WS-TOTAL-MOVED-IN TO WS-EDIT-AMOUNT
           MOVE SPACES TO RECLASS-REPORT-RECORD
           STRING "MOVED TO MMDA TONIGHT               " WS-EDIT-AMOUNT
               DELIMITED BY SIZE
               INTO RECLASS-REPORT-RECORD
           WRITE RECLASS-REPORT-RECORD

           MOVE WS-TOTAL-RETURNED TO WS-EDIT-AMOUNT
           MOVE SPACES TO RECLASS-REPORT-RECORD
           STRING "RETURNED TO CHECKING TONIGHT        " WS-EDIT-AMOUNT
               DELIMITED BY SIZE
               INTO RECLASS-REPORT-RECORD
           WRITE RECLASS-REPORT-RECORD.

       GENERATE-SUMMARY-REPORT.
           DISPLAY "RESERVE RECLASSIFICATION SUMMARY"
           DISPLAY "Accounts Enrolled:      " WS-ACCOUNTS-ENROLLED
           DISPLAY "Accounts Examined:      " WS-ACCOUNTS-EXAMINED
           DISPLAY "Accounts In Program:    " WS-ACCOUNTS-IN-PROGRAM
           DISPLAY "Moves To MMDA:          " WS-MOVES-TO-MMDA
           DISPLAY "Returns To Checking:    " WS-RETURNS-TO-CHECKING
           DISPLAY "Cycle Limits Reached:   " WS-ACCOUNTS-LOCKED
           DISPLAY "Subaccounts Closed Out: " WS-SUBS-CLOSED-OUT
           DISPLAY "Moves Failed:           " WS-MOVES-FAILED
           DISPLAY "Transaction Balances:   " WS-TOTAL-CHECKING-BAL
           DISPLAY "Reclassified To MMDA:   " WS-TOTAL-RECLASSIFIED
           DISPLAY "Net Transaction:        " WS-NET-TRANSACTION-BAL.

       CLEANUP-ROUTINE.
      * Flip this job to COMPLETE on the job control table so
      * downstream predecessor checks open up
           PERFORM DB-REGISTER-JOB-COMPLETE

      * Disconnect from DB2 database
           PERFORM DB-DISCONNECT

           CLOSE RECLASS-REPORT-FILE
                 ERROR-LOG-FILE

           DISPLAY "RESERVE RECLASSIFICATION BATCH COMPLETE".

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
           MOVE WS-RQ-ACCOUNT TO ER-CUSTOMER-ID
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

       DB-ENROLL-NEW-ACCOUNTS.
      * Open a subaccount for every transaction account that
      * qualifies and doesn't have one yet - ACTIVE, USD, and not a
      * savings, MMDA, time deposit or official check account
           EXEC SQL
               INSERT INTO RESERVE_SUBACCOUNT_TABLE
                   (ACCOUNT_NUMBER, SUB_BALANCE, CYCLE_PERIOD,
                    CYCLE_TRANSFERS, CYCLE_LOCKED, SUB_STATUS,
                    OPEN_DATE)
               SELECT A.CUSTOMER_ID, 0, :WS-CYCLE-PERIOD,
                      0, 'N', 'ACTIVE', DATE(:WS-SQL-CURRENT-DATE)
               FROM ACCOUNT_TABLE A
               WHERE A.ACCOUNT_STATUS = 'ACTIVE'
               AND COALESCE(A.ACCOUNT_TYPE, 'STANDARD')
                   NOT IN ('CD', 'MMDA', 'SAVINGS', 'OFFCHECK')
               AND COALESCE(A.CURRENCY_CODE, 'USD') = 'USD'
               AND COALESCE(A.INSTITUTION_CODE, '0001')
                   = :JC-INSTITUTION-CODE
               AND NOT EXISTS
                   (SELECT 1 FROM TERM_DEPOSIT_TABLE T
                    WHERE T.ACCOUNT_NUMBER = A.CUSTOMER_ID)
               AND NOT EXISTS
                   (SELECT 1 FROM RESERVE_SUBACCOUNT_TABLE R
                    WHERE R.ACCOUNT_NUMBER = A.CUSTOMER_ID)
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   MOVE SQLERRD (3) TO SQL-RQ-OPENED-COUNT
                   MOVE SQL-RQ-OPENED-COUNT TO WS-ACCOUNTS-ENROLLED

               WHEN 100
                   CONTINUE

               WHEN OTHER
                   MOVE SQLCODE TO WS-ERROR-CODE
                   STRING "Error enrolling reclass accounts - SQLCODE: "
                       SQLCODE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
           END-EVALUATE.

       DB-OPEN-RECLASS-CURSOR.
      * Every subaccount on this charter with its checking account's
      * combined balance and whether the account still qualifies.
      * A subaccount whose checking account closed, changed product
      * or was excluded comes back ineligible and is closed out.
           EXEC SQL
               DECLARE RECLASS_CURSOR CURSOR WITH HOLD FOR
               SELECT R.ACCOUNT_NUMBER, R.SUB_BALANCE,
                      COALESCE(R.TARGET_BALANCE, :WS-DEFAULT-TARGET),
                      R.CYCLE_PERIOD, R.CYCLE_TRANSFERS,
                      R.CYCLE_LOCKED,
                      CASE WHEN R.SUB_STATUS = 'ACTIVE'
                                AND A.ACCOUNT_STATUS = 'ACTIVE'
                                AND COALESCE(A.ACCOUNT_TYPE, 'STANDARD')
                                    NOT IN ('CD', 'MMDA', 'SAVINGS',
                                            'OFFCHECK')
                                AND COALESCE(A.CURRENCY_CODE, 'USD')
                                    = 'USD'
                                AND NOT EXISTS
                                    (SELECT 1 FROM TERM_DEPOSIT_TABLE T
                                     WHERE T.ACCOUNT_NUMBER =
                                           A.CUSTOMER_ID)
                           THEN 'Y'
                           ELSE 'N'
                      END,
                      COALESCE(A.ACCOUNT_BALANCE, 0)
               FROM RESERVE_SUBACCOUNT_TABLE R
               LEFT OUTER JOIN ACCOUNT_TABLE A
                   ON A.CUSTOMER_ID = R.ACCOUNT_NUMBER
               WHERE COALESCE(A.INSTITUTION_CODE, '0001')
                   = :JC-INSTITUTION-CODE
               ORDER BY R.ACCOUNT_NUMBER
           END-EXEC

           EXEC SQL
               OPEN RECLASS_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error opening reclass cursor - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
               SET END-OF-FILE TO TRUE
           END-IF.

       DB-FETCH-NEXT-RECLASS.
           EXEC SQL
               FETCH RECLASS_CURSOR INTO
               :SQL-RQ-ACCOUNT-NUMBER,
               :SQL-RQ-SUB-BALANCE,
               :SQL-RQ-TARGET-BALANCE,
               :SQL-RQ-CYCLE-PERIOD,
               :SQL-RQ-CYCLE-TRANSFERS,
               :SQL-RQ-CYCLE-LOCKED,
               :SQL-RQ-ELIGIBLE,
               :SQL-RQ-ACCOUNT-BALANCE
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   SET ERR-NONE TO TRUE

               WHEN 100
                   SET END-OF-FILE TO TRUE

               WHEN OTHER
                   MOVE SQLCODE TO WS-ERROR-CODE
                   STRING "Error fetching reclass account - SQLCODE: "
                       SQLCODE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
                   SET END-OF-FILE TO TRUE
           END-EVALUATE.

       DB-CLOSE-RECLASS-CURSOR.
           EXEC SQL
               CLOSE RECLASS_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error closing reclass cursor - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       DB-UPDATE-RESERVE-SUBACCOUNT.
      * Each account's movement commits on its own, so a failure
      * takes back only that account's change
           EXEC SQL
               UPDATE RESERVE_SUBACCOUNT_TABLE
               SET SUB_BALANCE = :WS-NEW-SUB-BALANCE,
                   CYCLE_PERIOD = :SQL-RQ-CYCLE-PERIOD,
                   CYCLE_TRANSFERS = :SQL-RQ-CYCLE-TRANSFERS,
                   CYCLE_LOCKED = :SQL-RQ-CYCLE-LOCKED,
                   LAST_RECLASS_DATE =
                       CASE WHEN :WS-MOVED-FLAG = 'Y'
                            THEN DATE(:WS-SQL-CURRENT-DATE)
                            ELSE LAST_RECLASS_DATE
                       END
               WHERE ACCOUNT_NUMBER = :WS-RQ-ACCOUNT
           END-EXEC

           IF SQLCODE NOT = 0
               SET ERR-SYSTEM-ERROR TO TRUE
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error updating reclass subaccount - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
               EXEC SQL
                   ROLLBACK WORK
               END-EXEC
           ELSE
               EXEC SQL
                   COMMIT WORK
               END-EXEC
               IF SQLCODE NOT = 0
                   SET ERR-SYSTEM-ERROR TO TRUE
                   MOVE SQLCODE TO WS-ERROR-CODE
                   STRING "Error committing reclass move - SQLCODE: "
                       SQLCODE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
               END-IF
           END-IF.

           COPY "dbconfig_loader.cpy".

           COPY "jobcontrol.cpy".

           COPY "opslog.cpy".

           COPY "paramtable.cpy".
