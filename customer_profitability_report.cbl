      *================================================================*
      * Customer Profitability Report                                  *
      * Monthly contribution of every customer, ranked within their   *
      * branch.  A customer's deposits earn a funds-transfer-pricing  *
      * credit on the month's average balance less the interest they  *
      * were paid; their loans earn the month's interest less the     *
      * same FTP charge on principal; fee income is added and an      *
      * activity cost per teller, ATM, online and batch item is       *
      * taken off, as are the net losses on accounts charged off in   *
      * the month.  Accounts count to their primary owner (their own  *
      * same-ID customer when unlinked).  The FTP rate and the unit   *
      * costs come from BUSINESS_PARAMETER_TABLE over the compiled    *
      * defaults.  Besides the report the month's figures go to the   *
      * warehouse in the HEADER/DETAIL/TRAILER shape of the delta     *
      * extracts.                                                     *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOMER-PROFITABILITY-REPORT.
       DATE-WRITTEN. 2026-10-15.
       AUTHOR. Updated 2026-10-15 for DB2 Integration.
       REMARKS. MONTHLY CUSTOMER PROFITABILITY BY BRANCH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Configuration file containing DB2 connection parameters
           SELECT CONFIG-FILE
               ASSIGN TO "DB2CONFIG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-FILE-STATUS.

      * Profitability month, same layout the statement batch reads
           SELECT STMT-PARAM-FILE
               ASSIGN TO "STMTPARAM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STMT-PARAM-STATUS.

      * Ranked report by branch
           SELECT PROFIT-REPORT-FILE
               ASSIGN TO "PROFITRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROFIT-REPORT-STATUS.

      * Warehouse extract of the month's figures
           SELECT PROFIT-EXTRACT-FILE
               ASSIGN TO "WHPROFIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROFIT-EXTRACT-STATUS.

           SELECT ERROR-LOG-FILE
               ASSIGN TO "PROFITERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERROR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * Profitability Period Parameter Record
       FD  STMT-PARAM-FILE.
       01  STMT-PARAM-RECORD.
           05  PM-STMT-YEAR           PIC 9(4).
           05  FILLER                 PIC X.
           05  PM-STMT-MONTH          PIC 9(2).

      * Report Record
       FD  PROFIT-REPORT-FILE.
       01  PROFIT-REPORT-RECORD       PIC X(132).

      * Warehouse extract - HEADER and TRAILER control records
      * bracketing DETAIL rows, as the delta extracts write them
       FD  PROFIT-EXTRACT-FILE.
       01  PROFIT-EXTRACT-RECORD      PIC X(132).

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
           05  WS-STMT-PARAM-STATUS       PIC XX.
           05  WS-PROFIT-REPORT-STATUS    PIC XX.
           05  WS-PROFIT-EXTRACT-STATUS   PIC XX.
           05  WS-ERROR-FILE-STATUS       PIC XX.

      * Error Code Management
       01  WS-ERROR-CODES.
           05  WS-ERROR-CODE              PIC 9(4).
               88  ERR-NONE               VALUE 0000.
               88  ERR-FILE-ACCESS        VALUE 3001.
               88  ERR-SYSTEM-ERROR       VALUE 9999.
           05  WS-ERROR-MESSAGE-PARAM     PIC X(80).

      * Profitability Pricing - the annual funds-transfer-pricing
      * rate and the cost of one item by channel.  Each can be
      * overridden from the business parameter table.
       01  WS-PRICING-AREA.
           05  WS-FTP-ANNUAL-RATE         PIC 9V9(4) VALUE 0.0300.
           05  WS-COST-TELLER             PIC 9(3)V99 VALUE 2.50.
           05  WS-COST-ATM                PIC 9(3)V99 VALUE 0.60.
           05  WS-COST-ONLINE             PIC 9(3)V99 VALUE 0.15.
           05  WS-COST-BATCH              PIC 9(3)V99 VALUE 0.05.

      * The profitability month
       01  WS-PERIOD-AREA.
           05  WS-PROF-YEAR               PIC 9(4).
           05  WS-PROF-MONTH              PIC 9(2).

      * One Customer's Month, as the cursor returns it
       01  WS-PROFIT-FETCH.
           05  WS-PF-CUSTOMER             PIC X(10).
           05  WS-PF-BRANCH               PIC X(4).
           05  WS-PF-NAME                 PIC X(40).
           05  WS-PF-DEPOSIT-BALANCE      PIC S9(13)V99.
           05  WS-PF-DEPOSIT-INTEREST     PIC S9(11)V99.
           05  WS-PF-LOAN-BALANCE         PIC S9(13)V99.
           05  WS-PF-LOAN-INTEREST        PIC S9(11)V99.
           05  WS-PF-FEE-INCOME           PIC S9(11)V99.
           05  WS-PF-TELLER-ITEMS         PIC S9(9) COMP-3.
           05  WS-PF-ATM-ITEMS            PIC S9(9) COMP-3.
           05  WS-PF-ONLINE-ITEMS         PIC S9(9) COMP-3.
           05  WS-PF-BATCH-ITEMS          PIC S9(9) COMP-3.
           05  WS-PF-CHARGEOFF-LOSS       PIC S9(11)V99.
           05  WS-PF-NET-PROFIT           PIC S9(11)V99.

      * The customer's contribution, component by component
       01  WS-PROFIT-AREA.
           05  WS-PA-DEPOSIT-SPREAD       PIC S9(11)V99.
           05  WS-PA-LOAN-SPREAD          PIC S9(11)V99.
           05  WS-PA-ACTIVITY-COST        PIC S9(11)V99.
           05  WS-PA-NET-PROFIT           PIC S9(11)V99.
           05  WS-PA-RANK                 PIC 9(7).

      * Branch Control Break
       01  WS-BRANCH-CONTROL.
           05  WS-PREV-BRANCH             PIC X(4) VALUE HIGH-VALUES.
           05  WS-BRANCH-CUSTOMERS        PIC 9(7) VALUE ZERO.
           05  WS-BRANCH-NET              PIC S9(13)V99 VALUE ZERO.

      * Report Lines
       01  WS-REPORT-WORK.
           05  WS-REPORT-LINE             PIC X(132).
           05  WS-EDIT-AMOUNT             PIC -ZZZ,ZZZ,ZZ9.99.
           05  WS-EDIT-TOTAL              PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  WS-EDIT-COUNT              PIC ZZZ,ZZ9.

       01  WS-DETAIL-LINE.
           05  WS-DL-RANK                 PIC ZZZZZ9.
           05  FILLER                     PIC X VALUE SPACE.
           05  WS-DL-CUSTOMER             PIC X(10).
           05  FILLER                     PIC X VALUE SPACE.
           05  WS-DL-NAME                 PIC X(24).
           05  WS-DL-DEPOSIT-SPREAD       PIC -ZZZ,ZZZ,ZZ9.99.
           05  WS-DL-LOAN-SPREAD          PIC -ZZZ,ZZZ,ZZ9.99.
           05  WS-DL-FEE-INCOME           PIC -ZZZ,ZZZ,ZZ9.99.
           05  WS-DL-ACTIVITY-COST        PIC -ZZZ,ZZZ,ZZ9.99.
           05  WS-DL-CHARGEOFF-LOSS       PIC -ZZZ,ZZZ,ZZ9.99.
           05  WS-DL-NET-PROFIT           PIC -ZZZ,ZZZ,ZZ9.99.

      * Warehouse Detail - fixed positions, signed fields with a
      * separate leading sign for the loader
       01  WS-EXTRACT-DETAIL.
           05  FILLER                     PIC X(7) VALUE "DETAIL ".
           05  WS-XD-PERIOD               PIC X(7).
           05  FILLER                     PIC X VALUE SPACE.
           05  WS-XD-BRANCH               PIC X(4).
           05  FILLER                     PIC X VALUE SPACE.
           05  WS-XD-RANK                 PIC 9(7).
           05  FILLER                     PIC X VALUE SPACE.
           05  WS-XD-CUSTOMER             PIC X(10).
           05  FILLER                     PIC X VALUE SPACE.
           05  WS-XD-DEPOSIT-SPREAD       PIC S9(11)V99
                                          SIGN LEADING SEPARATE.
           05  FILLER                     PIC X VALUE SPACE.
           05  WS-XD-LOAN-SPREAD          PIC S9(11)V99
                                          SIGN LEADING SEPARATE.
           05  FILLER                     PIC X VALUE SPACE.
           05  WS-XD-FEE-INCOME           PIC S9(11)V99
                                          SIGN LEADING SEPARATE.
           05  FILLER                     PIC X VALUE SPACE.
           05  WS-XD-ACTIVITY-COST        PIC S9(11)V99
                                          SIGN LEADING SEPARATE.
           05  FILLER                     PIC X VALUE SPACE.
           05  WS-XD-CHARGEOFF-LOSS       PIC S9(11)V99
                                          SIGN LEADING SEPARATE.
           05  FILLER                     PIC X VALUE SPACE.
           05  WS-XD-NET-PROFIT           PIC S9(11)V99
                                          SIGN LEADING SEPARATE.
           05  FILLER                     PIC X(4) VALUE SPACES.

      * Extract Control - the generation stamp versions this extract
      * against any rerun
       01  WS-EXTRACT-CONTROL.
           05  WS-PROF-PERIOD             PIC X(7).
           05  WS-GENERATION-STAMP        PIC X(14).
           05  WS-EXTRACT-LINE            PIC X(132).
           05  WS-EXTRACT-COUNT           PIC 9(7) VALUE ZERO.

      * Processing Statistics
       01  WS-PROCESSING-STATS.
           05  WS-CUSTOMERS-RANKED        PIC 9(7) VALUE ZERO.
           05  WS-PROFITABLE-CUSTOMERS    PIC 9(7) VALUE ZERO.
           05  WS-UNPROFITABLE-CUSTOMERS  PIC 9(7) VALUE ZERO.
           05  WS-BANK-NET                PIC S9(13)V99 VALUE ZERO.

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
               PROFIT-REPORT-FILE
               PROFIT-EXTRACT-FILE
               ERROR-LOG-FILE.

           DISPLAY "FILE PROCESSING ERROR DETECTED"
           PERFORM ABNORMAL-TERMINATION.
       END DECLARATIVES.

       MAIN-PROCESSING SECTION.
       MAIN-PROCESSING-ROUTINE.
           PERFORM INITIALIZATION-ROUTINE
           PERFORM RANK-CUSTOMERS
           PERFORM GENERATE-SUMMARY-REPORT
           PERFORM CLEANUP-ROUTINE
           STOP RUN.

       INITIALIZATION-ROUTINE.
      * Open period parameter, report, extract and error log files
           OPEN INPUT STMT-PARAM-FILE
                OUTPUT PROFIT-REPORT-FILE
                OUTPUT PROFIT-EXTRACT-FILE
                OUTPUT ERROR-LOG-FILE

           IF WS-STMT-PARAM-STATUS NOT = "00"
              SET ERR-FILE-ACCESS TO TRUE
              MOVE "ERROR OPENING PROFITABILITY PERIOD FILE"
                  TO WS-ERROR-MESSAGE-PARAM
              PERFORM LOG-ERROR-WITH-CODE
              PERFORM ABNORMAL-TERMINATION
           END-IF

           IF WS-PROFIT-REPORT-STATUS NOT = "00"
              OR WS-PROFIT-EXTRACT-STATUS NOT = "00"
              DISPLAY "ERROR OPENING PROFITABILITY OUTPUT FILES"
              PERFORM ABNORMAL-TERMINATION
           END-IF

           IF WS-ERROR-FILE-STATUS NOT = "00"
              DISPLAY "ERROR OPENING ERROR LOG FILE"
              PERFORM ABNORMAL-TERMINATION
           END-IF

      * Get current system date and time
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS

           DISPLAY "CUSTOMER PROFITABILITY REPORT"
           DISPLAY "DATE: " WS-YEAR "-" WS-MONTH "-" WS-DAY
           DISPLAY "TIME: " WS-HOUR ":" WS-MINUTE ":" WS-SECOND

           STRING WS-YEAR WS-MONTH WS-DAY WS-HOUR WS-MINUTE WS-SECOND
               DELIMITED BY SIZE
               INTO WS-GENERATION-STAMP

      * Read the profitability month
           READ STMT-PARAM-FILE
               AT END
                   DISPLAY "NO PROFITABILITY PERIOD SUPPLIED"
                   PERFORM ABNORMAL-TERMINATION
               NOT AT END
                   MOVE PM-STMT-YEAR TO WS-PROF-YEAR
                   MOVE PM-STMT-MONTH TO WS-PROF-MONTH
           END-READ

           MOVE SPACES TO WS-PROF-PERIOD
           STRING WS-PROF-YEAR "-" WS-PROF-MONTH
               DELIMITED BY SIZE
               INTO WS-PROF-PERIOD
           DISPLAY "PROFITABILITY MONTH: " WS-PROF-PERIOD

      * Load database configuration from external file
           PERFORM LOAD-DATABASE-CONFIG

      * Connect to DB2 database
           PERFORM DB-CONNECT

      * Governing business parameter rows override the compiled
      * FTP rate and unit costs
           MOVE "PROFIT-FTP-RATE" TO BP-PARAM-NAME
           PERFORM DB-GET-BUSINESS-PARAMETER
           IF BP-PARAM-FOUND
               MOVE SQL-BP-PARAM-VALUE TO WS-FTP-ANNUAL-RATE
           END-IF

           MOVE "PROFIT-COST-TELLER" TO BP-PARAM-NAME
           PERFORM DB-GET-BUSINESS-PARAMETER
           IF BP-PARAM-FOUND
               MOVE SQL-BP-PARAM-VALUE TO WS-COST-TELLER
           END-IF

           MOVE "PROFIT-COST-ATM" TO BP-PARAM-NAME
           PERFORM DB-GET-BUSINESS-PARAMETER
           IF BP-PARAM-FOUND
               MOVE SQL-BP-PARAM-VALUE TO WS-COST-ATM
           END-IF

           MOVE "PROFIT-COST-ONLINE" TO BP-PARAM-NAME
           PERFORM DB-GET-BUSINESS-PARAMETER
           IF BP-PARAM-FOUND
               MOVE SQL-BP-PARAM-VALUE TO WS-COST-ONLINE
           END-IF

           MOVE "PROFIT-COST-BATCH" TO BP-PARAM-NAME
           PERFORM DB-GET-BUSINESS-PARAMETER
           IF BP-PARAM-FOUND
               MOVE SQL-BP-PARAM-VALUE TO WS-COST-BATCH
           END-IF

      * Register this job on the job control table.  A monthly
      * management report, it follows no job in the nightly stream.
           MOVE "CUSTOMER-PROFITABILITY-REPORT" TO JC-PROGRAM-ID
           MOVE SPACES TO JC-PREDECESSOR-ID
           PERFORM DB-CHECK-JOB-PREDECESSOR
           PERFORM DB-REGISTER-JOB-START

           MOVE SPACES TO PROFIT-REPORT-RECORD
           STRING "CUSTOMER PROFITABILITY FOR " WS-PROF-PERIOD
               " - RANKED BY NET CONTRIBUTION WITHIN BRANCH"
               DELIMITED BY SIZE
               INTO PROFIT-REPORT-RECORD
           WRITE PROFIT-REPORT-RECORD

      * Leading control record carrying the month and the
      * generation stamp that versions the file
           MOVE SPACES TO WS-EXTRACT-LINE
           STRING "HEADER " WS-PROF-PERIOD
               " GENERATION " WS-GENERATION-STAMP
               DELIMITED BY SIZE
               INTO WS-EXTRACT-LINE
           MOVE WS-EXTRACT-LINE TO PROFIT-EXTRACT-RECORD
           WRITE PROFIT-EXTRACT-RECORD

           SET NOT-END-OF-FILE TO TRUE.

       RANK-CUSTOMERS.
           PERFORM DB-OPEN-PROFIT-CURSOR
           PERFORM RANK-NEXT-CUSTOMER
               UNTIL END-OF-FILE
           PERFORM DB-CLOSE-PROFIT-CURSOR

           IF WS-PREV-BRANCH NOT = HIGH-VALUES
               PERFORM WRITE-BRANCH-TOTAL
           END-IF

           MOVE SPACES TO PROFIT-REPORT-RECORD
           WRITE PROFIT-REPORT-RECORD
           MOVE WS-BANK-NET TO WS-EDIT-TOTAL
           MOVE WS-CUSTOMERS-RANKED TO WS-EDIT-COUNT
           MOVE SPACES TO PROFIT-REPORT-RECORD
           STRING "ALL BRANCHES  CUSTOMERS " WS-EDIT-COUNT
               "   NET CONTRIBUTION " WS-EDIT-TOTAL
               DELIMITED BY SIZE
               INTO PROFIT-REPORT-RECORD
           WRITE PROFIT-REPORT-RECORD

           MOVE SPACES TO WS-EXTRACT-LINE
           STRING "TRAILER RECORDS " WS-EXTRACT-COUNT
               DELIMITED BY SIZE
               INTO WS-EXTRACT-LINE
           MOVE WS-EXTRACT-LINE TO PROFIT-EXTRACT-RECORD
           WRITE PROFIT-EXTRACT-RECORD.

       RANK-NEXT-CUSTOMER.
           PERFORM DB-FETCH-NEXT-PROFIT

           IF NOT END-OF-FILE
               IF WS-PF-BRANCH NOT = WS-PREV-BRANCH
                   IF WS-PREV-BRANCH NOT = HIGH-VALUES
                       PERFORM WRITE-BRANCH-TOTAL
                   END-IF
                   PERFORM WRITE-BRANCH-HEADING
               END-IF
               PERFORM PRICE-CUSTOMER-MONTH
               PERFORM WRITE-CUSTOMER-LINE
               PERFORM WRITE-CUSTOMER-EXTRACT
           END-IF.

       PRICE-CUSTOMER-MONTH.
      * Deposits are credited a month of FTP on their average
      * balance and charged what they were paid; loans earn their
      * interest less a month of FTP on principal
           COMPUTE WS-PA-DEPOSIT-SPREAD ROUNDED =
               WS-PF-DEPOSIT-BALANCE * WS-FTP-ANNUAL-RATE / 12
             - WS-PF-DEPOSIT-INTEREST
           COMPUTE WS-PA-LOAN-SPREAD ROUNDED =
               WS-PF-LOAN-INTEREST
             - WS-PF-LOAN-BALANCE * WS-FTP-ANNUAL-RATE / 12
           COMPUTE WS-PA-ACTIVITY-COST ROUNDED =
               WS-PF-TELLER-ITEMS * WS-COST-TELLER
             + WS-PF-ATM-ITEMS * WS-COST-ATM
             + WS-PF-ONLINE-ITEMS * WS-COST-ONLINE
             + WS-PF-BATCH-ITEMS * WS-COST-BATCH
           COMPUTE WS-PA-NET-PROFIT =
               WS-PA-DEPOSIT-SPREAD + WS-PA-LOAN-SPREAD
             + WS-PF-FEE-INCOME - WS-PA-ACTIVITY-COST
             - WS-PF-CHARGEOFF-LOSS

           ADD 1 TO WS-CUSTOMERS-RANKED
           ADD 1 TO WS-BRANCH-CUSTOMERS
           MOVE WS-BRANCH-CUSTOMERS TO WS-PA-RANK
           ADD WS-PA-NET-PROFIT TO WS-BRANCH-NET
           ADD WS-PA-NET-PROFIT TO WS-BANK-NET
           IF WS-PA-NET-PROFIT < ZERO
               ADD 1 TO WS-UNPROFITABLE-CUSTOMERS
           ELSE
               ADD 1 TO WS-PROFITABLE-CUSTOMERS
           END-IF.

       WRITE-BRANCH-HEADING.
           MOVE WS-PF-BRANCH TO WS-PREV-BRANCH
           MOVE ZERO TO WS-BRANCH-CUSTOMERS
           MOVE ZERO TO WS-BRANCH-NET

           MOVE SPACES TO PROFIT-REPORT-RECORD
           WRITE PROFIT-REPORT-RECORD
           MOVE SPACES TO PROFIT-REPORT-RECORD
           STRING "BRANCH " WS-PF-BRANCH
               DELIMITED BY SIZE
               INTO PROFIT-REPORT-RECORD
           WRITE PROFIT-REPORT-RECORD
           MOVE SPACES TO PROFIT-REPORT-RECORD
           STRING "  RANK CUSTOMER   NAME                    "
               "     DEP SPREAD    LOAN SPREAD     FEE INCOME"
               "  ACTIVITY COST    CHARGE-OFFS    NET CONTRIB"
               DELIMITED BY SIZE
               INTO PROFIT-REPORT-RECORD
           WRITE PROFIT-REPORT-RECORD.

       WRITE-CUSTOMER-LINE.
           MOVE WS-PA-RANK TO WS-DL-RANK
           MOVE WS-PF-CUSTOMER TO WS-DL-CUSTOMER
           MOVE WS-PF-NAME TO WS-DL-NAME
           MOVE WS-PA-DEPOSIT-SPREAD TO WS-DL-DEPOSIT-SPREAD
           MOVE WS-PA-LOAN-SPREAD TO WS-DL-LOAN-SPREAD
           MOVE WS-PF-FEE-INCOME TO WS-DL-FEE-INCOME
           MOVE WS-PA-ACTIVITY-COST TO WS-DL-ACTIVITY-COST
           MOVE WS-PF-CHARGEOFF-LOSS TO WS-DL-CHARGEOFF-LOSS
           MOVE WS-PA-NET-PROFIT TO WS-DL-NET-PROFIT
           MOVE WS-DETAIL-LINE TO PROFIT-REPORT-RECORD
           WRITE PROFIT-REPORT-RECORD.

       WRITE-CUSTOMER-EXTRACT.
           MOVE WS-PROF-PERIOD TO WS-XD-PERIOD
           MOVE WS-PF-BRANCH TO WS-XD-BRANCH
           MOVE WS-PA-RANK TO WS-XD-RANK
           MOVE WS-PF-CUSTOMER TO WS-XD-CUSTOMER
           MOVE WS-PA-DEPOSIT-SPREAD TO WS-XD-DEPOSIT-SPREAD
           MOVE WS-PA-LOAN-SPREAD TO WS-XD-LOAN-SPREAD
           MOVE WS-PF-FEE-INCOME TO WS-XD-FEE-INCOME
           MOVE WS-PA-ACTIVITY-COST TO WS-XD-ACTIVITY-COST
           MOVE WS-PF-CHARGEOFF-LOSS TO WS-XD-CHARGEOFF-LOSS
           MOVE WS-PA-NET-PROFIT TO WS-XD-NET-PROFIT
           MOVE WS-EXTRACT-DETAIL TO PROFIT-EXTRACT-RECORD
           WRITE PROFIT-EXTRACT-RECORD
           ADD 1 TO WS-EXTRACT-COUNT.

       WRITE-BRANCH-TOTAL.
      * The branch's last line is its least profitable customer
           MOVE WS-BRANCH-NET TO WS-EDIT-TOTAL
           MOVE WS-BRANCH-CUSTOMERS TO WS-EDIT-COUNT
           MOVE SPACES TO PROFIT-REPORT-RECORD
           STRING "BRANCH " WS-PREV-BRANCH " TOTAL  CUSTOMERS "
               WS-EDIT-COUNT "   NET CONTRIBUTION " WS-EDIT-TOTAL
               DELIMITED BY SIZE
               INTO PROFIT-REPORT-RECORD
           WRITE PROFIT-REPORT-RECORD.

       GENERATE-SUMMARY-REPORT.
           DISPLAY "CUSTOMER PROFITABILITY SUMMARY"
           DISPLAY "Month:               " WS-PROF-PERIOD
           DISPLAY "Customers Ranked:    " WS-CUSTOMERS-RANKED
           DISPLAY "Profitable:          " WS-PROFITABLE-CUSTOMERS
           DISPLAY "Unprofitable:        " WS-UNPROFITABLE-CUSTOMERS
           DISPLAY "Extract Records:     " WS-EXTRACT-COUNT
           DISPLAY "Net Contribution:    " WS-BANK-NET.

       CLEANUP-ROUTINE.
      * Flip this job to COMPLETE on the job control table so
      * downstream predecessor checks open up
           PERFORM DB-REGISTER-JOB-COMPLETE

      * Disconnect from DB2 database
           PERFORM DB-DISCONNECT

           CLOSE STMT-PARAM-FILE
                 PROFIT-REPORT-FILE
                 PROFIT-EXTRACT-FILE
                 ERROR-LOG-FILE

           DISPLAY "CUSTOMER PROFITABILITY REPORT COMPLETE".

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
           MOVE WS-PF-CUSTOMER TO ER-CUSTOMER-ID
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

       DB-OPEN-PROFIT-CURSOR.
      * One row per customer with anything in the month: the
      * average balance and interest paid on the deposits they
      * primary-own, their live loans' principal and a month's
      * interest (none while nonaccrual), fee income and item counts
      * by channel from the month's processed transactions (fees
      * themselves and interest postings are not items), and the
      * net loss on accounts charged off in the month.  The branch
      * is the one the customer banks at, else their loans' branch.
      * Rows come ranked by net contribution within branch.
           EXEC SQL
               DECLARE PROFIT_CURSOR CURSOR FOR
               SELECT P.OWNER_ID,
                      COALESCE(
                          (SELECT MIN(A.BRANCH_CODE)
                           FROM ACCOUNT_TABLE A
                           WHERE A.CUSTOMER_ID = P.OWNER_ID
                           OR A.CUSTOMER_ID IN
                               (SELECT ACCOUNT_NUMBER
                                FROM CUSTOMER_ACCOUNT_TABLE
                                WHERE CUSTOMER_ID = P.OWNER_ID
                                AND COALESCE(ROLE_CODE, 'P') = 'P')),
                          (SELECT MIN(L.BRANCH_CODE)
                           FROM LOAN_MASTER_TABLE L
                           WHERE L.CUSTOMER_ID = P.OWNER_ID),
                          '????'),
                      COALESCE(MIN(C.CUSTOMER_NAME), ' '),
                      SUM(P.DEP_BAL), SUM(P.DEP_INT),
                      SUM(P.LOAN_BAL), SUM(P.LOAN_INT),
                      SUM(P.FEES),
                      SUM(P.TEL_ITEMS), SUM(P.ATM_ITEMS),
                      SUM(P.ONL_ITEMS), SUM(P.BAT_ITEMS),
                      SUM(P.LOSS),
                      SUM(P.DEP_BAL) * :WS-FTP-ANNUAL-RATE / 12
                      - SUM(P.DEP_INT) + SUM(P.LOAN_INT)
                      - SUM(P.LOAN_BAL) * :WS-FTP-ANNUAL-RATE / 12
                      + SUM(P.FEES)
                      - SUM(P.TEL_ITEMS) * :WS-COST-TELLER
                      - SUM(P.ATM_ITEMS) * :WS-COST-ATM
                      - SUM(P.ONL_ITEMS) * :WS-COST-ONLINE
                      - SUM(P.BAT_ITEMS) * :WS-COST-BATCH
                      - SUM(P.LOSS)
               FROM (
                   SELECT COALESCE(
                              (SELECT MIN(CA.CUSTOMER_ID)
                               FROM CUSTOMER_ACCOUNT_TABLE CA
                               WHERE CA.ACCOUNT_NUMBER = B.ACCT
                               AND COALESCE(CA.ROLE_CODE, 'P') = 'P'),
                              B.ACCT) AS OWNER_ID,
                          B.AVG_BAL AS DEP_BAL,
                          0 AS DEP_INT, 0 AS LOAN_BAL, 0 AS LOAN_INT,
                          0 AS FEES, 0 AS TEL_ITEMS, 0 AS ATM_ITEMS,
                          0 AS ONL_ITEMS, 0 AS BAT_ITEMS, 0 AS LOSS
                   FROM (SELECT H.CUSTOMER_ID AS ACCT,
                                AVG(H.ACCOUNT_BALANCE) AS AVG_BAL
                         FROM BALANCE_HISTORY_TABLE H
                         WHERE YEAR(H.BUSINESS_DATE) = :WS-PROF-YEAR
                         AND MONTH(H.BUSINESS_DATE) = :WS-PROF-MONTH
                         GROUP BY H.CUSTOMER_ID) AS B
                   UNION ALL
                   SELECT COALESCE(
                              (SELECT MIN(CA.CUSTOMER_ID)
                               FROM CUSTOMER_ACCOUNT_TABLE CA
                               WHERE CA.ACCOUNT_NUMBER = T.ACCT
                               AND COALESCE(CA.ROLE_CODE, 'P') = 'P'),
                              T.ACCT),
                          0,
                          CASE WHEN T.CHANNEL_CODE = 'INT'
                                    AND T.TRANSACTION_TYPE = 'D'
                               THEN T.AMOUNT
                               WHEN T.CHANNEL_CODE = 'INT'
                                    AND T.TRANSACTION_TYPE = 'W'
                               THEN 0 - T.AMOUNT
                               ELSE 0
                          END,
                          0, 0,
                          CASE WHEN T.TRANSACTION_TYPE = 'F'
                               THEN T.AMOUNT ELSE 0
                          END,
                          CASE WHEN T.ITEM = 'Y'
                                    AND T.CHANNEL_CODE = 'TEL'
                               THEN 1 ELSE 0
                          END,
                          CASE WHEN T.ITEM = 'Y'
                                    AND T.CHANNEL_CODE = 'ATM'
                               THEN 1 ELSE 0
                          END,
                          CASE WHEN T.ITEM = 'Y'
                                    AND T.CHANNEL_CODE = 'ONL'
                               THEN 1 ELSE 0
                          END,
                          CASE WHEN T.ITEM = 'Y'
                                    AND T.CHANNEL_CODE = 'BAT'
                               THEN 1 ELSE 0
                          END,
                          0
                   FROM (SELECT CASE WHEN COALESCE(X.ACCOUNT_NUMBER,
                                                   ' ') = ' '
                                     THEN X.CUSTOMER_ID
                                     ELSE X.ACCOUNT_NUMBER
                                END AS ACCT,
                                COALESCE(X.CHANNEL_CODE, 'BAT')
                                    AS CHANNEL_CODE,
                                X.TRANSACTION_TYPE, X.AMOUNT,
                                CASE WHEN X.TRANSACTION_TYPE = 'F'
                                          OR COALESCE(X.CHANNEL_CODE,
                                                      'BAT')
                                             IN ('INT', 'WHT')
                                     THEN 'N' ELSE 'Y'
                                END AS ITEM
                         FROM TRANSACTION_TABLE X
                         WHERE X.STATUS = 'PROCESSED'
                         AND YEAR(X.CREATION_DATE) = :WS-PROF-YEAR
                         AND MONTH(X.CREATION_DATE) = :WS-PROF-MONTH
                        ) AS T
                   UNION ALL
                   SELECT L.CUSTOMER_ID, 0, 0,
                          L.PRINCIPAL_BALANCE,
                          CASE WHEN L.LOAN_STATUS = 'NONACCRUAL'
                               THEN 0
                               ELSE L.PRINCIPAL_BALANCE
                                    * L.INTEREST_RATE / 12
                          END,
                          0, 0, 0, 0, 0, 0
                   FROM LOAN_MASTER_TABLE L
                   WHERE L.LOAN_STATUS IN
                         ('ACTIVE', 'DELINQUENT', 'NONACCRUAL')
                   UNION ALL
                   SELECT COALESCE(
                              (SELECT MIN(CA.CUSTOMER_ID)
                               FROM CUSTOMER_ACCOUNT_TABLE CA
                               WHERE CA.ACCOUNT_NUMBER =
                                     K.ACCOUNT_NUMBER
                               AND COALESCE(CA.ROLE_CODE, 'P') = 'P'),
                              K.ACCOUNT_NUMBER),
                          0, 0, 0, 0, 0, 0, 0, 0, 0,
                          K.CHARGEOFF_AMOUNT
                          - COALESCE(K.RECOVERED_AMOUNT, 0)
                   FROM CHARGEOFF_TABLE K
                   WHERE YEAR(K.CHARGEOFF_DATE) = :WS-PROF-YEAR
                   AND MONTH(K.CHARGEOFF_DATE) = :WS-PROF-MONTH
               ) AS P
               LEFT OUTER JOIN CUSTOMER_TABLE C
                 ON C.CUSTOMER_ID = P.OWNER_ID
               GROUP BY P.OWNER_ID
               ORDER BY 2, 14 DESC, 1
           END-EXEC

           EXEC SQL
               OPEN PROFIT_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error opening profit cursor - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
               SET END-OF-FILE TO TRUE
           END-IF.

       DB-FETCH-NEXT-PROFIT.
           EXEC SQL
               FETCH PROFIT_CURSOR INTO
               :WS-PF-CUSTOMER,
               :WS-PF-BRANCH,
               :WS-PF-NAME,
               :WS-PF-DEPOSIT-BALANCE,
               :WS-PF-DEPOSIT-INTEREST,
               :WS-PF-LOAN-BALANCE,
               :WS-PF-LOAN-INTEREST,
               :WS-PF-FEE-INCOME,
               :WS-PF-TELLER-ITEMS,
               :WS-PF-ATM-ITEMS,
               :WS-PF-ONLINE-ITEMS,
               :WS-PF-BATCH-ITEMS,
               :WS-PF-CHARGEOFF-LOSS,
               :WS-PF-NET-PROFIT
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE

               WHEN 100
                   SET END-OF-FILE TO TRUE

               WHEN OTHER
                   MOVE SQLCODE TO WS-ERROR-CODE
                   STRING "Error fetching profit row - SQLCODE: "
                       SQLCODE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
                   SET END-OF-FILE TO TRUE
           END-EVALUATE.

       DB-CLOSE-PROFIT-CURSOR.
           EXEC SQL
               CLOSE PROFIT_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error closing profit cursor - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

           COPY "dbconfig_loader.cpy".

           COPY "jobcontrol.cpy".

           COPY "opslog.cpy".

           COPY "paramtable.cpy".
