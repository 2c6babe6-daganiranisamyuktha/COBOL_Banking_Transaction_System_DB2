      *================================================================*
      * IOLTA Interest Remittance Batch                                *
      * Run monthly after the interest accrual.  Interest on an       *
      * attorney trust (IOLTA) account belongs to the state bar       *
      * foundation, so the accrual holds it on the IOLTA register     *
      * instead of crediting the account.  This sweep takes each      *
      * account's held period - average balance, rate and gross       *
      * interest - nets the month's service charge where the          *
      * program allows it, and posts the net to the program's         *
      * remittance clearing account.  A remittance file and report    *
      * are produced per state program, and the register's period     *
      * is reset for the next month.                                  *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IOLTA-REMITTANCE-BATCH.
       DATE-WRITTEN. 2026-10-15.
       AUTHOR. Updated 2026-10-15 for DB2 Integration.
       REMARKS. IOLTA INTEREST REMITTANCE BATCH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Configuration file containing DB2 connection parameters
           SELECT CONFIG-FILE
               ASSIGN TO "DB2CONFIG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-FILE-STATUS.

      * Remittance file - one header/detail/trailer group per program
           SELECT REMITTANCE-FILE
               ASSIGN TO "IOLTAREMIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REMITTANCE-STATUS.

      * Remittance report by program
           SELECT REMITTANCE-REPORT-FILE
               ASSIGN TO "IOLTARPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

           SELECT ERROR-LOG-FILE
               ASSIGN TO "IOLTAERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERROR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * Remittance Record - an 'H' header opens each program, a 'D'
      * detail per trust account, and a 'T' trailer closes the
      * program with its count and totals
       FD  REMITTANCE-FILE.
       01  REMITTANCE-RECORD.
           05  RR-RECORD-TYPE         PIC X.
               88  RR-HEADER          VALUE 'H'.
               88  RR-DETAIL          VALUE 'D'.
               88  RR-TRAILER         VALUE 'T'.
           05  RR-PROGRAM-CODE        PIC X(6).
           05  RR-BODY                PIC X(120).
           05  RR-HEADER-BODY REDEFINES RR-BODY.
               10  RR-PROGRAM-NAME    PIC X(40).
               10  RR-STATE-CODE      PIC X(2).
               10  RR-CLEARING-ACCOUNT PIC X(10).
               10  RR-PERIOD-END      PIC X(10).
               10  FILLER             PIC X(58).
           05  RR-DETAIL-BODY REDEFINES RR-BODY.
               10  RR-ACCOUNT-NUMBER  PIC X(10).
               10  RR-LAW-FIRM-NAME   PIC X(40).
               10  RR-PERIOD-START    PIC X(10).
               10  RR-AVERAGE-BALANCE PIC 9(13)V99.
               10  RR-INTEREST-RATE   PIC 9V9(4).
               10  RR-GROSS-INTEREST  PIC 9(9)V99.
               10  RR-FEES-NETTED     PIC 9(7)V99.
               10  RR-NET-REMITTED    PIC 9(9)V99.
               10  FILLER             PIC X(9).
           05  RR-TRAILER-BODY REDEFINES RR-BODY.
               10  RR-ACCOUNT-COUNT   PIC 9(7).
               10  RR-TOTAL-GROSS     PIC 9(11)V99.
               10  RR-TOTAL-FEES      PIC 9(9)V99.
               10  RR-TOTAL-NET       PIC 9(11)V99.
               10  FILLER             PIC X(76).

      * Remittance Report Record
       FD  REMITTANCE-REPORT-FILE.
       01  REMITTANCE-REPORT-RECORD   PIC X(132).

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
           05  WS-REMITTANCE-STATUS       PIC XX.
           05  WS-REPORT-FILE-STATUS      PIC XX.
           05  WS-ERROR-FILE-STATUS       PIC XX.

      * Error Code Management
       01  WS-ERROR-CODES.
           05  WS-ERROR-CODE              PIC 9(4).
               88  ERR-NONE               VALUE 0000.
               88  ERR-FILE-ACCESS        VALUE 3001.
               88  ERR-SYSTEM-ERROR       VALUE 9999.
           05  WS-ERROR-MESSAGE-PARAM     PIC X(80).

      * Program control break and running totals
       01  WS-PROGRAM-BREAK-AREA.
           05  WS-PREV-PROGRAM-CODE       PIC X(6) VALUE SPACES.
           05  WS-PGM-ACCOUNTS            PIC 9(7) VALUE ZERO.
           05  WS-PGM-GROSS               PIC 9(11)V99 VALUE ZERO.
           05  WS-PGM-FEES                PIC 9(9)V99 VALUE ZERO.
           05  WS-PGM-NET                 PIC 9(11)V99 VALUE ZERO.

      * Remittance amounts for the account in hand
       01  WS-REMITTANCE-AREA.
           05  WS-IO-INTEREST-RATE        PIC S9V9(4).
           05  WS-IO-ACCOUNT-TYPE         PIC X(10).
           05  WS-IO-CURRENCY-CODE        PIC X(3).
           05  WS-IO-BRANCH-CODE          PIC X(4).
           05  WS-IO-DESCRIPTION          PIC X(40).

      * Report Lines
       01  WS-REPORT-LINES.
           05  WS-PROGRAM-HEADING.
               10  FILLER                 PIC X(9) VALUE "PROGRAM: ".
               10  WH-PROGRAM-CODE        PIC X(6).
               10  FILLER                 PIC X VALUE SPACE.
               10  WH-PROGRAM-NAME        PIC X(40).
               10  FILLER                 PIC X(8) VALUE " STATE: ".
               10  WH-STATE-CODE          PIC X(2).
               10  FILLER                 PIC X(12)
                   VALUE " CLEARING: ".
               10  WH-CLEARING-ACCOUNT    PIC X(10).
           05  WS-COLUMN-HEADING.
               10  FILLER                 PIC X(44) VALUE
                   "  ACCOUNT    LAW FIRM                       ".
               10  FILLER                 PIC X(44) VALUE
                   "   AVG BALANCE    RATE      GROSS      FEES ".
               10  FILLER                 PIC X(12) VALUE
                   " NET REMIT  ".
           05  WS-DETAIL-LINE.
               10  FILLER                 PIC XX VALUE SPACES.
               10  WD-ACCOUNT-NUMBER      PIC X(10).
               10  FILLER                 PIC X VALUE SPACE.
               10  WD-LAW-FIRM-NAME       PIC X(30).
               10  FILLER                 PIC X VALUE SPACE.
               10  WD-AVERAGE-BALANCE     PIC ZZZ,ZZZ,ZZ9.99.
               10  FILLER                 PIC XX VALUE SPACES.
               10  WD-INTEREST-RATE       PIC 9.9999.
               10  FILLER                 PIC X VALUE SPACE.
               10  WD-GROSS-INTEREST      PIC ZZZ,ZZ9.99.
               10  FILLER                 PIC X VALUE SPACE.
               10  WD-FEES-NETTED         PIC ZZ,ZZ9.99.
               10  FILLER                 PIC X VALUE SPACE.
               10  WD-NET-REMITTED        PIC ZZZ,ZZ9.99.
           05  WS-TOTAL-LINE.
               10  WT-TOTAL-LABEL         PIC X(20).
               10  WT-ACCOUNT-COUNT       PIC ZZZ,ZZ9.
               10  FILLER                 PIC X(10) VALUE " ACCOUNTS ".
               10  FILLER                 PIC X(7) VALUE "GROSS: ".
               10  WT-TOTAL-GROSS         PIC ZZZ,ZZZ,ZZ9.99.
               10  FILLER                 PIC X(7) VALUE " FEES: ".
               10  WT-TOTAL-FEES          PIC ZZ,ZZZ,ZZ9.99.
               10  FILLER                 PIC X(6) VALUE " NET: ".
               10  WT-TOTAL-NET           PIC ZZZ,ZZZ,ZZ9.99.

      * Processing Statistics
       01  WS-PROCESSING-STATS.
           05  WS-ACCOUNTS-REMITTED       PIC 9(7) VALUE ZERO.
           05  WS-ACCOUNTS-FAILED         PIC 9(7) VALUE ZERO.
           05  WS-PROGRAMS-REPORTED       PIC 9(5) VALUE ZERO.
           05  WS-GRAND-GROSS             PIC 9(11)V99 VALUE ZERO.
           05  WS-GRAND-FEES              PIC 9(9)V99 VALUE ZERO.
           05  WS-GRAND-NET               PIC 9(11)V99 VALUE ZERO.

      * Work Areas and Flags
       01  WS-WORK-AREAS.
           05  WS-EOF-FLAG                PIC X VALUE 'N'.
               88  END-OF-FILE            VALUE 'Y'.
               88  NOT-END-OF-FILE        VALUE 'N'.
           05  WS-FEE-SCHEDULE-FLAG       PIC X VALUE 'N'.
               88  FEE-SCHEDULE-FOUND     VALUE 'Y'.
               88  FEE-SCHEDULE-NOT-FOUND VALUE 'N'.

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
               REMITTANCE-FILE
               REMITTANCE-REPORT-FILE
               ERROR-LOG-FILE.

           DISPLAY "FILE PROCESSING ERROR DETECTED"
           PERFORM ABNORMAL-TERMINATION.
       END DECLARATIVES.

       MAIN-PROCESSING SECTION.
       MAIN-PROCESSING-ROUTINE.
           PERFORM INITIALIZATION-ROUTINE
           PERFORM PROCESS-IOLTA-ACCOUNTS
               UNTIL END-OF-FILE
           IF WS-PREV-PROGRAM-CODE NOT = SPACES
               PERFORM CLOSE-PROGRAM-GROUP
           END-IF
           PERFORM WRITE-GRAND-TOTAL
           PERFORM COMMIT-REMITTANCE-BATCH
           PERFORM GENERATE-SUMMARY-REPORT
           PERFORM CLEANUP-ROUTINE
           STOP RUN.

       INITIALIZATION-ROUTINE.
      * Open remittance, report and error log files
           OPEN OUTPUT REMITTANCE-FILE
                OUTPUT REMITTANCE-REPORT-FILE
                OUTPUT ERROR-LOG-FILE

           IF WS-REMITTANCE-STATUS NOT = "00"
              DISPLAY "ERROR OPENING REMITTANCE FILE"
              PERFORM ABNORMAL-TERMINATION
           END-IF

           IF WS-REPORT-FILE-STATUS NOT = "00"
              DISPLAY "ERROR OPENING REMITTANCE REPORT FILE"
              PERFORM ABNORMAL-TERMINATION
           END-IF

           IF WS-ERROR-FILE-STATUS NOT = "00"
              DISPLAY "ERROR OPENING ERROR LOG FILE"
              PERFORM ABNORMAL-TERMINATION
           END-IF

      * Get current system date and time
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS

           DISPLAY "IOLTA INTEREST REMITTANCE BATCH"
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
      * start ahead of tonight's interest accrual
           MOVE "IOLTA-REMITTANCE-BATCH" TO JC-PROGRAM-ID
           MOVE "INTEREST-ACCRUAL-BATCH" TO JC-PREDECESSOR-ID
           PERFORM DB-CHECK-JOB-PREDECESSOR
           PERFORM DB-REGISTER-JOB-START

      * Open the cursor over every IOLTA account holding interest
           PERFORM DB-OPEN-IOLTA-CURSOR.

       PROCESS-IOLTA-ACCOUNTS.
           PERFORM DB-FETCH-NEXT-IOLTA

           IF NOT END-OF-FILE
               IF SQL-IO-PROGRAM-CODE NOT = WS-PREV-PROGRAM-CODE
                   IF WS-PREV-PROGRAM-CODE NOT = SPACES
                       PERFORM CLOSE-PROGRAM-GROUP
                   END-IF
                   PERFORM OPEN-PROGRAM-GROUP
               END-IF
               PERFORM REMIT-ONE-ACCOUNT
           END-IF.

       OPEN-PROGRAM-GROUP.
           MOVE SQL-IO-PROGRAM-CODE TO WS-PREV-PROGRAM-CODE
           MOVE ZERO TO WS-PGM-ACCOUNTS
           MOVE ZERO TO WS-PGM-GROSS
           MOVE ZERO TO WS-PGM-FEES
           MOVE ZERO TO WS-PGM-NET
           ADD 1 TO WS-PROGRAMS-REPORTED

           MOVE SPACES TO REMITTANCE-RECORD
           SET RR-HEADER TO TRUE
           MOVE SQL-IO-PROGRAM-CODE TO RR-PROGRAM-CODE
           MOVE SQL-IO-PROGRAM-NAME TO RR-PROGRAM-NAME
           MOVE SQL-IO-STATE-CODE TO RR-STATE-CODE
           MOVE SQL-IO-CLEARING-ACCOUNT TO RR-CLEARING-ACCOUNT
           MOVE WS-SQL-CURRENT-DATE TO RR-PERIOD-END
           WRITE REMITTANCE-RECORD

           MOVE SQL-IO-PROGRAM-CODE TO WH-PROGRAM-CODE
           MOVE SQL-IO-PROGRAM-NAME TO WH-PROGRAM-NAME
           MOVE SQL-IO-STATE-CODE TO WH-STATE-CODE
           MOVE SQL-IO-CLEARING-ACCOUNT TO WH-CLEARING-ACCOUNT
           MOVE SPACES TO REMITTANCE-REPORT-RECORD
           WRITE REMITTANCE-REPORT-RECORD
           WRITE REMITTANCE-REPORT-RECORD FROM WS-PROGRAM-HEADING
           WRITE REMITTANCE-REPORT-RECORD FROM WS-COLUMN-HEADING.

       CLOSE-PROGRAM-GROUP.
           MOVE SPACES TO REMITTANCE-RECORD
           SET RR-TRAILER TO TRUE
           MOVE WS-PREV-PROGRAM-CODE TO RR-PROGRAM-CODE
           MOVE WS-PGM-ACCOUNTS TO RR-ACCOUNT-COUNT
           MOVE WS-PGM-GROSS TO RR-TOTAL-GROSS
           MOVE WS-PGM-FEES TO RR-TOTAL-FEES
           MOVE WS-PGM-NET TO RR-TOTAL-NET
           WRITE REMITTANCE-RECORD

           MOVE "  PROGRAM TOTAL     " TO WT-TOTAL-LABEL
           MOVE WS-PGM-ACCOUNTS TO WT-ACCOUNT-COUNT
           MOVE WS-PGM-GROSS TO WT-TOTAL-GROSS
           MOVE WS-PGM-FEES TO WT-TOTAL-FEES
           MOVE WS-PGM-NET TO WT-TOTAL-NET
           WRITE REMITTANCE-REPORT-RECORD FROM WS-TOTAL-LINE.

       WRITE-GRAND-TOTAL.
           MOVE SPACES TO REMITTANCE-REPORT-RECORD
           WRITE REMITTANCE-REPORT-RECORD
           MOVE "ALL PROGRAMS        " TO WT-TOTAL-LABEL
           MOVE WS-ACCOUNTS-REMITTED TO WT-ACCOUNT-COUNT
           MOVE WS-GRAND-GROSS TO WT-TOTAL-GROSS
           MOVE WS-GRAND-FEES TO WT-TOTAL-FEES
           MOVE WS-GRAND-NET TO WT-TOTAL-NET
           WRITE REMITTANCE-REPORT-RECORD FROM WS-TOTAL-LINE.

       REMIT-ONE-ACCOUNT.
           SET ERR-NONE TO TRUE

      * Average daily balance over the days the accrual held
           COMPUTE SQL-IO-AVERAGE-BALANCE ROUNDED =
               SQL-IO-BALANCE-SUM / SQL-IO-PERIOD-DAYS

      * The month's service charge comes out of the interest only
      * where the program allows it, on the same waiver level the
      * fee sweep applies, and never more than the interest itself
           MOVE ZERO TO SQL-IO-FEES-NETTED
           IF SQL-IO-FEES-ALLOWED = 'Y'
               PERFORM DB-GET-FEE-SCHEDULE-ROW
               IF FEE-SCHEDULE-FOUND
                  AND SQL-IO-AVERAGE-BALANCE < SQL-FS-WAIVER-BALANCE
                   MOVE SQL-FS-MONTHLY-FEE TO SQL-IO-FEES-NETTED
               END-IF
           END-IF
           IF SQL-IO-FEES-NETTED > SQL-IO-PERIOD-INTEREST
               MOVE SQL-IO-PERIOD-INTEREST TO SQL-IO-FEES-NETTED
           END-IF
           COMPUTE SQL-IO-NET-REMITTED =
               SQL-IO-PERIOD-INTEREST - SQL-IO-FEES-NETTED

      * One reference carries the clearing credit and the remittance
      * row; a fully-netted month moves no money
           MOVE WS-IO-BRANCH-CODE TO RN-BRANCH-CODE
           PERFORM DB-GENERATE-REFERENCE-ID

           IF SQL-IO-NET-REMITTED > ZERO
               PERFORM DB-POST-CLEARING-CREDIT
           END-IF

           IF ERR-NONE
               PERFORM DB-INSERT-REMITTANCE
           END-IF

           IF ERR-NONE
               PERFORM DB-RESET-IOLTA-PERIOD
           END-IF

           IF ERR-NONE
               PERFORM WRITE-REMITTANCE-DETAIL
           ELSE
               ADD 1 TO WS-ACCOUNTS-FAILED
           END-IF.

       WRITE-REMITTANCE-DETAIL.
           ADD 1 TO WS-ACCOUNTS-REMITTED
           ADD 1 TO WS-PGM-ACCOUNTS
           ADD SQL-IO-PERIOD-INTEREST TO WS-PGM-GROSS
           ADD SQL-IO-FEES-NETTED TO WS-PGM-FEES
           ADD SQL-IO-NET-REMITTED TO WS-PGM-NET
           ADD SQL-IO-PERIOD-INTEREST TO WS-GRAND-GROSS
           ADD SQL-IO-FEES-NETTED TO WS-GRAND-FEES
           ADD SQL-IO-NET-REMITTED TO WS-GRAND-NET

           MOVE SPACES TO REMITTANCE-RECORD
           SET RR-DETAIL TO TRUE
           MOVE SQL-IO-PROGRAM-CODE TO RR-PROGRAM-CODE
           MOVE SQL-IO-ACCOUNT-NUMBER TO RR-ACCOUNT-NUMBER
           MOVE SQL-IO-LAW-FIRM-NAME TO RR-LAW-FIRM-NAME
           MOVE SQL-IO-PERIOD-START TO RR-PERIOD-START
           MOVE SQL-IO-AVERAGE-BALANCE TO RR-AVERAGE-BALANCE
           MOVE WS-IO-INTEREST-RATE TO RR-INTEREST-RATE
           MOVE SQL-IO-PERIOD-INTEREST TO RR-GROSS-INTEREST
           MOVE SQL-IO-FEES-NETTED TO RR-FEES-NETTED
           MOVE SQL-IO-NET-REMITTED TO RR-NET-REMITTED
           WRITE REMITTANCE-RECORD

           MOVE SQL-IO-ACCOUNT-NUMBER TO WD-ACCOUNT-NUMBER
           MOVE SQL-IO-LAW-FIRM-NAME TO WD-LAW-FIRM-NAME
           MOVE SQL-IO-AVERAGE-BALANCE TO WD-AVERAGE-BALANCE
           MOVE WS-IO-INTEREST-RATE TO WD-INTEREST-RATE
           MOVE SQL-IO-PERIOD-INTEREST TO WD-GROSS-INTEREST
           MOVE SQL-IO-FEES-NETTED TO WD-FEES-NETTED
           MOVE SQL-IO-NET-REMITTED TO WD-NET-REMITTED
           WRITE REMITTANCE-REPORT-RECORD FROM WS-DETAIL-LINE.

       COMMIT-REMITTANCE-BATCH.
      * Commit every remittance this run in one unit of work, so
      * DB-DISCONNECT below doesn't roll it all back
           EXEC SQL
               COMMIT WORK
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error committing remittance batch - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       GENERATE-SUMMARY-REPORT.
           DISPLAY "IOLTA INTEREST REMITTANCE SUMMARY"
           DISPLAY "Programs Reported:  " WS-PROGRAMS-REPORTED
           DISPLAY "Accounts Remitted:  " WS-ACCOUNTS-REMITTED
           DISPLAY "Accounts Failed:    " WS-ACCOUNTS-FAILED
           DISPLAY "Gross Interest:     " WS-GRAND-GROSS
           DISPLAY "Fees Netted:        " WS-GRAND-FEES
           DISPLAY "Net Remitted:       " WS-GRAND-NET.

       CLEANUP-ROUTINE.
      * Close database cursor
           PERFORM DB-CLOSE-IOLTA-CURSOR

      * Flip this job to COMPLETE on the job control table so
      * downstream predecessor checks open up
           PERFORM DB-REGISTER-JOB-COMPLETE

      * Disconnect from DB2 database
           PERFORM DB-DISCONNECT

           CLOSE REMITTANCE-FILE
                 REMITTANCE-REPORT-FILE
                 ERROR-LOG-FILE

           DISPLAY "IOLTA INTEREST REMITTANCE BATCH COMPLETE".

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
           MOVE SQL-IO-ACCOUNT-NUMBER TO ER-CUSTOMER-ID
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

       DB-OPEN-IOLTA-CURSOR.
      * Every register entry the accrual has held interest on this
      * period - a closed entry included, for its final sweep -
      * grouped by program for the control break
           SET NOT-END-OF-FILE TO TRUE

           EXEC SQL
               DECLARE IOLTA_CURSOR CURSOR FOR
               SELECT I.ACCOUNT_NUMBER, I.PROGRAM_CODE,
                      P.PROGRAM_NAME, P.STATE_CODE,
                      P.CLEARING_ACCOUNT,
                      COALESCE(P.FEES_ALLOWED, 'Y'),
                      I.LAW_FIRM_NAME,
                      CHAR(I.PERIOD_START, ISO),
                      I.PERIOD_BALANCE_SUM, I.PERIOD_DAYS,
                      I.PERIOD_INTEREST,
                      A.INTEREST_RATE, A.ACCOUNT_TYPE,
                      A.CURRENCY_CODE, A.BRANCH_CODE
               FROM IOLTA_ACCOUNT_TABLE I,
                    IOLTA_PROGRAM_TABLE P,
                    ACCOUNT_TABLE A
               WHERE P.PROGRAM_CODE = I.PROGRAM_CODE
               AND A.CUSTOMER_ID = I.ACCOUNT_NUMBER
               AND I.PERIOD_DAYS > 0
               ORDER BY P.STATE_CODE, I.PROGRAM_CODE,
                        I.ACCOUNT_NUMBER
           END-EXEC

           EXEC SQL
               OPEN IOLTA_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error opening IOLTA cursor - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
               SET END-OF-FILE TO TRUE
           END-IF.

       DB-FETCH-NEXT-IOLTA.
           EXEC SQL
               FETCH IOLTA_CURSOR INTO
               :SQL-IO-ACCOUNT-NUMBER,
               :SQL-IO-PROGRAM-CODE,
               :SQL-IO-PROGRAM-NAME,
               :SQL-IO-STATE-CODE,
               :SQL-IO-CLEARING-ACCOUNT,
               :SQL-IO-FEES-ALLOWED,
               :SQL-IO-LAW-FIRM-NAME,
               :SQL-IO-PERIOD-START,
               :SQL-IO-BALANCE-SUM,
               :SQL-IO-PERIOD-DAYS,
               :SQL-IO-PERIOD-INTEREST,
               :WS-IO-INTEREST-RATE,
               :WS-IO-ACCOUNT-TYPE,
               :WS-IO-CURRENCY-CODE,
               :WS-IO-BRANCH-CODE
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   SET END-OF-FILE TO TRUE
               WHEN OTHER
                   MOVE SQLCODE TO WS-ERROR-CODE
                   STRING "Error fetching IOLTA account - SQLCODE: "
                       SQLCODE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
                   SET END-OF-FILE TO TRUE
           END-EVALUATE.

       DB-CLOSE-IOLTA-CURSOR.
           EXEC SQL
               CLOSE IOLTA_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error closing IOLTA cursor - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       DB-GET-FEE-SCHEDULE-ROW.
           EXEC SQL
               SELECT MONTHLY_FEE, WAIVER_BALANCE
               INTO :SQL-FS-MONTHLY-FEE, :SQL-FS-WAIVER-BALANCE
               FROM FEE_SCHEDULE_TABLE
               WHERE ACCOUNT_TYPE = :WS-IO-ACCOUNT-TYPE
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   SET FEE-SCHEDULE-FOUND TO TRUE

               WHEN 100
                   SET FEE-SCHEDULE-NOT-FOUND TO TRUE

               WHEN OTHER
                   SET FEE-SCHEDULE-NOT-FOUND TO TRUE
                   MOVE SQLCODE TO WS-ERROR-CODE
                   STRING "Error reading fee schedule - SQLCODE: "
                       SQLCODE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
           END-EVALUATE.

       DB-POST-CLEARING-CREDIT.
      * The net interest is a pending deposit to the program's
      * clearing account for the posting run.  Channel 'IOL' keeps
      * it out of the interest totals; the description names the
      * trust account it came from.
           MOVE SPACES TO WS-IO-DESCRIPTION
           STRING "IOLTA INTEREST " SQL-IO-ACCOUNT-NUMBER
               " " SQL-IO-PROGRAM-CODE
               DELIMITED BY SIZE
               INTO WS-IO-DESCRIPTION

           EXEC SQL
               INSERT INTO TRANSACTION_TABLE
                   (CUSTOMER_ID, TRANSACTION_TYPE, AMOUNT,
                    REFERENCE_ID, CREATION_DATE, CREATION_TIME,
                    STATUS, CURRENCY_CODE, BRANCH_CODE,
                    CHANNEL_CODE, DESCRIPTION, INSTITUTION_CODE)
               VALUES
                   (:SQL-IO-CLEARING-ACCOUNT, 'D',
                    :SQL-IO-NET-REMITTED,
                    :RN-GENERATED-REFERENCE, CURRENT DATE,
                    CURRENT TIME, 'PENDING', :WS-IO-CURRENCY-CODE,
                    :WS-IO-BRANCH-CODE, 'IOL', :WS-IO-DESCRIPTION,
                    :JC-INSTITUTION-CODE)
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error posting IOLTA remittance - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       DB-INSERT-REMITTANCE.
           EXEC SQL
               INSERT INTO IOLTA_REMITTANCE_TABLE
                   (REFERENCE_ID, ACCOUNT_NUMBER, PROGRAM_CODE,
                    PERIOD_START, PERIOD_END, AVERAGE_BALANCE,
                    INTEREST_RATE, GROSS_INTEREST, FEES_NETTED,
                    NET_REMITTED)
               VALUES
                   (:RN-GENERATED-REFERENCE, :SQL-IO-ACCOUNT-NUMBER,
                    :SQL-IO-PROGRAM-CODE,
                    DATE(:SQL-IO-PERIOD-START),
                    DATE(:WS-SQL-CURRENT-DATE),
                    :SQL-IO-AVERAGE-BALANCE, :WS-IO-INTEREST-RATE,
                    :SQL-IO-PERIOD-INTEREST, :SQL-IO-FEES-NETTED,
                    :SQL-IO-NET-REMITTED)
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error recording IOLTA remittance - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       DB-RESET-IOLTA-PERIOD.
      * Start the next period empty; the accrual reopens it
           EXEC SQL
               UPDATE IOLTA_ACCOUNT_TABLE
               SET PERIOD_START = NULL,
                   PERIOD_BALANCE_SUM = 0,
                   PERIOD_DAYS = 0,
                   PERIOD_INTEREST = 0,
                   LAST_REMIT_DATE = DATE(:WS-SQL-CURRENT-DATE)
               WHERE ACCOUNT_NUMBER = :SQL-IO-ACCOUNT-NUMBER
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error resetting IOLTA period - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

           COPY "dbconfig_loader.cpy".

           COPY "jobcontrol.cpy".

           COPY "refnumber.cpy".

           COPY "opslog.cpy".
