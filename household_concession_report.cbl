      *================================================================*
      * Household Concession Report                                    *
      * Revenue given up to relationship pricing this month, one line *
      * per tier: how many households the last pricing run placed in  *
      * the tier, the service charges it forgave and the rate bump    *
      * interest it paid, and the two together, with totals across    *
      * every tier.  Read with the pricing run's tier distribution to *
      * weigh what each tier costs against the balances it holds.     *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOUSEHOLD-CONCESSION-REPORT.
       DATE-WRITTEN. 2026-10-15.
       AUTHOR. Updated 2026-10-15 for DB2 Integration.
       REMARKS. HOUSEHOLD RELATIONSHIP PRICING CONCESSION REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Configuration file containing DB2 connection parameters
           SELECT CONFIG-FILE
               ASSIGN TO "DB2CONFIG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-FILE-STATUS.

           SELECT CONCESSION-REPORT-FILE
               ASSIGN TO "HHCONCRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONC-REPORT-STATUS.

           SELECT ERROR-LOG-FILE
               ASSIGN TO "HHCONCERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERROR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CONCESSION-REPORT-FILE.
       01  CONCESSION-REPORT-RECORD   PIC X(130).

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
           05  WS-CONC-REPORT-STATUS      PIC XX.
           05  WS-ERROR-FILE-STATUS       PIC XX.

      * Error Code Management
       01  WS-ERROR-CODES.
           05  WS-ERROR-CODE              PIC 9(4).
               88  ERR-NONE               VALUE 0000.
               88  ERR-FILE-ACCESS        VALUE 3001.
               88  ERR-SYSTEM-ERROR       VALUE 9999.
           05  WS-ERROR-MESSAGE-PARAM     PIC X(80).

      * Concession Work Area - revenue given up is the fees forgiven
      * plus the bump interest paid
       01  WS-CONCESSION-WORK.
           05  WS-FEES-FORGIVEN           PIC S9(11)V99.
           05  WS-BUMPS-PAID              PIC S9(11)V99.
           05  WS-REVENUE-GIVEN-UP        PIC S9(11)V99.
           05  WS-EDIT-HOUSEHOLDS         PIC ZZZ,ZZ9.
           05  WS-EDIT-FEES               PIC ZZZ,ZZZ,ZZ9.99-.
           05  WS-EDIT-BUMPS              PIC ZZZ,ZZZ,ZZ9.99-.
           05  WS-EDIT-GIVEN-UP           PIC ZZZ,ZZZ,ZZ9.99-.

      * Totals across every tier
       01  WS-REPORT-TOTALS.
           05  WS-TOT-HOUSEHOLDS          PIC S9(9) COMP-3 VALUE 0.
           05  WS-TOT-FEES-FORGIVEN       PIC S9(11)V99 VALUE 0.
           05  WS-TOT-BUMPS-PAID          PIC S9(11)V99 VALUE 0.

      * Processing Statistics
       01  WS-PROCESSING-STATS.
           05  WS-TIERS-REPORTED          PIC 9(5) COMP VALUE ZERO.

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
               CONCESSION-REPORT-FILE
               ERROR-LOG-FILE.

           DISPLAY "FILE PROCESSING ERROR DETECTED"
           PERFORM ABNORMAL-TERMINATION.
       END DECLARATIVES.

       MAIN-PROCESSING SECTION.
       MAIN-PROCESSING-ROUTINE.
           PERFORM INITIALIZATION-ROUTINE
           PERFORM REPORT-TIER-CONCESSIONS
           PERFORM WRITE-REPORT-TOTALS
           PERFORM GENERATE-SUMMARY-REPORT
           PERFORM CLEANUP-ROUTINE
           STOP RUN.

       INITIALIZATION-ROUTINE.
      * Open report and error log files
           OPEN OUTPUT CONCESSION-REPORT-FILE
                OUTPUT ERROR-LOG-FILE

           IF WS-CONC-REPORT-STATUS NOT = "00"
              DISPLAY "ERROR OPENING CONCESSION REPORT FILE"
              PERFORM ABNORMAL-TERMINATION
           END-IF

           IF WS-ERROR-FILE-STATUS NOT = "00"
              DISPLAY "ERROR OPENING ERROR LOG FILE"
              PERFORM ABNORMAL-TERMINATION
           END-IF

      * Get current system date and time
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS

           DISPLAY "HOUSEHOLD CONCESSION REPORT"
           DISPLAY "DATE: " WS-YEAR "-" WS-MONTH "-" WS-DAY
           DISPLAY "TIME: " WS-HOUR ":" WS-MINUTE ":" WS-SECOND

      * Load database configuration from external file
           PERFORM LOAD-DATABASE-CONFIG

      * Connect to DB2 database
           PERFORM DB-CONNECT

      * Identify this report on the shared operations log
           MOVE "HOUSEHOLD-CONCESSION-REPORT" TO JC-PROGRAM-ID

           MOVE SPACES TO CONCESSION-REPORT-RECORD
           STRING "HOUSEHOLD PRICING REVENUE GIVEN UP FOR "
               WS-YEAR "-" WS-MONTH
               DELIMITED BY SIZE
               INTO CONCESSION-REPORT-RECORD
           WRITE CONCESSION-REPORT-RECORD

           MOVE SPACES TO CONCESSION-REPORT-RECORD
           STRING "TIER               HOUSEHOLDS"
               "   FEES FORGIVEN      RATE BUMPS"
               "   REVENUE GIVEN UP"
               DELIMITED BY SIZE
               INTO CONCESSION-REPORT-RECORD
           WRITE CONCESSION-REPORT-RECORD.

       REPORT-TIER-CONCESSIONS.
      * One row per tier, richest first; a tier nobody reached still
      * prints with zeroes.  Concessions are reported under the tier
      * the household held when they were given.
           SET NOT-END-OF-FILE TO TRUE

           EXEC SQL
               DECLARE CONCESSION_CURSOR CURSOR FOR
               SELECT T.TIER_CODE, T.TIER_NAME,
                      (SELECT COUNT(*) FROM HOUSEHOLD_TABLE H
                       WHERE H.TIER_CODE = T.TIER_CODE),
                      COALESCE(
                         (SELECT SUM(C.AMOUNT)
                          FROM HOUSEHOLD_CONCESSION_TABLE C
                          WHERE C.TIER_CODE = T.TIER_CODE
                          AND C.CONCESSION_TYPE = 'F'
                          AND YEAR(C.CONCESSION_DATE) = :WS-YEAR
                          AND MONTH(C.CONCESSION_DATE) = :WS-MONTH),
                         0),
                      COALESCE(
                         (SELECT SUM(C.AMOUNT)
                          FROM HOUSEHOLD_CONCESSION_TABLE C
                          WHERE C.TIER_CODE = T.TIER_CODE
                          AND C.CONCESSION_TYPE = 'R'
                          AND YEAR(C.CONCESSION_DATE) = :WS-YEAR
                          AND MONTH(C.CONCESSION_DATE) = :WS-MONTH),
                         0)
               FROM RELATIONSHIP_TIER_TABLE T
               ORDER BY T.MIN_COMBINED_BALANCE DESC
           END-EXEC

           EXEC SQL
               OPEN CONCESSION_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error opening concession cursor - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
               SET END-OF-FILE TO TRUE
           END-IF

           PERFORM WRITE-NEXT-TIER
               UNTIL END-OF-FILE

           EXEC SQL
               CLOSE CONCESSION_CURSOR
           END-EXEC.

       WRITE-NEXT-TIER.
           EXEC SQL
               FETCH CONCESSION_CURSOR INTO
               :SQL-HH-TIER-CODE,
               :SQL-HH-TIER-NAME,
               :SQL-HH-MEMBER-COUNT,
               :WS-FEES-FORGIVEN,
               :WS-BUMPS-PAID
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   PERFORM WRITE-TIER-LINE
               WHEN 100
                   SET END-OF-FILE TO TRUE
               WHEN OTHER
                   MOVE SQLCODE TO WS-ERROR-CODE
                   STRING "Error fetching concessions - SQLCODE: "
                       SQLCODE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
                   SET END-OF-FILE TO TRUE
           END-EVALUATE.

       WRITE-TIER-LINE.
           ADD 1 TO WS-TIERS-REPORTED
           ADD SQL-HH-MEMBER-COUNT TO WS-TOT-HOUSEHOLDS
           ADD WS-FEES-FORGIVEN TO WS-TOT-FEES-FORGIVEN
           ADD WS-BUMPS-PAID TO WS-TOT-BUMPS-PAID

           MOVE SQL-HH-MEMBER-COUNT TO WS-EDIT-HOUSEHOLDS
           PERFORM WRITE-CONCESSION-LINE.

       WRITE-CONCESSION-LINE.
           COMPUTE WS-REVENUE-GIVEN-UP =
               WS-FEES-FORGIVEN + WS-BUMPS-PAID
           MOVE WS-FEES-FORGIVEN TO WS-EDIT-FEES
           MOVE WS-BUMPS-PAID TO WS-EDIT-BUMPS
           MOVE WS-REVENUE-GIVEN-UP TO WS-EDIT-GIVEN-UP

           MOVE SPACES TO CONCESSION-REPORT-RECORD
           STRING SQL-HH-TIER-NAME " " WS-EDIT-HOUSEHOLDS
               "  " WS-EDIT-FEES
               "  " WS-EDIT-BUMPS
               "  " WS-EDIT-GIVEN-UP
               DELIMITED BY SIZE
               INTO CONCESSION-REPORT-RECORD
           WRITE CONCESSION-REPORT-RECORD.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO CONCESSION-REPORT-RECORD
           WRITE CONCESSION-REPORT-RECORD

           MOVE "ALL TIERS" TO SQL-HH-TIER-NAME
           MOVE WS-TOT-HOUSEHOLDS TO WS-EDIT-HOUSEHOLDS
           MOVE WS-TOT-FEES-FORGIVEN TO WS-FEES-FORGIVEN
           MOVE WS-TOT-BUMPS-PAID TO WS-BUMPS-PAID
           PERFORM WRITE-CONCESSION-LINE.

       GENERATE-SUMMARY-REPORT.
           DISPLAY "HOUSEHOLD CONCESSION SUMMARY"
           DISPLAY "Tiers Reported:     " WS-TIERS-REPORTED.

       CLEANUP-ROUTINE.
      * Disconnect from DB2 database
           PERFORM DB-DISCONNECT

           CLOSE CONCESSION-REPORT-FILE
                 ERROR-LOG-FILE

           DISPLAY "HOUSEHOLD CONCESSION REPORT COMPLETE".

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
           MOVE SPACES TO ER-CUSTOMER-ID
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

           COPY "dbconfig_loader.cpy".

           COPY "opslog.cpy".
