      *================================================================*
      * Promotional Campaign Results Report                            *
      * One block per campaign for marketing: the offer's window and  *
      * bonus rate, how many accounts enrolled and where they stand   *
      * (still holding, vested or clawed back), the new money the     *
      * offer attracted and what the bonus has cost - paid, taken     *
      * back and net - with totals across every campaign.             *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROMO-CAMPAIGN-REPORT.
       DATE-WRITTEN. 2026-10-15.
       AUTHOR. Updated 2026-10-15 for DB2 Integration.
       REMARKS. PROMOTIONAL CAMPAIGN RESULTS REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Configuration file containing DB2 connection parameters
           SELECT CONFIG-FILE
               ASSIGN TO "DB2CONFIG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-FILE-STATUS.

           SELECT PROMO-REPORT-FILE
               ASSIGN TO "PROMORPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROMO-REPORT-STATUS.

           SELECT ERROR-LOG-FILE
               ASSIGN TO "PROMOERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERROR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  PROMO-REPORT-FILE.
       01  PROMO-REPORT-RECORD        PIC X(130).

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
           05  WS-PROMO-REPORT-STATUS     PIC XX.
           05  WS-ERROR-FILE-STATUS       PIC XX.

      * Error Code Management
       01  WS-ERROR-CODES.
           05  WS-ERROR-CODE              PIC 9(4).
               88  ERR-NONE               VALUE 0000.
               88  ERR-FILE-ACCESS        VALUE 3001.
               88  ERR-SYSTEM-ERROR       VALUE 9999.
           05  WS-ERROR-MESSAGE-PARAM     PIC X(80).

      * Campaign Results Work Area - still holding is whatever has
      * neither vested nor been clawed back; net cost is the bonus
      * paid less the bonus taken back
       01  WS-RESULTS-WORK.
           05  WS-ACTIVE-COUNT            PIC S9(9) COMP-3.
           05  WS-NET-COST                PIC S9(10)V99.
           05  WS-EDIT-RATE               PIC 9.9999.
           05  WS-EDIT-COUNT              PIC ZZZ,ZZ9.
           05  WS-EDIT-ACTIVE             PIC ZZZ,ZZ9.
           05  WS-EDIT-VESTED             PIC ZZZ,ZZ9.
           05  WS-EDIT-CLAWBACK           PIC ZZZ,ZZ9.
           05  WS-EDIT-NEW-MONEY          PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  WS-EDIT-BONUS-PAID         PIC ZZZ,ZZZ,ZZ9.99-.
           05  WS-EDIT-CLAWED-BACK        PIC ZZZ,ZZZ,ZZ9.99-.
           05  WS-EDIT-NET-COST           PIC ZZZ,ZZZ,ZZ9.99-.

      * Totals across every campaign
       01  WS-REPORT-TOTALS.
           05  WS-TOT-ENROLLMENTS         PIC S9(9) COMP-3 VALUE 0.
           05  WS-TOT-NEW-MONEY           PIC S9(12)V99 VALUE 0.
           05  WS-TOT-BONUS-PAID          PIC S9(10)V99 VALUE 0.
           05  WS-TOT-CLAWED-BACK         PIC S9(10)V99 VALUE 0.

      * Processing Statistics
       01  WS-PROCESSING-STATS.
           05  WS-CAMPAIGNS-REPORTED      PIC 9(5) COMP VALUE ZERO.

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
               PROMO-REPORT-FILE
               ERROR-LOG-FILE.

           DISPLAY "FILE PROCESSING ERROR DETECTED"
           PERFORM ABNORMAL-TERMINATION.
       END DECLARATIVES.

       MAIN-PROCESSING SECTION.
       MAIN-PROCESSING-ROUTINE.
           PERFORM INITIALIZATION-ROUTINE
           PERFORM REPORT-CAMPAIGN-RESULTS
           PERFORM WRITE-REPORT-TOTALS
           PERFORM GENERATE-SUMMARY-REPORT
           PERFORM CLEANUP-ROUTINE
           STOP RUN.

       INITIALIZATION-ROUTINE.
      * Open report and error log files
           OPEN OUTPUT PROMO-REPORT-FILE
                OUTPUT ERROR-LOG-FILE

           IF WS-PROMO-REPORT-STATUS NOT = "00"
              DISPLAY "ERROR OPENING PROMO REPORT FILE"
              PERFORM ABNORMAL-TERMINATION
           END-IF

           IF WS-ERROR-FILE-STATUS NOT = "00"
              DISPLAY "ERROR OPENING ERROR LOG FILE"
              PERFORM ABNORMAL-TERMINATION
           END-IF

      * Get current system date and time
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS

           DISPLAY "PROMOTIONAL CAMPAIGN RESULTS REPORT"
           DISPLAY "DATE: " WS-YEAR "-" WS-MONTH "-" WS-DAY
           DISPLAY "TIME: " WS-HOUR ":" WS-MINUTE ":" WS-SECOND

      * Load database configuration from external file
           PERFORM LOAD-DATABASE-CONFIG

      * Connect to DB2 database
           PERFORM DB-CONNECT

      * Identify this report on the shared operations log
           MOVE "PROMO-CAMPAIGN-REPORT" TO JC-PROGRAM-ID

           MOVE SPACES TO PROMO-REPORT-RECORD
           STRING "PROMOTIONAL CAMPAIGN RESULTS AS OF "
               WS-YEAR "-" WS-MONTH "-" WS-DAY
               DELIMITED BY SIZE
               INTO PROMO-REPORT-RECORD
           WRITE PROMO-REPORT-RECORD.

       REPORT-CAMPAIGN-RESULTS.
      * One row per campaign, newest offer window last; a campaign
      * nobody has enrolled in still prints with zero results
           SET NOT-END-OF-FILE TO TRUE

           EXEC SQL
               DECLARE PROMO_RESULTS_CURSOR CURSOR FOR
               SELECT P.CAMPAIGN_ID, P.CAMPAIGN_NAME,
                      CHAR(P.OFFER_START, ISO),
                      CHAR(P.OFFER_END, ISO), P.BONUS_RATE,
                      COALESCE(P.CAMPAIGN_STATUS, 'ACTIVE'),
                      COUNT(E.ACCOUNT_NUMBER),
                      SUM(CASE WHEN E.ENROLL_STATUS = 'VESTED'
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN E.ENROLL_STATUS = 'CLAWBACK'
                               THEN 1 ELSE 0 END),
                      COALESCE(SUM(E.NEW_MONEY), 0),
                      COALESCE(SUM(E.BONUS_EARNED), 0),
                      COALESCE(SUM(E.BONUS_CLAWED_BACK), 0)
               FROM PROMO_CAMPAIGN_TABLE P
                    LEFT OUTER JOIN PROMO_ENROLLMENT_TABLE E
                    ON E.CAMPAIGN_ID = P.CAMPAIGN_ID
               GROUP BY P.CAMPAIGN_ID, P.CAMPAIGN_NAME,
                        P.OFFER_START, P.OFFER_END, P.BONUS_RATE,
                        P.CAMPAIGN_STATUS
               ORDER BY P.OFFER_START, P.CAMPAIGN_ID
           END-EXEC

           EXEC SQL
               OPEN PROMO_RESULTS_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error opening promo results cursor - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
               SET END-OF-FILE TO TRUE
           END-IF

           PERFORM WRITE-NEXT-CAMPAIGN
               UNTIL END-OF-FILE

           EXEC SQL
               CLOSE PROMO_RESULTS_CURSOR
           END-EXEC.

       WRITE-NEXT-CAMPAIGN.
           EXEC SQL
               FETCH PROMO_RESULTS_CURSOR INTO
               :SQL-PR-CAMPAIGN-ID,
               :SQL-PR-CAMPAIGN-NAME,
               :SQL-PR-OFFER-START,
               :SQL-PR-OFFER-END,
               :SQL-PR-BONUS-RATE,
               :SQL-PR-CAMPAIGN-STATUS,
               :SQL-PR-ENROLLMENTS,
               :SQL-PR-VESTED-COUNT,
               :SQL-PR-CLAWBACK-COUNT,
               :SQL-PR-NEW-MONEY,
               :SQL-PR-BONUS-EARNED,
               :SQL-PR-BONUS-CLAWED-BACK
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   PERFORM WRITE-CAMPAIGN-BLOCK
               WHEN 100
                   SET END-OF-FILE TO TRUE
               WHEN OTHER
                   MOVE SQLCODE TO WS-ERROR-CODE
                   STRING "Error fetching promo results - SQLCODE: "
                       SQLCODE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
                   SET END-OF-FILE TO TRUE
           END-EVALUATE.

       WRITE-CAMPAIGN-BLOCK.
           ADD 1 TO WS-CAMPAIGNS-REPORTED
           COMPUTE WS-ACTIVE-COUNT = SQL-PR-ENROLLMENTS
               - SQL-PR-VESTED-COUNT - SQL-PR-CLAWBACK-COUNT
           COMPUTE WS-NET-COST =
               SQL-PR-BONUS-EARNED - SQL-PR-BONUS-CLAWED-BACK

           ADD SQL-PR-ENROLLMENTS TO WS-TOT-ENROLLMENTS
           ADD SQL-PR-NEW-MONEY TO WS-TOT-NEW-MONEY
           ADD SQL-PR-BONUS-EARNED TO WS-TOT-BONUS-PAID
           ADD SQL-PR-BONUS-CLAWED-BACK TO WS-TOT-CLAWED-BACK

           MOVE SQL-PR-BONUS-RATE TO WS-EDIT-RATE
           MOVE SPACES TO PROMO-REPORT-RECORD
           WRITE PROMO-REPORT-RECORD
           STRING "CAMPAIGN " SQL-PR-CAMPAIGN-ID
               " " SQL-PR-CAMPAIGN-NAME
               " " SQL-PR-OFFER-START " TO " SQL-PR-OFFER-END
               " RATE " WS-EDIT-RATE
               " " SQL-PR-CAMPAIGN-STATUS
               DELIMITED BY SIZE
               INTO PROMO-REPORT-RECORD
           WRITE PROMO-REPORT-RECORD

           MOVE SQL-PR-ENROLLMENTS TO WS-EDIT-COUNT
           MOVE WS-ACTIVE-COUNT TO WS-EDIT-ACTIVE
           MOVE SQL-PR-VESTED-COUNT TO WS-EDIT-VESTED
           MOVE SQL-PR-CLAWBACK-COUNT TO WS-EDIT-CLAWBACK
           MOVE SPACES TO PROMO-REPORT-RECORD
           STRING "    ENROLLED " WS-EDIT-COUNT
               "   HOLDING " WS-EDIT-ACTIVE
               "   VESTED " WS-EDIT-VESTED
               "   CLAWED BACK " WS-EDIT-CLAWBACK
               DELIMITED BY SIZE
               INTO PROMO-REPORT-RECORD
           WRITE PROMO-REPORT-RECORD

           MOVE SQL-PR-NEW-MONEY TO WS-EDIT-NEW-MONEY
           MOVE SQL-PR-BONUS-EARNED TO WS-EDIT-BONUS-PAID
           MOVE SQL-PR-BONUS-CLAWED-BACK TO WS-EDIT-CLAWED-BACK
           MOVE WS-NET-COST TO WS-EDIT-NET-COST
           PERFORM WRITE-MONEY-LINE.

       WRITE-MONEY-LINE.
           MOVE SPACES TO PROMO-REPORT-RECORD
           STRING "    NEW MONEY " WS-EDIT-NEW-MONEY
               "  BONUS PAID " WS-EDIT-BONUS-PAID
               "  CLAWED BACK " WS-EDIT-CLAWED-BACK
               "  NET COST " WS-EDIT-NET-COST
               DELIMITED BY SIZE
               INTO PROMO-REPORT-RECORD
           WRITE PROMO-REPORT-RECORD.

       WRITE-REPORT-TOTALS.
           COMPUTE WS-NET-COST =
               WS-TOT-BONUS-PAID - WS-TOT-CLAWED-BACK

           MOVE SPACES TO PROMO-REPORT-RECORD
           WRITE PROMO-REPORT-RECORD
           MOVE WS-TOT-ENROLLMENTS TO WS-EDIT-COUNT
           STRING "ALL CAMPAIGNS  ENROLLED " WS-EDIT-COUNT
               DELIMITED BY SIZE
               INTO PROMO-REPORT-RECORD
           WRITE PROMO-REPORT-RECORD

           MOVE WS-TOT-NEW-MONEY TO WS-EDIT-NEW-MONEY
           MOVE WS-TOT-BONUS-PAID TO WS-EDIT-BONUS-PAID
           MOVE WS-TOT-CLAWED-BACK TO WS-EDIT-CLAWED-BACK
           MOVE WS-NET-COST TO WS-EDIT-NET-COST
           PERFORM WRITE-MONEY-LINE.

       GENERATE-SUMMARY-REPORT.
           DISPLAY "PROMOTIONAL CAMPAIGN RESULTS SUMMARY"
           DISPLAY "Campaigns Reported: " WS-CAMPAIGNS-REPORTED.

       CLEANUP-ROUTINE.
      * Disconnect from DB2 database
           PERFORM DB-DISCONNECT

           CLOSE PROMO-REPORT-FILE
                 ERROR-LOG-FILE

           DISPLAY "PROMOTIONAL CAMPAIGN RESULTS REPORT COMPLETE".

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
