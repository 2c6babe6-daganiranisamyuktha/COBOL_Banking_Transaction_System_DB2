      *================================================================*
      * Weekly Referential Integrity and Data Quality Scan             *
      * Runs a compiled catalog of rule checks across the DB2 tables  *
      * - owner links, cards, holds, loans, standing orders, term     *
      * deposits and household links that point at rows which are     *
      * missing or closed, and balances that break the account's own  *
      * rules - and records every violation on                        *
      * INTEGRITY_FINDING_TABLE with its rule, table, key and         *
      * severity.  Each finding carries the date the same violation   *
      * was first seen, so one new since the prior scan is flagged;   *
      * INTEGRITY_SCAN_TABLE keeps the per-rule violation, new and    *
      * cleared counts that show whether the backlog is shrinking.    *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGRITY-SCAN-BATCH.
       DATE-WRITTEN. 2026-10-15.
       AUTHOR. Updated 2026-10-15 for DB2 Integration.
       REMARKS. WEEKLY CROSS-TABLE INTEGRITY AND DATA QUALITY SCAN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Configuration file containing DB2 connection parameters
           SELECT CONFIG-FILE
               ASSIGN TO "DB2CONFIG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-FILE-STATUS.

      * Optional run parameter file - the date the scan is taken as
           SELECT RUN-PARAM-FILE
               ASSIGN TO "RUNPARAM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-PARAM-FILE-STATUS.

           SELECT SCAN-REPORT-FILE
               ASSIGN TO "INTEGRITYRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCAN-REPORT-STATUS.

           SELECT ERROR-LOG-FILE
               ASSIGN TO "INTEGRITYERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERROR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * Run Parameter File Record Structure - only the business date
      * is used here
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

       FD  SCAN-REPORT-FILE.
       01  SCAN-REPORT-RECORD         PIC X(130).

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
           05  WS-SCAN-REPORT-STATUS      PIC XX.
           05  WS-ERROR-FILE-STATUS       PIC XX.

      * Error Code Management
       01  WS-ERROR-CODES.
           05  WS-ERROR-CODE              PIC 9(4).
               88  ERR-NONE               VALUE 0000.
               88  ERR-NEW-VIOLATION      VALUE 1047.
               88  ERR-FILE-ACCESS        VALUE 3001.
               88  ERR-SYSTEM-ERROR       VALUE 9999.
           05  WS-ERROR-MESSAGE-PARAM     PIC X(80).

      * Rule Catalog - rule ID, the table whose rows it judges, its
      * severity and what a violation means.  Each rule's check is
      * the DB-RULE- paragraph DB-COLLECT-RULE-FINDINGS picks for its
      * position; RI rules are referential, DQ rules data quality.
       01  WS-RULE-CATALOG.
           05  WS-RULE-VALUES.
               10  FILLER  PIC X(6)  VALUE "RI001".
               10  FILLER  PIC X(24) VALUE "CUSTOMER_ACCOUNT_TABLE".
               10  FILLER  PIC X(6)  VALUE "HIGH".
               10  FILLER  PIC X(44)
                   VALUE "OWNER LINK TO AN ACCOUNT THAT DOES NOT EXIST".
               10  FILLER  PIC X(6)  VALUE "RI002".
               10  FILLER  PIC X(24) VALUE "CUSTOMER_ACCOUNT_TABLE".
               10  FILLER  PIC X(6)  VALUE "HIGH".
               10  FILLER  PIC X(44)
                   VALUE "OWNER LINK TO A CUSTOMER THAT DOES NOT EXIST".
               10  FILLER  PIC X(6)  VALUE "RI003".
               10  FILLER  PIC X(24) VALUE "CARD_MASTER_TABLE".
               10  FILLER  PIC X(6)  VALUE "HIGH".
               10  FILLER  PIC X(44)
                   VALUE "ACTIVE CARD ON A CLOSED OR MISSING ACCOUNT".
               10  FILLER  PIC X(6)  VALUE "RI004".
               10  FILLER  PIC X(24) VALUE "FUNDS_HOLD_TABLE".
               10  FILLER  PIC X(6)  VALUE "MEDIUM".
               10  FILLER  PIC X(44)
                   VALUE "OPEN HOLD ON A CLOSED OR MISSING ACCOUNT".
               10  FILLER  PIC X(6)  VALUE "RI005".
               10  FILLER  PIC X(24) VALUE "LOAN_MASTER_TABLE".
               10  FILLER  PIC X(6)  VALUE "HIGH".
               10  FILLER  PIC X(44)
                   VALUE "LOAN BORROWER HAS NO CUSTOMER ROW".
               10  FILLER  PIC X(6)  VALUE "RI006".
               10  FILLER  PIC X(24) VALUE "LOAN_MASTER_TABLE".
               10  FILLER  PIC X(6)  VALUE "MEDIUM".
               10  FILLER  PIC X(44)
                   VALUE "LOAN DEPOSIT ACCOUNT DOES NOT EXIST".
               10  FILLER  PIC X(6)  VALUE "RI007".
               10  FILLER  PIC X(24) VALUE "STANDING_ORDER_TABLE".
               10  FILLER  PIC X(6)  VALUE "MEDIUM".
               10  FILLER  PIC X(44)
                   VALUE "ACTIVE ORDER ON A CLOSED OR MISSING ACCOUNT".
               10  FILLER  PIC X(6)  VALUE "RI008".
               10  FILLER  PIC X(24) VALUE "TERM_DEPOSIT_TABLE".
               10  FILLER  PIC X(6)  VALUE "MEDIUM".
               10  FILLER  PIC X(44)
                   VALUE "OPEN TERM ON A CLOSED OR MISSING ACCOUNT".
               10  FILLER  PIC X(6)  VALUE "RI009".
               10  FILLER  PIC X(24) VALUE "HOUSEHOLD_MEMBER_TABLE".
               10  FILLER  PIC X(6)  VALUE "LOW".
               10  FILLER  PIC X(44)
                   VALUE "HOUSEHOLD MEMBER HAS NO CUSTOMER ROW".
               10  FILLER  PIC X(6)  VALUE "RI010".
               10  FILLER  PIC X(24) VALUE "ACCOUNT_TABLE".
               10  FILLER  PIC X(6)  VALUE "MEDIUM".
               10  FILLER  PIC X(44)
                   VALUE "ACCOUNT WITH NO OWNER OF ANY KIND".
               10  FILLER  PIC X(6)  VALUE "DQ001".
               10  FILLER  PIC X(24) VALUE "ACCOUNT_TABLE".
               10  FILLER  PIC X(6)  VALUE "HIGH".
               10  FILLER  PIC X(44)
                   VALUE "NEGATIVE BALANCE WITH ZERO OVERDRAFT LIMIT".
               10  FILLER  PIC X(6)  VALUE "DQ002".
               10  FILLER  PIC X(24) VALUE "ACCOUNT_TABLE".
               10  FILLER  PIC X(6)  VALUE "HIGH".
               10  FILLER  PIC X(44)
                   VALUE "CLOSED ACCOUNT CARRYING A BALANCE".
               10  FILLER  PIC X(6)  VALUE "DQ003".
               10  FILLER  PIC X(24) VALUE "CUSTOMER_TABLE".
               10  FILLER  PIC X(6)  VALUE "LOW".
               10  FILLER  PIC X(44)
                   VALUE "DECEASED CUSTOMER WITH NO DATE OF DEATH".
           05  WS-RULE-ENTRY REDEFINES WS-RULE-VALUES
                                          OCCURS 13 TIMES.
               10  WS-RULE-ID             PIC X(6).
               10  WS-RULE-TABLE          PIC X(24).
               10  WS-RULE-SEVERITY       PIC X(6).
               10  WS-RULE-DESCRIPTION    PIC X(44).
           05  WS-RULE-COUNT              PIC 9(2) COMP VALUE 13.
           05  WS-RULE-INDEX              PIC 9(2) COMP VALUE ZERO.

      * Report Work Area
       01  WS-SCAN-WORK.
           05  WS-NEW-MARKER              PIC X(3).
           05  WS-TREND                   PIC X(9).
           05  WS-EDIT-VIOLATIONS         PIC ZZZ,ZZ9.
           05  WS-EDIT-PRIOR              PIC ZZZ,ZZ9.
           05  WS-EDIT-NEW                PIC ZZZ,ZZ9.
           05  WS-EDIT-CLEARED            PIC ZZZ,ZZ9.

      * Processing Statistics
       01  WS-PROCESSING-STATS.
           05  WS-TOTAL-VIOLATIONS        PIC 9(7) COMP VALUE ZERO.
           05  WS-TOTAL-PRIOR             PIC 9(7) COMP VALUE ZERO.
           05  WS-TOTAL-NEW               PIC 9(7) COMP VALUE ZERO.
           05  WS-TOTAL-CLEARED           PIC 9(7) COMP VALUE ZERO.
           05  WS-HIGH-VIOLATIONS         PIC 9(7) COMP VALUE ZERO.
           05  WS-FINDINGS-LISTED         PIC 9(7) COMP VALUE ZERO.

      * Work Areas and Flags
       01  WS-WORK-AREAS.
           05  WS-EOF-FLAG                PIC X VALUE 'N'.
               88  END-OF-FILE            VALUE 'Y'.
               88  NOT-END-OF-FILE        VALUE 'N'.

           05  WS-PRIOR-SCAN-FLAG         PIC X VALUE 'N'.
               88  PRIOR-SCAN-FOUND       VALUE 'Y'.
               88  FIRST-SCAN             VALUE 'N'.

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
               SCAN-REPORT-FILE
               ERROR-LOG-FILE.

           DISPLAY "FILE PROCESSING ERROR DETECTED"
           PERFORM ABNORMAL-TERMINATION.
       END DECLARATIVES.

       MAIN-PROCESSING SECTION.
       MAIN-PROCESSING-ROUTINE.
           PERFORM INITIALIZATION-ROUTINE
           PERFORM RUN-RULE-CATALOG
           PERFORM DB-CARRY-FORWARD-FINDINGS
           PERFORM REPORT-RULE-SUMMARY
           PERFORM REPORT-FINDINGS
           PERFORM COMMIT-SCAN-BATCH
           PERFORM GENERATE-SUMMARY-REPORT
           PERFORM CLEANUP-ROUTINE
           STOP RUN.

       INITIALIZATION-ROUTINE.
      * Open report and error log files
           OPEN OUTPUT SCAN-REPORT-FILE
                OUTPUT ERROR-LOG-FILE

           IF WS-SCAN-REPORT-STATUS NOT = "00"
              DISPLAY "ERROR OPENING INTEGRITY REPORT FILE"
              PERFORM ABNORMAL-TERMINATION
           END-IF

           IF WS-ERROR-FILE-STATUS NOT = "00"
              DISPLAY "ERROR OPENING ERROR LOG FILE"
              PERFORM ABNORMAL-TERMINATION
           END-IF

      * Get current system date and time
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS

           DISPLAY "REFERENTIAL INTEGRITY AND DATA QUALITY SCAN"
           DISPLAY "DATE: " WS-YEAR "-" WS-MONTH "-" WS-DAY
           DISPLAY "TIME: " WS-HOUR ":" WS-MINUTE ":" WS-SECOND

      * A supplied RUNPARAM business date overrides the system date
           OPEN INPUT RUN-PARAM-FILE
           IF WS-RUN-PARAM-FILE-STATUS = "00"
               READ RUN-PARAM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PM-BUS-YEAR NOT = ZERO
                           MOVE PM-BUSINESS-DATE TO WS-CURRENT-DATE
                       END-IF
               END-READ
               CLOSE RUN-PARAM-FILE
           END-IF

           MOVE SPACES TO IS-SCAN-DATE
           STRING WS-YEAR "-" WS-MONTH "-" WS-DAY
               DELIMITED BY SIZE
               INTO IS-SCAN-DATE

      * Load database configuration from external file
           PERFORM LOAD-DATABASE-CONFIG

      * Connect to DB2 database
           PERFORM DB-CONNECT

      * Register this job on the job control table.  A weekly scan
      * of the tables at rest, it follows no job in the nightly
      * stream.
           MOVE "INTEGRITY-SCAN-BATCH" TO JC-PROGRAM-ID
           MOVE SPACES TO JC-PREDECESSOR-ID
           PERFORM DB-CHECK-JOB-PREDECESSOR
           PERFORM DB-REGISTER-JOB-START

      * A rerun for the same date replaces that date's scan; the
      * findings are then judged against the latest earlier scan
           PERFORM DB-CLEAR-SCAN-DATE
           PERFORM DB-GET-PRIOR-SCAN-DATE

           MOVE SPACES TO SCAN-REPORT-RECORD
           IF PRIOR-SCAN-FOUND
               STRING "INTEGRITY SCAN FOR " IS-SCAN-DATE
                   "   COMPARED WITH SCAN OF " IS-PRIOR-SCAN-DATE
                   DELIMITED BY SIZE
                   INTO SCAN-REPORT-RECORD
           ELSE
               STRING "INTEGRITY SCAN FOR " IS-SCAN-DATE
                   "   FIRST SCAN - EVERY VIOLATION IS NEW"
                   DELIMITED BY SIZE
                   INTO SCAN-REPORT-RECORD
           END-IF
           WRITE SCAN-REPORT-RECORD.

       RUN-RULE-CATALOG.
           PERFORM RUN-ONE-RULE
               VARYING WS-RULE-INDEX FROM 1 BY 1
               UNTIL WS-RULE-INDEX > WS-RULE-COUNT.

       RUN-ONE-RULE.
           MOVE WS-RULE-ID (WS-RULE-INDEX) TO SQL-IS-RULE-ID
           MOVE WS-RULE-TABLE (WS-RULE-INDEX) TO SQL-IS-TABLE-NAME
           MOVE WS-RULE-SEVERITY (WS-RULE-INDEX) TO SQL-IS-SEVERITY
           PERFORM DB-COLLECT-RULE-FINDINGS

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               MOVE SQLCODE TO WS-ERROR-CODE
               MOVE SPACES TO WS-ERROR-MESSAGE-PARAM
               STRING "Error running rule " SQL-IS-RULE-ID
                   " - SQLCODE: " SQLCODE
                   DELIMITED BY SIZE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       REPORT-RULE-SUMMARY.
           MOVE SPACES TO SCAN-REPORT-RECORD
           WRITE SCAN-REPORT-RECORD
           MOVE SPACES TO SCAN-REPORT-RECORD
           STRING "RULE   TABLE                    SEVER  "
               "VIOLATED    PRIOR      NEW  CLEARED  "
               "DESCRIPTION"
               DELIMITED BY SIZE
               INTO SCAN-REPORT-RECORD
           WRITE SCAN-REPORT-RECORD

           PERFORM SUMMARIZE-ONE-RULE
               VARYING WS-RULE-INDEX FROM 1 BY 1
               UNTIL WS-RULE-INDEX > WS-RULE-COUNT.

       SUMMARIZE-ONE-RULE.
           MOVE WS-RULE-ID (WS-RULE-INDEX) TO SQL-IS-RULE-ID
           MOVE WS-RULE-TABLE (WS-RULE-INDEX) TO SQL-IS-TABLE-NAME
           MOVE WS-RULE-SEVERITY (WS-RULE-INDEX) TO SQL-IS-SEVERITY
           PERFORM DB-COUNT-RULE-FINDINGS
           PERFORM DB-INSERT-SCAN-SUMMARY

           ADD SQL-IS-VIOLATION-COUNT TO WS-TOTAL-VIOLATIONS
           ADD SQL-IS-PRIOR-COUNT TO WS-TOTAL-PRIOR
           ADD SQL-IS-NEW-COUNT TO WS-TOTAL-NEW
           ADD SQL-IS-CLEARED-COUNT TO WS-TOTAL-CLEARED
           IF SQL-IS-SEVERITY = "HIGH"
               ADD SQL-IS-VIOLATION-COUNT TO WS-HIGH-VIOLATIONS
           END-IF

           MOVE SQL-IS-VIOLATION-COUNT TO WS-EDIT-VIOLATIONS
           MOVE SQL-IS-PRIOR-COUNT TO WS-EDIT-PRIOR
           MOVE SQL-IS-NEW-COUNT TO WS-EDIT-NEW
           MOVE SQL-IS-CLEARED-COUNT TO WS-EDIT-CLEARED
           MOVE SPACES TO SCAN-REPORT-RECORD
           STRING SQL-IS-RULE-ID " " SQL-IS-TABLE-NAME " "
               SQL-IS-SEVERITY " " WS-EDIT-VIOLATIONS
               "  " WS-EDIT-PRIOR "  " WS-EDIT-NEW
               "  " WS-EDIT-CLEARED "  "
               WS-RULE-DESCRIPTION (WS-RULE-INDEX)
               DELIMITED BY SIZE
               INTO SCAN-REPORT-RECORD
           WRITE SCAN-REPORT-RECORD

      * A violation the prior scan did not have is a fresh breakage,
      * not backlog - it goes to the operations log as well
           IF SQL-IS-NEW-COUNT > ZERO AND PRIOR-SCAN-FOUND
               SET ERR-NEW-VIOLATION TO TRUE
               MOVE SPACES TO WS-ERROR-MESSAGE-PARAM
               STRING "NEW INTEGRITY VIOLATIONS " SQL-IS-RULE-ID
                   " " SQL-IS-TABLE-NAME " " WS-EDIT-NEW
                   DELIMITED BY SIZE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       REPORT-FINDINGS.
      * Every violation, most severe first, new ones marked
           MOVE SPACES TO SCAN-REPORT-RECORD
           WRITE SCAN-REPORT-RECORD
           MOVE SPACES TO SCAN-REPORT-RECORD
           STRING "NEW RULE   SEVER  TABLE                    "
               "KEY                                      FIRST SEEN"
               DELIMITED BY SIZE
               INTO SCAN-REPORT-RECORD
           WRITE SCAN-REPORT-RECORD

           SET NOT-END-OF-FILE TO TRUE
           PERFORM DB-OPEN-FINDING-CURSOR
           PERFORM REPORT-NEXT-FINDING
               UNTIL END-OF-FILE
           PERFORM DB-CLOSE-FINDING-CURSOR.

       REPORT-NEXT-FINDING.
           PERFORM DB-FETCH-NEXT-FINDING

           IF NOT END-OF-FILE
               ADD 1 TO WS-FINDINGS-LISTED
               IF IS-NEW-FINDING
                   MOVE "NEW" TO WS-NEW-MARKER
               ELSE
                   MOVE SPACES TO WS-NEW-MARKER
               END-IF
               MOVE SPACES TO SCAN-REPORT-RECORD
               STRING WS-NEW-MARKER " " SQL-IS-RULE-ID " "
                   SQL-IS-SEVERITY " " SQL-IS-TABLE-NAME " "
                   SQL-IS-ITEM-KEY " " SQL-IS-FIRST-SEEN-DATE
                   DELIMITED BY SIZE
                   INTO SCAN-REPORT-RECORD
               WRITE SCAN-REPORT-RECORD
           END-IF.

       COMMIT-SCAN-BATCH.
      * Commit the findings and the per-rule counts in one unit of
      * work, so DB-DISCONNECT below doesn't roll them back
           EXEC SQL
               COMMIT WORK
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error committing integrity scan - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       GENERATE-SUMMARY-REPORT.
      * The week-over-week direction of the whole backlog
           EVALUATE TRUE
               WHEN FIRST-SCAN
                   MOVE "BASELINE" TO WS-TREND
               WHEN WS-TOTAL-VIOLATIONS < WS-TOTAL-PRIOR
                   MOVE "SHRINKING" TO WS-TREND
               WHEN WS-TOTAL-VIOLATIONS > WS-TOTAL-PRIOR
                   MOVE "GROWING" TO WS-TREND
               WHEN OTHER
                   MOVE "UNCHANGED" TO WS-TREND
           END-EVALUATE

           MOVE WS-TOTAL-VIOLATIONS TO WS-EDIT-VIOLATIONS
           MOVE WS-TOTAL-PRIOR TO WS-EDIT-PRIOR
           MOVE WS-TOTAL-NEW TO WS-EDIT-NEW
           MOVE WS-TOTAL-CLEARED TO WS-EDIT-CLEARED
           MOVE SPACES TO SCAN-REPORT-RECORD
           WRITE SCAN-REPORT-RECORD
           STRING "TOTAL VIOLATIONS " WS-EDIT-VIOLATIONS
               "  PRIOR " WS-EDIT-PRIOR
               "  NEW " WS-EDIT-NEW
               "  CLEARED " WS-EDIT-CLEARED
               "  BACKLOG " WS-TREND
               DELIMITED BY SIZE
               INTO SCAN-REPORT-RECORD
           WRITE SCAN-REPORT-RECORD

           DISPLAY "INTEGRITY SCAN SUMMARY"
           DISPLAY "Violations Found:   " WS-TOTAL-VIOLATIONS
           DISPLAY "High Severity:      " WS-HIGH-VIOLATIONS
           DISPLAY "Prior Scan Total:   " WS-TOTAL-PRIOR
           DISPLAY "New Since Prior:    " WS-TOTAL-NEW
           DISPLAY "Cleared Since Prior:" WS-TOTAL-CLEARED
           DISPLAY "Backlog Trend:      " WS-TREND.

       CLEANUP-ROUTINE.
      * Flip this job to COMPLETE on the job control table so
      * downstream predecessor checks open up
           PERFORM DB-REGISTER-JOB-COMPLETE

      * Disconnect from DB2 database
           PERFORM DB-DISCONNECT

           CLOSE SCAN-REPORT-FILE
                 ERROR-LOG-FILE

           DISPLAY "INTEGRITY SCAN COMPLETE".

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

       DB-CLEAR-SCAN-DATE.
           EXEC SQL
               DELETE FROM INTEGRITY_FINDING_TABLE
               WHERE SCAN_DATE = :IS-SCAN-DATE
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error clearing scan findings - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF

           EXEC SQL
               DELETE FROM INTEGRITY_SCAN_TABLE
               WHERE SCAN_DATE = :IS-SCAN-DATE
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error clearing scan counts - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       DB-GET-PRIOR-SCAN-DATE.
           SET FIRST-SCAN TO TRUE
           MOVE SPACES TO IS-PRIOR-SCAN-DATE

           EXEC SQL
               SELECT COALESCE(CHAR(MAX(SCAN_DATE), ISO), ' ')
               INTO :IS-PRIOR-SCAN-DATE
               FROM INTEGRITY_SCAN_TABLE
               WHERE SCAN_DATE < :IS-SCAN-DATE
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SPACES TO IS-PRIOR-SCAN-DATE
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error reading prior scan date - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF

           IF IS-PRIOR-SCAN-DATE NOT = SPACES
               SET PRIOR-SCAN-FOUND TO TRUE
           END-IF.

       DB-COLLECT-RULE-FINDINGS.
      * One rule's violations onto the findings table, each first
      * seen today until DB-CARRY-FORWARD-FINDINGS says otherwise
           EVALUATE WS-RULE-INDEX
               WHEN 1
                   PERFORM DB-RULE-LINK-NO-ACCOUNT
               WHEN 2
                   PERFORM DB-RULE-LINK-NO-CUSTOMER
               WHEN 3
                   PERFORM DB-RULE-CARD-ON-CLOSED
               WHEN 4
                   PERFORM DB-RULE-HOLD-ON-CLOSED
               WHEN 5
                   PERFORM DB-RULE-LOAN-NO-CUSTOMER
               WHEN 6
                   PERFORM DB-RULE-LOAN-NO-DEPOSIT
               WHEN 7
                   PERFORM DB-RULE-ORDER-ON-CLOSED
               WHEN 8
                   PERFORM DB-RULE-TERM-ON-CLOSED
               WHEN 9
                   PERFORM DB-RULE-MEMBER-NO-CUSTOMER
               WHEN 10
                   PERFORM DB-RULE-ACCOUNT-NO-OWNER
               WHEN 11
                   PERFORM DB-RULE-NEGATIVE-NO-OD
               WHEN 12
                   PERFORM DB-RULE-CLOSED-WITH-BALANCE
               WHEN OTHER
                   PERFORM DB-RULE-DECEASED-NO-DATE
           END-EVALUATE.

       DB-RULE-LINK-NO-ACCOUNT.
           EXEC SQL
               INSERT INTO INTEGRITY_FINDING_TABLE
                   (SCAN_DATE, RULE_ID, ITEM_KEY, TABLE_NAME,
                    SEVERITY, FIRST_SEEN_DATE, NEW_FLAG)
               SELECT DATE(:IS-SCAN-DATE), :SQL-IS-RULE-ID,
                      RTRIM(CA.ACCOUNT_NUMBER) || '/'
                      || CA.CUSTOMER_ID,
                      :SQL-IS-TABLE-NAME, :SQL-IS-SEVERITY,
                      DATE(:IS-SCAN-DATE), 'Y'
               FROM CUSTOMER_ACCOUNT_TABLE CA
               WHERE NOT EXISTS
                     (SELECT 1 FROM ACCOUNT_TABLE A
                      WHERE A.CUSTOMER_ID = CA.ACCOUNT_NUMBER)
           END-EXEC.

       DB-RULE-LINK-NO-CUSTOMER.
           EXEC SQL
               INSERT INTO INTEGRITY_FINDING_TABLE
                   (SCAN_DATE, RULE_ID, ITEM_KEY, TABLE_NAME,
                    SEVERITY, FIRST_SEEN_DATE, NEW_FLAG)
               SELECT DATE(:IS-SCAN-DATE), :SQL-IS-RULE-ID,
                      RTRIM(CA.ACCOUNT_NUMBER) || '/'
                      || CA.CUSTOMER_ID,
                      :SQL-IS-TABLE-NAME, :SQL-IS-SEVERITY,
                      DATE(:IS-SCAN-DATE), 'Y'
               FROM CUSTOMER_ACCOUNT_TABLE CA
               WHERE NOT EXISTS
                     (SELECT 1 FROM CUSTOMER_TABLE C
                      WHERE C.CUSTOMER_ID = CA.CUSTOMER_ID)
           END-EXEC.

       DB-RULE-CARD-ON-CLOSED.
           EXEC SQL
               INSERT INTO INTEGRITY_FINDING_TABLE
                   (SCAN_DATE, RULE_ID, ITEM_KEY, TABLE_NAME,
                    SEVERITY, FIRST_SEEN_DATE, NEW_FLAG)
               SELECT DATE(:IS-SCAN-DATE), :SQL-IS-RULE-ID,
                      K.CARD_NUMBER,
                      :SQL-IS-TABLE-NAME, :SQL-IS-SEVERITY,
                      DATE(:IS-SCAN-DATE), 'Y'
               FROM CARD_MASTER_TABLE K
               WHERE COALESCE(K.CARD_STATUS, 'ACTIVE') = 'ACTIVE'
               AND NOT EXISTS
                     (SELECT 1 FROM ACCOUNT_TABLE A
                      WHERE A.CUSTOMER_ID = K.ACCOUNT_NUMBER
                      AND A.ACCOUNT_STATUS <> 'CLOSED')
           END-EXEC.

       DB-RULE-HOLD-ON-CLOSED.
      * A hold carries no key of its own; two identical holds on one
      * account are one finding
           EXEC SQL
               INSERT INTO INTEGRITY_FINDING_TABLE
                   (SCAN_DATE, RULE_ID, ITEM_KEY, TABLE_NAME,
                    SEVERITY, FIRST_SEEN_DATE, NEW_FLAG)
               SELECT DISTINCT DATE(:IS-SCAN-DATE), :SQL-IS-RULE-ID,
                      RTRIM(H.ACCOUNT_ID) || '/'
                      || COALESCE(H.HOLD_REFERENCE, ' '),
                      :SQL-IS-TABLE-NAME, :SQL-IS-SEVERITY,
                      DATE(:IS-SCAN-DATE), 'Y'
               FROM FUNDS_HOLD_TABLE H
               WHERE COALESCE(H.HOLD_STATUS, 'HELD') = 'HELD'
               AND NOT EXISTS
                     (SELECT 1 FROM ACCOUNT_TABLE A
                      WHERE A.CUSTOMER_ID = H.ACCOUNT_ID
                      AND A.ACCOUNT_STATUS <> 'CLOSED')
           END-EXEC.

       DB-RULE-LOAN-NO-CUSTOMER.
           EXEC SQL
               INSERT INTO INTEGRITY_FINDING_TABLE
                   (SCAN_DATE, RULE_ID, ITEM_KEY, TABLE_NAME,
                    SEVERITY, FIRST_SEEN_DATE, NEW_FLAG)
               SELECT DATE(:IS-SCAN-DATE), :SQL-IS-RULE-ID,
                      RTRIM(L.LOAN_ID) || '/' || L.CUSTOMER_ID,
                      :SQL-IS-TABLE-NAME, :SQL-IS-SEVERITY,
                      DATE(:IS-SCAN-DATE), 'Y'
               FROM LOAN_MASTER_TABLE L
               WHERE NOT EXISTS
                     (SELECT 1 FROM CUSTOMER_TABLE C
                      WHERE C.CUSTOMER_ID = L.CUSTOMER_ID)
           END-EXEC.

       DB-RULE-LOAN-NO-DEPOSIT.
           EXEC SQL
               INSERT INTO INTEGRITY_FINDING_TABLE
                   (SCAN_DATE, RULE_ID, ITEM_KEY, TABLE_NAME,
                    SEVERITY, FIRST_SEEN_DATE, NEW_FLAG)
               SELECT DATE(:IS-SCAN-DATE), :SQL-IS-RULE-ID,
                      RTRIM(L.LOAN_ID) || '/' || L.DEPOSIT_ACCOUNT,
                      :SQL-IS-TABLE-NAME, :SQL-IS-SEVERITY,
                      DATE(:IS-SCAN-DATE), 'Y'
               FROM LOAN_MASTER_TABLE L
               WHERE COALESCE(L.DEPOSIT_ACCOUNT, ' ') <> ' '
               AND NOT EXISTS
                     (SELECT 1 FROM ACCOUNT_TABLE A
                      WHERE A.CUSTOMER_ID = L.DEPOSIT_ACCOUNT)
           END-EXEC.

       DB-RULE-ORDER-ON-CLOSED.
           EXEC SQL
               INSERT INTO INTEGRITY_FINDING_TABLE
                   (SCAN_DATE, RULE_ID, ITEM_KEY, TABLE_NAME,
                    SEVERITY, FIRST_SEEN_DATE, NEW_FLAG)
               SELECT DATE(:IS-SCAN-DATE), :SQL-IS-RULE-ID,
                      RTRIM(S.ORDER_ID) || '/' || S.CUSTOMER_ID,
                      :SQL-IS-TABLE-NAME, :SQL-IS-SEVERITY,
                      DATE(:IS-SCAN-DATE), 'Y'
               FROM STANDING_ORDER_TABLE S
               WHERE COALESCE(S.STATUS, 'ACTIVE') = 'ACTIVE'
               AND NOT EXISTS
                     (SELECT 1 FROM ACCOUNT_TABLE A
                      WHERE A.CUSTOMER_ID = S.CUSTOMER_ID
                      AND A.ACCOUNT_STATUS <> 'CLOSED')
           END-EXEC.

       DB-RULE-TERM-ON-CLOSED.
           EXEC SQL
               INSERT INTO INTEGRITY_FINDING_TABLE
                   (SCAN_DATE, RULE_ID, ITEM_KEY, TABLE_NAME,
                    SEVERITY, FIRST_SEEN_DATE, NEW_FLAG)
               SELECT DATE(:IS-SCAN-DATE), :SQL-IS-RULE-ID,
                      T.ACCOUNT_NUMBER,
                      :SQL-IS-TABLE-NAME, :SQL-IS-SEVERITY,
                      DATE(:IS-SCAN-DATE), 'Y'
               FROM TERM_DEPOSIT_TABLE T
               WHERE COALESCE(T.TERM_STATUS, 'OPEN') = 'OPEN'
               AND NOT EXISTS
                     (SELECT 1 FROM ACCOUNT_TABLE A
                      WHERE A.CUSTOMER_ID = T.ACCOUNT_NUMBER
                      AND A.ACCOUNT_STATUS <> 'CLOSED')
           END-EXEC.

       DB-RULE-MEMBER-NO-CUSTOMER.
           EXEC SQL
               INSERT INTO INTEGRITY_FINDING_TABLE
                   (SCAN_DATE, RULE_ID, ITEM_KEY, TABLE_NAME,
                    SEVERITY, FIRST_SEEN_DATE, NEW_FLAG)
               SELECT DATE(:IS-SCAN-DATE), :SQL-IS-RULE-ID,
                      RTRIM(M.CUSTOMER_ID) || '/' || M.HOUSEHOLD_ID,
                      :SQL-IS-TABLE-NAME, :SQL-IS-SEVERITY,
                      DATE(:IS-SCAN-DATE), 'Y'
               FROM HOUSEHOLD_MEMBER_TABLE M
               WHERE NOT EXISTS
                     (SELECT 1 FROM CUSTOMER_TABLE C
                      WHERE C.CUSTOMER_ID = M.CUSTOMER_ID)
           END-EXEC.

       DB-RULE-ACCOUNT-NO-OWNER.
      * An account with no relationship row belongs to its own
      * same-ID customer - a violation only when that is missing too
           EXEC SQL
               INSERT INTO INTEGRITY_FINDING_TABLE
                   (SCAN_DATE, RULE_ID, ITEM_KEY, TABLE_NAME,
                    SEVERITY, FIRST_SEEN_DATE, NEW_FLAG)
               SELECT DATE(:IS-SCAN-DATE), :SQL-IS-RULE-ID,
                      A.CUSTOMER_ID,
                      :SQL-IS-TABLE-NAME, :SQL-IS-SEVERITY,
                      DATE(:IS-SCAN-DATE), 'Y'
               FROM ACCOUNT_TABLE A
               WHERE NOT EXISTS
                     (SELECT 1 FROM CUSTOMER_ACCOUNT_TABLE CA
                      WHERE CA.ACCOUNT_NUMBER = A.CUSTOMER_ID)
               AND NOT EXISTS
                     (SELECT 1 FROM CUSTOMER_TABLE C
                      WHERE C.CUSTOMER_ID = A.CUSTOMER_ID)
           END-EXEC.

       DB-RULE-NEGATIVE-NO-OD.
           EXEC SQL
               INSERT INTO INTEGRITY_FINDING_TABLE
                   (SCAN_DATE, RULE_ID, ITEM_KEY, TABLE_NAME,
                    SEVERITY, FIRST_SEEN_DATE, NEW_FLAG)
               SELECT DATE(:IS-SCAN-DATE), :SQL-IS-RULE-ID,
                      A.CUSTOMER_ID,
                      :SQL-IS-TABLE-NAME, :SQL-IS-SEVERITY,
                      DATE(:IS-SCAN-DATE), 'Y'
               FROM ACCOUNT_TABLE A
               WHERE A.ACCOUNT_BALANCE < 0
               AND COALESCE(A.OVERDRAFT_LIMIT, 0) = 0
               AND A.ACCOUNT_STATUS <> 'CLOSED'
           END-EXEC.

       DB-RULE-CLOSED-WITH-BALANCE.
           EXEC SQL
               INSERT INTO INTEGRITY_FINDING_TABLE
                   (SCAN_DATE, RULE_ID, ITEM_KEY, TABLE_NAME,
                    SEVERITY, FIRST_SEEN_DATE, NEW_FLAG)
               SELECT DATE(:IS-SCAN-DATE), :SQL-IS-RULE-ID,
                      A.CUSTOMER_ID,
                      :SQL-IS-TABLE-NAME, :SQL-IS-SEVERITY,
                      DATE(:IS-SCAN-DATE), 'Y'
               FROM ACCOUNT_TABLE A
               WHERE A.ACCOUNT_STATUS = 'CLOSED'
               AND A.ACCOUNT_BALANCE <> 0
           END-EXEC.

       DB-RULE-DECEASED-NO-DATE.
           EXEC SQL
               INSERT INTO INTEGRITY_FINDING_TABLE
                   (SCAN_DATE, RULE_ID, ITEM_KEY, TABLE_NAME,
                    SEVERITY, FIRST_SEEN_DATE, NEW_FLAG)
               SELECT DATE(:IS-SCAN-DATE), :SQL-IS-RULE-ID,
                      C.CUSTOMER_ID,
                      :SQL-IS-TABLE-NAME, :SQL-IS-SEVERITY,
                      DATE(:IS-SCAN-DATE), 'Y'
               FROM CUSTOMER_TABLE C
               WHERE COALESCE(C.DECEASED_FLAG, 'N') = 'Y'
               AND C.DECEASED_DATE IS NULL
           END-EXEC.

       DB-CARRY-FORWARD-FINDINGS.
      * A violation the prior scan already had keeps the date it was
      * first seen and is not new; the first scan has nothing to
      * carry
           IF PRIOR-SCAN-FOUND
               EXEC SQL
                   UPDATE INTEGRITY_FINDING_TABLE F
                   SET FIRST_SEEN_DATE =
                         (SELECT P.FIRST_SEEN_DATE
                          FROM INTEGRITY_FINDING_TABLE P
                          WHERE P.SCAN_DATE = :IS-PRIOR-SCAN-DATE
                          AND P.RULE_ID = F.RULE_ID
                          AND P.ITEM_KEY = F.ITEM_KEY),
                       NEW_FLAG = 'N'
                   WHERE F.SCAN_DATE = :IS-SCAN-DATE
                   AND EXISTS
                         (SELECT 1
                          FROM INTEGRITY_FINDING_TABLE P
                          WHERE P.SCAN_DATE = :IS-PRIOR-SCAN-DATE
                          AND P.RULE_ID = F.RULE_ID
                          AND P.ITEM_KEY = F.ITEM_KEY)
               END-EXEC

               IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                   MOVE SQLCODE TO WS-ERROR-CODE
                   STRING "Error carrying findings forward - SQLCODE: "
                       SQLCODE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
               END-IF
           END-IF.

       DB-COUNT-RULE-FINDINGS.
           EXEC SQL
               SELECT COUNT(*),
                      COALESCE(SUM(CASE WHEN NEW_FLAG = 'Y'
                                        THEN 1 ELSE 0 END), 0)
               INTO :SQL-IS-VIOLATION-COUNT, :SQL-IS-NEW-COUNT
               FROM INTEGRITY_FINDING_TABLE
               WHERE SCAN_DATE = :IS-SCAN-DATE
               AND RULE_ID = :SQL-IS-RULE-ID
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE ZERO TO SQL-IS-VIOLATION-COUNT
               MOVE ZERO TO SQL-IS-NEW-COUNT
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error counting rule findings - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF

      * Every prior finding still present was carried forward as not
      * new, so what the prior scan had and this one lacks is cleared
           MOVE ZERO TO SQL-IS-PRIOR-COUNT
           MOVE ZERO TO SQL-IS-CLEARED-COUNT
           IF PRIOR-SCAN-FOUND
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :SQL-IS-PRIOR-COUNT
                   FROM INTEGRITY_FINDING_TABLE
                   WHERE SCAN_DATE = :IS-PRIOR-SCAN-DATE
                   AND RULE_ID = :SQL-IS-RULE-ID
               END-EXEC

               IF SQLCODE = 0
                   COMPUTE SQL-IS-CLEARED-COUNT =
                       SQL-IS-PRIOR-COUNT
                       - (SQL-IS-VIOLATION-COUNT - SQL-IS-NEW-COUNT)
               ELSE
                   MOVE ZERO TO SQL-IS-PRIOR-COUNT
                   MOVE SQLCODE TO WS-ERROR-CODE
                   STRING "Error counting prior findings - SQLCODE: "
                       SQLCODE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
               END-IF
           END-IF.

       DB-INSERT-SCAN-SUMMARY.
           EXEC SQL
               INSERT INTO INTEGRITY_SCAN_TABLE
                   (SCAN_DATE, RULE_ID, TABLE_NAME, SEVERITY,
                    VIOLATION_COUNT, PRIOR_COUNT, NEW_COUNT,
                    CLEARED_COUNT)
               VALUES
                   (:IS-SCAN-DATE, :SQL-IS-RULE-ID,
                    :SQL-IS-TABLE-NAME, :SQL-IS-SEVERITY,
                    :SQL-IS-VIOLATION-COUNT, :SQL-IS-PRIOR-COUNT,
                    :SQL-IS-NEW-COUNT, :SQL-IS-CLEARED-COUNT)
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error writing scan counts - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       DB-OPEN-FINDING-CURSOR.
           EXEC SQL
               DECLARE FINDING_CURSOR CURSOR FOR
               SELECT RULE_ID, TABLE_NAME, SEVERITY, ITEM_KEY,
                      CHAR(FIRST_SEEN_DATE, ISO), NEW_FLAG
               FROM INTEGRITY_FINDING_TABLE
               WHERE SCAN_DATE = :IS-SCAN-DATE
               ORDER BY CASE SEVERITY WHEN 'HIGH' THEN 1
                                      WHEN 'MEDIUM' THEN 2
                                      ELSE 3 END,
                        RULE_ID, ITEM_KEY
           END-EXEC

           EXEC SQL
               OPEN FINDING_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error opening finding cursor - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
               SET END-OF-FILE TO TRUE
           END-IF.

       DB-FETCH-NEXT-FINDING.
           EXEC SQL
               FETCH FINDING_CURSOR INTO
               :SQL-IS-RULE-ID,
               :SQL-IS-TABLE-NAME,
               :SQL-IS-SEVERITY,
               :SQL-IS-ITEM-KEY,
               :SQL-IS-FIRST-SEEN-DATE,
               :SQL-IS-NEW-FLAG
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   SET END-OF-FILE TO TRUE
               WHEN OTHER
                   MOVE SQLCODE TO WS-ERROR-CODE
                   STRING "Error fetching finding - SQLCODE: "
                       SQLCODE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
                   SET END-OF-FILE TO TRUE
           END-EVALUATE.

       DB-CLOSE-FINDING-CURSOR.
           EXEC SQL
               CLOSE FINDING_CURSOR
           END-EXEC.

           COPY "dbconfig_loader.cpy".

           COPY "jobcontrol.cpy".

           COPY "opslog.cpy".
