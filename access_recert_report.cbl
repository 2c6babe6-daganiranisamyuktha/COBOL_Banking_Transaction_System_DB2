      *================================================================*
      * Operator Access Recertification Report                         *
      * The quarterly review of who holds what.  Every ACTIVE row on  *
      * OPERATOR_ENTITLEMENT_TABLE is listed under the supervisor     *
      * EMPLOYEE_TABLE names for its operator, beside the last day    *
      * the operator actually exercised it - an accepted action on    *
      * OPERATIONS_LOG or a change history row under the function's   *
      * code.  Transaction keying (TXNENTRY) and customer maintenance *
      * (CUSTMAINT) are not gated by an entitlement row, so an        *
      * operator who keyed an item or changed a customer inside the   *
      * review window is listed for them too, as NOT GATED, from the  *
      * OPERATOR_ID on the postings and the change history.  An       *
      * entitlement not exercised within RECERT-UNUSED-DAYS (90) is   *
      * flagged, as is one held by an operator who is no longer an    *
      * active employee, and each operator's functions are checked    *
      * against the segregation-of-duties pairs below.  Supervisors   *
      * return KEEP or REVOKE per line through the access             *
      * recertification decision batch.                               *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCESS-RECERT-REPORT.
       DATE-WRITTEN. 2026-10-15.
       AUTHOR. Updated 2026-10-15 for DB2 Integration.
       REMARKS. OPERATOR ACCESS RECERTIFICATION AND SOD REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Configuration file containing DB2 connection parameters
           SELECT CONFIG-FILE
               ASSIGN TO "DB2CONFIG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-FILE-STATUS.

      * Optional run parameter file - business date override
           SELECT RUN-PARAM-FILE
               ASSIGN TO "RUNPARAM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-PARAM-FILE-STATUS.

           SELECT RECERT-REPORT-FILE
               ASSIGN TO "RECERTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECERT-REPORT-STATUS.

           SELECT ERROR-LOG-FILE
               ASSIGN TO "RECERTERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERROR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * Run Parameter File Record Structure - only the business date
      * is used here; the remaining fields belong to the processor
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

      * Recertification Report Record
       FD  RECERT-REPORT-FILE.
       01  RECERT-REPORT-RECORD       PIC X(130).

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
           05  WS-RECERT-REPORT-STATUS    PIC XX.
           05  WS-ERROR-FILE-STATUS       PIC XX.

      * Error Code Management
       01  WS-ERROR-CODES.
           05  WS-ERROR-CODE              PIC 9(4).
               88  ERR-NONE               VALUE 0000.
               88  ERR-TABLE-FULL         VALUE 2010.
               88  ERR-FILE-ACCESS        VALUE 3001.
               88  ERR-SYSTEM-ERROR       VALUE 9999.
           05  WS-ERROR-MESSAGE-PARAM     PIC X(80).

      * Review window - compiled default, overridden by the business
      * parameter table.  An entitlement last exercised before the
      * window opened, or never, is flagged UNUSED.
       01  WS-RECERT-RULES.
           05  WS-UNUSED-DAYS             PIC 9(3) VALUE 90.
           05  WS-UNUSED-CUTOFF           PIC X(10).

      * Segregation-of-duties pairs - an operator able to do both
      * functions of a pair is flagged as a toxic combination
       01  WS-SOD-RULE-VALUES.
           05  WS-SOD-RULE-LIST.
               10  FILLER             PIC X(10) VALUE "TXNENTRY".
               10  FILLER             PIC X(10) VALUE "TXNAUTH".
               10  FILLER             PIC X(40)
                   VALUE "MAKE AND CHECK A HOLD-QUEUE ITEM".
               10  FILLER             PIC X(10) VALUE "CUSTMAINT".
               10  FILLER             PIC X(10) VALUE "TXNENTRY".
               10  FILLER             PIC X(40)
                   VALUE "CHANGE AN ADDRESS AND POST A WITHDRAWAL".
               10  FILLER             PIC X(10) VALUE "ACCTMAINT".
               10  FILLER             PIC X(10) VALUE "TXNENTRY".
               10  FILLER             PIC X(40)
                   VALUE "REACTIVATE A DORMANT ACCOUNT AND POST".
           05  WS-SOD-RULE-TABLE REDEFINES WS-SOD-RULE-LIST
                   OCCURS 3 TIMES.
               10  WS-SOD-FUNCTION-1      PIC X(10).
               10  WS-SOD-FUNCTION-2      PIC X(10).
               10  WS-SOD-RULE-NAME       PIC X(40).
           05  WS-SOD-RULE-COUNT          PIC 9(2) COMP VALUE 3.
           05  WS-SOD-IX                  PIC 9(2) COMP.

      * The functions the operator in hand can perform, gathered
      * while their lines print and checked at the operator break
       01  WS-OPERATOR-AREA.
           05  WS-CURRENT-SUPERVISOR      PIC X(8).
           05  WS-CURRENT-OPERATOR        PIC X(8).
           05  WS-FIRST-ROW-FLAG          PIC X VALUE 'Y'.
               88  FIRST-ROW              VALUE 'Y'.
               88  NOT-FIRST-ROW          VALUE 'N'.
           05  WS-HELD-COUNT              PIC 9(4) COMP VALUE ZERO.
           05  WS-HELD-MAX                PIC 9(4) COMP VALUE 40.
           05  WS-HELD-IX                 PIC 9(4) COMP.
           05  WS-HELD-FUNCTION           PIC X(10) OCCURS 40 TIMES.
           05  WS-HOLDS-FUNCTION-1        PIC X VALUE 'N'.
               88  HOLDS-FUNCTION-1       VALUE 'Y'.
           05  WS-HOLDS-FUNCTION-2        PIC X VALUE 'N'.
               88  HOLDS-FUNCTION-2       VALUE 'Y'.

      * The entitlement line being printed
       01  WS-RECERT-LINE.
           05  WS-RV-AUTHORITY-TEXT       PIC X(14).
           05  WS-RV-AUTHORITY-DISPLAY    PIC ZZZ,ZZZ,ZZ9.99.
           05  WS-RV-LAST-USED-TEXT       PIC X(10).
           05  WS-RV-USAGE-FLAG           PIC X(16).
           05  WS-RV-STATUS-FLAG          PIC X(22).

      * Processing Statistics
       01  WS-PROCESSING-STATS.
           05  WS-SUPERVISORS-LISTED      PIC 9(7) VALUE ZERO.
           05  WS-OPERATORS-LISTED        PIC 9(7) VALUE ZERO.
           05  WS-ENTITLEMENTS-LISTED     PIC 9(7) VALUE ZERO.
           05  WS-UNGATED-LISTED          PIC 9(7) VALUE ZERO.
           05  WS-ENTITLEMENTS-UNUSED     PIC 9(7) VALUE ZERO.
           05  WS-INACTIVE-HOLDERS        PIC 9(7) VALUE ZERO.
           05  WS-SOD-CONFLICTS           PIC 9(7) VALUE ZERO.

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
               RECERT-REPORT-FILE
               ERROR-LOG-FILE.

           DISPLAY "FILE PROCESSING ERROR DETECTED"
           PERFORM ABNORMAL-TERMINATION.
       END DECLARATIVES.

       MAIN-PROCESSING SECTION.
       MAIN-PROCESSING-ROUTINE.
           PERFORM INITIALIZATION-ROUTINE
           PERFORM LIST-ENTITLEMENTS
           PERFORM COMMIT-RECERT-REPORT
           PERFORM GENERATE-SUMMARY-REPORT
           PERFORM CLEANUP-ROUTINE
           STOP RUN.

       INITIALIZATION-ROUTINE.
      * Open the recertification report and error log files
           OPEN OUTPUT RECERT-REPORT-FILE
                OUTPUT ERROR-LOG-FILE

           IF WS-RECERT-REPORT-STATUS NOT = "00"
              DISPLAY "ERROR OPENING RECERTIFICATION REPORT FILE"
              PERFORM ABNORMAL-TERMINATION
           END-IF

           IF WS-ERROR-FILE-STATUS NOT = "00"
              DISPLAY "ERROR OPENING ERROR LOG FILE"
              PERFORM ABNORMAL-TERMINATION
           END-IF

      * Get current system date and time
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS

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

           DISPLAY "OPERATOR ACCESS RECERTIFICATION REPORT"
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

      * Register this job on the job control table.  A quarterly
      * review, it follows no job in the stream.
           MOVE "ACCESS-RECERT-REPORT" TO JC-PROGRAM-ID
           MOVE SPACES TO JC-PREDECESSOR-ID
           PERFORM DB-CHECK-JOB-PREDECESSOR
           PERFORM DB-REGISTER-JOB-START

           MOVE "RECERT-UNUSED-DAYS" TO BP-PARAM-NAME
           PERFORM DB-GET-BUSINESS-PARAMETER
           IF BP-PARAM-FOUND
               MOVE SQL-BP-PARAM-VALUE TO WS-UNUSED-DAYS
           END-IF
           MOVE WS-UNUSED-DAYS TO SQL-RV-WINDOW-DAYS

           PERFORM DB-GET-UNUSED-CUTOFF

           MOVE SPACES TO RECERT-REPORT-RECORD
           STRING "OPERATOR ACCESS RECERTIFICATION " WS-SQL-CURRENT-DATE
               " - UNUSED MEANS NOT EXERCISED SINCE " WS-UNUSED-CUTOFF
               " (" WS-UNUSED-DAYS " DAYS)"
               DELIMITED BY SIZE
               INTO RECERT-REPORT-RECORD
           WRITE RECERT-REPORT-RECORD
           MOVE SPACES TO RECERT-REPORT-RECORD
           STRING "RETURN KEEP OR REVOKE FOR EACH LINE TO THE ACCESS "
               "RECERTIFICATION DECISION BATCH"
               DELIMITED BY SIZE
               INTO RECERT-REPORT-RECORD
           WRITE RECERT-REPORT-RECORD.

       LIST-ENTITLEMENTS.
      * One section per supervisor, one block per operator
           SET FIRST-ROW TO TRUE
           SET NOT-END-OF-FILE TO TRUE
           PERFORM DB-OPEN-ENTITLEMENT-CURSOR
           PERFORM LIST-NEXT-ENTITLEMENT
               UNTIL END-OF-FILE
           PERFORM DB-CLOSE-ENTITLEMENT-CURSOR

           IF NOT-FIRST-ROW
               PERFORM CLOSE-OPERATOR
               PERFORM CLOSE-SUPERVISOR
           ELSE
               MOVE SPACES TO RECERT-REPORT-RECORD
               WRITE RECERT-REPORT-RECORD
               MOVE "NO ACTIVE ENTITLEMENTS ON FILE"
                   TO RECERT-REPORT-RECORD
               WRITE RECERT-REPORT-RECORD
           END-IF.

       LIST-NEXT-ENTITLEMENT.
           PERFORM DB-FETCH-ENTITLEMENT

           IF NOT-END-OF-FILE
               EVALUATE TRUE
                   WHEN FIRST-ROW
                       PERFORM OPEN-SUPERVISOR
                       PERFORM OPEN-OPERATOR
                   WHEN SQL-RV-SUPERVISOR-ID
                            NOT = WS-CURRENT-SUPERVISOR
                       PERFORM CLOSE-OPERATOR
                       PERFORM CLOSE-SUPERVISOR
                       PERFORM OPEN-SUPERVISOR
                       PERFORM OPEN-OPERATOR
                   WHEN SQL-RV-OPERATOR-ID NOT = WS-CURRENT-OPERATOR
                       PERFORM CLOSE-OPERATOR
                       PERFORM OPEN-OPERATOR
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               SET NOT-FIRST-ROW TO TRUE
               PERFORM REPORT-ENTITLEMENT
           END-IF.

       OPEN-SUPERVISOR.
           ADD 1 TO WS-SUPERVISORS-LISTED
           MOVE SQL-RV-SUPERVISOR-ID TO WS-CURRENT-SUPERVISOR

           MOVE SPACES TO RECERT-REPORT-RECORD
           WRITE RECERT-REPORT-RECORD
           MOVE SPACES TO RECERT-REPORT-RECORD
           IF SQL-RV-SUPERVISOR-ID = SPACES
               STRING "NO SUPERVISOR ON FILE - ASSIGN ONE THROUGH "
                   "EMPLOYEE MASTER MAINTENANCE"
                   DELIMITED BY SIZE
                   INTO RECERT-REPORT-RECORD
           ELSE
               STRING "SUPERVISOR " SQL-RV-SUPERVISOR-ID
                   " " SQL-RV-SUPERVISOR-NAME
                   DELIMITED BY SIZE
                   INTO RECERT-REPORT-RECORD
           END-IF
           WRITE RECERT-REPORT-RECORD

           MOVE SPACES TO RECERT-REPORT-RECORD
           STRING "  OPERATOR NAME                     FUNCTION  "
               "      AUTHORITY LAST USED  USAGE            STATUS"
               DELIMITED BY SIZE
               INTO RECERT-REPORT-RECORD
           WRITE RECERT-REPORT-RECORD.

       CLOSE-SUPERVISOR.
      * The supervisor's attestation of the section
           MOVE SPACES TO RECERT-REPORT-RECORD
           STRING "  REVIEWED BY ________________   DATE __________   "
               "ALL LINES ABOVE KEEP UNLESS RETURNED AS REVOKE"
               DELIMITED BY SIZE
               INTO RECERT-REPORT-RECORD
           WRITE RECERT-REPORT-RECORD.

       OPEN-OPERATOR.
           ADD 1 TO WS-OPERATORS-LISTED
           MOVE SQL-RV-OPERATOR-ID TO WS-CURRENT-OPERATOR
           MOVE ZERO TO WS-HELD-COUNT.

       CLOSE-OPERATOR.
      * The operator's functions are complete - check every pair
           PERFORM CHECK-SOD-RULE
               VARYING WS-SOD-IX FROM 1 BY 1
               UNTIL WS-SOD-IX > WS-SOD-RULE-COUNT.

       CHECK-SOD-RULE.
           MOVE 'N' TO WS-HOLDS-FUNCTION-1
           MOVE 'N' TO WS-HOLDS-FUNCTION-2
           PERFORM MATCH-HELD-FUNCTION
               VARYING WS-HELD-IX FROM 1 BY 1
               UNTIL WS-HELD-IX > WS-HELD-COUNT

           IF HOLDS-FUNCTION-1 AND HOLDS-FUNCTION-2
               ADD 1 TO WS-SOD-CONFLICTS
               MOVE SPACES TO RECERT-REPORT-RECORD
               STRING "  *** SOD CONFLICT " WS-CURRENT-OPERATOR
                   " CAN " WS-SOD-RULE-NAME (WS-SOD-IX)
                   " (" WS-SOD-FUNCTION-1 (WS-SOD-IX)
                   " + " WS-SOD-FUNCTION-2 (WS-SOD-IX) ")"
                   DELIMITED BY SIZE
                   INTO RECERT-REPORT-RECORD
               WRITE RECERT-REPORT-RECORD
           END-IF.

       MATCH-HELD-FUNCTION.
           IF WS-HELD-FUNCTION (WS-HELD-IX)
                  = WS-SOD-FUNCTION-1 (WS-SOD-IX)
               MOVE 'Y' TO WS-HOLDS-FUNCTION-1
           END-IF
           IF WS-HELD-FUNCTION (WS-HELD-IX)
                  = WS-SOD-FUNCTION-2 (WS-SOD-IX)
               MOVE 'Y' TO WS-HOLDS-FUNCTION-2
           END-IF.

       REPORT-ENTITLEMENT.
           ADD 1 TO WS-ENTITLEMENTS-LISTED

           IF WS-HELD-COUNT < WS-HELD-MAX
               ADD 1 TO WS-HELD-COUNT
               MOVE SQL-RV-FUNCTION-CODE
                   TO WS-HELD-FUNCTION (WS-HELD-COUNT)
           ELSE
               SET ERR-TABLE-FULL TO TRUE
               MOVE SPACES TO WS-ERROR-MESSAGE-PARAM
               STRING "OPERATOR " SQL-RV-OPERATOR-ID
                   " HOLDS MORE FUNCTIONS THAN THE SOD TABLE - "
                   SQL-RV-FUNCTION-CODE " NOT CHECKED"
                   DELIMITED BY SIZE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF

           PERFORM DB-GET-LAST-USED

           IF RV-ENTITLEMENT-GATED
               MOVE SQL-RV-AUTHORITY TO WS-RV-AUTHORITY-DISPLAY
               MOVE WS-RV-AUTHORITY-DISPLAY TO WS-RV-AUTHORITY-TEXT
           ELSE
               ADD 1 TO WS-UNGATED-LISTED
               MOVE "     NOT GATED" TO WS-RV-AUTHORITY-TEXT
           END-IF

           MOVE SPACES TO WS-RV-USAGE-FLAG
           IF SQL-RV-LAST-USED = SPACES
               MOVE "NEVER" TO WS-RV-LAST-USED-TEXT
           ELSE
               MOVE SQL-RV-LAST-USED TO WS-RV-LAST-USED-TEXT
           END-IF
           IF SQL-RV-LAST-USED = SPACES
              OR SQL-RV-LAST-USED < WS-UNUSED-CUTOFF
               MOVE "UNUSED" TO WS-RV-USAGE-FLAG
               ADD 1 TO WS-ENTITLEMENTS-UNUSED
           END-IF

           EVALUATE SQL-RV-EMPLOYEE-STATUS
               WHEN "ACTIVE"
                   MOVE SPACES TO WS-RV-STATUS-FLAG
               WHEN SPACES
                   MOVE "NOT ON EMPLOYEE MASTER" TO WS-RV-STATUS-FLAG
                   ADD 1 TO WS-INACTIVE-HOLDERS
               WHEN OTHER
                   MOVE SQL-RV-EMPLOYEE-STATUS TO WS-RV-STATUS-FLAG
                   ADD 1 TO WS-INACTIVE-HOLDERS
           END-EVALUATE

           MOVE SPACES TO RECERT-REPORT-RECORD
           STRING "  " SQL-RV-OPERATOR-ID
               " " SQL-RV-OPERATOR-NAME (1:24)
               " " SQL-RV-FUNCTION-CODE
               " " WS-RV-AUTHORITY-TEXT
               " " WS-RV-LAST-USED-TEXT
               " " WS-RV-USAGE-FLAG
               " " WS-RV-STATUS-FLAG
               DELIMITED BY SIZE
               INTO RECERT-REPORT-RECORD
           WRITE RECERT-REPORT-RECORD.

       COMMIT-RECERT-REPORT.
      * Commit any operations log rows written during the run
           EXEC SQL
               COMMIT WORK
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error committing recertification - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       GENERATE-SUMMARY-REPORT.
           DISPLAY "ACCESS RECERTIFICATION SUMMARY"
           DISPLAY "Supervisors:          " WS-SUPERVISORS-LISTED
           DISPLAY "Operators:            " WS-OPERATORS-LISTED
           DISPLAY "Entitlements Listed:  " WS-ENTITLEMENTS-LISTED
           DISPLAY "  Not Gated:          " WS-UNGATED-LISTED
           DISPLAY "  Unused:             " WS-ENTITLEMENTS-UNUSED
           DISPLAY "  Inactive Holders:   " WS-INACTIVE-HOLDERS
           DISPLAY "SOD Conflicts:        " WS-SOD-CONFLICTS

           MOVE SPACES TO RECERT-REPORT-RECORD
           WRITE RECERT-REPORT-RECORD
           MOVE SPACES TO RECERT-REPORT-RECORD
           STRING "TOTALS OPERATORS " WS-OPERATORS-LISTED
               " ENTITLEMENTS " WS-ENTITLEMENTS-LISTED
               " UNUSED " WS-ENTITLEMENTS-UNUSED
               " INACTIVE HOLDERS " WS-INACTIVE-HOLDERS
               " SOD CONFLICTS " WS-SOD-CONFLICTS
               DELIMITED BY SIZE
               INTO RECERT-REPORT-RECORD
           WRITE RECERT-REPORT-RECORD.

       CLEANUP-ROUTINE.
      * Flip this job to COMPLETE on the job control table so
      * downstream predecessor checks open up
           PERFORM DB-REGISTER-JOB-COMPLETE

      * Disconnect from DB2 database
           PERFORM DB-DISCONNECT

           CLOSE RECERT-REPORT-FILE
                 ERROR-LOG-FILE

           DISPLAY "ACCESS RECERTIFICATION REPORT COMPLETE".

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
           MOVE SQL-RV-OPERATOR-ID TO ER-CUSTOMER-ID
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

       DB-GET-UNUSED-CUTOFF.
           MOVE SPACES TO SQL-RV-OPERATOR-ID

           EXEC SQL
               SELECT CHAR(DATE(:WS-SQL-CURRENT-DATE)
                           - :SQL-RV-WINDOW-DAYS DAYS, ISO)
               INTO :WS-UNUSED-CUTOFF
               FROM SYSIBM.SYSDUMMY1
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error computing review window - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
               PERFORM ABNORMAL-TERMINATION
           END-IF.

       DB-OPEN-ENTITLEMENT-CURSOR.
      * ACTIVE entitlement rows, plus the ungated keying and
      * customer maintenance functions for operators who used them
      * inside the window without a row of their own
           EXEC SQL
               DECLARE ENTITLEMENT_CURSOR CURSOR FOR
               SELECT COALESCE(E.SUPERVISOR_ID, ' '),
                      COALESCE(S.EMPLOYEE_NAME, ' '),
                      G.OPERATOR_ID,
                      COALESCE(E.EMPLOYEE_NAME, ' '),
                      COALESCE(E.EMPLOYEE_STATUS, ' '),
                      G.FUNCTION_CODE, G.DOLLAR_AUTHORITY,
                      G.GATED_FLAG
               FROM (
                   SELECT N.OPERATOR_ID, N.FUNCTION_CODE,
                          COALESCE(N.DOLLAR_AUTHORITY, 0)
                              AS DOLLAR_AUTHORITY,
                          'Y' AS GATED_FLAG
                   FROM OPERATOR_ENTITLEMENT_TABLE N
                   WHERE COALESCE(N.ENTITLE_STATUS, 'ACTIVE')
                         = 'ACTIVE'
                   UNION
                   SELECT T.OPERATOR_ID, 'TXNENTRY', 0, 'N'
                   FROM TRANSACTION_TABLE T
                   WHERE COALESCE(T.OPERATOR_ID, ' ') <> ' '
                   AND T.CREATION_DATE >= DATE(:WS-UNUSED-CUTOFF)
                   AND NOT EXISTS
                         (SELECT 1 FROM OPERATOR_ENTITLEMENT_TABLE X
                          WHERE X.OPERATOR_ID = T.OPERATOR_ID
                          AND X.FUNCTION_CODE = 'TXNENTRY'
                          AND COALESCE(X.ENTITLE_STATUS, 'ACTIVE')
                              = 'ACTIVE')
                   UNION
                   SELECT H.CHANGED_BY, 'CUSTMAINT', 0, 'N'
                   FROM CHANGE_HISTORY_TABLE H
                   WHERE H.CHANGE_REASON = 'CUSTMAINT'
                   AND COALESCE(H.CHANGED_BY, ' ') <> ' '
                   AND H.CHANGE_DATE >= DATE(:WS-UNUSED-CUTOFF)
                   AND NOT EXISTS
                         (SELECT 1 FROM OPERATOR_ENTITLEMENT_TABLE X
                          WHERE X.OPERATOR_ID = H.CHANGED_BY
                          AND X.FUNCTION_CODE = 'CUSTMAINT'
                          AND COALESCE(X.ENTITLE_STATUS, 'ACTIVE')
                              = 'ACTIVE')
               ) AS G
               LEFT OUTER JOIN EMPLOYEE_TABLE E
                 ON E.OPERATOR_ID = G.OPERATOR_ID
               LEFT OUTER JOIN EMPLOYEE_TABLE S
                 ON S.OPERATOR_ID = E.SUPERVISOR_ID
               ORDER BY 1, 3, 6
           END-EXEC

           EXEC SQL
               OPEN ENTITLEMENT_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error opening entitlement cursor - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
               SET END-OF-FILE TO TRUE
           END-IF.

       DB-FETCH-ENTITLEMENT.
           EXEC SQL
               FETCH ENTITLEMENT_CURSOR INTO
               :SQL-RV-SUPERVISOR-ID,
               :SQL-RV-SUPERVISOR-NAME,
               :SQL-RV-OPERATOR-ID,
               :SQL-RV-OPERATOR-NAME,
               :SQL-RV-EMPLOYEE-STATUS,
               :SQL-RV-FUNCTION-CODE,
               :SQL-RV-AUTHORITY,
               :SQL-RV-GATED-FLAG
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   SET END-OF-FILE TO TRUE
               WHEN OTHER
                   MOVE SQLCODE TO WS-ERROR-CODE
                   STRING "Error fetching entitlement - SQLCODE: "
                       SQLCODE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
                   SET END-OF-FILE TO TRUE
           END-EVALUATE.

       DB-CLOSE-ENTITLEMENT-CURSOR.
           EXEC SQL
               CLOSE ENTITLEMENT_CURSOR
           END-EXEC.

       DB-GET-LAST-USED.
      * The latest evidence of the operator exercising the function
      * - the accepted-action row the entitlement check writes, a
      * change history row under the function's code, or for
      * TXNENTRY a posting keyed under the operator's ID
           MOVE SPACES TO SQL-RV-LAST-USED

           EXEC SQL
               SELECT COALESCE(CHAR(MAX(U.USED_DATE), ISO), ' ')
               INTO :SQL-RV-LAST-USED
               FROM (
                   SELECT L.LOG_DATE AS USED_DATE
                   FROM OPERATIONS_LOG L
                   WHERE L.CUSTOMER_ID = :SQL-RV-OPERATOR-ID
                   AND SUBSTR(L.MESSAGE_TEXT, 1, 19)
                       = 'FUNCTION ' || :SQL-RV-FUNCTION-CODE
                   UNION ALL
                   SELECT H.CHANGE_DATE
                   FROM CHANGE_HISTORY_TABLE H
                   WHERE H.CHANGED_BY = :SQL-RV-OPERATOR-ID
                   AND H.CHANGE_REASON = :SQL-RV-FUNCTION-CODE
                   UNION ALL
                   SELECT T.CREATION_DATE
                   FROM TRANSACTION_TABLE T
                   WHERE :SQL-RV-FUNCTION-CODE = 'TXNENTRY'
                   AND T.OPERATOR_ID = :SQL-RV-OPERATOR-ID
                   UNION ALL
                   SELECT R.CREATION_DATE
                   FROM ARCHIVE_TRANSACTION_TABLE R
                   WHERE :SQL-RV-FUNCTION-CODE = 'TXNENTRY'
                   AND R.OPERATOR_ID = :SQL-RV-OPERATOR-ID
               ) AS U
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error reading last use - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

           COPY "dbconfig_loader.cpy".

           COPY "jobcontrol.cpy".

           COPY "paramtable.cpy".

           COPY "opslog.cpy".
