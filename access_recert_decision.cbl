      *================================================================*
      * Operator Access Recertification Decision Batch                 *
      * Loads the supervisors' answers to the access recertification  *
      * report - one KEEP or REVOKE per operator entitlement.  The    *
      * decision must come from the supervisor EMPLOYEE_TABLE names   *
      * for the operator, who must still be an active employee, and   *
      * nobody decides on their own access.  An operator with no      *
      * supervisor on file can only lose an entitlement, on a REVOKE  *
      * from an employee master administrator (EMPMAINT).  A KEEP     *
      * leaves the row in place; a REVOKE deletes it.  Either way the *
      * decision is written to the change history under the deciding  *
      * operator, and a revocation is also written to OPERATIONS_LOG  *
      * under the operator who lost the function.                     *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCESS-RECERT-DECISION.
       DATE-WRITTEN. 2026-10-15.
       AUTHOR. Updated 2026-10-15 for DB2 Integration.
       REMARKS. OPERATOR ACCESS RECERTIFICATION DECISIONS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Configuration file containing DB2 connection parameters
           SELECT CONFIG-FILE
               ASSIGN TO "DB2CONFIG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-FILE-STATUS.

      * Keep/revoke decisions returned by the supervisors
           SELECT DECISION-FILE
               ASSIGN TO "RECERTDEC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DECISION-FILE-STATUS.

           SELECT DECISION-REPORT-FILE
               ASSIGN TO "RECERTDECRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DECISION-REPORT-STATUS.

           SELECT ERROR-LOG-FILE
               ASSIGN TO "RECERTDECERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERROR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * Decision Record - one line of the recertification report
      * answered by the supervisor who signed it
       FD  DECISION-FILE.
       01  DECISION-RECORD.
           05  RD-SUPERVISOR-ID       PIC X(8).
           05  FILLER                 PIC X.
           05  RD-OPERATOR-ID         PIC X(8).
           05  FILLER                 PIC X.
           05  RD-FUNCTION-CODE       PIC X(10).
           05  FILLER                 PIC X.
           05  RD-DECISION            PIC X.
               88  RD-KEEP            VALUE 'K'.
               88  RD-REVOKE          VALUE 'R'.

      * Decision Report Record
       FD  DECISION-REPORT-FILE.
       01  DECISION-REPORT-RECORD     PIC X(130).

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
           05  WS-DECISION-FILE-STATUS    PIC XX.
           05  WS-DECISION-REPORT-STATUS  PIC XX.
           05  WS-ERROR-FILE-STATUS       PIC XX.

      * Error Code Management
       01  WS-ERROR-CODES.
           05  WS-ERROR-CODE              PIC 9(4).
               88  ERR-NONE               VALUE 0000.
               88  ERR-INVALID-ACTION     VALUE 1006.
               88  ERR-NOT-FOUND          VALUE 1007.
               88  ERR-NOT-ENTITLED       VALUE 1028.
               88  ERR-SELF-MAINTENANCE   VALUE 1035.
               88  ERR-NOT-SUPERVISOR     VALUE 1050.
               88  ERR-FILE-ACCESS        VALUE 3001.
               88  ERR-SYSTEM-ERROR       VALUE 9999.
           05  WS-ERROR-MESSAGE-PARAM     PIC X(80).

      * Processing Statistics
       01  WS-PROCESSING-STATS.
           05  WS-RECORDS-READ            PIC 9(5) COMP VALUE ZERO.
           05  WS-ENTITLEMENTS-KEPT       PIC 9(5) COMP VALUE ZERO.
           05  WS-ENTITLEMENTS-REVOKED    PIC 9(5) COMP VALUE ZERO.
           05  WS-RECORDS-REFUSED         PIC 9(5) COMP VALUE ZERO.

      * Work Areas and Flags
       01  WS-WORK-AREAS.
           05  WS-EOF-FLAG                PIC X VALUE 'N'.
               88  END-OF-FILE            VALUE 'Y'.
               88  NOT-END-OF-FILE        VALUE 'N'.
           05  WS-DECISION-TEXT           PIC X(10).
           05  WS-AUTHORITY-DISPLAY       PIC ZZZ,ZZZ,ZZ9.99.

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
               DECISION-FILE
               DECISION-REPORT-FILE
               ERROR-LOG-FILE.

           DISPLAY "FILE PROCESSING ERROR DETECTED"
           PERFORM ABNORMAL-TERMINATION.
       END DECLARATIVES.

       MAIN-PROCESSING SECTION.
       MAIN-PROCESSING-ROUTINE.
           PERFORM INITIALIZATION-ROUTINE
           PERFORM PROCESS-DECISION-RECORDS
               UNTIL END-OF-FILE
           PERFORM COMMIT-DECISION-BATCH
           PERFORM GENERATE-SUMMARY-REPORT
           PERFORM CLEANUP-ROUTINE
           STOP RUN.

       INITIALIZATION-ROUTINE.
      * Open decision input, report and error log files
           OPEN INPUT DECISION-FILE
                OUTPUT DECISION-REPORT-FILE
                OUTPUT ERROR-LOG-FILE

           IF WS-DECISION-FILE-STATUS NOT = "00"
              SET ERR-FILE-ACCESS TO TRUE
              MOVE "ERROR OPENING RECERTIFICATION DECISION FILE"
                  TO WS-ERROR-MESSAGE-PARAM
              PERFORM LOG-ERROR-WITH-CODE
              PERFORM ABNORMAL-TERMINATION
           END-IF

           IF WS-DECISION-REPORT-STATUS NOT = "00"
              DISPLAY "ERROR OPENING DECISION REPORT FILE"
              PERFORM ABNORMAL-TERMINATION
           END-IF

           IF WS-ERROR-FILE-STATUS NOT = "00"
              DISPLAY "ERROR OPENING ERROR LOG FILE"
              PERFORM ABNORMAL-TERMINATION
           END-IF

      * Get current system date and time
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS

           DISPLAY "ACCESS RECERTIFICATION DECISION BATCH"
           DISPLAY "DATE: " WS-YEAR "-" WS-MONTH "-" WS-DAY
           DISPLAY "TIME: " WS-HOUR ":" WS-MINUTE ":" WS-SECOND

      * Load database configuration from external file
           PERFORM LOAD-DATABASE-CONFIG

      * Connect to DB2 database
           PERFORM DB-CONNECT

      * Register this job on the job control table.  The decisions
      * answer last quarter's report; no job in the stream precedes.
           MOVE "ACCESS-RECERT-DECISION" TO JC-PROGRAM-ID
           MOVE SPACES TO JC-PREDECESSOR-ID
           PERFORM DB-CHECK-JOB-PREDECESSOR
           PERFORM DB-REGISTER-JOB-START

           SET NOT-END-OF-FILE TO TRUE.

       PROCESS-DECISION-RECORDS.
           READ DECISION-FILE
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
                   PERFORM WORK-ONE-DECISION
           END-READ.

       WORK-ONE-DECISION.
           SET ERR-NONE TO TRUE
           MOVE RD-OPERATOR-ID TO SQL-RV-OPERATOR-ID
           MOVE RD-FUNCTION-CODE TO SQL-RV-FUNCTION-CODE

           EVALUATE TRUE
               WHEN RD-SUPERVISOR-ID = RD-OPERATOR-ID
                   SET ERR-SELF-MAINTENANCE TO TRUE
                   MOVE "OPERATOR MAY NOT RECERTIFY OWN ACCESS"
                       TO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
               WHEN RD-KEEP
                   MOVE "KEEP" TO WS-DECISION-TEXT
               WHEN RD-REVOKE
                   MOVE "REVOKE" TO WS-DECISION-TEXT
               WHEN OTHER
                   SET ERR-INVALID-ACTION TO TRUE
                   MOVE "DECISION MUST BE K (KEEP) OR R (REVOKE)"
                       TO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
           END-EVALUATE

           IF ERR-NONE
               PERFORM CHECK-DECIDING-OPERATOR
           END-IF

           IF ERR-NONE
               PERFORM DB-READ-ENTITLEMENT
           END-IF

           IF ERR-NONE
               IF RD-REVOKE
                   PERFORM REVOKE-ENTITLEMENT
               ELSE
                   PERFORM KEEP-ENTITLEMENT
               END-IF
           END-IF

           IF NOT ERR-NONE
               ADD 1 TO WS-RECORDS-REFUSED
               MOVE SPACES TO DECISION-REPORT-RECORD
               STRING "REFUSED  " RD-OPERATOR-ID
                   " " RD-FUNCTION-CODE
                   " DECISION " RD-DECISION
                   " BY " RD-SUPERVISOR-ID
                   " - " WS-ERROR-MESSAGE-PARAM (1:60)
                   DELIMITED BY SIZE
                   INTO DECISION-REPORT-RECORD
               WRITE DECISION-REPORT-RECORD
           END-IF.

       CHECK-DECIDING-OPERATOR.
      * The decider must be an active employee, and the operator's
      * recorded supervisor - or, for an operator nobody supervises,
      * an employee master administrator taking the access away
           PERFORM DB-READ-OPERATOR-SUPERVISOR

           IF ERR-NONE
               MOVE RD-SUPERVISOR-ID TO SQL-EM-SUPERVISOR-ID
               PERFORM DB-CHECK-DECIDER
           END-IF

           IF ERR-NONE
               EVALUATE TRUE
                   WHEN SQL-RV-SUPERVISOR-ID = RD-SUPERVISOR-ID
                       CONTINUE
                   WHEN SQL-RV-SUPERVISOR-ID = SPACES AND RD-REVOKE
                       MOVE RD-SUPERVISOR-ID TO EN-OPERATOR-ID
                       MOVE "EMPMAINT" TO EN-FUNCTION-CODE
                       MOVE ZERO TO EN-REQUEST-AMOUNT
                       PERFORM DB-CHECK-OPERATOR-ENTITLEMENT
                       IF ENTITLEMENT-DENIED
                           SET ERR-NOT-ENTITLED TO TRUE
                           MOVE "NO SUPERVISOR - REVOKE NEEDS EMPMAINT"
                               TO WS-ERROR-MESSAGE-PARAM
                           PERFORM LOG-ERROR-WITH-CODE
                       END-IF
                   WHEN OTHER
                       SET ERR-NOT-SUPERVISOR TO TRUE
                       MOVE SPACES TO WS-ERROR-MESSAGE-PARAM
                       STRING "DECIDER IS NOT THE OPERATOR'S SUPERVISOR"
                           " (ON FILE: " SQL-RV-SUPERVISOR-ID ")"
                           DELIMITED BY SIZE
                           INTO WS-ERROR-MESSAGE-PARAM
                       PERFORM LOG-ERROR-WITH-CODE
               END-EVALUATE
           END-IF.

       KEEP-ENTITLEMENT.
      * The row stays; the history records who attested to it
           MOVE "RECERTIFIED" TO CH-NEW-VALUE
           PERFORM RECORD-DECISION

           IF ERR-NONE
               ADD 1 TO WS-ENTITLEMENTS-KEPT
               PERFORM REPORT-DECISION
           END-IF.

       REVOKE-ENTITLEMENT.
           PERFORM DB-DELETE-ENTITLEMENT

           IF ERR-NONE
               MOVE "REVOKED" TO CH-NEW-VALUE
               PERFORM RECORD-DECISION
           END-IF

      * The revocation goes onto OPERATIONS_LOG under the operator
      * who lost the function, beside their accepted-action rows
           IF ERR-NONE
               ADD 1 TO WS-ENTITLEMENTS-REVOKED
               MOVE ZERO TO WS-ERROR-CODE
               MOVE SPACES TO WS-ERROR-MESSAGE-PARAM
               STRING "ENTITLEMENT REVOKED " RD-FUNCTION-CODE
                   " FROM OPERATOR " RD-OPERATOR-ID
                   " BY " RD-SUPERVISOR-ID
                   DELIMITED BY SIZE
                   INTO WS-ERROR-MESSAGE-PARAM
               MOVE RD-OPERATOR-ID TO OPS-CUSTOMER-ID
               PERFORM DB-WRITE-OPERATIONS-LOG
               PERFORM REPORT-DECISION
           END-IF.

       RECORD-DECISION.
      * The durable record of the decision, keyed by the operator
      * the entitlement belongs to
           MOVE "OPERATOR_ENTITLE" TO CH-TABLE-NAME
           MOVE RD-OPERATOR-ID TO CH-RECORD-KEY
           MOVE RD-FUNCTION-CODE TO CH-FIELD-NAME
           MOVE SQL-RV-ENTITLE-STATUS TO CH-OLD-VALUE
           MOVE RD-SUPERVISOR-ID TO CH-CHANGED-BY
           MOVE "RECERT" TO CH-CHANGE-REASON
           PERFORM DB-WRITE-CHANGE-HISTORY.

       REPORT-DECISION.
           MOVE SQL-RV-AUTHORITY TO WS-AUTHORITY-DISPLAY
           MOVE SPACES TO DECISION-REPORT-RECORD
           STRING WS-DECISION-TEXT (1:8) " " RD-OPERATOR-ID
               " " RD-FUNCTION-CODE
               " AUTHORITY " WS-AUTHORITY-DISPLAY
               " BY " RD-SUPERVISOR-ID
               DELIMITED BY SIZE
               INTO DECISION-REPORT-RECORD
           WRITE DECISION-REPORT-RECORD.

       COMMIT-DECISION-BATCH.
      * Commit every decision applied this run in one unit of work,
      * so DB-DISCONNECT below doesn't roll it all back
           EXEC SQL
               COMMIT WORK
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error committing decisions - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       GENERATE-SUMMARY-REPORT.
           DISPLAY "ACCESS RECERTIFICATION DECISION SUMMARY"
           DISPLAY "Records Read:       " WS-RECORDS-READ
           DISPLAY "Entitlements Kept:  " WS-ENTITLEMENTS-KEPT
           DISPLAY "Entitlements Gone:  " WS-ENTITLEMENTS-REVOKED
           DISPLAY "Records Refused:    " WS-RECORDS-REFUSED.

       CLEANUP-ROUTINE.
      * Flip this job to COMPLETE on the job control table so
      * downstream predecessor checks open up
           PERFORM DB-REGISTER-JOB-COMPLETE

      * Disconnect from DB2 database
           PERFORM DB-DISCONNECT

           CLOSE DECISION-FILE
                 DECISION-REPORT-FILE
                 ERROR-LOG-FILE

           DISPLAY "ACCESS RECERTIFICATION DECISION BATCH COMPLETE".

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
           MOVE RD-OPERATOR-ID TO ER-CUSTOMER-ID
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

       DB-READ-OPERATOR-SUPERVISOR.
      * An operator not on the employee master has no supervisor
           MOVE SPACES TO SQL-RV-SUPERVISOR-ID

           EXEC SQL
               SELECT COALESCE(SUPERVISOR_ID, ' ')
               INTO :SQL-RV-SUPERVISOR-ID
               FROM EMPLOYEE_TABLE
               WHERE OPERATOR_ID = :SQL-RV-OPERATOR-ID
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               SET ERR-SYSTEM-ERROR TO TRUE
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error reading operator supervisor - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       DB-CHECK-DECIDER.
           MOVE SPACES TO SQL-EM-SUPERVISOR-STATUS

           EXEC SQL
               SELECT EMPLOYEE_STATUS
               INTO :SQL-EM-SUPERVISOR-STATUS
               FROM EMPLOYEE_TABLE
               WHERE OPERATOR_ID = :SQL-EM-SUPERVISOR-ID
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 100
                 OR (SQLCODE = 0
                     AND SQL-EM-SUPERVISOR-STATUS NOT = "ACTIVE")
                   SET ERR-NOT-SUPERVISOR TO TRUE
                   MOVE "DECIDING OPERATOR IS NOT AN ACTIVE EMPLOYEE"
                       TO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
               WHEN SQLCODE NOT = 0
                   SET ERR-SYSTEM-ERROR TO TRUE
                   MOVE SQLCODE TO WS-ERROR-CODE
                   STRING "Error reading deciding operator - SQLCODE: "
                       SQLCODE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       DB-READ-ENTITLEMENT.
      * Keying and customer maintenance carry no row to decide on
           MOVE SPACES TO SQL-RV-ENTITLE-STATUS

           EXEC SQL
               SELECT COALESCE(DOLLAR_AUTHORITY, 0),
                      COALESCE(ENTITLE_STATUS, 'ACTIVE')
               INTO :SQL-RV-AUTHORITY,
                    :SQL-RV-ENTITLE-STATUS
               FROM OPERATOR_ENTITLEMENT_TABLE
               WHERE OPERATOR_ID = :SQL-RV-OPERATOR-ID
               AND FUNCTION_CODE = :SQL-RV-FUNCTION-CODE
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   SET ERR-NOT-FOUND TO TRUE
                   MOVE "NO ENTITLEMENT ROW FOR OPERATOR AND FUNCTION"
                       TO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
               WHEN OTHER
                   SET ERR-SYSTEM-ERROR TO TRUE
                   MOVE SQLCODE TO WS-ERROR-CODE
                   STRING "Error reading entitlement - SQLCODE: "
                       SQLCODE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
           END-EVALUATE.

       DB-DELETE-ENTITLEMENT.
           EXEC SQL
               DELETE FROM OPERATOR_ENTITLEMENT_TABLE
               WHERE OPERATOR_ID = :SQL-RV-OPERATOR-ID
               AND FUNCTION_CODE = :SQL-RV-FUNCTION-CODE
           END-EXEC

           IF SQLCODE NOT = 0
               SET ERR-SYSTEM-ERROR TO TRUE
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error revoking entitlement - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

           COPY "dbconfig_loader.cpy".

           COPY "jobcontrol.cpy".

           COPY "changehist.cpy".

           COPY "opslog.cpy".

           COPY "entitlement.cpy".
