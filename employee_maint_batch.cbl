      *================================================================*
      * Employee Master Maintenance Batch                              *
      * The controlled change path for EMPLOYEE_TABLE and its         *
      * related-party links.  Staff operator IDs are enrolled with    *
      * their home branch and terminated on leaving; each operator    *
      * is linked to the CUSTOMER_IDs they own and to the customers   *
      * they declare as related parties, which is what the employee   *
      * surveillance report watches.  Each operator is assigned the   *
      * supervisor who recertifies their entitlements.  The keying    *
      * operator must hold the EMPMAINT entitlement and may not       *
      * maintain their own record; every change writes the change     *
      * history.                                                      *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPLOYEE-MAINT-BATCH.
       DATE-WRITTEN. 2026-10-15.
       AUTHOR. Updated 2026-10-15 for DB2 Integration.
       REMARKS. EMPLOYEE MASTER AND RELATED PARTY MAINTENANCE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Configuration file containing DB2 connection parameters
           SELECT CONFIG-FILE
               ASSIGN TO "DB2CONFIG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-FILE-STATUS.

      * Enrollments, terminations and related-party declarations
           SELECT EMP-MAINT-FILE
               ASSIGN TO "EMPMAINT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMP-MAINT-STATUS.

      * Before/after change report
           SELECT EMP-REPORT-FILE
               ASSIGN TO "EMPMAINTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMP-REPORT-STATUS.

           SELECT ERROR-LOG-FILE
               ASSIGN TO "EMPMAINTERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERROR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * Maintenance Record - one action per record.  An enrollment
      * carries the employee's name and home branch; a link or
      * unlink carries the customer and the relationship; a
      * supervisor assignment carries the supervisor's operator ID.
       FD  EMP-MAINT-FILE.
       01  EMP-MAINT-RECORD.
           05  EM-OPERATOR-ID         PIC X(8).
           05  FILLER                 PIC X.
           05  EM-ACTION-CODE         PIC X.
               88  EM-ENROLL          VALUE 'E'.
               88  EM-TERMINATE       VALUE 'T'.
               88  EM-LINK-PARTY      VALUE 'L'.
               88  EM-UNLINK-PARTY    VALUE 'U'.
               88  EM-ASSIGN-SUPERVISOR VALUE 'S'.
           05  FILLER                 PIC X.
      * The operator keying the change - carried onto the change
      * history so the record says who, not just what
           05  EM-KEYED-BY            PIC X(8).
           05  FILLER                 PIC X.
           05  EM-DETAIL              PIC X(50).
           05  EM-EMPLOYEE-DETAIL REDEFINES EM-DETAIL.
               10  EM-EMPLOYEE-NAME   PIC X(40).
               10  EM-HOME-BRANCH     PIC X(4).
               10  FILLER             PIC X(6).
           05  EM-RELATION-DETAIL REDEFINES EM-DETAIL.
               10  EM-CUSTOMER-ID     PIC X(10).
               10  FILLER             PIC X.
               10  EM-RELATION-CODE   PIC X.
                   88  EM-RELATION-VALID  VALUE 'S' 'F' 'B' 'O'.
               10  FILLER             PIC X(38).
           05  EM-SUPERVISOR-DETAIL REDEFINES EM-DETAIL.
               10  EM-SUPERVISOR-ID   PIC X(8).
               10  FILLER             PIC X(42).

      * Change Report Record
       FD  EMP-REPORT-FILE.
       01  EMP-REPORT-RECORD          PIC X(130).

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
           05  WS-EMP-MAINT-STATUS        PIC XX.
           05  WS-EMP-REPORT-STATUS       PIC XX.
           05  WS-ERROR-FILE-STATUS       PIC XX.

      * Error Code Management
       01  WS-ERROR-CODES.
           05  WS-ERROR-CODE              PIC 9(4).
               88  ERR-NONE               VALUE 0000.
               88  ERR-INVALID-CUSTOMER   VALUE 1001.
               88  ERR-MISSING-NAME       VALUE 1002.
               88  ERR-INVALID-ACTION     VALUE 1006.
               88  ERR-NOT-FOUND          VALUE 1007.
               88  ERR-NOT-ENTITLED       VALUE 1028.
               88  ERR-SELF-MAINTENANCE   VALUE 1035.
               88  ERR-FILE-ACCESS        VALUE 3001.
               88  ERR-SYSTEM-ERROR       VALUE 9999.
           05  WS-ERROR-MESSAGE-PARAM     PIC X(80).

      * Before/After Work Area - the old value for the change report
      * and history
       01  WS-CHANGE-AREA.
           05  WS-OLD-VALUE               PIC X(40).
           05  WS-NEW-VALUE               PIC X(40).
           05  WS-HISTORY-FIELD           PIC X(18).

      * Processing Statistics
       01  WS-PROCESSING-STATS.
           05  WS-RECORDS-READ            PIC 9(5) COMP VALUE ZERO.
           05  WS-EMPLOYEES-ENROLLED      PIC 9(5) COMP VALUE ZERO.
           05  WS-EMPLOYEES-UPDATED       PIC 9(5) COMP VALUE ZERO.
           05  WS-EMPLOYEES-TERMINATED    PIC 9(5) COMP VALUE ZERO.
           05  WS-PARTIES-LINKED          PIC 9(5) COMP VALUE ZERO.
           05  WS-PARTIES-UNLINKED        PIC 9(5) COMP VALUE ZERO.
           05  WS-SUPERVISORS-ASSIGNED    PIC 9(5) COMP VALUE ZERO.
           05  WS-RECORDS-REFUSED         PIC 9(5) COMP VALUE ZERO.

      * Work Areas and Flags
       01  WS-WORK-AREAS.
           05  WS-EOF-FLAG                PIC X VALUE 'N'.
               88  END-OF-FILE            VALUE 'Y'.
               88  NOT-END-OF-FILE        VALUE 'N'.

           05  WS-EMPLOYEE-FOUND-FLAG     PIC X VALUE 'N'.
               88  EMPLOYEE-ON-FILE       VALUE 'Y'.
               88  EMPLOYEE-NOT-ON-FILE   VALUE 'N'.

           05  WS-RELATION-FOUND-FLAG     PIC X VALUE 'N'.
               88  RELATION-ON-FILE       VALUE 'Y'.
               88  RELATION-NOT-ON-FILE   VALUE 'N'.

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
               EMP-MAINT-FILE
               EMP-REPORT-FILE
               ERROR-LOG-FILE.

           DISPLAY "FILE PROCESSING ERROR DETECTED"
           PERFORM ABNORMAL-TERMINATION.
       END DECLARATIVES.

       MAIN-PROCESSING SECTION.
       MAIN-PROCESSING-ROUTINE.
           PERFORM INITIALIZATION-ROUTINE
           PERFORM PROCESS-MAINT-RECORDS
               UNTIL END-OF-FILE
           PERFORM COMMIT-MAINT-BATCH
           PERFORM GENERATE-SUMMARY-REPORT
           PERFORM CLEANUP-ROUTINE
           STOP RUN.

       INITIALIZATION-ROUTINE.
      * Open maintenance input, report and error log files
           OPEN INPUT EMP-MAINT-FILE
                OUTPUT EMP-REPORT-FILE
                OUTPUT ERROR-LOG-FILE

           IF WS-EMP-MAINT-STATUS NOT = "00"
              SET ERR-FILE-ACCESS TO TRUE
              MOVE "ERROR OPENING EMPLOYEE MAINTENANCE FILE"
                  TO WS-ERROR-MESSAGE-PARAM
              PERFORM LOG-ERROR-WITH-CODE
              PERFORM ABNORMAL-TERMINATION
           END-IF

           IF WS-EMP-REPORT-STATUS NOT = "00"
              DISPLAY "ERROR OPENING CHANGE REPORT FILE"
              PERFORM ABNORMAL-TERMINATION
           END-IF

           IF WS-ERROR-FILE-STATUS NOT = "00"
              DISPLAY "ERROR OPENING ERROR LOG FILE"
              PERFORM ABNORMAL-TERMINATION
           END-IF

      * Get current system date and time
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS

           DISPLAY "EMPLOYEE MASTER MAINTENANCE BATCH"
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
      * start ahead of its predecessor in the nightly stream
           MOVE "EMPLOYEE-MAINT-BATCH" TO JC-PROGRAM-ID
           MOVE SPACES TO JC-PREDECESSOR-ID
           PERFORM DB-CHECK-JOB-PREDECESSOR
           PERFORM DB-REGISTER-JOB-START

           SET NOT-END-OF-FILE TO TRUE.

       PROCESS-MAINT-RECORDS.
           READ EMP-MAINT-FILE
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
                   PERFORM WORK-ONE-MAINT-RECORD
           END-READ.

       WORK-ONE-MAINT-RECORD.
           SET ERR-NONE TO TRUE

      * Nobody maintains their own employee record or declares
      * their own related parties
           IF EM-KEYED-BY = EM-OPERATOR-ID
               SET ERR-SELF-MAINTENANCE TO TRUE
               MOVE "OPERATOR MAY NOT MAINTAIN OWN EMPLOYEE RECORD"
                   TO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF

      * The keying operator must hold an ACTIVE employee master
      * entitlement (maintenance moves no money)
           IF ERR-NONE
               MOVE EM-KEYED-BY TO EN-OPERATOR-ID
               MOVE "EMPMAINT" TO EN-FUNCTION-CODE
               MOVE ZERO TO EN-REQUEST-AMOUNT
               PERFORM DB-CHECK-OPERATOR-ENTITLEMENT
               IF ENTITLEMENT-DENIED
                   SET ERR-NOT-ENTITLED TO TRUE
                   MOVE "OPERATOR NOT ENTITLED FOR EMPLOYEE MASTER"
                       TO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
               END-IF
           END-IF

           IF ERR-NONE
               PERFORM DB-READ-EMPLOYEE
           END-IF

           IF ERR-NONE
               EVALUATE TRUE
                   WHEN EM-ENROLL
                       PERFORM ENROLL-EMPLOYEE
                   WHEN EM-TERMINATE
                       PERFORM TERMINATE-EMPLOYEE
                   WHEN EM-LINK-PARTY
                       PERFORM LINK-RELATED-PARTY
                   WHEN EM-UNLINK-PARTY
                       PERFORM UNLINK-RELATED-PARTY
                   WHEN EM-ASSIGN-SUPERVISOR
                       PERFORM ASSIGN-SUPERVISOR
                   WHEN OTHER
                       SET ERR-INVALID-ACTION TO TRUE
                       MOVE "UNRECOGNIZED ACTION CODE"
                           TO WS-ERROR-MESSAGE-PARAM
                       PERFORM LOG-ERROR-WITH-CODE
               END-EVALUATE
           END-IF

           IF ERR-NONE
               PERFORM DB-LOG-ENTITLED-ACTION
           ELSE
               ADD 1 TO WS-RECORDS-REFUSED
               MOVE SPACES TO EMP-REPORT-RECORD
               STRING "REFUSED  " EM-OPERATOR-ID
                   " ACTION " EM-ACTION-CODE
                   " - " WS-ERROR-MESSAGE-PARAM (1:60)
                   DELIMITED BY SIZE
                   INTO EMP-REPORT-RECORD
               WRITE EMP-REPORT-RECORD
           END-IF.

       ENROLL-EMPLOYEE.
      * A new operator is added whole; one already on file takes
      * the name and home branch given and is made ACTIVE again
           IF EM-EMPLOYEE-NAME = SPACES
              OR EM-HOME-BRANCH = SPACES
               SET ERR-MISSING-NAME TO TRUE
               MOVE "EMPLOYEE NAME AND HOME BRANCH ARE REQUIRED"
                   TO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF

           IF ERR-NONE
               IF EMPLOYEE-ON-FILE
                   MOVE SQL-EM-HOME-BRANCH TO WS-OLD-VALUE
                   PERFORM DB-UPDATE-EMPLOYEE
               ELSE
                   MOVE SPACES TO WS-OLD-VALUE
                   PERFORM DB-INSERT-EMPLOYEE
               END-IF
           END-IF

           IF ERR-NONE
               IF EMPLOYEE-ON-FILE
                   ADD 1 TO WS-EMPLOYEES-UPDATED
               ELSE
                   ADD 1 TO WS-EMPLOYEES-ENROLLED
               END-IF
               MOVE "HOME_BRANCH" TO WS-HISTORY-FIELD
               MOVE EM-HOME-BRANCH TO WS-NEW-VALUE
               PERFORM RECORD-EMPLOYEE-CHANGE

               MOVE SPACES TO EMP-REPORT-RECORD
               STRING "ENROLLED " EM-OPERATOR-ID
                   " " EM-EMPLOYEE-NAME
                   " BRANCH " EM-HOME-BRANCH
                   " WAS " WS-OLD-VALUE (1:4)
                   " BY " EM-KEYED-BY
                   DELIMITED BY SIZE
                   INTO EMP-REPORT-RECORD
               WRITE EMP-REPORT-RECORD
           END-IF.

       TERMINATE-EMPLOYEE.
           IF EMPLOYEE-NOT-ON-FILE
               SET ERR-NOT-FOUND TO TRUE
               MOVE "EMPLOYEE NOT ON FILE"
                   TO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           ELSE
               MOVE SQL-EM-EMPLOYEE-STATUS TO WS-OLD-VALUE
               MOVE "TERMINATED" TO SQL-EM-EMPLOYEE-STATUS
               PERFORM DB-SET-EMPLOYEE-STATUS
           END-IF

           IF ERR-NONE
               ADD 1 TO WS-EMPLOYEES-TERMINATED
               MOVE "EMPLOYEE_STATUS" TO WS-HISTORY-FIELD
               MOVE "TERMINATED" TO WS-NEW-VALUE
               PERFORM RECORD-EMPLOYEE-CHANGE

               MOVE SPACES TO EMP-REPORT-RECORD
               STRING "TERMINATED " EM-OPERATOR-ID
                   " " SQL-EM-EMPLOYEE-NAME
                   " BY " EM-KEYED-BY
                   DELIMITED BY SIZE
                   INTO EMP-REPORT-RECORD
               WRITE EMP-REPORT-RECORD
           END-IF.

       LINK-RELATED-PARTY.
      * The operator must be an active employee and the party a
      * customer on the master
           EVALUATE TRUE
               WHEN EMPLOYEE-NOT-ON-FILE
                 OR SQL-EM-EMPLOYEE-STATUS NOT = "ACTIVE"
                   SET ERR-NOT-FOUND TO TRUE
                   MOVE "NO ACTIVE EMPLOYEE RECORD FOR OPERATOR"
                       TO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
               WHEN NOT EM-RELATION-VALID
                   SET ERR-INVALID-ACTION TO TRUE
                   MOVE "RELATION CODE MUST BE S, F, B OR O"
                       TO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
               WHEN OTHER
                   PERFORM DB-CHECK-PARTY-CUSTOMER
           END-EVALUATE

           IF ERR-NONE
               PERFORM DB-READ-RELATION
           END-IF

           IF ERR-NONE
               MOVE EM-RELATION-CODE TO SQL-EM-RELATION-CODE
               IF RELATION-ON-FILE
                   PERFORM DB-UPDATE-RELATION
               ELSE
                   MOVE SPACES TO WS-OLD-VALUE
                   PERFORM DB-INSERT-RELATION
               END-IF
           END-IF

           IF ERR-NONE
               ADD 1 TO WS-PARTIES-LINKED
               MOVE "RELATED_PARTY" TO WS-HISTORY-FIELD
               MOVE SPACES TO WS-NEW-VALUE
               STRING EM-CUSTOMER-ID " " EM-RELATION-CODE " ACTIVE"
                   DELIMITED BY SIZE
                   INTO WS-NEW-VALUE
               PERFORM RECORD-EMPLOYEE-CHANGE

               MOVE SPACES TO EMP-REPORT-RECORD
               STRING "LINKED   " EM-OPERATOR-ID
                   " CUSTOMER " EM-CUSTOMER-ID
                   " RELATION " EM-RELATION-CODE
                   " WAS " WS-OLD-VALUE (1:20)
                   " BY " EM-KEYED-BY
                   DELIMITED BY SIZE
                   INTO EMP-REPORT-RECORD
               WRITE EMP-REPORT-RECORD
           END-IF.

       UNLINK-RELATED-PARTY.
      * A removed link stays on file as REMOVED, so a past report
      * can still be explained
           PERFORM DB-READ-RELATION

           IF ERR-NONE AND RELATION-NOT-ON-FILE
               SET ERR-NOT-FOUND TO TRUE
               MOVE "RELATED PARTY NOT ON FILE FOR OPERATOR"
                   TO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF

           IF ERR-NONE
               PERFORM DB-REMOVE-RELATION
           END-IF

           IF ERR-NONE
               ADD 1 TO WS-PARTIES-UNLINKED
               MOVE "RELATED_PARTY" TO WS-HISTORY-FIELD
               MOVE SPACES TO WS-NEW-VALUE
               STRING EM-CUSTOMER-ID " " SQL-EM-RELATION-CODE
                   " REMOVED"
                   DELIMITED BY SIZE
                   INTO WS-NEW-VALUE
               PERFORM RECORD-EMPLOYEE-CHANGE

               MOVE SPACES TO EMP-REPORT-RECORD
               STRING "UNLINKED " EM-OPERATOR-ID
                   " CUSTOMER " EM-CUSTOMER-ID
                   " BY " EM-KEYED-BY
                   DELIMITED BY SIZE
                   INTO EMP-REPORT-RECORD
               WRITE EMP-REPORT-RECORD
           END-IF.

       ASSIGN-SUPERVISOR.
      * The supervisor must be another active employee - nobody
      * recertifies their own access
           MOVE SQL-EM-SUPERVISOR-ID TO WS-OLD-VALUE
           MOVE EM-SUPERVISOR-ID TO SQL-EM-SUPERVISOR-ID

           EVALUATE TRUE
               WHEN EMPLOYEE-NOT-ON-FILE
                 OR SQL-EM-EMPLOYEE-STATUS NOT = "ACTIVE"
                   SET ERR-NOT-FOUND TO TRUE
                   MOVE "NO ACTIVE EMPLOYEE RECORD FOR OPERATOR"
                       TO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
               WHEN EM-SUPERVISOR-ID = SPACES
                 OR EM-SUPERVISOR-ID = EM-OPERATOR-ID
                   SET ERR-INVALID-ACTION TO TRUE
                   MOVE "SUPERVISOR MUST BE ANOTHER OPERATOR"
                       TO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
               WHEN OTHER
                   PERFORM DB-CHECK-SUPERVISOR
           END-EVALUATE

           IF ERR-NONE
               PERFORM DB-SET-EMPLOYEE-SUPERVISOR
           END-IF

           IF ERR-NONE
               ADD 1 TO WS-SUPERVISORS-ASSIGNED
               MOVE "SUPERVISOR_ID" TO WS-HISTORY-FIELD
               MOVE EM-SUPERVISOR-ID TO WS-NEW-VALUE
               PERFORM RECORD-EMPLOYEE-CHANGE

               MOVE SPACES TO EMP-REPORT-RECORD
               STRING "SUPERVISOR " EM-OPERATOR-ID
                   " " SQL-EM-EMPLOYEE-NAME
                   " NOW " EM-SUPERVISOR-ID
                   " WAS " WS-OLD-VALUE (1:8)
                   " BY " EM-KEYED-BY
                   DELIMITED BY SIZE
                   INTO EMP-REPORT-RECORD
               WRITE EMP-REPORT-RECORD
           END-IF.

       RECORD-EMPLOYEE-CHANGE.
      * The durable field-level record of the change, keyed by the
      * operator ID the employee record belongs to
           MOVE "EMPLOYEE" TO CH-TABLE-NAME
           MOVE EM-OPERATOR-ID TO CH-RECORD-KEY
           MOVE WS-HISTORY-FIELD TO CH-FIELD-NAME
           MOVE WS-OLD-VALUE TO CH-OLD-VALUE
           MOVE WS-NEW-VALUE TO CH-NEW-VALUE
           MOVE EM-KEYED-BY TO CH-CHANGED-BY
           MOVE "EMPMAINT" TO CH-CHANGE-REASON
           PERFORM DB-WRITE-CHANGE-HISTORY.

       COMMIT-MAINT-BATCH.
      * Commit every change applied this run in one unit of work,
      * so DB-DISCONNECT below doesn't roll it all back
           EXEC SQL
               COMMIT WORK
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error committing maintenance - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       GENERATE-SUMMARY-REPORT.
           DISPLAY "EMPLOYEE MASTER MAINTENANCE SUMMARY"
           DISPLAY "Records Read:       " WS-RECORDS-READ
           DISPLAY "Employees Enrolled: " WS-EMPLOYEES-ENROLLED
           DISPLAY "Employees Updated:  " WS-EMPLOYEES-UPDATED
           DISPLAY "Employees Left:     " WS-EMPLOYEES-TERMINATED
           DISPLAY "Parties Linked:     " WS-PARTIES-LINKED
           DISPLAY "Parties Unlinked:   " WS-PARTIES-UNLINKED
           DISPLAY "Supervisors Set:    " WS-SUPERVISORS-ASSIGNED
           DISPLAY "Records Refused:    " WS-RECORDS-REFUSED.

       CLEANUP-ROUTINE.
      * Flip this job to COMPLETE on the job control table so
      * downstream predecessor checks open up
           PERFORM DB-REGISTER-JOB-COMPLETE

      * Disconnect from DB2 database
           PERFORM DB-DISCONNECT

           CLOSE EMP-MAINT-FILE
                 EMP-REPORT-FILE
                 ERROR-LOG-FILE

           DISPLAY "EMPLOYEE MASTER MAINTENANCE BATCH COMPLETE".

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
           MOVE EM-OPERATOR-ID TO ER-CUSTOMER-ID
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

       DB-READ-EMPLOYEE.
           SET EMPLOYEE-NOT-ON-FILE TO TRUE
           MOVE EM-OPERATOR-ID TO SQL-EM-OPERATOR-ID

           EXEC SQL
               SELECT EMPLOYEE_NAME, HOME_BRANCH, EMPLOYEE_STATUS,
                      COALESCE(SUPERVISOR_ID, ' ')
               INTO :SQL-EM-EMPLOYEE-NAME,
                    :SQL-EM-HOME-BRANCH,
                    :SQL-EM-EMPLOYEE-STATUS,
                    :SQL-EM-SUPERVISOR-ID
               FROM EMPLOYEE_TABLE
               WHERE OPERATOR_ID = :SQL-EM-OPERATOR-ID
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   SET EMPLOYEE-ON-FILE TO TRUE
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   SET ERR-SYSTEM-ERROR TO TRUE
                   MOVE SQLCODE TO WS-ERROR-CODE
                   STRING "Error reading employee - SQLCODE: "
                       SQLCODE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
           END-EVALUATE.

       DB-INSERT-EMPLOYEE.
           MOVE EM-EMPLOYEE-NAME TO SQL-EM-EMPLOYEE-NAME
           MOVE EM-HOME-BRANCH TO SQL-EM-HOME-BRANCH

           EXEC SQL
               INSERT INTO EMPLOYEE_TABLE
                   (OPERATOR_ID, EMPLOYEE_NAME, HOME_BRANCH,
                    EMPLOYEE_STATUS, ENROLLED_DATE)
               VALUES
                   (:SQL-EM-OPERATOR-ID, :SQL-EM-EMPLOYEE-NAME,
                    :SQL-EM-HOME-BRANCH, 'ACTIVE',
                    DATE(:WS-SQL-CURRENT-DATE))
           END-EXEC

           IF SQLCODE NOT = 0
               SET ERR-SYSTEM-ERROR TO TRUE
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error inserting employee - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       DB-UPDATE-EMPLOYEE.
           MOVE EM-EMPLOYEE-NAME TO SQL-EM-EMPLOYEE-NAME
           MOVE EM-HOME-BRANCH TO SQL-EM-HOME-BRANCH

           EXEC SQL
               UPDATE EMPLOYEE_TABLE
               SET EMPLOYEE_NAME = :SQL-EM-EMPLOYEE-NAME,
                   HOME_BRANCH = :SQL-EM-HOME-BRANCH,
                   EMPLOYEE_STATUS = 'ACTIVE'
               WHERE OPERATOR_ID = :SQL-EM-OPERATOR-ID
           END-EXEC

           IF SQLCODE NOT = 0
               SET ERR-SYSTEM-ERROR TO TRUE
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error updating employee - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       DB-SET-EMPLOYEE-STATUS.
           EXEC SQL
               UPDATE EMPLOYEE_TABLE
               SET EMPLOYEE_STATUS = :SQL-EM-EMPLOYEE-STATUS
               WHERE OPERATOR_ID = :SQL-EM-OPERATOR-ID
           END-EXEC

           IF SQLCODE NOT = 0
               SET ERR-SYSTEM-ERROR TO TRUE
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error updating employee status - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       DB-CHECK-SUPERVISOR.
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
                   SET ERR-NOT-FOUND TO TRUE
                   MOVE "SUPERVISOR IS NOT AN ACTIVE EMPLOYEE"
                       TO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
               WHEN SQLCODE NOT = 0
                   SET ERR-SYSTEM-ERROR TO TRUE
                   MOVE SQLCODE TO WS-ERROR-CODE
                   STRING "Error reading supervisor - SQLCODE: "
                       SQLCODE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       DB-SET-EMPLOYEE-SUPERVISOR.
           EXEC SQL
               UPDATE EMPLOYEE_TABLE
               SET SUPERVISOR_ID = :SQL-EM-SUPERVISOR-ID
               WHERE OPERATOR_ID = :SQL-EM-OPERATOR-ID
           END-EXEC

           IF SQLCODE NOT = 0
               SET ERR-SYSTEM-ERROR TO TRUE
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error updating employee supervisor - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       DB-CHECK-PARTY-CUSTOMER.
           MOVE EM-CUSTOMER-ID TO SQL-EM-CUSTOMER-ID

           EXEC SQL
               SELECT COUNT(*)
               INTO :SQL-EM-ROW-COUNT
               FROM CUSTOMER_TABLE
               WHERE CUSTOMER_ID = :SQL-EM-CUSTOMER-ID
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE NOT = 0
                   SET ERR-SYSTEM-ERROR TO TRUE
                   MOVE SQLCODE TO WS-ERROR-CODE
                   STRING "Error reading customer - SQLCODE: "
                       SQLCODE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
               WHEN SQL-EM-ROW-COUNT = ZERO
                   SET ERR-INVALID-CUSTOMER TO TRUE
                   MOVE "RELATED PARTY NOT ON CUSTOMER MASTER"
                       TO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       DB-READ-RELATION.
           SET RELATION-NOT-ON-FILE TO TRUE
           MOVE EM-CUSTOMER-ID TO SQL-EM-CUSTOMER-ID

           EXEC SQL
               SELECT RELATION_CODE, RELATION_STATUS
               INTO :SQL-EM-RELATION-CODE,
                    :SQL-EM-RELATION-STATUS
               FROM EMPLOYEE_RELATION_TABLE
               WHERE OPERATOR_ID = :SQL-EM-OPERATOR-ID
               AND CUSTOMER_ID = :SQL-EM-CUSTOMER-ID
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   SET RELATION-ON-FILE TO TRUE
                   MOVE SPACES TO WS-OLD-VALUE
                   STRING EM-CUSTOMER-ID " " SQL-EM-RELATION-CODE
                       " " SQL-EM-RELATION-STATUS
                       DELIMITED BY SIZE
                       INTO WS-OLD-VALUE
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   SET ERR-SYSTEM-ERROR TO TRUE
                   MOVE SQLCODE TO WS-ERROR-CODE
                   STRING "Error reading related party - SQLCODE: "
                       SQLCODE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
           END-EVALUATE.

       DB-INSERT-RELATION.
           EXEC SQL
               INSERT INTO EMPLOYEE_RELATION_TABLE
                   (OPERATOR_ID, CUSTOMER_ID, RELATION_CODE,
                    RELATION_STATUS, DECLARED_DATE)
               VALUES
                   (:SQL-EM-OPERATOR-ID, :SQL-EM-CUSTOMER-ID,
                    :SQL-EM-RELATION-CODE, 'ACTIVE',
                    DATE(:WS-SQL-CURRENT-DATE))
           END-EXEC

           IF SQLCODE NOT = 0
               SET ERR-SYSTEM-ERROR TO TRUE
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error inserting related party - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       DB-UPDATE-RELATION.
           EXEC SQL
               UPDATE EMPLOYEE_RELATION_TABLE
               SET RELATION_CODE = :SQL-EM-RELATION-CODE,
                   RELATION_STATUS = 'ACTIVE',
                   DECLARED_DATE = DATE(:WS-SQL-CURRENT-DATE)
               WHERE OPERATOR_ID = :SQL-EM-OPERATOR-ID
               AND CUSTOMER_ID = :SQL-EM-CUSTOMER-ID
           END-EXEC

           IF SQLCODE NOT = 0
               SET ERR-SYSTEM-ERROR TO TRUE
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error updating related party - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       DB-REMOVE-RELATION.
           EXEC SQL
               UPDATE EMPLOYEE_RELATION_TABLE
               SET RELATION_STATUS = 'REMOVED'
               WHERE OPERATOR_ID = :SQL-EM-OPERATOR-ID
               AND CUSTOMER_ID = :SQL-EM-CUSTOMER-ID
           END-EXEC

           IF SQLCODE NOT = 0
               SET ERR-SYSTEM-ERROR TO TRUE
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error removing related party - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

           COPY "dbconfig_loader.cpy".

           COPY "jobcontrol.cpy".

           COPY "opslog.cpy".

           COPY "entitlement.cpy".

           COPY "changehist.cpy".
