      *================================================================*
      * IRA Plan Maintenance Batch                                     *
      * The controlled change path for IRA_PLAN_TABLE and its         *
      * beneficiaries.  A retirement deposit account is opened onto   *
      * the plan register with its plan type (Traditional or Roth)    *
      * and the owner's birth date - which the posting run needs for  *
      * the catch-up contribution limit and the year-end run for the  *
      * RMD notice - and closed off it again when the plan is fully   *
      * distributed.  Primary and contingent beneficiaries are added, *
      * replaced and removed by sequence number; the shares within    *
      * each class may not total more than 100 percent.  The keying   *
      * operator must hold the ACCTMAINT entitlement; every change    *
      * writes the change history.                                    *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IRA-PLAN-MAINT-BATCH.
       DATE-WRITTEN. 2026-10-15.
       AUTHOR. Updated 2026-10-15 for DB2 Integration.
       REMARKS. IRA PLAN AND BENEFICIARY MAINTENANCE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Configuration file containing DB2 connection parameters
           SELECT CONFIG-FILE
               ASSIGN TO "DB2CONFIG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-FILE-STATUS.

      * Plan openings, closings and beneficiary designations
           SELECT IRA-MAINT-FILE
               ASSIGN TO "IRAMAINT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IRA-MAINT-STATUS.

      * Before/after change report
           SELECT IRA-REPORT-FILE
               ASSIGN TO "IRAMAINTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IRA-REPORT-STATUS.

           SELECT ERROR-LOG-FILE
               ASSIGN TO "IRAMAINTERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERROR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * Maintenance Record - one action per record against one
      * retirement account.  An opening carries the owner, the plan
      * type and the owner's birth date; a beneficiary action
      * carries the beneficiary's sequence number and designation.
       FD  IRA-MAINT-FILE.
       01  IRA-MAINT-RECORD.
           05  IM-ACCOUNT-NUMBER      PIC X(10).
           05  FILLER                 PIC X.
           05  IM-ACTION-CODE         PIC X.
               88  IM-OPEN-PLAN       VALUE 'O'.
               88  IM-CLOSE-PLAN      VALUE 'C'.
               88  IM-SET-BENEFICIARY VALUE 'B'.
               88  IM-REMOVE-BENEFICIARY VALUE 'R'.
           05  FILLER                 PIC X.
      * The operator keying the change - carried onto the change
      * history so the record says who, not just what
           05  IM-KEYED-BY            PIC X(8).
           05  FILLER                 PIC X.
           05  IM-DETAIL              PIC X(60).
           05  IM-PLAN-DETAIL REDEFINES IM-DETAIL.
               10  IM-CUSTOMER-ID     PIC X(10).
               10  FILLER             PIC X.
               10  IM-PLAN-TYPE       PIC X.
                   88  IM-PLAN-TYPE-VALID VALUE 'T' 'R'.
               10  FILLER             PIC X.
      * Owner birth date as YYYY-MM-DD
               10  IM-BIRTH-DATE      PIC X(10).
               10  FILLER             PIC X(37).
           05  IM-BENEFICIARY-DETAIL REDEFINES IM-DETAIL.
               10  IM-BENEFICIARY-SEQ PIC 9(2).
               10  FILLER             PIC X.
               10  IM-BENEFICIARY-NAME PIC X(40).
               10  IM-RELATIONSHIP    PIC X(10).
               10  IM-BENEFICIARY-CLASS PIC X.
                   88  IM-CLASS-VALID VALUE 'P' 'C'.
               10  IM-SHARE-PERCENT   PIC 9(3)V99.
               10  FILLER             PIC X.

      * Change Report Record
       FD  IRA-REPORT-FILE.
       01  IRA-REPORT-RECORD          PIC X(130).

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
           05  WS-IRA-MAINT-STATUS        PIC XX.
           05  WS-IRA-REPORT-STATUS       PIC XX.
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
               88  ERR-SHARE-OVER-100     VALUE 1036.
               88  ERR-FILE-ACCESS        VALUE 3001.
               88  ERR-SYSTEM-ERROR       VALUE 9999.
           05  WS-ERROR-MESSAGE-PARAM     PIC X(80).

      * Before/After Work Area - the old value for the change report
      * and history
       01  WS-CHANGE-AREA.
           05  WS-OLD-VALUE               PIC X(40).
           05  WS-NEW-VALUE               PIC X(40).
           05  WS-HISTORY-FIELD           PIC X(18).
           05  WS-SHARE-EDIT              PIC ZZ9.99.
           05  WS-CLASS-SHARE-TOTAL       PIC 9(5)V99.

      * Processing Statistics
       01  WS-PROCESSING-STATS.
           05  WS-RECORDS-READ            PIC 9(5) COMP VALUE ZERO.
           05  WS-PLANS-OPENED            PIC 9(5) COMP VALUE ZERO.
           05  WS-PLANS-UPDATED           PIC 9(5) COMP VALUE ZERO.
           05  WS-PLANS-CLOSED            PIC 9(5) COMP VALUE ZERO.
           05  WS-BENEFICIARIES-SET       PIC 9(5) COMP VALUE ZERO.
           05  WS-BENEFICIARIES-REMOVED   PIC 9(5) COMP VALUE ZERO.
           05  WS-RECORDS-REFUSED         PIC 9(5) COMP VALUE ZERO.

      * Work Areas and Flags
       01  WS-WORK-AREAS.
           05  WS-EOF-FLAG                PIC X VALUE 'N'.
               88  END-OF-FILE            VALUE 'Y'.
               88  NOT-END-OF-FILE        VALUE 'N'.

           05  WS-PLAN-FOUND-FLAG         PIC X VALUE 'N'.
               88  PLAN-ON-FILE           VALUE 'Y'.
               88  PLAN-NOT-ON-FILE       VALUE 'N'.

           05  WS-BENEFICIARY-FOUND-FLAG  PIC X VALUE 'N'.
               88  BENEFICIARY-ON-FILE    VALUE 'Y'.
               88  BENEFICIARY-NOT-ON-FILE VALUE 'N'.

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
               IRA-MAINT-FILE
               IRA-REPORT-FILE
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
           OPEN INPUT IRA-MAINT-FILE
                OUTPUT IRA-REPORT-FILE
                OUTPUT ERROR-LOG-FILE

           IF WS-IRA-MAINT-STATUS NOT = "00"
              SET ERR-FILE-ACCESS TO TRUE
              MOVE "ERROR OPENING IRA MAINTENANCE FILE"
                  TO WS-ERROR-MESSAGE-PARAM
              PERFORM LOG-ERROR-WITH-CODE
              PERFORM ABNORMAL-TERMINATION
           END-IF

           IF WS-IRA-REPORT-STATUS NOT = "00"
              DISPLAY "ERROR OPENING CHANGE REPORT FILE"
              PERFORM ABNORMAL-TERMINATION
           END-IF

           IF WS-ERROR-FILE-STATUS NOT = "00"
              DISPLAY "ERROR OPENING ERROR LOG FILE"
              PERFORM ABNORMAL-TERMINATION
           END-IF

      * Get current system date and time
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS

           DISPLAY "IRA PLAN MAINTENANCE BATCH"
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
           MOVE "IRA-PLAN-MAINT-BATCH" TO JC-PROGRAM-ID
           MOVE SPACES TO JC-PREDECESSOR-ID
           PERFORM DB-CHECK-JOB-PREDECESSOR
           PERFORM DB-REGISTER-JOB-START

           SET NOT-END-OF-FILE TO TRUE.

       PROCESS-MAINT-RECORDS.
           READ IRA-MAINT-FILE
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
                   PERFORM WORK-ONE-MAINT-RECORD
           END-READ.

       WORK-ONE-MAINT-RECORD.
           SET ERR-NONE TO TRUE

      * The keying operator must hold an ACTIVE account maintenance
      * entitlement (plan maintenance moves no money)
           MOVE IM-KEYED-BY TO EN-OPERATOR-ID
           MOVE "ACCTMAINT" TO EN-FUNCTION-CODE
           MOVE ZERO TO EN-REQUEST-AMOUNT
           PERFORM DB-CHECK-OPERATOR-ENTITLEMENT
           IF ENTITLEMENT-DENIED
               SET ERR-NOT-ENTITLED TO TRUE
               MOVE "OPERATOR NOT ENTITLED FOR IRA MAINTENANCE"
                   TO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF

           IF ERR-NONE
               PERFORM DB-READ-PLAN
           END-IF

           IF ERR-NONE
               EVALUATE TRUE
                   WHEN IM-OPEN-PLAN
                       PERFORM OPEN-IRA-PLAN
                   WHEN IM-CLOSE-PLAN
                       PERFORM CLOSE-IRA-PLAN
                   WHEN IM-SET-BENEFICIARY
                       PERFORM SET-BENEFICIARY
                   WHEN IM-REMOVE-BENEFICIARY
                       PERFORM REMOVE-BENEFICIARY
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
               MOVE SPACES TO IRA-REPORT-RECORD
               STRING "REFUSED  " IM-ACCOUNT-NUMBER
                   " ACTION " IM-ACTION-CODE
                   " - " WS-ERROR-MESSAGE-PARAM (1:60)
                   DELIMITED BY SIZE
                   INTO IRA-REPORT-RECORD
               WRITE IRA-REPORT-RECORD
           END-IF.

       OPEN-IRA-PLAN.
      * A new plan is added whole; one already on file takes the
      * plan type and birth date given and is made OPEN again
           EVALUATE TRUE
               WHEN NOT IM-PLAN-TYPE-VALID
                   SET ERR-INVALID-ACTION TO TRUE
                   MOVE "PLAN TYPE MUST BE T (TRADITIONAL) OR R (ROTH)"
                       TO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
               WHEN IM-BIRTH-DATE = SPACES
                   SET ERR-MISSING-NAME TO TRUE
                   MOVE "OWNER BIRTH DATE IS REQUIRED"
                       TO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
               WHEN OTHER
                   PERFORM DB-CHECK-PLAN-OWNER
           END-EVALUATE

           IF ERR-NONE
               IF PLAN-ON-FILE
                   MOVE SPACES TO WS-OLD-VALUE
                   STRING SQL-IR-PLAN-TYPE " " SQL-IR-BIRTH-DATE
                       " " SQL-IR-PLAN-STATUS
                       DELIMITED BY SIZE
                       INTO WS-OLD-VALUE
                   PERFORM DB-UPDATE-PLAN
               ELSE
                   MOVE SPACES TO WS-OLD-VALUE
                   PERFORM DB-INSERT-PLAN
               END-IF
           END-IF

           IF ERR-NONE
               IF PLAN-ON-FILE
                   ADD 1 TO WS-PLANS-UPDATED
               ELSE
                   ADD 1 TO WS-PLANS-OPENED
               END-IF
               MOVE "PLAN" TO WS-HISTORY-FIELD
               MOVE SPACES TO WS-NEW-VALUE
               STRING IM-PLAN-TYPE " " IM-BIRTH-DATE " OPEN"
                   DELIMITED BY SIZE
                   INTO WS-NEW-VALUE
               PERFORM RECORD-PLAN-CHANGE

               MOVE SPACES TO IRA-REPORT-RECORD
               STRING "OPENED   " IM-ACCOUNT-NUMBER
                   " OWNER " IM-CUSTOMER-ID
                   " TYPE " IM-PLAN-TYPE
                   " BORN " IM-BIRTH-DATE
                   " WAS " WS-OLD-VALUE (1:23)
                   " BY " IM-KEYED-BY
                   DELIMITED BY SIZE
                   INTO IRA-REPORT-RECORD
               WRITE IRA-REPORT-RECORD
           END-IF.

       CLOSE-IRA-PLAN.
           IF PLAN-NOT-ON-FILE
               SET ERR-NOT-FOUND TO TRUE
               MOVE "NO IRA PLAN ON FILE FOR ACCOUNT"
                   TO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           ELSE
               MOVE SQL-IR-PLAN-STATUS TO WS-OLD-VALUE
               PERFORM DB-CLOSE-PLAN
           END-IF

           IF ERR-NONE
               ADD 1 TO WS-PLANS-CLOSED
               MOVE "PLAN_STATUS" TO WS-HISTORY-FIELD
               MOVE "CLOSED" TO WS-NEW-VALUE
               PERFORM RECORD-PLAN-CHANGE

               MOVE SPACES TO IRA-REPORT-RECORD
               STRING "CLOSED   " IM-ACCOUNT-NUMBER
                   " OWNER " SQL-IR-CUSTOMER-ID
                   " BY " IM-KEYED-BY
                   DELIMITED BY SIZE
                   INTO IRA-REPORT-RECORD
               WRITE IRA-REPORT-RECORD
           END-IF.

       SET-BENEFICIARY.
      * A beneficiary hangs off an open plan; the designation at the
      * sequence number given is added or replaced whole
           EVALUATE TRUE
               WHEN PLAN-NOT-ON-FILE
                 OR SQL-IR-PLAN-STATUS NOT = "OPEN"
                   SET ERR-NOT-FOUND TO TRUE
                   MOVE "NO OPEN IRA PLAN ON FILE FOR ACCOUNT"
                       TO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
               WHEN IM-BENEFICIARY-NAME = SPACES
                   SET ERR-MISSING-NAME TO TRUE
                   MOVE "BENEFICIARY NAME IS REQUIRED"
                       TO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
               WHEN NOT IM-CLASS-VALID
                   SET ERR-INVALID-ACTION TO TRUE
                   MOVE "BENEFICIARY CLASS MUST BE P OR C"
                       TO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
               WHEN OTHER
                   PERFORM DB-READ-BENEFICIARY
           END-EVALUATE

      * The other designations in the same class plus this one may
      * not claim more than the whole account
           IF ERR-NONE
               PERFORM DB-GET-CLASS-SHARE-TOTAL
           END-IF
           IF ERR-NONE
               ADD IM-SHARE-PERCENT TO WS-CLASS-SHARE-TOTAL
               IF WS-CLASS-SHARE-TOTAL > 100
                   SET ERR-SHARE-OVER-100 TO TRUE
                   MOVE "BENEFICIARY SHARES IN CLASS EXCEED 100 PCT"
                       TO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
               END-IF
           END-IF

           IF ERR-NONE
               IF BENEFICIARY-ON-FILE
                   PERFORM DB-UPDATE-BENEFICIARY
               ELSE
                   MOVE SPACES TO WS-OLD-VALUE
                   PERFORM DB-INSERT-BENEFICIARY
               END-IF
           END-IF

           IF ERR-NONE
               ADD 1 TO WS-BENEFICIARIES-SET
               MOVE "BENEFICIARY" TO WS-HISTORY-FIELD
               MOVE IM-SHARE-PERCENT TO WS-SHARE-EDIT
               MOVE SPACES TO WS-NEW-VALUE
               STRING IM-BENEFICIARY-SEQ " " IM-BENEFICIARY-CLASS
                   " " WS-SHARE-EDIT " " IM-BENEFICIARY-NAME
                   DELIMITED BY SIZE
                   INTO WS-NEW-VALUE
               PERFORM RECORD-PLAN-CHANGE

               MOVE SPACES TO IRA-REPORT-RECORD
               STRING "BENEFICIARY " IM-ACCOUNT-NUMBER
                   " SEQ " IM-BENEFICIARY-SEQ
                   " " IM-BENEFICIARY-NAME
                   " CLASS " IM-BENEFICIARY-CLASS
                   " SHARE " WS-SHARE-EDIT
                   " BY " IM-KEYED-BY
                   DELIMITED BY SIZE
                   INTO IRA-REPORT-RECORD
               WRITE IRA-REPORT-RECORD
           END-IF.

       REMOVE-BENEFICIARY.
      * The removed designation survives on the change history
           PERFORM DB-READ-BENEFICIARY

           IF ERR-NONE AND BENEFICIARY-NOT-ON-FILE
               SET ERR-NOT-FOUND TO TRUE
               MOVE "BENEFICIARY NOT ON FILE FOR ACCOUNT"
                   TO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF

           IF ERR-NONE
               PERFORM DB-DELETE-BENEFICIARY
           END-IF

           IF ERR-NONE
               ADD 1 TO WS-BENEFICIARIES-REMOVED
               MOVE "BENEFICIARY" TO WS-HISTORY-FIELD
               MOVE SPACES TO WS-NEW-VALUE
               STRING IM-BENEFICIARY-SEQ " REMOVED"
                   DELIMITED BY SIZE
                   INTO WS-NEW-VALUE
               PERFORM RECORD-PLAN-CHANGE

               MOVE SPACES TO IRA-REPORT-RECORD
               STRING "REMOVED  " IM-ACCOUNT-NUMBER
                   " SEQ " IM-BENEFICIARY-SEQ
                   " " SQL-IR-BENEFICIARY-NAME
                   " BY " IM-KEYED-BY
                   DELIMITED BY SIZE
                   INTO IRA-REPORT-RECORD
               WRITE IRA-REPORT-RECORD
           END-IF.

       RECORD-PLAN-CHANGE.
      * The durable field-level record of the change, keyed by the
      * retirement account the plan belongs to
           MOVE "IRA_PLAN" TO CH-TABLE-NAME
           MOVE IM-ACCOUNT-NUMBER TO CH-RECORD-KEY
           MOVE WS-HISTORY-FIELD TO CH-FIELD-NAME
           MOVE WS-OLD-VALUE TO CH-OLD-VALUE
           MOVE WS-NEW-VALUE TO CH-NEW-VALUE
           MOVE IM-KEYED-BY TO CH-CHANGED-BY
           MOVE "IRAMAINT" TO CH-CHANGE-REASON
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
           DISPLAY "IRA PLAN MAINTENANCE SUMMARY"
           DISPLAY "Records Read:        " WS-RECORDS-READ
           DISPLAY "Plans Opened:        " WS-PLANS-OPENED
           DISPLAY "Plans Updated:       " WS-PLANS-UPDATED
           DISPLAY "Plans Closed:        " WS-PLANS-CLOSED
           DISPLAY "Beneficiaries Set:   " WS-BENEFICIARIES-SET
           DISPLAY "Beneficiaries Gone:  " WS-BENEFICIARIES-REMOVED
           DISPLAY "Records Refused:     " WS-RECORDS-REFUSED.

       CLEANUP-ROUTINE.
      * Flip this job to COMPLETE on the job control table so
      * downstream predecessor checks open up
           PERFORM DB-REGISTER-JOB-COMPLETE

      * Disconnect from DB2 database
           PERFORM DB-DISCONNECT

           CLOSE IRA-MAINT-FILE
                 IRA-REPORT-FILE
                 ERROR-LOG-FILE

           DISPLAY "IRA PLAN MAINTENANCE BATCH COMPLETE".

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
           MOVE IM-ACCOUNT-NUMBER TO ER-CUSTOMER-ID
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

       DB-READ-PLAN.
           SET PLAN-NOT-ON-FILE TO TRUE
           MOVE IM-ACCOUNT-NUMBER TO SQL-IR-ACCOUNT-NUMBER

           EXEC SQL
               SELECT CUSTOMER_ID, PLAN_TYPE,
                      CHAR(OWNER_BIRTH_DATE, ISO), PLAN_STATUS
               INTO :SQL-IR-CUSTOMER-ID,
                    :SQL-IR-PLAN-TYPE,
                    :SQL-IR-BIRTH-DATE,
                    :SQL-IR-PLAN-STATUS
               FROM IRA_PLAN_TABLE
               WHERE ACCOUNT_NUMBER = :SQL-IR-ACCOUNT-NUMBER
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   SET PLAN-ON-FILE TO TRUE
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   SET ERR-SYSTEM-ERROR TO TRUE
                   MOVE SQLCODE TO WS-ERROR-CODE
                   STRING "Error reading IRA plan - SQLCODE: "
                       SQLCODE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
           END-EVALUATE.

       DB-CHECK-PLAN-OWNER.
      * The retirement account must be on the account master and
      * the owner on the customer master
           MOVE IM-CUSTOMER-ID TO SQL-IR-CUSTOMER-ID

           EXEC SQL
               SELECT COUNT(*)
               INTO :SQL-IR-ROW-COUNT
               FROM ACCOUNT_TABLE
               WHERE CUSTOMER_ID = :SQL-IR-ACCOUNT-NUMBER
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE NOT = 0
                   SET ERR-SYSTEM-ERROR TO TRUE
                   MOVE SQLCODE TO WS-ERROR-CODE
                   STRING "Error reading account - SQLCODE: "
                       SQLCODE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
               WHEN SQL-IR-ROW-COUNT = ZERO
                   SET ERR-NOT-FOUND TO TRUE
                   MOVE "RETIREMENT ACCOUNT NOT ON ACCOUNT MASTER"
                       TO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF ERR-NONE
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :SQL-IR-ROW-COUNT
                   FROM CUSTOMER_TABLE
                   WHERE CUSTOMER_ID = :SQL-IR-CUSTOMER-ID
               END-EXEC

               EVALUATE TRUE
                   WHEN SQLCODE NOT = 0
                       SET ERR-SYSTEM-ERROR TO TRUE
                       MOVE SQLCODE TO WS-ERROR-CODE
                       STRING "Error reading customer - SQLCODE: "
                           SQLCODE
                           INTO WS-ERROR-MESSAGE-PARAM
                       PERFORM LOG-ERROR-WITH-CODE
                   WHEN SQL-IR-ROW-COUNT = ZERO
                       SET ERR-INVALID-CUSTOMER TO TRUE
                       MOVE "PLAN OWNER NOT ON CUSTOMER MASTER"
                           TO WS-ERROR-MESSAGE-PARAM
                       PERFORM LOG-ERROR-WITH-CODE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       DB-INSERT-PLAN.
           MOVE IM-PLAN-TYPE TO SQL-IR-PLAN-TYPE
           MOVE IM-BIRTH-DATE TO SQL-IR-BIRTH-DATE

           EXEC SQL
               INSERT INTO IRA_PLAN_TABLE
                   (ACCOUNT_NUMBER, CUSTOMER_ID, PLAN_TYPE,
                    OWNER_BIRTH_DATE, OPENED_DATE, PLAN_STATUS)
               VALUES
                   (:SQL-IR-ACCOUNT-NUMBER, :SQL-IR-CUSTOMER-ID,
                    :SQL-IR-PLAN-TYPE, DATE(:SQL-IR-BIRTH-DATE),
                    DATE(:WS-SQL-CURRENT-DATE), 'OPEN')
           END-EXEC

           IF SQLCODE NOT = 0
               SET ERR-SYSTEM-ERROR TO TRUE
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error inserting IRA plan - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       DB-UPDATE-PLAN.
           MOVE IM-PLAN-TYPE TO SQL-IR-PLAN-TYPE
           MOVE IM-BIRTH-DATE TO SQL-IR-BIRTH-DATE

           EXEC SQL
               UPDATE IRA_PLAN_TABLE
               SET CUSTOMER_ID = :SQL-IR-CUSTOMER-ID,
                   PLAN_TYPE = :SQL-IR-PLAN-TYPE,
                   OWNER_BIRTH_DATE = DATE(:SQL-IR-BIRTH-DATE),
                   PLAN_STATUS = 'OPEN'
               WHERE ACCOUNT_NUMBER = :SQL-IR-ACCOUNT-NUMBER
           END-EXEC

           IF SQLCODE NOT = 0
               SET ERR-SYSTEM-ERROR TO TRUE
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error updating IRA plan - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       DB-CLOSE-PLAN.
           EXEC SQL
               UPDATE IRA_PLAN_TABLE
               SET PLAN_STATUS = 'CLOSED'
               WHERE ACCOUNT_NUMBER = :SQL-IR-ACCOUNT-NUMBER
           END-EXEC

           IF SQLCODE NOT = 0
               SET ERR-SYSTEM-ERROR TO TRUE
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error closing IRA plan - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       DB-READ-BENEFICIARY.
           SET BENEFICIARY-NOT-ON-FILE TO TRUE
           MOVE IM-ACCOUNT-NUMBER TO SQL-IR-ACCOUNT-NUMBER
           MOVE IM-BENEFICIARY-SEQ TO SQL-IR-BENEFICIARY-SEQ

           EXEC SQL
               SELECT BENEFICIARY_NAME, COALESCE(RELATIONSHIP, ' '),
                      BENEFICIARY_CLASS, SHARE_PERCENT
               INTO :SQL-IR-BENEFICIARY-NAME,
                    :SQL-IR-RELATIONSHIP,
                    :SQL-IR-BENEFICIARY-CLASS,
                    :SQL-IR-SHARE-PERCENT
               FROM IRA_BENEFICIARY_TABLE
               WHERE ACCOUNT_NUMBER = :SQL-IR-ACCOUNT-NUMBER
               AND BENEFICIARY_SEQ = :SQL-IR-BENEFICIARY-SEQ
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   SET BENEFICIARY-ON-FILE TO TRUE
                   MOVE SQL-IR-SHARE-PERCENT TO WS-SHARE-EDIT
                   MOVE SPACES TO WS-OLD-VALUE
                   STRING IM-BENEFICIARY-SEQ " "
                       SQL-IR-BENEFICIARY-CLASS
                       " " WS-SHARE-EDIT " " SQL-IR-BENEFICIARY-NAME
                       DELIMITED BY SIZE
                       INTO WS-OLD-VALUE
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   SET ERR-SYSTEM-ERROR TO TRUE
                   MOVE SQLCODE TO WS-ERROR-CODE
                   STRING "Error reading beneficiary - SQLCODE: "
                       SQLCODE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
           END-EVALUATE.

       DB-GET-CLASS-SHARE-TOTAL.
      * Shares already designated in this class, leaving out the
      * sequence number being replaced
           MOVE IM-BENEFICIARY-CLASS TO SQL-IR-BENEFICIARY-CLASS
           MOVE ZERO TO SQL-IR-SHARE-PERCENT

           EXEC SQL
               SELECT COALESCE(SUM(SHARE_PERCENT), 0)
               INTO :SQL-IR-SHARE-PERCENT
               FROM IRA_BENEFICIARY_TABLE
               WHERE ACCOUNT_NUMBER = :SQL-IR-ACCOUNT-NUMBER
               AND BENEFICIARY_CLASS = :SQL-IR-BENEFICIARY-CLASS
               AND BENEFICIARY_SEQ <> :SQL-IR-BENEFICIARY-SEQ
           END-EXEC

           IF SQLCODE = 0
               MOVE SQL-IR-SHARE-PERCENT TO WS-CLASS-SHARE-TOTAL
           ELSE
               SET ERR-SYSTEM-ERROR TO TRUE
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error totalling beneficiary shares - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       DB-INSERT-BENEFICIARY.
           MOVE IM-BENEFICIARY-NAME TO SQL-IR-BENEFICIARY-NAME
           MOVE IM-RELATIONSHIP TO SQL-IR-RELATIONSHIP
           MOVE IM-BENEFICIARY-CLASS TO SQL-IR-BENEFICIARY-CLASS
           MOVE IM-SHARE-PERCENT TO SQL-IR-SHARE-PERCENT

           EXEC SQL
               INSERT INTO IRA_BENEFICIARY_TABLE
                   (ACCOUNT_NUMBER, BENEFICIARY_SEQ, BENEFICIARY_NAME,
                    RELATIONSHIP, BENEFICIARY_CLASS, SHARE_PERCENT)
               VALUES
                   (:SQL-IR-ACCOUNT-NUMBER, :SQL-IR-BENEFICIARY-SEQ,
                    :SQL-IR-BENEFICIARY-NAME, :SQL-IR-RELATIONSHIP,
                    :SQL-IR-BENEFICIARY-CLASS, :SQL-IR-SHARE-PERCENT)
           END-EXEC

           IF SQLCODE NOT = 0
               SET ERR-SYSTEM-ERROR TO TRUE
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error inserting beneficiary - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       DB-UPDATE-BENEFICIARY.
           MOVE IM-BENEFICIARY-NAME TO SQL-IR-BENEFICIARY-NAME
           MOVE IM-RELATIONSHIP TO SQL-IR-RELATIONSHIP
           MOVE IM-BENEFICIARY-CLASS TO SQL-IR-BENEFICIARY-CLASS
           MOVE IM-SHARE-PERCENT TO SQL-IR-SHARE-PERCENT

           EXEC SQL
               UPDATE IRA_BENEFICIARY_TABLE
               SET BENEFICIARY_NAME = :SQL-IR-BENEFICIARY-NAME,
                   RELATIONSHIP = :SQL-IR-RELATIONSHIP,
                   BENEFICIARY_CLASS = :SQL-IR-BENEFICIARY-CLASS,
                   SHARE_PERCENT = :SQL-IR-SHARE-PERCENT
               WHERE ACCOUNT_NUMBER = :SQL-IR-ACCOUNT-NUMBER
               AND BENEFICIARY_SEQ = :SQL-IR-BENEFICIARY-SEQ
           END-EXEC

           IF SQLCODE NOT = 0
               SET ERR-SYSTEM-ERROR TO TRUE
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error updating beneficiary - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       DB-DELETE-BENEFICIARY.
           EXEC SQL
               DELETE FROM IRA_BENEFICIARY_TABLE
               WHERE ACCOUNT_NUMBER = :SQL-IR-ACCOUNT-NUMBER
               AND BENEFICIARY_SEQ = :SQL-IR-BENEFICIARY-SEQ
           END-EXEC

           IF SQLCODE NOT = 0
               SET ERR-SYSTEM-ERROR TO TRUE
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error removing beneficiary - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

           COPY "dbconfig_loader.cpy".

           COPY "jobcontrol.cpy".

           COPY "opslog.cpy".

           COPY "entitlement.cpy".

           COPY "changehist.cpy".
