      *================================================================*
      * IOLTA Maintenance Batch                                        *
      * The controlled change path for the IOLTA register.  Each      *
      * state bar foundation's remittance program is set up with its  *
      * state, the clearing account its interest is swept to and      *
      * whether allowable service charges may be netted from it.  An  *
      * attorney trust account is flagged onto a program with its     *
      * law firm - from that day its interest is held for the         *
      * foundation instead of credited to the account - and taken     *
      * off again when the firm closes the trust account.  The        *
      * keying operator must hold the ACCTMAINT entitlement; every    *
      * change writes the change history.                             *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IOLTA-MAINT-BATCH.
       DATE-WRITTEN. 2026-10-15.
       AUTHOR. Updated 2026-10-15 for DB2 Integration.
       REMARKS. IOLTA PROGRAM AND TRUST ACCOUNT MAINTENANCE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Configuration file containing DB2 connection parameters
           SELECT CONFIG-FILE
               ASSIGN TO "DB2CONFIG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-FILE-STATUS.

      * Program set-ups and trust account flagging
           SELECT IOLTA-MAINT-FILE
               ASSIGN TO "IOLTAMAINT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IOLTA-MAINT-STATUS.

      * Before/after change report
           SELECT IOLTA-REPORT-FILE
               ASSIGN TO "IOLTAMAINTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IOLTA-REPORT-STATUS.

           SELECT ERROR-LOG-FILE
               ASSIGN TO "IOLTAMAINTERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERROR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * Maintenance Record - one action per record.  A program
      * action is keyed by program code and carries the program's
      * name, state, clearing account and fee-netting rule; an
      * account action is keyed by the trust account and carries
      * its program and law firm.
       FD  IOLTA-MAINT-FILE.
       01  IOLTA-MAINT-RECORD.
           05  TM-RECORD-KEY          PIC X(10).
           05  FILLER                 PIC X.
           05  TM-ACTION-CODE         PIC X.
               88  TM-SET-PROGRAM     VALUE 'P'.
               88  TM-FLAG-ACCOUNT    VALUE 'A'.
               88  TM-CLOSE-ACCOUNT   VALUE 'C'.
           05  FILLER                 PIC X.
      * The operator keying the change - carried onto the change
      * history so the record says who, not just what
           05  TM-KEYED-BY            PIC X(8).
           05  FILLER                 PIC X.
           05  TM-DETAIL              PIC X(70).
           05  TM-PROGRAM-DETAIL REDEFINES TM-DETAIL.
               10  TM-PROGRAM-NAME    PIC X(40).
               10  TM-STATE-CODE      PIC X(2).
               10  FILLER             PIC X.
               10  TM-CLEARING-ACCOUNT PIC X(10).
               10  FILLER             PIC X.
               10  TM-FEES-ALLOWED    PIC X.
                   88  TM-FEES-VALID  VALUE 'Y' 'N'.
               10  FILLER             PIC X(15).
           05  TM-ACCOUNT-DETAIL REDEFINES TM-DETAIL.
               10  TM-PROGRAM-CODE    PIC X(6).
               10  FILLER             PIC X.
               10  TM-LAW-FIRM-NAME   PIC X(40).
               10  TM-LAW-FIRM-ID     PIC X(10).
               10  FILLER             PIC X(13).

      * Change Report Record
       FD  IOLTA-REPORT-FILE.
       01  IOLTA-REPORT-RECORD        PIC X(130).

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
           05  WS-IOLTA-MAINT-STATUS      PIC XX.
           05  WS-IOLTA-REPORT-STATUS     PIC XX.
           05  WS-ERROR-FILE-STATUS       PIC XX.

      * Error Code Management
       01  WS-ERROR-CODES.
           05  WS-ERROR-CODE              PIC 9(4).
               88  ERR-NONE               VALUE 0000.
               88  ERR-MISSING-NAME       VALUE 1002.
               88  ERR-INVALID-ACTION     VALUE 1006.
               88  ERR-NOT-FOUND          VALUE 1007.
               88  ERR-NOT-ENTITLED       VALUE 1028.
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
           05  WS-PROGRAMS-ADDED          PIC 9(5) COMP VALUE ZERO.
           05  WS-PROGRAMS-UPDATED        PIC 9(5) COMP VALUE ZERO.
           05  WS-ACCOUNTS-FLAGGED        PIC 9(5) COMP VALUE ZERO.
           05  WS-ACCOUNTS-UPDATED        PIC 9(5) COMP VALUE ZERO.
           05  WS-ACCOUNTS-CLOSED         PIC 9(5) COMP VALUE ZERO.
           05  WS-RECORDS-REFUSED         PIC 9(5) COMP VALUE ZERO.

      * Work Areas and Flags
       01  WS-WORK-AREAS.
           05  WS-EOF-FLAG                PIC X VALUE 'N'.
               88  END-OF-FILE            VALUE 'Y'.
               88  NOT-END-OF-FILE        VALUE 'N'.

           05  WS-ROW-FOUND-FLAG          PIC X VALUE 'N'.
               88  ROW-ON-FILE            VALUE 'Y'.
               88  ROW-NOT-ON-FILE        VALUE 'N'.

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
               IOLTA-MAINT-FILE
               IOLTA-REPORT-FILE
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
           OPEN INPUT IOLTA-MAINT-FILE
                OUTPUT IOLTA-REPORT-FILE
                OUTPUT ERROR-LOG-FILE

           IF WS-IOLTA-MAINT-STATUS NOT = "00"
              SET ERR-FILE-ACCESS TO TRUE
              MOVE "ERROR OPENING IOLTA MAINTENANCE FILE"
                  TO WS-ERROR-MESSAGE-PARAM
              PERFORM LOG-ERROR-WITH-CODE
              PERFORM ABNORMAL-TERMINATION
           END-IF

           IF WS-IOLTA-REPORT-STATUS NOT = "00"
              DISPLAY "ERROR OPENING CHANGE REPORT FILE"
              PERFORM ABNORMAL-TERMINATION
           END-IF

           IF WS-ERROR-FILE-STATUS NOT = "00"
              DISPLAY "ERROR OPENING ERROR LOG FILE"
              PERFORM ABNORMAL-TERMINATION
           END-IF

      * Get current system date and time
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS

           DISPLAY "IOLTA MAINTENANCE BATCH"
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
           MOVE "IOLTA-MAINT-BATCH" TO JC-PROGRAM-ID
           MOVE SPACES TO JC-PREDECESSOR-ID
           PERFORM DB-CHECK-JOB-PREDECESSOR
           PERFORM DB-REGISTER-JOB-START

           SET NOT-END-OF-FILE TO TRUE.

       PROCESS-MAINT-RECORDS.
           READ IOLTA-MAINT-FILE
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
                   PERFORM WORK-ONE-MAINT-RECORD
           END-READ.

       WORK-ONE-MAINT-RECORD.
           SET ERR-NONE TO TRUE

      * The keying operator must hold an ACTIVE account maintenance
      * entitlement (maintenance moves no money)
           MOVE TM-KEYED-BY TO EN-OPERATOR-ID
           MOVE "ACCTMAINT" TO EN-FUNCTION-CODE
           MOVE ZERO TO EN-REQUEST-AMOUNT
           PERFORM DB-CHECK-OPERATOR-ENTITLEMENT
           IF ENTITLEMENT-DENIED
               SET ERR-NOT-ENTITLED TO TRUE
               MOVE "OPERATOR NOT ENTITLED FOR ACCOUNT MAINTENANCE"
                   TO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF

           IF ERR-NONE
               EVALUATE TRUE
                   WHEN TM-SET-PROGRAM
                       PERFORM SET-IOLTA-PROGRAM
                   WHEN TM-FLAG-ACCOUNT
                       PERFORM FLAG-IOLTA-ACCOUNT
                   WHEN TM-CLOSE-ACCOUNT
                       PERFORM CLOSE-IOLTA-ACCOUNT
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
               MOVE SPACES TO IOLTA-REPORT-RECORD
               STRING "REFUSED  " TM-RECORD-KEY
                   " ACTION " TM-ACTION-CODE
                   " - " WS-ERROR-MESSAGE-PARAM (1:60)
                   DELIMITED BY SIZE
                   INTO IOLTA-REPORT-RECORD
               WRITE IOLTA-REPORT-RECORD
           END-IF.

       SET-IOLTA-PROGRAM.
      * A program needs a name, a state and a clearing account that
      * is on the account master; fee netting defaults to allowed
           IF TM-FEES-ALLOWED = SPACE
               MOVE 'Y' TO TM-FEES-ALLOWED
           END-IF

           EVALUATE TRUE
               WHEN TM-PROGRAM-NAME = SPACES
                 OR TM-STATE-CODE = SPACES
                 OR TM-CLEARING-ACCOUNT = SPACES
                   SET ERR-MISSING-NAME TO TRUE
                   MOVE "PROGRAM NAME, STATE AND CLEARING ACCT REQUIRED"
                       TO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
               WHEN NOT TM-FEES-VALID
                   SET ERR-INVALID-ACTION TO TRUE
                   MOVE "FEE NETTING MUST BE Y OR N"
                       TO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
               WHEN OTHER
                   MOVE TM-CLEARING-ACCOUNT TO SQL-AM-CUSTOMER-ID
                   PERFORM DB-CHECK-ACCOUNT
           END-EVALUATE

           IF ERR-NONE
               MOVE TM-RECORD-KEY TO SQL-IO-PROGRAM-CODE
               PERFORM DB-READ-PROGRAM
           END-IF

           IF ERR-NONE
               IF ROW-ON-FILE
                   MOVE SPACES TO WS-OLD-VALUE
                   STRING SQL-IO-STATE-CODE " "
                       SQL-IO-CLEARING-ACCOUNT " "
                       SQL-IO-FEES-ALLOWED
                       DELIMITED BY SIZE
                       INTO WS-OLD-VALUE
                   PERFORM DB-UPDATE-PROGRAM
               ELSE
                   MOVE SPACES TO WS-OLD-VALUE
                   PERFORM DB-INSERT-PROGRAM
               END-IF
           END-IF

           IF ERR-NONE
               IF ROW-ON-FILE
                   ADD 1 TO WS-PROGRAMS-UPDATED
               ELSE
                   ADD 1 TO WS-PROGRAMS-ADDED
               END-IF
               MOVE "IOLTA_PROGRAM" TO WS-HISTORY-FIELD
               MOVE SPACES TO WS-NEW-VALUE
               STRING TM-STATE-CODE " " TM-CLEARING-ACCOUNT " "
                   TM-FEES-ALLOWED
                   DELIMITED BY SIZE
                   INTO WS-NEW-VALUE
               PERFORM RECORD-IOLTA-CHANGE

               MOVE SPACES TO IOLTA-REPORT-RECORD
               STRING "PROGRAM  " TM-RECORD-KEY (1:6)
                   " " TM-PROGRAM-NAME
                   " STATE/CLEARING/FEES " WS-NEW-VALUE (1:14)
                   " WAS " WS-OLD-VALUE (1:14)
                   " BY " TM-KEYED-BY
                   DELIMITED BY SIZE
                   INTO IOLTA-REPORT-RECORD
               WRITE IOLTA-REPORT-RECORD
           END-IF.

       FLAG-IOLTA-ACCOUNT.
      * The trust account must be an ACTIVE account and its program
      * an ACTIVE program.  A new flag starts holding interest from
      * today; re-flagging a closed entry starts a fresh flag date,
      * and an active one just takes the new program or firm.
           EVALUATE TRUE
               WHEN TM-LAW-FIRM-NAME = SPACES
                 OR TM-PROGRAM-CODE = SPACES
                   SET ERR-MISSING-NAME TO TRUE
                   MOVE "LAW FIRM AND PROGRAM ARE REQUIRED"
                       TO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
               WHEN OTHER
                   MOVE TM-RECORD-KEY TO SQL-AM-CUSTOMER-ID
                   PERFORM DB-CHECK-ACCOUNT
           END-EVALUATE

           IF ERR-NONE
               MOVE TM-PROGRAM-CODE TO SQL-IO-PROGRAM-CODE
               PERFORM DB-READ-PROGRAM
               IF ERR-NONE
                   IF ROW-NOT-ON-FILE
                      OR SQL-IO-PROGRAM-STATUS NOT = "ACTIVE"
                       SET ERR-NOT-FOUND TO TRUE
                       MOVE "IOLTA PROGRAM NOT ON FILE OR NOT ACTIVE"
                           TO WS-ERROR-MESSAGE-PARAM
                       PERFORM LOG-ERROR-WITH-CODE
                   END-IF
               END-IF
           END-IF

           IF ERR-NONE
               PERFORM DB-READ-IOLTA-ACCOUNT
           END-IF

           IF ERR-NONE
               MOVE TM-PROGRAM-CODE TO SQL-IO-PROGRAM-CODE
               MOVE TM-LAW-FIRM-NAME TO SQL-IO-LAW-FIRM-NAME
               MOVE TM-LAW-FIRM-ID TO SQL-IO-LAW-FIRM-ID
               IF ROW-ON-FILE
                   MOVE SPACES TO WS-OLD-VALUE
                   STRING SQL-IO-IOLTA-STATUS " "
                       SQL-IO-FLAGGED-DATE
                       DELIMITED BY SIZE
                       INTO WS-OLD-VALUE
                   PERFORM DB-UPDATE-IOLTA-ACCOUNT
               ELSE
                   MOVE SPACES TO WS-OLD-VALUE
                   PERFORM DB-INSERT-IOLTA-ACCOUNT
               END-IF
           END-IF

           IF ERR-NONE
               IF ROW-ON-FILE
                   ADD 1 TO WS-ACCOUNTS-UPDATED
               ELSE
                   ADD 1 TO WS-ACCOUNTS-FLAGGED
               END-IF
               MOVE "IOLTA_STATUS" TO WS-HISTORY-FIELD
               MOVE SPACES TO WS-NEW-VALUE
               STRING "ACTIVE " TM-PROGRAM-CODE " "
                   TM-LAW-FIRM-NAME
                   DELIMITED BY SIZE
                   INTO WS-NEW-VALUE
               PERFORM RECORD-IOLTA-CHANGE

               MOVE SPACES TO IOLTA-REPORT-RECORD
               STRING "FLAGGED  " TM-RECORD-KEY
                   " PROGRAM " TM-PROGRAM-CODE
                   " FIRM " TM-LAW-FIRM-NAME
                   " WAS " WS-OLD-VALUE (1:21)
                   " BY " TM-KEYED-BY
                   DELIMITED BY SIZE
                   INTO IOLTA-REPORT-RECORD
               WRITE IOLTA-REPORT-RECORD
           END-IF.

       CLOSE-IOLTA-ACCOUNT.
      * Interest stops being held from tonight; whatever the period
      * has already held is still swept by the next remittance
           PERFORM DB-READ-IOLTA-ACCOUNT

           IF ERR-NONE
               IF ROW-NOT-ON-FILE
                  OR SQL-IO-IOLTA-STATUS NOT = "ACTIVE"
                   SET ERR-NOT-FOUND TO TRUE
                   MOVE "ACCOUNT IS NOT AN ACTIVE IOLTA ACCOUNT"
                       TO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
               ELSE
                   PERFORM DB-CLOSE-IOLTA-ACCOUNT
               END-IF
           END-IF

           IF ERR-NONE
               ADD 1 TO WS-ACCOUNTS-CLOSED
               MOVE "IOLTA_STATUS" TO WS-HISTORY-FIELD
               MOVE SQL-IO-IOLTA-STATUS TO WS-OLD-VALUE
               MOVE "CLOSED" TO WS-NEW-VALUE
               PERFORM RECORD-IOLTA-CHANGE

               MOVE SPACES TO IOLTA-REPORT-RECORD
               STRING "CLOSED   " TM-RECORD-KEY
                   " PROGRAM " SQL-IO-PROGRAM-CODE
                   " FIRM " SQL-IO-LAW-FIRM-NAME
                   " BY " TM-KEYED-BY
                   DELIMITED BY SIZE
                   INTO IOLTA-REPORT-RECORD
               WRITE IOLTA-REPORT-RECORD
           END-IF.

       RECORD-IOLTA-CHANGE.
      * The durable field-level record of the change
           MOVE "IOLTA" TO CH-TABLE-NAME
           MOVE TM-RECORD-KEY TO CH-RECORD-KEY
           MOVE WS-HISTORY-FIELD TO CH-FIELD-NAME
           MOVE WS-OLD-VALUE TO CH-OLD-VALUE
           MOVE WS-NEW-VALUE TO CH-NEW-VALUE
           MOVE TM-KEYED-BY TO CH-CHANGED-BY
           MOVE "IOLTAMAINT" TO CH-CHANGE-REASON
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
           DISPLAY "IOLTA MAINTENANCE SUMMARY"
           DISPLAY "Records Read:       " WS-RECORDS-READ
           DISPLAY "Programs Added:     " WS-PROGRAMS-ADDED
           DISPLAY "Programs Updated:   " WS-PROGRAMS-UPDATED
           DISPLAY "Accounts Flagged:   " WS-ACCOUNTS-FLAGGED
           DISPLAY "Accounts Updated:   " WS-ACCOUNTS-UPDATED
           DISPLAY "Accounts Closed:    " WS-ACCOUNTS-CLOSED
           DISPLAY "Records Refused:    " WS-RECORDS-REFUSED.

       CLEANUP-ROUTINE.
      * Flip this job to COMPLETE on the job control table so
      * downstream predecessor checks open up
           PERFORM DB-REGISTER-JOB-COMPLETE

      * Disconnect from DB2 database
           PERFORM DB-DISCONNECT

           CLOSE IOLTA-MAINT-FILE
                 IOLTA-REPORT-FILE
                 ERROR-LOG-FILE

           DISPLAY "IOLTA MAINTENANCE BATCH COMPLETE".

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
           MOVE TM-RECORD-KEY TO ER-CUSTOMER-ID
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

       DB-CHECK-ACCOUNT.
      * Trust and clearing accounts alike must be ACTIVE accounts
           EXEC SQL
               SELECT COUNT(*)
               INTO :SQL-IO-ROW-COUNT
               FROM ACCOUNT_TABLE
               WHERE CUSTOMER_ID = :SQL-AM-CUSTOMER-ID
               AND ACCOUNT_STATUS = 'ACTIVE'
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE NOT = 0
                   SET ERR-SYSTEM-ERROR TO TRUE
                   MOVE SQLCODE TO WS-ERROR-CODE
                   STRING "Error reading account - SQLCODE: "
                       SQLCODE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
               WHEN SQL-IO-ROW-COUNT = ZERO
                   SET ERR-NOT-FOUND TO TRUE
                   MOVE "ACCOUNT NOT ON FILE OR NOT ACTIVE"
                       TO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       DB-READ-PROGRAM.
           SET ROW-NOT-ON-FILE TO TRUE

           EXEC SQL
               SELECT PROGRAM_NAME, STATE_CODE, CLEARING_ACCOUNT,
                      COALESCE(FEES_ALLOWED, 'Y'),
                      COALESCE(PROGRAM_STATUS, 'ACTIVE')
               INTO :SQL-IO-PROGRAM-NAME,
                    :SQL-IO-STATE-CODE,
                    :SQL-IO-CLEARING-ACCOUNT,
                    :SQL-IO-FEES-ALLOWED,
                    :SQL-IO-PROGRAM-STATUS
               FROM IOLTA_PROGRAM_TABLE
               WHERE PROGRAM_CODE = :SQL-IO-PROGRAM-CODE
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   SET ROW-ON-FILE TO TRUE
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   SET ERR-SYSTEM-ERROR TO TRUE
                   MOVE SQLCODE TO WS-ERROR-CODE
                   STRING "Error reading IOLTA program - SQLCODE: "
                       SQLCODE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
           END-EVALUATE.

       DB-INSERT-PROGRAM.
           EXEC SQL
               INSERT INTO IOLTA_PROGRAM_TABLE
                   (PROGRAM_CODE, PROGRAM_NAME, STATE_CODE,
                    CLEARING_ACCOUNT, FEES_ALLOWED, PROGRAM_STATUS)
               VALUES
                   (:SQL-IO-PROGRAM-CODE, :TM-PROGRAM-NAME,
                    :TM-STATE-CODE, :TM-CLEARING-ACCOUNT,
                    :TM-FEES-ALLOWED, 'ACTIVE')
           END-EXEC

           IF SQLCODE NOT = 0
               SET ERR-SYSTEM-ERROR TO TRUE
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error inserting IOLTA program - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       DB-UPDATE-PROGRAM.
           EXEC SQL
               UPDATE IOLTA_PROGRAM_TABLE
               SET PROGRAM_NAME = :TM-PROGRAM-NAME,
                   STATE_CODE = :TM-STATE-CODE,
                   CLEARING_ACCOUNT = :TM-CLEARING-ACCOUNT,
                   FEES_ALLOWED = :TM-FEES-ALLOWED,
                   PROGRAM_STATUS = 'ACTIVE'
               WHERE PROGRAM_CODE = :SQL-IO-PROGRAM-CODE
           END-EXEC

           IF SQLCODE NOT = 0
               SET ERR-SYSTEM-ERROR TO TRUE
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error updating IOLTA program - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       DB-READ-IOLTA-ACCOUNT.
           SET ROW-NOT-ON-FILE TO TRUE
           MOVE TM-RECORD-KEY TO SQL-IO-ACCOUNT-NUMBER

           EXEC SQL
               SELECT PROGRAM_CODE, LAW_FIRM_NAME,
                      COALESCE(IOLTA_STATUS, 'ACTIVE'),
                      CHAR(FLAGGED_DATE, ISO)
               INTO :SQL-IO-PROGRAM-CODE,
                    :SQL-IO-LAW-FIRM-NAME,
                    :SQL-IO-IOLTA-STATUS,
                    :SQL-IO-FLAGGED-DATE
               FROM IOLTA_ACCOUNT_TABLE
               WHERE ACCOUNT_NUMBER = :SQL-IO-ACCOUNT-NUMBER
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   SET ROW-ON-FILE TO TRUE
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   SET ERR-SYSTEM-ERROR TO TRUE
                   MOVE SQLCODE TO WS-ERROR-CODE
                   STRING "Error reading IOLTA account - SQLCODE: "
                       SQLCODE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
           END-EVALUATE.

       DB-INSERT-IOLTA-ACCOUNT.
           EXEC SQL
               INSERT INTO IOLTA_ACCOUNT_TABLE
                   (ACCOUNT_NUMBER, PROGRAM_CODE, LAW_FIRM_NAME,
                    LAW_FIRM_ID, IOLTA_STATUS, FLAGGED_DATE,
                    PERIOD_BALANCE_SUM, PERIOD_DAYS, PERIOD_INTEREST)
               VALUES
                   (:SQL-IO-ACCOUNT-NUMBER, :SQL-IO-PROGRAM-CODE,
                    :SQL-IO-LAW-FIRM-NAME, :SQL-IO-LAW-FIRM-ID,
                    'ACTIVE', DATE(:WS-SQL-CURRENT-DATE), 0, 0, 0)
           END-EXEC

           IF SQLCODE NOT = 0
               SET ERR-SYSTEM-ERROR TO TRUE
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error flagging IOLTA account - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       DB-UPDATE-IOLTA-ACCOUNT.
      * A closed entry coming back takes today as its flag date
           EXEC SQL
               UPDATE IOLTA_ACCOUNT_TABLE
               SET PROGRAM_CODE = :SQL-IO-PROGRAM-CODE,
                   LAW_FIRM_NAME = :SQL-IO-LAW-FIRM-NAME,
                   LAW_FIRM_ID = :SQL-IO-LAW-FIRM-ID,
                   FLAGGED_DATE =
                       CASE WHEN IOLTA_STATUS = 'ACTIVE'
                            THEN FLAGGED_DATE
                            ELSE DATE(:WS-SQL-CURRENT-DATE)
                       END,
                   IOLTA_STATUS = 'ACTIVE'
               WHERE ACCOUNT_NUMBER = :SQL-IO-ACCOUNT-NUMBER
           END-EXEC

           IF SQLCODE NOT = 0
               SET ERR-SYSTEM-ERROR TO TRUE
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error updating IOLTA account - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       DB-CLOSE-IOLTA-ACCOUNT.
           EXEC SQL
               UPDATE IOLTA_ACCOUNT_TABLE
               SET IOLTA_STATUS = 'CLOSED'
               WHERE ACCOUNT_NUMBER = :SQL-IO-ACCOUNT-NUMBER
           END-EXEC

           IF SQLCODE NOT = 0
               SET ERR-SYSTEM-ERROR TO TRUE
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error closing IOLTA account - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

           COPY "dbconfig_loader.cpy".

           COPY "jobcontrol.cpy".

           COPY "opslog.cpy".

           COPY "entitlement.cpy".

           COPY "changehist.cpy".
