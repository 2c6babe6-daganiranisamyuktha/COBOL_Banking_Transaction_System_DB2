      *================================================================*
      * AML Case Maintenance Batch                                     *
      * The investigators' working path through AML_CASE_TABLE.  A    *
      * case is assigned to an investigator, and is dispositioned     *
      * either closed with no action or decided for a SAR filing -    *
      * which needs the narrative reference the filing will carry.    *
      * Cases decided to file are picked up by SAR-SUBMISSION-BATCH.  *
      * The keying operator must hold the AMLCASE entitlement, and    *
      * every change writes the change history against the customer.  *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AML-CASE-MAINT-BATCH.
       DATE-WRITTEN. 2026-10-15.
       AUTHOR. Updated 2026-10-15 for DB2 Integration.
       REMARKS. AML INVESTIGATION CASE MAINTENANCE BATCH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Configuration file containing DB2 connection parameters
           SELECT CONFIG-FILE
               ASSIGN TO "DB2CONFIG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-FILE-STATUS.

      * Assignments and dispositions keyed by the investigators
           SELECT CASE-MAINT-FILE
               ASSIGN TO "AMLCASEMAINT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASE-MAINT-STATUS.

      * Applied and refused actions
           SELECT CASE-REPORT-FILE
               ASSIGN TO "AMLCASEMAINTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASE-REPORT-STATUS.

           SELECT ERROR-LOG-FILE
               ASSIGN TO "AMLCASEMAINTERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERROR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * Case Maintenance Record - one action per record.  An assign
      * carries the investigator; a disposition may carry the
      * narrative reference, and a decision to file must have one.
       FD  CASE-MAINT-FILE.
       01  CASE-MAINT-RECORD.
           05  CM-CASE-ID             PIC X(20).
           05  FILLER                 PIC X.
           05  CM-ACTION-CODE         PIC X.
               88  CM-ASSIGN          VALUE 'A'.
               88  CM-CLOSE-NO-ACTION VALUE 'N'.
               88  CM-FILE-SAR        VALUE 'S'.
           05  FILLER                 PIC X.
           05  CM-OPERATOR-ID         PIC X(8).
           05  FILLER                 PIC X.
           05  CM-INVESTIGATOR-ID     PIC X(8).
           05  FILLER                 PIC X.
           05  CM-NARRATIVE-REF       PIC X(20).

      * Case Report Record
       FD  CASE-REPORT-FILE.
       01  CASE-REPORT-RECORD         PIC X(130).

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
           05  WS-CASE-MAINT-STATUS       PIC XX.
           05  WS-CASE-REPORT-STATUS      PIC XX.
           05  WS-ERROR-FILE-STATUS       PIC XX.

      * Error Code Management
       01  WS-ERROR-CODES.
           05  WS-ERROR-CODE              PIC 9(4).
               88  ERR-NONE               VALUE 0000.
               88  ERR-MISSING-NAME       VALUE 1002.
               88  ERR-INVALID-ACTION     VALUE 1006.
               88  ERR-CASE-NOT-FOUND     VALUE 1007.
               88  ERR-CASE-CLOSED        VALUE 1008.
               88  ERR-NOT-ENTITLED       VALUE 1028.
               88  ERR-FILE-ACCESS        VALUE 3001.
               88  ERR-SYSTEM-ERROR       VALUE 9999.
           05  WS-ERROR-MESSAGE-PARAM     PIC X(80).

      * Before/After Work Area - the case's old state for the
      * report and the change history
       01  WS-CHANGE-AREA.
           05  WS-OLD-INVESTIGATOR        PIC X(8).
           05  WS-OLD-STATUS              PIC X(10).
           05  WS-NEW-STATUS              PIC X(10).
           05  WS-NEW-DISPOSITION         PIC X.
           05  WS-OLD-VALUE               PIC X(20).
           05  WS-NEW-VALUE               PIC X(20).
           05  WS-HISTORY-FIELD           PIC X(18).

      * Processing Statistics
       01  WS-PROCESSING-STATS.
           05  WS-RECORDS-READ            PIC 9(5) COMP VALUE ZERO.
           05  WS-CASES-ASSIGNED          PIC 9(5) COMP VALUE ZERO.
           05  WS-CASES-CLOSED            PIC 9(5) COMP VALUE ZERO.
           05  WS-CASES-TO-FILE           PIC 9(5) COMP VALUE ZERO.
           05  WS-RECORDS-REFUSED         PIC 9(5) COMP VALUE ZERO.

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
               CASE-MAINT-FILE
               CASE-REPORT-FILE
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
           OPEN INPUT CASE-MAINT-FILE
                OUTPUT CASE-REPORT-FILE
                OUTPUT ERROR-LOG-FILE

           IF WS-CASE-MAINT-STATUS NOT = "00"
              SET ERR-FILE-ACCESS TO TRUE
              MOVE "ERROR OPENING AML CASE MAINTENANCE FILE"
                  TO WS-ERROR-MESSAGE-PARAM
              PERFORM LOG-ERROR-WITH-CODE
              PERFORM ABNORMAL-TERMINATION
           END-IF

           IF WS-CASE-REPORT-STATUS NOT = "00"
              DISPLAY "ERROR OPENING CASE REPORT FILE"
              PERFORM ABNORMAL-TERMINATION
           END-IF

           IF WS-ERROR-FILE-STATUS NOT = "00"
              DISPLAY "ERROR OPENING ERROR LOG FILE"
              PERFORM ABNORMAL-TERMINATION
           END-IF

      * Get current system date and time
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS

           DISPLAY "AML CASE MAINTENANCE BATCH"
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
           MOVE "AML-CASE-MAINT-BATCH" TO JC-PROGRAM-ID
           MOVE SPACES TO JC-PREDECESSOR-ID
           PERFORM DB-CHECK-JOB-PREDECESSOR
           PERFORM DB-REGISTER-JOB-START

           SET NOT-END-OF-FILE TO TRUE.

       PROCESS-MAINT-RECORDS.
           READ CASE-MAINT-FILE
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
                   PERFORM WORK-ONE-MAINT-RECORD
           END-READ.

       WORK-ONE-MAINT-RECORD.
           SET ERR-NONE TO TRUE
           MOVE SPACES TO SQL-AC-CUSTOMER-ID

           PERFORM DB-READ-AML-CASE

      * Only a case still being worked takes an action
           IF ERR-NONE
               IF SQL-AC-CASE-STATUS NOT = "OPEN"
                  AND SQL-AC-CASE-STATUS NOT = "TOFILE"
                   SET ERR-CASE-CLOSED TO TRUE
                   MOVE "CASE IS NO LONGER OPEN"
                       TO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
               END-IF
           END-IF

      * The keying operator must hold an ACTIVE AML case
      * entitlement (a case action moves no money)
           IF ERR-NONE
               MOVE CM-OPERATOR-ID TO EN-OPERATOR-ID
               MOVE "AMLCASE" TO EN-FUNCTION-CODE
               MOVE ZERO TO EN-REQUEST-AMOUNT
               PERFORM DB-CHECK-OPERATOR-ENTITLEMENT
               IF ENTITLEMENT-DENIED
                   SET ERR-NOT-ENTITLED TO TRUE
                   MOVE "OPERATOR NOT ENTITLED FOR AML CASES"
                       TO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
               END-IF
           END-IF

           IF ERR-NONE
               EVALUATE TRUE
                   WHEN CM-ASSIGN
                       PERFORM ASSIGN-INVESTIGATOR
                   WHEN CM-CLOSE-NO-ACTION
                       PERFORM CLOSE-NO-ACTION
                   WHEN CM-FILE-SAR
                       PERFORM DECIDE-TO-FILE
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
               MOVE SPACES TO CASE-REPORT-RECORD
               STRING "REFUSED  " CM-CASE-ID
                   " ACTION " CM-ACTION-CODE
                   " - " WS-ERROR-MESSAGE-PARAM (1:60)
                   DELIMITED BY SIZE
                   INTO CASE-REPORT-RECORD
               WRITE CASE-REPORT-RECORD
           END-IF.

       ASSIGN-INVESTIGATOR.
      * Assignment (or reassignment) names the investigator who
      * owns the case through to filing
           IF CM-INVESTIGATOR-ID = SPACES
               SET ERR-MISSING-NAME TO TRUE
               MOVE "INVESTIGATOR ID IS REQUIRED"
                   TO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           ELSE
               MOVE SQL-AC-INVESTIGATOR-ID TO WS-OLD-INVESTIGATOR
               MOVE CM-INVESTIGATOR-ID TO SQL-AC-INVESTIGATOR-ID
               PERFORM DB-ASSIGN-INVESTIGATOR
           END-IF

           IF ERR-NONE
               ADD 1 TO WS-CASES-ASSIGNED
               MOVE "INVESTIGATOR_ID" TO WS-HISTORY-FIELD
               MOVE WS-OLD-INVESTIGATOR TO WS-OLD-VALUE
               MOVE CM-INVESTIGATOR-ID TO WS-NEW-VALUE
               PERFORM RECORD-CASE-CHANGE

               MOVE SPACES TO CASE-REPORT-RECORD
               STRING "ASSIGNED " CM-CASE-ID
                   " CUSTOMER " SQL-AC-CUSTOMER-ID
                   " FROM " WS-OLD-INVESTIGATOR
                   " TO " CM-INVESTIGATOR-ID
                   " FILE BY " SQL-AC-FILING-DEADLINE
                   DELIMITED BY SIZE
                   INTO CASE-REPORT-RECORD
               WRITE CASE-REPORT-RECORD
           END-IF.

       CLOSE-NO-ACTION.
      * The investigation found nothing reportable - the case
      * closes and drops off the aging report
           MOVE "CLOSED" TO WS-NEW-STATUS
           MOVE "N" TO WS-NEW-DISPOSITION
           PERFORM APPLY-DISPOSITION

           IF ERR-NONE
               ADD 1 TO WS-CASES-CLOSED
           END-IF.

       DECIDE-TO-FILE.
      * A SAR filing carries the investigator's narrative - the
      * case must be assigned and the narrative referenced first
           IF CM-NARRATIVE-REF = SPACES
              AND SQL-AC-NARRATIVE-REF = SPACES
               SET ERR-MISSING-NAME TO TRUE
               MOVE "NARRATIVE REFERENCE IS REQUIRED TO FILE"
                   TO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           ELSE
               IF SQL-AC-INVESTIGATOR-ID = SPACES
                   SET ERR-MISSING-NAME TO TRUE
                   MOVE "CASE MUST BE ASSIGNED BEFORE FILING"
                       TO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
               END-IF
           END-IF

           IF ERR-NONE
               MOVE "TOFILE" TO WS-NEW-STATUS
               MOVE "S" TO WS-NEW-DISPOSITION
               PERFORM APPLY-DISPOSITION
           END-IF

           IF ERR-NONE
               ADD 1 TO WS-CASES-TO-FILE
           END-IF.

       APPLY-DISPOSITION.
           MOVE SQL-AC-CASE-STATUS TO WS-OLD-STATUS
           IF CM-NARRATIVE-REF NOT = SPACES
               MOVE CM-NARRATIVE-REF TO SQL-AC-NARRATIVE-REF
           END-IF
           MOVE WS-NEW-STATUS TO SQL-AC-CASE-STATUS
           MOVE WS-NEW-DISPOSITION TO SQL-AC-DISPOSITION

           PERFORM DB-DISPOSITION-CASE

           IF ERR-NONE
               MOVE "CASE_STATUS" TO WS-HISTORY-FIELD
               MOVE WS-OLD-STATUS TO WS-OLD-VALUE
               MOVE WS-NEW-STATUS TO WS-NEW-VALUE
               PERFORM RECORD-CASE-CHANGE

               MOVE SPACES TO CASE-REPORT-RECORD
               STRING "DISPOSED " CM-CASE-ID
                   " CUSTOMER " SQL-AC-CUSTOMER-ID
                   " " WS-OLD-STATUS
                   " TO " WS-NEW-STATUS
                   " BY " CM-OPERATOR-ID
                   " NARRATIVE " SQL-AC-NARRATIVE-REF
                   DELIMITED BY SIZE
                   INTO CASE-REPORT-RECORD
               WRITE CASE-REPORT-RECORD
           END-IF.

       RECORD-CASE-CHANGE.
      * The durable field-level record of the change, keyed by the
      * business customer and naming the case it touched
           MOVE "AML_CASE" TO CH-TABLE-NAME
           MOVE SQL-AC-CUSTOMER-ID TO CH-RECORD-KEY
           MOVE WS-HISTORY-FIELD TO CH-FIELD-NAME
           MOVE SPACES TO CH-OLD-VALUE
           STRING CM-CASE-ID " " WS-OLD-VALUE
               DELIMITED BY SIZE
               INTO CH-OLD-VALUE
           MOVE SPACES TO CH-NEW-VALUE
           STRING CM-CASE-ID " " WS-NEW-VALUE
               DELIMITED BY SIZE
               INTO CH-NEW-VALUE
           MOVE CM-OPERATOR-ID TO CH-CHANGED-BY
           MOVE "AMLCASE" TO CH-CHANGE-REASON
           PERFORM DB-WRITE-CHANGE-HISTORY.

       COMMIT-MAINT-BATCH.
      * Commit every action applied this run in one unit of work,
      * so DB-DISCONNECT below doesn't roll it all back
           EXEC SQL
               COMMIT WORK
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error committing case actions - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       GENERATE-SUMMARY-REPORT.
           DISPLAY "AML CASE MAINTENANCE SUMMARY"
           DISPLAY "Records Read:    " WS-RECORDS-READ
           DISPLAY "Cases Assigned:  " WS-CASES-ASSIGNED
           DISPLAY "Closed No SAR:   " WS-CASES-CLOSED
           DISPLAY "Decided To File: " WS-CASES-TO-FILE
           DISPLAY "Records Refused: " WS-RECORDS-REFUSED.

       CLEANUP-ROUTINE.
      * Flip this job to COMPLETE on the job control table so
      * downstream predecessor checks open up
           PERFORM DB-REGISTER-JOB-COMPLETE

      * Disconnect from DB2 database
           PERFORM DB-DISCONNECT

           CLOSE CASE-MAINT-FILE
                 CASE-REPORT-FILE
                 ERROR-LOG-FILE

           DISPLAY "AML CASE MAINTENANCE BATCH COMPLETE".

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
           MOVE SQL-AC-CUSTOMER-ID TO ER-CUSTOMER-ID
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

       DB-READ-AML-CASE.
           MOVE CM-CASE-ID TO SQL-AC-CASE-ID

           EXEC SQL
               SELECT CUSTOMER_ID, CASE_STATUS,
                      COALESCE(INVESTIGATOR_ID, ' '),
                      COALESCE(NARRATIVE_REF, ' '),
                      CHAR(FILING_DEADLINE, ISO)
               INTO :SQL-AC-CUSTOMER-ID,
                    :SQL-AC-CASE-STATUS,
                    :SQL-AC-INVESTIGATOR-ID,
                    :SQL-AC-NARRATIVE-REF,
                    :SQL-AC-FILING-DEADLINE
               FROM AML_CASE_TABLE
               WHERE CASE_ID = :SQL-AC-CASE-ID
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   SET ERR-CASE-NOT-FOUND TO TRUE
                   MOVE "AML CASE NOT FOUND"
                       TO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
               WHEN OTHER
                   SET ERR-SYSTEM-ERROR TO TRUE
                   MOVE SQLCODE TO WS-ERROR-CODE
                   STRING "Error reading AML case - SQLCODE: "
                       SQLCODE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
           END-EVALUATE.

       DB-ASSIGN-INVESTIGATOR.
           EXEC SQL
               UPDATE AML_CASE_TABLE
               SET INVESTIGATOR_ID = :SQL-AC-INVESTIGATOR-ID
               WHERE CASE_ID = :SQL-AC-CASE-ID
           END-EXEC

           IF SQLCODE NOT = 0
               SET ERR-SYSTEM-ERROR TO TRUE
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error assigning AML case - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       DB-DISPOSITION-CASE.
           EXEC SQL
               UPDATE AML_CASE_TABLE
               SET CASE_STATUS = :SQL-AC-CASE-STATUS,
                   DISPOSITION = :SQL-AC-DISPOSITION,
                   NARRATIVE_REF = :SQL-AC-NARRATIVE-REF,
                   DISPOSITION_DATE = DATE(:WS-SQL-CURRENT-DATE),
                   DISPOSED_BY = :EN-OPERATOR-ID
               WHERE CASE_ID = :SQL-AC-CASE-ID
           END-EXEC

           IF SQLCODE NOT = 0
               SET ERR-SYSTEM-ERROR TO TRUE
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error dispositioning AML case - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

           COPY "dbconfig_loader.cpy".

           COPY "jobcontrol.cpy".

           COPY "opslog.cpy".

           COPY "entitlement.cpy".

           COPY "changehist.cpy".
