      *================================================================*
      * Household Maintenance Batch                                    *
      * The controlled change path for household grouping and the     *
      * relationship tier schedule.  Customers at one mailing address *
      * are grouped by the monthly pricing run on its own; a customer *
      * living elsewhere - a student away at school, a parent in care *
      * - is linked by hand into the household here, and unlinked     *
      * again to fall back to address grouping.  Each relationship    *
      * tier is set up with the combined balance that reaches it, the *
      * share of service charges it forgives and the interest rate    *
      * bump it pays.  Changes take effect at the next monthly        *
      * pricing run.  The keying operator must hold the ACCTMAINT     *
      * entitlement; every change writes the change history.          *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOUSEHOLD-MAINT-BATCH.
       DATE-WRITTEN. 2026-10-15.
       AUTHOR. Updated 2026-10-15 for DB2 Integration.
       REMARKS. HOUSEHOLD LINK AND RELATIONSHIP TIER MAINTENANCE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Configuration file containing DB2 connection parameters
           SELECT CONFIG-FILE
               ASSIGN TO "DB2CONFIG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-FILE-STATUS.

      * Household links and tier set-ups
           SELECT HOUSEHOLD-MAINT-FILE
               ASSIGN TO "HHMAINT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HH-MAINT-STATUS.

      * Before/after change report
           SELECT HOUSEHOLD-REPORT-FILE
               ASSIGN TO "HHMAINTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HH-REPORT-STATUS.

           SELECT ERROR-LOG-FILE
               ASSIGN TO "HHMAINTERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERROR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * Maintenance Record - one action per record.  A link action
      * is keyed by customer ID and carries the household to join;
      * a tier action is keyed by tier code and carries the tier's
      * name, threshold, fee discount and rate bump.
       FD  HOUSEHOLD-MAINT-FILE.
       01  HOUSEHOLD-MAINT-RECORD.
           05  HM-RECORD-KEY          PIC X(10).
           05  FILLER                 PIC X.
           05  HM-ACTION-CODE         PIC X.
               88  HM-LINK-CUSTOMER   VALUE 'L'.
               88  HM-UNLINK-CUSTOMER VALUE 'U'.
               88  HM-SET-TIER        VALUE 'T'.
           05  FILLER                 PIC X.
      * The operator keying the change - carried onto the change
      * history so the record says who, not just what
           05  HM-KEYED-BY            PIC X(8).
           05  FILLER                 PIC X.
           05  HM-DETAIL              PIC X(70).
           05  HM-LINK-DETAIL REDEFINES HM-DETAIL.
               10  HM-HOUSEHOLD-ID    PIC X(10).
               10  FILLER             PIC X(60).
      * Fee discount is the share of each service charge forgiven -
      * 1.0000 waives it outright; rate bump is added to the rate
      * on every interest-bearing account the household owns
           05  HM-TIER-DETAIL REDEFINES HM-DETAIL.
               10  HM-TIER-NAME       PIC X(18).
               10  FILLER             PIC X.
               10  HM-MIN-BALANCE     PIC 9(13)V99.
               10  FILLER             PIC X.
               10  HM-FEE-DISCOUNT    PIC 9V9(4).
               10  FILLER             PIC X.
               10  HM-RATE-BUMP       PIC 9V9(4).
               10  FILLER             PIC X(24).

      * Change Report Record
       FD  HOUSEHOLD-REPORT-FILE.
       01  HOUSEHOLD-REPORT-RECORD    PIC X(130).

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
           05  WS-HH-MAINT-STATUS         PIC XX.
           05  WS-HH-REPORT-STATUS        PIC XX.
           05  WS-ERROR-FILE-STATUS       PIC XX.

      * Error Code Management
       01  WS-ERROR-CODES.
           05  WS-ERROR-CODE              PIC 9(4).
               88  ERR-NONE               VALUE 0000.
               88  ERR-MISSING-NAME       VALUE 1002.
               88  ERR-INVALID-ACTION     VALUE 1006.
               88  ERR-NOT-FOUND          VALUE 1007.
               88  ERR-NOT-ENTITLED       VALUE 1028.
               88  ERR-INVALID-TERMS      VALUE 1042.
               88  ERR-FILE-ACCESS        VALUE 3001.
               88  ERR-SYSTEM-ERROR       VALUE 9999.
           05  WS-ERROR-MESSAGE-PARAM     PIC X(80).

      * Before/After Work Area - the old value for the change report
      * and history
       01  WS-CHANGE-AREA.
           05  WS-OLD-VALUE               PIC X(40).
           05  WS-NEW-VALUE               PIC X(40).
           05  WS-HISTORY-FIELD           PIC X(18).
           05  WS-EDIT-MIN-BALANCE        PIC Z(12)9.99.
           05  WS-EDIT-FEE-DISCOUNT       PIC 9.9999.
           05  WS-EDIT-RATE-BUMP          PIC 9.9999.

      * Processing Statistics
       01  WS-PROCESSING-STATS.
           05  WS-RECORDS-READ            PIC 9(5) COMP VALUE ZERO.
           05  WS-CUSTOMERS-LINKED        PIC 9(5) COMP VALUE ZERO.
           05  WS-CUSTOMERS-UNLINKED      PIC 9(5) COMP VALUE ZERO.
           05  WS-TIERS-ADDED             PIC 9(5) COMP VALUE ZERO.
           05  WS-TIERS-UPDATED           PIC 9(5) COMP VALUE ZERO.
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
               HOUSEHOLD-MAINT-FILE
               HOUSEHOLD-REPORT-FILE
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
           OPEN INPUT HOUSEHOLD-MAINT-FILE
                OUTPUT HOUSEHOLD-REPORT-FILE
                OUTPUT ERROR-LOG-FILE

           IF WS-HH-MAINT-STATUS NOT = "00"
              SET ERR-FILE-ACCESS TO TRUE
              MOVE "ERROR OPENING HOUSEHOLD MAINTENANCE FILE"
                  TO WS-ERROR-MESSAGE-PARAM
              PERFORM LOG-ERROR-WITH-CODE
              PERFORM ABNORMAL-TERMINATION
           END-IF

           IF WS-HH-REPORT-STATUS NOT = "00"
              DISPLAY "ERROR OPENING CHANGE REPORT FILE"
              PERFORM ABNORMAL-TERMINATION
           END-IF

           IF WS-ERROR-FILE-STATUS NOT = "00"
              DISPLAY "ERROR OPENING ERROR LOG FILE"
              PERFORM ABNORMAL-TERMINATION
           END-IF

      * Get current system date and time
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS

           DISPLAY "HOUSEHOLD MAINTENANCE BATCH"
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
           MOVE "HOUSEHOLD-MAINT-BATCH" TO JC-PROGRAM-ID
           MOVE SPACES TO JC-PREDECESSOR-ID
           PERFORM DB-CHECK-JOB-PREDECESSOR
           PERFORM DB-REGISTER-JOB-START

           SET NOT-END-OF-FILE TO TRUE.

       PROCESS-MAINT-RECORDS.
           READ HOUSEHOLD-MAINT-FILE
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
           MOVE HM-KEYED-BY TO EN-OPERATOR-ID
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
                   WHEN HM-LINK-CUSTOMER
                       PERFORM LINK-HOUSEHOLD-MEMBER
                   WHEN HM-UNLINK-CUSTOMER
                       PERFORM UNLINK-HOUSEHOLD-MEMBER
                   WHEN HM-SET-TIER
                       PERFORM SET-RELATIONSHIP-TIER
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
               MOVE SPACES TO HOUSEHOLD-REPORT-RECORD
               STRING "REFUSED  " HM-RECORD-KEY
                   " ACTION " HM-ACTION-CODE
                   " - " WS-ERROR-MESSAGE-PARAM (1:60)
                   DELIMITED BY SIZE
                   INTO HOUSEHOLD-REPORT-RECORD
               WRITE HOUSEHOLD-REPORT-RECORD
           END-IF.

       LINK-HOUSEHOLD-MEMBER.
      * The customer must be on the customer master and the household
      * joined must already have a member - either a household the
      * pricing run grouped or one linked by hand.  A customer may
      * also be linked to head a household of their own.
           EVALUATE TRUE
               WHEN HM-HOUSEHOLD-ID = SPACES
                   SET ERR-MISSING-NAME TO TRUE
                   MOVE "HOUSEHOLD ID IS REQUIRED"
                       TO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
               WHEN OTHER
                   PERFORM DB-CHECK-CUSTOMER
           END-EVALUATE

           IF ERR-NONE
              AND HM-HOUSEHOLD-ID NOT = HM-RECORD-KEY
               PERFORM DB-CHECK-HOUSEHOLD
           END-IF

           IF ERR-NONE
               PERFORM DB-READ-MEMBER
           END-IF

           IF ERR-NONE
               IF ROW-ON-FILE
                   MOVE SPACES TO WS-OLD-VALUE
                   STRING SQL-HH-HOUSEHOLD-ID " " SQL-HH-LINK-TYPE
                       DELIMITED BY SIZE
                       INTO WS-OLD-VALUE
                   PERFORM DB-UPDATE-MEMBER
               ELSE
                   MOVE SPACES TO WS-OLD-VALUE
                   PERFORM DB-INSERT-MEMBER
               END-IF
           END-IF

           IF ERR-NONE
               ADD 1 TO WS-CUSTOMERS-LINKED
               MOVE "HOUSEHOLD_ID" TO WS-HISTORY-FIELD
               MOVE SPACES TO WS-NEW-VALUE
               STRING HM-HOUSEHOLD-ID " M"
                   DELIMITED BY SIZE
                   INTO WS-NEW-VALUE
               PERFORM RECORD-HOUSEHOLD-CHANGE

               MOVE SPACES TO HOUSEHOLD-REPORT-RECORD
               STRING "LINKED   " HM-RECORD-KEY
                   " HOUSEHOLD " HM-HOUSEHOLD-ID
                   " WAS " WS-OLD-VALUE (1:12)
                   " BY " HM-KEYED-BY
                   DELIMITED BY SIZE
                   INTO HOUSEHOLD-REPORT-RECORD
               WRITE HOUSEHOLD-REPORT-RECORD
           END-IF.

       UNLINK-HOUSEHOLD-MEMBER.
      * Only a link made by hand is removed here; the customer falls
      * back to address grouping at the next pricing run
           PERFORM DB-READ-MEMBER

           IF ERR-NONE
               IF ROW-NOT-ON-FILE
                  OR SQL-HH-LINK-TYPE NOT = 'M'
                   SET ERR-NOT-FOUND TO TRUE
                   MOVE "CUSTOMER HAS NO MANUAL HOUSEHOLD LINK"
                       TO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
               ELSE
                   PERFORM DB-DELETE-MEMBER
               END-IF
           END-IF

           IF ERR-NONE
               ADD 1 TO WS-CUSTOMERS-UNLINKED
               MOVE "HOUSEHOLD_ID" TO WS-HISTORY-FIELD
               MOVE SPACES TO WS-OLD-VALUE
               STRING SQL-HH-HOUSEHOLD-ID " M"
                   DELIMITED BY SIZE
                   INTO WS-OLD-VALUE
               MOVE SPACES TO WS-NEW-VALUE
               PERFORM RECORD-HOUSEHOLD-CHANGE

               MOVE SPACES TO HOUSEHOLD-REPORT-RECORD
               STRING "UNLINKED " HM-RECORD-KEY
                   " HOUSEHOLD " SQL-HH-HOUSEHOLD-ID
                   " BY " HM-KEYED-BY
                   DELIMITED BY SIZE
                   INTO HOUSEHOLD-REPORT-RECORD
               WRITE HOUSEHOLD-REPORT-RECORD
           END-IF.

       SET-RELATIONSHIP-TIER.
      * A tier needs a name and a threshold above zero; the discount
      * can forgive no more than the whole charge
           EVALUATE TRUE
               WHEN HM-TIER-NAME = SPACES
                   SET ERR-MISSING-NAME TO TRUE
                   MOVE "TIER NAME IS REQUIRED"
                       TO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
               WHEN HM-MIN-BALANCE NOT NUMERIC
                 OR HM-FEE-DISCOUNT NOT NUMERIC
                 OR HM-RATE-BUMP NOT NUMERIC
                   SET ERR-INVALID-TERMS TO TRUE
                   MOVE "THRESHOLD, DISCOUNT AND BUMP MUST BE NUMERIC"
                       TO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
               WHEN HM-MIN-BALANCE = ZERO
                   SET ERR-INVALID-TERMS TO TRUE
                   MOVE "TIER THRESHOLD MUST BE ABOVE ZERO"
                       TO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
               WHEN HM-FEE-DISCOUNT > 1
                   SET ERR-INVALID-TERMS TO TRUE
                   MOVE "FEE DISCOUNT CANNOT EXCEED 1.0000"
                       TO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
               WHEN OTHER
                   MOVE HM-RECORD-KEY TO SQL-HH-TIER-CODE
                   PERFORM DB-READ-TIER
           END-EVALUATE

           IF ERR-NONE
               MOVE SPACES TO WS-OLD-VALUE
               IF ROW-ON-FILE
                   MOVE SQL-HH-MIN-COMBINED TO WS-EDIT-MIN-BALANCE
                   MOVE SQL-HH-FEE-DISCOUNT TO WS-EDIT-FEE-DISCOUNT
                   MOVE SQL-HH-RATE-BUMP TO WS-EDIT-RATE-BUMP
                   STRING WS-EDIT-MIN-BALANCE " "
                       WS-EDIT-FEE-DISCOUNT " " WS-EDIT-RATE-BUMP
                       DELIMITED BY SIZE
                       INTO WS-OLD-VALUE
               END-IF
               MOVE HM-TIER-NAME TO SQL-HH-TIER-NAME
               MOVE HM-MIN-BALANCE TO SQL-HH-MIN-COMBINED
               MOVE HM-FEE-DISCOUNT TO SQL-HH-FEE-DISCOUNT
               MOVE HM-RATE-BUMP TO SQL-HH-RATE-BUMP
               IF ROW-ON-FILE
                   PERFORM DB-UPDATE-TIER
               ELSE
                   PERFORM DB-INSERT-TIER
               END-IF
           END-IF

           IF ERR-NONE
               IF ROW-ON-FILE
                   ADD 1 TO WS-TIERS-UPDATED
               ELSE
                   ADD 1 TO WS-TIERS-ADDED
               END-IF
               MOVE "TIER_TERMS" TO WS-HISTORY-FIELD
               MOVE HM-MIN-BALANCE TO WS-EDIT-MIN-BALANCE
               MOVE HM-FEE-DISCOUNT TO WS-EDIT-FEE-DISCOUNT
               MOVE HM-RATE-BUMP TO WS-EDIT-RATE-BUMP
               MOVE SPACES TO WS-NEW-VALUE
               STRING WS-EDIT-MIN-BALANCE " "
                   WS-EDIT-FEE-DISCOUNT " " WS-EDIT-RATE-BUMP
                   DELIMITED BY SIZE
                   INTO WS-NEW-VALUE
               PERFORM RECORD-HOUSEHOLD-CHANGE

               MOVE SPACES TO HOUSEHOLD-REPORT-RECORD
               STRING "TIER     " HM-RECORD-KEY (1:4)
                   " " HM-TIER-NAME
                   " MIN/DISC/BUMP " WS-NEW-VALUE (1:30)
                   " WAS " WS-OLD-VALUE (1:30)
                   " BY " HM-KEYED-BY
                   DELIMITED BY SIZE
                   INTO HOUSEHOLD-REPORT-RECORD
               WRITE HOUSEHOLD-REPORT-RECORD
           END-IF.

       RECORD-HOUSEHOLD-CHANGE.
      * The durable field-level record of the change
           MOVE "HOUSEHOLD" TO CH-TABLE-NAME
           MOVE HM-RECORD-KEY TO CH-RECORD-KEY
           MOVE WS-HISTORY-FIELD TO CH-FIELD-NAME
           MOVE WS-OLD-VALUE TO CH-OLD-VALUE
           MOVE WS-NEW-VALUE TO CH-NEW-VALUE
           MOVE HM-KEYED-BY TO CH-CHANGED-BY
           MOVE "HHMAINT" TO CH-CHANGE-REASON
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
           DISPLAY "HOUSEHOLD MAINTENANCE SUMMARY"
           DISPLAY "Records Read:       " WS-RECORDS-READ
           DISPLAY "Customers Linked:   " WS-CUSTOMERS-LINKED
           DISPLAY "Customers Unlinked: " WS-CUSTOMERS-UNLINKED
           DISPLAY "Tiers Added:        " WS-TIERS-ADDED
           DISPLAY "Tiers Updated:      " WS-TIERS-UPDATED
           DISPLAY "Records Refused:    " WS-RECORDS-REFUSED.

       CLEANUP-ROUTINE.
      * Flip this job to COMPLETE on the job control table so
      * downstream predecessor checks open up
           PERFORM DB-REGISTER-JOB-COMPLETE

      * Disconnect from DB2 database
           PERFORM DB-DISCONNECT

           CLOSE HOUSEHOLD-MAINT-FILE
                 HOUSEHOLD-REPORT-FILE
                 ERROR-LOG-FILE

           DISPLAY "HOUSEHOLD MAINTENANCE BATCH COMPLETE".

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
           MOVE HM-RECORD-KEY TO ER-CUSTOMER-ID
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

       DB-CHECK-CUSTOMER.
           EXEC SQL
               SELECT COUNT(*)
               INTO :SQL-HH-ROW-COUNT
               FROM CUSTOMER_TABLE
               WHERE CUSTOMER_ID = :HM-RECORD-KEY
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE NOT = 0
                   SET ERR-SYSTEM-ERROR TO TRUE
                   MOVE SQLCODE TO WS-ERROR-CODE
                   STRING "Error reading customer - SQLCODE: "
                       SQLCODE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
               WHEN SQL-HH-ROW-COUNT = ZERO
                   SET ERR-NOT-FOUND TO TRUE
                   MOVE "CUSTOMER NOT ON FILE"
                       TO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       DB-CHECK-HOUSEHOLD.
           EXEC SQL
               SELECT COUNT(*)
               INTO :SQL-HH-ROW-COUNT
               FROM HOUSEHOLD_MEMBER_TABLE
               WHERE HOUSEHOLD_ID = :HM-HOUSEHOLD-ID
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE NOT = 0
                   SET ERR-SYSTEM-ERROR TO TRUE
                   MOVE SQLCODE TO WS-ERROR-CODE
                   STRING "Error reading household - SQLCODE: "
                       SQLCODE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
               WHEN SQL-HH-ROW-COUNT = ZERO
                   SET ERR-NOT-FOUND TO TRUE
                   MOVE "HOUSEHOLD NOT ON FILE"
                       TO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       DB-READ-MEMBER.
           SET ROW-NOT-ON-FILE TO TRUE

           EXEC SQL
               SELECT HOUSEHOLD_ID, COALESCE(LINK_TYPE, 'A')
               INTO :SQL-HH-HOUSEHOLD-ID,
                    :SQL-HH-LINK-TYPE
               FROM HOUSEHOLD_MEMBER_TABLE
               WHERE CUSTOMER_ID = :HM-RECORD-KEY
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   SET ROW-ON-FILE TO TRUE
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   SET ERR-SYSTEM-ERROR TO TRUE
                   MOVE SQLCODE TO WS-ERROR-CODE
                   STRING "Error reading household member - SQLCODE: "
                       SQLCODE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
           END-EVALUATE.

       DB-INSERT-MEMBER.
           EXEC SQL
               INSERT INTO HOUSEHOLD_MEMBER_TABLE
                   (CUSTOMER_ID, HOUSEHOLD_ID, LINK_TYPE, LINK_DATE,
                    LINKED_BY)
               VALUES
                   (:HM-RECORD-KEY, :HM-HOUSEHOLD-ID, 'M',
                    DATE(:WS-SQL-CURRENT-DATE), :HM-KEYED-BY)
           END-EXEC

           IF SQLCODE NOT = 0
               SET ERR-SYSTEM-ERROR TO TRUE
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error linking household member - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       DB-UPDATE-MEMBER.
      * An address link becomes a manual one, and stays put through
      * the next pricing run's regrouping
           EXEC SQL
               UPDATE HOUSEHOLD_MEMBER_TABLE
               SET HOUSEHOLD_ID = :HM-HOUSEHOLD-ID,
                   LINK_TYPE = 'M',
                   LINK_DATE = DATE(:WS-SQL-CURRENT-DATE),
                   LINKED_BY = :HM-KEYED-BY
               WHERE CUSTOMER_ID = :HM-RECORD-KEY
           END-EXEC

           IF SQLCODE NOT = 0
               SET ERR-SYSTEM-ERROR TO TRUE
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error updating household member - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       DB-DELETE-MEMBER.
           EXEC SQL
               DELETE FROM HOUSEHOLD_MEMBER_TABLE
               WHERE CUSTOMER_ID = :HM-RECORD-KEY
               AND LINK_TYPE = 'M'
           END-EXEC

           IF SQLCODE NOT = 0
               SET ERR-SYSTEM-ERROR TO TRUE
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error unlinking household member - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       DB-READ-TIER.
           SET ROW-NOT-ON-FILE TO TRUE

           EXEC SQL
               SELECT MIN_COMBINED_BALANCE,
                      COALESCE(FEE_DISCOUNT_PCT, 0),
                      COALESCE(RATE_BUMP, 0)
               INTO :SQL-HH-MIN-COMBINED,
                    :SQL-HH-FEE-DISCOUNT,
                    :SQL-HH-RATE-BUMP
               FROM RELATIONSHIP_TIER_TABLE
               WHERE TIER_CODE = :SQL-HH-TIER-CODE
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   SET ROW-ON-FILE TO TRUE
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   SET ERR-SYSTEM-ERROR TO TRUE
                   MOVE SQLCODE TO WS-ERROR-CODE
                   STRING "Error reading relationship tier - SQLCODE: "
                       SQLCODE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
           END-EVALUATE.

       DB-INSERT-TIER.
           EXEC SQL
               INSERT INTO RELATIONSHIP_TIER_TABLE
                   (TIER_CODE, TIER_NAME, MIN_COMBINED_BALANCE,
                    FEE_DISCOUNT_PCT, RATE_BUMP)
               VALUES
                   (:SQL-HH-TIER-CODE, :SQL-HH-TIER-NAME,
                    :SQL-HH-MIN-COMBINED, :SQL-HH-FEE-DISCOUNT,
                    :SQL-HH-RATE-BUMP)
           END-EXEC

           IF SQLCODE NOT = 0
               SET ERR-SYSTEM-ERROR TO TRUE
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error inserting relationship tier - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       DB-UPDATE-TIER.
           EXEC SQL
               UPDATE RELATIONSHIP_TIER_TABLE
               SET TIER_NAME = :SQL-HH-TIER-NAME,
                   MIN_COMBINED_BALANCE = :SQL-HH-MIN-COMBINED,
                   FEE_DISCOUNT_PCT = :SQL-HH-FEE-DISCOUNT,
                   RATE_BUMP = :SQL-HH-RATE-BUMP
               WHERE TIER_CODE = :SQL-HH-TIER-CODE
           END-EXEC

           IF SQLCODE NOT = 0
               SET ERR-SYSTEM-ERROR TO TRUE
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error updating relationship tier - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

           COPY "dbconfig_loader.cpy".

           COPY "jobcontrol.cpy".

           COPY "opslog.cpy".

           COPY "entitlement.cpy".

           COPY "changehist.cpy".
