      *================================================================*
      * Safe Deposit Box Maintenance Batch                             *
      * The controlled change path for SAFE_DEPOSIT_BOX_TABLE, which  *
      * replaces the branch card files.  Boxes are put into inventory *
      * by branch, box number and size; a vacant box is rented to a   *
      * renter with the account the annual rent is debited from and   *
      * the rental anniversary; co-lessees are added and removed; a   *
      * box is surrendered back to inventory, and a box drilled for   *
      * delinquency is recorded as drilled and inventoried once its   *
      * contents are sealed.  The keying operator must hold the       *
      * SAFEDEP entitlement; every change writes the change history.  *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAFE-DEPOSIT-MAINT-BATCH.
       DATE-WRITTEN. 2026-10-15.
       AUTHOR. Updated 2026-10-15 for DB2 Integration.
       REMARKS. SAFE DEPOSIT BOX INVENTORY AND RENTAL MAINTENANCE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Configuration file containing DB2 connection parameters
           SELECT CONFIG-FILE
               ASSIGN TO "DB2CONFIG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-FILE-STATUS.

      * Inventory, rental, lessee and surrender actions
           SELECT SDB-MAINT-FILE
               ASSIGN TO "SDBMAINT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SDB-MAINT-STATUS.

      * Before/after change report
           SELECT SDB-REPORT-FILE
               ASSIGN TO "SDBMAINTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SDB-REPORT-STATUS.

           SELECT ERROR-LOG-FILE
               ASSIGN TO "SDBMAINTERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERROR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * Maintenance Record - one action per record against one box.
      * An inventory action carries the box size; a rental carries
      * the renter, the account to charge and the anniversary date
      * (blank for today); a lessee action carries the co-lessee.
       FD  SDB-MAINT-FILE.
       01  SDB-MAINT-RECORD.
           05  SM-BRANCH-CODE         PIC X(4).
           05  FILLER                 PIC X.
           05  SM-BOX-NUMBER          PIC X(6).
           05  FILLER                 PIC X.
           05  SM-ACTION-CODE         PIC X.
               88  SM-INVENTORY-BOX   VALUE 'I'.
               88  SM-RENT-BOX        VALUE 'R'.
               88  SM-ADD-LESSEE      VALUE 'C'.
               88  SM-REMOVE-LESSEE   VALUE 'U'.
               88  SM-SURRENDER-BOX   VALUE 'S'.
               88  SM-BOX-DRILLED     VALUE 'D'.
           05  FILLER                 PIC X.
      * The operator keying the change - carried onto the change
      * history so the record says who, not just what
           05  SM-KEYED-BY            PIC X(8).
           05  FILLER                 PIC X.
           05  SM-DETAIL              PIC X(40).
           05  SM-INVENTORY-DETAIL REDEFINES SM-DETAIL.
               10  SM-BOX-SIZE        PIC X(6).
               10  FILLER             PIC X(34).
           05  SM-RENTAL-DETAIL REDEFINES SM-DETAIL.
               10  SM-RENTER-ID       PIC X(10).
               10  FILLER             PIC X.
               10  SM-CHARGE-ACCOUNT  PIC X(10).
               10  FILLER             PIC X.
      * Rental anniversary as YYYY-MM-DD
               10  SM-ANNIVERSARY     PIC X(10).
               10  FILLER             PIC X(8).
           05  SM-LESSEE-DETAIL REDEFINES SM-DETAIL.
               10  SM-LESSEE-ID       PIC X(10).
               10  FILLER             PIC X(30).

      * Change Report Record
       FD  SDB-REPORT-FILE.
       01  SDB-REPORT-RECORD          PIC X(130).

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
           05  WS-SDB-MAINT-STATUS        PIC XX.
           05  WS-SDB-REPORT-STATUS       PIC XX.
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
               88  ERR-BOX-STATUS         VALUE 1039.
               88  ERR-FILE-ACCESS        VALUE 3001.
               88  ERR-SYSTEM-ERROR       VALUE 9999.
           05  WS-ERROR-MESSAGE-PARAM     PIC X(80).

      * Before/After Work Area - the old value for the change report
      * and history
       01  WS-CHANGE-AREA.
           05  WS-OLD-VALUE               PIC X(40).
           05  WS-NEW-VALUE               PIC X(40).
           05  WS-HISTORY-FIELD           PIC X(18).
           05  WS-BOX-KEY.
               10  WS-BOX-KEY-BRANCH      PIC X(4).
               10  WS-BOX-KEY-NUMBER      PIC X(6).

      * Processing Statistics
       01  WS-PROCESSING-STATS.
           05  WS-RECORDS-READ            PIC 9(5) COMP VALUE ZERO.
           05  WS-BOXES-ADDED             PIC 9(5) COMP VALUE ZERO.
           05  WS-BOXES-RESIZED           PIC 9(5) COMP VALUE ZERO.
           05  WS-BOXES-RENTED            PIC 9(5) COMP VALUE ZERO.
           05  WS-LESSEES-ADDED           PIC 9(5) COMP VALUE ZERO.
           05  WS-LESSEES-REMOVED         PIC 9(5) COMP VALUE ZERO.
           05  WS-BOXES-SURRENDERED       PIC 9(5) COMP VALUE ZERO.
           05  WS-BOXES-DRILLED           PIC 9(5) COMP VALUE ZERO.
           05  WS-RECORDS-REFUSED         PIC 9(5) COMP VALUE ZERO.

      * Work Areas and Flags
       01  WS-WORK-AREAS.
           05  WS-EOF-FLAG                PIC X VALUE 'N'.
               88  END-OF-FILE            VALUE 'Y'.
               88  NOT-END-OF-FILE        VALUE 'N'.

           05  WS-BOX-FOUND-FLAG          PIC X VALUE 'N'.
               88  BOX-ON-FILE            VALUE 'Y'.
               88  BOX-NOT-ON-FILE        VALUE 'N'.

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
               SDB-MAINT-FILE
               SDB-REPORT-FILE
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
           OPEN INPUT SDB-MAINT-FILE
                OUTPUT SDB-REPORT-FILE
                OUTPUT ERROR-LOG-FILE

           IF WS-SDB-MAINT-STATUS NOT = "00"
              SET ERR-FILE-ACCESS TO TRUE
              MOVE "ERROR OPENING SAFE DEPOSIT MAINTENANCE FILE"
                  TO WS-ERROR-MESSAGE-PARAM
              PERFORM LOG-ERROR-WITH-CODE
              PERFORM ABNORMAL-TERMINATION
           END-IF

           IF WS-SDB-REPORT-STATUS NOT = "00"
              DISPLAY "ERROR OPENING CHANGE REPORT FILE"
              PERFORM ABNORMAL-TERMINATION
           END-IF

           IF WS-ERROR-FILE-STATUS NOT = "00"
              DISPLAY "ERROR OPENING ERROR LOG FILE"
              PERFORM ABNORMAL-TERMINATION
           END-IF

      * Get current system date and time
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS

           DISPLAY "SAFE DEPOSIT BOX MAINTENANCE BATCH"
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
           MOVE "SAFE-DEPOSIT-MAINT-BATCH" TO JC-PROGRAM-ID
           MOVE SPACES TO JC-PREDECESSOR-ID
           PERFORM DB-CHECK-JOB-PREDECESSOR
           PERFORM DB-REGISTER-JOB-START

           SET NOT-END-OF-FILE TO TRUE.

       PROCESS-MAINT-RECORDS.
           READ SDB-MAINT-FILE
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
                   PERFORM WORK-ONE-MAINT-RECORD
           END-READ.

       WORK-ONE-MAINT-RECORD.
           SET ERR-NONE TO TRUE
           MOVE SM-BRANCH-CODE TO WS-BOX-KEY-BRANCH
           MOVE SM-BOX-NUMBER TO WS-BOX-KEY-NUMBER

      * The keying operator must hold an ACTIVE safe deposit
      * entitlement (maintenance moves no money)
           MOVE SM-KEYED-BY TO EN-OPERATOR-ID
           MOVE "SAFEDEP" TO EN-FUNCTION-CODE
           MOVE ZERO TO EN-REQUEST-AMOUNT
           PERFORM DB-CHECK-OPERATOR-ENTITLEMENT
           IF ENTITLEMENT-DENIED
               SET ERR-NOT-ENTITLED TO TRUE
               MOVE "OPERATOR NOT ENTITLED FOR SAFE DEPOSIT"
                   TO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF

           IF ERR-NONE
               PERFORM DB-READ-BOX
           END-IF

           IF ERR-NONE
               EVALUATE TRUE
                   WHEN SM-INVENTORY-BOX
                       PERFORM INVENTORY-BOX
                   WHEN SM-RENT-BOX
                       PERFORM RENT-BOX
                   WHEN SM-ADD-LESSEE
                       PERFORM ADD-CO-LESSEE
                   WHEN SM-REMOVE-LESSEE
                       PERFORM REMOVE-CO-LESSEE
                   WHEN SM-SURRENDER-BOX
                       PERFORM SURRENDER-BOX
                   WHEN SM-BOX-DRILLED
                       PERFORM RECORD-BOX-DRILLED
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
               MOVE SPACES TO SDB-REPORT-RECORD
               STRING "REFUSED  " SM-BRANCH-CODE "-" SM-BOX-NUMBER
                   " ACTION " SM-ACTION-CODE
                   " - " WS-ERROR-MESSAGE-PARAM (1:60)
                   DELIMITED BY SIZE
                   INTO SDB-REPORT-RECORD
               WRITE SDB-REPORT-RECORD
           END-IF.

       INVENTORY-BOX.
      * A new box goes into inventory VACANT; an existing box may be
      * re-sized only while nobody rents it, since the size sets the
      * rent
           EVALUATE TRUE
               WHEN SM-BOX-SIZE = SPACES
                   SET ERR-MISSING-NAME TO TRUE
                   MOVE "BOX SIZE IS REQUIRED"
                       TO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
               WHEN BOX-ON-FILE AND SQL-SD-BOX-STATUS NOT = "VACANT"
                   SET ERR-BOX-STATUS TO TRUE
                   MOVE "BOX MUST BE VACANT TO CHANGE ITS SIZE"
                       TO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
               WHEN BOX-ON-FILE
                   MOVE SQL-SD-BOX-SIZE TO WS-OLD-VALUE
                   PERFORM DB-RESIZE-BOX
               WHEN OTHER
                   MOVE SPACES TO WS-OLD-VALUE
                   PERFORM DB-INSERT-BOX
           END-EVALUATE

           IF ERR-NONE
               IF BOX-ON-FILE
                   ADD 1 TO WS-BOXES-RESIZED
               ELSE
                   ADD 1 TO WS-BOXES-ADDED
               END-IF
               MOVE "BOX_SIZE" TO WS-HISTORY-FIELD
               MOVE SM-BOX-SIZE TO WS-NEW-VALUE
               PERFORM RECORD-BOX-CHANGE

               MOVE SPACES TO SDB-REPORT-RECORD
               STRING "INVENTORY " SM-BRANCH-CODE "-" SM-BOX-NUMBER
                   " SIZE " SM-BOX-SIZE
                   " WAS " WS-OLD-VALUE (1:6)
                   " BY " SM-KEYED-BY
                   DELIMITED BY SIZE
                   INTO SDB-REPORT-RECORD
               WRITE SDB-REPORT-RECORD
           END-IF.

       RENT-BOX.
      * Only a vacant box is rented.  The renter must be on the
      * customer master and the rent account an ACTIVE account; the
      * first year's rent bills on the anniversary, today unless the
      * record names a later date.
           EVALUATE TRUE
               WHEN BOX-NOT-ON-FILE
                   SET ERR-NOT-FOUND TO TRUE
                   MOVE "BOX NOT IN INVENTORY"
                       TO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
               WHEN SQL-SD-BOX-STATUS NOT = "VACANT"
                   SET ERR-BOX-STATUS TO TRUE
                   MOVE "BOX IS NOT VACANT"
                       TO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
               WHEN SM-RENTER-ID = SPACES
                 OR SM-CHARGE-ACCOUNT = SPACES
                   SET ERR-MISSING-NAME TO TRUE
                   MOVE "RENTER AND RENT ACCOUNT ARE REQUIRED"
                       TO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
               WHEN OTHER
                   MOVE SM-RENTER-ID TO SQL-SD-LESSEE-ID
                   PERFORM DB-CHECK-CUSTOMER
           END-EVALUATE

           IF ERR-NONE
               PERFORM DB-CHECK-CHARGE-ACCOUNT
           END-IF

           IF ERR-NONE
               IF SM-ANNIVERSARY = SPACES
                   MOVE WS-SQL-CURRENT-DATE TO SQL-SD-ANNIVERSARY
               ELSE
                   MOVE SM-ANNIVERSARY TO SQL-SD-ANNIVERSARY
               END-IF
               MOVE "VACANT" TO WS-OLD-VALUE
               PERFORM DB-RENT-BOX
           END-IF

           IF ERR-NONE
               ADD 1 TO WS-BOXES-RENTED
               MOVE "RENTER" TO WS-HISTORY-FIELD
               MOVE SPACES TO WS-NEW-VALUE
               STRING SM-RENTER-ID " " SM-CHARGE-ACCOUNT " "
                   SQL-SD-ANNIVERSARY
                   DELIMITED BY SIZE
                   INTO WS-NEW-VALUE
               PERFORM RECORD-BOX-CHANGE

               MOVE SPACES TO SDB-REPORT-RECORD
               STRING "RENTED   " SM-BRANCH-CODE "-" SM-BOX-NUMBER
                   " TO " SM-RENTER-ID
                   " CHARGE " SM-CHARGE-ACCOUNT
                   " ANNIVERSARY " SQL-SD-ANNIVERSARY
                   " BY " SM-KEYED-BY
                   DELIMITED BY SIZE
                   INTO SDB-REPORT-RECORD
               WRITE SDB-REPORT-RECORD
           END-IF.

       ADD-CO-LESSEE.
           EVALUATE TRUE
               WHEN BOX-NOT-ON-FILE
                 OR SQL-SD-BOX-STATUS = "VACANT"
                   SET ERR-BOX-STATUS TO TRUE
                   MOVE "BOX IS NOT RENTED"
                       TO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
               WHEN SM-LESSEE-ID = SQL-SD-RENTER-ID
                   SET ERR-INVALID-ACTION TO TRUE
                   MOVE "RENTER IS ALREADY ON THE BOX"
                       TO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
               WHEN OTHER
                   MOVE SM-LESSEE-ID TO SQL-SD-LESSEE-ID
                   PERFORM DB-CHECK-CUSTOMER
           END-EVALUATE

           IF ERR-NONE
               PERFORM DB-INSERT-LESSEE
           END-IF

           IF ERR-NONE
               ADD 1 TO WS-LESSEES-ADDED
               MOVE "CO_LESSEE" TO WS-HISTORY-FIELD
               MOVE SPACES TO WS-OLD-VALUE
               MOVE SPACES TO WS-NEW-VALUE
               STRING SM-LESSEE-ID " ADDED"
                   DELIMITED BY SIZE
                   INTO WS-NEW-VALUE
               PERFORM RECORD-BOX-CHANGE

               MOVE SPACES TO SDB-REPORT-RECORD
               STRING "CO-LESSEE " SM-BRANCH-CODE "-" SM-BOX-NUMBER
                   " ADDED " SM-LESSEE-ID
                   " BY " SM-KEYED-BY
                   DELIMITED BY SIZE
                   INTO SDB-REPORT-RECORD
               WRITE SDB-REPORT-RECORD
           END-IF.

       REMOVE-CO-LESSEE.
           MOVE SM-LESSEE-ID TO SQL-SD-LESSEE-ID
           PERFORM DB-DELETE-LESSEE

           IF ERR-NONE
               ADD 1 TO WS-LESSEES-REMOVED
               MOVE "CO_LESSEE" TO WS-HISTORY-FIELD
               MOVE SPACES TO WS-OLD-VALUE
               MOVE SPACES TO WS-NEW-VALUE
               STRING SM-LESSEE-ID " REMOVED"
                   DELIMITED BY SIZE
                   INTO WS-NEW-VALUE
               PERFORM RECORD-BOX-CHANGE

               MOVE SPACES TO SDB-REPORT-RECORD
               STRING "CO-LESSEE " SM-BRANCH-CODE "-" SM-BOX-NUMBER
                   " REMOVED " SM-LESSEE-ID
                   " BY " SM-KEYED-BY
                   DELIMITED BY SIZE
                   INTO SDB-REPORT-RECORD
               WRITE SDB-REPORT-RECORD
           END-IF.

       SURRENDER-BOX.
      * A box in good standing goes back to inventory with its
      * lessees cleared; one with unpaid rent must be brought
      * current (or drilled) first
           EVALUATE TRUE
               WHEN BOX-NOT-ON-FILE
                 OR SQL-SD-BOX-STATUS NOT = "RENTED"
                   SET ERR-BOX-STATUS TO TRUE
                   MOVE "BOX MUST BE RENTED AND IN GOOD STANDING"
                       TO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
               WHEN OTHER
                   MOVE SQL-SD-RENTER-ID TO WS-OLD-VALUE
                   PERFORM DB-VACATE-BOX
           END-EVALUATE

           IF ERR-NONE
               ADD 1 TO WS-BOXES-SURRENDERED
               MOVE "BOX_STATUS" TO WS-HISTORY-FIELD
               MOVE "VACANT SURRENDERED" TO WS-NEW-VALUE
               PERFORM RECORD-BOX-CHANGE

               MOVE SPACES TO SDB-REPORT-RECORD
               STRING "SURRENDERED " SM-BRANCH-CODE "-" SM-BOX-NUMBER
                   " BY RENTER " SQL-SD-RENTER-ID
                   " KEYED BY " SM-KEYED-BY
                   DELIMITED BY SIZE
                   INTO SDB-REPORT-RECORD
               WRITE SDB-REPORT-RECORD
           END-IF.

       RECORD-BOX-DRILLED.
      * Only a box the billing batch flagged DRILL is drilled; once
      * its contents are sealed and inventoried it returns to
      * inventory and the renter's unpaid rent stays with the
      * delinquency file
           EVALUATE TRUE
               WHEN BOX-NOT-ON-FILE
                 OR SQL-SD-BOX-STATUS NOT = "DRILL"
                   SET ERR-BOX-STATUS TO TRUE
                   MOVE "BOX IS NOT FLAGGED FOR DRILLING"
                       TO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
               WHEN OTHER
                   MOVE SQL-SD-RENTER-ID TO WS-OLD-VALUE
                   PERFORM DB-VACATE-BOX
           END-EVALUATE

           IF ERR-NONE
               ADD 1 TO WS-BOXES-DRILLED
               MOVE "BOX_STATUS" TO WS-HISTORY-FIELD
               MOVE "VACANT DRILLED AND INVENTORIED" TO WS-NEW-VALUE
               PERFORM RECORD-BOX-CHANGE

               MOVE SPACES TO SDB-REPORT-RECORD
               STRING "DRILLED  " SM-BRANCH-CODE "-" SM-BOX-NUMBER
                   " RENTER " SQL-SD-RENTER-ID
                   " CONTENTS INVENTORIED BY " SM-KEYED-BY
                   DELIMITED BY SIZE
                   INTO SDB-REPORT-RECORD
               WRITE SDB-REPORT-RECORD
           END-IF.

       RECORD-BOX-CHANGE.
      * The durable field-level record of the change, keyed by the
      * branch and box number together
           MOVE "SAFE_DEPOSIT" TO CH-TABLE-NAME
           MOVE WS-BOX-KEY TO CH-RECORD-KEY
           MOVE WS-HISTORY-FIELD TO CH-FIELD-NAME
           MOVE WS-OLD-VALUE TO CH-OLD-VALUE
           MOVE WS-NEW-VALUE TO CH-NEW-VALUE
           MOVE SM-KEYED-BY TO CH-CHANGED-BY
           MOVE "SDBMAINT" TO CH-CHANGE-REASON
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
           DISPLAY "SAFE DEPOSIT BOX MAINTENANCE SUMMARY"
           DISPLAY "Records Read:       " WS-RECORDS-READ
           DISPLAY "Boxes Added:        " WS-BOXES-ADDED
           DISPLAY "Boxes Resized:      " WS-BOXES-RESIZED
           DISPLAY "Boxes Rented:       " WS-BOXES-RENTED
           DISPLAY "Co-Lessees Added:   " WS-LESSEES-ADDED
           DISPLAY "Co-Lessees Removed: " WS-LESSEES-REMOVED
           DISPLAY "Boxes Surrendered:  " WS-BOXES-SURRENDERED
           DISPLAY "Boxes Drilled:      " WS-BOXES-DRILLED
           DISPLAY "Records Refused:    " WS-RECORDS-REFUSED.

       CLEANUP-ROUTINE.
      * Flip this job to COMPLETE on the job control table so
      * downstream predecessor checks open up
           PERFORM DB-REGISTER-JOB-COMPLETE

      * Disconnect from DB2 database
           PERFORM DB-DISCONNECT

           CLOSE SDB-MAINT-FILE
                 SDB-REPORT-FILE
                 ERROR-LOG-FILE

           DISPLAY "SAFE DEPOSIT BOX MAINTENANCE BATCH COMPLETE".

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
           MOVE WS-BOX-KEY TO ER-CUSTOMER-ID
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

       DB-READ-BOX.
           SET BOX-NOT-ON-FILE TO TRUE
           MOVE SM-BRANCH-CODE TO SQL-SD-BRANCH-CODE
           MOVE SM-BOX-NUMBER TO SQL-SD-BOX-NUMBER

           EXEC SQL
               SELECT BOX_SIZE, BOX_STATUS,
                      COALESCE(RENTER_ID, ' ')
               INTO :SQL-SD-BOX-SIZE,
                    :SQL-SD-BOX-STATUS,
                    :SQL-SD-RENTER-ID
               FROM SAFE_DEPOSIT_BOX_TABLE
               WHERE BRANCH_CODE = :SQL-SD-BRANCH-CODE
               AND BOX_NUMBER = :SQL-SD-BOX-NUMBER
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   SET BOX-ON-FILE TO TRUE
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   SET ERR-SYSTEM-ERROR TO TRUE
                   MOVE SQLCODE TO WS-ERROR-CODE
                   STRING "Error reading safe deposit box - SQLCODE: "
                       SQLCODE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
           END-EVALUATE.

       DB-INSERT-BOX.
           MOVE SM-BOX-SIZE TO SQL-SD-BOX-SIZE

           EXEC SQL
               INSERT INTO SAFE_DEPOSIT_BOX_TABLE
                   (BRANCH_CODE, BOX_NUMBER, BOX_SIZE, BOX_STATUS,
                    BILL_STATUS, NOTICE_COUNT)
               VALUES
                   (:SQL-SD-BRANCH-CODE, :SQL-SD-BOX-NUMBER,
                    :SQL-SD-BOX-SIZE, 'VACANT', 'NONE', 0)
           END-EXEC

           IF SQLCODE NOT = 0
               SET ERR-SYSTEM-ERROR TO TRUE
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error inserting safe deposit box - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       DB-RESIZE-BOX.
           MOVE SM-BOX-SIZE TO SQL-SD-BOX-SIZE

           EXEC SQL
               UPDATE SAFE_DEPOSIT_BOX_TABLE
               SET BOX_SIZE = :SQL-SD-BOX-SIZE
               WHERE BRANCH_CODE = :SQL-SD-BRANCH-CODE
               AND BOX_NUMBER = :SQL-SD-BOX-NUMBER
           END-EXEC

           IF SQLCODE NOT = 0
               SET ERR-SYSTEM-ERROR TO TRUE
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error resizing safe deposit box - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       DB-CHECK-CUSTOMER.
           EXEC SQL
               SELECT COUNT(*)
               INTO :SQL-SD-ROW-COUNT
               FROM CUSTOMER_TABLE
               WHERE CUSTOMER_ID = :SQL-SD-LESSEE-ID
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE NOT = 0
                   SET ERR-SYSTEM-ERROR TO TRUE
                   MOVE SQLCODE TO WS-ERROR-CODE
                   STRING "Error reading customer - SQLCODE: "
                       SQLCODE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
               WHEN SQL-SD-ROW-COUNT = ZERO
                   SET ERR-INVALID-CUSTOMER TO TRUE
                   MOVE "LESSEE NOT ON CUSTOMER MASTER"
                       TO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       DB-CHECK-CHARGE-ACCOUNT.
           MOVE SM-CHARGE-ACCOUNT TO SQL-SD-CHARGE-ACCOUNT

           EXEC SQL
               SELECT COUNT(*)
               INTO :SQL-SD-ROW-COUNT
               FROM ACCOUNT_TABLE
               WHERE CUSTOMER_ID = :SQL-SD-CHARGE-ACCOUNT
               AND ACCOUNT_STATUS = 'ACTIVE'
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE NOT = 0
                   SET ERR-SYSTEM-ERROR TO TRUE
                   MOVE SQLCODE TO WS-ERROR-CODE
                   STRING "Error reading rent account - SQLCODE: "
                       SQLCODE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
               WHEN SQL-SD-ROW-COUNT = ZERO
                   SET ERR-NOT-FOUND TO TRUE
                   MOVE "RENT ACCOUNT IS NOT AN ACTIVE ACCOUNT"
                       TO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       DB-RENT-BOX.
           MOVE SM-RENTER-ID TO SQL-SD-RENTER-ID

           EXEC SQL
               UPDATE SAFE_DEPOSIT_BOX_TABLE
               SET BOX_STATUS = 'RENTED',
                   RENTER_ID = :SQL-SD-RENTER-ID,
                   CHARGE_ACCOUNT = :SQL-SD-CHARGE-ACCOUNT,
                   RENTAL_ANNIVERSARY = DATE(:SQL-SD-ANNIVERSARY),
                   PAID_THROUGH = NULL,
                   LAST_BILL_REFERENCE = NULL,
                   LAST_BILL_AMOUNT = 0,
                   BILL_STATUS = 'NONE',
                   DELINQUENT_SINCE = NULL,
                   LAST_NOTICE_DATE = NULL,
                   NOTICE_COUNT = 0
               WHERE BRANCH_CODE = :SQL-SD-BRANCH-CODE
               AND BOX_NUMBER = :SQL-SD-BOX-NUMBER
           END-EXEC

           IF SQLCODE NOT = 0
               SET ERR-SYSTEM-ERROR TO TRUE
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error renting safe deposit box - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       DB-INSERT-LESSEE.
           EXEC SQL
               INSERT INTO SAFE_DEPOSIT_LESSEE_TABLE
                   (BRANCH_CODE, BOX_NUMBER, CUSTOMER_ID, ADDED_DATE)
               VALUES
                   (:SQL-SD-BRANCH-CODE, :SQL-SD-BOX-NUMBER,
                    :SQL-SD-LESSEE-ID, DATE(:WS-SQL-CURRENT-DATE))
           END-EXEC

           IF SQLCODE NOT = 0
               SET ERR-SYSTEM-ERROR TO TRUE
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error adding co-lessee - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       DB-DELETE-LESSEE.
           EXEC SQL
               DELETE FROM SAFE_DEPOSIT_LESSEE_TABLE
               WHERE BRANCH_CODE = :SQL-SD-BRANCH-CODE
               AND BOX_NUMBER = :SQL-SD-BOX-NUMBER
               AND CUSTOMER_ID = :SQL-SD-LESSEE-ID
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   SET ERR-NOT-FOUND TO TRUE
                   MOVE "CO-LESSEE NOT ON FILE FOR BOX"
                       TO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
               WHEN OTHER
                   SET ERR-SYSTEM-ERROR TO TRUE
                   MOVE SQLCODE TO WS-ERROR-CODE
                   STRING "Error removing co-lessee - SQLCODE: "
                       SQLCODE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
           END-EVALUATE.

       DB-VACATE-BOX.
      * Back to inventory - renter, rent account, billing state and
      * co-lessees all cleared
           EXEC SQL
               UPDATE SAFE_DEPOSIT_BOX_TABLE
               SET BOX_STATUS = 'VACANT',
                   RENTER_ID = NULL,
                   CHARGE_ACCOUNT = NULL,
                   RENTAL_ANNIVERSARY = NULL,
                   PAID_THROUGH = NULL,
                   LAST_BILL_REFERENCE = NULL,
                   LAST_BILL_AMOUNT = 0,
                   BILL_STATUS = 'NONE',
                   DELINQUENT_SINCE = NULL,
                   LAST_NOTICE_DATE = NULL,
                   NOTICE_COUNT = 0
               WHERE BRANCH_CODE = :SQL-SD-BRANCH-CODE
               AND BOX_NUMBER = :SQL-SD-BOX-NUMBER
           END-EXEC

           IF SQLCODE NOT = 0
               SET ERR-SYSTEM-ERROR TO TRUE
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error vacating safe deposit box - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF

           IF ERR-NONE
               EXEC SQL
                   DELETE FROM SAFE_DEPOSIT_LESSEE_TABLE
                   WHERE BRANCH_CODE = :SQL-SD-BRANCH-CODE
                   AND BOX_NUMBER = :SQL-SD-BOX-NUMBER
               END-EXEC

               IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                   SET ERR-SYSTEM-ERROR TO TRUE
                   MOVE SQLCODE TO WS-ERROR-CODE
                   STRING "Error clearing co-lessees - SQLCODE: "
                       SQLCODE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
               END-IF
           END-IF.

           COPY "dbconfig_loader.cpy".

           COPY "jobcontrol.cpy".

           COPY "opslog.cpy".

           COPY "entitlement.cpy".

           COPY "changehist.cpy".
