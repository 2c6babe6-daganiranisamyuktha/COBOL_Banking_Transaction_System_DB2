      *================================================================*
      * Promotional Campaign Maintenance Batch                         *
      * The controlled change path for marketing's bonus-rate offers. *
      * A campaign is set up with its enrollment window, the bonus    *
      * rate paid on new money, the baseline date new money is        *
      * measured from and the days it must be held.  The account      *
      * types - and optionally the branches - an offer is open to are *
      * added and removed one at a time, and a campaign can be ended  *
      * early, which closes enrollment but leaves the accounts        *
      * already enrolled to serve out their hold.  The keying         *
      * operator must hold the ACCTMAINT entitlement; every change    *
      * writes the change history.                                    *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROMO-CAMPAIGN-MAINT-BATCH.
       DATE-WRITTEN. 2026-10-15.
       AUTHOR. Updated 2026-10-15 for DB2 Integration.
       REMARKS. PROMOTIONAL BONUS CAMPAIGN MAINTENANCE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Configuration file containing DB2 connection parameters
           SELECT CONFIG-FILE
               ASSIGN TO "DB2CONFIG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-FILE-STATUS.

      * Campaign set-ups and eligibility changes
           SELECT PROMO-MAINT-FILE
               ASSIGN TO "PROMOMAINT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROMO-MAINT-STATUS.

      * Before/after change report
           SELECT PROMO-REPORT-FILE
               ASSIGN TO "PROMOMAINTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROMO-REPORT-STATUS.

           SELECT ERROR-LOG-FILE
               ASSIGN TO "PROMOMAINTERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERROR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * Maintenance Record - one action per record, keyed by the
      * campaign ID.  A campaign action carries the offer's name,
      * window, bonus rate, baseline date and hold days; an
      * eligibility action carries one account type and branch
      * (blank branch - every branch).
       FD  PROMO-MAINT-FILE.
       01  PROMO-MAINT-RECORD.
           05  PM-RECORD-KEY          PIC X(10).
           05  FILLER                 PIC X.
           05  PM-ACTION-CODE         PIC X.
               88  PM-SET-CAMPAIGN    VALUE 'C'.
               88  PM-ADD-ELIGIBLE    VALUE 'E'.
               88  PM-REMOVE-ELIGIBLE VALUE 'X'.
               88  PM-END-CAMPAIGN    VALUE 'S'.
           05  FILLER                 PIC X.
      * The operator keying the change - carried onto the change
      * history so the record says who, not just what
           05  PM-KEYED-BY            PIC X(8).
           05  FILLER                 PIC X.
           05  PM-DETAIL              PIC X(100).
           05  PM-CAMPAIGN-DETAIL REDEFINES PM-DETAIL.
               10  PM-CAMPAIGN-NAME   PIC X(40).
               10  FILLER             PIC X.
               10  PM-OFFER-START     PIC X(10).
               10  FILLER             PIC X.
               10  PM-OFFER-END       PIC X(10).
               10  FILLER             PIC X.
               10  PM-BONUS-RATE      PIC 9V9(4).
               10  FILLER             PIC X.
               10  PM-BASELINE-DATE   PIC X(10).
               10  FILLER             PIC X.
               10  PM-HOLD-DAYS       PIC 9(4).
               10  FILLER             PIC X(16).
           05  PM-ELIGIBLE-DETAIL REDEFINES PM-DETAIL.
               10  PM-ACCOUNT-TYPE    PIC X(10).
               10  FILLER             PIC X.
               10  PM-BRANCH-CODE     PIC X(4).
               10  FILLER             PIC X(85).

      * Change Report Record
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
           05  WS-PROMO-MAINT-STATUS      PIC XX.
           05  WS-PROMO-REPORT-STATUS     PIC XX.
           05  WS-ERROR-FILE-STATUS       PIC XX.

      * Error Code Management
       01  WS-ERROR-CODES.
           05  WS-ERROR-CODE              PIC 9(4).
               88  ERR-NONE               VALUE 0000.
               88  ERR-MISSING-NAME       VALUE 1002.
               88  ERR-INVALID-ACTION     VALUE 1006.
               88  ERR-NOT-FOUND          VALUE 1007.
               88  ERR-NOT-ENTITLED       VALUE 1028.
               88  ERR-INVALID-PRODUCT    VALUE 1041.
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

      * Terms as they print - rate and hold days in display form
       01  WS-TERMS-EDIT.
           05  WS-EDIT-RATE               PIC 9.9999.
           05  WS-EDIT-HOLD-DAYS          PIC ZZZ9.
           05  WS-HOLD-DAYS-COUNT         PIC 9(4).

      * Processing Statistics
       01  WS-PROCESSING-STATS.
           05  WS-RECORDS-READ            PIC 9(5) COMP VALUE ZERO.
           05  WS-CAMPAIGNS-ADDED         PIC 9(5) COMP VALUE ZERO.
           05  WS-CAMPAIGNS-UPDATED       PIC 9(5) COMP VALUE ZERO.
           05  WS-CAMPAIGNS-ENDED         PIC 9(5) COMP VALUE ZERO.
           05  WS-ELIGIBLE-ADDED          PIC 9(5) COMP VALUE ZERO.
           05  WS-ELIGIBLE-REMOVED        PIC 9(5) COMP VALUE ZERO.
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
               PROMO-MAINT-FILE
               PROMO-REPORT-FILE
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
           OPEN INPUT PROMO-MAINT-FILE
                OUTPUT PROMO-REPORT-FILE
                OUTPUT ERROR-LOG-FILE

           IF WS-PROMO-MAINT-STATUS NOT = "00"
              SET ERR-FILE-ACCESS TO TRUE
              MOVE "ERROR OPENING PROMO MAINTENANCE FILE"
                  TO WS-ERROR-MESSAGE-PARAM
              PERFORM LOG-ERROR-WITH-CODE
              PERFORM ABNORMAL-TERMINATION
           END-IF

           IF WS-PROMO-REPORT-STATUS NOT = "00"
              DISPLAY "ERROR OPENING CHANGE REPORT FILE"
              PERFORM ABNORMAL-TERMINATION
           END-IF

           IF WS-ERROR-FILE-STATUS NOT = "00"
              DISPLAY "ERROR OPENING ERROR LOG FILE"
              PERFORM ABNORMAL-TERMINATION
           END-IF

      * Get current system date and time
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS

           DISPLAY "PROMOTIONAL CAMPAIGN MAINTENANCE BATCH"
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
           MOVE "PROMO-CAMPAIGN-MAINT-BATCH" TO JC-PROGRAM-ID
           MOVE SPACES TO JC-PREDECESSOR-ID
           PERFORM DB-CHECK-JOB-PREDECESSOR
           PERFORM DB-REGISTER-JOB-START

           SET NOT-END-OF-FILE TO TRUE.

       PROCESS-MAINT-RECORDS.
           READ PROMO-MAINT-FILE
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
           MOVE PM-KEYED-BY TO EN-OPERATOR-ID
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
               MOVE PM-RECORD-KEY TO SQL-PR-CAMPAIGN-ID
               EVALUATE TRUE
                   WHEN PM-SET-CAMPAIGN
                       PERFORM SET-PROMO-CAMPAIGN
                   WHEN PM-ADD-ELIGIBLE
                       PERFORM ADD-PROMO-ELIGIBLE
                   WHEN PM-REMOVE-ELIGIBLE
                       PERFORM REMOVE-PROMO-ELIGIBLE
                   WHEN PM-END-CAMPAIGN
                       PERFORM END-PROMO-CAMPAIGN
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
               MOVE SPACES TO PROMO-REPORT-RECORD
               STRING "REFUSED  " PM-RECORD-KEY
                   " ACTION " PM-ACTION-CODE
                   " - " WS-ERROR-MESSAGE-PARAM (1:60)
                   DELIMITED BY SIZE
                   INTO PROMO-REPORT-RECORD
               WRITE PROMO-REPORT-RECORD
           END-IF.

       SET-PROMO-CAMPAIGN.
      * A campaign needs a name, a window that closes no earlier
      * than it opens, a baseline date no later than the window
      * opens (new money is what arrives after it), a bonus rate
      * and a hold period.  Changed terms govern from tonight's
      * accrual; an enrollment keeps the baseline balance and hold
      * end it was enrolled with.
           EVALUATE TRUE
               WHEN PM-CAMPAIGN-NAME = SPACES
                 OR PM-OFFER-START = SPACES
                 OR PM-OFFER-END = SPACES
                 OR PM-BASELINE-DATE = SPACES
                   SET ERR-MISSING-NAME TO TRUE
                   MOVE "NAME, OFFER WINDOW AND BASELINE DATE REQUIRED"
                       TO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
               WHEN PM-BONUS-RATE NOT NUMERIC
                 OR PM-HOLD-DAYS NOT NUMERIC
                   SET ERR-INVALID-TERMS TO TRUE
                   MOVE "BONUS RATE AND HOLD DAYS MUST BE NUMERIC"
                       TO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
               WHEN PM-BONUS-RATE = ZERO
                 OR PM-HOLD-DAYS = ZERO
                   SET ERR-INVALID-TERMS TO TRUE
                   MOVE "BONUS RATE AND HOLD DAYS MUST BE ABOVE ZERO"
                       TO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
               WHEN PM-OFFER-END < PM-OFFER-START
                   SET ERR-INVALID-TERMS TO TRUE
                   MOVE "OFFER WINDOW ENDS BEFORE IT STARTS"
                       TO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
               WHEN PM-BASELINE-DATE > PM-OFFER-START
                   SET ERR-INVALID-TERMS TO TRUE
                   MOVE "BASELINE DATE FALLS AFTER THE OFFER OPENS"
                       TO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
               WHEN OTHER
                   PERFORM DB-READ-CAMPAIGN
           END-EVALUATE

           IF ERR-NONE
               MOVE SPACES TO WS-OLD-VALUE
               IF ROW-ON-FILE
                   MOVE SQL-PR-BONUS-RATE TO WS-EDIT-RATE
                   MOVE SQL-PR-HOLD-DAYS TO WS-HOLD-DAYS-COUNT
                   MOVE WS-HOLD-DAYS-COUNT TO WS-EDIT-HOLD-DAYS
                   STRING SQL-PR-OFFER-START " " SQL-PR-OFFER-END
                       " " WS-EDIT-RATE " " WS-EDIT-HOLD-DAYS
                       DELIMITED BY SIZE
                       INTO WS-OLD-VALUE
               END-IF

               MOVE PM-CAMPAIGN-NAME TO SQL-PR-CAMPAIGN-NAME
               MOVE PM-OFFER-START TO SQL-PR-OFFER-START
               MOVE PM-OFFER-END TO SQL-PR-OFFER-END
               MOVE PM-BONUS-RATE TO SQL-PR-BONUS-RATE
               MOVE PM-BASELINE-DATE TO SQL-PR-BASELINE-DATE
               MOVE PM-HOLD-DAYS TO SQL-PR-HOLD-DAYS

               IF ROW-ON-FILE
                   PERFORM DB-UPDATE-CAMPAIGN
               ELSE
                   PERFORM DB-INSERT-CAMPAIGN
               END-IF
           END-IF

           IF ERR-NONE
               IF ROW-ON-FILE
                   ADD 1 TO WS-CAMPAIGNS-UPDATED
               ELSE
                   ADD 1 TO WS-CAMPAIGNS-ADDED
               END-IF
               MOVE "PROMO_CAMPAIGN" TO WS-HISTORY-FIELD
               MOVE PM-BONUS-RATE TO WS-EDIT-RATE
               MOVE PM-HOLD-DAYS TO WS-EDIT-HOLD-DAYS
               MOVE SPACES TO WS-NEW-VALUE
               STRING PM-OFFER-START " " PM-OFFER-END
                   " " WS-EDIT-RATE " " WS-EDIT-HOLD-DAYS
                   DELIMITED BY SIZE
                   INTO WS-NEW-VALUE
               PERFORM RECORD-PROMO-CHANGE

               MOVE SPACES TO PROMO-REPORT-RECORD
               STRING "CAMPAIGN " PM-RECORD-KEY (1:8)
                   " " PM-CAMPAIGN-NAME
                   " WINDOW/RATE/HOLD " WS-NEW-VALUE (1:33)
                   " BY " PM-KEYED-BY
                   DELIMITED BY SIZE
                   INTO PROMO-REPORT-RECORD
               WRITE PROMO-REPORT-RECORD
               IF ROW-ON-FILE
                   MOVE SPACES TO PROMO-REPORT-RECORD
                   STRING "         " PM-RECORD-KEY (1:8)
                       " WAS " WS-OLD-VALUE (1:33)
                       DELIMITED BY SIZE
                       INTO PROMO-REPORT-RECORD
                   WRITE PROMO-REPORT-RECORD
               END-IF
           END-IF.

       ADD-PROMO-ELIGIBLE.
      * The campaign must be ACTIVE and the account type a product
      * the bank prices - one on the rate schedule
           IF PM-ACCOUNT-TYPE = SPACES
               SET ERR-MISSING-NAME TO TRUE
               MOVE "ACCOUNT TYPE IS REQUIRED"
                   TO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           ELSE
               PERFORM CHECK-CAMPAIGN-ACTIVE
           END-IF

           IF ERR-NONE
               MOVE PM-ACCOUNT-TYPE TO SQL-PR-ACCOUNT-TYPE
               MOVE PM-BRANCH-CODE TO SQL-PR-BRANCH-CODE
               PERFORM DB-CHECK-ACCOUNT-TYPE
           END-IF

           IF ERR-NONE
               PERFORM DB-READ-ELIGIBLE
               IF ERR-NONE
                   IF ROW-ON-FILE
                       SET ERR-INVALID-ACTION TO TRUE
                       MOVE "ACCOUNT TYPE AND BRANCH ALREADY ELIGIBLE"
                           TO WS-ERROR-MESSAGE-PARAM
                       PERFORM LOG-ERROR-WITH-CODE
                   ELSE
                       PERFORM DB-INSERT-ELIGIBLE
                   END-IF
               END-IF
           END-IF

           IF ERR-NONE
               ADD 1 TO WS-ELIGIBLE-ADDED
               MOVE "PROMO_ELIGIBLE" TO WS-HISTORY-FIELD
               MOVE SPACES TO WS-OLD-VALUE
               MOVE SPACES TO WS-NEW-VALUE
               STRING PM-ACCOUNT-TYPE " " PM-BRANCH-CODE
                   DELIMITED BY SIZE
                   INTO WS-NEW-VALUE
               PERFORM RECORD-PROMO-CHANGE

               MOVE SPACES TO PROMO-REPORT-RECORD
               STRING "ELIGIBLE " PM-RECORD-KEY (1:8)
                   " TYPE " PM-ACCOUNT-TYPE
                   " BRANCH " PM-BRANCH-CODE
                   " BY " PM-KEYED-BY
                   DELIMITED BY SIZE
                   INTO PROMO-REPORT-RECORD
               WRITE PROMO-REPORT-RECORD
           END-IF.

       REMOVE-PROMO-ELIGIBLE.
      * No further enrollments of this type and branch; accounts
      * already enrolled are not affected
           MOVE PM-ACCOUNT-TYPE TO SQL-PR-ACCOUNT-TYPE
           MOVE PM-BRANCH-CODE TO SQL-PR-BRANCH-CODE
           PERFORM DB-READ-ELIGIBLE

           IF ERR-NONE
               IF ROW-NOT-ON-FILE
                   SET ERR-NOT-FOUND TO TRUE
                   MOVE "ACCOUNT TYPE AND BRANCH NOT ELIGIBLE"
                       TO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
               ELSE
                   PERFORM DB-DELETE-ELIGIBLE
               END-IF
           END-IF

           IF ERR-NONE
               ADD 1 TO WS-ELIGIBLE-REMOVED
               MOVE "PROMO_ELIGIBLE" TO WS-HISTORY-FIELD
               MOVE SPACES TO WS-OLD-VALUE
               STRING PM-ACCOUNT-TYPE " " PM-BRANCH-CODE
                   DELIMITED BY SIZE
                   INTO WS-OLD-VALUE
               MOVE SPACES TO WS-NEW-VALUE
               PERFORM RECORD-PROMO-CHANGE

               MOVE SPACES TO PROMO-REPORT-RECORD
               STRING "REMOVED  " PM-RECORD-KEY (1:8)
                   " TYPE " PM-ACCOUNT-TYPE
                   " BRANCH " PM-BRANCH-CODE
                   " BY " PM-KEYED-BY
                   DELIMITED BY SIZE
                   INTO PROMO-REPORT-RECORD
               WRITE PROMO-REPORT-RECORD
           END-IF.

       END-PROMO-CAMPAIGN.
      * Enrollment closes from tonight; enrolled accounts keep
      * earning the bonus until their hold is served or clawed back
           PERFORM CHECK-CAMPAIGN-ACTIVE

           IF ERR-NONE
               PERFORM DB-END-CAMPAIGN
           END-IF

           IF ERR-NONE
               ADD 1 TO WS-CAMPAIGNS-ENDED
               MOVE "CAMPAIGN_STATUS" TO WS-HISTORY-FIELD
               MOVE SQL-PR-CAMPAIGN-STATUS TO WS-OLD-VALUE
               MOVE "ENDED" TO WS-NEW-VALUE
               PERFORM RECORD-PROMO-CHANGE

               MOVE SPACES TO PROMO-REPORT-RECORD
               STRING "ENDED    " PM-RECORD-KEY (1:8)
                   " " SQL-PR-CAMPAIGN-NAME
                   " BY " PM-KEYED-BY
                   DELIMITED BY SIZE
                   INTO PROMO-REPORT-RECORD
               WRITE PROMO-REPORT-RECORD
           END-IF.

       CHECK-CAMPAIGN-ACTIVE.
           PERFORM DB-READ-CAMPAIGN

           IF ERR-NONE
               IF ROW-NOT-ON-FILE
                  OR SQL-PR-CAMPAIGN-STATUS NOT = "ACTIVE"
                   SET ERR-NOT-FOUND TO TRUE
                   MOVE "CAMPAIGN NOT ON FILE OR NOT ACTIVE"
                       TO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
               END-IF
           END-IF.

       RECORD-PROMO-CHANGE.
      * The durable field-level record of the change
           MOVE "PROMO" TO CH-TABLE-NAME
           MOVE PM-RECORD-KEY TO CH-RECORD-KEY
           MOVE WS-HISTORY-FIELD TO CH-FIELD-NAME
           MOVE WS-OLD-VALUE TO CH-OLD-VALUE
           MOVE WS-NEW-VALUE TO CH-NEW-VALUE
           MOVE PM-KEYED-BY TO CH-CHANGED-BY
           MOVE "PROMOMAINT" TO CH-CHANGE-REASON
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
           DISPLAY "PROMOTIONAL CAMPAIGN MAINTENANCE SUMMARY"
           DISPLAY "Records Read:       " WS-RECORDS-READ
           DISPLAY "Campaigns Added:    " WS-CAMPAIGNS-ADDED
           DISPLAY "Campaigns Updated:  " WS-CAMPAIGNS-UPDATED
           DISPLAY "Campaigns Ended:    " WS-CAMPAIGNS-ENDED
           DISPLAY "Eligibility Added:  " WS-ELIGIBLE-ADDED
           DISPLAY "Eligibility Removed:" WS-ELIGIBLE-REMOVED
           DISPLAY "Records Refused:    " WS-RECORDS-REFUSED.

       CLEANUP-ROUTINE.
      * Flip this job to COMPLETE on the job control table so
      * downstream predecessor checks open up
           PERFORM DB-REGISTER-JOB-COMPLETE

      * Disconnect from DB2 database
           PERFORM DB-DISCONNECT

           CLOSE PROMO-MAINT-FILE
                 PROMO-REPORT-FILE
                 ERROR-LOG-FILE

           DISPLAY "PROMOTIONAL CAMPAIGN MAINTENANCE BATCH COMPLETE".

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
           MOVE PM-RECORD-KEY TO ER-CUSTOMER-ID
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

       DB-READ-CAMPAIGN.
           SET ROW-NOT-ON-FILE TO TRUE

           EXEC SQL
               SELECT CAMPAIGN_NAME,
                      CHAR(OFFER_START, ISO), CHAR(OFFER_END, ISO),
                      BONUS_RATE, CHAR(BASELINE_DATE, ISO),
                      HOLD_DAYS, COALESCE(CAMPAIGN_STATUS, 'ACTIVE')
               INTO :SQL-PR-CAMPAIGN-NAME,
                    :SQL-PR-OFFER-START,
                    :SQL-PR-OFFER-END,
                    :SQL-PR-BONUS-RATE,
                    :SQL-PR-BASELINE-DATE,
                    :SQL-PR-HOLD-DAYS,
                    :SQL-PR-CAMPAIGN-STATUS
               FROM PROMO_CAMPAIGN_TABLE
               WHERE CAMPAIGN_ID = :SQL-PR-CAMPAIGN-ID
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   SET ROW-ON-FILE TO TRUE
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   SET ERR-SYSTEM-ERROR TO TRUE
                   MOVE SQLCODE TO WS-ERROR-CODE
                   STRING "Error reading campaign - SQLCODE: "
                       SQLCODE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
           END-EVALUATE.

       DB-INSERT-CAMPAIGN.
           EXEC SQL
               INSERT INTO PROMO_CAMPAIGN_TABLE
                   (CAMPAIGN_ID, CAMPAIGN_NAME, OFFER_START,
                    OFFER_END, BONUS_RATE, BASELINE_DATE, HOLD_DAYS,
                    CAMPAIGN_STATUS)
               VALUES
                   (:SQL-PR-CAMPAIGN-ID, :SQL-PR-CAMPAIGN-NAME,
                    DATE(:SQL-PR-OFFER-START),
                    DATE(:SQL-PR-OFFER-END), :SQL-PR-BONUS-RATE,
                    DATE(:SQL-PR-BASELINE-DATE), :SQL-PR-HOLD-DAYS,
                    'ACTIVE')
           END-EXEC

           IF SQLCODE NOT = 0
               SET ERR-SYSTEM-ERROR TO TRUE
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error inserting campaign - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       DB-UPDATE-CAMPAIGN.
      * Re-keying an ended campaign's terms re-opens it
           EXEC SQL
               UPDATE PROMO_CAMPAIGN_TABLE
               SET CAMPAIGN_NAME = :SQL-PR-CAMPAIGN-NAME,
                   OFFER_START = DATE(:SQL-PR-OFFER-START),
                   OFFER_END = DATE(:SQL-PR-OFFER-END),
                   BONUS_RATE = :SQL-PR-BONUS-RATE,
                   BASELINE_DATE = DATE(:SQL-PR-BASELINE-DATE),
                   HOLD_DAYS = :SQL-PR-HOLD-DAYS,
                   CAMPAIGN_STATUS = 'ACTIVE'
               WHERE CAMPAIGN_ID = :SQL-PR-CAMPAIGN-ID
           END-EXEC

           IF SQLCODE NOT = 0
               SET ERR-SYSTEM-ERROR TO TRUE
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error updating campaign - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       DB-END-CAMPAIGN.
           EXEC SQL
               UPDATE PROMO_CAMPAIGN_TABLE
               SET CAMPAIGN_STATUS = 'ENDED'
               WHERE CAMPAIGN_ID = :SQL-PR-CAMPAIGN-ID
           END-EXEC

           IF SQLCODE NOT = 0
               SET ERR-SYSTEM-ERROR TO TRUE
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error ending campaign - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       DB-CHECK-ACCOUNT-TYPE.
           EXEC SQL
               SELECT COUNT(*)
               INTO :SQL-PR-ROW-COUNT
               FROM RATE_SCHEDULE_TABLE
               WHERE ACCOUNT_TYPE = :SQL-PR-ACCOUNT-TYPE
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE NOT = 0
                   SET ERR-SYSTEM-ERROR TO TRUE
                   MOVE SQLCODE TO WS-ERROR-CODE
                   STRING "Error reading rate schedule - SQLCODE: "
                       SQLCODE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
               WHEN SQL-PR-ROW-COUNT = ZERO
                   SET ERR-INVALID-PRODUCT TO TRUE
                   MOVE "ACCOUNT TYPE NOT ON THE RATE SCHEDULE"
                       TO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       DB-READ-ELIGIBLE.
           SET ROW-NOT-ON-FILE TO TRUE

           EXEC SQL
               SELECT COUNT(*)
               INTO :SQL-PR-ROW-COUNT
               FROM PROMO_ELIGIBLE_TABLE
               WHERE CAMPAIGN_ID = :SQL-PR-CAMPAIGN-ID
               AND ACCOUNT_TYPE = :SQL-PR-ACCOUNT-TYPE
               AND COALESCE(BRANCH_CODE, ' ') = :SQL-PR-BRANCH-CODE
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE NOT = 0
                   SET ERR-SYSTEM-ERROR TO TRUE
                   MOVE SQLCODE TO WS-ERROR-CODE
                   STRING "Error reading eligibility - SQLCODE: "
                       SQLCODE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
               WHEN SQL-PR-ROW-COUNT > ZERO
                   SET ROW-ON-FILE TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       DB-INSERT-ELIGIBLE.
           EXEC SQL
               INSERT INTO PROMO_ELIGIBLE_TABLE
                   (CAMPAIGN_ID, ACCOUNT_TYPE, BRANCH_CODE)
               VALUES
                   (:SQL-PR-CAMPAIGN-ID, :SQL-PR-ACCOUNT-TYPE,
                    :SQL-PR-BRANCH-CODE)
           END-EXEC

           IF SQLCODE NOT = 0
               SET ERR-SYSTEM-ERROR TO TRUE
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error inserting eligibility - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       DB-DELETE-ELIGIBLE.
           EXEC SQL
               DELETE FROM PROMO_ELIGIBLE_TABLE
               WHERE CAMPAIGN_ID = :SQL-PR-CAMPAIGN-ID
               AND ACCOUNT_TYPE = :SQL-PR-ACCOUNT-TYPE
               AND COALESCE(BRANCH_CODE, ' ') = :SQL-PR-BRANCH-CODE
           END-EXEC

           IF SQLCODE NOT = 0
               SET ERR-SYSTEM-ERROR TO TRUE
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error removing eligibility - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

           COPY "dbconfig_loader.cpy".

           COPY "jobcontrol.cpy".

           COPY "opslog.cpy".

           COPY "entitlement.cpy".

           COPY "changehist.cpy".
