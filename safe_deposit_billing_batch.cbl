      *================================================================*
      * Safe Deposit Box Rental Billing and Delinquency Batch          *
      * Runs nightly behind the posting run over every rented box in  *
      * SAFE_DEPOSIT_BOX_TABLE.  A box whose rental anniversary has    *
      * arrived is billed its year's rent - the ANNUAL_RENT on the    *
      * FEE_SCHEDULE_TABLE row for its size ('SDB-' + size) - as an   *
      * ordinary pending 'F' fee against the rent account, so the     *
      * debit goes through the normal posting path.  The next night   *
      * the bill is settled from the posted item: a PROCESSED fee     *
      * pays the box through its next anniversary; a FAILED fee (or a *
      * rent account no longer ACTIVE) makes the box DELINQUENT.      *
      * Every delinquent box goes on the delinquency list; a notice   *
      * letter goes to the renter every notice interval, and the rent *
      * debit is retried with each notice.  A box delinquent past the *
      * legal period with its notices served is flagged DRILL and     *
      * listed for drilling and inventory of the contents.            *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAFE-DEPOSIT-BILLING-BATCH.
       DATE-WRITTEN. 2026-10-15.
       AUTHOR. Updated 2026-10-15 for DB2 Integration.
       REMARKS. SAFE DEPOSIT BOX RENT BILLING AND DELINQUENCY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Configuration file containing DB2 connection parameters
           SELECT CONFIG-FILE
               ASSIGN TO "DB2CONFIG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-FILE-STATUS.

      * Delinquency list - every box with rent unpaid
           SELECT DELINQUENCY-LIST-FILE
               ASSIGN TO "SDBDELINQRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DELINQ-FILE-STATUS.

      * Renter delinquency notice letters for the mail run
           SELECT RENT-NOTICE-FILE
               ASSIGN TO "SDBNOTICE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTICE-FILE-STATUS.

      * Boxes flagged for drilling and inventory
           SELECT DRILL-LIST-FILE
               ASSIGN TO "SDBDRILLRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DRILL-FILE-STATUS.

           SELECT ERROR-LOG-FILE
               ASSIGN TO "SDBBILLERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERROR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * Delinquency List Record - one line per delinquent box
       FD  DELINQUENCY-LIST-FILE.
       01  DELINQUENCY-LIST-RECORD.
           05  DL-BRANCH-CODE         PIC X(4).
           05  FILLER                 PIC X VALUE SPACE.
           05  DL-BOX-NUMBER          PIC X(6).
           05  FILLER                 PIC X VALUE SPACE.
           05  DL-BOX-SIZE            PIC X(6).
           05  FILLER                 PIC X VALUE SPACE.
           05  DL-RENTER-ID           PIC X(10).
           05  FILLER                 PIC X VALUE SPACE.
           05  DL-RENTER-NAME         PIC X(40).
           05  FILLER                 PIC X VALUE SPACE.
           05  DL-CHARGE-ACCOUNT      PIC X(10).
           05  FILLER                 PIC X VALUE SPACE.
           05  DL-RENT-DUE            PIC Z(4)9.99.
           05  FILLER                 PIC X VALUE SPACE.
           05  DL-DELINQUENT-SINCE    PIC X(10).
           05  FILLER                 PIC X VALUE SPACE.
           05  DL-DAYS-DELINQUENT     PIC ZZZZ9.
           05  FILLER                 PIC X VALUE SPACE.
           05  DL-NOTICE-COUNT        PIC ZZ9.
           05  FILLER                 PIC X VALUE SPACE.
           05  DL-BOX-STATUS          PIC X(10).

      * Rent Notice Record - the renter's name and mailing address
      * from the customer master with the rent owed
       FD  RENT-NOTICE-FILE.
       01  RENT-NOTICE-RECORD.
           05  SN-NOTICE-TYPE         PIC X(12).
           05  SN-BRANCH-BOX.
               10  SN-NOTICE-BRANCH   PIC X(4).
               10  SN-NOTICE-BOX      PIC X(6).
           05  SN-CUSTOMER-ID         PIC X(10).
           05  SN-CUSTOMER-NAME       PIC X(40).
           05  SN-ADDRESS-LINE-1      PIC X(40).
           05  SN-ADDRESS-LINE-2      PIC X(40).
           05  SN-CITY                PIC X(20).
           05  SN-STATE-CODE          PIC X(2).
           05  SN-POSTAL-CODE         PIC X(10).
           05  SN-RENT-DUE-DATE       PIC X(10).
           05  SN-DAYS-DELINQUENT     PIC 9(5).
           05  SN-NOTICE-NUMBER       PIC 9(3).
           05  SN-RENT-DUE            PIC 9(5)V99.
           05  SN-DRILL-DATE          PIC X(10).

      * Drill List Record - a box to be drilled in the presence of
      * witnesses and its contents sealed and inventoried
       FD  DRILL-LIST-FILE.
       01  DRILL-LIST-RECORD.
           05  DR-BRANCH-CODE         PIC X(4).
           05  FILLER                 PIC X VALUE SPACE.
           05  DR-BOX-NUMBER          PIC X(6).
           05  FILLER                 PIC X VALUE SPACE.
           05  DR-BOX-SIZE            PIC X(6).
           05  FILLER                 PIC X VALUE SPACE.
           05  DR-RENTER-ID           PIC X(10).
           05  FILLER                 PIC X VALUE SPACE.
           05  DR-RENTER-NAME         PIC X(40).
           05  FILLER                 PIC X VALUE SPACE.
           05  DR-DELINQUENT-SINCE    PIC X(10).
           05  FILLER                 PIC X VALUE SPACE.
           05  DR-DAYS-DELINQUENT     PIC ZZZZ9.
           05  FILLER                 PIC X VALUE SPACE.
           05  DR-NOTICE-COUNT        PIC ZZ9.
           05  FILLER                 PIC X VALUE SPACE.
           05  DR-RENT-DUE            PIC Z(4)9.99.
           05  FILLER                 PIC X VALUE SPACE.
      * NEW on the night the box is flagged, OPEN while it waits
           05  DR-LIST-STATUS         PIC X(4).

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
           05  WS-DELINQ-FILE-STATUS      PIC XX.
           05  WS-NOTICE-FILE-STATUS      PIC XX.
           05  WS-DRILL-FILE-STATUS       PIC XX.
           05  WS-ERROR-FILE-STATUS       PIC XX.

      * Error Code Management
       01  WS-ERROR-CODES.
           05  WS-ERROR-CODE              PIC 9(4).
               88  ERR-NONE               VALUE 0000.
               88  ERR-NOT-FOUND          VALUE 1007.
               88  ERR-FILE-ACCESS        VALUE 3001.
               88  ERR-SYSTEM-ERROR       VALUE 9999.
           05  WS-ERROR-MESSAGE-PARAM     PIC X(80).

      * Delinquency Parameters - compiled defaults, overridden from
      * BUSINESS_PARAMETER_TABLE when a governing row exists.  The
      * drill period is the legal period a box must stand delinquent
      * before it may be opened, and the notices are those the
      * lease requires to have been served first.
       01  WS-DELINQUENCY-PARAMETERS.
           05  WS-NOTICE-DAYS             PIC 9(3) VALUE 30.
           05  WS-DRILL-DAYS              PIC 9(3) VALUE 180.
           05  WS-DRILL-NOTICES           PIC 9(3) VALUE 2.

      * The box being billed, fetched from the rented inventory
       01  WS-BOX-AREA.
           05  WS-SD-DAYS-PAST-ANNIV      PIC S9(9) COMP.
           05  WS-SD-FEE-TYPE             PIC X(10).
           05  WS-SD-DRILL-DATE           PIC X(10).
           05  WS-OLD-BOX-STATUS          PIC X(10).
           05  WS-NEW-BOX-STATUS          PIC X(10).
           05  WS-BOX-KEY.
               10  WS-BOX-KEY-BRANCH      PIC X(4).
               10  WS-BOX-KEY-NUMBER      PIC X(6).
           05  WS-RENT-FLAG               PIC X VALUE 'N'.
               88  RENT-RATE-FOUND        VALUE 'Y'.
               88  RENT-RATE-NOT-FOUND    VALUE 'N'.
           05  WS-ACCOUNT-FLAG            PIC X VALUE 'N'.
               88  RENT-ACCOUNT-ACTIVE    VALUE 'Y'.
               88  RENT-ACCOUNT-INACTIVE  VALUE 'N'.

      * Processing Statistics
       01  WS-PROCESSING-STATS.
           05  WS-BOXES-READ              PIC 9(7) VALUE ZERO.
           05  WS-BILLS-STAGED            PIC 9(7) VALUE ZERO.
           05  WS-RENT-BILLED             PIC 9(9)V99 VALUE ZERO.
           05  WS-BILLS-PAID              PIC 9(7) VALUE ZERO.
           05  WS-RENT-COLLECTED          PIC 9(9)V99 VALUE ZERO.
           05  WS-BILLS-UNPAID            PIC 9(7) VALUE ZERO.
           05  WS-BOXES-CURED             PIC 9(7) VALUE ZERO.
           05  WS-BOXES-TO-DELINQUENT     PIC 9(7) VALUE ZERO.
           05  WS-DELINQUENT-LINES        PIC 9(7) VALUE ZERO.
           05  WS-NOTICES-WRITTEN         PIC 9(7) VALUE ZERO.
           05  WS-NOTICES-HELD            PIC 9(7) VALUE ZERO.
           05  WS-RETRIES-STAGED          PIC 9(7) VALUE ZERO.
           05  WS-BOXES-TO-DRILL          PIC 9(7) VALUE ZERO.
           05  WS-DRILL-LINES             PIC 9(7) VALUE ZERO.
           05  WS-NO-RATE-COUNT           PIC 9(7) VALUE ZERO.

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
               DELINQUENCY-LIST-FILE
               RENT-NOTICE-FILE
               DRILL-LIST-FILE
               ERROR-LOG-FILE.

           DISPLAY "FILE PROCESSING ERROR DETECTED"
           PERFORM ABNORMAL-TERMINATION.
       END DECLARATIVES.

       MAIN-PROCESSING SECTION.
       MAIN-PROCESSING-ROUTINE.
           PERFORM INITIALIZATION-ROUTINE
           PERFORM BILL-RENTED-BOXES
           PERFORM COMMIT-BILLING-BATCH
           PERFORM GENERATE-SUMMARY-REPORT
           PERFORM CLEANUP-ROUTINE
           STOP RUN.

       INITIALIZATION-ROUTINE.
      * Open the delinquency list, notice, drill list and error files
           OPEN OUTPUT DELINQUENCY-LIST-FILE
                OUTPUT RENT-NOTICE-FILE
                OUTPUT DRILL-LIST-FILE
                OUTPUT ERROR-LOG-FILE

           IF WS-DELINQ-FILE-STATUS NOT = "00"
              DISPLAY "ERROR OPENING DELINQUENCY LIST FILE"
              PERFORM ABNORMAL-TERMINATION
           END-IF

           IF WS-NOTICE-FILE-STATUS NOT = "00"
              DISPLAY "ERROR OPENING RENT NOTICE FILE"
              PERFORM ABNORMAL-TERMINATION
           END-IF

           IF WS-DRILL-FILE-STATUS NOT = "00"
              DISPLAY "ERROR OPENING DRILL LIST FILE"
              PERFORM ABNORMAL-TERMINATION
           END-IF

           IF WS-ERROR-FILE-STATUS NOT = "00"
              DISPLAY "ERROR OPENING ERROR LOG FILE"
              PERFORM ABNORMAL-TERMINATION
           END-IF

      * Get current system date and time
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS

           DISPLAY "SAFE DEPOSIT BOX BILLING BATCH"
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

           MOVE "SDB-NOTICE-DAYS" TO BP-PARAM-NAME
           PERFORM DB-GET-BUSINESS-PARAMETER
           IF BP-PARAM-FOUND
               MOVE SQL-BP-PARAM-VALUE TO WS-NOTICE-DAYS
           END-IF

           MOVE "SDB-DRILL-DAYS" TO BP-PARAM-NAME
           PERFORM DB-GET-BUSINESS-PARAMETER
           IF BP-PARAM-FOUND
               MOVE SQL-BP-PARAM-VALUE TO WS-DRILL-DAYS
           END-IF

           MOVE "SDB-DRILL-NOTICES" TO BP-PARAM-NAME
           PERFORM DB-GET-BUSINESS-PARAMETER
           IF BP-PARAM-FOUND
               MOVE SQL-BP-PARAM-VALUE TO WS-DRILL-NOTICES
           END-IF

      * Bills are settled from the posted fee items, so the posting
      * run must have finished before the boxes are looked at
           MOVE "SAFE-DEPOSIT-BILLING-BATCH" TO JC-PROGRAM-ID
           MOVE "BANKING-TRANSACTION-PROCESSOR" TO JC-PREDECESSOR-ID
           PERFORM DB-CHECK-JOB-PREDECESSOR
           PERFORM DB-REGISTER-JOB-START

           SET NOT-END-OF-FILE TO TRUE.

       BILL-RENTED-BOXES.
      * Walk every box that is rented, delinquent or awaiting drill
           PERFORM DB-OPEN-BOX-CURSOR
           PERFORM BILL-NEXT-BOX
               UNTIL END-OF-FILE
           PERFORM DB-CLOSE-BOX-CURSOR.

       BILL-NEXT-BOX.
           PERFORM DB-FETCH-NEXT-BOX

           IF NOT END-OF-FILE
               ADD 1 TO WS-BOXES-READ
               SET ERR-NONE TO TRUE
               MOVE SQL-SD-BRANCH-CODE TO WS-BOX-KEY-BRANCH
               MOVE SQL-SD-BOX-NUMBER TO WS-BOX-KEY-NUMBER
               MOVE SQL-SD-BOX-STATUS TO WS-OLD-BOX-STATUS
               MOVE SQL-SD-BOX-STATUS TO WS-NEW-BOX-STATUS

               IF SQL-SD-BOX-STATUS = "DRILL"
      * Already flagged - stays on the drill list until the branch
      * records it drilled and inventoried
                   PERFORM DB-GET-RENTER-CONTACT
                   MOVE "OPEN" TO DR-LIST-STATUS
                   PERFORM WRITE-DRILL-LIST-LINE
               ELSE
                   IF SQL-SD-BILL-STATUS = "BILLED"
                       PERFORM SETTLE-OUTSTANDING-BILL
                   END-IF

                   IF SQL-SD-BILL-STATUS = "NONE"
                      AND WS-SD-DAYS-PAST-ANNIV >= ZERO
                       PERFORM BILL-ANNUAL-RENT
                   END-IF

                   IF WS-NEW-BOX-STATUS = "DELINQUENT"
                       PERFORM WORK-DELINQUENT-BOX
                   END-IF

                   IF WS-NEW-BOX-STATUS NOT = WS-OLD-BOX-STATUS
                       PERFORM RECORD-BOX-STATUS-CHANGE
                   END-IF
               END-IF
           END-IF.

       SETTLE-OUTSTANDING-BILL.
      * The staged fee has been through the posting run or it has
      * not.  PROCESSED pays the box through its next anniversary;
      * FAILED, or a fee no longer on file, leaves the rent unpaid.
      * Anything else is still working its way through posting.
           EVALUATE SQL-SD-TXN-STATUS
               WHEN "PROCESSED"
                   ADD 1 TO WS-BILLS-PAID
                   ADD SQL-SD-BILL-AMOUNT TO WS-RENT-COLLECTED
                   IF WS-OLD-BOX-STATUS = "DELINQUENT"
                       ADD 1 TO WS-BOXES-CURED
                   END-IF
                   MOVE "RENTED" TO WS-NEW-BOX-STATUS
                   PERFORM DB-MARK-RENT-PAID
               WHEN "FAILED"
               WHEN SPACES
                   ADD 1 TO WS-BILLS-UNPAID
                   PERFORM MARK-BOX-DELINQUENT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       BILL-ANNUAL-RENT.
      * The year's rent for the box's size, debited from the rent
      * account through the normal fee path.  A size with no rent
      * on the schedule is a set-up problem, not the renter's, so
      * the box is left for the next run; a rent account that can
      * no longer be debited makes the rent unpaid straight away.
           PERFORM DB-GET-RENT-RATE

           IF RENT-RATE-NOT-FOUND
               ADD 1 TO WS-NO-RATE-COUNT
               SET ERR-NOT-FOUND TO TRUE
               MOVE SPACES TO WS-ERROR-MESSAGE-PARAM
               STRING "NO ANNUAL RENT ON FEE SCHEDULE FOR "
                   WS-SD-FEE-TYPE
                   DELIMITED BY SIZE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           ELSE
               MOVE SQL-FS-ANNUAL-RENT TO SQL-SD-BILL-AMOUNT
               PERFORM DB-GET-RENT-ACCOUNT
               IF RENT-ACCOUNT-ACTIVE
                   PERFORM DB-POST-RENT-TRANSACTION
                   IF ERR-NONE
                       ADD 1 TO WS-BILLS-STAGED
                       ADD SQL-SD-BILL-AMOUNT TO WS-RENT-BILLED
                   END-IF
               ELSE
                   ADD 1 TO WS-BILLS-UNPAID
                   MOVE SPACES TO SQL-SD-BILL-REFERENCE
                   PERFORM MARK-BOX-DELINQUENT
               END-IF
           END-IF.

       MARK-BOX-DELINQUENT.
      * The delinquency clock starts with the first unpaid bill and
      * keeps running across retries until the rent is collected
           IF WS-OLD-BOX-STATUS NOT = "DELINQUENT"
               ADD 1 TO WS-BOXES-TO-DELINQUENT
               MOVE WS-SQL-CURRENT-DATE TO SQL-SD-DELINQUENT-SINCE
               MOVE ZERO TO SQL-SD-DAYS-DELINQUENT
           END-IF
           MOVE "DELINQUENT" TO WS-NEW-BOX-STATUS
           MOVE "UNPAID" TO SQL-SD-BILL-STATUS
           PERFORM DB-MARK-RENT-UNPAID.

       WORK-DELINQUENT-BOX.
      * Past the legal period with the required notices served the
      * box is flagged for drilling (never with a retried debit still
      * in the posting run); otherwise a notice goes out each notice
      * interval and the rent debit is tried again with it
           PERFORM DB-GET-RENTER-CONTACT

           IF SQL-SD-DAYS-DELINQUENT >= WS-DRILL-DAYS
              AND SQL-SD-NOTICE-COUNT >= WS-DRILL-NOTICES
              AND SQL-SD-BILL-STATUS = "UNPAID"
               ADD 1 TO WS-BOXES-TO-DRILL
               MOVE "DRILL" TO WS-NEW-BOX-STATUS
               PERFORM DB-FLAG-BOX-FOR-DRILL
               MOVE "NEW" TO DR-LIST-STATUS
               PERFORM WRITE-DRILL-LIST-LINE
           ELSE
               IF SQL-SD-BILL-STATUS = "UNPAID"
                  AND SQL-SD-DAYS-SINCE-NOTICE >= WS-NOTICE-DAYS
                   PERFORM WRITE-RENT-NOTICE
                   PERFORM RETRY-RENT-DEBIT
               END-IF
           END-IF

           PERFORM WRITE-DELINQUENCY-LINE.

       RETRY-RENT-DEBIT.
      * Re-stage the unpaid rent under a fresh reference if the rent
      * account can still be debited; the notice has been served
      * either way
           PERFORM DB-GET-RENT-ACCOUNT
           IF RENT-ACCOUNT-ACTIVE
               PERFORM DB-POST-RENT-TRANSACTION
               IF ERR-NONE
                   ADD 1 TO WS-RETRIES-STAGED
               END-IF
           END-IF
           PERFORM DB-RECORD-NOTICE-SERVED.

       WRITE-DELINQUENCY-LINE.
           MOVE SQL-SD-BRANCH-CODE TO DL-BRANCH-CODE
           MOVE SQL-SD-BOX-NUMBER TO DL-BOX-NUMBER
           MOVE SQL-SD-BOX-SIZE TO DL-BOX-SIZE
           MOVE SQL-SD-RENTER-ID TO DL-RENTER-ID
           MOVE SQL-CU-CUSTOMER-NAME TO DL-RENTER-NAME
           MOVE SQL-SD-CHARGE-ACCOUNT TO DL-CHARGE-ACCOUNT
           MOVE SQL-SD-BILL-AMOUNT TO DL-RENT-DUE
           MOVE SQL-SD-DELINQUENT-SINCE TO DL-DELINQUENT-SINCE
           MOVE SQL-SD-DAYS-DELINQUENT TO DL-DAYS-DELINQUENT
           MOVE SQL-SD-NOTICE-COUNT TO DL-NOTICE-COUNT
           MOVE WS-NEW-BOX-STATUS TO DL-BOX-STATUS
           WRITE DELINQUENCY-LIST-RECORD
           ADD 1 TO WS-DELINQUENT-LINES.

       WRITE-RENT-NOTICE.
      * A renter whose mail is coming back gets no letter, but the
      * notice still counts as attempted toward the drill period
           ADD 1 TO SQL-SD-NOTICE-COUNT

           IF SQL-CU-RETURNED-MAIL = 'Y'
               ADD 1 TO WS-NOTICES-HELD
           ELSE
               IF SQL-SD-NOTICE-COUNT >= WS-DRILL-NOTICES
                   MOVE "FINAL NOTICE" TO SN-NOTICE-TYPE
               ELSE
                   MOVE "RENT PAST DU" TO SN-NOTICE-TYPE
               END-IF
               MOVE SQL-SD-BRANCH-CODE TO SN-NOTICE-BRANCH
               MOVE SQL-SD-BOX-NUMBER TO SN-NOTICE-BOX
               MOVE SQL-SD-RENTER-ID TO SN-CUSTOMER-ID
               MOVE SQL-CU-CUSTOMER-NAME TO SN-CUSTOMER-NAME
               MOVE SQL-CU-ADDRESS-LINE-1 TO SN-ADDRESS-LINE-1
               MOVE SQL-CU-ADDRESS-LINE-2 TO SN-ADDRESS-LINE-2
               MOVE SQL-CU-CITY TO SN-CITY
               MOVE SQL-CU-STATE-CODE TO SN-STATE-CODE
               MOVE SQL-CU-POSTAL-CODE TO SN-POSTAL-CODE
               MOVE SQL-SD-ANNIVERSARY TO SN-RENT-DUE-DATE
               MOVE SQL-SD-DAYS-DELINQUENT TO SN-DAYS-DELINQUENT
               MOVE SQL-SD-NOTICE-COUNT TO SN-NOTICE-NUMBER
               MOVE SQL-SD-BILL-AMOUNT TO SN-RENT-DUE
               MOVE WS-SD-DRILL-DATE TO SN-DRILL-DATE
               WRITE RENT-NOTICE-RECORD
               ADD 1 TO WS-NOTICES-WRITTEN
           END-IF.

       WRITE-DRILL-LIST-LINE.
           MOVE SQL-SD-BRANCH-CODE TO DR-BRANCH-CODE
           MOVE SQL-SD-BOX-NUMBER TO DR-BOX-NUMBER
           MOVE SQL-SD-BOX-SIZE TO DR-BOX-SIZE
           MOVE SQL-SD-RENTER-ID TO DR-RENTER-ID
           MOVE SQL-CU-CUSTOMER-NAME TO DR-RENTER-NAME
           MOVE SQL-SD-DELINQUENT-SINCE TO DR-DELINQUENT-SINCE
           MOVE SQL-SD-DAYS-DELINQUENT TO DR-DAYS-DELINQUENT
           MOVE SQL-SD-NOTICE-COUNT TO DR-NOTICE-COUNT
           MOVE SQL-SD-BILL-AMOUNT TO DR-RENT-DUE
           WRITE DRILL-LIST-RECORD
           ADD 1 TO WS-DRILL-LINES.

       RECORD-BOX-STATUS-CHANGE.
           MOVE "SAFE_DEPOSIT" TO CH-TABLE-NAME
           MOVE WS-BOX-KEY TO CH-RECORD-KEY
           MOVE "BOX_STATUS" TO CH-FIELD-NAME
           MOVE WS-OLD-BOX-STATUS TO CH-OLD-VALUE
           MOVE WS-NEW-BOX-STATUS TO CH-NEW-VALUE
           MOVE SPACES TO CH-CHANGED-BY
           MOVE "SDBBILL" TO CH-CHANGE-REASON
           PERFORM DB-WRITE-CHANGE-HISTORY.

       COMMIT-BILLING-BATCH.
      * Commit every bill and status change of this run in one unit
      * of work, so DB-DISCONNECT below doesn't roll it back
           EXEC SQL
               COMMIT WORK
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error committing billing batch - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       GENERATE-SUMMARY-REPORT.
           DISPLAY "SAFE DEPOSIT BOX BILLING SUMMARY"
           DISPLAY "Boxes Read:           " WS-BOXES-READ
           DISPLAY "Rent Bills Staged:    " WS-BILLS-STAGED
           DISPLAY "Rent Billed:          " WS-RENT-BILLED
           DISPLAY "Rent Bills Paid:      " WS-BILLS-PAID
           DISPLAY "Rent Collected:       " WS-RENT-COLLECTED
           DISPLAY "Rent Bills Unpaid:    " WS-BILLS-UNPAID
           DISPLAY "Boxes Now Delinquent: " WS-BOXES-TO-DELINQUENT
           DISPLAY "Boxes Cured:          " WS-BOXES-CURED
           DISPLAY "Delinquency Lines:    " WS-DELINQUENT-LINES
           DISPLAY "Notices Written:      " WS-NOTICES-WRITTEN
           DISPLAY "Notices Held (Mail):  " WS-NOTICES-HELD
           DISPLAY "Debit Retries Staged: " WS-RETRIES-STAGED
           DISPLAY "Boxes Flagged Drill:  " WS-BOXES-TO-DRILL
           DISPLAY "Drill List Lines:     " WS-DRILL-LINES
           DISPLAY "Sizes With No Rent:   " WS-NO-RATE-COUNT.

       CLEANUP-ROUTINE.
      * Flip this job to COMPLETE on the job control table so
      * downstream predecessor checks open up
           PERFORM DB-REGISTER-JOB-COMPLETE

      * Disconnect from DB2 database
           PERFORM DB-DISCONNECT

           CLOSE DELINQUENCY-LIST-FILE
                 RENT-NOTICE-FILE
                 DRILL-LIST-FILE
                 ERROR-LOG-FILE

           DISPLAY "SAFE DEPOSIT BOX BILLING BATCH COMPLETE".

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

       DB-OPEN-BOX-CURSOR.
      * Every occupied box with its billing state, how far today is
      * past the rental anniversary, how long it has stood
      * delinquent and since its last notice, the earliest date it
      * may be drilled (counted from today for a box not yet
      * delinquent), and the posting status of the last rent fee
      * staged against it
           EXEC SQL
               DECLARE SDB_BILL_CURSOR CURSOR FOR
               SELECT B.BRANCH_CODE, B.BOX_NUMBER, B.BOX_SIZE,
                      B.BOX_STATUS, B.RENTER_ID, B.CHARGE_ACCOUNT,
                      CHAR(B.RENTAL_ANNIVERSARY, ISO),
                      COALESCE(B.LAST_BILL_REFERENCE, ' '),
                      COALESCE(B.LAST_BILL_AMOUNT, 0),
                      COALESCE(B.BILL_STATUS, 'NONE'),
                      COALESCE(CHAR(B.DELINQUENT_SINCE, ISO), ' '),
                      COALESCE(B.NOTICE_COUNT, 0),
                      DAYS(DATE(:WS-SQL-CURRENT-DATE))
                          - DAYS(B.RENTAL_ANNIVERSARY),
                      CASE WHEN B.DELINQUENT_SINCE IS NULL THEN 0
                           ELSE DAYS(DATE(:WS-SQL-CURRENT-DATE))
                                - DAYS(B.DELINQUENT_SINCE)
                      END,
                      CASE WHEN B.LAST_NOTICE_DATE IS NULL THEN 99999
                           ELSE DAYS(DATE(:WS-SQL-CURRENT-DATE))
                                - DAYS(B.LAST_NOTICE_DATE)
                      END,
                      CHAR(COALESCE(B.DELINQUENT_SINCE,
                                    DATE(:WS-SQL-CURRENT-DATE))
                           + :WS-DRILL-DAYS DAYS, ISO),
                      COALESCE(T.STATUS, ' ')
               FROM SAFE_DEPOSIT_BOX_TABLE B
               LEFT OUTER JOIN TRANSACTION_TABLE T
                 ON T.REFERENCE_ID = B.LAST_BILL_REFERENCE
               WHERE B.BOX_STATUS IN ('RENTED', 'DELINQUENT', 'DRILL')
               ORDER BY B.BRANCH_CODE, B.BOX_NUMBER
           END-EXEC

           EXEC SQL
               OPEN SDB_BILL_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error opening safe deposit cursor - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
               SET END-OF-FILE TO TRUE
           END-IF.

       DB-FETCH-NEXT-BOX.
           EXEC SQL
               FETCH SDB_BILL_CURSOR INTO
               :SQL-SD-BRANCH-CODE,
               :SQL-SD-BOX-NUMBER,
               :SQL-SD-BOX-SIZE,
               :SQL-SD-BOX-STATUS,
               :SQL-SD-RENTER-ID,
               :SQL-SD-CHARGE-ACCOUNT,
               :SQL-SD-ANNIVERSARY,
               :SQL-SD-BILL-REFERENCE,
               :SQL-SD-BILL-AMOUNT,
               :SQL-SD-BILL-STATUS,
               :SQL-SD-DELINQUENT-SINCE,
               :SQL-SD-NOTICE-COUNT,
               :WS-SD-DAYS-PAST-ANNIV,
               :SQL-SD-DAYS-DELINQUENT,
               :SQL-SD-DAYS-SINCE-NOTICE,
               :WS-SD-DRILL-DATE,
               :SQL-SD-TXN-STATUS
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE

               WHEN 100
                   SET END-OF-FILE TO TRUE

               WHEN OTHER
                   MOVE SQLCODE TO WS-ERROR-CODE
                   STRING "Error fetching safe deposit box - SQLCODE: "
                       SQLCODE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
                   SET END-OF-FILE TO TRUE
           END-EVALUATE.

       DB-CLOSE-BOX-CURSOR.
           EXEC SQL
               CLOSE SDB_BILL_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error closing safe deposit cursor - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       DB-GET-RENT-RATE.
      * Box rents live on the fee schedule under 'SDB-' + box size
           MOVE SPACES TO WS-SD-FEE-TYPE
           STRING "SDB-" SQL-SD-BOX-SIZE
               DELIMITED BY SPACE
               INTO WS-SD-FEE-TYPE
           MOVE WS-SD-FEE-TYPE TO SQL-FS-ACCOUNT-TYPE

           EXEC SQL
               SELECT ANNUAL_RENT
               INTO :SQL-FS-ANNUAL-RENT
               FROM FEE_SCHEDULE_TABLE
               WHERE ACCOUNT_TYPE = :SQL-FS-ACCOUNT-TYPE
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   IF SQL-FS-ANNUAL-RENT > ZERO
                       SET RENT-RATE-FOUND TO TRUE
                   ELSE
                       SET RENT-RATE-NOT-FOUND TO TRUE
                   END-IF

               WHEN 100
                   SET RENT-RATE-NOT-FOUND TO TRUE

               WHEN OTHER
                   SET RENT-RATE-NOT-FOUND TO TRUE
                   MOVE SQLCODE TO WS-ERROR-CODE
                   STRING "Error reading fee schedule - SQLCODE: "
                       SQLCODE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
           END-EVALUATE.

       DB-GET-RENT-ACCOUNT.
      * The rent account's branch and currency carry onto the fee;
      * only an ACTIVE account is debited
           SET RENT-ACCOUNT-INACTIVE TO TRUE
           MOVE SQL-SD-CHARGE-ACCOUNT TO SQL-AM-CUSTOMER-ID

           EXEC SQL
               SELECT ACCOUNT_STATUS, CURRENCY_CODE,
                      COALESCE(BRANCH_CODE, '    ')
               INTO :SQL-AM-ACCOUNT-STATUS, :SQL-AM-CURRENCY-CODE,
                    :SQL-AM-BRANCH-CODE
               FROM ACCOUNT_TABLE
               WHERE CUSTOMER_ID = :SQL-AM-CUSTOMER-ID
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   IF SQL-AM-ACCOUNT-STATUS = "ACTIVE"
                       SET RENT-ACCOUNT-ACTIVE TO TRUE
                   END-IF

               WHEN 100
                   CONTINUE

               WHEN OTHER
                   MOVE SQLCODE TO WS-ERROR-CODE
                   STRING "Error reading rent account - SQLCODE: "
                       SQLCODE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
           END-EVALUATE.

       DB-POST-RENT-TRANSACTION.
      * Stage the rent as an ordinary pending 'F' transaction for
      * the posting run under its own system-assigned reference, and
      * remember the reference so the next run can settle the bill
           SET ERR-NONE TO TRUE
           MOVE SQL-AM-BRANCH-CODE TO RN-BRANCH-CODE
           PERFORM DB-GENERATE-REFERENCE-ID

           EXEC SQL
               INSERT INTO TRANSACTION_TABLE
                   (CUSTOMER_ID, TRANSACTION_TYPE, AMOUNT,
                    REFERENCE_ID, CREATION_DATE, CREATION_TIME,
                    STATUS, CURRENCY_CODE, BRANCH_CODE)
               VALUES
                   (:SQL-AM-CUSTOMER-ID, 'F', :SQL-SD-BILL-AMOUNT,
                    :RN-GENERATED-REFERENCE, CURRENT DATE,
                    CURRENT TIME, 'PENDING', :SQL-AM-CURRENCY-CODE,
                    :SQL-AM-BRANCH-CODE)
           END-EXEC

           IF SQLCODE NOT = 0
               SET ERR-SYSTEM-ERROR TO TRUE
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error staging box rent - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           ELSE
               MOVE RN-GENERATED-REFERENCE TO SQL-SD-BILL-REFERENCE
               EXEC SQL
                   UPDATE SAFE_DEPOSIT_BOX_TABLE
                   SET LAST_BILL_REFERENCE = :SQL-SD-BILL-REFERENCE,
                       LAST_BILL_AMOUNT = :SQL-SD-BILL-AMOUNT,
                       BILL_STATUS = 'BILLED'
                   WHERE BRANCH_CODE = :SQL-SD-BRANCH-CODE
                   AND BOX_NUMBER = :SQL-SD-BOX-NUMBER
               END-EXEC

               IF SQLCODE NOT = 0
                   SET ERR-SYSTEM-ERROR TO TRUE
                   MOVE SQLCODE TO WS-ERROR-CODE
                   STRING "Error recording box bill - SQLCODE: "
                       SQLCODE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
               END-IF
           END-IF.

       DB-MARK-RENT-PAID.
      * Paid through the next anniversary, which becomes the date
      * the following year's rent falls due; any delinquency clears
           EXEC SQL
               UPDATE SAFE_DEPOSIT_BOX_TABLE
               SET BOX_STATUS = 'RENTED',
                   PAID_THROUGH = RENTAL_ANNIVERSARY + 1 YEAR,
                   RENTAL_ANNIVERSARY = RENTAL_ANNIVERSARY + 1 YEAR,
                   BILL_STATUS = 'NONE',
                   DELINQUENT_SINCE = NULL,
                   LAST_NOTICE_DATE = NULL,
                   NOTICE_COUNT = 0
               WHERE BRANCH_CODE = :SQL-SD-BRANCH-CODE
               AND BOX_NUMBER = :SQL-SD-BOX-NUMBER
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error marking box rent paid - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       DB-MARK-RENT-UNPAID.
           EXEC SQL
               UPDATE SAFE_DEPOSIT_BOX_TABLE
               SET BOX_STATUS = 'DELINQUENT',
                   BILL_STATUS = 'UNPAID',
                   LAST_BILL_AMOUNT = :SQL-SD-BILL-AMOUNT,
                   DELINQUENT_SINCE = DATE(:SQL-SD-DELINQUENT-SINCE)
               WHERE BRANCH_CODE = :SQL-SD-BRANCH-CODE
               AND BOX_NUMBER = :SQL-SD-BOX-NUMBER
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error marking box delinquent - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       DB-RECORD-NOTICE-SERVED.
           EXEC SQL
               UPDATE SAFE_DEPOSIT_BOX_TABLE
               SET NOTICE_COUNT = :SQL-SD-NOTICE-COUNT,
                   LAST_NOTICE_DATE = DATE(:WS-SQL-CURRENT-DATE)
               WHERE BRANCH_CODE = :SQL-SD-BRANCH-CODE
               AND BOX_NUMBER = :SQL-SD-BOX-NUMBER
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error recording rent notice - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       DB-FLAG-BOX-FOR-DRILL.
           EXEC SQL
               UPDATE SAFE_DEPOSIT_BOX_TABLE
               SET BOX_STATUS = 'DRILL'
               WHERE BRANCH_CODE = :SQL-SD-BRANCH-CODE
               AND BOX_NUMBER = :SQL-SD-BOX-NUMBER
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error flagging box for drilling - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       DB-GET-RENTER-CONTACT.
      * Name and mailing address from the customer master; a renter
      * with no master row still lands on the lists
           EXEC SQL
               SELECT CUSTOMER_NAME, ADDRESS_LINE_1, ADDRESS_LINE_2,
                      CITY, STATE_CODE, POSTAL_CODE,
                      COALESCE(RETURNED_MAIL_FLAG, 'N')
               INTO :SQL-CU-CUSTOMER-NAME, :SQL-CU-ADDRESS-LINE-1,
                    :SQL-CU-ADDRESS-LINE-2, :SQL-CU-CITY,
                    :SQL-CU-STATE-CODE, :SQL-CU-POSTAL-CODE,
                    :SQL-CU-RETURNED-MAIL
               FROM CUSTOMER_TABLE
               WHERE CUSTOMER_ID = :SQL-SD-RENTER-ID
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE

               WHEN 100
                   MOVE SPACES TO SQL-CU-CUSTOMER-NAME
                   MOVE SPACES TO SQL-CU-ADDRESS-LINE-1
                   MOVE SPACES TO SQL-CU-ADDRESS-LINE-2
                   MOVE SPACES TO SQL-CU-CITY
                   MOVE SPACES TO SQL-CU-STATE-CODE
                   MOVE SPACES TO SQL-CU-POSTAL-CODE
      * No address on file is treated as undeliverable
                   MOVE 'Y' TO SQL-CU-RETURNED-MAIL

               WHEN OTHER
                   MOVE SPACES TO SQL-CU-CUSTOMER-NAME
                   MOVE 'Y' TO SQL-CU-RETURNED-MAIL
                   MOVE SQLCODE TO WS-ERROR-CODE
                   STRING "Error retrieving customer master - SQLCODE: "
                       SQLCODE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
           END-EVALUATE.

           COPY "dbconfig_loader.cpy".

           COPY "jobcontrol.cpy".

           COPY "refnumber.cpy".

           COPY "opslog.cpy".

           COPY "paramtable.cpy".

           COPY "changehist.cpy".
