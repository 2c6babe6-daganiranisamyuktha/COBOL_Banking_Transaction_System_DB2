      *================================================================*
      * Loan Booking and Disbursement Batch                            *
      * The front door of the loan master.  Reads the day's approved  *
      * loans from lending and books each one onto LOAN_MASTER_TABLE  *
      * instead of leaving someone to hand-load the row with SQL: the *
      * borrower is checked against CUSTOMER_TABLE and the KYC and    *
      * sanctions flags, the level installment is amortized from the  *
      * principal, rate and term, and the first due date is set one   *
      * month out and rolled onto a banking day.  The proceeds go to  *
      * the borrower's deposit account as a generated PENDING 'D'     *
      * deposit the posting run works under its own validation, and   *
      * the booking leg journals to LOANGL under mapping type 'B'.    *
      * An approval that cannot be booked goes to the booking         *
      * exception report for lending ops to fix the same day.         *
      * A share-secured or CD-secured approval names the deposit      *
      * account pledged as its collateral; the pledge is booked onto  *
      * COLLATERAL_PLEDGE_TABLE with the loan, so the posting run and *
      * the CD maturity batch hold the collateral from day one.       *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAN-BOOKING-BATCH.
       DATE-WRITTEN. 2026-10-15.
       AUTHOR. Updated 2026-10-15 for DB2 Integration.
       REMARKS. LOAN BOOKING AND DISBURSEMENT BATCH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Configuration file containing DB2 connection parameters
           SELECT CONFIG-FILE
               ASSIGN TO "DB2CONFIG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-FILE-STATUS.

      * Approved loans handed over by lending for booking
           SELECT APPROVED-LOAN-FILE
               ASSIGN TO "LOANAPPROVED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPROVED-FILE-STATUS.

      * GL journal lines - extended onto the day's loan journal
           SELECT LOAN-GL-FILE
               ASSIGN TO "LOANGL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOAN-GL-STATUS.

      * Booking exception report for lending ops
           SELECT BOOKING-EXCEPTION-FILE
               ASSIGN TO "LOANBOOKEXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-FILE-STATUS.

           SELECT ERROR-LOG-FILE
               ASSIGN TO "LOANBOOKERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERROR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * Approved Loan Record - one per loan lending has approved.
      * A blank disbursement account pays the proceeds into the
      * borrower's original same-ID account.
       FD  APPROVED-LOAN-FILE.
       01  APPROVED-LOAN-RECORD.
           05  AL-LOAN-ID             PIC X(10).
           05  AL-CUSTOMER-ID         PIC X(10).
           05  AL-PRINCIPAL           PIC 9(11)V99.
           05  AL-INTEREST-RATE       PIC 9V9(4).
           05  AL-TERM-MONTHS         PIC 9(3).
           05  AL-ESCROW-AMOUNT       PIC 9(7)V99.
           05  AL-BRANCH-CODE         PIC X(4).
           05  AL-DISBURSE-ACCOUNT    PIC X(10).
      * Discount points the borrower paid at closing, reported on
      * the year-end 1098; blank on an approval without points
           05  AL-POINTS-PAID         PIC 9(7)V99.
      * Lending product the loan is booked under; blank books it as
      * a plain installment loan
           05  AL-LOAN-PRODUCT        PIC X(10).
      * 'F' fixed rate for the life of the loan, 'V' variable -
      * follows its index; blank books it fixed
           05  AL-RATE-TYPE           PIC X.
      * The borrower's deposit account or CD securing the loan and
      * the amount pledged; a blank account books an unsecured loan,
      * and a blank or zero amount pledges the full principal
           05  AL-PLEDGE-ACCOUNT      PIC X(10).
           05  AL-PLEDGE-AMOUNT       PIC 9(11)V99.

      * Loan GL Journal Record - one line per booking leg, in the
      * same layout the payment application writes
       FD  LOAN-GL-FILE.
       01  LOAN-GL-RECORD.
           05  LG-BUSINESS-DATE       PIC X(10).
           05  LG-LOAN-ID             PIC X(10).
           05  LG-CUSTOMER-ID         PIC X(10).
           05  LG-LEG-TYPE            PIC X.
           05  LG-AMOUNT              PIC 9(9)V99.
           05  LG-DEBIT-ACCOUNT       PIC X(8).
           05  LG-CREDIT-ACCOUNT      PIC X(8).
           05  LG-REFERENCE-ID        PIC X(20).

      * Booking Exception Record - one per approval that could not
      * be booked, with the reason, so nothing is dropped silently
       FD  BOOKING-EXCEPTION-FILE.
       01  BOOKING-EXCEPTION-RECORD.
           05  BX-TIMESTAMP.
               10  BX-DATE.
                   15  BX-YEAR        PIC 9(4).
                   15  BX-MONTH       PIC 9(2).
                   15  BX-DAY         PIC 9(2).
               10  BX-TIME.
                   15  BX-HOUR        PIC 9(2).
                   15  BX-MINUTE      PIC 9(2).
                   15  BX-SECOND      PIC 9(2).
                   15  BX-MILLISEC    PIC 9(2).
           05  BX-LOAN-ID             PIC X(10).
           05  BX-CUSTOMER-ID         PIC X(10).
           05  BX-PRINCIPAL           PIC 9(11)V99.
           05  BX-ERROR-CODE          PIC 9(4).
           05  BX-REASON              PIC X(60).

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
           05  WS-APPROVED-FILE-STATUS    PIC XX.
           05  WS-LOAN-GL-STATUS          PIC XX.
           05  WS-EXCEPTION-FILE-STATUS   PIC XX.
           05  WS-ERROR-FILE-STATUS       PIC XX.

      * Error Code Management
       01  WS-ERROR-CODES.
           05  WS-ERROR-CODE              PIC 9(4).
               88  ERR-NONE               VALUE 0000.
               88  ERR-MISSING-KEY        VALUE 1001.
               88  ERR-INVALID-TERMS      VALUE 1002.
               88  ERR-DUPLICATE-LOAN     VALUE 1003.
               88  ERR-INVALID-CUSTOMER   VALUE 1004.
               88  ERR-CUSTOMER-DECEASED  VALUE 1005.
               88  ERR-KYC-REVIEW-OVERDUE VALUE 1006.
               88  ERR-SANCTIONS-HIT      VALUE 1007.
               88  ERR-INVALID-ACCOUNT    VALUE 1008.
               88  ERR-INVALID-PLEDGE     VALUE 1056.
               88  ERR-FILE-ACCESS        VALUE 3001.
               88  ERR-SYSTEM-ERROR       VALUE 9999.
           05  WS-ERROR-MESSAGE-PARAM     PIC X(80).

      * Amortization Work Area - the level principal-and-interest
      * installment P * r * (1+r)**n / ((1+r)**n - 1) at the monthly
      * rate r over n months; a zero-rate loan simply divides the
      * principal over the term.  The escrow portion rides on top,
      * since the payment application takes it out of every
      * installment the borrower remits.
       01  WS-AMORTIZATION-AREA.
           05  WS-MONTHLY-RATE            PIC 9V9(10) VALUE ZERO.
           05  WS-GROWTH-FACTOR           PIC 9(5)V9(10) VALUE ZERO.
           05  WS-LEVEL-PAYMENT           PIC 9(9)V99 VALUE ZERO.
           05  WS-INSTALLMENT             PIC 9(9)V99 VALUE ZERO.

      * The loan being booked and the deposit account its proceeds
      * are disbursed into
       01  WS-BOOKING-AREA.
           05  WS-DISBURSE-ACCOUNT        PIC X(10).
           05  WS-DISBURSE-CURRENCY       PIC X(3).
           05  WS-DISBURSE-STATUS         PIC X(10).
           05  WS-FIRST-DUE-DATE          PIC X(10).
           05  WS-CAL-DAY-TYPE            PIC X.
           05  WS-CAL-ROLL-COUNT          PIC 9(2) COMP VALUE ZERO.
           05  WS-CAL-ROLL-FLAG           PIC X VALUE 'N'.
               88  CAL-ROLL-DONE          VALUE 'Y'.
               88  CAL-ROLL-NOT-DONE      VALUE 'N'.
           05  WS-LINK-COUNT              PIC S9(9) COMP-3.
           05  WS-HIT-COUNT               PIC S9(9) COMP-3.
           05  WS-LOAN-COUNT              PIC S9(9) COMP-3.

      * The collateral being pledged - its type ('D' deposit, 'C'
      * CD on the term deposit table) and what is already pledged
      * from it to other loans
       01  WS-PLEDGE-AREA.
           05  WS-PLEDGE-TYPE             PIC X.
           05  WS-PLEDGE-STATUS           PIC X(10).
           05  WS-PLEDGE-BALANCE          PIC S9(12)V99.
           05  WS-PLEDGE-CD-COUNT         PIC S9(9) COMP-3.
           05  WS-PLEDGE-LINK-COUNT       PIC S9(9) COMP-3.
           05  WS-PLEDGED-ELSEWHERE       PIC S9(11)V99.

      * GL Mapping Work Area - the chart accounts for the leg being
      * journaled, falling back to the all-branches '****' default
       01  WS-GL-MAPPING-AREA.
           05  WS-GL-LEG-TYPE             PIC X VALUE 'B'.
           05  WS-GL-DEBIT-ACCOUNT        PIC X(8).
           05  WS-GL-CREDIT-ACCOUNT       PIC X(8).

      * Processing Statistics
       01  WS-PROCESSING-STATS.
           05  WS-TOTAL-READ              PIC 9(5) COMP VALUE ZERO.
           05  WS-TOTAL-BOOKED            PIC 9(5) COMP VALUE ZERO.
           05  WS-TOTAL-REJECTED          PIC 9(5) COMP VALUE ZERO.
           05  WS-TOTAL-DISBURSED         PIC 9(13)V99 VALUE ZERO.
           05  WS-TOTAL-PLEDGES           PIC 9(5) COMP VALUE ZERO.
           05  WS-TOTAL-PLEDGED           PIC 9(13)V99 VALUE ZERO.

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
               APPROVED-LOAN-FILE
               LOAN-GL-FILE
               BOOKING-EXCEPTION-FILE
               ERROR-LOG-FILE.

           DISPLAY "FILE PROCESSING ERROR DETECTED"
           PERFORM ABNORMAL-TERMINATION.
       END DECLARATIVES.

       MAIN-PROCESSING SECTION.
       MAIN-PROCESSING-ROUTINE.
           PERFORM INITIALIZATION-ROUTINE
           PERFORM PROCESS-APPROVED-LOANS
               UNTIL END-OF-FILE
           PERFORM COMMIT-BOOKING-BATCH
           PERFORM GENERATE-SUMMARY-REPORT
           PERFORM CLEANUP-ROUTINE
           STOP RUN.

       INITIALIZATION-ROUTINE.
      * The loan journal is extended - the payment application's
      * legs for the day are already on it
           OPEN INPUT APPROVED-LOAN-FILE
           OPEN EXTEND LOAN-GL-FILE
           OPEN OUTPUT BOOKING-EXCEPTION-FILE
                OUTPUT ERROR-LOG-FILE

           IF WS-APPROVED-FILE-STATUS NOT = "00"
              SET ERR-FILE-ACCESS TO TRUE
              MOVE "ERROR OPENING APPROVED LOAN FILE"
                  TO WS-ERROR-MESSAGE-PARAM
              PERFORM LOG-ERROR-WITH-CODE
              PERFORM ABNORMAL-TERMINATION
           END-IF

           IF WS-LOAN-GL-STATUS NOT = "00"
              AND WS-LOAN-GL-STATUS NOT = "05"
              SET ERR-FILE-ACCESS TO TRUE
              MOVE "ERROR OPENING LOAN GL FILE"
                  TO WS-ERROR-MESSAGE-PARAM
              PERFORM LOG-ERROR-WITH-CODE
              PERFORM ABNORMAL-TERMINATION
           END-IF

           IF WS-EXCEPTION-FILE-STATUS NOT = "00"
              DISPLAY "ERROR OPENING BOOKING EXCEPTION FILE"
              PERFORM ABNORMAL-TERMINATION
           END-IF

           IF WS-ERROR-FILE-STATUS NOT = "00"
              DISPLAY "ERROR OPENING ERROR LOG FILE"
              PERFORM ABNORMAL-TERMINATION
           END-IF

      * Get current system date and time
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS

           DISPLAY "LOAN BOOKING BATCH"
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

      * Booking extends the loan journal the payment application
      * opens fresh each night, so this job runs strictly behind it;
      * the disbursements it generates post on the next cycle
           MOVE "LOAN-BOOKING-BATCH" TO JC-PROGRAM-ID
           MOVE "LOAN-PAYMENT-APPLICATION-BATCH" TO JC-PREDECESSOR-ID
           PERFORM DB-CHECK-JOB-PREDECESSOR
           PERFORM DB-REGISTER-JOB-START

           SET NOT-END-OF-FILE TO TRUE.

       PROCESS-APPROVED-LOANS.
      * Read the next approved loan
           READ APPROVED-LOAN-FILE
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-TOTAL-READ
                   PERFORM VALIDATE-APPROVED-LOAN
                   IF ERR-NONE
                       PERFORM BOOK-APPROVED-LOAN
                   END-IF
                   IF NOT ERR-NONE
                       PERFORM WRITE-BOOKING-EXCEPTION
                   END-IF
           END-READ.

       VALIDATE-APPROVED-LOAN.
      * Malformed terms first, then the loan and borrower checks
      * against the book, so a bad approval never reaches the INSERT
           SET ERR-NONE TO TRUE

           IF AL-POINTS-PAID NOT NUMERIC
               MOVE ZERO TO AL-POINTS-PAID
           END-IF

           IF AL-LOAN-PRODUCT = SPACES
               MOVE "INSTALLMNT" TO AL-LOAN-PRODUCT
           END-IF

           IF AL-RATE-TYPE = SPACE
               MOVE "F" TO AL-RATE-TYPE
           END-IF

           IF AL-PLEDGE-AMOUNT NOT NUMERIC
              OR AL-PLEDGE-AMOUNT = ZERO
               MOVE AL-PRINCIPAL TO AL-PLEDGE-AMOUNT
           END-IF

           IF AL-LOAN-ID = SPACES OR AL-CUSTOMER-ID = SPACES
               SET ERR-MISSING-KEY TO TRUE
               MOVE "LOAN ID OR CUSTOMER ID IS BLANK"
                   TO WS-ERROR-MESSAGE-PARAM
           END-IF

           IF ERR-NONE
               IF AL-PRINCIPAL NOT > ZERO
                  OR AL-TERM-MONTHS NOT > ZERO
                  OR AL-TERM-MONTHS > 480
                   SET ERR-INVALID-TERMS TO TRUE
                   MOVE "PRINCIPAL OR TERM OUT OF RANGE"
                       TO WS-ERROR-MESSAGE-PARAM
               END-IF
           END-IF

           IF ERR-NONE
               IF AL-RATE-TYPE NOT = "F" AND AL-RATE-TYPE NOT = "V"
                   SET ERR-INVALID-TERMS TO TRUE
                   MOVE "RATE TYPE MUST BE F OR V"
                       TO WS-ERROR-MESSAGE-PARAM
               END-IF
           END-IF

           IF ERR-NONE
               PERFORM DB-CHECK-DUPLICATE-LOAN
           END-IF

           IF ERR-NONE
               PERFORM DB-CHECK-BORROWER
           END-IF

           IF ERR-NONE
               PERFORM DB-CHECK-SANCTIONS-HITS
           END-IF

           IF ERR-NONE
               PERFORM DB-CHECK-DISBURSE-ACCOUNT
           END-IF

           IF ERR-NONE
              AND AL-PLEDGE-ACCOUNT NOT = SPACES
               PERFORM DB-CHECK-PLEDGE-ACCOUNT
           END-IF.

       BOOK-APPROVED-LOAN.
      * Amortize, date, book the master row, then generate the
      * disbursement and journal the booking leg.  A disbursement
      * that cannot be generated takes the master row back out, so
      * a loan is never on the books without its proceeds.
           PERFORM COMPUTE-LEVEL-PAYMENT
           PERFORM SET-FIRST-DUE-DATE

           PERFORM DB-INSERT-LOAN-MASTER

      * The collateral is booked with the loan or not at all
           IF ERR-NONE
              AND AL-PLEDGE-ACCOUNT NOT = SPACES
               PERFORM DB-INSERT-LOAN-PLEDGE
               IF NOT ERR-NONE
                   PERFORM DB-DELETE-LOAN-MASTER
                   MOVE "PLEDGE NOT RECORDED - LOAN NOT BOOKED"
                       TO WS-ERROR-MESSAGE-PARAM
               END-IF
           END-IF

           IF ERR-NONE
               MOVE AL-BRANCH-CODE TO RN-BRANCH-CODE
               PERFORM DB-GENERATE-REFERENCE-ID
               PERFORM DB-INSERT-DISBURSEMENT
               IF NOT ERR-NONE
                   PERFORM DB-DELETE-LOAN-MASTER
               END-IF
           END-IF

           IF ERR-NONE
               PERFORM WRITE-BOOKING-GL-LEG
               ADD 1 TO WS-TOTAL-BOOKED
               ADD AL-PRINCIPAL TO WS-TOTAL-DISBURSED
               IF AL-PLEDGE-ACCOUNT NOT = SPACES
                   ADD 1 TO WS-TOTAL-PLEDGES
                   ADD AL-PLEDGE-AMOUNT TO WS-TOTAL-PLEDGED
               END-IF
           END-IF.

       COMPUTE-LEVEL-PAYMENT.
           IF AL-INTEREST-RATE = ZERO
               COMPUTE WS-LEVEL-PAYMENT ROUNDED =
                   AL-PRINCIPAL / AL-TERM-MONTHS
           ELSE
               COMPUTE WS-MONTHLY-RATE ROUNDED =
                   AL-INTEREST-RATE / 12
               COMPUTE WS-GROWTH-FACTOR ROUNDED =
                   (1 + WS-MONTHLY-RATE) ** AL-TERM-MONTHS
               COMPUTE WS-LEVEL-PAYMENT ROUNDED =
                   AL-PRINCIPAL * WS-MONTHLY-RATE * WS-GROWTH-FACTOR
                   / (WS-GROWTH-FACTOR - 1)
           END-IF

           COMPUTE WS-INSTALLMENT = WS-LEVEL-PAYMENT + AL-ESCROW-AMOUNT.

       SET-FIRST-DUE-DATE.
      * One month from the booking date, nudged forward a day at a
      * time while the calendar marks it non-banking; the ten-day
      * guard covers any calendar loaded with an impossible stretch
           PERFORM DB-GET-ONE-MONTH-OUT
           MOVE ZERO TO WS-CAL-ROLL-COUNT
           SET CAL-ROLL-NOT-DONE TO TRUE
           PERFORM ROLL-DUE-DATE-ONE-DAY
               UNTIL CAL-ROLL-DONE
               OR WS-CAL-ROLL-COUNT >= 10.

       ROLL-DUE-DATE-ONE-DAY.
           PERFORM DB-GET-DUE-DAY-TYPE
           IF WS-CAL-DAY-TYPE = 'B'
               SET CAL-ROLL-DONE TO TRUE
           ELSE
               ADD 1 TO WS-CAL-ROLL-COUNT
               PERFORM DB-ADVANCE-DUE-DATE
           END-IF.

       WRITE-BOOKING-GL-LEG.
      * Loans receivable against the disbursement clearing account
      * the generated deposit offsets when it posts
           PERFORM DB-GET-GL-MAPPING

           MOVE WS-SQL-CURRENT-DATE TO LG-BUSINESS-DATE
           MOVE AL-LOAN-ID TO LG-LOAN-ID
           MOVE AL-CUSTOMER-ID TO LG-CUSTOMER-ID
           MOVE WS-GL-LEG-TYPE TO LG-LEG-TYPE
           MOVE AL-PRINCIPAL TO LG-AMOUNT
           MOVE WS-GL-DEBIT-ACCOUNT TO LG-DEBIT-ACCOUNT
           MOVE WS-GL-CREDIT-ACCOUNT TO LG-CREDIT-ACCOUNT
           MOVE RN-GENERATED-REFERENCE TO LG-REFERENCE-ID
           WRITE LOAN-GL-RECORD.

       WRITE-BOOKING-EXCEPTION.
           MOVE WS-CURRENT-DATE-FIELDS TO BX-TIMESTAMP
           MOVE AL-LOAN-ID TO BX-LOAN-ID
           MOVE AL-CUSTOMER-ID TO BX-CUSTOMER-ID
           MOVE AL-PRINCIPAL TO BX-PRINCIPAL
           MOVE WS-ERROR-CODE TO BX-ERROR-CODE
           MOVE WS-ERROR-MESSAGE-PARAM TO BX-REASON
           WRITE BOOKING-EXCEPTION-RECORD
           ADD 1 TO WS-TOTAL-REJECTED.

       COMMIT-BOOKING-BATCH.
      * Commit every loan booked this run in one unit of work, so
      * DB-DISCONNECT below doesn't roll it all back
           EXEC SQL
               COMMIT WORK
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error committing booking batch - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       GENERATE-SUMMARY-REPORT.
           DISPLAY "LOAN BOOKING SUMMARY"
           DISPLAY "Approvals Read:     " WS-TOTAL-READ
           DISPLAY "Loans Booked:       " WS-TOTAL-BOOKED
           DISPLAY "Approvals Rejected: " WS-TOTAL-REJECTED
           DISPLAY "Proceeds Disbursed: " WS-TOTAL-DISBURSED
           DISPLAY "Pledges Booked:     " WS-TOTAL-PLEDGES
           DISPLAY "Collateral Pledged: " WS-TOTAL-PLEDGED.

       CLEANUP-ROUTINE.
      * Flip this job to COMPLETE on the job control table so
      * downstream predecessor checks open up
           PERFORM DB-REGISTER-JOB-COMPLETE

      * Disconnect from DB2 database
           PERFORM DB-DISCONNECT

           CLOSE APPROVED-LOAN-FILE
                 LOAN-GL-FILE
                 BOOKING-EXCEPTION-FILE
                 ERROR-LOG-FILE

           DISPLAY "LOAN BOOKING BATCH COMPLETE".

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
           MOVE AL-CUSTOMER-ID TO ER-CUSTOMER-ID
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

       DB-CHECK-DUPLICATE-LOAN.
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-LOAN-COUNT
               FROM LOAN_MASTER_TABLE
               WHERE LOAN_ID = :AL-LOAN-ID
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE NOT = 0
                   SET ERR-SYSTEM-ERROR TO TRUE
                   STRING "Error checking loan master - SQLCODE: "
                       SQLCODE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
               WHEN WS-LOAN-COUNT > ZERO
                   SET ERR-DUPLICATE-LOAN TO TRUE
                   MOVE "LOAN ID ALREADY ON LOAN MASTER"
                       TO WS-ERROR-MESSAGE-PARAM
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       DB-CHECK-BORROWER.
      * The borrower must be a living customer on the master whose
      * periodic KYC review is not past due - lending does not book
      * new credit to a relationship BSA is still waiting to review
           EXEC SQL
               SELECT COALESCE(DECEASED_FLAG, 'N'),
                      COALESCE(RISK_RATING, 'L'),
                      COALESCE(CHAR(NEXT_REVIEW_DATE, ISO),
                               '9999-12-31')
               INTO :SQL-CU-DECEASED-FLAG,
                    :SQL-CU-RISK-RATING,
                    :SQL-CU-NEXT-REVIEW
               FROM CUSTOMER_TABLE
               WHERE CUSTOMER_ID = :AL-CUSTOMER-ID
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   EVALUATE TRUE
                       WHEN SQL-CU-DECEASED-FLAG = 'Y'
                           SET ERR-CUSTOMER-DECEASED TO TRUE
                           MOVE "BORROWER IS RECORDED DECEASED"
                               TO WS-ERROR-MESSAGE-PARAM
                       WHEN SQL-CU-NEXT-REVIEW < WS-SQL-CURRENT-DATE
                           SET ERR-KYC-REVIEW-OVERDUE TO TRUE
                           MOVE "BORROWER KYC REVIEW IS PAST DUE"
                               TO WS-ERROR-MESSAGE-PARAM
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE

               WHEN 100
                   SET ERR-INVALID-CUSTOMER TO TRUE
                   MOVE "BORROWER NOT ON CUSTOMER MASTER"
                       TO WS-ERROR-MESSAGE-PARAM

               WHEN OTHER
                   SET ERR-SYSTEM-ERROR TO TRUE
                   STRING "Error reading borrower - SQLCODE: "
                       SQLCODE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
           END-EVALUATE.

       DB-CHECK-SANCTIONS-HITS.
      * An undispositioned or blocked screening hit against the
      * borrower holds the booking until compliance clears it
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-HIT-COUNT
               FROM SANCTIONS_REVIEW_TABLE
               WHERE HIT_STATUS IN ('PENDING', 'BLOCKED')
               AND SUBJECT_TYPE = 'C'
               AND SUBJECT_ID = :AL-CUSTOMER-ID
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE NOT = 0
                   SET ERR-SYSTEM-ERROR TO TRUE
                   STRING "Error checking sanctions hits - SQLCODE: "
                       SQLCODE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
               WHEN WS-HIT-COUNT > ZERO
                   SET ERR-SANCTIONS-HIT TO TRUE
                   MOVE "BORROWER HAS AN OPEN SANCTIONS HIT"
                       TO WS-ERROR-MESSAGE-PARAM
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       DB-CHECK-DISBURSE-ACCOUNT.
      * The proceeds account must be ACTIVE and must belong to the
      * borrower - its relationship row, or the borrower's own
      * original same-ID account
           IF AL-DISBURSE-ACCOUNT = SPACES
               MOVE AL-CUSTOMER-ID TO WS-DISBURSE-ACCOUNT
           ELSE
               MOVE AL-DISBURSE-ACCOUNT TO WS-DISBURSE-ACCOUNT
           END-IF

           MOVE "0001" TO SQL-AM-INSTITUTION-CODE
           EXEC SQL
               SELECT ACCOUNT_STATUS, CURRENCY_CODE,
                      COALESCE(INSTITUTION_CODE, '0001')
               INTO :WS-DISBURSE-STATUS, :WS-DISBURSE-CURRENCY,
                    :SQL-AM-INSTITUTION-CODE
               FROM ACCOUNT_TABLE
               WHERE CUSTOMER_ID = :WS-DISBURSE-ACCOUNT
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   IF WS-DISBURSE-STATUS NOT = "ACTIVE"
                       SET ERR-INVALID-ACCOUNT TO TRUE
                       MOVE "DISBURSEMENT ACCOUNT IS NOT ACTIVE"
                           TO WS-ERROR-MESSAGE-PARAM
                   END-IF

               WHEN 100
                   SET ERR-INVALID-ACCOUNT TO TRUE
                   MOVE "DISBURSEMENT ACCOUNT NOT ON ACCOUNT TABLE"
                       TO WS-ERROR-MESSAGE-PARAM

               WHEN OTHER
                   SET ERR-SYSTEM-ERROR TO TRUE
                   STRING "Error reading disbursement account - "
                       "SQLCODE: " SQLCODE
                       DELIMITED BY SIZE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
           END-EVALUATE

           IF ERR-NONE
              AND WS-DISBURSE-ACCOUNT NOT = AL-CUSTOMER-ID
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :WS-LINK-COUNT
                   FROM CUSTOMER_ACCOUNT_TABLE
                   WHERE CUSTOMER_ID = :AL-CUSTOMER-ID
                   AND ACCOUNT_NUMBER = :WS-DISBURSE-ACCOUNT
               END-EXEC

               IF SQLCODE NOT = 0 OR WS-LINK-COUNT = ZERO
                   SET ERR-INVALID-ACCOUNT TO TRUE
                   MOVE "DISBURSEMENT ACCOUNT NOT HELD BY BORROWER"
                       TO WS-ERROR-MESSAGE-PARAM
               END-IF
           END-IF.

       DB-CHECK-PLEDGE-ACCOUNT.
      * The collateral must be an ACTIVE account the borrower holds,
      * with balance enough to cover this pledge on top of whatever
      * it already secures for other loans
           MOVE ZERO TO WS-PLEDGE-BALANCE
           EXEC SQL
               SELECT ACCOUNT_STATUS, ACCOUNT_BALANCE
               INTO :WS-PLEDGE-STATUS, :WS-PLEDGE-BALANCE
               FROM ACCOUNT_TABLE
               WHERE CUSTOMER_ID = :AL-PLEDGE-ACCOUNT
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   IF WS-PLEDGE-STATUS NOT = "ACTIVE"
                       SET ERR-INVALID-PLEDGE TO TRUE
                       MOVE "PLEDGED ACCOUNT IS NOT ACTIVE"
                           TO WS-ERROR-MESSAGE-PARAM
                   END-IF

               WHEN 100
                   SET ERR-INVALID-PLEDGE TO TRUE
                   MOVE "PLEDGED ACCOUNT NOT ON ACCOUNT TABLE"
                       TO WS-ERROR-MESSAGE-PARAM

               WHEN OTHER
                   SET ERR-SYSTEM-ERROR TO TRUE
                   STRING "Error reading pledged account - SQLCODE: "
                       SQLCODE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
           END-EVALUATE

           IF ERR-NONE
              AND AL-PLEDGE-ACCOUNT NOT = AL-CUSTOMER-ID
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :WS-PLEDGE-LINK-COUNT
                   FROM CUSTOMER_ACCOUNT_TABLE
                   WHERE CUSTOMER_ID = :AL-CUSTOMER-ID
                   AND ACCOUNT_NUMBER = :AL-PLEDGE-ACCOUNT
               END-EXEC

               IF SQLCODE NOT = 0 OR WS-PLEDGE-LINK-COUNT = ZERO
                   SET ERR-INVALID-PLEDGE TO TRUE
                   MOVE "PLEDGED ACCOUNT NOT HELD BY BORROWER"
                       TO WS-ERROR-MESSAGE-PARAM
               END-IF
           END-IF

           IF ERR-NONE
               EXEC SQL
                   SELECT COALESCE(SUM(PLEDGED_AMOUNT), 0)
                   INTO :WS-PLEDGED-ELSEWHERE
                   FROM COLLATERAL_PLEDGE_TABLE
                   WHERE PLEDGE_ACCOUNT = :AL-PLEDGE-ACCOUNT
                   AND PLEDGE_STATUS = 'ACTIVE'
               END-EXEC

               EVALUATE TRUE
                   WHEN SQLCODE NOT = 0
                       SET ERR-SYSTEM-ERROR TO TRUE
                       STRING "Error reading pledges - SQLCODE: "
                           SQLCODE
                           INTO WS-ERROR-MESSAGE-PARAM
                       PERFORM LOG-ERROR-WITH-CODE
                   WHEN WS-PLEDGED-ELSEWHERE + AL-PLEDGE-AMOUNT
                        > WS-PLEDGE-BALANCE
                       SET ERR-INVALID-PLEDGE TO TRUE
                       MOVE "PLEDGE EXCEEDS UNPLEDGED BALANCE"
                           TO WS-ERROR-MESSAGE-PARAM
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF

      * A CD on the term deposit table pledges as 'C', anything
      * else as a plain deposit account
           IF ERR-NONE
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :WS-PLEDGE-CD-COUNT
                   FROM TERM_DEPOSIT_TABLE
                   WHERE ACCOUNT_NUMBER = :AL-PLEDGE-ACCOUNT
                   AND TERM_STATUS = 'OPEN'
               END-EXEC

               IF SQLCODE = 0 AND WS-PLEDGE-CD-COUNT > ZERO
                   MOVE 'C' TO WS-PLEDGE-TYPE
               ELSE
                   MOVE 'D' TO WS-PLEDGE-TYPE
               END-IF
           END-IF.

       DB-GET-ONE-MONTH-OUT.
           EXEC SQL
               SELECT CHAR(DATE(:WS-SQL-CURRENT-DATE) + 1 MONTH, ISO)
               INTO :WS-FIRST-DUE-DATE
               FROM SYSIBM.SYSDUMMY1
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE WS-SQL-CURRENT-DATE TO WS-FIRST-DUE-DATE
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error computing first due date - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
               SET ERR-NONE TO TRUE
           END-IF.

       DB-GET-DUE-DAY-TYPE.
      * A date with no calendar row is a banking day
           EXEC SQL
               SELECT COALESCE(
                          (SELECT DAY_TYPE FROM BUSINESS_CALENDAR
                           WHERE CAL_DATE = DATE(:WS-FIRST-DUE-DATE)),
                          'B')
               INTO :WS-CAL-DAY-TYPE
               FROM SYSIBM.SYSDUMMY1
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE 'B' TO WS-CAL-DAY-TYPE
           END-IF.

       DB-ADVANCE-DUE-DATE.
           EXEC SQL
               SELECT CHAR(DATE(:WS-FIRST-DUE-DATE) + 1 DAY, ISO)
               INTO :WS-FIRST-DUE-DATE
               FROM SYSIBM.SYSDUMMY1
           END-EXEC

           IF SQLCODE NOT = 0
               SET CAL-ROLL-DONE TO TRUE
           END-IF.

       DB-INSERT-LOAN-MASTER.
           SET ERR-NONE TO TRUE

           EXEC SQL
               INSERT INTO LOAN_MASTER_TABLE
                   (LOAN_ID, CUSTOMER_ID, PRINCIPAL_BALANCE,
                    INTEREST_RATE, PAYMENT_AMOUNT, ESCROW_AMOUNT,
                    NEXT_DUE_DATE, TERM_MONTHS, REMAINING_MONTHS,
                    ORIGINATION_DATE, BRANCH_CODE, LOAN_STATUS,
                    ESCROW_BALANCE, DEPOSIT_ACCOUNT, POINTS_PAID,
                    ORIGINAL_PRINCIPAL, LOAN_PRODUCT, RATE_TYPE)
               VALUES
                   (:AL-LOAN-ID, :AL-CUSTOMER-ID, :AL-PRINCIPAL,
                    :AL-INTEREST-RATE, :WS-INSTALLMENT,
                    :AL-ESCROW-AMOUNT, DATE(:WS-FIRST-DUE-DATE),
                    :AL-TERM-MONTHS, :AL-TERM-MONTHS,
                    DATE(:WS-SQL-CURRENT-DATE), :AL-BRANCH-CODE,
                    'ACTIVE', 0, :WS-DISBURSE-ACCOUNT,
                    :AL-POINTS-PAID, :AL-PRINCIPAL, :AL-LOAN-PRODUCT,
                    :AL-RATE-TYPE)
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error inserting loan master - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
               SET ERR-SYSTEM-ERROR TO TRUE
           END-IF.

       DB-INSERT-LOAN-PLEDGE.
           SET ERR-NONE TO TRUE

           EXEC SQL
               INSERT INTO COLLATERAL_PLEDGE_TABLE
                   (LOAN_ID, PLEDGE_ACCOUNT, PLEDGE_TYPE,
                    PLEDGED_AMOUNT, ORIGINAL_AMOUNT, PLEDGE_DATE,
                    PLEDGE_STATUS)
               VALUES
                   (:AL-LOAN-ID, :AL-PLEDGE-ACCOUNT, :WS-PLEDGE-TYPE,
                    :AL-PLEDGE-AMOUNT, :AL-PLEDGE-AMOUNT,
                    DATE(:WS-SQL-CURRENT-DATE), 'ACTIVE')
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error inserting loan pledge - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
               SET ERR-SYSTEM-ERROR TO TRUE
           END-IF.

       DB-INSERT-DISBURSEMENT.
      * The proceeds post through the normal run as a priority 1
      * deposit, so they make the next cycle ahead of ordinary work
           SET ERR-NONE TO TRUE

           EXEC SQL
               INSERT INTO TRANSACTION_TABLE
                   (CUSTOMER_ID, TRANSACTION_TYPE, AMOUNT,
                    TARGET_ACCOUNT, REFERENCE_ID, CREATION_DATE,
                    CREATION_TIME, STATUS, CURRENCY_CODE,
                    CHANNEL_CODE, ACCOUNT_NUMBER, PRIORITY,
                    INSTITUTION_CODE, DESCRIPTION)
               VALUES
                   (:AL-CUSTOMER-ID, 'D', :AL-PRINCIPAL,
                    :AL-LOAN-ID, :RN-GENERATED-REFERENCE,
                    CURRENT DATE, CURRENT TIME, 'PENDING',
                    :WS-DISBURSE-CURRENCY, 'BAT',
                    :WS-DISBURSE-ACCOUNT, 1,
                    :SQL-AM-INSTITUTION-CODE,
                    'LOAN PROCEEDS')
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error inserting disbursement - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
               SET ERR-SYSTEM-ERROR TO TRUE
           END-IF.

       DB-DELETE-LOAN-MASTER.
           EXEC SQL
               DELETE FROM LOAN_MASTER_TABLE
               WHERE LOAN_ID = :AL-LOAN-ID
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error backing out loan master - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF

      * A pledge booked with the loan goes back out with it
           EXEC SQL
               DELETE FROM COLLATERAL_PLEDGE_TABLE
               WHERE LOAN_ID = :AL-LOAN-ID
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error backing out loan pledge - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF

           SET ERR-SYSTEM-ERROR TO TRUE
           MOVE "DISBURSEMENT NOT GENERATED - LOAN NOT BOOKED"
               TO WS-ERROR-MESSAGE-PARAM.

       DB-GET-GL-MAPPING.
      * The chart accounts for the leg's mapping type, preferring
      * the loan's own branch over the all-branches '****' default
           EXEC SQL
               SELECT DEBIT_ACCOUNT, CREDIT_ACCOUNT
               INTO :SQL-GC-DEBIT-ACCOUNT, :SQL-GC-CREDIT-ACCOUNT
               FROM GL_CHART_TABLE
               WHERE TRANSACTION_TYPE = :WS-GL-LEG-TYPE
               AND BRANCH_CODE = :AL-BRANCH-CODE
           END-EXEC

           IF SQLCODE = 100
               EXEC SQL
                   SELECT DEBIT_ACCOUNT, CREDIT_ACCOUNT
                   INTO :SQL-GC-DEBIT-ACCOUNT, :SQL-GC-CREDIT-ACCOUNT
                   FROM GL_CHART_TABLE
                   WHERE TRANSACTION_TYPE = :WS-GL-LEG-TYPE
                   AND BRANCH_CODE = '****'
               END-EXEC
           END-IF

           EVALUATE SQLCODE
               WHEN 0
                   MOVE SQL-GC-DEBIT-ACCOUNT TO WS-GL-DEBIT-ACCOUNT
                   MOVE SQL-GC-CREDIT-ACCOUNT TO WS-GL-CREDIT-ACCOUNT

               WHEN 100
      * No mapping on the chart - the journal line still goes out,
      * flagged for finance to map by hand
                   MOVE "UNMAPPED" TO WS-GL-DEBIT-ACCOUNT
                   MOVE "UNMAPPED" TO WS-GL-CREDIT-ACCOUNT

               WHEN OTHER
                   MOVE "UNMAPPED" TO WS-GL-DEBIT-ACCOUNT
                   MOVE "UNMAPPED" TO WS-GL-CREDIT-ACCOUNT
                   MOVE SQLCODE TO WS-ERROR-CODE
                   STRING "Error reading GL chart - SQLCODE: " SQLCODE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
           END-EVALUATE.

           COPY "dbconfig_loader.cpy".

           COPY "jobcontrol.cpy".

           COPY "refnumber.cpy".

           COPY "opslog.cpy".
