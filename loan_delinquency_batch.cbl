      *================================================================*
      * Loan Delinquency and Late Charge Batch                         *
      * Runs nightly behind the payment application, once the day's   *
      * payments have advanced their loans' due dates.  Every open    *
      * loan is aged by days past NEXT_DUE_DATE: an installment still *
      * unpaid once the grace period has run is assessed a late       *
      * charge - once per installment - carried on the loan and       *
      * journaled to LOANGL under mapping type 'K'.  Each loan rolls  *
      * through the 30/60/90/120-day buckets, LOAN_STATUS moves to    *
      * DELINQUENT or NONACCRUAL at the bucket thresholds (and back   *
      * to ACTIVE once the loan cures), every past-due loan lands on  *
      * the collector work queue for its bucket and branch, and a     *
      * borrower past-due notice goes out to the CUSTOMER_TABLE       *
      * mailing address whenever a charge is assessed or the loan     *
      * drops into a worse bucket.                                    *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAN-DELINQUENCY-BATCH.
       DATE-WRITTEN. 2026-10-15.
       AUTHOR. Updated 2026-10-15 for DB2 Integration.
       REMARKS. LOAN LATE CHARGE AND DELINQUENCY COLLECTION BATCH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Configuration file containing DB2 connection parameters
           SELECT CONFIG-FILE
               ASSIGN TO "DB2CONFIG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-FILE-STATUS.

      * GL journal lines - extended onto the day's loan journal
           SELECT LOAN-GL-FILE
               ASSIGN TO "LOANGL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOAN-GL-STATUS.

      * Collector work queue - every past-due loan by bucket
           SELECT COLLECTOR-QUEUE-FILE
               ASSIGN TO "COLLECTQUEUE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUEUE-FILE-STATUS.

      * Borrower past-due notices for the mail run
           SELECT PAST-DUE-NOTICE-FILE
               ASSIGN TO "PASTDUENOTICE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTICE-FILE-STATUS.

           SELECT ERROR-LOG-FILE
               ASSIGN TO "LOANDLQERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERROR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * Loan GL Journal Record - in the same layout the payment
      * application writes
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

      * Collector Work Queue Record - one line per past-due loan.
      * The queue name follows the bucket (EARLY 30, MID 60, LATE
      * 90, RECOVERY 120+) and the loan's branch, which is how
      * collections hands the work out; a returned-mail borrower is
      * flagged so the collector works the phone instead.
       FD  COLLECTOR-QUEUE-FILE.
       01  COLLECTOR-QUEUE-RECORD.
           05  CQ-QUEUE-NAME          PIC X(8).
           05  FILLER                 PIC X VALUE SPACE.
           05  CQ-BRANCH-CODE         PIC X(4).
           05  FILLER                 PIC X VALUE SPACE.
           05  CQ-LOAN-ID             PIC X(10).
           05  FILLER                 PIC X VALUE SPACE.
           05  CQ-CUSTOMER-ID         PIC X(10).
           05  FILLER                 PIC X VALUE SPACE.
           05  CQ-CUSTOMER-NAME       PIC X(40).
           05  FILLER                 PIC X VALUE SPACE.
           05  CQ-PHONE-NUMBER        PIC X(15).
           05  FILLER                 PIC X VALUE SPACE.
           05  CQ-DAYS-PAST-DUE       PIC ZZZZ9.
           05  FILLER                 PIC X VALUE SPACE.
           05  CQ-AMOUNT-PAST-DUE     PIC Z(8)9.99.
           05  FILLER                 PIC X VALUE SPACE.
           05  CQ-LATE-CHARGES        PIC Z(6)9.99.
           05  FILLER                 PIC X VALUE SPACE.
           05  CQ-PRINCIPAL           PIC Z(10)9.99.
           05  FILLER                 PIC X VALUE SPACE.
           05  CQ-LOAN-STATUS         PIC X(10).
           05  FILLER                 PIC X VALUE SPACE.
           05  CQ-RETURNED-MAIL       PIC X.

      * Past-Due Notice Record - the borrower's name and mailing
      * address from the customer master with what is owed
       FD  PAST-DUE-NOTICE-FILE.
       01  PAST-DUE-NOTICE-RECORD.
           05  PN-NOTICE-TYPE         PIC X(12).
           05  PN-LOAN-ID             PIC X(10).
           05  PN-CUSTOMER-ID         PIC X(10).
           05  PN-CUSTOMER-NAME       PIC X(40).
           05  PN-ADDRESS-LINE-1      PIC X(40).
           05  PN-ADDRESS-LINE-2      PIC X(40).
           05  PN-CITY                PIC X(20).
           05  PN-STATE-CODE          PIC X(2).
           05  PN-POSTAL-CODE         PIC X(10).
           05  PN-DUE-DATE            PIC X(10).
           05  PN-DAYS-PAST-DUE       PIC 9(5).
           05  PN-INSTALLMENTS-DUE    PIC 9(3).
           05  PN-AMOUNT-PAST-DUE     PIC 9(9)V99.
           05  PN-LATE-CHARGE         PIC 9(7)V99.
           05  PN-TOTAL-DUE           PIC 9(9)V99.

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
           05  WS-LOAN-GL-STATUS          PIC XX.
           05  WS-QUEUE-FILE-STATUS       PIC XX.
           05  WS-NOTICE-FILE-STATUS      PIC XX.
           05  WS-ERROR-FILE-STATUS       PIC XX.

      * Error Code Management
       01  WS-ERROR-CODES.
           05  WS-ERROR-CODE              PIC 9(4).
               88  ERR-NONE               VALUE 0000.
               88  ERR-FILE-ACCESS        VALUE 3001.
               88  ERR-SYSTEM-ERROR       VALUE 9999.
           05  WS-ERROR-MESSAGE-PARAM     PIC X(80).

      * Delinquency Parameters - compiled defaults, overridden from
      * BUSINESS_PARAMETER_TABLE when a governing row exists.  The
      * late charge is a percentage of the installment, never less
      * than the flat minimum.
       01  WS-DELINQUENCY-PARAMETERS.
           05  WS-GRACE-DAYS              PIC 9(3) VALUE 15.
           05  WS-LATE-CHARGE-PCT         PIC 9V9(4) VALUE 0.0500.
           05  WS-LATE-CHARGE-MIN         PIC 9(5)V99 VALUE 15.00.
           05  WS-DELINQUENT-DAYS         PIC 9(3) VALUE 30.
           05  WS-NONACCRUAL-DAYS         PIC 9(3) VALUE 90.

      * The loan being aged, fetched from the open portfolio
       01  WS-LOAN-AREA.
           05  WS-LN-DAYS-PAST-DUE        PIC S9(5) COMP-5.
           05  WS-LN-INSTALLMENTS-DUE     PIC S9(4) COMP-5.
           05  WS-LN-CHARGE-DATE          PIC X(10).
           05  WS-LN-CHARGE-DAYS          PIC S9(5) COMP-5.
           05  WS-OLD-STATUS              PIC X(10).
           05  WS-NEW-STATUS              PIC X(10).
           05  WS-OLD-BUCKET              PIC S9(4) COMP-5.
           05  WS-NEW-BUCKET              PIC S9(4) COMP-5.
           05  WS-NOTICE-BUCKET           PIC 9(3).
           05  WS-LATE-CHARGE             PIC 9(7)V99 VALUE ZERO.
           05  WS-AMOUNT-PAST-DUE         PIC 9(9)V99 VALUE ZERO.
           05  WS-NOTICE-FLAG             PIC X VALUE 'N'.
               88  NOTICE-DUE             VALUE 'Y'.
               88  NOTICE-NOT-DUE         VALUE 'N'.

      * GL Mapping Work Area - the chart accounts for the leg being
      * journaled, falling back to the all-branches '****' default
       01  WS-GL-MAPPING-AREA.
           05  WS-GL-LEG-TYPE             PIC X VALUE 'K'.
           05  WS-GL-DEBIT-ACCOUNT        PIC X(8).
           05  WS-GL-CREDIT-ACCOUNT       PIC X(8).

      * Processing Statistics
       01  WS-PROCESSING-STATS.
           05  WS-LOANS-AGED              PIC 9(7) VALUE ZERO.
           05  WS-CHARGES-ASSESSED        PIC 9(7) VALUE ZERO.
           05  WS-TOTAL-LATE-CHARGES      PIC 9(11)V99 VALUE ZERO.
           05  WS-LOANS-TO-DELINQUENT     PIC 9(7) VALUE ZERO.
           05  WS-LOANS-TO-NONACCRUAL     PIC 9(7) VALUE ZERO.
           05  WS-LOANS-CURED             PIC 9(7) VALUE ZERO.
           05  WS-QUEUE-LINES             PIC 9(7) VALUE ZERO.
           05  WS-NOTICES-WRITTEN         PIC 9(7) VALUE ZERO.
           05  WS-NOTICES-HELD            PIC 9(7) VALUE ZERO.
           05  WS-BUCKET-30-COUNT         PIC 9(7) VALUE ZERO.
           05  WS-BUCKET-60-COUNT         PIC 9(7) VALUE ZERO.
           05  WS-BUCKET-90-COUNT         PIC 9(7) VALUE ZERO.
           05  WS-BUCKET-120-COUNT        PIC 9(7) VALUE ZERO.

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
               LOAN-GL-FILE
               COLLECTOR-QUEUE-FILE
               PAST-DUE-NOTICE-FILE
               ERROR-LOG-FILE.

           DISPLAY "FILE PROCESSING ERROR DETECTED"
           PERFORM ABNORMAL-TERMINATION.
       END DECLARATIVES.

       MAIN-PROCESSING SECTION.
       MAIN-PROCESSING-ROUTINE.
           PERFORM INITIALIZATION-ROUTINE
           PERFORM AGE-OPEN-LOANS
           PERFORM COMMIT-DELINQUENCY-BATCH
           PERFORM GENERATE-SUMMARY-REPORT
           PERFORM CLEANUP-ROUTINE
           STOP RUN.

       INITIALIZATION-ROUTINE.
      * The loan journal is extended - the payment application's
      * legs for the day are already on it
           OPEN EXTEND LOAN-GL-FILE
           OPEN OUTPUT COLLECTOR-QUEUE-FILE
                OUTPUT PAST-DUE-NOTICE-FILE
                OUTPUT ERROR-LOG-FILE

           IF WS-LOAN-GL-STATUS NOT = "00"
              AND WS-LOAN-GL-STATUS NOT = "05"
              SET ERR-FILE-ACCESS TO TRUE
              MOVE "ERROR OPENING LOAN GL FILE"
                  TO WS-ERROR-MESSAGE-PARAM
              PERFORM LOG-ERROR-WITH-CODE
              PERFORM ABNORMAL-TERMINATION
           END-IF

           IF WS-QUEUE-FILE-STATUS NOT = "00"
              DISPLAY "ERROR OPENING COLLECTOR QUEUE FILE"
              PERFORM ABNORMAL-TERMINATION
           END-IF

           IF WS-NOTICE-FILE-STATUS NOT = "00"
              DISPLAY "ERROR OPENING PAST DUE NOTICE FILE"
              PERFORM ABNORMAL-TERMINATION
           END-IF

           IF WS-ERROR-FILE-STATUS NOT = "00"
              DISPLAY "ERROR OPENING ERROR LOG FILE"
              PERFORM ABNORMAL-TERMINATION
           END-IF

      * Get current system date and time
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS

           DISPLAY "LOAN DELINQUENCY BATCH"
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

           MOVE "LOAN-GRACE-DAYS" TO BP-PARAM-NAME
           PERFORM DB-GET-BUSINESS-PARAMETER
           IF BP-PARAM-FOUND
               MOVE SQL-BP-PARAM-VALUE TO WS-GRACE-DAYS
           END-IF

           MOVE "LOAN-LATE-CHG-PCT" TO BP-PARAM-NAME
           PERFORM DB-GET-BUSINESS-PARAMETER
           IF BP-PARAM-FOUND
               MOVE SQL-BP-PARAM-VALUE TO WS-LATE-CHARGE-PCT
           END-IF

           MOVE "LOAN-LATE-CHG-MIN" TO BP-PARAM-NAME
           PERFORM DB-GET-BUSINESS-PARAMETER
           IF BP-PARAM-FOUND
               MOVE SQL-BP-PARAM-VALUE TO WS-LATE-CHARGE-MIN
           END-IF

           MOVE "LOAN-DELINQ-DAYS" TO BP-PARAM-NAME
           PERFORM DB-GET-BUSINESS-PARAMETER
           IF BP-PARAM-FOUND
               MOVE SQL-BP-PARAM-VALUE TO WS-DELINQUENT-DAYS
           END-IF

           MOVE "LOAN-NONACCRUAL-DAYS" TO BP-PARAM-NAME
           PERFORM DB-GET-BUSINESS-PARAMETER
           IF BP-PARAM-FOUND
               MOVE SQL-BP-PARAM-VALUE TO WS-NONACCRUAL-DAYS
           END-IF

      * Aging must see the day's payments already applied, or a
      * borrower who paid today would be charged and queued anyway
           MOVE "LOAN-DELINQUENCY-BATCH" TO JC-PROGRAM-ID
           MOVE "LOAN-PAYMENT-APPLICATION-BATCH" TO JC-PREDECESSOR-ID
           PERFORM DB-CHECK-JOB-PREDECESSOR
           PERFORM DB-REGISTER-JOB-START

           SET NOT-END-OF-FILE TO TRUE.

       AGE-OPEN-LOANS.
      * Walk every open loan - ACTIVE, DELINQUENT or NONACCRUAL
           PERFORM DB-OPEN-DELINQUENCY-CURSOR
           PERFORM AGE-NEXT-LOAN
               UNTIL END-OF-FILE
           PERFORM DB-CLOSE-DELINQUENCY-CURSOR.

       AGE-NEXT-LOAN.
           PERFORM DB-FETCH-NEXT-OPEN-LOAN

           IF NOT END-OF-FILE
               ADD 1 TO WS-LOANS-AGED
               SET ERR-NONE TO TRUE
               SET NOTICE-NOT-DUE TO TRUE
               MOVE ZERO TO WS-LATE-CHARGE
               MOVE SQL-LN-LOAN-STATUS TO WS-OLD-STATUS
               MOVE SQL-LN-DELINQ-BUCKET TO WS-OLD-BUCKET

               PERFORM ASSESS-LATE-CHARGE-IF-DUE
               PERFORM SET-DELINQUENCY-BUCKET
               PERFORM SET-DELINQUENCY-STATUS

               IF WS-NEW-STATUS NOT = WS-OLD-STATUS
                  OR WS-NEW-BUCKET NOT = WS-OLD-BUCKET
                   PERFORM DB-UPDATE-DELINQUENCY
               END-IF

               IF WS-NEW-BUCKET > WS-OLD-BUCKET
                   SET NOTICE-DUE TO TRUE
               END-IF

               IF WS-LN-DAYS-PAST-DUE > ZERO
                   COMPUTE WS-AMOUNT-PAST-DUE =
                       SQL-LN-PAYMENT-AMOUNT * WS-LN-INSTALLMENTS-DUE
               ELSE
                   MOVE ZERO TO WS-AMOUNT-PAST-DUE
               END-IF

               IF WS-NEW-BUCKET > ZERO OR NOTICE-DUE
                   PERFORM DB-GET-BORROWER-CONTACT
               END-IF

               IF WS-NEW-BUCKET > ZERO
                   PERFORM WRITE-COLLECTOR-QUEUE-LINE
               END-IF

               IF NOTICE-DUE
                   PERFORM WRITE-PAST-DUE-NOTICE
               END-IF
           END-IF.

       ASSESS-LATE-CHARGE-IF-DUE.
      * The charge date is the oldest installment not yet charged -
      * NEXT_DUE_DATE itself, or the month after the installment
      * last charged.  Once that installment is unpaid past the
      * grace period it is charged, once; a loan several
      * installments behind catches up one charge per night.
           IF WS-LN-DAYS-PAST-DUE > ZERO
              AND WS-LN-CHARGE-DAYS > WS-GRACE-DAYS
               COMPUTE WS-LATE-CHARGE ROUNDED =
                   SQL-LN-PAYMENT-AMOUNT * WS-LATE-CHARGE-PCT
               IF WS-LATE-CHARGE < WS-LATE-CHARGE-MIN
                   MOVE WS-LATE-CHARGE-MIN TO WS-LATE-CHARGE
               END-IF

               PERFORM DB-ASSESS-LATE-CHARGE

               IF ERR-NONE
                   ADD 1 TO WS-CHARGES-ASSESSED
                   ADD WS-LATE-CHARGE TO WS-TOTAL-LATE-CHARGES
                   ADD WS-LATE-CHARGE TO SQL-LN-LATE-CHARGE-BAL
                   SET NOTICE-DUE TO TRUE
                   PERFORM WRITE-LATE-CHARGE-GL-LEG
               ELSE
                   MOVE ZERO TO WS-LATE-CHARGE
               END-IF
           END-IF.

       SET-DELINQUENCY-BUCKET.
           EVALUATE TRUE
               WHEN WS-LN-DAYS-PAST-DUE < 30
                   MOVE ZERO TO WS-NEW-BUCKET
               WHEN WS-LN-DAYS-PAST-DUE < 60
                   MOVE 30 TO WS-NEW-BUCKET
                   ADD 1 TO WS-BUCKET-30-COUNT
               WHEN WS-LN-DAYS-PAST-DUE < 90
                   MOVE 60 TO WS-NEW-BUCKET
                   ADD 1 TO WS-BUCKET-60-COUNT
               WHEN WS-LN-DAYS-PAST-DUE < 120
                   MOVE 90 TO WS-NEW-BUCKET
                   ADD 1 TO WS-BUCKET-90-COUNT
               WHEN OTHER
                   MOVE 120 TO WS-NEW-BUCKET
                   ADD 1 TO WS-BUCKET-120-COUNT
           END-EVALUATE.

       SET-DELINQUENCY-STATUS.
      * DELINQUENT and NONACCRUAL at their day thresholds.  A
      * DELINQUENT loan cures back to ACTIVE once under the line; a
      * NONACCRUAL loan stays on nonaccrual until it is brought
      * fully current.
           EVALUATE TRUE
               WHEN WS-LN-DAYS-PAST-DUE >= WS-NONACCRUAL-DAYS
                   MOVE "NONACCRUAL" TO WS-NEW-STATUS
               WHEN WS-OLD-STATUS = "NONACCRUAL"
                    AND WS-LN-DAYS-PAST-DUE > ZERO
                   MOVE "NONACCRUAL" TO WS-NEW-STATUS
               WHEN WS-LN-DAYS-PAST-DUE >= WS-DELINQUENT-DAYS
                   MOVE "DELINQUENT" TO WS-NEW-STATUS
               WHEN OTHER
                   MOVE "ACTIVE" TO WS-NEW-STATUS
           END-EVALUATE

           IF WS-NEW-STATUS NOT = WS-OLD-STATUS
               EVALUATE WS-NEW-STATUS
                   WHEN "NONACCRUAL"
                       ADD 1 TO WS-LOANS-TO-NONACCRUAL
                   WHEN "DELINQUENT"
                       ADD 1 TO WS-LOANS-TO-DELINQUENT
                   WHEN OTHER
                       ADD 1 TO WS-LOANS-CURED
               END-EVALUATE
           END-IF.

       WRITE-LATE-CHARGE-GL-LEG.
      * Late charges receivable against late charge income, under
      * a reference of its own so the leg can be traced
           PERFORM DB-GET-GL-MAPPING

           MOVE SQL-LN-BRANCH-CODE TO RN-BRANCH-CODE
           PERFORM DB-GENERATE-REFERENCE-ID

           MOVE WS-SQL-CURRENT-DATE TO LG-BUSINESS-DATE
           MOVE SQL-LN-LOAN-ID TO LG-LOAN-ID
           MOVE SQL-LN-CUSTOMER-ID TO LG-CUSTOMER-ID
           MOVE WS-GL-LEG-TYPE TO LG-LEG-TYPE
           MOVE WS-LATE-CHARGE TO LG-AMOUNT
           MOVE WS-GL-DEBIT-ACCOUNT TO LG-DEBIT-ACCOUNT
           MOVE WS-GL-CREDIT-ACCOUNT TO LG-CREDIT-ACCOUNT
           MOVE RN-GENERATED-REFERENCE TO LG-REFERENCE-ID
           WRITE LOAN-GL-RECORD.

       WRITE-COLLECTOR-QUEUE-LINE.
           EVALUATE WS-NEW-BUCKET
               WHEN 30
                   MOVE "EARLY" TO CQ-QUEUE-NAME
               WHEN 60
                   MOVE "MID" TO CQ-QUEUE-NAME
               WHEN 90
                   MOVE "LATE" TO CQ-QUEUE-NAME
               WHEN OTHER
                   MOVE "RECOVERY" TO CQ-QUEUE-NAME
           END-EVALUATE

           MOVE SQL-LN-BRANCH-CODE TO CQ-BRANCH-CODE
           MOVE SQL-LN-LOAN-ID TO CQ-LOAN-ID
           MOVE SQL-LN-CUSTOMER-ID TO CQ-CUSTOMER-ID
           MOVE SQL-CU-CUSTOMER-NAME TO CQ-CUSTOMER-NAME
           MOVE SQL-CU-PHONE-NUMBER TO CQ-PHONE-NUMBER
           MOVE WS-LN-DAYS-PAST-DUE TO CQ-DAYS-PAST-DUE
           MOVE WS-AMOUNT-PAST-DUE TO CQ-AMOUNT-PAST-DUE
           MOVE SQL-LN-LATE-CHARGE-BAL TO CQ-LATE-CHARGES
           MOVE SQL-LN-PRINCIPAL-BALANCE TO CQ-PRINCIPAL
           MOVE WS-NEW-STATUS TO CQ-LOAN-STATUS
           MOVE SQL-CU-RETURNED-MAIL TO CQ-RETURNED-MAIL
           WRITE COLLECTOR-QUEUE-RECORD
           ADD 1 TO WS-QUEUE-LINES.

       WRITE-PAST-DUE-NOTICE.
      * A borrower whose mail is coming back gets no letter - the
      * collector queue line carries the flag for a phone contact
           IF SQL-CU-RETURNED-MAIL = 'Y'
               ADD 1 TO WS-NOTICES-HELD
           ELSE
               IF WS-LATE-CHARGE > ZERO
                   MOVE "LATE CHARGE" TO PN-NOTICE-TYPE
               ELSE
                   MOVE WS-NEW-BUCKET TO WS-NOTICE-BUCKET
                   MOVE SPACES TO PN-NOTICE-TYPE
                   STRING WS-NOTICE-BUCKET " DAYS PAST"
                       DELIMITED BY SIZE
                       INTO PN-NOTICE-TYPE
               END-IF
               MOVE SQL-LN-LOAN-ID TO PN-LOAN-ID
               MOVE SQL-LN-CUSTOMER-ID TO PN-CUSTOMER-ID
               MOVE SQL-CU-CUSTOMER-NAME TO PN-CUSTOMER-NAME
               MOVE SQL-CU-ADDRESS-LINE-1 TO PN-ADDRESS-LINE-1
               MOVE SQL-CU-ADDRESS-LINE-2 TO PN-ADDRESS-LINE-2
               MOVE SQL-CU-CITY TO PN-CITY
               MOVE SQL-CU-STATE-CODE TO PN-STATE-CODE
               MOVE SQL-CU-POSTAL-CODE TO PN-POSTAL-CODE
               MOVE SQL-LN-NEXT-DUE-DATE TO PN-DUE-DATE
               MOVE WS-LN-DAYS-PAST-DUE TO PN-DAYS-PAST-DUE
               MOVE WS-LN-INSTALLMENTS-DUE TO PN-INSTALLMENTS-DUE
               MOVE WS-AMOUNT-PAST-DUE TO PN-AMOUNT-PAST-DUE
               MOVE WS-LATE-CHARGE TO PN-LATE-CHARGE
               COMPUTE PN-TOTAL-DUE =
                   WS-AMOUNT-PAST-DUE + SQL-LN-LATE-CHARGE-BAL
               WRITE PAST-DUE-NOTICE-RECORD
               ADD 1 TO WS-NOTICES-WRITTEN
           END-IF.

       COMMIT-DELINQUENCY-BATCH.
      * Commit every charge and status change of this run in one
      * unit of work, so DB-DISCONNECT below doesn't roll it back
           EXEC SQL
               COMMIT WORK
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error committing delinquency batch - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       GENERATE-SUMMARY-REPORT.
           DISPLAY "LOAN DELINQUENCY SUMMARY"
           DISPLAY "Loans Aged:           " WS-LOANS-AGED
           DISPLAY "Late Charges Assessed:" WS-CHARGES-ASSESSED
           DISPLAY "Late Charge Amount:   " WS-TOTAL-LATE-CHARGES
           DISPLAY "Bucket 30:            " WS-BUCKET-30-COUNT
           DISPLAY "Bucket 60:            " WS-BUCKET-60-COUNT
           DISPLAY "Bucket 90:            " WS-BUCKET-90-COUNT
           DISPLAY "Bucket 120+:          " WS-BUCKET-120-COUNT
           DISPLAY "Moved to Delinquent:  " WS-LOANS-TO-DELINQUENT
           DISPLAY "Moved to Nonaccrual:  " WS-LOANS-TO-NONACCRUAL
           DISPLAY "Cured to Active:      " WS-LOANS-CURED
           DISPLAY "Collector Queue Lines:" WS-QUEUE-LINES
           DISPLAY "Notices Written:      " WS-NOTICES-WRITTEN
           DISPLAY "Notices Held (Mail):  " WS-NOTICES-HELD.

       CLEANUP-ROUTINE.
      * Flip this job to COMPLETE on the job control table so
      * downstream predecessor checks open up
           PERFORM DB-REGISTER-JOB-COMPLETE

      * Disconnect from DB2 database
           PERFORM DB-DISCONNECT

           CLOSE LOAN-GL-FILE
                 COLLECTOR-QUEUE-FILE
                 PAST-DUE-NOTICE-FILE
                 ERROR-LOG-FILE

           DISPLAY "LOAN DELINQUENCY BATCH COMPLETE".

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
           MOVE SQL-LN-CUSTOMER-ID TO ER-CUSTOMER-ID
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

       DB-OPEN-DELINQUENCY-CURSOR.
      * Every open loan with its days past due, the installments
      * due through today, and the oldest installment date not yet
      * late-charged with how many days it has been outstanding
           EXEC SQL
               DECLARE LOAN_DELINQ_CURSOR CURSOR FOR
               SELECT LOAN_ID, CUSTOMER_ID, PRINCIPAL_BALANCE,
                      PAYMENT_AMOUNT, CHAR(NEXT_DUE_DATE, ISO),
                      LOAN_STATUS, COALESCE(BRANCH_CODE, '    '),
                      COALESCE(LATE_CHARGE_BALANCE, 0),
                      COALESCE(DELINQUENCY_BUCKET, 0),
                      DAYS(DATE(:WS-SQL-CURRENT-DATE))
                          - DAYS(NEXT_DUE_DATE),
                      (YEAR(DATE(:WS-SQL-CURRENT-DATE))
                          - YEAR(NEXT_DUE_DATE)) * 12
                        + MONTH(DATE(:WS-SQL-CURRENT-DATE))
                        - MONTH(NEXT_DUE_DATE)
                        + CASE WHEN DAY(DATE(:WS-SQL-CURRENT-DATE))
                                    >= DAY(NEXT_DUE_DATE)
                               THEN 1 ELSE 0 END,
                      CHAR(CASE WHEN LATE_CHARGE_DUE_DATE IS NULL
                                  OR LATE_CHARGE_DUE_DATE
                                     < NEXT_DUE_DATE
                                THEN NEXT_DUE_DATE
                                ELSE LATE_CHARGE_DUE_DATE + 1 MONTH
                           END, ISO),
                      DAYS(DATE(:WS-SQL-CURRENT-DATE))
                        - DAYS(CASE WHEN LATE_CHARGE_DUE_DATE IS NULL
                                      OR LATE_CHARGE_DUE_DATE
                                         < NEXT_DUE_DATE
                                    THEN NEXT_DUE_DATE
                                    ELSE LATE_CHARGE_DUE_DATE
                                         + 1 MONTH
                               END)
               FROM LOAN_MASTER_TABLE
               WHERE LOAN_STATUS IN ('ACTIVE', 'DELINQUENT',
                                     'NONACCRUAL')
               ORDER BY BRANCH_CODE, LOAN_ID
           END-EXEC

           EXEC SQL
               OPEN LOAN_DELINQ_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error opening delinquency cursor - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
               SET END-OF-FILE TO TRUE
           END-IF.

       DB-FETCH-NEXT-OPEN-LOAN.
           EXEC SQL
               FETCH LOAN_DELINQ_CURSOR INTO
               :SQL-LN-LOAN-ID,
               :SQL-LN-CUSTOMER-ID,
               :SQL-LN-PRINCIPAL-BALANCE,
               :SQL-LN-PAYMENT-AMOUNT,
               :SQL-LN-NEXT-DUE-DATE,
               :SQL-LN-LOAN-STATUS,
               :SQL-LN-BRANCH-CODE,
               :SQL-LN-LATE-CHARGE-BAL,
               :SQL-LN-DELINQ-BUCKET,
               :WS-LN-DAYS-PAST-DUE,
               :WS-LN-INSTALLMENTS-DUE,
               :WS-LN-CHARGE-DATE,
               :WS-LN-CHARGE-DAYS
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE

               WHEN 100
                   SET END-OF-FILE TO TRUE

               WHEN OTHER
                   MOVE SQLCODE TO WS-ERROR-CODE
                   STRING "Error fetching open loan - SQLCODE: "
                       SQLCODE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
                   SET END-OF-FILE TO TRUE
           END-EVALUATE.

       DB-CLOSE-DELINQUENCY-CURSOR.
           EXEC SQL
               CLOSE LOAN_DELINQ_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error closing delinquency cursor - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       DB-ASSESS-LATE-CHARGE.
      * Carry the charge on the loan and remember which installment
      * it was for, so the same installment is never charged twice
           SET ERR-NONE TO TRUE

           EXEC SQL
               UPDATE LOAN_MASTER_TABLE
               SET LATE_CHARGE_BALANCE =
                       COALESCE(LATE_CHARGE_BALANCE, 0)
                       + :WS-LATE-CHARGE,
                   LATE_CHARGE_DUE_DATE = DATE(:WS-LN-CHARGE-DATE)
               WHERE LOAN_ID = :SQL-LN-LOAN-ID
           END-EXEC

           IF SQLCODE NOT = 0
               SET ERR-SYSTEM-ERROR TO TRUE
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error assessing late charge - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       DB-UPDATE-DELINQUENCY.
           EXEC SQL
               UPDATE LOAN_MASTER_TABLE
               SET LOAN_STATUS = :WS-NEW-STATUS,
                   DELINQUENCY_BUCKET = :WS-NEW-BUCKET
               WHERE LOAN_ID = :SQL-LN-LOAN-ID
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error updating delinquency - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           ELSE
               IF WS-NEW-STATUS NOT = WS-OLD-STATUS
                   MOVE "LOAN_MASTER_TABLE" TO CH-TABLE-NAME
                   MOVE SQL-LN-LOAN-ID TO CH-RECORD-KEY
                   MOVE "LOAN_STATUS" TO CH-FIELD-NAME
                   MOVE WS-OLD-STATUS TO CH-OLD-VALUE
                   MOVE WS-NEW-STATUS TO CH-NEW-VALUE
                   MOVE SPACES TO CH-CHANGED-BY
                   MOVE "DELINQ" TO CH-CHANGE-REASON
                   PERFORM DB-WRITE-CHANGE-HISTORY
               END-IF
           END-IF.

       DB-GET-BORROWER-CONTACT.
      * Name, mailing address and phone from the customer master; a
      * borrower with no master row still gets a queue line
           EXEC SQL
               SELECT CUSTOMER_NAME, ADDRESS_LINE_1, ADDRESS_LINE_2,
                      CITY, STATE_CODE, POSTAL_CODE,
                      COALESCE(PHONE_NUMBER, ' '),
                      COALESCE(RETURNED_MAIL_FLAG, 'N')
               INTO :SQL-CU-CUSTOMER-NAME, :SQL-CU-ADDRESS-LINE-1,
                    :SQL-CU-ADDRESS-LINE-2, :SQL-CU-CITY,
                    :SQL-CU-STATE-CODE, :SQL-CU-POSTAL-CODE,
                    :SQL-CU-PHONE-NUMBER, :SQL-CU-RETURNED-MAIL
               FROM CUSTOMER_TABLE
               WHERE CUSTOMER_ID = :SQL-LN-CUSTOMER-ID
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
                   MOVE SPACES TO SQL-CU-PHONE-NUMBER
      * No address on file is treated as undeliverable
                   MOVE 'Y' TO SQL-CU-RETURNED-MAIL

               WHEN OTHER
                   MOVE SPACES TO SQL-CU-CUSTOMER-NAME
                   MOVE SPACES TO SQL-CU-PHONE-NUMBER
                   MOVE 'Y' TO SQL-CU-RETURNED-MAIL
                   MOVE SQLCODE TO WS-ERROR-CODE
                   STRING "Error retrieving customer master - SQLCODE: "
                       SQLCODE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
           END-EVALUATE.

       DB-GET-GL-MAPPING.
      * The chart accounts for the leg's mapping type, preferring
      * the loan's own branch over the all-branches '****' default
           EXEC SQL
               SELECT DEBIT_ACCOUNT, CREDIT_ACCOUNT
               INTO :SQL-GC-DEBIT-ACCOUNT, :SQL-GC-CREDIT-ACCOUNT
               FROM GL_CHART_TABLE
               WHERE TRANSACTION_TYPE = :WS-GL-LEG-TYPE
               AND BRANCH_CODE = :SQL-LN-BRANCH-CODE
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

           COPY "paramtable.cpy".

           COPY "changehist.cpy".

           COPY "refnumber.cpy".

           COPY "opslog.cpy".
