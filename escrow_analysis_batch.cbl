      *================================================================*
      * Annual Escrow Analysis Batch                                   *
      * Once a year on each mortgage - twelve months after its last   *
      * analysis, or after origination for the first - the coming     *
      * twelve months of tax and insurance bills on                   *
      * ESCROW_PAYEE_TABLE are projected month by month against the   *
      * current ESCROW_BALANCE and the new monthly deposit, to find   *
      * the projected low point.  A low point under the permitted     *
      * cushion is a shortage, spread over the next twelve payments;  *
      * a low point over it is a surplus.  A surplus at or above the  *
      * refund threshold on a loan that is current is sent back to    *
      * the borrower's deposit account as a generated PENDING credit  *
      * (journaled under mapping type 'U'); a smaller one is credited *
      * against the new payments instead.  ESCROW_AMOUNT and the      *
      * total PAYMENT_AMOUNT are recomputed on LOAN_MASTER_TABLE, the *
      * change is written to CHANGE_HISTORY, and the customer escrow  *
      * statement goes out on ESCROWSTMT as header, payee detail and  *
      * summary records.                                              *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESCROW-ANALYSIS-BATCH.
       DATE-WRITTEN. 2026-10-15.
       AUTHOR. Updated 2026-10-15 for DB2 Integration.
       REMARKS. ANNUAL MORTGAGE ESCROW ANALYSIS AND STATEMENT BATCH.

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

      * Customer escrow statements for the print run
           SELECT ESCROW-STATEMENT-FILE
               ASSIGN TO "ESCROWSTMT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATEMENT-FILE-STATUS.

           SELECT ERROR-LOG-FILE
               ASSIGN TO "ESCANLERRLOG"
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

      * Escrow Statement Record - a header with the borrower's
      * mailing address, one detail per escrow payee projected, and
      * a trailer carrying the analysis figures
       FD  ESCROW-STATEMENT-FILE.
       01  ESCROW-STATEMENT-RECORD.
           05  ES-RECORD-TYPE         PIC X.
               88  ES-HEADER-RECORD   VALUE 'H'.
               88  ES-DETAIL-RECORD   VALUE 'D'.
               88  ES-TRAILER-RECORD  VALUE 'T'.
           05  ES-LOAN-ID             PIC X(10).
           05  ES-RECORD-BODY         PIC X(200).
           05  ES-HEADER-BODY REDEFINES ES-RECORD-BODY.
               10  ES-CUSTOMER-ID     PIC X(10).
               10  ES-ANALYSIS-DATE   PIC X(10).
               10  ES-CUSTOMER-NAME   PIC X(40).
               10  ES-ADDRESS-LINE-1  PIC X(40).
               10  ES-ADDRESS-LINE-2  PIC X(40).
               10  ES-CITY            PIC X(20).
               10  ES-STATE-CODE      PIC X(2).
               10  ES-POSTAL-CODE     PIC X(10).
               10  ES-RETURNED-MAIL   PIC X.
               10  FILLER             PIC X(27).
           05  ES-DETAIL-BODY REDEFINES ES-RECORD-BODY.
               10  ES-PAYEE-NAME      PIC X(40).
               10  ES-PAYEE-TYPE      PIC X.
               10  ES-NEXT-DUE-DATE   PIC X(10).
               10  ES-PAYEE-AMOUNT    PIC 9(7)V99.
               10  ES-FREQUENCY       PIC 9(2).
               10  ES-ANNUAL-AMOUNT   PIC 9(9)V99.
               10  FILLER             PIC X(127).
           05  ES-TRAILER-BODY REDEFINES ES-RECORD-BODY.
               10  ES-ESCROW-BALANCE  PIC S9(9)V99
                                      SIGN LEADING SEPARATE.
               10  ES-ANNUAL-DISBURSE PIC 9(9)V99.
               10  ES-LOW-POINT       PIC S9(9)V99
                                      SIGN LEADING SEPARATE.
               10  ES-CUSHION         PIC 9(9)V99.
               10  ES-SHORTAGE        PIC 9(9)V99.
               10  ES-SURPLUS         PIC 9(9)V99.
               10  ES-REFUND          PIC 9(9)V99.
               10  ES-OLD-ESCROW      PIC 9(7)V99.
               10  ES-NEW-ESCROW      PIC 9(7)V99.
               10  ES-OLD-PAYMENT     PIC 9(9)V99.
               10  ES-NEW-PAYMENT     PIC 9(9)V99.
               10  ES-NEW-PAYMENT-DUE PIC X(10).
               10  FILLER             PIC X(71).

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
           05  WS-STATEMENT-FILE-STATUS   PIC XX.
           05  WS-ERROR-FILE-STATUS       PIC XX.

      * Error Code Management
       01  WS-ERROR-CODES.
           05  WS-ERROR-CODE              PIC 9(4).
               88  ERR-NONE               VALUE 0000.
               88  ERR-INVALID-ACCOUNT    VALUE 1001.
               88  ERR-FILE-ACCESS        VALUE 3001.
               88  ERR-SYSTEM-ERROR       VALUE 9999.
           05  WS-ERROR-MESSAGE-PARAM     PIC X(80).

      * Analysis Parameters - compiled defaults, overridden from
      * BUSINESS_PARAMETER_TABLE when a governing row exists.  The
      * cushion is in months of the annual disbursements (two, one
      * sixth of the year, is the most the regulation allows).
       01  WS-ESCROW-PARAMETERS.
           05  WS-CUSHION-MONTHS          PIC 9(2) VALUE 2.
           05  WS-REFUND-MINIMUM          PIC 9(5)V99 VALUE 50.00.

      * The loan under analysis and its escrow payees, loaded from
      * ESCROW_PAYEE_TABLE.  WS-PY-OFFSET is how many months from
      * the analysis month the payee next falls due.
       01  WS-PAYEE-TABLE.
           05  WS-PY-COUNT                PIC 9(2) COMP VALUE ZERO.
           05  WS-PY-LIMIT                PIC 9(2) COMP VALUE 20.
           05  WS-PY-ENTRY OCCURS 20 TIMES.
               10  WS-PY-NAME             PIC X(40).
               10  WS-PY-TYPE             PIC X.
               10  WS-PY-DUE-DATE         PIC X(10).
               10  WS-PY-AMOUNT           PIC 9(7)V99.
               10  WS-PY-FREQUENCY        PIC 9(2) COMP.
               10  WS-PY-OFFSET           PIC S9(4) COMP.
               10  WS-PY-ANNUAL           PIC 9(9)V99.
           05  WS-PY-INDEX                PIC 9(2) COMP.
           05  WS-PY-OFFSET-FETCH         PIC S9(4) COMP-5.

      * Twelve-month projection - the bills falling in each month
      * of the coming year and the running escrow balance
       01  WS-PROJECTION-AREA.
           05  WS-MONTH-DISBURSE          PIC 9(9)V99
                                          OCCURS 12 TIMES.
           05  WS-MONTH-INDEX             PIC 9(2) COMP.
           05  WS-ANNUAL-DISBURSE         PIC 9(9)V99 VALUE ZERO.
           05  WS-BASE-ESCROW             PIC 9(7)V99 VALUE ZERO.
           05  WS-RUNNING-BALANCE         PIC S9(9)V99 VALUE ZERO.
           05  WS-LOW-POINT               PIC S9(9)V99 VALUE ZERO.
           05  WS-CUSHION-AMOUNT          PIC 9(9)V99 VALUE ZERO.
           05  WS-SHORTAGE                PIC 9(9)V99 VALUE ZERO.
           05  WS-SURPLUS                 PIC 9(9)V99 VALUE ZERO.
           05  WS-REFUND-AMOUNT           PIC 9(9)V99 VALUE ZERO.
           05  WS-SPREAD-AMOUNT           PIC 9(7)V99 VALUE ZERO.
           05  WS-NEW-ESCROW              PIC 9(7)V99 VALUE ZERO.
           05  WS-NEW-PAYMENT             PIC 9(9)V99 VALUE ZERO.

      * Refund account as read from the account master
       01  WS-REFUND-ACCOUNT-AREA.
           05  WS-REFUND-ACCOUNT          PIC X(10).
           05  WS-REFUND-STATUS           PIC X(10).
           05  WS-REFUND-CURRENCY         PIC X(3).

      * Change-history display of the amounts changed
       01  WS-CHANGE-AMOUNT-EDIT          PIC Z(8)9.99.

      * GL Mapping Work Area - the chart accounts for the leg being
      * journaled, falling back to the all-branches '****' default
       01  WS-GL-MAPPING-AREA.
           05  WS-GL-LEG-TYPE             PIC X VALUE 'U'.
           05  WS-GL-DEBIT-ACCOUNT        PIC X(8).
           05  WS-GL-CREDIT-ACCOUNT       PIC X(8).

      * Processing Statistics
       01  WS-PROCESSING-STATS.
           05  WS-LOANS-ANALYZED          PIC 9(7) VALUE ZERO.
           05  WS-LOANS-SHORTAGE          PIC 9(7) VALUE ZERO.
           05  WS-LOANS-SURPLUS           PIC 9(7) VALUE ZERO.
           05  WS-LOANS-REFUNDED          PIC 9(7) VALUE ZERO.
           05  WS-LOANS-FAILED            PIC 9(7) VALUE ZERO.
           05  WS-TOTAL-SHORTAGE          PIC 9(13)V99 VALUE ZERO.
           05  WS-TOTAL-SURPLUS           PIC 9(13)V99 VALUE ZERO.
           05  WS-TOTAL-REFUNDED          PIC 9(13)V99 VALUE ZERO.
           05  WS-STATEMENTS-WRITTEN      PIC 9(7) VALUE ZERO.

      * Work Areas and Flags
       01  WS-WORK-AREAS.
           05  WS-EOF-FLAG                PIC X VALUE 'N'.
               88  END-OF-FILE            VALUE 'Y'.
               88  NOT-END-OF-FILE        VALUE 'N'.

           05  WS-PAYEE-EOF-FLAG          PIC X VALUE 'N'.
               88  PAYEE-END-OF-FILE      VALUE 'Y'.
               88  PAYEE-NOT-END-OF-FILE  VALUE 'N'.

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
               ESCROW-STATEMENT-FILE
               ERROR-LOG-FILE.

           DISPLAY "FILE PROCESSING ERROR DETECTED"
           PERFORM ABNORMAL-TERMINATION.
       END DECLARATIVES.

       MAIN-PROCESSING SECTION.
       MAIN-PROCESSING-ROUTINE.
           PERFORM INITIALIZATION-ROUTINE
           PERFORM ANALYZE-DUE-LOANS
           PERFORM COMMIT-ANALYSIS-BATCH
           PERFORM GENERATE-SUMMARY-REPORT
           PERFORM CLEANUP-ROUTINE
           STOP RUN.

       INITIALIZATION-ROUTINE.
      * The loan journal is extended - the earlier loan jobs' legs
      * for the day are already on it
           OPEN EXTEND LOAN-GL-FILE
           OPEN OUTPUT ESCROW-STATEMENT-FILE
                OUTPUT ERROR-LOG-FILE

           IF WS-LOAN-GL-STATUS NOT = "00"
              AND WS-LOAN-GL-STATUS NOT = "05"
              SET ERR-FILE-ACCESS TO TRUE
              MOVE "ERROR OPENING LOAN GL FILE"
                  TO WS-ERROR-MESSAGE-PARAM
              PERFORM LOG-ERROR-WITH-CODE
              PERFORM ABNORMAL-TERMINATION
           END-IF

           IF WS-STATEMENT-FILE-STATUS NOT = "00"
              DISPLAY "ERROR OPENING ESCROW STATEMENT FILE"
              PERFORM ABNORMAL-TERMINATION
           END-IF

           IF WS-ERROR-FILE-STATUS NOT = "00"
              DISPLAY "ERROR OPENING ERROR LOG FILE"
              PERFORM ABNORMAL-TERMINATION
           END-IF

      * Get current system date and time
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS

           DISPLAY "ESCROW ANALYSIS BATCH"
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

           MOVE "ESCROW-CUSHION-MOS" TO BP-PARAM-NAME
           PERFORM DB-GET-BUSINESS-PARAMETER
           IF BP-PARAM-FOUND
               MOVE SQL-BP-PARAM-VALUE TO WS-CUSHION-MONTHS
           END-IF

           MOVE "ESCROW-REFUND-MIN" TO BP-PARAM-NAME
           PERFORM DB-GET-BUSINESS-PARAMETER
           IF BP-PARAM-FOUND
               MOVE SQL-BP-PARAM-VALUE TO WS-REFUND-MINIMUM
           END-IF

      * The analysis starts from the balance left after today's
      * bills were paid
           MOVE "ESCROW-ANALYSIS-BATCH" TO JC-PROGRAM-ID
           MOVE "ESCROW-DISBURSEMENT-BATCH" TO JC-PREDECESSOR-ID
           PERFORM DB-CHECK-JOB-PREDECESSOR
           PERFORM DB-REGISTER-JOB-START

           SET NOT-END-OF-FILE TO TRUE.

       ANALYZE-DUE-LOANS.
      * Walk every escrowed loan whose analysis year has run out
           PERFORM DB-OPEN-ANALYSIS-CURSOR
           PERFORM ANALYZE-NEXT-LOAN
               UNTIL END-OF-FILE
           PERFORM DB-CLOSE-ANALYSIS-CURSOR.

       ANALYZE-NEXT-LOAN.
           PERFORM DB-FETCH-NEXT-ANALYSIS-LOAN

           IF NOT END-OF-FILE
               SET ERR-NONE TO TRUE
               MOVE ZERO TO WS-SHORTAGE
               MOVE ZERO TO WS-SURPLUS
               MOVE ZERO TO WS-REFUND-AMOUNT
               MOVE ZERO TO WS-SPREAD-AMOUNT

               PERFORM LOAD-LOAN-PAYEES
               IF ERR-NONE
                   PERFORM PROJECT-ESCROW-YEAR
                   PERFORM SIZE-NEW-ESCROW-PAYMENT
               END-IF
               IF ERR-NONE
                   PERFORM DB-UPDATE-ESCROW-TERMS
               END-IF

               IF ERR-NONE
                   ADD 1 TO WS-LOANS-ANALYZED
                   PERFORM WRITE-ESCROW-STATEMENT
               ELSE
                   ADD 1 TO WS-LOANS-FAILED
               END-IF
           END-IF.

       LOAD-LOAN-PAYEES.
           MOVE ZERO TO WS-PY-COUNT
           SET PAYEE-NOT-END-OF-FILE TO TRUE
           PERFORM DB-OPEN-PAYEE-CURSOR
           PERFORM LOAD-NEXT-PAYEE
               UNTIL PAYEE-END-OF-FILE
           PERFORM DB-CLOSE-PAYEE-CURSOR.

       LOAD-NEXT-PAYEE.
           PERFORM DB-FETCH-NEXT-PAYEE

           IF PAYEE-NOT-END-OF-FILE
               IF WS-PY-COUNT < WS-PY-LIMIT
                   ADD 1 TO WS-PY-COUNT
                   MOVE WS-PY-COUNT TO WS-PY-INDEX
                   MOVE SQL-EP-PAYEE-NAME TO WS-PY-NAME (WS-PY-INDEX)
                   MOVE SQL-EP-PAYEE-TYPE TO WS-PY-TYPE (WS-PY-INDEX)
                   MOVE SQL-EP-DUE-DATE
                       TO WS-PY-DUE-DATE (WS-PY-INDEX)
                   MOVE SQL-EP-AMOUNT TO WS-PY-AMOUNT (WS-PY-INDEX)
      * Zero or nonsense frequencies are treated as annual, a bill
      * already past due counts in the current month, and one not
      * due inside the coming year stays out of the projection
                   IF SQL-EP-FREQUENCY < 1 OR SQL-EP-FREQUENCY > 12
                       MOVE 12 TO WS-PY-FREQUENCY (WS-PY-INDEX)
                   ELSE
                       MOVE SQL-EP-FREQUENCY
                           TO WS-PY-FREQUENCY (WS-PY-INDEX)
                   END-IF
                   EVALUATE TRUE
                       WHEN WS-PY-OFFSET-FETCH < ZERO
                           MOVE ZERO TO WS-PY-OFFSET (WS-PY-INDEX)
                       WHEN WS-PY-OFFSET-FETCH > 12
                           MOVE 12 TO WS-PY-OFFSET (WS-PY-INDEX)
                       WHEN OTHER
                           MOVE WS-PY-OFFSET-FETCH
                               TO WS-PY-OFFSET (WS-PY-INDEX)
                   END-EVALUATE
                   MOVE ZERO TO WS-PY-ANNUAL (WS-PY-INDEX)
               ELSE
                   SET ERR-SYSTEM-ERROR TO TRUE
                   MOVE "ESCROW PAYEE TABLE FULL - PAYEE NOT PROJECTED"
                       TO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
                   SET ERR-NONE TO TRUE
               END-IF
           END-IF.

       PROJECT-ESCROW-YEAR.
      * Lay each payee's bills into the months they fall in, then
      * run the balance forward a month at a time - deposit in, the
      * month's bills out - remembering the lowest it reaches
           MOVE ZERO TO WS-ANNUAL-DISBURSE
           PERFORM CLEAR-PROJECTION-MONTH
               VARYING WS-MONTH-INDEX FROM 1 BY 1
               UNTIL WS-MONTH-INDEX > 12
           PERFORM SPREAD-PAYEE-BILLS
               VARYING WS-PY-INDEX FROM 1 BY 1
               UNTIL WS-PY-INDEX > WS-PY-COUNT

           COMPUTE WS-BASE-ESCROW ROUNDED = WS-ANNUAL-DISBURSE / 12
           COMPUTE WS-CUSHION-AMOUNT ROUNDED =
               WS-ANNUAL-DISBURSE * WS-CUSHION-MONTHS / 12

           MOVE SQL-LN-ESCROW-BALANCE TO WS-RUNNING-BALANCE
           MOVE SQL-LN-ESCROW-BALANCE TO WS-LOW-POINT
           PERFORM RUN-PROJECTION-MONTH
               VARYING WS-MONTH-INDEX FROM 1 BY 1
               UNTIL WS-MONTH-INDEX > 12.

       CLEAR-PROJECTION-MONTH.
           MOVE ZERO TO WS-MONTH-DISBURSE (WS-MONTH-INDEX).

       SPREAD-PAYEE-BILLS.
           COMPUTE WS-MONTH-INDEX = WS-PY-OFFSET (WS-PY-INDEX) + 1
           PERFORM ADD-PAYEE-BILL-TO-MONTH
               UNTIL WS-MONTH-INDEX > 12.

       ADD-PAYEE-BILL-TO-MONTH.
           ADD WS-PY-AMOUNT (WS-PY-INDEX)
               TO WS-MONTH-DISBURSE (WS-MONTH-INDEX)
           ADD WS-PY-AMOUNT (WS-PY-INDEX)
               TO WS-PY-ANNUAL (WS-PY-INDEX)
           ADD WS-PY-AMOUNT (WS-PY-INDEX) TO WS-ANNUAL-DISBURSE
           ADD WS-PY-FREQUENCY (WS-PY-INDEX) TO WS-MONTH-INDEX.

       RUN-PROJECTION-MONTH.
           COMPUTE WS-RUNNING-BALANCE = WS-RUNNING-BALANCE
               + WS-BASE-ESCROW - WS-MONTH-DISBURSE (WS-MONTH-INDEX)
           IF WS-RUNNING-BALANCE < WS-LOW-POINT
               MOVE WS-RUNNING-BALANCE TO WS-LOW-POINT
           END-IF.

       SIZE-NEW-ESCROW-PAYMENT.
      * Shortage: collected over the next twelve payments.  Surplus:
      * refunded when it reaches the threshold and the loan is
      * current, otherwise credited over the next twelve payments
      * (a loan behind keeps its surplus in escrow).
           MOVE WS-BASE-ESCROW TO WS-NEW-ESCROW

           IF WS-LOW-POINT < WS-CUSHION-AMOUNT
               COMPUTE WS-SHORTAGE = WS-CUSHION-AMOUNT - WS-LOW-POINT
               COMPUTE WS-SPREAD-AMOUNT ROUNDED = WS-SHORTAGE / 12
               ADD WS-SPREAD-AMOUNT TO WS-NEW-ESCROW
               ADD 1 TO WS-LOANS-SHORTAGE
               ADD WS-SHORTAGE TO WS-TOTAL-SHORTAGE
           ELSE
               COMPUTE WS-SURPLUS = WS-LOW-POINT - WS-CUSHION-AMOUNT
           END-IF

           IF WS-SURPLUS > ZERO
               ADD 1 TO WS-LOANS-SURPLUS
               ADD WS-SURPLUS TO WS-TOTAL-SURPLUS
               EVALUATE TRUE
                   WHEN SQL-LN-LOAN-STATUS NOT = "ACTIVE"
                       CONTINUE
                   WHEN WS-SURPLUS >= WS-REFUND-MINIMUM
                       PERFORM REFUND-ESCROW-SURPLUS
                   WHEN OTHER
                       COMPUTE WS-SPREAD-AMOUNT ROUNDED =
                           WS-SURPLUS / 12
                       IF WS-SPREAD-AMOUNT > WS-NEW-ESCROW
                           MOVE ZERO TO WS-NEW-ESCROW
                       ELSE
                           SUBTRACT WS-SPREAD-AMOUNT FROM WS-NEW-ESCROW
                       END-IF
               END-EVALUATE
           END-IF

      * The level principal and interest is untouched - only the
      * escrow portion of the total installment moves
           COMPUTE WS-NEW-PAYMENT = SQL-LN-PAYMENT-AMOUNT
               - SQL-LN-ESCROW-AMOUNT + WS-NEW-ESCROW.

       REFUND-ESCROW-SURPLUS.
      * The surplus goes back to the borrower's deposit account as
      * a priority 1 credit in the next cycle.  If the account can't
      * take it the surplus stays in escrow and is credited against
      * the payments instead.
           SET ERR-NONE TO TRUE
           PERFORM DB-CHECK-REFUND-ACCOUNT

           IF ERR-NONE
               MOVE SQL-LN-BRANCH-CODE TO RN-BRANCH-CODE
               PERFORM DB-GENERATE-REFERENCE-ID
               PERFORM DB-INSERT-ESCROW-REFUND
           END-IF

           IF ERR-NONE
               MOVE WS-SURPLUS TO WS-REFUND-AMOUNT
               ADD 1 TO WS-LOANS-REFUNDED
               ADD WS-REFUND-AMOUNT TO WS-TOTAL-REFUNDED

               PERFORM DB-GET-GL-MAPPING
               MOVE WS-SQL-CURRENT-DATE TO LG-BUSINESS-DATE
               MOVE SQL-LN-LOAN-ID TO LG-LOAN-ID
               MOVE SQL-LN-CUSTOMER-ID TO LG-CUSTOMER-ID
               MOVE WS-GL-LEG-TYPE TO LG-LEG-TYPE
               MOVE WS-REFUND-AMOUNT TO LG-AMOUNT
               MOVE WS-GL-DEBIT-ACCOUNT TO LG-DEBIT-ACCOUNT
               MOVE WS-GL-CREDIT-ACCOUNT TO LG-CREDIT-ACCOUNT
               MOVE RN-GENERATED-REFERENCE TO LG-REFERENCE-ID
               WRITE LOAN-GL-RECORD
           ELSE
               PERFORM LOG-ERROR-WITH-CODE
               SET ERR-NONE TO TRUE
               COMPUTE WS-SPREAD-AMOUNT ROUNDED = WS-SURPLUS / 12
               IF WS-SPREAD-AMOUNT > WS-NEW-ESCROW
                   MOVE ZERO TO WS-NEW-ESCROW
               ELSE
                   SUBTRACT WS-SPREAD-AMOUNT FROM WS-NEW-ESCROW
               END-IF
           END-IF.

       WRITE-ESCROW-STATEMENT.
           PERFORM DB-GET-BORROWER-ADDRESS

           MOVE SPACES TO ESCROW-STATEMENT-RECORD
           SET ES-HEADER-RECORD TO TRUE
           MOVE SQL-LN-LOAN-ID TO ES-LOAN-ID
           MOVE SQL-LN-CUSTOMER-ID TO ES-CUSTOMER-ID
           MOVE WS-SQL-CURRENT-DATE TO ES-ANALYSIS-DATE
           MOVE SQL-CU-CUSTOMER-NAME TO ES-CUSTOMER-NAME
           MOVE SQL-CU-ADDRESS-LINE-1 TO ES-ADDRESS-LINE-1
           MOVE SQL-CU-ADDRESS-LINE-2 TO ES-ADDRESS-LINE-2
           MOVE SQL-CU-CITY TO ES-CITY
           MOVE SQL-CU-STATE-CODE TO ES-STATE-CODE
           MOVE SQL-CU-POSTAL-CODE TO ES-POSTAL-CODE
           MOVE SQL-CU-RETURNED-MAIL TO ES-RETURNED-MAIL
           WRITE ESCROW-STATEMENT-RECORD

           PERFORM WRITE-STATEMENT-PAYEE-LINE
               VARYING WS-PY-INDEX FROM 1 BY 1
               UNTIL WS-PY-INDEX > WS-PY-COUNT

           MOVE SPACES TO ESCROW-STATEMENT-RECORD
           SET ES-TRAILER-RECORD TO TRUE
           MOVE SQL-LN-LOAN-ID TO ES-LOAN-ID
           MOVE SQL-LN-ESCROW-BALANCE TO ES-ESCROW-BALANCE
           MOVE WS-ANNUAL-DISBURSE TO ES-ANNUAL-DISBURSE
           MOVE WS-LOW-POINT TO ES-LOW-POINT
           MOVE WS-CUSHION-AMOUNT TO ES-CUSHION
           MOVE WS-SHORTAGE TO ES-SHORTAGE
           MOVE WS-SURPLUS TO ES-SURPLUS
           MOVE WS-REFUND-AMOUNT TO ES-REFUND
           MOVE SQL-LN-ESCROW-AMOUNT TO ES-OLD-ESCROW
           MOVE WS-NEW-ESCROW TO ES-NEW-ESCROW
           MOVE SQL-LN-PAYMENT-AMOUNT TO ES-OLD-PAYMENT
           MOVE WS-NEW-PAYMENT TO ES-NEW-PAYMENT
           MOVE SQL-LN-NEXT-DUE-DATE TO ES-NEW-PAYMENT-DUE
           WRITE ESCROW-STATEMENT-RECORD
           ADD 1 TO WS-STATEMENTS-WRITTEN.

       WRITE-STATEMENT-PAYEE-LINE.
           MOVE SPACES TO ESCROW-STATEMENT-RECORD
           SET ES-DETAIL-RECORD TO TRUE
           MOVE SQL-LN-LOAN-ID TO ES-LOAN-ID
           MOVE WS-PY-NAME (WS-PY-INDEX) TO ES-PAYEE-NAME
           MOVE WS-PY-TYPE (WS-PY-INDEX) TO ES-PAYEE-TYPE
           MOVE WS-PY-DUE-DATE (WS-PY-INDEX) TO ES-NEXT-DUE-DATE
           MOVE WS-PY-AMOUNT (WS-PY-INDEX) TO ES-PAYEE-AMOUNT
           MOVE WS-PY-FREQUENCY (WS-PY-INDEX) TO ES-FREQUENCY
           MOVE WS-PY-ANNUAL (WS-PY-INDEX) TO ES-ANNUAL-AMOUNT
           WRITE ESCROW-STATEMENT-RECORD.

       COMMIT-ANALYSIS-BATCH.
      * Commit every analysis of this run in one unit of work, so
      * DB-DISCONNECT below doesn't roll it all back
           EXEC SQL
               COMMIT WORK
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error committing escrow analysis - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       GENERATE-SUMMARY-REPORT.
           DISPLAY "ESCROW ANALYSIS SUMMARY"
           DISPLAY "Loans Analyzed:      " WS-LOANS-ANALYZED
           DISPLAY "Loans Failed:        " WS-LOANS-FAILED
           DISPLAY "Loans in Shortage:   " WS-LOANS-SHORTAGE
           DISPLAY "Total Shortage:      " WS-TOTAL-SHORTAGE
           DISPLAY "Loans in Surplus:    " WS-LOANS-SURPLUS
           DISPLAY "Total Surplus:       " WS-TOTAL-SURPLUS
           DISPLAY "Surplus Refunds:     " WS-LOANS-REFUNDED
           DISPLAY "Amount Refunded:     " WS-TOTAL-REFUNDED
           DISPLAY "Statements Written:  " WS-STATEMENTS-WRITTEN.

       CLEANUP-ROUTINE.
      * Flip this job to COMPLETE on the job control table so
      * downstream predecessor checks open up
           PERFORM DB-REGISTER-JOB-COMPLETE

      * Disconnect from DB2 database
           PERFORM DB-DISCONNECT

           CLOSE LOAN-GL-FILE
                 ESCROW-STATEMENT-FILE
                 ERROR-LOG-FILE

           DISPLAY "ESCROW ANALYSIS BATCH COMPLETE".

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

       DB-OPEN-ANALYSIS-CURSOR.
      * Open loans carrying escrow payees whose last analysis - or
      * origination, for a loan never analyzed - is a year or more
      * behind the business date
           EXEC SQL
               DECLARE ESCROW_ANALYSIS_CURSOR CURSOR FOR
               SELECT L.LOAN_ID, L.CUSTOMER_ID, L.PAYMENT_AMOUNT,
                      COALESCE(L.ESCROW_AMOUNT, 0),
                      COALESCE(L.ESCROW_BALANCE, 0),
                      CHAR(L.NEXT_DUE_DATE, ISO), L.LOAN_STATUS,
                      COALESCE(L.BRANCH_CODE, '    '),
                      COALESCE(L.DEPOSIT_ACCOUNT, L.CUSTOMER_ID)
               FROM LOAN_MASTER_TABLE L
               WHERE L.LOAN_STATUS IN ('ACTIVE', 'DELINQUENT',
                                       'NONACCRUAL')
               AND COALESCE(L.ESCROW_ANALYSIS_DATE,
                            L.ORIGINATION_DATE)
                   <= DATE(:WS-SQL-CURRENT-DATE) - 12 MONTHS
               AND EXISTS
                   (SELECT 1 FROM ESCROW_PAYEE_TABLE P
                    WHERE P.LOAN_ID = L.LOAN_ID
                    AND P.PAYEE_STATUS = 'ACTIVE')
               ORDER BY L.LOAN_ID
           END-EXEC

           EXEC SQL
               OPEN ESCROW_ANALYSIS_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error opening analysis cursor - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
               SET END-OF-FILE TO TRUE
           END-IF.

       DB-FETCH-NEXT-ANALYSIS-LOAN.
           EXEC SQL
               FETCH ESCROW_ANALYSIS_CURSOR INTO
               :SQL-LN-LOAN-ID,
               :SQL-LN-CUSTOMER-ID,
               :SQL-LN-PAYMENT-AMOUNT,
               :SQL-LN-ESCROW-AMOUNT,
               :SQL-LN-ESCROW-BALANCE,
               :SQL-LN-NEXT-DUE-DATE,
               :SQL-LN-LOAN-STATUS,
               :SQL-LN-BRANCH-CODE,
               :SQL-LN-DEPOSIT-ACCOUNT
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE

               WHEN 100
                   SET END-OF-FILE TO TRUE

               WHEN OTHER
                   MOVE SQLCODE TO WS-ERROR-CODE
                   STRING "Error fetching analysis loan - SQLCODE: "
                       SQLCODE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
                   SET END-OF-FILE TO TRUE
           END-EVALUATE.

       DB-CLOSE-ANALYSIS-CURSOR.
           EXEC SQL
               CLOSE ESCROW_ANALYSIS_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error closing analysis cursor - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       DB-OPEN-PAYEE-CURSOR.
      * The loan's active payees with the months from the analysis
      * month to each one's next due date
           EXEC SQL
               DECLARE ESCROW_PAYEE_CURSOR CURSOR FOR
               SELECT PAYEE_NAME, PAYEE_TYPE, CHAR(DUE_DATE, ISO),
                      AMOUNT, COALESCE(FREQUENCY_MONTHS, 12),
                      (YEAR(DUE_DATE)
                          - YEAR(DATE(:WS-SQL-CURRENT-DATE))) * 12
                        + MONTH(DUE_DATE)
                        - MONTH(DATE(:WS-SQL-CURRENT-DATE))
               FROM ESCROW_PAYEE_TABLE
               WHERE LOAN_ID = :SQL-LN-LOAN-ID
               AND PAYEE_STATUS = 'ACTIVE'
               ORDER BY DUE_DATE, PAYEE_SEQ
           END-EXEC

           EXEC SQL
               OPEN ESCROW_PAYEE_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error opening escrow payee cursor - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
               SET ERR-SYSTEM-ERROR TO TRUE
               SET PAYEE-END-OF-FILE TO TRUE
           END-IF.

       DB-FETCH-NEXT-PAYEE.
           EXEC SQL
               FETCH ESCROW_PAYEE_CURSOR INTO
               :SQL-EP-PAYEE-NAME,
               :SQL-EP-PAYEE-TYPE,
               :SQL-EP-DUE-DATE,
               :SQL-EP-AMOUNT,
               :SQL-EP-FREQUENCY,
               :WS-PY-OFFSET-FETCH
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE

               WHEN 100
                   SET PAYEE-END-OF-FILE TO TRUE

               WHEN OTHER
                   MOVE SQLCODE TO WS-ERROR-CODE
                   STRING "Error fetching escrow payee - SQLCODE: "
                       SQLCODE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
                   SET ERR-SYSTEM-ERROR TO TRUE
                   SET PAYEE-END-OF-FILE TO TRUE
           END-EVALUATE.

       DB-CLOSE-PAYEE-CURSOR.
           EXEC SQL
               CLOSE ESCROW_PAYEE_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error closing escrow payee cursor - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       DB-CHECK-REFUND-ACCOUNT.
      * The refund account must still be open on the account master
           MOVE SQL-LN-DEPOSIT-ACCOUNT TO WS-REFUND-ACCOUNT
           MOVE "0001" TO SQL-AM-INSTITUTION-CODE
           EXEC SQL
               SELECT ACCOUNT_STATUS, CURRENCY_CODE,
                      COALESCE(INSTITUTION_CODE, '0001')
               INTO :WS-REFUND-STATUS, :WS-REFUND-CURRENCY,
                    :SQL-AM-INSTITUTION-CODE
               FROM ACCOUNT_TABLE
               WHERE CUSTOMER_ID = :WS-REFUND-ACCOUNT
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   IF WS-REFUND-STATUS NOT = "ACTIVE"
                       SET ERR-INVALID-ACCOUNT TO TRUE
                       MOVE "ESCROW REFUND ACCOUNT IS NOT ACTIVE"
                           TO WS-ERROR-MESSAGE-PARAM
                   END-IF

               WHEN 100
                   SET ERR-INVALID-ACCOUNT TO TRUE
                   MOVE "ESCROW REFUND ACCOUNT NOT ON ACCOUNT TABLE"
                       TO WS-ERROR-MESSAGE-PARAM

               WHEN OTHER
                   SET ERR-SYSTEM-ERROR TO TRUE
                   STRING "Error reading refund account - "
                       "SQLCODE: " SQLCODE
                       DELIMITED BY SIZE
                       INTO WS-ERROR-MESSAGE-PARAM
           END-EVALUATE.

       DB-INSERT-ESCROW-REFUND.
      * The refund posts through the normal run as a priority 1
      * deposit, so it makes the next cycle ahead of ordinary work
           EXEC SQL
               INSERT INTO TRANSACTION_TABLE
                   (CUSTOMER_ID, TRANSACTION_TYPE, AMOUNT,
                    TARGET_ACCOUNT, REFERENCE_ID, CREATION_DATE,
                    CREATION_TIME, STATUS, CURRENCY_CODE,
                    CHANNEL_CODE, ACCOUNT_NUMBER, PRIORITY,
                    INSTITUTION_CODE, DESCRIPTION)
               VALUES
                   (:SQL-LN-CUSTOMER-ID, 'D', :WS-SURPLUS,
                    :SQL-LN-LOAN-ID, :RN-GENERATED-REFERENCE,
                    CURRENT DATE, CURRENT TIME, 'PENDING',
                    :WS-REFUND-CURRENCY, 'BAT',
                    :WS-REFUND-ACCOUNT, 1,
                    :SQL-AM-INSTITUTION-CODE,
                    'ESCROW SURPLUS REFUND')
           END-EXEC

           IF SQLCODE NOT = 0
               SET ERR-SYSTEM-ERROR TO TRUE
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error inserting escrow refund - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
           END-IF.

       DB-UPDATE-ESCROW-TERMS.
      * New escrow portion and total installment, the refund out of
      * the escrow balance, and the analysis date for next year
           EXEC SQL
               UPDATE LOAN_MASTER_TABLE
               SET ESCROW_AMOUNT = :WS-NEW-ESCROW,
                   PAYMENT_AMOUNT = :WS-NEW-PAYMENT,
                   ESCROW_BALANCE =
                       COALESCE(ESCROW_BALANCE, 0) - :WS-REFUND-AMOUNT,
                   ESCROW_ANALYSIS_DATE = DATE(:WS-SQL-CURRENT-DATE)
               WHERE LOAN_ID = :SQL-LN-LOAN-ID
           END-EXEC

           IF SQLCODE NOT = 0
               SET ERR-SYSTEM-ERROR TO TRUE
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error updating escrow terms - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           ELSE
               IF WS-NEW-ESCROW NOT = SQL-LN-ESCROW-AMOUNT
                   MOVE "LOAN_MASTER_TABLE" TO CH-TABLE-NAME
                   MOVE SQL-LN-LOAN-ID TO CH-RECORD-KEY
                   MOVE "ESCROW_AMOUNT" TO CH-FIELD-NAME
                   MOVE SQL-LN-ESCROW-AMOUNT TO WS-CHANGE-AMOUNT-EDIT
                   MOVE WS-CHANGE-AMOUNT-EDIT TO CH-OLD-VALUE
                   MOVE WS-NEW-ESCROW TO WS-CHANGE-AMOUNT-EDIT
                   MOVE WS-CHANGE-AMOUNT-EDIT TO CH-NEW-VALUE
                   MOVE SPACES TO CH-CHANGED-BY
                   MOVE "ESCROWANL" TO CH-CHANGE-REASON
                   PERFORM DB-WRITE-CHANGE-HISTORY

                   MOVE "PAYMENT_AMOUNT" TO CH-FIELD-NAME
                   MOVE SQL-LN-PAYMENT-AMOUNT TO WS-CHANGE-AMOUNT-EDIT
                   MOVE WS-CHANGE-AMOUNT-EDIT TO CH-OLD-VALUE
                   MOVE WS-NEW-PAYMENT TO WS-CHANGE-AMOUNT-EDIT
                   MOVE WS-CHANGE-AMOUNT-EDIT TO CH-NEW-VALUE
                   PERFORM DB-WRITE-CHANGE-HISTORY
               END-IF
           END-IF.

       DB-GET-BORROWER-ADDRESS.
      * Name and mailing address from the customer master; spaces
      * when no master row exists
           EXEC SQL
               SELECT CUSTOMER_NAME, ADDRESS_LINE_1, ADDRESS_LINE_2,
                      CITY, STATE_CODE, POSTAL_CODE,
                      COALESCE(RETURNED_MAIL_FLAG, 'N')
               INTO :SQL-CU-CUSTOMER-NAME, :SQL-CU-ADDRESS-LINE-1,
                    :SQL-CU-ADDRESS-LINE-2, :SQL-CU-CITY,
                    :SQL-CU-STATE-CODE, :SQL-CU-POSTAL-CODE,
                    :SQL-CU-RETURNED-MAIL
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
                   MOVE 'Y' TO SQL-CU-RETURNED-MAIL

               WHEN OTHER
                   MOVE SPACES TO SQL-CU-CUSTOMER-NAME
                   MOVE SPACES TO SQL-CU-ADDRESS-LINE-1
                   MOVE SPACES TO SQL-CU-ADDRESS-LINE-2
                   MOVE SPACES TO SQL-CU-CITY
                   MOVE SPACES TO SQL-CU-STATE-CODE
                   MOVE SPACES TO SQL-CU-POSTAL-CODE
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
