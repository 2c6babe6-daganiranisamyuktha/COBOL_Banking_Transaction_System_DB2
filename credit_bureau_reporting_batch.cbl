      *================================================================*
      * Month-End Credit Bureau Reporting Batch (Metro 2)              *
      * Reports loan performance to the consumer credit bureaus in    *
      * the Metro 2 426-byte format.  One base segment goes out for   *
      * every loan on LOAN_MASTER_TABLE and every charged-off         *
      * deposit account on CHARGEOFF_TABLE, carrying the balance,     *
      * scheduled and actual payment, amount past due, the account    *
      * status and the 24-month payment history profile derived from  *
      * the delinquency aging buckets.  A paid-off loan or a fully    *
      * recovered charge-off goes out once with its final status and  *
      * is then dropped.  The borrower comes from CUSTOMER_TABLE;     *
      * joint owners and authorized users linked on                   *
      * CUSTOMER_ACCOUNT_TABLE ride along as J2 associated-consumer   *
      * segments.  An open consumer dispute on DISPUTE_CASE_TABLE     *
      * sets compliance condition XB, and XH goes out the month the   *
      * dispute is resolved, so a disputed item is never reported as  *
      * clean.  CREDIT_REPORTING_TABLE carries the history profile    *
      * from one month's run to the next; a rerun in the same month   *
      * replaces that month's entry instead of shifting again.        *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDIT-BUREAU-REPORTING-BATCH.
       DATE-WRITTEN. 2026-10-15.
       AUTHOR. Updated 2026-10-15 for DB2 Integration.
       REMARKS. MONTH-END METRO 2 CREDIT BUREAU REPORTING BATCH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Configuration file containing DB2 connection parameters
           SELECT CONFIG-FILE
               ASSIGN TO "DB2CONFIG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-FILE-STATUS.

      * Reporter identification - our furnisher IDs at each bureau
      * and the name, address and phone the header record carries
           SELECT BUREAU-PARAM-FILE
               ASSIGN TO "BUREAUPARAM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUREAU-PARAM-STATUS.

      * Metro 2 reporting file for transmission to the bureaus
           SELECT METRO2-FILE
               ASSIGN TO "METRO2OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-METRO2-FILE-STATUS.

           SELECT ERROR-LOG-FILE
               ASSIGN TO "METRO2ERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERROR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * Reporter Parameter Record
       FD  BUREAU-PARAM-FILE.
       01  BUREAU-PARAM-RECORD.
           05  PM-IDENTIFICATION-NUM  PIC X(20).
           05  PM-INNOVIS-ID          PIC X(10).
           05  PM-EQUIFAX-ID          PIC X(10).
           05  PM-EXPERIAN-ID         PIC X(5).
           05  PM-TRANSUNION-ID       PIC X(10).
           05  PM-REPORTER-NAME       PIC X(40).
           05  PM-REPORTER-ADDRESS    PIC X(96).
           05  PM-REPORTER-PHONE      PIC X(10).

      * Metro 2 Header Record
       FD  METRO2-FILE.
       01  M2-HEADER-RECORD.
           05  MH-RECORD-LENGTH       PIC 9(4).
           05  MH-RECORD-IDENTIFIER   PIC X(6).
           05  MH-CYCLE-IDENTIFIER    PIC X(2).
           05  MH-INNOVIS-ID          PIC X(10).
           05  MH-EQUIFAX-ID          PIC X(10).
           05  MH-EXPERIAN-ID         PIC X(5).
           05  MH-TRANSUNION-ID       PIC X(10).
           05  MH-ACTIVITY-DATE       PIC X(8).
           05  MH-DATE-CREATED        PIC X(8).
           05  MH-PROGRAM-DATE        PIC X(8).
           05  MH-PROGRAM-REVISED     PIC X(8).
           05  MH-REPORTER-NAME       PIC X(40).
           05  MH-REPORTER-ADDRESS    PIC X(96).
           05  MH-REPORTER-PHONE      PIC X(10).
           05  MH-SOFTWARE-VENDOR     PIC X(40).
           05  MH-SOFTWARE-VERSION    PIC X(5).
           05  MH-PRBC-ID             PIC X(10).
           05  FILLER                 PIC X(146).

      * Metro 2 Base Segment, followed by up to three J2 associated
      * consumer segments; the record length word counts only the
      * segments present
       01  M2-BASE-RECORD.
           05  MB-RECORD-LENGTH       PIC 9(4).
           05  MB-PROCESSING-IND      PIC X.
           05  MB-TIME-STAMP          PIC X(14).
           05  FILLER                 PIC X.
           05  MB-IDENTIFICATION-NUM  PIC X(20).
           05  MB-CYCLE-IDENTIFIER    PIC X(2).
           05  MB-ACCOUNT-NUMBER      PIC X(30).
           05  MB-PORTFOLIO-TYPE      PIC X.
           05  MB-ACCOUNT-TYPE        PIC X(2).
           05  MB-DATE-OPENED         PIC X(8).
           05  MB-CREDIT-LIMIT        PIC 9(9).
           05  MB-ORIGINAL-AMOUNT     PIC 9(9).
           05  MB-TERMS-DURATION      PIC X(3).
           05  MB-TERMS-FREQUENCY     PIC X.
           05  MB-SCHEDULED-PAYMENT   PIC 9(9).
           05  MB-ACTUAL-PAYMENT      PIC 9(9).
           05  MB-ACCOUNT-STATUS      PIC X(2).
           05  MB-PAYMENT-RATING      PIC X.
           05  MB-PAYMENT-HISTORY     PIC X(24).
           05  MB-SPECIAL-COMMENT     PIC X(2).
           05  MB-COMPLIANCE-CODE     PIC X(2).
           05  MB-CURRENT-BALANCE     PIC 9(9).
           05  MB-AMOUNT-PAST-DUE     PIC 9(9).
           05  MB-ORIGINAL-CHARGEOFF  PIC 9(9).
           05  MB-ACCOUNT-INFO-DATE   PIC X(8).
           05  MB-FIRST-DELINQ-DATE   PIC X(8).
           05  MB-DATE-CLOSED         PIC X(8).
           05  MB-LAST-PAYMENT-DATE   PIC X(8).
           05  MB-INTEREST-TYPE       PIC X.
           05  FILLER                 PIC X(17).
           05  MB-SURNAME             PIC X(25).
           05  MB-FIRST-NAME          PIC X(20).
           05  MB-MIDDLE-NAME         PIC X(20).
           05  MB-GENERATION-CODE     PIC X.
           05  MB-SOCIAL-SECURITY     PIC X(9).
           05  MB-DATE-OF-BIRTH       PIC X(8).
           05  MB-TELEPHONE           PIC X(10).
           05  MB-ECOA-CODE           PIC X.
           05  MB-CONSUMER-INFO-IND   PIC X(2).
           05  MB-COUNTRY-CODE        PIC X(2).
           05  MB-ADDRESS-LINE-1      PIC X(32).
           05  MB-ADDRESS-LINE-2      PIC X(32).
           05  MB-CITY                PIC X(20).
           05  MB-STATE-CODE          PIC X(2).
           05  MB-POSTAL-CODE         PIC X(9).
           05  MB-ADDRESS-INDICATOR   PIC X.
           05  MB-RESIDENCE-CODE      PIC X.
           05  MB-J2-SEGMENT OCCURS 3 TIMES.
               10  J2-SEGMENT-ID      PIC X(2).
               10  FILLER             PIC X.
               10  J2-SURNAME         PIC X(25).
               10  J2-FIRST-NAME      PIC X(20).
               10  J2-MIDDLE-NAME     PIC X(20).
               10  J2-GENERATION-CODE PIC X.
               10  J2-SOCIAL-SECURITY PIC X(9).
               10  J2-DATE-OF-BIRTH   PIC X(8).
               10  J2-TELEPHONE       PIC X(10).
               10  J2-ECOA-CODE       PIC X.
               10  J2-CONSUMER-INFO   PIC X(2).
               10  J2-COUNTRY-CODE    PIC X(2).
               10  J2-ADDRESS-LINE-1  PIC X(32).
               10  J2-ADDRESS-LINE-2  PIC X(32).
               10  J2-CITY            PIC X(20).
               10  J2-STATE-CODE      PIC X(2).
               10  J2-POSTAL-CODE     PIC X(9).
               10  J2-ADDRESS-IND     PIC X.
               10  J2-RESIDENCE-CODE  PIC X.
               10  FILLER             PIC X(2).

      * Metro 2 Trailer Record - totals by status for the bureaus'
      * load balancing
       01  M2-TRAILER-RECORD.
           05  MT-RECORD-LENGTH       PIC 9(4).
           05  MT-RECORD-IDENTIFIER   PIC X(7).
           05  MT-TOTAL-BASE          PIC 9(9).
           05  FILLER                 PIC X(9).
           05  MT-STATUS-11           PIC 9(9).
           05  MT-STATUS-13           PIC 9(9).
           05  MT-STATUS-64           PIC 9(9).
           05  MT-STATUS-71           PIC 9(9).
           05  MT-STATUS-78           PIC 9(9).
           05  MT-STATUS-80           PIC 9(9).
           05  MT-STATUS-82           PIC 9(9).
           05  MT-STATUS-83           PIC 9(9).
           05  MT-STATUS-84           PIC 9(9).
           05  MT-STATUS-97           PIC 9(9).
           05  MT-TOTAL-J2            PIC 9(9).
           05  MT-TOTAL-SSN           PIC 9(9).
           05  FILLER                 PIC X(289).

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
           05  WS-BUREAU-PARAM-STATUS     PIC XX.
           05  WS-METRO2-FILE-STATUS      PIC XX.
           05  WS-ERROR-FILE-STATUS       PIC XX.

      * Error Code Management
       01  WS-ERROR-CODES.
           05  WS-ERROR-CODE              PIC 9(4).
               88  ERR-NONE               VALUE 0000.
               88  ERR-FILE-ACCESS        VALUE 3001.
               88  ERR-SYSTEM-ERROR       VALUE 9999.
           05  WS-ERROR-MESSAGE-PARAM     PIC X(80).

      * Reporting dates - the activity date every base segment
      * carries, the first of the month for dispute resolution, and
      * the Metro 2 time stamp
       01  WS-REPORT-AREA.
           05  WS-ACTIVITY-DATE           PIC X(8).
           05  WS-MONTH-START             PIC X(10).
           05  WS-TIME-STAMP              PIC X(14).
           05  WS-IDENTIFICATION-NUM      PIC X(20).

      * The account being reported, loan or charge-off, gathered
      * into one shape before the base segment is built
       01  WS-ACCOUNT-AREA.
           05  WS-M2-ACCOUNT-ID           PIC X(10).
           05  WS-M2-CUSTOMER-ID          PIC X(10).
           05  WS-M2-PORTFOLIO            PIC X.
           05  WS-M2-ACCOUNT-TYPE         PIC X(2).
           05  WS-M2-DATE-OPENED          PIC X(10).
           05  WS-M2-CREDIT-LIMIT         PIC 9(11)V99.
           05  WS-M2-ORIGINAL-AMOUNT      PIC 9(11)V99.
           05  WS-M2-TERMS                PIC X(3).
           05  WS-TERM-DISPLAY            PIC 9(3).
           05  WS-M2-SCHEDULED            PIC 9(11)V99.
           05  WS-M2-ACTUAL               PIC 9(11)V99.
           05  WS-M2-BALANCE              PIC 9(11)V99.
           05  WS-M2-PAST-DUE             PIC 9(11)V99.
           05  WS-M2-CHARGEOFF-AMOUNT     PIC 9(11)V99.
           05  WS-M2-DATE-CLOSED          PIC X(10).
           05  WS-M2-LAST-PAYMENT         PIC X(10).
           05  WS-M2-FIRST-DELINQ         PIC X(10).
           05  WS-M2-ACCOUNT-STATUS       PIC X(2).
           05  WS-M2-PAYMENT-RATING       PIC X.
           05  WS-M2-HISTORY-CODE         PIC X.
           05  WS-M2-COMPLIANCE-CODE      PIC X(2).
           05  WS-FINAL-STATUS-FLAG       PIC X VALUE 'N'.
               88  FINAL-STATUS-REPORT    VALUE 'Y'.
               88  NOT-FINAL-STATUS       VALUE 'N'.

      * Loan cursor extras - aging and the payment activity
       01  WS-LOAN-AREA.
           05  WS-LN-DAYS-PAST-DUE        PIC S9(5) COMP-5.
           05  WS-LN-INSTALLMENTS-DUE     PIC S9(4) COMP-5.
           05  WS-LN-DELINQ-DATE          PIC X(10).
           05  WS-LN-MONTH-PAID           PIC S9(11)V99.
           05  WS-LN-LAST-PAYMENT         PIC X(10).

      * Charge-off cursor extras
       01  WS-CHARGEOFF-AREA.
           05  WS-CO-STATUS               PIC X(10).
           05  WS-CO-DATE                 PIC X(10).
           05  WS-CO-CUSTOMER-ID          PIC X(10).
           05  WS-CO-OD-LIMIT             PIC S9(8)V99.
           05  WS-CO-OVERDRAWN-SINCE      PIC X(10).

      * Payment history profile - newest month in position 1
       01  WS-HISTORY-AREA.
           05  WS-HISTORY-FLAG            PIC X VALUE 'N'.
               88  HISTORY-ON-FILE        VALUE 'Y'.
               88  HISTORY-NOT-ON-FILE    VALUE 'N'.
           05  WS-NEW-HISTORY             PIC X(24).
           05  WS-HISTORY-SHIFT           PIC 9(2) COMP.
           05  WS-HISTORY-KEEP            PIC 9(2) COMP.
           05  WS-HISTORY-START           PIC 9(2) COMP.

      * Dispute counts for the compliance condition code
       01  WS-DISPUTE-AREA.
           05  WS-OPEN-DISPUTES           PIC S9(9) COMP-3.
           05  WS-RESOLVED-DISPUTES       PIC S9(9) COMP-3.

      * Consumer identity work - the customer master's single name
      * field split into first, middle and surname, and the phone
      * reduced to its digits
       01  WS-CONSUMER-AREA.
           05  WS-NAME-PART-1             PIC X(40).
           05  WS-NAME-PART-2             PIC X(40).
           05  WS-NAME-PART-3             PIC X(40).
           05  WS-NAME-COUNT              PIC 9(2) COMP.
           05  WS-SURNAME                 PIC X(25).
           05  WS-FIRST-NAME              PIC X(20).
           05  WS-MIDDLE-NAME             PIC X(20).
           05  WS-PHONE-DIGITS            PIC X(10).
           05  WS-PHONE-INDEX             PIC 9(2) COMP.
           05  WS-PHONE-OUT               PIC 9(2) COMP.
           05  WS-ZIP-CODE                PIC X(9).
           05  WS-ASSOC-COUNT             PIC 9(2) COMP.
           05  WS-ASSOC-LIMIT             PIC 9(2) COMP VALUE 3.
           05  WS-JOINT-FLAG              PIC X VALUE 'N'.
               88  JOINT-OWNER-FOUND      VALUE 'Y'.
               88  NO-JOINT-OWNER         VALUE 'N'.

      * ISO to Metro 2 (MMDDYYYY) date conversion
       01  WS-DATE-CONVERSION.
           05  WS-ISO-DATE                PIC X(10).
           05  WS-ISO-DATE-PARTS REDEFINES WS-ISO-DATE.
               10  WS-ISO-YEAR            PIC X(4).
               10  FILLER                 PIC X.
               10  WS-ISO-MONTH           PIC X(2).
               10  FILLER                 PIC X.
               10  WS-ISO-DAY             PIC X(2).
           05  WS-M2-DATE                 PIC X(8).

      * Processing Statistics - the status counts feed the trailer
       01  WS-PROCESSING-STATS.
           05  WS-LOANS-REPORTED          PIC 9(7) VALUE ZERO.
           05  WS-CHARGEOFFS-REPORTED     PIC 9(7) VALUE ZERO.
           05  WS-BASE-SEGMENTS           PIC 9(9) VALUE ZERO.
           05  WS-J2-SEGMENTS             PIC 9(9) VALUE ZERO.
           05  WS-SSN-REPORTED            PIC 9(9) VALUE ZERO.
           05  WS-DISPUTED-XB             PIC 9(7) VALUE ZERO.
           05  WS-RESOLVED-XH             PIC 9(7) VALUE ZERO.
           05  WS-FINAL-REPORTED          PIC 9(7) VALUE ZERO.
           05  WS-STATUS-11-COUNT         PIC 9(9) VALUE ZERO.
           05  WS-STATUS-13-COUNT         PIC 9(9) VALUE ZERO.
           05  WS-STATUS-64-COUNT         PIC 9(9) VALUE ZERO.
           05  WS-STATUS-71-COUNT         PIC 9(9) VALUE ZERO.
           05  WS-STATUS-78-COUNT         PIC 9(9) VALUE ZERO.
           05  WS-STATUS-80-COUNT         PIC 9(9) VALUE ZERO.
           05  WS-STATUS-82-COUNT         PIC 9(9) VALUE ZERO.
           05  WS-STATUS-83-COUNT         PIC 9(9) VALUE ZERO.
           05  WS-STATUS-84-COUNT         PIC 9(9) VALUE ZERO.
           05  WS-STATUS-97-COUNT         PIC 9(9) VALUE ZERO.

      * Work Areas and Flags
       01  WS-WORK-AREAS.
           05  WS-EOF-FLAG                PIC X VALUE 'N'.
               88  END-OF-FILE            VALUE 'Y'.
               88  NOT-END-OF-FILE        VALUE 'N'.
           05  WS-ASSOC-EOF-FLAG          PIC X VALUE 'N'.
               88  END-OF-ASSOCIATES      VALUE 'Y'.
               88  NOT-END-OF-ASSOCIATES  VALUE 'N'.

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
               BUREAU-PARAM-FILE
               METRO2-FILE
               ERROR-LOG-FILE.

           DISPLAY "FILE PROCESSING ERROR DETECTED"
           PERFORM ABNORMAL-TERMINATION.
       END DECLARATIVES.

       MAIN-PROCESSING SECTION.
       MAIN-PROCESSING-ROUTINE.
           PERFORM INITIALIZATION-ROUTINE
           PERFORM WRITE-HEADER-RECORD
           PERFORM REPORT-LOANS
           PERFORM REPORT-CHARGEOFFS
           PERFORM WRITE-TRAILER-RECORD
           PERFORM COMMIT-REPORTING-BATCH
           PERFORM GENERATE-SUMMARY-REPORT
           PERFORM CLEANUP-ROUTINE
           STOP RUN.

       INITIALIZATION-ROUTINE.
      * Open parameter, reporting and error log files
           OPEN INPUT BUREAU-PARAM-FILE
                OUTPUT METRO2-FILE
                OUTPUT ERROR-LOG-FILE

           IF WS-BUREAU-PARAM-STATUS NOT = "00"
              DISPLAY "ERROR OPENING BUREAU PARAMETER FILE"
              PERFORM ABNORMAL-TERMINATION
           END-IF

           IF WS-METRO2-FILE-STATUS NOT = "00"
              SET ERR-FILE-ACCESS TO TRUE
              MOVE "ERROR OPENING METRO 2 REPORTING FILE"
                  TO WS-ERROR-MESSAGE-PARAM
              PERFORM LOG-ERROR-WITH-CODE
              PERFORM ABNORMAL-TERMINATION
           END-IF

           IF WS-ERROR-FILE-STATUS NOT = "00"
              DISPLAY "ERROR OPENING ERROR LOG FILE"
              PERFORM ABNORMAL-TERMINATION
           END-IF

      * Get current system date and time
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS

           DISPLAY "CREDIT BUREAU REPORTING BATCH"
           DISPLAY "DATE: " WS-YEAR "-" WS-MONTH "-" WS-DAY
           DISPLAY "TIME: " WS-HOUR ":" WS-MINUTE ":" WS-SECOND

           MOVE SPACES TO WS-SQL-CURRENT-DATE
           STRING WS-YEAR "-" WS-MONTH "-" WS-DAY
               DELIMITED BY SIZE
               INTO WS-SQL-CURRENT-DATE

           MOVE SPACES TO WS-MONTH-START
           STRING WS-YEAR "-" WS-MONTH "-01"
               DELIMITED BY SIZE
               INTO WS-MONTH-START

           MOVE WS-SQL-CURRENT-DATE TO WS-ISO-DATE
           PERFORM FORMAT-METRO2-DATE
           MOVE WS-M2-DATE TO WS-ACTIVITY-DATE

           MOVE SPACES TO WS-TIME-STAMP
           STRING WS-M2-DATE WS-HOUR WS-MINUTE WS-SECOND
               DELIMITED BY SIZE
               INTO WS-TIME-STAMP

      * Read the reporter identification
           READ BUREAU-PARAM-FILE
               AT END
                   DISPLAY "ERROR: EMPTY BUREAU PARAMETER FILE"
                   PERFORM ABNORMAL-TERMINATION
           END-READ

           MOVE PM-IDENTIFICATION-NUM TO WS-IDENTIFICATION-NUM

      * Load database configuration from external file
           PERFORM LOAD-DATABASE-CONFIG

      * Connect to DB2 database
           PERFORM DB-CONNECT

      * The month's aging must be final before it is reported
           MOVE "CREDIT-BUREAU-REPORTING-BATCH" TO JC-PROGRAM-ID
           MOVE "LOAN-DELINQUENCY-BATCH" TO JC-PREDECESSOR-ID
           PERFORM DB-CHECK-JOB-PREDECESSOR
           PERFORM DB-REGISTER-JOB-START.

       WRITE-HEADER-RECORD.
           MOVE SPACES TO M2-HEADER-RECORD
           MOVE 426 TO MH-RECORD-LENGTH
           MOVE "HEADER" TO MH-RECORD-IDENTIFIER
           MOVE PM-INNOVIS-ID TO MH-INNOVIS-ID
           MOVE PM-EQUIFAX-ID TO MH-EQUIFAX-ID
           MOVE PM-EXPERIAN-ID TO MH-EXPERIAN-ID
           MOVE PM-TRANSUNION-ID TO MH-TRANSUNION-ID
           MOVE WS-ACTIVITY-DATE TO MH-ACTIVITY-DATE
           MOVE WS-ACTIVITY-DATE TO MH-DATE-CREATED
           MOVE WS-ACTIVITY-DATE TO MH-PROGRAM-DATE
           MOVE WS-ACTIVITY-DATE TO MH-PROGRAM-REVISED
           MOVE PM-REPORTER-NAME TO MH-REPORTER-NAME
           MOVE PM-REPORTER-ADDRESS TO MH-REPORTER-ADDRESS
           MOVE PM-REPORTER-PHONE TO MH-REPORTER-PHONE
           MOVE "IN-HOUSE" TO MH-SOFTWARE-VENDOR
           WRITE M2-HEADER-RECORD.

       REPORT-LOANS.
      * Every loan on the master not already closed out with the
      * bureaus
           SET NOT-END-OF-FILE TO TRUE
           PERFORM DB-OPEN-LOAN-CURSOR
           PERFORM REPORT-NEXT-LOAN
               UNTIL END-OF-FILE
           PERFORM DB-CLOSE-LOAN-CURSOR.

       REPORT-NEXT-LOAN.
           PERFORM DB-FETCH-NEXT-LOAN

           IF NOT END-OF-FILE
               ADD 1 TO WS-LOANS-REPORTED
               PERFORM DB-GET-LOAN-PAYMENTS
               PERFORM SET-LOAN-FIELDS
               MOVE 'L' TO SQL-CR-SOURCE-TYPE
               PERFORM REPORT-ACCOUNT
           END-IF.

       SET-LOAN-FIELDS.
      * A loan with escrow is reported as a mortgage, anything else
      * as an unsecured installment loan
           MOVE SQL-LN-LOAN-ID TO WS-M2-ACCOUNT-ID
           MOVE SQL-LN-CUSTOMER-ID TO WS-M2-CUSTOMER-ID
           IF SQL-LN-ESCROW-AMOUNT > ZERO
               MOVE 'M' TO WS-M2-PORTFOLIO
               MOVE "26" TO WS-M2-ACCOUNT-TYPE
           ELSE
               MOVE 'I' TO WS-M2-PORTFOLIO
               MOVE "01" TO WS-M2-ACCOUNT-TYPE
           END-IF
           MOVE SQL-LN-ORIGINATION-DATE TO WS-M2-DATE-OPENED
           MOVE ZERO TO WS-M2-CREDIT-LIMIT
           MOVE SQL-LN-ORIGINAL-PRINCIPAL TO WS-M2-ORIGINAL-AMOUNT
           MOVE SQL-LN-TERM-MONTHS TO WS-TERM-DISPLAY
           MOVE WS-TERM-DISPLAY TO WS-M2-TERMS
           MOVE SQL-LN-PAYMENT-AMOUNT TO WS-M2-SCHEDULED
           MOVE WS-LN-MONTH-PAID TO WS-M2-ACTUAL
           MOVE ZERO TO WS-M2-CHARGEOFF-AMOUNT
           MOVE WS-LN-LAST-PAYMENT TO WS-M2-LAST-PAYMENT
           MOVE SPACES TO WS-M2-PAYMENT-RATING
           MOVE SPACES TO WS-M2-DATE-CLOSED
           MOVE SPACES TO WS-M2-FIRST-DELINQ
           SET NOT-FINAL-STATUS TO TRUE

      * A loan paid down or paid off goes out once as paid/closed
           IF SQL-LN-LOAN-STATUS = "PAID"
              OR SQL-LN-LOAN-STATUS = "PAIDOFF"
               MOVE "13" TO WS-M2-ACCOUNT-STATUS
               MOVE '0' TO WS-M2-PAYMENT-RATING
               MOVE '0' TO WS-M2-HISTORY-CODE
               MOVE ZERO TO WS-M2-BALANCE
               MOVE ZERO TO WS-M2-PAST-DUE
               MOVE ZERO TO WS-M2-SCHEDULED
               IF WS-LN-LAST-PAYMENT NOT = SPACES
                   MOVE WS-LN-LAST-PAYMENT TO WS-M2-DATE-CLOSED
               ELSE
                   MOVE WS-SQL-CURRENT-DATE TO WS-M2-DATE-CLOSED
               END-IF
               SET FINAL-STATUS-REPORT TO TRUE
           ELSE
               COMPUTE WS-M2-BALANCE =
                   SQL-LN-PRINCIPAL-BALANCE + SQL-LN-LATE-CHARGE-BAL
               IF WS-LN-DAYS-PAST-DUE > ZERO
                   COMPUTE WS-M2-PAST-DUE =
                       SQL-LN-PAYMENT-AMOUNT * WS-LN-INSTALLMENTS-DUE
                       + SQL-LN-LATE-CHARGE-BAL
               ELSE
                   MOVE ZERO TO WS-M2-PAST-DUE
               END-IF
               PERFORM SET-LOAN-AGING-STATUS
           END-IF.

       SET-LOAN-AGING-STATUS.
      * The delinquency batch's bucket drives the status and the
      * history code; past the 120 bucket the days past due split
      * 120, 150 and 180
           EVALUATE SQL-LN-DELINQ-BUCKET
               WHEN 0
                   MOVE "11" TO WS-M2-ACCOUNT-STATUS
                   MOVE '0' TO WS-M2-HISTORY-CODE
               WHEN 30
                   MOVE "71" TO WS-M2-ACCOUNT-STATUS
                   MOVE '1' TO WS-M2-HISTORY-CODE
               WHEN 60
                   MOVE "78" TO WS-M2-ACCOUNT-STATUS
                   MOVE '2' TO WS-M2-HISTORY-CODE
               WHEN 90
                   MOVE "80" TO WS-M2-ACCOUNT-STATUS
                   MOVE '3' TO WS-M2-HISTORY-CODE
               WHEN OTHER
                   EVALUATE TRUE
                       WHEN WS-LN-DAYS-PAST-DUE < 150
                           MOVE "82" TO WS-M2-ACCOUNT-STATUS
                           MOVE '4' TO WS-M2-HISTORY-CODE
                       WHEN WS-LN-DAYS-PAST-DUE < 180
                           MOVE "83" TO WS-M2-ACCOUNT-STATUS
                           MOVE '5' TO WS-M2-HISTORY-CODE
                       WHEN OTHER
                           MOVE "84" TO WS-M2-ACCOUNT-STATUS
                           MOVE '6' TO WS-M2-HISTORY-CODE
                   END-EVALUATE
           END-EVALUATE

      * The oldest unpaid installment fixes the date of first
      * delinquency for as long as the loan stays behind
           IF SQL-LN-DELINQ-BUCKET > ZERO
               MOVE WS-LN-DELINQ-DATE TO WS-M2-FIRST-DELINQ
           END-IF.

       REPORT-CHARGEOFFS.
      * Every charge-off still owing, and every one recovered in
      * full that hasn't gone out with its final status yet
           SET NOT-END-OF-FILE TO TRUE
           PERFORM DB-OPEN-CHARGEOFF-CURSOR
           PERFORM REPORT-NEXT-CHARGEOFF
               UNTIL END-OF-FILE
           PERFORM DB-CLOSE-CHARGEOFF-CURSOR.

       REPORT-NEXT-CHARGEOFF.
           PERFORM DB-FETCH-NEXT-CHARGEOFF

           IF NOT END-OF-FILE
               ADD 1 TO WS-CHARGEOFFS-REPORTED
               PERFORM SET-CHARGEOFF-FIELDS
               MOVE 'C' TO SQL-CR-SOURCE-TYPE
               PERFORM REPORT-ACCOUNT
           END-IF.

       SET-CHARGEOFF-FIELDS.
      * An overdrawn checking account charged off reports as a
      * line of credit at its overdraft limit
           MOVE SQL-CO-ACCOUNT TO WS-M2-ACCOUNT-ID
           MOVE WS-CO-CUSTOMER-ID TO WS-M2-CUSTOMER-ID
           MOVE 'C' TO WS-M2-PORTFOLIO
           MOVE "15" TO WS-M2-ACCOUNT-TYPE
           MOVE SPACES TO WS-M2-DATE-OPENED
           IF WS-CO-OD-LIMIT > ZERO
               MOVE WS-CO-OD-LIMIT TO WS-M2-CREDIT-LIMIT
           ELSE
               MOVE ZERO TO WS-M2-CREDIT-LIMIT
           END-IF
           MOVE SQL-CO-AMOUNT TO WS-M2-ORIGINAL-AMOUNT
           MOVE "LOC" TO WS-M2-TERMS
           MOVE ZERO TO WS-M2-SCHEDULED
           MOVE ZERO TO WS-M2-ACTUAL
           MOVE SQL-CO-AMOUNT TO WS-M2-CHARGEOFF-AMOUNT
           MOVE WS-CO-DATE TO WS-M2-DATE-CLOSED
           MOVE SPACES TO WS-M2-LAST-PAYMENT
           MOVE 'L' TO WS-M2-PAYMENT-RATING
           MOVE 'L' TO WS-M2-HISTORY-CODE

      * The overdraft went delinquent 30 days after the account
      * first went negative in the run that ended in the charge-off
           MOVE WS-CO-OVERDRAWN-SINCE TO WS-M2-FIRST-DELINQ

           IF WS-CO-STATUS = "RECOVERED"
               MOVE "64" TO WS-M2-ACCOUNT-STATUS
               MOVE ZERO TO WS-M2-BALANCE
               MOVE ZERO TO WS-M2-PAST-DUE
               SET FINAL-STATUS-REPORT TO TRUE
           ELSE
               MOVE "97" TO WS-M2-ACCOUNT-STATUS
               COMPUTE WS-M2-BALANCE =
                   SQL-CO-AMOUNT - SQL-CO-RECOVERED
               MOVE WS-M2-BALANCE TO WS-M2-PAST-DUE
               SET NOT-FINAL-STATUS TO TRUE
           END-IF.

       REPORT-ACCOUNT.
      * Common to loans and charge-offs: roll the history profile,
      * read the dispute status, build the base segment with its
      * associated consumers, write it and remember the month
           MOVE WS-M2-ACCOUNT-ID TO SQL-CR-ACCOUNT-ID
           PERFORM DB-GET-REPORTING-HISTORY
           PERFORM BUILD-PAYMENT-HISTORY

      * A charge-off keeps the delinquency date it first went out
      * with
           IF SQL-CR-SOURCE-TYPE = 'C'
              AND HISTORY-ON-FILE
              AND SQL-CR-FIRST-DELINQ NOT = SPACES
               MOVE SQL-CR-FIRST-DELINQ TO WS-M2-FIRST-DELINQ
           END-IF

           PERFORM DB-GET-DISPUTE-STATUS
           EVALUATE TRUE
               WHEN WS-OPEN-DISPUTES > ZERO
                   MOVE "XB" TO WS-M2-COMPLIANCE-CODE
                   ADD 1 TO WS-DISPUTED-XB
               WHEN WS-RESOLVED-DISPUTES > ZERO
                   MOVE "XH" TO WS-M2-COMPLIANCE-CODE
                   ADD 1 TO WS-RESOLVED-XH
               WHEN OTHER
                   MOVE SPACES TO WS-M2-COMPLIANCE-CODE
           END-EVALUATE

           PERFORM BUILD-BASE-SEGMENT
           WRITE M2-BASE-RECORD
           ADD 1 TO WS-BASE-SEGMENTS
           PERFORM COUNT-ACCOUNT-STATUS

           IF FINAL-STATUS-REPORT
               MOVE 'Y' TO SQL-CR-CLOSED-REPORTED
               ADD 1 TO WS-FINAL-REPORTED
           ELSE
               MOVE 'N' TO SQL-CR-CLOSED-REPORTED
           END-IF
           MOVE WS-NEW-HISTORY TO SQL-CR-PAYMENT-HISTORY
           MOVE WS-M2-ACCOUNT-STATUS TO SQL-CR-ACCOUNT-STATUS
           MOVE WS-M2-FIRST-DELINQ TO SQL-CR-FIRST-DELINQ
           PERFORM DB-SAVE-REPORTING-HISTORY.

       BUILD-PAYMENT-HISTORY.
      * A new account starts with 'B' (no prior history).  Each
      * month since the last report shifts the profile right; a
      * month skipped entirely is 'D' (no history reported).  A
      * rerun in the same month overwrites position 1 only.
           IF HISTORY-NOT-ON-FILE
               MOVE ALL 'B' TO WS-NEW-HISTORY
           ELSE
               IF SQL-CR-MONTHS-SINCE NOT > ZERO
                   MOVE SQL-CR-PAYMENT-HISTORY TO WS-NEW-HISTORY
               ELSE
                   MOVE ALL 'D' TO WS-NEW-HISTORY
                   IF SQL-CR-MONTHS-SINCE < 24
                       MOVE SQL-CR-MONTHS-SINCE TO WS-HISTORY-SHIFT
                       COMPUTE WS-HISTORY-KEEP = 24 - WS-HISTORY-SHIFT
                       COMPUTE WS-HISTORY-START = WS-HISTORY-SHIFT + 1
                       MOVE SQL-CR-PAYMENT-HISTORY
                               (1:WS-HISTORY-KEEP)
                           TO WS-NEW-HISTORY
                               (WS-HISTORY-START:WS-HISTORY-KEEP)
                   END-IF
               END-IF
           END-IF

           MOVE WS-M2-HISTORY-CODE TO WS-NEW-HISTORY (1:1).

       BUILD-BASE-SEGMENT.
           MOVE SPACES TO M2-BASE-RECORD
           MOVE '1' TO MB-PROCESSING-IND
           MOVE WS-TIME-STAMP TO MB-TIME-STAMP
           MOVE WS-IDENTIFICATION-NUM TO MB-IDENTIFICATION-NUM
           MOVE WS-M2-ACCOUNT-ID TO MB-ACCOUNT-NUMBER
           MOVE WS-M2-PORTFOLIO TO MB-PORTFOLIO-TYPE
           MOVE WS-M2-ACCOUNT-TYPE TO MB-ACCOUNT-TYPE

           MOVE WS-M2-DATE-OPENED TO WS-ISO-DATE
           PERFORM FORMAT-METRO2-DATE
           MOVE WS-M2-DATE TO MB-DATE-OPENED

      * Amounts go to the bureaus in whole dollars
           MOVE WS-M2-CREDIT-LIMIT TO MB-CREDIT-LIMIT
           MOVE WS-M2-ORIGINAL-AMOUNT TO MB-ORIGINAL-AMOUNT
           MOVE WS-M2-TERMS TO MB-TERMS-DURATION
           MOVE 'M' TO MB-TERMS-FREQUENCY
           MOVE WS-M2-SCHEDULED TO MB-SCHEDULED-PAYMENT
           MOVE WS-M2-ACTUAL TO MB-ACTUAL-PAYMENT
           MOVE WS-M2-ACCOUNT-STATUS TO MB-ACCOUNT-STATUS
           MOVE WS-M2-PAYMENT-RATING TO MB-PAYMENT-RATING
           MOVE WS-NEW-HISTORY TO MB-PAYMENT-HISTORY
           MOVE WS-M2-COMPLIANCE-CODE TO MB-COMPLIANCE-CODE
           MOVE WS-M2-BALANCE TO MB-CURRENT-BALANCE
           MOVE WS-M2-PAST-DUE TO MB-AMOUNT-PAST-DUE
           MOVE WS-M2-CHARGEOFF-AMOUNT TO MB-ORIGINAL-CHARGEOFF
           MOVE WS-ACTIVITY-DATE TO MB-ACCOUNT-INFO-DATE

           MOVE WS-M2-FIRST-DELINQ TO WS-ISO-DATE
           PERFORM FORMAT-METRO2-DATE
           MOVE WS-M2-DATE TO MB-FIRST-DELINQ-DATE

           MOVE WS-M2-DATE-CLOSED TO WS-ISO-DATE
           PERFORM FORMAT-METRO2-DATE
           MOVE WS-M2-DATE TO MB-DATE-CLOSED

           MOVE WS-M2-LAST-PAYMENT TO WS-ISO-DATE
           PERFORM FORMAT-METRO2-DATE
           MOVE WS-M2-DATE TO MB-LAST-PAYMENT-DATE

           MOVE 'F' TO MB-INTEREST-TYPE

      * The primary consumer
           MOVE WS-M2-CUSTOMER-ID TO SQL-CU-CUSTOMER-ID
           PERFORM DB-GET-CONSUMER
           PERFORM SPLIT-CONSUMER-NAME
           PERFORM EXTRACT-PHONE-DIGITS
           PERFORM FORMAT-ZIP-CODE
           MOVE WS-SURNAME TO MB-SURNAME
           MOVE WS-FIRST-NAME TO MB-FIRST-NAME
           MOVE WS-MIDDLE-NAME TO MB-MIDDLE-NAME
           IF SQL-CU-TAX-ID NOT = SPACES
               MOVE SQL-CU-TAX-ID TO MB-SOCIAL-SECURITY
               ADD 1 TO WS-SSN-REPORTED
           ELSE
               MOVE ZEROS TO MB-SOCIAL-SECURITY
           END-IF
           MOVE SQL-CU-BIRTH-DATE TO WS-ISO-DATE
           PERFORM FORMAT-METRO2-DATE
           MOVE WS-M2-DATE TO MB-DATE-OF-BIRTH
           MOVE WS-PHONE-DIGITS TO MB-TELEPHONE
           MOVE SQL-CU-ADDRESS-LINE-1 TO MB-ADDRESS-LINE-1
           MOVE SQL-CU-ADDRESS-LINE-2 TO MB-ADDRESS-LINE-2
           MOVE SQL-CU-CITY TO MB-CITY
           MOVE SQL-CU-STATE-CODE TO MB-STATE-CODE
           MOVE WS-ZIP-CODE TO MB-POSTAL-CODE

      * Joint owners and authorized users as J2 segments; the
      * primary is individual ('1') unless someone shares the
      * contractual liability ('2')
           MOVE ZERO TO WS-ASSOC-COUNT
           SET NO-JOINT-OWNER TO TRUE
           PERFORM DB-OPEN-ASSOCIATE-CURSOR
           PERFORM ADD-ASSOCIATED-CONSUMER
               UNTIL END-OF-ASSOCIATES
           PERFORM DB-CLOSE-ASSOCIATE-CURSOR

           IF JOINT-OWNER-FOUND
               MOVE '2' TO MB-ECOA-CODE
           ELSE
               MOVE '1' TO MB-ECOA-CODE
           END-IF

           COMPUTE MB-RECORD-LENGTH = 426 + WS-ASSOC-COUNT * 200.

       ADD-ASSOCIATED-CONSUMER.
           PERFORM DB-FETCH-NEXT-ASSOCIATE

           IF NOT END-OF-ASSOCIATES
               IF WS-ASSOC-COUNT < WS-ASSOC-LIMIT
                   ADD 1 TO WS-ASSOC-COUNT
                   ADD 1 TO WS-J2-SEGMENTS
                   PERFORM SPLIT-CONSUMER-NAME
                   PERFORM EXTRACT-PHONE-DIGITS
                   PERFORM FORMAT-ZIP-CODE
                   MOVE "J2" TO J2-SEGMENT-ID (WS-ASSOC-COUNT)
                   MOVE WS-SURNAME TO J2-SURNAME (WS-ASSOC-COUNT)
                   MOVE WS-FIRST-NAME
                       TO J2-FIRST-NAME (WS-ASSOC-COUNT)
                   MOVE WS-MIDDLE-NAME
                       TO J2-MIDDLE-NAME (WS-ASSOC-COUNT)
                   IF SQL-CU-TAX-ID NOT = SPACES
                       MOVE SQL-CU-TAX-ID
                           TO J2-SOCIAL-SECURITY (WS-ASSOC-COUNT)
                   ELSE
                       MOVE ZEROS
                           TO J2-SOCIAL-SECURITY (WS-ASSOC-COUNT)
                   END-IF
                   MOVE SQL-CU-BIRTH-DATE TO WS-ISO-DATE
                   PERFORM FORMAT-METRO2-DATE
                   MOVE WS-M2-DATE
                       TO J2-DATE-OF-BIRTH (WS-ASSOC-COUNT)
                   MOVE WS-PHONE-DIGITS
                       TO J2-TELEPHONE (WS-ASSOC-COUNT)
                   IF SQL-CA-ROLE-CODE = 'J'
                       MOVE '2' TO J2-ECOA-CODE (WS-ASSOC-COUNT)
                       SET JOINT-OWNER-FOUND TO TRUE
                   ELSE
                       MOVE '3' TO J2-ECOA-CODE (WS-ASSOC-COUNT)
                   END-IF
                   MOVE SQL-CU-ADDRESS-LINE-1
                       TO J2-ADDRESS-LINE-1 (WS-ASSOC-COUNT)
                   MOVE SQL-CU-ADDRESS-LINE-2
                       TO J2-ADDRESS-LINE-2 (WS-ASSOC-COUNT)
                   MOVE SQL-CU-CITY TO J2-CITY (WS-ASSOC-COUNT)
                   MOVE SQL-CU-STATE-CODE
                       TO J2-STATE-CODE (WS-ASSOC-COUNT)
                   MOVE WS-ZIP-CODE TO J2-POSTAL-CODE (WS-ASSOC-COUNT)
               ELSE
                   SET END-OF-ASSOCIATES TO TRUE
               END-IF
           END-IF.

       SPLIT-CONSUMER-NAME.
      * CUSTOMER_NAME is one field, "FIRST [MIDDLE] LAST"; the last
      * word is the surname
           MOVE SPACES TO WS-NAME-PART-1
           MOVE SPACES TO WS-NAME-PART-2
           MOVE SPACES TO WS-NAME-PART-3
           MOVE SPACES TO WS-SURNAME
           MOVE SPACES TO WS-FIRST-NAME
           MOVE SPACES TO WS-MIDDLE-NAME
           MOVE ZERO TO WS-NAME-COUNT

           UNSTRING SQL-CU-CUSTOMER-NAME
               DELIMITED BY ALL SPACE
               INTO WS-NAME-PART-1
                    WS-NAME-PART-2
                    WS-NAME-PART-3
               TALLYING IN WS-NAME-COUNT
           END-UNSTRING

           EVALUATE TRUE
               WHEN WS-NAME-PART-3 NOT = SPACES
                   MOVE WS-NAME-PART-1 TO WS-FIRST-NAME
                   MOVE WS-NAME-PART-2 TO WS-MIDDLE-NAME
                   MOVE WS-NAME-PART-3 TO WS-SURNAME
               WHEN WS-NAME-PART-2 NOT = SPACES
                   MOVE WS-NAME-PART-1 TO WS-FIRST-NAME
                   MOVE WS-NAME-PART-2 TO WS-SURNAME
               WHEN OTHER
                   MOVE WS-NAME-PART-1 TO WS-SURNAME
           END-EVALUATE.

       EXTRACT-PHONE-DIGITS.
           MOVE ZEROS TO WS-PHONE-DIGITS
           MOVE ZERO TO WS-PHONE-OUT
           PERFORM COPY-PHONE-DIGIT
               VARYING WS-PHONE-INDEX FROM 1 BY 1
               UNTIL WS-PHONE-INDEX > 15
               OR WS-PHONE-OUT >= 10.

       COPY-PHONE-DIGIT.
           IF SQL-CU-PHONE-NUMBER (WS-PHONE-INDEX:1) IS NUMERIC
               ADD 1 TO WS-PHONE-OUT
               MOVE SQL-CU-PHONE-NUMBER (WS-PHONE-INDEX:1)
                   TO WS-PHONE-DIGITS (WS-PHONE-OUT:1)
           END-IF.

       FORMAT-ZIP-CODE.
      * ZIP+4 goes out as nine characters without the hyphen
           MOVE SPACES TO WS-ZIP-CODE
           MOVE SQL-CU-POSTAL-CODE (1:5) TO WS-ZIP-CODE (1:5)
           IF SQL-CU-POSTAL-CODE (6:1) = "-"
               MOVE SQL-CU-POSTAL-CODE (7:4) TO WS-ZIP-CODE (6:4)
           ELSE
               MOVE SQL-CU-POSTAL-CODE (6:4) TO WS-ZIP-CODE (6:4)
           END-IF.

       FORMAT-METRO2-DATE.
      * ISO YYYY-MM-DD to MMDDYYYY; no date is all zeros
           IF WS-ISO-DATE = SPACES
               MOVE ZEROS TO WS-M2-DATE
           ELSE
               MOVE SPACES TO WS-M2-DATE
               STRING WS-ISO-MONTH WS-ISO-DAY WS-ISO-YEAR
                   DELIMITED BY SIZE
                   INTO WS-M2-DATE
           END-IF.

       COUNT-ACCOUNT-STATUS.
           EVALUATE WS-M2-ACCOUNT-STATUS
               WHEN "11"
                   ADD 1 TO WS-STATUS-11-COUNT
               WHEN "13"
                   ADD 1 TO WS-STATUS-13-COUNT
               WHEN "64"
                   ADD 1 TO WS-STATUS-64-COUNT
               WHEN "71"
                   ADD 1 TO WS-STATUS-71-COUNT
               WHEN "78"
                   ADD 1 TO WS-STATUS-78-COUNT
               WHEN "80"
                   ADD 1 TO WS-STATUS-80-COUNT
               WHEN "82"
                   ADD 1 TO WS-STATUS-82-COUNT
               WHEN "83"
                   ADD 1 TO WS-STATUS-83-COUNT
               WHEN "84"
                   ADD 1 TO WS-STATUS-84-COUNT
               WHEN "97"
                   ADD 1 TO WS-STATUS-97-COUNT
           END-EVALUATE.

       WRITE-TRAILER-RECORD.
           MOVE SPACES TO M2-TRAILER-RECORD
           MOVE 426 TO MT-RECORD-LENGTH
           MOVE "TRAILER" TO MT-RECORD-IDENTIFIER
           MOVE WS-BASE-SEGMENTS TO MT-TOTAL-BASE
           MOVE WS-STATUS-11-COUNT TO MT-STATUS-11
           MOVE WS-STATUS-13-COUNT TO MT-STATUS-13
           MOVE WS-STATUS-64-COUNT TO MT-STATUS-64
           MOVE WS-STATUS-71-COUNT TO MT-STATUS-71
           MOVE WS-STATUS-78-COUNT TO MT-STATUS-78
           MOVE WS-STATUS-80-COUNT TO MT-STATUS-80
           MOVE WS-STATUS-82-COUNT TO MT-STATUS-82
           MOVE WS-STATUS-83-COUNT TO MT-STATUS-83
           MOVE WS-STATUS-84-COUNT TO MT-STATUS-84
           MOVE WS-STATUS-97-COUNT TO MT-STATUS-97
           MOVE WS-J2-SEGMENTS TO MT-TOTAL-J2
           MOVE WS-SSN-REPORTED TO MT-TOTAL-SSN
           WRITE M2-TRAILER-RECORD.

       COMMIT-REPORTING-BATCH.
      * Commit the month's history profiles in one unit of work, so
      * DB-DISCONNECT below doesn't roll them back
           EXEC SQL
               COMMIT WORK
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error committing reporting batch - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       GENERATE-SUMMARY-REPORT.
           DISPLAY "CREDIT BUREAU REPORTING SUMMARY"
           DISPLAY "Loans Reported:       " WS-LOANS-REPORTED
           DISPLAY "Charge-Offs Reported: " WS-CHARGEOFFS-REPORTED
           DISPLAY "Base Segments:        " WS-BASE-SEGMENTS
           DISPLAY "J2 Segments:          " WS-J2-SEGMENTS
           DISPLAY "Final Status (13/64): " WS-FINAL-REPORTED
           DISPLAY "Disputed (XB):        " WS-DISPUTED-XB
           DISPLAY "Dispute Resolved (XH):" WS-RESOLVED-XH
           DISPLAY "Current (11):         " WS-STATUS-11-COUNT
           DISPLAY "Charged Off (97):     " WS-STATUS-97-COUNT.

       CLEANUP-ROUTINE.
      * Flip this job to COMPLETE on the job control table so
      * downstream predecessor checks open up
           PERFORM DB-REGISTER-JOB-COMPLETE

      * Disconnect from DB2 database
           PERFORM DB-DISCONNECT

           CLOSE BUREAU-PARAM-FILE
                 METRO2-FILE
                 ERROR-LOG-FILE

           DISPLAY "CREDIT BUREAU REPORTING BATCH COMPLETE".

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
           MOVE WS-M2-CUSTOMER-ID TO ER-CUSTOMER-ID
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

       DB-OPEN-LOAN-CURSOR.
      * Every loan with its aging - days past the oldest unpaid
      * installment, installments due through today, and the date
      * it turned 30 days late
           EXEC SQL
               DECLARE M2_LOAN_CURSOR CURSOR FOR
               SELECT L.LOAN_ID, L.CUSTOMER_ID, L.PRINCIPAL_BALANCE,
                      L.PAYMENT_AMOUNT, COALESCE(L.ESCROW_AMOUNT, 0),
                      L.TERM_MONTHS,
                      COALESCE(CHAR(L.ORIGINATION_DATE, ISO), ' '),
                      COALESCE(L.ORIGINAL_PRINCIPAL,
                               L.PRINCIPAL_BALANCE),
                      L.LOAN_STATUS,
                      COALESCE(L.LATE_CHARGE_BALANCE, 0),
                      COALESCE(L.DELINQUENCY_BUCKET, 0),
                      DAYS(DATE(:WS-SQL-CURRENT-DATE))
                          - DAYS(L.NEXT_DUE_DATE),
                      (YEAR(DATE(:WS-SQL-CURRENT-DATE))
                          - YEAR(L.NEXT_DUE_DATE)) * 12
                        + MONTH(DATE(:WS-SQL-CURRENT-DATE))
                        - MONTH(L.NEXT_DUE_DATE)
                        + CASE WHEN DAY(DATE(:WS-SQL-CURRENT-DATE))
                                    >= DAY(L.NEXT_DUE_DATE)
                               THEN 1 ELSE 0 END,
                      CHAR(L.NEXT_DUE_DATE + 30 DAYS, ISO)
               FROM LOAN_MASTER_TABLE L
               WHERE NOT EXISTS
                   (SELECT 1 FROM CREDIT_REPORTING_TABLE R
                    WHERE R.ACCOUNT_ID = L.LOAN_ID
                    AND R.SOURCE_TYPE = 'L'
                    AND R.CLOSED_REPORTED = 'Y')
               ORDER BY L.LOAN_ID
           END-EXEC

           EXEC SQL
               OPEN M2_LOAN_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error opening loan cursor - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
               SET END-OF-FILE TO TRUE
           END-IF.

       DB-FETCH-NEXT-LOAN.
           EXEC SQL
               FETCH M2_LOAN_CURSOR INTO
               :SQL-LN-LOAN-ID,
               :SQL-LN-CUSTOMER-ID,
               :SQL-LN-PRINCIPAL-BALANCE,
               :SQL-LN-PAYMENT-AMOUNT,
               :SQL-LN-ESCROW-AMOUNT,
               :SQL-LN-TERM-MONTHS,
               :SQL-LN-ORIGINATION-DATE,
               :SQL-LN-ORIGINAL-PRINCIPAL,
               :SQL-LN-LOAN-STATUS,
               :SQL-LN-LATE-CHARGE-BAL,
               :SQL-LN-DELINQ-BUCKET,
               :WS-LN-DAYS-PAST-DUE,
               :WS-LN-INSTALLMENTS-DUE,
               :WS-LN-DELINQ-DATE
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE

               WHEN 100
                   SET END-OF-FILE TO TRUE

               WHEN OTHER
                   MOVE SQLCODE TO WS-ERROR-CODE
                   STRING "Error fetching loan - SQLCODE: "
                       SQLCODE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
                   SET END-OF-FILE TO TRUE
           END-EVALUATE.

       DB-CLOSE-LOAN-CURSOR.
           EXEC SQL
               CLOSE M2_LOAN_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error closing loan cursor - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       DB-GET-LOAN-PAYMENTS.
      * The month's payments to the loan and the date of the last
      * one ever posted - the payment application's 'P' rows
           EXEC SQL
               SELECT COALESCE(SUM(CASE WHEN CREATION_DATE
                                       >= DATE(:WS-MONTH-START)
                                   THEN AMOUNT ELSE 0 END), 0),
                      COALESCE(CHAR(MAX(CREATION_DATE), ISO), ' ')
               INTO :WS-LN-MONTH-PAID, :WS-LN-LAST-PAYMENT
               FROM TRANSACTION_TABLE
               WHERE TRANSACTION_TYPE = 'P'
               AND STATUS = 'PROCESSED'
               AND TARGET_ACCOUNT = :SQL-LN-LOAN-ID
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE ZERO TO WS-LN-MONTH-PAID
               MOVE SPACES TO WS-LN-LAST-PAYMENT
           END-IF.

       DB-OPEN-CHARGEOFF-CURSOR.
      * Every charge-off still owing or recovered in full, with the
      * primary owner, the overdraft limit, and the date the account
      * went overdrawn in the run that ended in the charge-off - the
      * first negative snapshot after its last non-negative one
           EXEC SQL
               DECLARE M2_CHARGEOFF_CURSOR CURSOR FOR
               SELECT C.ACCOUNT_NUMBER, C.CHARGEOFF_AMOUNT,
                      COALESCE(C.RECOVERED_AMOUNT, 0),
                      C.CHARGEOFF_STATUS,
                      CHAR(C.CHARGEOFF_DATE, ISO),
                      COALESCE(
                          (SELECT MIN(CA.CUSTOMER_ID)
                           FROM CUSTOMER_ACCOUNT_TABLE CA
                           WHERE CA.ACCOUNT_NUMBER = C.ACCOUNT_NUMBER
                           AND CA.ROLE_CODE = 'P'),
                          C.ACCOUNT_NUMBER),
                      COALESCE(
                          (SELECT A.OVERDRAFT_LIMIT
                           FROM ACCOUNT_TABLE A
                           WHERE A.CUSTOMER_ID = C.ACCOUNT_NUMBER), 0),
                      CHAR(COALESCE(
                          (SELECT MIN(H.BUSINESS_DATE)
                           FROM BALANCE_HISTORY_TABLE H
                           WHERE H.CUSTOMER_ID = C.ACCOUNT_NUMBER
                           AND H.ACCOUNT_BALANCE < 0
                           AND H.BUSINESS_DATE <= C.CHARGEOFF_DATE
                           AND H.BUSINESS_DATE >
                               COALESCE(
                                   (SELECT MAX(H2.BUSINESS_DATE)
                                    FROM BALANCE_HISTORY_TABLE H2
                                    WHERE H2.CUSTOMER_ID
                                        = C.ACCOUNT_NUMBER
                                    AND H2.ACCOUNT_BALANCE >= 0
                                    AND H2.BUSINESS_DATE
                                        <= C.CHARGEOFF_DATE),
                                   DATE('0001-01-01'))),
                          C.CHARGEOFF_DATE) + 30 DAYS, ISO)
               FROM CHARGEOFF_TABLE C
               WHERE C.CHARGEOFF_STATUS IN ('OPEN', 'RECOVERED')
               AND NOT EXISTS
                   (SELECT 1 FROM CREDIT_REPORTING_TABLE R
                    WHERE R.ACCOUNT_ID = C.ACCOUNT_NUMBER
                    AND R.SOURCE_TYPE = 'C'
                    AND R.CLOSED_REPORTED = 'Y')
               ORDER BY C.ACCOUNT_NUMBER
           END-EXEC

           EXEC SQL
               OPEN M2_CHARGEOFF_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error opening charge-off cursor - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
               SET END-OF-FILE TO TRUE
           END-IF.

       DB-FETCH-NEXT-CHARGEOFF.
           EXEC SQL
               FETCH M2_CHARGEOFF_CURSOR INTO
               :SQL-CO-ACCOUNT,
               :SQL-CO-AMOUNT,
               :SQL-CO-RECOVERED,
               :WS-CO-STATUS,
               :WS-CO-DATE,
               :WS-CO-CUSTOMER-ID,
               :WS-CO-OD-LIMIT,
               :WS-CO-OVERDRAWN-SINCE
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE

               WHEN 100
                   SET END-OF-FILE TO TRUE

               WHEN OTHER
                   MOVE SQLCODE TO WS-ERROR-CODE
                   STRING "Error fetching charge-off - SQLCODE: "
                       SQLCODE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
                   SET END-OF-FILE TO TRUE
           END-EVALUATE.

       DB-CLOSE-CHARGEOFF-CURSOR.
           EXEC SQL
               CLOSE M2_CHARGEOFF_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error closing charge-off cursor - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       DB-GET-REPORTING-HISTORY.
      * Last month's profile and how many months ago it was sent
           SET HISTORY-NOT-ON-FILE TO TRUE
           MOVE SPACES TO SQL-CR-FIRST-DELINQ

           EXEC SQL
               SELECT PAYMENT_HISTORY,
                      COALESCE(CHAR(FIRST_DELINQ_DATE, ISO), ' '),
                      (YEAR(DATE(:WS-SQL-CURRENT-DATE))
                          - YEAR(LAST_REPORTED_DATE)) * 12
                        + MONTH(DATE(:WS-SQL-CURRENT-DATE))
                        - MONTH(LAST_REPORTED_DATE)
               INTO :SQL-CR-PAYMENT-HISTORY,
                    :SQL-CR-FIRST-DELINQ,
                    :SQL-CR-MONTHS-SINCE
               FROM CREDIT_REPORTING_TABLE
               WHERE ACCOUNT_ID = :SQL-CR-ACCOUNT-ID
               AND SOURCE_TYPE = :SQL-CR-SOURCE-TYPE
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   SET HISTORY-ON-FILE TO TRUE

               WHEN 100
                   CONTINUE

               WHEN OTHER
                   MOVE SQLCODE TO WS-ERROR-CODE
                   STRING "Error reading reporting history - SQLCODE: "
                       SQLCODE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
           END-EVALUATE.

       DB-SAVE-REPORTING-HISTORY.
           EXEC SQL
               UPDATE CREDIT_REPORTING_TABLE
               SET PAYMENT_HISTORY = :SQL-CR-PAYMENT-HISTORY,
                   LAST_REPORTED_DATE = DATE(:WS-SQL-CURRENT-DATE),
                   ACCOUNT_STATUS = :SQL-CR-ACCOUNT-STATUS,
                   FIRST_DELINQ_DATE =
                       DATE(NULLIF(:SQL-CR-FIRST-DELINQ, ' ')),
                   CLOSED_REPORTED = :SQL-CR-CLOSED-REPORTED
               WHERE ACCOUNT_ID = :SQL-CR-ACCOUNT-ID
               AND SOURCE_TYPE = :SQL-CR-SOURCE-TYPE
           END-EXEC

           IF SQLCODE = 100
               EXEC SQL
                   INSERT INTO CREDIT_REPORTING_TABLE
                       (ACCOUNT_ID, SOURCE_TYPE, PAYMENT_HISTORY,
                        LAST_REPORTED_DATE, ACCOUNT_STATUS,
                        FIRST_DELINQ_DATE, CLOSED_REPORTED)
                   VALUES
                       (:SQL-CR-ACCOUNT-ID, :SQL-CR-SOURCE-TYPE,
                        :SQL-CR-PAYMENT-HISTORY,
                        DATE(:WS-SQL-CURRENT-DATE),
                        :SQL-CR-ACCOUNT-STATUS,
                        DATE(NULLIF(:SQL-CR-FIRST-DELINQ, ' ')),
                        :SQL-CR-CLOSED-REPORTED)
               END-EXEC
           END-IF

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error saving reporting history - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       DB-GET-DISPUTE-STATUS.
      * Open disputes on the account, and disputes resolved since
      * the first of the month
           EXEC SQL
               SELECT COALESCE(SUM(CASE WHEN CASE_STATUS = 'OPEN'
                                        THEN 1 ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN CASE_STATUS <> 'OPEN'
                                         AND RESOLVE_DATE
                                             >= DATE(:WS-MONTH-START)
                                        THEN 1 ELSE 0 END), 0)
               INTO :WS-OPEN-DISPUTES, :WS-RESOLVED-DISPUTES
               FROM DISPUTE_CASE_TABLE
               WHERE ACCOUNT_NUMBER = :WS-M2-ACCOUNT-ID
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE ZERO TO WS-OPEN-DISPUTES
               MOVE ZERO TO WS-RESOLVED-DISPUTES
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error reading dispute cases - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       DB-GET-CONSUMER.
      * Name, address, phone, TIN and date of birth from the
      * customer master
           EXEC SQL
               SELECT CUSTOMER_NAME, ADDRESS_LINE_1, ADDRESS_LINE_2,
                      CITY, STATE_CODE, POSTAL_CODE,
                      COALESCE(PHONE_NUMBER, ' '),
                      COALESCE(TAX_ID_NUMBER, ' '),
                      COALESCE(CHAR(BIRTH_DATE, ISO), ' ')
               INTO :SQL-CU-CUSTOMER-NAME, :SQL-CU-ADDRESS-LINE-1,
                    :SQL-CU-ADDRESS-LINE-2, :SQL-CU-CITY,
                    :SQL-CU-STATE-CODE, :SQL-CU-POSTAL-CODE,
                    :SQL-CU-PHONE-NUMBER, :SQL-CU-TAX-ID,
                    :SQL-CU-BIRTH-DATE
               FROM CUSTOMER_TABLE
               WHERE CUSTOMER_ID = :SQL-CU-CUSTOMER-ID
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
                   MOVE SPACES TO SQL-CU-TAX-ID
                   MOVE SPACES TO SQL-CU-BIRTH-DATE
                   SET ERR-SYSTEM-ERROR TO TRUE
                   MOVE "REPORTED BORROWER NOT ON CUSTOMER MASTER"
                       TO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE

               WHEN OTHER
                   MOVE SPACES TO SQL-CU-CUSTOMER-NAME
                   MOVE SPACES TO SQL-CU-PHONE-NUMBER
                   MOVE SPACES TO SQL-CU-TAX-ID
                   MOVE SPACES TO SQL-CU-BIRTH-DATE
                   MOVE SQLCODE TO WS-ERROR-CODE
                   STRING "Error retrieving customer master - SQLCODE: "
                       SQLCODE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
           END-EVALUATE.

       DB-OPEN-ASSOCIATE-CURSOR.
      * Joint owners ('J') and authorized users ('S') linked to the
      * account - for a loan, co-borrowers are linked under the
      * loan ID
           SET NOT-END-OF-ASSOCIATES TO TRUE

           EXEC SQL
               DECLARE M2_ASSOCIATE_CURSOR CURSOR FOR
               SELECT CA.ROLE_CODE, C.CUSTOMER_NAME,
                      C.ADDRESS_LINE_1, C.ADDRESS_LINE_2, C.CITY,
                      C.STATE_CODE, C.POSTAL_CODE,
                      COALESCE(C.PHONE_NUMBER, ' '),
                      COALESCE(C.TAX_ID_NUMBER, ' '),
                      COALESCE(CHAR(C.BIRTH_DATE, ISO), ' ')
               FROM CUSTOMER_ACCOUNT_TABLE CA
               INNER JOIN CUSTOMER_TABLE C
                   ON C.CUSTOMER_ID = CA.CUSTOMER_ID
               WHERE CA.ACCOUNT_NUMBER = :WS-M2-ACCOUNT-ID
               AND CA.CUSTOMER_ID <> :WS-M2-CUSTOMER-ID
               AND CA.ROLE_CODE IN ('J', 'S')
               ORDER BY CA.ROLE_CODE, CA.CUSTOMER_ID
           END-EXEC

           EXEC SQL
               OPEN M2_ASSOCIATE_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error opening associate cursor - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
               SET END-OF-ASSOCIATES TO TRUE
           END-IF.

       DB-FETCH-NEXT-ASSOCIATE.
           EXEC SQL
               FETCH M2_ASSOCIATE_CURSOR INTO
               :SQL-CA-ROLE-CODE,
               :SQL-CU-CUSTOMER-NAME,
               :SQL-CU-ADDRESS-LINE-1,
               :SQL-CU-ADDRESS-LINE-2,
               :SQL-CU-CITY,
               :SQL-CU-STATE-CODE,
               :SQL-CU-POSTAL-CODE,
               :SQL-CU-PHONE-NUMBER,
               :SQL-CU-TAX-ID,
               :SQL-CU-BIRTH-DATE
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE

               WHEN 100
                   SET END-OF-ASSOCIATES TO TRUE

               WHEN OTHER
                   MOVE SQLCODE TO WS-ERROR-CODE
                   STRING "Error fetching associate - SQLCODE: "
                       SQLCODE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
                   SET END-OF-ASSOCIATES TO TRUE
           END-EVALUATE.

       DB-CLOSE-ASSOCIATE-CURSOR.
           EXEC SQL
               CLOSE M2_ASSOCIATE_CURSOR
           END-EXEC.

           COPY "dbconfig_loader.cpy".

           COPY "jobcontrol.cpy".

           COPY "opslog.cpy".
