      *================================================================*
      * Loan Payoff Quote Utility                                      *
      * Works out what it takes to close a loan on a given date, so   *
      * the branch no longer phones lending to do it by hand.  Reads  *
      * a LOAN_ID and a good-through date from PAYOFFPARM and prices  *
      * the payoff from the loan master: the principal balance,       *
      * per-diem interest from the date the last installment paid     *
      * interest through up to the good-through date, unpaid late     *
      * charges, and any payoff fee from BUSINESS_PARAMETER_TABLE.    *
      * The escrow balance the borrower gets back is shown beside     *
      * the total.  The quote is kept on LOAN_PAYOFF_QUOTE_TABLE so   *
      * the payment application can recognise the payoff when it      *
      * arrives, and a payoff letter to the borrower's address of     *
      * record is printed on PAYOFFLETTER.                            *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAN-PAYOFF-QUOTE.
       DATE-WRITTEN. 2026-10-15.
       AUTHOR. Updated 2026-10-15 for DB2 Integration.
       REMARKS. LOAN PAYOFF QUOTE AND PAYOFF LETTER UTILITY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Configuration file containing DB2 connection parameters
           SELECT CONFIG-FILE
               ASSIGN TO "DB2CONFIG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-FILE-STATUS.

      * The loan and good-through date, e.g. "LN00000001 2026-10-31"
           SELECT RUN-PARAM-FILE
               ASSIGN TO "PAYOFFPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-PARAM-FILE-STATUS.

      * The printed payoff letter
           SELECT PAYOFF-LETTER-FILE
               ASSIGN TO "PAYOFFLETTER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LETTER-FILE-STATUS.

           SELECT ERROR-LOG-FILE
               ASSIGN TO "PAYOFFERRORLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERROR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * Run Parameter File Record Structure - a blank good-through
      * date quotes to today
       FD  RUN-PARAM-FILE.
       01  RUN-PARAM-RECORD.
           05  PM-LOAN-ID             PIC X(10).
           05  FILLER                 PIC X.
           05  PM-GOOD-THROUGH        PIC X(10).

      * Payoff Letter Print Line
       FD  PAYOFF-LETTER-FILE.
       01  PAYOFF-LETTER-RECORD       PIC X(132).

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
           05  WS-RUN-PARAM-FILE-STATUS   PIC XX.
           05  WS-LETTER-FILE-STATUS      PIC XX.
           05  WS-ERROR-FILE-STATUS       PIC XX.

      * Error Code Management
       01  WS-ERROR-CODES.
           05  WS-ERROR-CODE              PIC 9(4).
               88  ERR-NONE               VALUE 0000.
               88  ERR-INVALID-DATE       VALUE 1002.
               88  ERR-ORIGINAL-NOT-FOUND VALUE 1007.
               88  ERR-FILE-ACCESS        VALUE 3001.
               88  ERR-SYSTEM-ERROR       VALUE 9999.
           05  WS-ERROR-MESSAGE-PARAM     PIC X(80).

      * Payoff Parameters - compiled defaults, overridden from
      * BUSINESS_PARAMETER_TABLE when a governing row exists
       01  WS-PAYOFF-PARAMETERS.
           05  WS-INTEREST-BASIS          PIC 9(3) VALUE 365.
           05  WS-PAYOFF-FEE              PIC 9(5)V99 VALUE ZERO.

      * Inquiry Work Area
       01  WS-INQUIRY-WORK.
           05  WS-INQ-LOAN-ID             PIC X(10).
           05  WS-INQ-GOOD-THROUGH        PIC X(10).
           05  WS-INTEREST-DAYS           PIC S9(5) COMP-5.
           05  WS-INTEREST-FROM           PIC X(10).

      * Letter amounts, edited for print
       01  WS-LETTER-AMOUNTS.
           05  WS-ED-PRINCIPAL            PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  WS-ED-INTEREST             PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  WS-ED-PER-DIEM             PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  WS-ED-LATE-CHARGES         PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  WS-ED-PAYOFF-FEE           PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  WS-ED-PAYOFF-AMOUNT        PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  WS-ED-ESCROW-REFUND        PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  WS-ED-INTEREST-DAYS        PIC ZZZZ9.

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
               PAYOFF-LETTER-FILE
               ERROR-LOG-FILE.

           DISPLAY "FILE PROCESSING ERROR DETECTED"
           PERFORM ABNORMAL-TERMINATION.
       END DECLARATIVES.

       MAIN-PROCESSING SECTION.
       MAIN-PROCESSING-ROUTINE.
           PERFORM INITIALIZATION-ROUTINE
           PERFORM PRICE-PAYOFF
           IF ERR-NONE
               PERFORM RECORD-PAYOFF-QUOTE
           END-IF
           IF ERR-NONE
               PERFORM PRINT-PAYOFF-LETTER
               PERFORM DISPLAY-PAYOFF-QUOTE
           END-IF
           PERFORM CLEANUP-ROUTINE
           STOP RUN.

       INITIALIZATION-ROUTINE.
      * Open the run parameter, letter and error log files
           OPEN INPUT RUN-PARAM-FILE
                OUTPUT PAYOFF-LETTER-FILE
                OUTPUT ERROR-LOG-FILE

           IF WS-LETTER-FILE-STATUS NOT = "00"
              DISPLAY "ERROR OPENING PAYOFF LETTER FILE"
              PERFORM ABNORMAL-TERMINATION
           END-IF

           IF WS-ERROR-FILE-STATUS NOT = "00"
              DISPLAY "ERROR OPENING ERROR LOG FILE"
              PERFORM ABNORMAL-TERMINATION
           END-IF

      * Get current system date and time
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS

           DISPLAY "LOAN PAYOFF QUOTE"
           DISPLAY "DATE: " WS-YEAR "-" WS-MONTH "-" WS-DAY
           DISPLAY "TIME: " WS-HOUR ":" WS-MINUTE ":" WS-SECOND

           MOVE SPACES TO WS-SQL-CURRENT-DATE
           STRING WS-YEAR "-" WS-MONTH "-" WS-DAY
               DELIMITED BY SIZE
               INTO WS-SQL-CURRENT-DATE

      * Read the loan and good-through date to quote
           MOVE SPACES TO WS-INQ-LOAN-ID
           MOVE SPACES TO WS-INQ-GOOD-THROUGH

           IF WS-RUN-PARAM-FILE-STATUS = "00"
               READ RUN-PARAM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PM-LOAN-ID TO WS-INQ-LOAN-ID
                       MOVE PM-GOOD-THROUGH TO WS-INQ-GOOD-THROUGH
               END-READ
               CLOSE RUN-PARAM-FILE
           END-IF

           IF WS-INQ-LOAN-ID = SPACES
               DISPLAY "NO LOAN SUPPLIED - NOTHING TO QUOTE"
               PERFORM ABNORMAL-TERMINATION
           END-IF

           IF WS-INQ-GOOD-THROUGH = SPACES
               MOVE WS-SQL-CURRENT-DATE TO WS-INQ-GOOD-THROUGH
           END-IF

           DISPLAY "QUOTING LOAN: " WS-INQ-LOAN-ID
               " GOOD THROUGH: " WS-INQ-GOOD-THROUGH

      * Load database configuration from external file
           PERFORM LOAD-DATABASE-CONFIG

      * Connect to DB2 database
           PERFORM DB-CONNECT

      * Identify this utility on the shared operations log
           MOVE "LOAN-PAYOFF-QUOTE" TO JC-PROGRAM-ID

           MOVE "LOAN-INTEREST-BASIS" TO BP-PARAM-NAME
           PERFORM DB-GET-BUSINESS-PARAMETER
           IF BP-PARAM-FOUND
               MOVE SQL-BP-PARAM-VALUE TO WS-INTEREST-BASIS
           END-IF

           MOVE "LOAN-PAYOFF-FEE" TO BP-PARAM-NAME
           PERFORM DB-GET-BUSINESS-PARAMETER
           IF BP-PARAM-FOUND
               MOVE SQL-BP-PARAM-VALUE TO WS-PAYOFF-FEE
           END-IF

           SET ERR-NONE TO TRUE.

       PRICE-PAYOFF.
      * Installment interest is paid in arrears, so the last
      * installment paid interest through one month before
      * NEXT_DUE_DATE; interest runs per diem from there to the
      * good-through date.  A loan paid ahead owes no extra days.
           PERFORM DB-READ-PAYOFF-LOAN

           IF ERR-NONE
               IF WS-INTEREST-DAYS < ZERO
                   MOVE ZERO TO WS-INTEREST-DAYS
               END-IF
               IF WS-INTEREST-BASIS = ZERO
                   MOVE 365 TO WS-INTEREST-BASIS
               END-IF

               COMPUTE SQL-PQ-PER-DIEM ROUNDED =
                   SQL-LN-PRINCIPAL-BALANCE * SQL-LN-INTEREST-RATE
                   / WS-INTEREST-BASIS
               COMPUTE SQL-PQ-INTEREST ROUNDED =
                   SQL-LN-PRINCIPAL-BALANCE * SQL-LN-INTEREST-RATE
                   * WS-INTEREST-DAYS / WS-INTEREST-BASIS

               MOVE SQL-LN-PRINCIPAL-BALANCE TO SQL-PQ-PRINCIPAL
               MOVE SQL-LN-LATE-CHARGE-BAL TO SQL-PQ-LATE-CHARGES
               MOVE WS-PAYOFF-FEE TO SQL-PQ-PAYOFF-FEE
               IF SQL-LN-ESCROW-BALANCE > ZERO
                   MOVE SQL-LN-ESCROW-BALANCE TO SQL-PQ-ESCROW-REFUND
               ELSE
                   MOVE ZERO TO SQL-PQ-ESCROW-REFUND
               END-IF

               COMPUTE SQL-PQ-PAYOFF-AMOUNT =
                   SQL-PQ-PRINCIPAL + SQL-PQ-INTEREST
                   + SQL-PQ-LATE-CHARGES + SQL-PQ-PAYOFF-FEE

               MOVE WS-INQ-LOAN-ID TO SQL-PQ-LOAN-ID
               MOVE WS-INQ-GOOD-THROUGH TO SQL-PQ-GOOD-THROUGH
           END-IF.

       RECORD-PAYOFF-QUOTE.
      * The quote takes a system reference as its ID - it is what
      * the borrower quotes back with the payoff funds
           MOVE SQL-LN-BRANCH-CODE TO RN-BRANCH-CODE
           PERFORM DB-GENERATE-REFERENCE-ID
           MOVE RN-GENERATED-REFERENCE TO SQL-PQ-QUOTE-ID

           PERFORM DB-INSERT-PAYOFF-QUOTE

           IF ERR-NONE
               EXEC SQL
                   COMMIT WORK
               END-EXEC

               IF SQLCODE NOT = 0
                   MOVE SQLCODE TO WS-ERROR-CODE
                   STRING "Error committing payoff quote - SQLCODE: "
                       SQLCODE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
                   SET ERR-SYSTEM-ERROR TO TRUE
               END-IF
           END-IF.

       PRINT-PAYOFF-LETTER.
           PERFORM DB-GET-BORROWER-ADDRESS

           MOVE SQL-PQ-PRINCIPAL TO WS-ED-PRINCIPAL
           MOVE SQL-PQ-INTEREST TO WS-ED-INTEREST
           MOVE SQL-PQ-PER-DIEM TO WS-ED-PER-DIEM
           MOVE SQL-PQ-LATE-CHARGES TO WS-ED-LATE-CHARGES
           MOVE SQL-PQ-PAYOFF-FEE TO WS-ED-PAYOFF-FEE
           MOVE SQL-PQ-PAYOFF-AMOUNT TO WS-ED-PAYOFF-AMOUNT
           MOVE SQL-PQ-ESCROW-REFUND TO WS-ED-ESCROW-REFUND
           MOVE WS-INTEREST-DAYS TO WS-ED-INTEREST-DAYS

           MOVE SPACES TO PAYOFF-LETTER-RECORD
           MOVE SQL-CU-CUSTOMER-NAME TO PAYOFF-LETTER-RECORD
           WRITE PAYOFF-LETTER-RECORD
           MOVE SPACES TO PAYOFF-LETTER-RECORD
           MOVE SQL-CU-ADDRESS-LINE-1 TO PAYOFF-LETTER-RECORD
           WRITE PAYOFF-LETTER-RECORD
           IF SQL-CU-ADDRESS-LINE-2 NOT = SPACES
               MOVE SPACES TO PAYOFF-LETTER-RECORD
               MOVE SQL-CU-ADDRESS-LINE-2 TO PAYOFF-LETTER-RECORD
               WRITE PAYOFF-LETTER-RECORD
           END-IF
           MOVE SPACES TO PAYOFF-LETTER-RECORD
           STRING SQL-CU-CITY DELIMITED BY "  "
               " " SQL-CU-STATE-CODE
               " " SQL-CU-POSTAL-CODE
               DELIMITED BY SIZE
               INTO PAYOFF-LETTER-RECORD
           WRITE PAYOFF-LETTER-RECORD
           MOVE SPACES TO PAYOFF-LETTER-RECORD
           WRITE PAYOFF-LETTER-RECORD

           MOVE SPACES TO PAYOFF-LETTER-RECORD
           STRING "PAYOFF STATEMENT - LOAN " WS-INQ-LOAN-ID
               "   QUOTE " SQL-PQ-QUOTE-ID
               "   DATED " WS-SQL-CURRENT-DATE
               DELIMITED BY SIZE
               INTO PAYOFF-LETTER-RECORD
           WRITE PAYOFF-LETTER-RECORD
           MOVE SPACES TO PAYOFF-LETTER-RECORD
           WRITE PAYOFF-LETTER-RECORD

           MOVE SPACES TO PAYOFF-LETTER-RECORD
           STRING "  PRINCIPAL BALANCE              " WS-ED-PRINCIPAL
               DELIMITED BY SIZE
               INTO PAYOFF-LETTER-RECORD
           WRITE PAYOFF-LETTER-RECORD
           MOVE SPACES TO PAYOFF-LETTER-RECORD
           STRING "  INTEREST FROM " WS-INTEREST-FROM
               " (" WS-ED-INTEREST-DAYS " DAYS) " WS-ED-INTEREST
               DELIMITED BY SIZE
               INTO PAYOFF-LETTER-RECORD
           WRITE PAYOFF-LETTER-RECORD
           MOVE SPACES TO PAYOFF-LETTER-RECORD
           STRING "  UNPAID LATE CHARGES            " WS-ED-LATE-CHARGES
               DELIMITED BY SIZE
               INTO PAYOFF-LETTER-RECORD
           WRITE PAYOFF-LETTER-RECORD
           MOVE SPACES TO PAYOFF-LETTER-RECORD
           STRING "  PAYOFF FEE                     " WS-ED-PAYOFF-FEE
               DELIMITED BY SIZE
               INTO PAYOFF-LETTER-RECORD
           WRITE PAYOFF-LETTER-RECORD
           MOVE SPACES TO PAYOFF-LETTER-RECORD
           STRING "  TOTAL AMOUNT TO PAY OFF        "
               WS-ED-PAYOFF-AMOUNT
               DELIMITED BY SIZE
               INTO PAYOFF-LETTER-RECORD
           WRITE PAYOFF-LETTER-RECORD
           MOVE SPACES TO PAYOFF-LETTER-RECORD
           WRITE PAYOFF-LETTER-RECORD

           MOVE SPACES TO PAYOFF-LETTER-RECORD
           STRING "THIS FIGURE IS GOOD THROUGH " WS-INQ-GOOD-THROUGH
               ".  FUNDS RECEIVED AFTER THAT DATE REQUIRE A NEW QUOTE;"
               DELIMITED BY SIZE
               INTO PAYOFF-LETTER-RECORD
           WRITE PAYOFF-LETTER-RECORD
           MOVE SPACES TO PAYOFF-LETTER-RECORD
           STRING "INTEREST CONTINUES TO ACCRUE AT " WS-ED-PER-DIEM
               " PER DAY."
               DELIMITED BY SIZE
               INTO PAYOFF-LETTER-RECORD
           WRITE PAYOFF-LETTER-RECORD
           MOVE SPACES TO PAYOFF-LETTER-RECORD
           STRING "YOUR ESCROW BALANCE OF " WS-ED-ESCROW-REFUND
               " WILL BE REFUNDED TO YOUR DEPOSIT ACCOUNT ONCE THE"
               " LOAN IS PAID OFF."
               DELIMITED BY SIZE
               INTO PAYOFF-LETTER-RECORD
           WRITE PAYOFF-LETTER-RECORD.

       DISPLAY-PAYOFF-QUOTE.
           DISPLAY "----- PAYOFF QUOTE " SQL-PQ-QUOTE-ID " -----"
           DISPLAY "LOAN ID:          " WS-INQ-LOAN-ID
           DISPLAY "GOOD THROUGH:     " WS-INQ-GOOD-THROUGH
           DISPLAY "PRINCIPAL:        " WS-ED-PRINCIPAL
           DISPLAY "INTEREST:         " WS-ED-INTEREST
           DISPLAY "PER DIEM:         " WS-ED-PER-DIEM
           DISPLAY "LATE CHARGES:     " WS-ED-LATE-CHARGES
           DISPLAY "PAYOFF FEE:       " WS-ED-PAYOFF-FEE
           DISPLAY "PAYOFF AMOUNT:    " WS-ED-PAYOFF-AMOUNT
           DISPLAY "ESCROW REFUND:    " WS-ED-ESCROW-REFUND.

       CLEANUP-ROUTINE.
      * Disconnect from DB2 database
           PERFORM DB-DISCONNECT

           CLOSE PAYOFF-LETTER-FILE
                 ERROR-LOG-FILE

           DISPLAY "LOAN PAYOFF QUOTE COMPLETE".

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

       DB-READ-PAYOFF-LOAN.
      * The open loan with the paid-through date and the interest
      * days to the good-through date.  A good-through date that is
      * not a real date, or is already past, is refused.
           MOVE SPACES TO SQL-LN-CUSTOMER-ID
           EXEC SQL
               SELECT CUSTOMER_ID, PRINCIPAL_BALANCE, INTEREST_RATE,
                      COALESCE(LATE_CHARGE_BALANCE, 0),
                      COALESCE(ESCROW_BALANCE, 0),
                      COALESCE(BRANCH_CODE, '    '),
                      CHAR(NEXT_DUE_DATE - 1 MONTH, ISO),
                      DAYS(DATE(:WS-INQ-GOOD-THROUGH))
                          - DAYS(NEXT_DUE_DATE - 1 MONTH)
               INTO :SQL-LN-CUSTOMER-ID,
                    :SQL-LN-PRINCIPAL-BALANCE,
                    :SQL-LN-INTEREST-RATE,
                    :SQL-LN-LATE-CHARGE-BAL,
                    :SQL-LN-ESCROW-BALANCE,
                    :SQL-LN-BRANCH-CODE,
                    :WS-INTEREST-FROM,
                    :WS-INTEREST-DAYS
               FROM LOAN_MASTER_TABLE
               WHERE LOAN_ID = :WS-INQ-LOAN-ID
               AND LOAN_STATUS IN ('ACTIVE', 'DELINQUENT',
                                   'NONACCRUAL')
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   IF WS-INQ-GOOD-THROUGH < WS-SQL-CURRENT-DATE
                       SET ERR-INVALID-DATE TO TRUE
                       MOVE "GOOD-THROUGH DATE IS ALREADY PAST"
                           TO WS-ERROR-MESSAGE-PARAM
                       PERFORM LOG-ERROR-WITH-CODE
                       DISPLAY "GOOD-THROUGH DATE " WS-INQ-GOOD-THROUGH
                           " IS ALREADY PAST"
                   END-IF

               WHEN 100
                   SET ERR-ORIGINAL-NOT-FOUND TO TRUE
                   MOVE "NO OPEN LOAN ON MASTER FOR PAYOFF QUOTE"
                       TO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
                   DISPLAY "NO OPEN LOAN FOUND FOR " WS-INQ-LOAN-ID

               WHEN -180
               WHEN -181
                   SET ERR-INVALID-DATE TO TRUE
                   MOVE "GOOD-THROUGH DATE IS NOT A VALID DATE"
                       TO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
                   DISPLAY "GOOD-THROUGH DATE " WS-INQ-GOOD-THROUGH
                       " IS NOT A VALID DATE"

               WHEN OTHER
                   MOVE SQLCODE TO WS-ERROR-CODE
                   STRING "Error reading loan for payoff - SQLCODE: "
                       SQLCODE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
                   SET ERR-SYSTEM-ERROR TO TRUE
           END-EVALUATE.

       DB-INSERT-PAYOFF-QUOTE.
           EXEC SQL
               INSERT INTO LOAN_PAYOFF_QUOTE_TABLE
                   (QUOTE_ID, LOAN_ID, QUOTE_DATE, GOOD_THROUGH_DATE,
                    PRINCIPAL_AMOUNT, INTEREST_AMOUNT,
                    PER_DIEM_AMOUNT, LATE_CHARGE_AMOUNT, PAYOFF_FEE,
                    ESCROW_REFUND, PAYOFF_AMOUNT, QUOTE_STATUS)
               VALUES
                   (:SQL-PQ-QUOTE-ID, :SQL-PQ-LOAN-ID,
                    DATE(:WS-SQL-CURRENT-DATE),
                    DATE(:SQL-PQ-GOOD-THROUGH),
                    :SQL-PQ-PRINCIPAL, :SQL-PQ-INTEREST,
                    :SQL-PQ-PER-DIEM, :SQL-PQ-LATE-CHARGES,
                    :SQL-PQ-PAYOFF-FEE, :SQL-PQ-ESCROW-REFUND,
                    :SQL-PQ-PAYOFF-AMOUNT, 'OPEN')
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error recording payoff quote - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
               SET ERR-SYSTEM-ERROR TO TRUE
           END-IF.

       DB-GET-BORROWER-ADDRESS.
      * Name and mailing address from the customer master; spaces
      * when no master row exists
           EXEC SQL
               SELECT CUSTOMER_NAME, ADDRESS_LINE_1, ADDRESS_LINE_2,
                      CITY, STATE_CODE, POSTAL_CODE
               INTO :SQL-CU-CUSTOMER-NAME, :SQL-CU-ADDRESS-LINE-1,
                    :SQL-CU-ADDRESS-LINE-2, :SQL-CU-CITY,
                    :SQL-CU-STATE-CODE, :SQL-CU-POSTAL-CODE
               FROM CUSTOMER_TABLE
               WHERE CUSTOMER_ID = :SQL-LN-CUSTOMER-ID
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SPACES TO SQL-CU-CUSTOMER-NAME
               MOVE SPACES TO SQL-CU-ADDRESS-LINE-1
               MOVE SPACES TO SQL-CU-ADDRESS-LINE-2
               MOVE SPACES TO SQL-CU-CITY
               MOVE SPACES TO SQL-CU-STATE-CODE
               MOVE SPACES TO SQL-CU-POSTAL-CODE
           END-IF.

           COPY "dbconfig_loader.cpy".

           COPY "paramtable.cpy".

           COPY "refnumber.cpy".

           COPY "opslog.cpy".
