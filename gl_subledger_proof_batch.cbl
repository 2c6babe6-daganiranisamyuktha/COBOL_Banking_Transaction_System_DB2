      *================================================================*
      * Subledger to GL Control Proof Batch                            *
      * Runs nightly once the balance snapshot is taken.  Totals the  *
      * deposit subledger - ACCOUNT_TABLE balances by account type,   *
      * branch, currency and institution - and the loan subledger -   *
      * LOAN_MASTER_TABLE principal by product and branch - and       *
      * proves each total against its GL control account from the     *
      * GL_CHART_TABLE mapping.  The control balance is the prior     *
      * proof's control balance rolled forward by the day's journal   *
      * lines: the processed transactions the GL extract journals and *
      * the day's charge-offs for deposits, the booking and principal *
      * legs on LOANGL for loans.  A segment seen for the first time  *
      * opens at its subledger total.  Every segment that fails to    *
      * prove is reported with the accounts or loans whose balance    *
      * moved by other than their journal lines.                      *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-SUBLEDGER-PROOF-BATCH.
       DATE-WRITTEN. 2026-10-15.
       AUTHOR. Updated 2026-10-15 for DB2 Integration.
       REMARKS. DAILY SUBLEDGER TO GL CONTROL ACCOUNT PROOF.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Configuration file containing DB2 connection parameters
           SELECT CONFIG-FILE
               ASSIGN TO "DB2CONFIG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-FILE-STATUS.

      * Optional run parameter file - the business date being proven
           SELECT RUN-PARAM-FILE
               ASSIGN TO "RUNPARAM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-PARAM-FILE-STATUS.

      * The day's loan journal, as the loan programs left it
           SELECT LOAN-GL-FILE
               ASSIGN TO "LOANGL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOAN-GL-STATUS.

           SELECT PROOF-REPORT-FILE
               ASSIGN TO "GLPROOFRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROOF-REPORT-STATUS.

           SELECT ERROR-LOG-FILE
               ASSIGN TO "GLPROOFERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERROR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * Run Parameter File Record Structure - only the business date
      * is used here
       FD  RUN-PARAM-FILE.
       01  RUN-PARAM-RECORD.
           05  PM-CUSTOMER-LOW        PIC X(10).
           05  FILLER                 PIC X.
           05  PM-CUSTOMER-HIGH       PIC X(10).
           05  FILLER                 PIC X.
           05  PM-BUSINESS-DATE.
               10  PM-BUS-YEAR        PIC 9(4).
               10  PM-BUS-MONTH       PIC 9(2).
               10  PM-BUS-DAY         PIC 9(2).

      * Loan GL Journal Record - the layout every loan program writes
       FD  LOAN-GL-FILE.
       01  LOAN-GL-RECORD.
           05  LG-BUSINESS-DATE       PIC X(10).
           05  LG-LOAN-ID             PIC X(10).
           05  LG-CUSTOMER-ID         PIC X(10).
           05  LG-LEG-TYPE            PIC X.
               88  LG-BOOKING-LEG     VALUE 'B'.
               88  LG-PRINCIPAL-LEG   VALUE 'L'.
           05  LG-AMOUNT              PIC 9(9)V99.
           05  LG-DEBIT-ACCOUNT       PIC X(8).
           05  LG-CREDIT-ACCOUNT      PIC X(8).
           05  LG-REFERENCE-ID        PIC X(20).

       FD  PROOF-REPORT-FILE.
       01  PROOF-REPORT-RECORD        PIC X(130).

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
           05  WS-LOAN-GL-STATUS          PIC XX.
           05  WS-PROOF-REPORT-STATUS     PIC XX.
           05  WS-ERROR-FILE-STATUS       PIC XX.

      * Error Code Management
       01  WS-ERROR-CODES.
           05  WS-ERROR-CODE              PIC 9(4).
               88  ERR-NONE               VALUE 0000.
               88  ERR-PROOF-BREAK        VALUE 1043.
               88  ERR-FILE-ACCESS        VALUE 3001.
               88  ERR-SYSTEM-ERROR       VALUE 9999.
           05  WS-ERROR-MESSAGE-PARAM     PIC X(80).

      * Proof Report Work Area
       01  WS-PROOF-WORK.
           05  WS-SUBLEDGER-NAME          PIC X(8).
           05  WS-ITEM-LABEL              PIC X(8).
           05  WS-ITEM-MOVED              PIC S9(13)V99.
           05  WS-ITEM-UNEXPLAINED        PIC S9(13)V99.
           05  WS-EDIT-COUNT              PIC ZZZ,ZZ9.
           05  WS-EDIT-OPENING            PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  WS-EDIT-JOURNAL            PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  WS-EDIT-CONTROL            PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  WS-EDIT-SUBLEDGER          PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  WS-EDIT-DIFFERENCE         PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  WS-EDIT-JOURNAL-LINES      PIC ZZZ,ZZ9.

      * Processing Statistics
       01  WS-PROCESSING-STATS.
           05  WS-JOURNAL-LINES           PIC 9(7) COMP VALUE ZERO.
           05  WS-LOAN-LEGS-READ          PIC 9(7) COMP VALUE ZERO.
           05  WS-SEGMENTS-PROVEN         PIC 9(5) COMP VALUE ZERO.
           05  WS-SEGMENTS-OPENED         PIC 9(5) COMP VALUE ZERO.
           05  WS-SEGMENTS-BROKEN         PIC 9(5) COMP VALUE ZERO.
           05  WS-ITEMS-LISTED            PIC 9(7) COMP VALUE ZERO.

      * Work Areas and Flags
       01  WS-WORK-AREAS.
           05  WS-EOF-FLAG                PIC X VALUE 'N'.
               88  END-OF-FILE            VALUE 'Y'.
               88  NOT-END-OF-FILE        VALUE 'N'.

           05  WS-DRILL-EOF-FLAG          PIC X VALUE 'N'.
               88  END-OF-DRILL           VALUE 'Y'.
               88  NOT-END-OF-DRILL       VALUE 'N'.

           05  WS-LOAN-GL-EOF-FLAG        PIC X VALUE 'N'.
               88  END-OF-LOAN-GL         VALUE 'Y'.
               88  NOT-END-OF-LOAN-GL     VALUE 'N'.

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

       PROCEDURE DIVISION.
       DECLARATIVES.
       FILE-ERROR-HANDLER SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON
               PROOF-REPORT-FILE
               ERROR-LOG-FILE.

           DISPLAY "FILE PROCESSING ERROR DETECTED"
           PERFORM ABNORMAL-TERMINATION.
       END DECLARATIVES.

       MAIN-PROCESSING SECTION.
       MAIN-PROCESSING-ROUTINE.
           PERFORM INITIALIZATION-ROUTINE
           PERFORM LOAD-DAYS-JOURNAL
           PERFORM BUILD-PROOF-SEGMENTS
           PERFORM REPORT-PROOF-SEGMENTS
           PERFORM DB-SNAPSHOT-LOAN-PRINCIPAL
           PERFORM COMMIT-PROOF-BATCH
           PERFORM GENERATE-SUMMARY-REPORT
           PERFORM CLEANUP-ROUTINE
           STOP RUN.

       INITIALIZATION-ROUTINE.
      * Open report and error log files
           OPEN OUTPUT PROOF-REPORT-FILE
                OUTPUT ERROR-LOG-FILE

           IF WS-PROOF-REPORT-STATUS NOT = "00"
              DISPLAY "ERROR OPENING PROOF REPORT FILE"
              PERFORM ABNORMAL-TERMINATION
           END-IF

           IF WS-ERROR-FILE-STATUS NOT = "00"
              DISPLAY "ERROR OPENING ERROR LOG FILE"
              PERFORM ABNORMAL-TERMINATION
           END-IF

      * Get current system date and time
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS

           DISPLAY "SUBLEDGER TO GL CONTROL PROOF BATCH"
           DISPLAY "DATE: " WS-YEAR "-" WS-MONTH "-" WS-DAY
           DISPLAY "TIME: " WS-HOUR ":" WS-MINUTE ":" WS-SECOND

      * A supplied RUNPARAM business date overrides the system date
           OPEN INPUT RUN-PARAM-FILE
           IF WS-RUN-PARAM-FILE-STATUS = "00"
               READ RUN-PARAM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PM-BUS-YEAR NOT = ZERO
                           MOVE PM-BUSINESS-DATE TO WS-CURRENT-DATE
                       END-IF
               END-READ
               CLOSE RUN-PARAM-FILE
           END-IF

           MOVE SPACES TO GP-BUSINESS-DATE
           STRING WS-YEAR "-" WS-MONTH "-" WS-DAY
               DELIMITED BY SIZE
               INTO GP-BUSINESS-DATE
           MOVE SPACES TO SQL-GP-ITEM-ID

      * Load database configuration from external file
           PERFORM LOAD-DATABASE-CONFIG

      * Connect to DB2 database
           PERFORM DB-CONNECT

      * Register this job on the job control table and refuse to
      * start ahead of its predecessor in the nightly stream - the
      * proof stands on the same closing positions as the snapshot
           MOVE "GL-SUBLEDGER-PROOF-BATCH" TO JC-PROGRAM-ID
           MOVE "BALANCE-SNAPSHOT-BATCH" TO JC-PREDECESSOR-ID
           PERFORM DB-CHECK-JOB-PREDECESSOR
           PERFORM DB-REGISTER-JOB-START

      * A rerun for the same date replaces that date's proof
           PERFORM DB-CLEAR-PROOF-DATE
           PERFORM DB-GET-PRIOR-PROOF-DATE

           MOVE SPACES TO PROOF-REPORT-RECORD
           STRING "SUBLEDGER TO GL CONTROL PROOF FOR "
               GP-BUSINESS-DATE
               "   ROLLED FORWARD FROM " GP-PRIOR-DATE
               DELIMITED BY SIZE
               INTO PROOF-REPORT-RECORD
           WRITE PROOF-REPORT-RECORD.

       LOAD-DAYS-JOURNAL.
      * Deposit journal lines from the posted transactions and the
      * charge-offs, then the loan principal legs from LOANGL
           PERFORM DB-LOAD-DEPOSIT-JOURNAL

           SET NOT-END-OF-LOAN-GL TO TRUE
           OPEN INPUT LOAN-GL-FILE
           IF WS-LOAN-GL-STATUS NOT = "00"
               SET ERR-FILE-ACCESS TO TRUE
               MOVE "LOANGL NOT AVAILABLE - NO LOAN JOURNAL LINES"
                   TO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           ELSE
               PERFORM LOAD-NEXT-LOAN-LEG
                   UNTIL END-OF-LOAN-GL
               CLOSE LOAN-GL-FILE
           END-IF.

       LOAD-NEXT-LOAN-LEG.
      * Only the legs that move principal - a booking raises it, a
      * principal leg of a payment or payoff reduces it; interest,
      * escrow, late charge and fee legs don't touch the subledger
           READ LOAN-GL-FILE
               AT END
                   SET END-OF-LOAN-GL TO TRUE
               NOT AT END
                   ADD 1 TO WS-LOAN-LEGS-READ
                   IF LG-BUSINESS-DATE = GP-BUSINESS-DATE
                      AND (LG-BOOKING-LEG OR LG-PRINCIPAL-LEG)
                       MOVE LG-LOAN-ID TO SQL-GP-ITEM-ID
                       MOVE "LOANGL" TO SQL-GP-JOURNAL-SOURCE
                       IF LG-BOOKING-LEG
                           MOVE LG-AMOUNT TO SQL-GP-AMOUNT
                       ELSE
                           COMPUTE SQL-GP-AMOUNT = 0 - LG-AMOUNT
                       END-IF
                       PERFORM DB-INSERT-LOAN-JOURNAL-LINE
                   END-IF
           END-READ.

       BUILD-PROOF-SEGMENTS.
      * Segment totals first, then the GL control account each books
      * to, then the roll-forward and the proof itself
           MOVE SPACES TO SQL-GP-ITEM-ID
           PERFORM DB-INSERT-DEPOSIT-SEGMENTS
           PERFORM DB-INSERT-LOAN-SEGMENTS
           PERFORM DB-MAP-CONTROL-ACCOUNTS
           PERFORM DB-ROLL-FORWARD-CONTROL.

       REPORT-PROOF-SEGMENTS.
           MOVE SPACES TO PROOF-REPORT-RECORD
           WRITE PROOF-REPORT-RECORD
           MOVE SPACES TO PROOF-REPORT-RECORD
           STRING "SUBLEDGR PRODUCT    BRCH CCY INST GL ACCT   "
               "  ITEMS STATUS"
               DELIMITED BY SIZE
               INTO PROOF-REPORT-RECORD
           WRITE PROOF-REPORT-RECORD
           MOVE SPACES TO PROOF-REPORT-RECORD
           STRING "         OPENING CONTROL        JOURNAL NET"
               "    CLOSING CONTROL          SUBLEDGER"
               "         DIFFERENCE"
               DELIMITED BY SIZE
               INTO PROOF-REPORT-RECORD
           WRITE PROOF-REPORT-RECORD

           SET NOT-END-OF-FILE TO TRUE
           PERFORM DB-OPEN-PROOF-CURSOR
           PERFORM REPORT-NEXT-SEGMENT
               UNTIL END-OF-FILE
           PERFORM DB-CLOSE-PROOF-CURSOR.

       REPORT-NEXT-SEGMENT.
           PERFORM DB-FETCH-NEXT-SEGMENT

           IF NOT END-OF-FILE
               PERFORM WRITE-SEGMENT-LINES
           END-IF.

       WRITE-SEGMENT-LINES.
           EVALUATE SQL-GP-PROOF-STATUS
               WHEN "PROVEN"
                   ADD 1 TO WS-SEGMENTS-PROVEN
               WHEN "OPENED"
                   ADD 1 TO WS-SEGMENTS-OPENED
               WHEN OTHER
                   ADD 1 TO WS-SEGMENTS-BROKEN
           END-EVALUATE

           IF SQL-GP-SUBLEDGER = 'L'
               MOVE "LOANS" TO WS-SUBLEDGER-NAME
           ELSE
               MOVE "DEPOSITS" TO WS-SUBLEDGER-NAME
           END-IF
           MOVE SQL-GP-ITEM-COUNT TO WS-EDIT-COUNT

           MOVE SPACES TO PROOF-REPORT-RECORD
           WRITE PROOF-REPORT-RECORD
           STRING WS-SUBLEDGER-NAME " " SQL-GP-PRODUCT-CODE
               " " SQL-GP-BRANCH-CODE " " SQL-GP-CURRENCY-CODE
               " " SQL-GP-INSTITUTION-CODE " " SQL-GP-GL-ACCOUNT
               " " WS-EDIT-COUNT " " SQL-GP-PROOF-STATUS
               DELIMITED BY SIZE
               INTO PROOF-REPORT-RECORD
           WRITE PROOF-REPORT-RECORD

           MOVE SQL-GP-OPENING-BALANCE TO WS-EDIT-OPENING
           MOVE SQL-GP-JOURNAL-NET TO WS-EDIT-JOURNAL
           MOVE SQL-GP-CONTROL-BALANCE TO WS-EDIT-CONTROL
           MOVE SQL-GP-SUBLEDGER-BALANCE TO WS-EDIT-SUBLEDGER
           MOVE SQL-GP-DIFFERENCE TO WS-EDIT-DIFFERENCE
           MOVE SPACES TO PROOF-REPORT-RECORD
           STRING WS-EDIT-OPENING WS-EDIT-JOURNAL WS-EDIT-CONTROL
               WS-EDIT-SUBLEDGER WS-EDIT-DIFFERENCE
               DELIMITED BY SIZE
               INTO PROOF-REPORT-RECORD
           WRITE PROOF-REPORT-RECORD

           IF SQL-GP-PROOF-STATUS = "BREAK"
               SET ERR-PROOF-BREAK TO TRUE
               MOVE SPACES TO WS-ERROR-MESSAGE-PARAM
               STRING "PROOF BREAK " WS-SUBLEDGER-NAME " "
                   SQL-GP-PRODUCT-CODE " " SQL-GP-BRANCH-CODE " "
                   SQL-GP-CURRENCY-CODE " " SQL-GP-INSTITUTION-CODE
                   " GL " SQL-GP-GL-ACCOUNT
                   DELIMITED BY SIZE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
               PERFORM LIST-UNEXPLAINED-ITEMS
           END-IF.

       LIST-UNEXPLAINED-ITEMS.
      * Drill-down: every account or loan in the segment whose
      * balance moved since the prior proof by other than the sum
      * of its journal lines
           IF SQL-GP-SUBLEDGER = 'L'
               MOVE "LOAN" TO WS-ITEM-LABEL
           ELSE
               MOVE "ACCOUNT" TO WS-ITEM-LABEL
           END-IF

           SET NOT-END-OF-DRILL TO TRUE
           IF SQL-GP-SUBLEDGER = 'L'
               PERFORM DB-OPEN-LOAN-DRILL-CURSOR
               PERFORM LIST-NEXT-LOAN
                   UNTIL END-OF-DRILL
               PERFORM DB-CLOSE-LOAN-DRILL-CURSOR
           ELSE
               PERFORM DB-OPEN-DEPOSIT-DRILL-CURSOR
               PERFORM LIST-NEXT-ACCOUNT
                   UNTIL END-OF-DRILL
               PERFORM DB-CLOSE-DEPOSIT-DRILL-CURSOR
           END-IF.

       LIST-NEXT-ACCOUNT.
           PERFORM DB-FETCH-NEXT-DEPOSIT-ITEM

           IF NOT END-OF-DRILL
               PERFORM WRITE-UNEXPLAINED-ITEM
           END-IF.

       LIST-NEXT-LOAN.
           PERFORM DB-FETCH-NEXT-LOAN-ITEM

           IF NOT END-OF-DRILL
               PERFORM WRITE-UNEXPLAINED-ITEM
           END-IF.

       WRITE-UNEXPLAINED-ITEM.
           ADD 1 TO WS-ITEMS-LISTED
           COMPUTE WS-ITEM-MOVED =
               SQL-GP-CLOSING-BALANCE - SQL-GP-PRIOR-BALANCE
           COMPUTE WS-ITEM-UNEXPLAINED =
               WS-ITEM-MOVED - SQL-GP-ITEM-JOURNAL

           MOVE SQL-GP-PRIOR-BALANCE TO WS-EDIT-OPENING
           MOVE SQL-GP-CLOSING-BALANCE TO WS-EDIT-CONTROL
           MOVE SQL-GP-ITEM-JOURNAL TO WS-EDIT-JOURNAL
           MOVE WS-ITEM-UNEXPLAINED TO WS-EDIT-DIFFERENCE
           MOVE SPACES TO PROOF-REPORT-RECORD
           STRING "    " WS-ITEM-LABEL " " SQL-GP-ITEM-ID
               " PRIOR" WS-EDIT-OPENING
               " CLOSING" WS-EDIT-CONTROL
               " JOURNAL" WS-EDIT-JOURNAL
               " UNEXPLAINED" WS-EDIT-DIFFERENCE
               DELIMITED BY SIZE
               INTO PROOF-REPORT-RECORD
           WRITE PROOF-REPORT-RECORD.

       COMMIT-PROOF-BATCH.
      * Commit the proof, its journal lines and the loan snapshot in
      * one unit of work, so DB-DISCONNECT below doesn't roll it back
           EXEC SQL
               COMMIT WORK
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error committing proof batch - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       GENERATE-SUMMARY-REPORT.
           MOVE WS-JOURNAL-LINES TO WS-EDIT-JOURNAL-LINES
           MOVE SPACES TO PROOF-REPORT-RECORD
           WRITE PROOF-REPORT-RECORD
           STRING "JOURNAL LINES " WS-EDIT-JOURNAL-LINES
               DELIMITED BY SIZE
               INTO PROOF-REPORT-RECORD
           WRITE PROOF-REPORT-RECORD

           IF WS-SEGMENTS-BROKEN > ZERO
               DISPLAY "SUBLEDGER DOES NOT PROVE TO GL - SEE GLPROOFRPT"
           END-IF

           DISPLAY "SUBLEDGER PROOF SUMMARY"
           DISPLAY "Journal Lines:      " WS-JOURNAL-LINES
           DISPLAY "Loan GL Legs Read:  " WS-LOAN-LEGS-READ
           DISPLAY "Segments Proven:    " WS-SEGMENTS-PROVEN
           DISPLAY "Segments Opened:    " WS-SEGMENTS-OPENED
           DISPLAY "Segments Broken:    " WS-SEGMENTS-BROKEN
           DISPLAY "Items Unexplained:  " WS-ITEMS-LISTED.

       CLEANUP-ROUTINE.
      * Flip this job to COMPLETE on the job control table so
      * downstream predecessor checks open up
           PERFORM DB-REGISTER-JOB-COMPLETE

      * Disconnect from DB2 database
           PERFORM DB-DISCONNECT

           CLOSE PROOF-REPORT-FILE
                 ERROR-LOG-FILE

           DISPLAY "SUBLEDGER TO GL CONTROL PROOF BATCH COMPLETE".

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
           MOVE SQL-GP-ITEM-ID TO ER-CUSTOMER-ID
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

       DB-CLEAR-PROOF-DATE.
           EXEC SQL
               DELETE FROM GL_PROOF_TABLE
               WHERE BUSINESS_DATE = DATE(:GP-BUSINESS-DATE)
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error clearing prior proof - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
               PERFORM ABNORMAL-TERMINATION
           END-IF

           EXEC SQL
               DELETE FROM GL_PROOF_JOURNAL_TABLE
               WHERE BUSINESS_DATE = DATE(:GP-BUSINESS-DATE)
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error clearing prior journal - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
               PERFORM ABNORMAL-TERMINATION
           END-IF.

       DB-GET-PRIOR-PROOF-DATE.
      * The latest proof before today is the position rolled forward;
      * blank when this is the first proof ever run
           EXEC SQL
               SELECT COALESCE(CHAR(MAX(BUSINESS_DATE), ISO), ' ')
               INTO :GP-PRIOR-DATE
               FROM GL_PROOF_TABLE
               WHERE BUSINESS_DATE < DATE(:GP-BUSINESS-DATE)
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SPACES TO GP-PRIOR-DATE
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error reading prior proof date - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       DB-LOAD-DEPOSIT-JOURNAL.
      * Every processed transaction the GL extract journals today -
      * keyed, as the extract is, on the day it posted, so an item
      * rolled past its channel's cutoff proves on that day - and
      * against the account row posting actually moved: its own
      * account number when it carries one, else the customer's
      * same-ID account.  Signed the way it moved the account:
      * deposits, provisional credits and corrections in;
      * withdrawals, payments, fees and the sending side of a
      * transfer out; a reversal opposite to what it reverses.  Then
      * the receiving side of each transfer, then today's
      * charge-offs, which bring an overdrawn balance back to zero.
           EXEC SQL
               INSERT INTO GL_PROOF_JOURNAL_TABLE
                   (BUSINESS_DATE, SUBLEDGER, ITEM_ID, JOURNAL_SOURCE,
                    AMOUNT)
               SELECT DATE(:GP-BUSINESS-DATE), 'D',
                      COALESCE(NULLIF(T.ACCOUNT_NUMBER, ' '),
                               T.CUSTOMER_ID),
                      'GLEXTRCT',
                      CASE WHEN T.TRANSACTION_TYPE IN ('D', 'V', 'C')
                           THEN T.AMOUNT
                           WHEN T.TRANSACTION_TYPE = 'R'
                            AND (SELECT MIN(O.TRANSACTION_TYPE)
                                 FROM TRANSACTION_TABLE O
                                 WHERE O.REFERENCE_ID = T.REFERENCE_ID
                                 AND O.TRANSACTION_TYPE <> 'R')
                                IN ('D', 'V')
                           THEN 0 - T.AMOUNT
                           WHEN T.TRANSACTION_TYPE = 'R'
                           THEN T.AMOUNT
                           ELSE 0 - T.AMOUNT
                      END
               FROM TRANSACTION_TABLE T
               WHERE T.STATUS = 'PROCESSED'
               AND COALESCE(T.POSTED_DATE, T.CREATION_DATE)
                   = DATE(:GP-BUSINESS-DATE)
               AND T.TRANSACTION_TYPE NOT IN ('I', 'A')
           END-EXEC

           IF SQLCODE = 0
               ADD SQLERRD (3) TO WS-JOURNAL-LINES
           ELSE
               IF SQLCODE NOT = 100
                   MOVE SQLCODE TO WS-ERROR-CODE
                   STRING "Error loading posted journal - SQLCODE: "
                       SQLCODE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
               END-IF
           END-IF

           EXEC SQL
               INSERT INTO GL_PROOF_JOURNAL_TABLE
                   (BUSINESS_DATE, SUBLEDGER, ITEM_ID, JOURNAL_SOURCE,
                    AMOUNT)
               SELECT DATE(:GP-BUSINESS-DATE), 'D', T.TARGET_ACCOUNT,
                      'GLEXTRCT', T.AMOUNT
               FROM TRANSACTION_TABLE T
               WHERE T.STATUS = 'PROCESSED'
               AND COALESCE(T.POSTED_DATE, T.CREATION_DATE)
                   = DATE(:GP-BUSINESS-DATE)
               AND T.TRANSACTION_TYPE = 'T'
               AND EXISTS
                   (SELECT 1 FROM ACCOUNT_TABLE A
                    WHERE A.CUSTOMER_ID = T.TARGET_ACCOUNT)
           END-EXEC

           IF SQLCODE = 0
               ADD SQLERRD (3) TO WS-JOURNAL-LINES
           ELSE
               IF SQLCODE NOT = 100
                   MOVE SQLCODE TO WS-ERROR-CODE
                   STRING "Error loading transfer journal - SQLCODE: "
                       SQLCODE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
               END-IF
           END-IF

           EXEC SQL
               INSERT INTO GL_PROOF_JOURNAL_TABLE
                   (BUSINESS_DATE, SUBLEDGER, ITEM_ID, JOURNAL_SOURCE,
                    AMOUNT)
               SELECT DATE(:GP-BUSINESS-DATE), 'D', C.ACCOUNT_NUMBER,
                      'CHGOFFGL', C.CHARGEOFF_AMOUNT
               FROM CHARGEOFF_TABLE C
               WHERE C.CHARGEOFF_DATE = DATE(:GP-BUSINESS-DATE)
           END-EXEC

           IF SQLCODE = 0
               ADD SQLERRD (3) TO WS-JOURNAL-LINES
           ELSE
               IF SQLCODE NOT = 100
                   MOVE SQLCODE TO WS-ERROR-CODE
                   STRING "Error loading charge-off journal - SQLCODE: "
                       SQLCODE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
               END-IF
           END-IF.

       DB-INSERT-LOAN-JOURNAL-LINE.
           EXEC SQL
               INSERT INTO GL_PROOF_JOURNAL_TABLE
                   (BUSINESS_DATE, SUBLEDGER, ITEM_ID, JOURNAL_SOURCE,
                    AMOUNT)
               VALUES
                   (DATE(:GP-BUSINESS-DATE), 'L', :SQL-GP-ITEM-ID,
                    :SQL-GP-JOURNAL-SOURCE, :SQL-GP-AMOUNT)
           END-EXEC

           IF SQLCODE = 0
               ADD 1 TO WS-JOURNAL-LINES
           ELSE
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error loading loan journal line - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       DB-INSERT-DEPOSIT-SEGMENTS.
           EXEC SQL
               INSERT INTO GL_PROOF_TABLE
                   (BUSINESS_DATE, SUBLEDGER, PRODUCT_CODE,
                    BRANCH_CODE, CURRENCY_CODE, INSTITUTION_CODE,
                    ITEM_COUNT, SUBLEDGER_BALANCE, JOURNAL_NET)
               SELECT DATE(:GP-BUSINESS-DATE), 'D',
                      COALESCE(A.ACCOUNT_TYPE, 'STANDARD'),
                      COALESCE(A.BRANCH_CODE, ' '),
                      COALESCE(A.CURRENCY_CODE, 'USD'),
                      COALESCE(A.INSTITUTION_CODE, '0001'),
                      COUNT(*), SUM(A.ACCOUNT_BALANCE),
                      COALESCE(SUM(J.NET_AMOUNT), 0)
               FROM ACCOUNT_TABLE A
                    LEFT OUTER JOIN
                      (SELECT ITEM_ID, SUM(AMOUNT) AS NET_AMOUNT
                       FROM GL_PROOF_JOURNAL_TABLE
                       WHERE BUSINESS_DATE = DATE(:GP-BUSINESS-DATE)
                       AND SUBLEDGER = 'D'
                       GROUP BY ITEM_ID) J
                    ON J.ITEM_ID = A.CUSTOMER_ID
               GROUP BY COALESCE(A.ACCOUNT_TYPE, 'STANDARD'),
                        COALESCE(A.BRANCH_CODE, ' '),
                        COALESCE(A.CURRENCY_CODE, 'USD'),
                        COALESCE(A.INSTITUTION_CODE, '0001')
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error totalling deposit subledger - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
               PERFORM ABNORMAL-TERMINATION
           END-IF.

       DB-INSERT-LOAN-SEGMENTS.
      * A loan carries no currency or charter of its own; it is
      * proven in dollars under the charter of the deposit account
      * its proceeds went to
           EXEC SQL
               INSERT INTO GL_PROOF_TABLE
                   (BUSINESS_DATE, SUBLEDGER, PRODUCT_CODE,
                    BRANCH_CODE, CURRENCY_CODE, INSTITUTION_CODE,
                    ITEM_COUNT, SUBLEDGER_BALANCE, JOURNAL_NET)
               SELECT DATE(:GP-BUSINESS-DATE), 'L',
                      COALESCE(L.LOAN_PRODUCT, 'INSTALLMNT'),
                      COALESCE(L.BRANCH_CODE, ' '), 'USD',
                      COALESCE(D.INSTITUTION_CODE, '0001'),
                      COUNT(*), SUM(L.PRINCIPAL_BALANCE),
                      COALESCE(SUM(J.NET_AMOUNT), 0)
               FROM LOAN_MASTER_TABLE L
                    LEFT OUTER JOIN ACCOUNT_TABLE D
                    ON D.CUSTOMER_ID = L.DEPOSIT_ACCOUNT
                    LEFT OUTER JOIN
                      (SELECT ITEM_ID, SUM(AMOUNT) AS NET_AMOUNT
                       FROM GL_PROOF_JOURNAL_TABLE
                       WHERE BUSINESS_DATE = DATE(:GP-BUSINESS-DATE)
                       AND SUBLEDGER = 'L'
                       GROUP BY ITEM_ID) J
                    ON J.ITEM_ID = L.LOAN_ID
               GROUP BY COALESCE(L.LOAN_PRODUCT, 'INSTALLMNT'),
                        COALESCE(L.BRANCH_CODE, ' '),
                        COALESCE(D.INSTITUTION_CODE, '0001')
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error totalling loan subledger - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
               PERFORM ABNORMAL-TERMINATION
           END-IF.

       DB-MAP-CONTROL-ACCOUNTS.
      * The deposit control account is the liability a deposit of
      * the branch credits ('D' mapping); the loan control account
      * the receivable a booking of the branch debits ('B' mapping).
      * The branch's own chart row wins over the '****' default; with
      * neither the segment shows the unmapped-suspense account.
           EXEC SQL
               UPDATE GL_PROOF_TABLE P
               SET GL_ACCOUNT =
                   COALESCE(
                      (SELECT G.CREDIT_ACCOUNT FROM GL_CHART_TABLE G
                       WHERE G.TRANSACTION_TYPE = 'D'
                       AND G.BRANCH_CODE = P.BRANCH_CODE),
                      (SELECT G.CREDIT_ACCOUNT FROM GL_CHART_TABLE G
                       WHERE G.TRANSACTION_TYPE = 'D'
                       AND G.BRANCH_CODE = '****'),
                      '99999999')
               WHERE P.BUSINESS_DATE = DATE(:GP-BUSINESS-DATE)
               AND P.SUBLEDGER = 'D'
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error mapping deposit controls - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF

           EXEC SQL
               UPDATE GL_PROOF_TABLE P
               SET GL_ACCOUNT =
                   COALESCE(
                      (SELECT G.DEBIT_ACCOUNT FROM GL_CHART_TABLE G
                       WHERE G.TRANSACTION_TYPE = 'B'
                       AND G.BRANCH_CODE = P.BRANCH_CODE),
                      (SELECT G.DEBIT_ACCOUNT FROM GL_CHART_TABLE G
                       WHERE G.TRANSACTION_TYPE = 'B'
                       AND G.BRANCH_CODE = '****'),
                      '99999999')
               WHERE P.BUSINESS_DATE = DATE(:GP-BUSINESS-DATE)
               AND P.SUBLEDGER = 'L'
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error mapping loan controls - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       DB-ROLL-FORWARD-CONTROL.
      * Opening control is the prior proof's closing control for the
      * same segment - the GL's position, not the subledger's, so a
      * break stands until a journal corrects it.  A segment the
      * prior proof didn't have opens at today's subledger less
      * today's journal, and is marked OPENED rather than proven.
           IF GP-PRIOR-DATE NOT = SPACES
               EXEC SQL
                   UPDATE GL_PROOF_TABLE P
                   SET OPENING_BALANCE =
                       (SELECT Y.CONTROL_BALANCE
                        FROM GL_PROOF_TABLE Y
                        WHERE Y.BUSINESS_DATE = DATE(:GP-PRIOR-DATE)
                        AND Y.SUBLEDGER = P.SUBLEDGER
                        AND Y.PRODUCT_CODE = P.PRODUCT_CODE
                        AND Y.BRANCH_CODE = P.BRANCH_CODE
                        AND Y.CURRENCY_CODE = P.CURRENCY_CODE
                        AND Y.INSTITUTION_CODE = P.INSTITUTION_CODE)
                   WHERE P.BUSINESS_DATE = DATE(:GP-BUSINESS-DATE)
               END-EXEC

               IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                   MOVE SQLCODE TO WS-ERROR-CODE
                   STRING "Error reading prior control - SQLCODE: "
                       SQLCODE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
               END-IF
           END-IF

           EXEC SQL
               UPDATE GL_PROOF_TABLE
               SET OPENING_BALANCE = SUBLEDGER_BALANCE - JOURNAL_NET,
                   PROOF_STATUS = 'OPENED'
               WHERE BUSINESS_DATE = DATE(:GP-BUSINESS-DATE)
               AND OPENING_BALANCE IS NULL
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error opening new segments - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF

           EXEC SQL
               UPDATE GL_PROOF_TABLE
               SET CONTROL_BALANCE = OPENING_BALANCE + JOURNAL_NET,
                   DIFFERENCE = SUBLEDGER_BALANCE
                              - (OPENING_BALANCE + JOURNAL_NET),
                   PROOF_STATUS =
                       CASE WHEN PROOF_STATUS = 'OPENED'
                            THEN 'OPENED'
                            WHEN SUBLEDGER_BALANCE =
                                 OPENING_BALANCE + JOURNAL_NET
                            THEN 'PROVEN'
                            ELSE 'BREAK'
                       END
               WHERE BUSINESS_DATE = DATE(:GP-BUSINESS-DATE)
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error rolling control forward - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       DB-OPEN-PROOF-CURSOR.
           EXEC SQL
               DECLARE PROOF_CURSOR CURSOR FOR
               SELECT SUBLEDGER, PRODUCT_CODE, BRANCH_CODE,
                      CURRENCY_CODE, INSTITUTION_CODE,
                      COALESCE(GL_ACCOUNT, '99999999'), ITEM_COUNT,
                      OPENING_BALANCE, JOURNAL_NET, CONTROL_BALANCE,
                      SUBLEDGER_BALANCE, DIFFERENCE, PROOF_STATUS
               FROM GL_PROOF_TABLE
               WHERE BUSINESS_DATE = DATE(:GP-BUSINESS-DATE)
               ORDER BY SUBLEDGER, INSTITUTION_CODE, PRODUCT_CODE,
                        BRANCH_CODE, CURRENCY_CODE
           END-EXEC

           EXEC SQL
               OPEN PROOF_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error opening proof cursor - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
               SET END-OF-FILE TO TRUE
           END-IF.

       DB-FETCH-NEXT-SEGMENT.
           EXEC SQL
               FETCH PROOF_CURSOR INTO
               :SQL-GP-SUBLEDGER,
               :SQL-GP-PRODUCT-CODE,
               :SQL-GP-BRANCH-CODE,
               :SQL-GP-CURRENCY-CODE,
               :SQL-GP-INSTITUTION-CODE,
               :SQL-GP-GL-ACCOUNT,
               :SQL-GP-ITEM-COUNT,
               :SQL-GP-OPENING-BALANCE,
               :SQL-GP-JOURNAL-NET,
               :SQL-GP-CONTROL-BALANCE,
               :SQL-GP-SUBLEDGER-BALANCE,
               :SQL-GP-DIFFERENCE,
               :SQL-GP-PROOF-STATUS
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   SET END-OF-FILE TO TRUE
               WHEN OTHER
                   MOVE SQLCODE TO WS-ERROR-CODE
                   STRING "Error fetching proof segment - SQLCODE: "
                       SQLCODE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
                   SET END-OF-FILE TO TRUE
           END-EVALUATE.

       DB-CLOSE-PROOF-CURSOR.
           EXEC SQL
               CLOSE PROOF_CURSOR
           END-EXEC.

       DB-OPEN-DEPOSIT-DRILL-CURSOR.
      * Prior balance from the prior proof date's snapshot - an
      * account opened since has none and starts from zero
           EXEC SQL
               DECLARE DEPOSIT_DRILL_CURSOR CURSOR FOR
               SELECT A.CUSTOMER_ID,
                      COALESCE(H.ACCOUNT_BALANCE, 0),
                      A.ACCOUNT_BALANCE,
                      COALESCE(J.NET_AMOUNT, 0)
               FROM ACCOUNT_TABLE A
                    LEFT OUTER JOIN BALANCE_HISTORY_TABLE H
                    ON H.CUSTOMER_ID = A.CUSTOMER_ID
                    AND H.BUSINESS_DATE = DATE(:GP-PRIOR-DATE)
                    LEFT OUTER JOIN
                      (SELECT ITEM_ID, SUM(AMOUNT) AS NET_AMOUNT
                       FROM GL_PROOF_JOURNAL_TABLE
                       WHERE BUSINESS_DATE = DATE(:GP-BUSINESS-DATE)
                       AND SUBLEDGER = 'D'
                       GROUP BY ITEM_ID) J
                    ON J.ITEM_ID = A.CUSTOMER_ID
               WHERE COALESCE(A.ACCOUNT_TYPE, 'STANDARD')
                     = :SQL-GP-PRODUCT-CODE
               AND COALESCE(A.BRANCH_CODE, ' ') = :SQL-GP-BRANCH-CODE
               AND COALESCE(A.CURRENCY_CODE, 'USD')
                     = :SQL-GP-CURRENCY-CODE
               AND COALESCE(A.INSTITUTION_CODE, '0001')
                     = :SQL-GP-INSTITUTION-CODE
               AND A.ACCOUNT_BALANCE - COALESCE(H.ACCOUNT_BALANCE, 0)
                   <> COALESCE(J.NET_AMOUNT, 0)
               ORDER BY A.CUSTOMER_ID
           END-EXEC

           EXEC SQL
               OPEN DEPOSIT_DRILL_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error opening deposit drill-down - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
               SET END-OF-DRILL TO TRUE
           END-IF.

       DB-FETCH-NEXT-DEPOSIT-ITEM.
           EXEC SQL
               FETCH DEPOSIT_DRILL_CURSOR INTO
               :SQL-GP-ITEM-ID,
               :SQL-GP-PRIOR-BALANCE,
               :SQL-GP-CLOSING-BALANCE,
               :SQL-GP-ITEM-JOURNAL
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   SET END-OF-DRILL TO TRUE
               WHEN OTHER
                   MOVE SQLCODE TO WS-ERROR-CODE
                   STRING "Error fetching deposit drill - SQLCODE: "
                       SQLCODE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
                   SET END-OF-DRILL TO TRUE
           END-EVALUATE.

       DB-CLOSE-DEPOSIT-DRILL-CURSOR.
           EXEC SQL
               CLOSE DEPOSIT_DRILL_CURSOR
           END-EXEC.

       DB-OPEN-LOAN-DRILL-CURSOR.
           EXEC SQL
               DECLARE LOAN_DRILL_CURSOR CURSOR FOR
               SELECT L.LOAN_ID,
                      COALESCE(H.PRINCIPAL_BALANCE, 0),
                      L.PRINCIPAL_BALANCE,
                      COALESCE(J.NET_AMOUNT, 0)
               FROM LOAN_MASTER_TABLE L
                    LEFT OUTER JOIN ACCOUNT_TABLE D
                    ON D.CUSTOMER_ID = L.DEPOSIT_ACCOUNT
                    LEFT OUTER JOIN LOAN_BALANCE_HISTORY_TABLE H
                    ON H.LOAN_ID = L.LOAN_ID
                    AND H.BUSINESS_DATE = DATE(:GP-PRIOR-DATE)
                    LEFT OUTER JOIN
                      (SELECT ITEM_ID, SUM(AMOUNT) AS NET_AMOUNT
                       FROM GL_PROOF_JOURNAL_TABLE
                       WHERE BUSINESS_DATE = DATE(:GP-BUSINESS-DATE)
                       AND SUBLEDGER = 'L'
                       GROUP BY ITEM_ID) J
                    ON J.ITEM_ID = L.LOAN_ID
               WHERE COALESCE(L.LOAN_PRODUCT, 'INSTALLMNT')
                     = :SQL-GP-PRODUCT-CODE
               AND COALESCE(L.BRANCH_CODE, ' ') = :SQL-GP-BRANCH-CODE
               AND COALESCE(D.INSTITUTION_CODE, '0001')
                     = :SQL-GP-INSTITUTION-CODE
               AND L.PRINCIPAL_BALANCE
                   - COALESCE(H.PRINCIPAL_BALANCE, 0)
                   <> COALESCE(J.NET_AMOUNT, 0)
               ORDER BY L.LOAN_ID
           END-EXEC

           EXEC SQL
               OPEN LOAN_DRILL_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error opening loan drill-down - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
               SET END-OF-DRILL TO TRUE
           END-IF.

       DB-FETCH-NEXT-LOAN-ITEM.
           EXEC SQL
               FETCH LOAN_DRILL_CURSOR INTO
               :SQL-GP-ITEM-ID,
               :SQL-GP-PRIOR-BALANCE,
               :SQL-GP-CLOSING-BALANCE,
               :SQL-GP-ITEM-JOURNAL
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   SET END-OF-DRILL TO TRUE
               WHEN OTHER
                   MOVE SQLCODE TO WS-ERROR-CODE
                   STRING "Error fetching loan drill-down - SQLCODE: "
                       SQLCODE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
                   SET END-OF-DRILL TO TRUE
           END-EVALUATE.

       DB-CLOSE-LOAN-DRILL-CURSOR.
           EXEC SQL
               CLOSE LOAN_DRILL_CURSOR
           END-EXEC.

       DB-SNAPSHOT-LOAN-PRINCIPAL.
      * Each loan's closing principal for tomorrow's drill-down; a
      * rerun for the date replaces it
           MOVE SPACES TO SQL-GP-ITEM-ID

           EXEC SQL
               DELETE FROM LOAN_BALANCE_HISTORY_TABLE
               WHERE BUSINESS_DATE = DATE(:GP-BUSINESS-DATE)
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error clearing loan snapshot - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF

           EXEC SQL
               INSERT INTO LOAN_BALANCE_HISTORY_TABLE
                   (LOAN_ID, BUSINESS_DATE, PRINCIPAL_BALANCE,
                    LOAN_STATUS)
               SELECT LOAN_ID, DATE(:GP-BUSINESS-DATE),
                      PRINCIPAL_BALANCE, LOAN_STATUS
               FROM LOAN_MASTER_TABLE
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error writing loan snapshot - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

           COPY "dbconfig_loader.cpy".

           COPY "jobcontrol.cpy".

           COPY "opslog.cpy".
