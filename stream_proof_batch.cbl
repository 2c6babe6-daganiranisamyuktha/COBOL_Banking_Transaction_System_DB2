      *================================================================*
      * Nightly Stream Control-Total Handoff Proof                     *
      * Runs once the GL interface and the settlement screening have  *
      * finished for the business date.  Every job that hands work to *
      * another registers what it passed on or took in on the stream  *
      * control ledger (CONTROL_TOTAL_TABLE); this program proves     *
      * each handoff - intake to posting, clearing intake to posting, *
      * posting to the GL interface and posting to settlement out -   *
      * as upstream count and amount equal to downstream plus the     *
      * items legitimately still in flight between the two jobs.  The *
      * verdict for each handoff lands on STREAM_PROOF_TABLE, where   *
      * the day close reads it, and every break is logged.            *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STREAM-PROOF-BATCH.
       DATE-WRITTEN. 2026-10-15.
       AUTHOR. Updated 2026-10-15 for DB2 Integration.
       REMARKS. NIGHTLY STREAM CONTROL-TOTAL HANDOFF PROOF.

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

           SELECT PROOF-REPORT-FILE
               ASSIGN TO "STREAMPROOFRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROOF-REPORT-STATUS.

           SELECT ERROR-LOG-FILE
               ASSIGN TO "STREAMPROOFERRLOG"
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
           05  WS-PROOF-REPORT-STATUS     PIC XX.
           05  WS-ERROR-FILE-STATUS       PIC XX.

      * Error Code Management
       01  WS-ERROR-CODES.
           05  WS-ERROR-CODE              PIC 9(4).
               88  ERR-NONE               VALUE 0000.
               88  ERR-HANDOFF-BREAK      VALUE 1046.
               88  ERR-FILE-ACCESS        VALUE 3001.
               88  ERR-SYSTEM-ERROR       VALUE 9999.
           05  WS-ERROR-MESSAGE-PARAM     PIC X(80).

      * Proof Work Area - the amount difference a handoff may carry
      * and still prove (rounding on converted items); the count must
      * always agree exactly.  The STREAM-PROOF-TOL business
      * parameter overrides the compiled default.
       01  WS-PROOF-WORK.
           05  WS-AMOUNT-TOLERANCE        PIC 9(7)V99 VALUE ZERO.
           05  WS-NEGATIVE-TOLERANCE      PIC S9(7)V99 VALUE ZERO.
           05  WS-FEED-PREFIX             PIC X(04).
           05  WS-FEED-PROGRAM-ID         PIC X(30).
           05  WS-FEED-CONTROL-POINT      PIC X(16).
           05  WS-EDIT-UPSTREAM-COUNT     PIC ZZZ,ZZZ,ZZ9-.
           05  WS-EDIT-DOWNSTREAM-COUNT   PIC ZZZ,ZZZ,ZZ9-.
           05  WS-EDIT-IN-FLIGHT-COUNT    PIC ZZZ,ZZZ,ZZ9-.
           05  WS-EDIT-DIFFERENCE-COUNT   PIC ZZZ,ZZZ,ZZ9-.
           05  WS-EDIT-UPSTREAM-AMOUNT    PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  WS-EDIT-DOWNSTREAM-AMOUNT  PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  WS-EDIT-IN-FLIGHT-AMOUNT   PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  WS-EDIT-DIFFERENCE-AMOUNT  PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  WS-EDIT-TOLERANCE          PIC Z,ZZZ,ZZ9.99.

      * Processing Statistics
       01  WS-PROCESSING-STATS.
           05  WS-HANDOFFS-PROVEN         PIC 9(3) COMP VALUE ZERO.
           05  WS-HANDOFFS-BALANCED       PIC 9(3) COMP VALUE ZERO.
           05  WS-HANDOFFS-BROKEN         PIC 9(3) COMP VALUE ZERO.

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
           PERFORM PROVE-INTAKE-HANDOFF
           PERFORM PROVE-CLEARING-HANDOFF
           PERFORM PROVE-GL-HANDOFF
           PERFORM PROVE-SETTLEMENT-HANDOFF
           PERFORM COMMIT-PROOF-BATCH
           PERFORM GENERATE-SUMMARY-REPORT
           PERFORM CLEANUP-ROUTINE
           STOP RUN.

       INITIALIZATION-ROUTINE.
      * Open report and error log files
           OPEN OUTPUT PROOF-REPORT-FILE
                OUTPUT ERROR-LOG-FILE

           IF WS-PROOF-REPORT-STATUS NOT = "00"
              DISPLAY "ERROR OPENING STREAM PROOF REPORT FILE"
              PERFORM ABNORMAL-TERMINATION
           END-IF

           IF WS-ERROR-FILE-STATUS NOT = "00"
              DISPLAY "ERROR OPENING ERROR LOG FILE"
              PERFORM ABNORMAL-TERMINATION
           END-IF

      * Get current system date and time
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS

           DISPLAY "STREAM CONTROL-TOTAL HANDOFF PROOF"
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

      * Load database configuration from external file
           PERFORM LOAD-DATABASE-CONFIG

      * Connect to DB2 database
           PERFORM DB-CONNECT

      * A governing business parameter row overrides the compiled
      * amount tolerance
           MOVE "STREAM-PROOF-TOL" TO BP-PARAM-NAME
           PERFORM DB-GET-BUSINESS-PARAMETER
           IF BP-PARAM-FOUND
               MOVE SQL-BP-PARAM-VALUE TO WS-AMOUNT-TOLERANCE
           END-IF
           COMPUTE WS-NEGATIVE-TOLERANCE = 0 - WS-AMOUNT-TOLERANCE

      * Register this job on the job control table and refuse to
      * start ahead of the last two jobs whose counts it proves - the
      * GL interface that carries the posted journal, and the
      * screening batch that takes in the settlement file
           MOVE "STREAM-PROOF-BATCH" TO JC-PROGRAM-ID
           MOVE "SANCTIONS-SCREENING-BATCH" TO JC-PREDECESSOR-ID
           PERFORM DB-CHECK-JOB-PREDECESSOR
           MOVE "GL-INTERFACE-BATCH" TO JC-PREDECESSOR-ID
           PERFORM DB-CHECK-JOB-PREDECESSOR
           PERFORM DB-REGISTER-JOB-START

      * A rerun for the same date replaces that date's verdicts
           PERFORM DB-CLEAR-STREAM-PROOF

           MOVE WS-AMOUNT-TOLERANCE TO WS-EDIT-TOLERANCE
           MOVE SPACES TO PROOF-REPORT-RECORD
           STRING "STREAM CONTROL-TOTAL HANDOFF PROOF FOR "
               JC-BUSINESS-DATE
               "   AMOUNT TOLERANCE " WS-EDIT-TOLERANCE
               DELIMITED BY SIZE
               INTO PROOF-REPORT-RECORD
           WRITE PROOF-REPORT-RECORD

           MOVE SPACES TO PROOF-REPORT-RECORD
           WRITE PROOF-REPORT-RECORD
           MOVE SPACES TO PROOF-REPORT-RECORD
           STRING "HANDOFF      STATUS         UPSTREAM   DOWNSTREAM"
               "    IN FLIGHT   DIFFERENCE"
               DELIMITED BY SIZE
               INTO PROOF-REPORT-RECORD
           WRITE PROOF-REPORT-RECORD.

       PROVE-INTAKE-HANDOFF.
      * What intake accepted onto TRANSACTION_TABLE is what the
      * posting runs first worked, suspended or held, plus what is
      * still waiting unworked (future-dated, or not yet reached)
           MOVE "INTAKE-POST" TO SQL-SP-HANDOFF-CODE
           MOVE "TRANSACTION-INTAKE-BATCH" TO WS-FEED-PROGRAM-ID
           MOVE "ACCEPTED" TO WS-FEED-CONTROL-POINT
           MOVE "INTK" TO WS-FEED-PREFIX
           PERFORM PROVE-FEED-HANDOFF.

       PROVE-CLEARING-HANDOFF.
      * The same proof for the inbound clearing items staged
           MOVE "CLRG-POST" TO SQL-SP-HANDOFF-CODE
           MOVE "INBOUND-CLEARING-BATCH" TO WS-FEED-PROGRAM-ID
           MOVE "STAGED" TO WS-FEED-CONTROL-POINT
           MOVE "CLRG" TO WS-FEED-PREFIX
           PERFORM PROVE-FEED-HANDOFF.

       PROVE-FEED-HANDOFF.
           MOVE WS-FEED-PROGRAM-ID TO CT-PROGRAM-ID
           MOVE WS-FEED-CONTROL-POINT TO CT-CONTROL-POINT
           PERFORM DB-GET-CONTROL-TOTAL
           MOVE SQL-CT-RECORD-COUNT TO SQL-SP-UPSTREAM-COUNT
           MOVE SQL-CT-AMOUNT TO SQL-SP-UPSTREAM-AMOUNT

           MOVE ZERO TO SQL-SP-DOWNSTREAM-COUNT
           MOVE ZERO TO SQL-SP-DOWNSTREAM-AMOUNT
           MOVE "BANKING-TRANSACTION-PROCESSOR" TO CT-PROGRAM-ID
           MOVE SPACES TO CT-CONTROL-POINT
           STRING WS-FEED-PREFIX "-WORKED"
               DELIMITED BY SIZE
               INTO CT-CONTROL-POINT
           PERFORM ADD-DOWNSTREAM-POINT
           MOVE SPACES TO CT-CONTROL-POINT
           STRING WS-FEED-PREFIX "-SUSPENSE"
               DELIMITED BY SIZE
               INTO CT-CONTROL-POINT
           PERFORM ADD-DOWNSTREAM-POINT
           MOVE SPACES TO CT-CONTROL-POINT
           STRING WS-FEED-PREFIX "-HOLD"
               DELIMITED BY SIZE
               INTO CT-CONTROL-POINT
           PERFORM ADD-DOWNSTREAM-POINT

           MOVE WS-FEED-PREFIX TO SQL-SP-SOURCE-JOB
           PERFORM DB-GET-FEED-IN-FLIGHT
           PERFORM SETTLE-HANDOFF.

       ADD-DOWNSTREAM-POINT.
           PERFORM DB-GET-CONTROL-TOTAL
           ADD SQL-CT-RECORD-COUNT TO SQL-SP-DOWNSTREAM-COUNT
           ADD SQL-CT-AMOUNT TO SQL-SP-DOWNSTREAM-AMOUNT.

       PROVE-GL-HANDOFF.
      * Everything the posting runs stamped PROCESSED today is what
      * the GL interface carried of the day's journal.  The journal
      * is keyed on the date an item posted, so an item that rolled
      * past its cutoff sits on both sides the same day; the only
      * reconciling items are the ones created today and PROCESSED
      * without ever passing through a posting run
           MOVE "POST-GL" TO SQL-SP-HANDOFF-CODE
           MOVE "BANKING-TRANSACTION-PROCESSOR" TO CT-PROGRAM-ID
           MOVE "POSTED" TO CT-CONTROL-POINT
           PERFORM DB-GET-CONTROL-TOTAL
           MOVE SQL-CT-RECORD-COUNT TO SQL-SP-UPSTREAM-COUNT
           MOVE SQL-CT-AMOUNT TO SQL-SP-UPSTREAM-AMOUNT

           MOVE "GL-INTERFACE-BATCH" TO CT-PROGRAM-ID
           MOVE "CARRIED" TO CT-CONTROL-POINT
           PERFORM DB-GET-CONTROL-TOTAL
           MOVE SQL-CT-RECORD-COUNT TO SQL-SP-DOWNSTREAM-COUNT
           MOVE SQL-CT-AMOUNT TO SQL-SP-DOWNSTREAM-AMOUNT

           PERFORM DB-GET-GL-RECONCILING-ITEMS
           PERFORM SETTLE-HANDOFF.

       PROVE-SETTLEMENT-HANDOFF.
      * The settlement file carries the posting run's outbound
      * transfers and the biller remittances; the screening batch
      * must have taken in every record of both.  A file record has
      * no in-flight state - it was read or it was lost.
           MOVE "POST-SETTLE" TO SQL-SP-HANDOFF-CODE
           MOVE "BANKING-TRANSACTION-PROCESSOR" TO CT-PROGRAM-ID
           MOVE "SETTLE-OUT" TO CT-CONTROL-POINT
           PERFORM DB-GET-CONTROL-TOTAL
           MOVE SQL-CT-RECORD-COUNT TO SQL-SP-UPSTREAM-COUNT
           MOVE SQL-CT-AMOUNT TO SQL-SP-UPSTREAM-AMOUNT

           MOVE "BILLER-REMITTANCE-BATCH" TO CT-PROGRAM-ID
           PERFORM DB-GET-CONTROL-TOTAL
           ADD SQL-CT-RECORD-COUNT TO SQL-SP-UPSTREAM-COUNT
           ADD SQL-CT-AMOUNT TO SQL-SP-UPSTREAM-AMOUNT

           MOVE "SANCTIONS-SCREENING-BATCH" TO CT-PROGRAM-ID
           MOVE "SETTLE-IN" TO CT-CONTROL-POINT
           PERFORM DB-GET-CONTROL-TOTAL
           MOVE SQL-CT-RECORD-COUNT TO SQL-SP-DOWNSTREAM-COUNT
           MOVE SQL-CT-AMOUNT TO SQL-SP-DOWNSTREAM-AMOUNT

           MOVE ZERO TO SQL-SP-IN-FLIGHT-COUNT
           MOVE ZERO TO SQL-SP-IN-FLIGHT-AMOUNT
           PERFORM SETTLE-HANDOFF.

       SETTLE-HANDOFF.
      * Upstream less downstream less in flight must leave nothing
           COMPUTE SQL-SP-DIFFERENCE-COUNT =
               SQL-SP-UPSTREAM-COUNT - SQL-SP-DOWNSTREAM-COUNT
               - SQL-SP-IN-FLIGHT-COUNT
           COMPUTE SQL-SP-DIFFERENCE-AMOUNT =
               SQL-SP-UPSTREAM-AMOUNT - SQL-SP-DOWNSTREAM-AMOUNT
               - SQL-SP-IN-FLIGHT-AMOUNT

           ADD 1 TO WS-HANDOFFS-PROVEN
           IF SQL-SP-DIFFERENCE-COUNT = ZERO
              AND SQL-SP-DIFFERENCE-AMOUNT <= WS-AMOUNT-TOLERANCE
              AND SQL-SP-DIFFERENCE-AMOUNT >= WS-NEGATIVE-TOLERANCE
               MOVE "BALANCED" TO SQL-SP-PROOF-STATUS
               ADD 1 TO WS-HANDOFFS-BALANCED
           ELSE
               MOVE "BREAK" TO SQL-SP-PROOF-STATUS
               ADD 1 TO WS-HANDOFFS-BROKEN
           END-IF

           PERFORM DB-INSERT-STREAM-PROOF
           PERFORM WRITE-HANDOFF-LINES

           IF SQL-SP-PROOF-STATUS = "BREAK"
               MOVE SQL-SP-DIFFERENCE-COUNT TO WS-EDIT-DIFFERENCE-COUNT
               MOVE SQL-SP-DIFFERENCE-AMOUNT
                   TO WS-EDIT-DIFFERENCE-AMOUNT
               SET ERR-HANDOFF-BREAK TO TRUE
               MOVE SPACES TO WS-ERROR-MESSAGE-PARAM
               STRING "HANDOFF BREAK " SQL-SP-HANDOFF-CODE
                   " ITEMS" WS-EDIT-DIFFERENCE-COUNT
                   " AMOUNT" WS-EDIT-DIFFERENCE-AMOUNT
                   DELIMITED BY SIZE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       WRITE-HANDOFF-LINES.
           MOVE SQL-SP-UPSTREAM-COUNT TO WS-EDIT-UPSTREAM-COUNT
           MOVE SQL-SP-DOWNSTREAM-COUNT TO WS-EDIT-DOWNSTREAM-COUNT
           MOVE SQL-SP-IN-FLIGHT-COUNT TO WS-EDIT-IN-FLIGHT-COUNT
           MOVE SQL-SP-DIFFERENCE-COUNT TO WS-EDIT-DIFFERENCE-COUNT
           MOVE SQL-SP-UPSTREAM-AMOUNT TO WS-EDIT-UPSTREAM-AMOUNT
           MOVE SQL-SP-DOWNSTREAM-AMOUNT TO WS-EDIT-DOWNSTREAM-AMOUNT
           MOVE SQL-SP-IN-FLIGHT-AMOUNT TO WS-EDIT-IN-FLIGHT-AMOUNT
           MOVE SQL-SP-DIFFERENCE-AMOUNT TO WS-EDIT-DIFFERENCE-AMOUNT

           MOVE SPACES TO PROOF-REPORT-RECORD
           WRITE PROOF-REPORT-RECORD
           MOVE SPACES TO PROOF-REPORT-RECORD
           STRING SQL-SP-HANDOFF-CODE " " SQL-SP-PROOF-STATUS
               " ITEMS " WS-EDIT-UPSTREAM-COUNT
               " " WS-EDIT-DOWNSTREAM-COUNT
               " " WS-EDIT-IN-FLIGHT-COUNT
               " " WS-EDIT-DIFFERENCE-COUNT
               DELIMITED BY SIZE
               INTO PROOF-REPORT-RECORD
           WRITE PROOF-REPORT-RECORD

           MOVE SPACES TO PROOF-REPORT-RECORD
           STRING "                      AMOUNT "
               WS-EDIT-UPSTREAM-AMOUNT
               WS-EDIT-DOWNSTREAM-AMOUNT
               WS-EDIT-IN-FLIGHT-AMOUNT
               WS-EDIT-DIFFERENCE-AMOUNT
               DELIMITED BY SIZE
               INTO PROOF-REPORT-RECORD
           WRITE PROOF-REPORT-RECORD.

       COMMIT-PROOF-BATCH.
      * Commit the date's verdicts in one unit of work, so
      * DB-DISCONNECT below doesn't roll them back
           EXEC SQL
               COMMIT WORK
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error committing stream proof - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       GENERATE-SUMMARY-REPORT.
           MOVE SPACES TO PROOF-REPORT-RECORD
           WRITE PROOF-REPORT-RECORD
           IF WS-HANDOFFS-BROKEN > ZERO
               MOVE "STREAM OUT OF BALANCE - DAY CLOSE WILL REFUSE"
                   TO PROOF-REPORT-RECORD
               DISPLAY "STREAM HANDOFF OUT OF BALANCE - SEE "
                   "STREAMPROOFRPT"
           ELSE
               MOVE "ALL HANDOFFS BALANCED" TO PROOF-REPORT-RECORD
           END-IF
           WRITE PROOF-REPORT-RECORD

           DISPLAY "STREAM PROOF SUMMARY"
           DISPLAY "Handoffs Proven:    " WS-HANDOFFS-PROVEN
           DISPLAY "Handoffs Balanced:  " WS-HANDOFFS-BALANCED
           DISPLAY "Handoffs Broken:    " WS-HANDOFFS-BROKEN.

       CLEANUP-ROUTINE.
      * Flip this job to COMPLETE on the job control table so
      * downstream predecessor checks open up
           PERFORM DB-REGISTER-JOB-COMPLETE

      * Disconnect from DB2 database
           PERFORM DB-DISCONNECT

           CLOSE PROOF-REPORT-FILE
                 ERROR-LOG-FILE

           DISPLAY "STREAM CONTROL-TOTAL HANDOFF PROOF COMPLETE".

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
           MOVE SPACES TO ER-CUSTOMER-ID
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

       DB-CLEAR-STREAM-PROOF.
           EXEC SQL
               DELETE FROM STREAM_PROOF_TABLE
               WHERE BUSINESS_DATE = :JC-BUSINESS-DATE
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error clearing stream proof - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       DB-GET-FEED-IN-FLIGHT.
      * The feed's rows staged today that no posting run has worked
      * on or before today - still PENDING, future-dated or simply
      * not reached yet
           EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(AMOUNT), 0)
               INTO :SQL-SP-IN-FLIGHT-COUNT,
                    :SQL-SP-IN-FLIGHT-AMOUNT
               FROM TRANSACTION_TABLE
               WHERE COALESCE(SOURCE_JOB, '    ') = :SQL-SP-SOURCE-JOB
               AND CREATION_DATE = DATE(:JC-BUSINESS-DATE)
               AND (WORKED_DATE IS NULL
                    OR WORKED_DATE > DATE(:JC-BUSINESS-DATE))
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE ZERO TO SQL-SP-IN-FLIGHT-COUNT
               MOVE ZERO TO SQL-SP-IN-FLIGHT-AMOUNT
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error reading items in flight - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       DB-GET-GL-RECONCILING-ITEMS.
      * Rows created today and PROCESSED without ever passing through
      * a posting run carry no posted date - the journal books them on
      * their creation date, so they count toward its side only
           EXEC SQL
               SELECT 0 - COUNT(*), 0 - COALESCE(SUM(AMOUNT), 0)
               INTO :SQL-SP-IN-FLIGHT-COUNT,
                    :SQL-SP-IN-FLIGHT-AMOUNT
               FROM TRANSACTION_TABLE
               WHERE STATUS = 'PROCESSED'
               AND CREATION_DATE = DATE(:JC-BUSINESS-DATE)
               AND POSTED_DATE IS NULL
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE ZERO TO SQL-SP-IN-FLIGHT-COUNT
               MOVE ZERO TO SQL-SP-IN-FLIGHT-AMOUNT
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error reading GL reconciling items - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       DB-INSERT-STREAM-PROOF.
           EXEC SQL
               INSERT INTO STREAM_PROOF_TABLE
                   (BUSINESS_DATE, HANDOFF_CODE,
                    UPSTREAM_COUNT, UPSTREAM_AMOUNT,
                    DOWNSTREAM_COUNT, DOWNSTREAM_AMOUNT,
                    IN_FLIGHT_COUNT, IN_FLIGHT_AMOUNT,
                    DIFFERENCE_COUNT, DIFFERENCE_AMOUNT,
                    PROOF_STATUS, PROOF_TIME)
               VALUES
                   (:JC-BUSINESS-DATE, :SQL-SP-HANDOFF-CODE,
                    :SQL-SP-UPSTREAM-COUNT, :SQL-SP-UPSTREAM-AMOUNT,
                    :SQL-SP-DOWNSTREAM-COUNT,
                    :SQL-SP-DOWNSTREAM-AMOUNT,
                    :SQL-SP-IN-FLIGHT-COUNT, :SQL-SP-IN-FLIGHT-AMOUNT,
                    :SQL-SP-DIFFERENCE-COUNT,
                    :SQL-SP-DIFFERENCE-AMOUNT,
                    :SQL-SP-PROOF-STATUS, CURRENT TIMESTAMP)
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error writing stream proof - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

           COPY "dbconfig_loader.cpy".

           COPY "jobcontrol.cpy".

           COPY "controltotal.cpy".

           COPY "opslog.cpy".

           COPY "paramtable.cpy".
