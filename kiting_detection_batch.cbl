      *================================================================*
      * Check Kiting Detection Batch                                   *
      * Looks across every account a customer owns through             *
      * CUSTOMER_ACCOUNT_TABLE for the float pattern of a kite: day    *
      * after day, deposits still under an availability hold on       *
      * FUNDS_HOLD_TABLE are drawn straight back out by transfers and *
      * checks, and money is bounced back and forth between the       *
      * customer's own accounts (or out to a check at another bank    *
      * and back in as a deposit) to keep the uncollected balances    *
      * climbing.  Over a rolling window each customer gets an        *
      * uncollected-funds ratio (the share of held deposits drawn     *
      * out the same day) and a round-trip count; a customer over     *
      * either threshold is scored and listed on the suspect report,  *
      * highest score first, with the supporting transactions.        *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KITING-DETECTION-BATCH.
       DATE-WRITTEN. 2026-10-15.
       AUTHOR. Updated 2026-10-15 for DB2 Integration.
       REMARKS. CHECK KITING SUSPECT DETECTION BATCH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Configuration file containing DB2 connection parameters
           SELECT CONFIG-FILE
               ASSIGN TO "DB2CONFIG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-FILE-STATUS.

      * Optional run parameter file - the business date this cycle
      * runs for, so the window ends on the date the transaction
      * processor worked even on a late cycle or a rerun
           SELECT RUN-PARAM-FILE
               ASSIGN TO "RUNPARAM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-PARAM-FILE-STATUS.

      * Ranked kiting suspect report
           SELECT KITE-SUSPECT-FILE
               ASSIGN TO "KITESUSPECT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KITE-SUSPECT-STATUS.

           SELECT ERROR-LOG-FILE
               ASSIGN TO "KITEERRORLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERROR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * Kiting Suspect Report Record
       FD  KITE-SUSPECT-FILE.
       01  KITE-SUSPECT-RECORD        PIC X(132).

      * Run Parameter File Record Structure - only the business date
      * is used here; the remaining fields belong to the processor
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
           05  WS-KITE-SUSPECT-STATUS     PIC XX.
           05  WS-ERROR-FILE-STATUS       PIC XX.

      * Error Code Management
       01  WS-ERROR-CODES.
           05  WS-ERROR-CODE              PIC 9(4).
               88  ERR-NONE               VALUE 0000.
               88  ERR-FILE-ACCESS        VALUE 3001.
               88  ERR-SYSTEM-ERROR       VALUE 9999.
           05  WS-ERROR-MESSAGE-PARAM     PIC X(80).

      * Detection Parameters - compiled defaults, overridden by the
      * business parameter table
       01  WS-KITE-PARAMETERS.
           05  WS-WINDOW-DAYS             PIC 9(3) VALUE 10.
           05  WS-UNCOLLECTED-PCT-LIMIT   PIC 9(3) VALUE 80.
           05  WS-MIN-UNCOLLECTED         PIC 9(9)V99 VALUE 5000.
           05  WS-ROUND-TRIP-LIMIT        PIC 9(3) VALUE 3.

      * One window transaction on an account the customer owns
       01  WS-KITE-ITEM.
           05  WS-KI-OWNER-ID             PIC X(10).
           05  WS-KI-ACCOUNT              PIC X(10).
           05  WS-KI-DATE                 PIC X(10).
           05  WS-KI-TYPE                 PIC X.
           05  WS-KI-AMOUNT               PIC S9(9)V99.
           05  WS-KI-TARGET               PIC X(10).
           05  WS-KI-CHECK-SERIAL         PIC X(10).
           05  WS-KI-REFERENCE            PIC X(20).
           05  WS-KI-HELD-FLAG            PIC X.
               88  KI-DEPOSIT-HELD        VALUE 'Y'.
           05  WS-KI-OWN-TARGET-FLAG      PIC X.
               88  KI-TARGET-OWNED        VALUE 'Y'.

      * Per-customer tallies for the customer group in hand
       01  WS-PATTERN-WORK.
           05  WS-PAT-CUSTOMER-ID         PIC X(10) VALUE SPACES.
           05  WS-PAT-DAY                 PIC X(10) VALUE SPACES.
           05  WS-DAY-UNCOLLECTED         PIC S9(11)V99 VALUE ZERO.
           05  WS-DAY-OUTGOING            PIC S9(11)V99 VALUE ZERO.
           05  WS-UNCOLLECTED-TOTAL       PIC S9(11)V99 VALUE ZERO.
           05  WS-DRAWN-TOTAL             PIC S9(11)V99 VALUE ZERO.
           05  WS-KITE-DAYS               PIC 9(3) COMP VALUE ZERO.
           05  WS-ROUND-TRIPS             PIC 9(4) COMP VALUE ZERO.
           05  WS-UNCOLLECTED-PCT         PIC 9(3) VALUE ZERO.
           05  WS-RATIO-WORK              PIC 9(7) VALUE ZERO.
           05  WS-CUSTOMER-SCORE          PIC 9(5) COMP VALUE ZERO.

      * Transfers between the customer's own accounts, by direction,
      * for the round-trip count
       01  WS-PAIR-COUNT-AREA.
           05  WS-PAIR-COUNT              PIC 9(2) COMP VALUE ZERO.
           05  WS-PAIR-LIMIT              PIC 9(2) COMP VALUE 20.
           05  WS-PAIR-ENTRY OCCURS 20 TIMES.
               10  WS-PAIR-FROM           PIC X(10).
               10  WS-PAIR-TO             PIC X(10).
               10  WS-PAIR-HITS           PIC 9(4) COMP.
           05  WS-PAIR-INDEX              PIC 9(2) COMP.
           05  WS-PAIR-REVERSE            PIC 9(2) COMP.
           05  WS-PAIR-FOUND-FLAG         PIC X.
               88  PAIR-SLOT-FOUND        VALUE 'Y'.
               88  PAIR-SLOT-NOT-FOUND    VALUE 'N'.
           05  WS-PAIR-SEEK-FROM          PIC X(10).
           05  WS-PAIR-SEEK-TO            PIC X(10).

      * Scored suspect table, selection-sorted highest score first
      * before the suspect report is written
       01  WS-SUSPECT-TABLE.
           05  WS-SUSPECT-COUNT           PIC 9(3) COMP VALUE ZERO.
           05  WS-SUSPECT-LIMIT           PIC 9(3) COMP VALUE 500.
           05  WS-SUSPECT-ENTRY OCCURS 500 TIMES.
               10  WS-SUS-CUSTOMER        PIC X(10).
               10  WS-SUS-SCORE           PIC 9(5).
               10  WS-SUS-PCT             PIC 9(3).
               10  WS-SUS-UNCOLLECTED     PIC 9(11)V99.
               10  WS-SUS-DRAWN           PIC 9(11)V99.
               10  WS-SUS-KITE-DAYS       PIC 9(3).
               10  WS-SUS-ROUND-TRIPS     PIC 9(4).
           05  WS-SUS-I                   PIC 9(3) COMP.
           05  WS-SUS-J                   PIC 9(3) COMP.
           05  WS-SUSPECT-HOLD.
               10  WS-HOLD-CUSTOMER       PIC X(10).
               10  WS-HOLD-SCORE          PIC 9(5).
               10  WS-HOLD-PCT            PIC 9(3).
               10  WS-HOLD-UNCOLLECTED    PIC 9(11)V99.
               10  WS-HOLD-DRAWN          PIC 9(11)V99.
               10  WS-HOLD-KITE-DAYS      PIC 9(3).
               10  WS-HOLD-ROUND-TRIPS    PIC 9(4).

      * Supporting-transaction listing work area
       01  WS-SUPPORT-WORK.
           05  WS-SUPPORT-CUSTOMER        PIC X(10).
           05  WS-SUPPORT-TAG             PIC X(14).

      * Processing Statistics
       01  WS-PROCESSING-STATS.
           05  WS-ITEMS-SCANNED           PIC 9(7) VALUE ZERO.
           05  WS-CUSTOMERS-SCORED        PIC 9(7) VALUE ZERO.
           05  WS-SUSPECTS-LISTED         PIC 9(5) VALUE ZERO.

      * Work Areas and Flags
       01  WS-WORK-AREAS.
           05  WS-EOF-FLAG                PIC X VALUE 'N'.
               88  END-OF-FILE            VALUE 'Y'.
               88  NOT-END-OF-FILE        VALUE 'N'.
           05  WS-SUP-EOF-FLAG            PIC X VALUE 'N'.
               88  SUP-END-OF-FILE        VALUE 'Y'.
               88  SUP-NOT-END-OF-FILE    VALUE 'N'.

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
               KITE-SUSPECT-FILE
               ERROR-LOG-FILE.

           DISPLAY "FILE PROCESSING ERROR DETECTED"
           PERFORM ABNORMAL-TERMINATION.
       END DECLARATIVES.

       MAIN-PROCESSING SECTION.
       MAIN-PROCESSING-ROUTINE.
           PERFORM INITIALIZATION-ROUTINE
           PERFORM PROCESS-WINDOW-ITEMS
               UNTIL END-OF-FILE
           PERFORM SCORE-CUSTOMER-PATTERNS
           PERFORM RANK-AND-WRITE-SUSPECTS
           PERFORM GENERATE-SUMMARY-REPORT
           PERFORM CLEANUP-ROUTINE
           STOP RUN.

       INITIALIZATION-ROUTINE.
      * Open suspect report and error log files
           OPEN OUTPUT KITE-SUSPECT-FILE
                OUTPUT ERROR-LOG-FILE

           IF WS-KITE-SUSPECT-STATUS NOT = "00"
              DISPLAY "ERROR OPENING KITING SUSPECT FILE"
              PERFORM ABNORMAL-TERMINATION
           END-IF

           IF WS-ERROR-FILE-STATUS NOT = "00"
              DISPLAY "ERROR OPENING ERROR LOG FILE"
              PERFORM ABNORMAL-TERMINATION
           END-IF

      * Get current system date and time
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS

      * A supplied RUNPARAM business date overrides the system date,
      * so the window ends on the business date being processed
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

           DISPLAY "KITING DETECTION BATCH"
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

      * Governing business parameter rows override the compiled
      * window and thresholds
           MOVE "KITE-WINDOW-DAYS" TO BP-PARAM-NAME
           PERFORM DB-GET-BUSINESS-PARAMETER
           IF BP-PARAM-FOUND
               MOVE SQL-BP-PARAM-VALUE TO WS-WINDOW-DAYS
           END-IF

           MOVE "KITE-UNCOLL-PCT" TO BP-PARAM-NAME
           PERFORM DB-GET-BUSINESS-PARAMETER
           IF BP-PARAM-FOUND
               MOVE SQL-BP-PARAM-VALUE TO WS-UNCOLLECTED-PCT-LIMIT
           END-IF

           MOVE "KITE-MIN-UNCOLLECTED" TO BP-PARAM-NAME
           PERFORM DB-GET-BUSINESS-PARAMETER
           IF BP-PARAM-FOUND
               MOVE SQL-BP-PARAM-VALUE TO WS-MIN-UNCOLLECTED
           END-IF

           MOVE "KITE-ROUND-TRIPS" TO BP-PARAM-NAME
           PERFORM DB-GET-BUSINESS-PARAMETER
           IF BP-PARAM-FOUND
               MOVE SQL-BP-PARAM-VALUE TO WS-ROUND-TRIP-LIMIT
           END-IF

           DISPLAY "WINDOW DAYS: " WS-WINDOW-DAYS
               " UNCOLLECTED PCT: " WS-UNCOLLECTED-PCT-LIMIT
               " MINIMUM: " WS-MIN-UNCOLLECTED
               " ROUND TRIPS: " WS-ROUND-TRIP-LIMIT

      * Register this job on the job control table and refuse to
      * start ahead of its predecessor in the nightly stream
           MOVE "KITING-DETECTION-BATCH" TO JC-PROGRAM-ID
           MOVE "BANKING-TRANSACTION-PROCESSOR"
               TO JC-PREDECESSOR-ID
           PERFORM DB-CHECK-JOB-PREDECESSOR
           PERFORM DB-REGISTER-JOB-START

      * Open the rolling-window cursor, grouped by owning customer
           PERFORM DB-OPEN-WINDOW-CURSOR.

       PROCESS-WINDOW-ITEMS.
           PERFORM DB-FETCH-NEXT-WINDOW-ITEM

           IF NOT END-OF-FILE
               ADD 1 TO WS-ITEMS-SCANNED
               IF WS-KI-OWNER-ID NOT = WS-PAT-CUSTOMER-ID
                   PERFORM SCORE-CUSTOMER-PATTERNS
                   MOVE WS-KI-OWNER-ID TO WS-PAT-CUSTOMER-ID
               END-IF
               IF WS-KI-DATE NOT = WS-PAT-DAY
                   PERFORM CLOSE-CUSTOMER-DAY
                   MOVE WS-KI-DATE TO WS-PAT-DAY
               END-IF
               PERFORM TALLY-ITEM-PATTERNS
           END-IF.

       TALLY-ITEM-PATTERNS.
      * Deposits still uncollected on the day they were made
           IF WS-KI-TYPE = 'D' AND KI-DEPOSIT-HELD
               ADD WS-KI-AMOUNT TO WS-DAY-UNCOLLECTED
           END-IF

      * Money leaving the account the same day - transfers and
      * checks drawn
           IF WS-KI-TYPE = 'T'
              OR (WS-KI-TYPE = 'W' AND WS-KI-CHECK-SERIAL NOT = SPACES)
               ADD WS-KI-AMOUNT TO WS-DAY-OUTGOING
           END-IF

      * Transfers into another account the same customer owns
           IF WS-KI-TYPE = 'T' AND KI-TARGET-OWNED
               MOVE WS-KI-ACCOUNT TO WS-PAIR-SEEK-FROM
               MOVE WS-KI-TARGET TO WS-PAIR-SEEK-TO
               PERFORM LOCATE-PAIR-SLOT
               IF PAIR-SLOT-NOT-FOUND
                  AND WS-PAIR-COUNT < WS-PAIR-LIMIT
                   ADD 1 TO WS-PAIR-COUNT
                   MOVE WS-PAIR-COUNT TO WS-PAIR-INDEX
                   MOVE WS-KI-ACCOUNT TO WS-PAIR-FROM (WS-PAIR-INDEX)
                   MOVE WS-KI-TARGET TO WS-PAIR-TO (WS-PAIR-INDEX)
                   MOVE ZERO TO WS-PAIR-HITS (WS-PAIR-INDEX)
                   SET PAIR-SLOT-FOUND TO TRUE
               END-IF
               IF PAIR-SLOT-FOUND
                   ADD 1 TO WS-PAIR-HITS (WS-PAIR-INDEX)
               END-IF
           END-IF.

       LOCATE-PAIR-SLOT.
           SET PAIR-SLOT-NOT-FOUND TO TRUE
           MOVE 1 TO WS-PAIR-INDEX
           PERFORM FIND-PAIR-SLOT
               UNTIL PAIR-SLOT-FOUND
               OR WS-PAIR-INDEX > WS-PAIR-COUNT.

       FIND-PAIR-SLOT.
           IF WS-PAIR-FROM (WS-PAIR-INDEX) = WS-PAIR-SEEK-FROM
              AND WS-PAIR-TO (WS-PAIR-INDEX) = WS-PAIR-SEEK-TO
               SET PAIR-SLOT-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-PAIR-INDEX
           END-IF.

       CLOSE-CUSTOMER-DAY.
      * Day break: the part of the day's held deposits that went
      * straight back out was drawn against uncollected funds
           IF WS-DAY-UNCOLLECTED > ZERO
               ADD WS-DAY-UNCOLLECTED TO WS-UNCOLLECTED-TOTAL
               IF WS-DAY-OUTGOING > ZERO
                   ADD 1 TO WS-KITE-DAYS
                   IF WS-DAY-OUTGOING < WS-DAY-UNCOLLECTED
                       ADD WS-DAY-OUTGOING TO WS-DRAWN-TOTAL
                   ELSE
                       ADD WS-DAY-UNCOLLECTED TO WS-DRAWN-TOTAL
                   END-IF
               END-IF
           END-IF

           MOVE ZERO TO WS-DAY-UNCOLLECTED
           MOVE ZERO TO WS-DAY-OUTGOING.

       COUNT-ONE-ROUND-TRIP.
      * A pair of own accounts with transfers running both ways -
      * each direction pair counted once, from its lower account
           IF WS-PAIR-FROM (WS-PAIR-REVERSE)
               < WS-PAIR-TO (WS-PAIR-REVERSE)
               MOVE WS-PAIR-TO (WS-PAIR-REVERSE) TO WS-PAIR-SEEK-FROM
               MOVE WS-PAIR-FROM (WS-PAIR-REVERSE) TO WS-PAIR-SEEK-TO
               PERFORM LOCATE-PAIR-SLOT
               IF PAIR-SLOT-FOUND
                   IF WS-PAIR-HITS (WS-PAIR-INDEX)
                       < WS-PAIR-HITS (WS-PAIR-REVERSE)
                       ADD WS-PAIR-HITS (WS-PAIR-INDEX)
                           TO WS-ROUND-TRIPS
                   ELSE
                       ADD WS-PAIR-HITS (WS-PAIR-REVERSE)
                           TO WS-ROUND-TRIPS
                   END-IF
               END-IF
           END-IF.

       SCORE-CUSTOMER-PATTERNS.
      * Group break: weigh the departing customer's window and list
      * a suspect when either threshold is crossed
           IF WS-PAT-CUSTOMER-ID NOT = SPACES
               PERFORM CLOSE-CUSTOMER-DAY
               ADD 1 TO WS-CUSTOMERS-SCORED

               MOVE ZERO TO WS-ROUND-TRIPS
               PERFORM COUNT-ONE-ROUND-TRIP
                   VARYING WS-PAIR-REVERSE FROM 1 BY 1
                   UNTIL WS-PAIR-REVERSE > WS-PAIR-COUNT

               MOVE ZERO TO WS-UNCOLLECTED-PCT
               IF WS-UNCOLLECTED-TOTAL > ZERO
                   COMPUTE WS-RATIO-WORK ROUNDED =
                       WS-DRAWN-TOTAL * 100 / WS-UNCOLLECTED-TOTAL
                   MOVE WS-RATIO-WORK TO WS-UNCOLLECTED-PCT
               END-IF

               MOVE ZERO TO WS-CUSTOMER-SCORE
               IF WS-UNCOLLECTED-PCT >= WS-UNCOLLECTED-PCT-LIMIT
                  AND WS-UNCOLLECTED-TOTAL >= WS-MIN-UNCOLLECTED
                   COMPUTE WS-CUSTOMER-SCORE =
                       WS-CUSTOMER-SCORE + WS-UNCOLLECTED-PCT / 2
                           + WS-KITE-DAYS * 5
               END-IF
               IF WS-ROUND-TRIPS >= WS-ROUND-TRIP-LIMIT
                   COMPUTE WS-CUSTOMER-SCORE =
                       WS-CUSTOMER-SCORE + WS-ROUND-TRIPS * 10
               END-IF

               IF WS-CUSTOMER-SCORE > ZERO
                  AND WS-SUSPECT-COUNT < WS-SUSPECT-LIMIT
                   ADD 1 TO WS-SUSPECT-COUNT
                   MOVE WS-PAT-CUSTOMER-ID
                       TO WS-SUS-CUSTOMER (WS-SUSPECT-COUNT)
                   MOVE WS-CUSTOMER-SCORE
                       TO WS-SUS-SCORE (WS-SUSPECT-COUNT)
                   MOVE WS-UNCOLLECTED-PCT
                       TO WS-SUS-PCT (WS-SUSPECT-COUNT)
                   MOVE WS-UNCOLLECTED-TOTAL
                       TO WS-SUS-UNCOLLECTED (WS-SUSPECT-COUNT)
                   MOVE WS-DRAWN-TOTAL
                       TO WS-SUS-DRAWN (WS-SUSPECT-COUNT)
                   MOVE WS-KITE-DAYS
                       TO WS-SUS-KITE-DAYS (WS-SUSPECT-COUNT)
                   MOVE WS-ROUND-TRIPS
                       TO WS-SUS-ROUND-TRIPS (WS-SUSPECT-COUNT)
               END-IF
           END-IF

           MOVE SPACES TO WS-PAT-CUSTOMER-ID
           MOVE SPACES TO WS-PAT-DAY
           MOVE ZERO TO WS-UNCOLLECTED-TOTAL
           MOVE ZERO TO WS-DRAWN-TOTAL
           MOVE ZERO TO WS-KITE-DAYS
           MOVE ZERO TO WS-PAIR-COUNT.

       RANK-AND-WRITE-SUSPECTS.
      * Selection-sort the suspect table highest score first, then
      * write each suspect with its supporting transactions
           MOVE SPACES TO KITE-SUSPECT-RECORD
           STRING "KITING SUSPECT REPORT " WS-YEAR "-" WS-MONTH "-"
               WS-DAY " WINDOW " WS-WINDOW-DAYS " DAYS"
               DELIMITED BY SIZE
               INTO KITE-SUSPECT-RECORD
           WRITE KITE-SUSPECT-RECORD

           MOVE 1 TO WS-SUS-I
           PERFORM SORT-SUSPECT-OUTER
               UNTIL WS-SUS-I >= WS-SUSPECT-COUNT

           MOVE 1 TO WS-SUS-I
           PERFORM WRITE-ONE-SUSPECT
               UNTIL WS-SUS-I > WS-SUSPECT-COUNT.

       SORT-SUSPECT-OUTER.
           COMPUTE WS-SUS-J = WS-SUS-I + 1
           PERFORM SORT-SUSPECT-INNER
               UNTIL WS-SUS-J > WS-SUSPECT-COUNT
           ADD 1 TO WS-SUS-I.

       SORT-SUSPECT-INNER.
           IF WS-SUS-SCORE (WS-SUS-J) > WS-SUS-SCORE (WS-SUS-I)
               MOVE WS-SUSPECT-ENTRY (WS-SUS-I) TO WS-SUSPECT-HOLD
               MOVE WS-SUSPECT-ENTRY (WS-SUS-J)
                   TO WS-SUSPECT-ENTRY (WS-SUS-I)
               MOVE WS-SUSPECT-HOLD TO WS-SUSPECT-ENTRY (WS-SUS-J)
           END-IF
           ADD 1 TO WS-SUS-J.

       WRITE-ONE-SUSPECT.
           ADD 1 TO WS-SUSPECTS-LISTED
           MOVE SPACES TO KITE-SUSPECT-RECORD
           WRITE KITE-SUSPECT-RECORD

           MOVE SPACES TO KITE-SUSPECT-RECORD
           STRING "SUSPECT CUSTOMER " WS-SUS-CUSTOMER (WS-SUS-I)
               " SCORE " WS-SUS-SCORE (WS-SUS-I)
               " UNCOLLECTED PCT " WS-SUS-PCT (WS-SUS-I)
               " HELD DEPOSITS " WS-SUS-UNCOLLECTED (WS-SUS-I)
               " DRAWN " WS-SUS-DRAWN (WS-SUS-I)
               " DAYS " WS-SUS-KITE-DAYS (WS-SUS-I)
               " ROUND TRIPS " WS-SUS-ROUND-TRIPS (WS-SUS-I)
               DELIMITED BY SIZE
               INTO KITE-SUSPECT-RECORD
           WRITE KITE-SUSPECT-RECORD

           MOVE WS-SUS-CUSTOMER (WS-SUS-I) TO WS-SUPPORT-CUSTOMER
           PERFORM LIST-SUPPORTING-TRANSACTIONS

           ADD 1 TO WS-SUS-I.

       LIST-SUPPORTING-TRANSACTIONS.
      * The held deposits, transfers and checks on every account
      * the suspect owns, listed so the reviewer sees the float
           SET SUP-NOT-END-OF-FILE TO TRUE

           EXEC SQL
               OPEN KITE_SUPPORT_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error opening support cursor - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
               SET SUP-END-OF-FILE TO TRUE
           END-IF

           PERFORM WRITE-NEXT-SUPPORT-LINE
               UNTIL SUP-END-OF-FILE

           EXEC SQL
               CLOSE KITE_SUPPORT_CURSOR
           END-EXEC.

       WRITE-NEXT-SUPPORT-LINE.
           EXEC SQL
               FETCH KITE_SUPPORT_CURSOR INTO
               :WS-KI-ACCOUNT,
               :WS-KI-DATE,
               :WS-KI-TYPE,
               :WS-KI-AMOUNT,
               :WS-KI-TARGET,
               :WS-KI-CHECK-SERIAL,
               :WS-KI-REFERENCE,
               :WS-KI-HELD-FLAG,
               :WS-KI-OWN-TARGET-FLAG
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   EVALUATE TRUE
                       WHEN WS-KI-TYPE = 'D' AND KI-DEPOSIT-HELD
                           MOVE "HELD DEPOSIT" TO WS-SUPPORT-TAG
                       WHEN WS-KI-TYPE = 'D'
                           MOVE "DEPOSIT" TO WS-SUPPORT-TAG
                       WHEN WS-KI-TYPE = 'T' AND KI-TARGET-OWNED
                           MOVE "OWN TRANSFER" TO WS-SUPPORT-TAG
                       WHEN WS-KI-TYPE = 'T'
                           MOVE "TRANSFER OUT" TO WS-SUPPORT-TAG
                       WHEN OTHER
                           MOVE "CHECK PAID" TO WS-SUPPORT-TAG
                   END-EVALUATE
                   MOVE SPACES TO KITE-SUSPECT-RECORD
                   STRING "  " WS-KI-DATE
                       " ACCOUNT " WS-KI-ACCOUNT
                       " " WS-SUPPORT-TAG
                       " AMOUNT " WS-KI-AMOUNT
                       " TARGET " WS-KI-TARGET
                       " CHECK " WS-KI-CHECK-SERIAL
                       " REF " WS-KI-REFERENCE
                       DELIMITED BY SIZE
                       INTO KITE-SUSPECT-RECORD
                   WRITE KITE-SUSPECT-RECORD
               WHEN 100
                   SET SUP-END-OF-FILE TO TRUE
               WHEN OTHER
                   MOVE SQLCODE TO WS-ERROR-CODE
                   STRING "Error fetching support line - SQLCODE: "
                       SQLCODE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
                   SET SUP-END-OF-FILE TO TRUE
           END-EVALUATE.

       GENERATE-SUMMARY-REPORT.
           DISPLAY "KITING DETECTION SUMMARY"
           DISPLAY "Items Scanned:     " WS-ITEMS-SCANNED
           DISPLAY "Customers Scored:  " WS-CUSTOMERS-SCORED
           DISPLAY "Suspects Listed:   " WS-SUSPECTS-LISTED.

       CLEANUP-ROUTINE.
      * Close database cursor
           PERFORM DB-CLOSE-WINDOW-CURSOR

      * Flip this job to COMPLETE on the job control table so
      * downstream predecessor checks open up
           PERFORM DB-REGISTER-JOB-COMPLETE

      * Disconnect from DB2 database
           PERFORM DB-DISCONNECT

           CLOSE KITE-SUSPECT-FILE
                 ERROR-LOG-FILE

           DISPLAY "KITING DETECTION BATCH COMPLETE".

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
           MOVE WS-PAT-CUSTOMER-ID TO ER-CUSTOMER-ID
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

       DB-OPEN-WINDOW-CURSOR.
      * Every deposit, transfer and withdrawal worked in the rolling
      * window on an account the customer owns, grouped by owner and
      * day.  A deposit is flagged when it placed an availability
      * hold; a transfer when its target is another account of the
      * same owner.  The supporting-transaction cursor is declared
      * here too, parameterized by the suspect customer.
           SET NOT-END-OF-FILE TO TRUE

           EXEC SQL
               DECLARE KITE_WINDOW_CURSOR CURSOR FOR
               SELECT CA.CUSTOMER_ID, CA.ACCOUNT_NUMBER,
                      CHAR(T.CREATION_DATE, ISO),
                      T.TRANSACTION_TYPE, T.AMOUNT,
                      COALESCE(T.TARGET_ACCOUNT, ' '),
                      COALESCE(T.CHECK_SERIAL, ' '),
                      COALESCE(T.REFERENCE_ID, ' '),
                      CASE WHEN T.TRANSACTION_TYPE = 'D'
                           AND EXISTS
                               (SELECT 1 FROM FUNDS_HOLD_TABLE H
                                WHERE H.ACCOUNT_ID = CA.ACCOUNT_NUMBER
                                AND H.HOLD_REFERENCE = T.REFERENCE_ID
                                AND H.HOLD_TYPE = 'D')
                           THEN 'Y' ELSE 'N' END,
                      CASE WHEN T.TRANSACTION_TYPE = 'T'
                           AND EXISTS
                               (SELECT 1 FROM CUSTOMER_ACCOUNT_TABLE C2
                                WHERE C2.CUSTOMER_ID = CA.CUSTOMER_ID
                                AND C2.ACCOUNT_NUMBER = T.TARGET_ACCOUNT
                                AND C2.ACCOUNT_NUMBER
                                    <> CA.ACCOUNT_NUMBER)
                           THEN 'Y' ELSE 'N' END
               FROM CUSTOMER_ACCOUNT_TABLE CA
               INNER JOIN TRANSACTION_TABLE T
                   ON (T.ACCOUNT_NUMBER = CA.ACCOUNT_NUMBER
                       OR ((T.ACCOUNT_NUMBER IS NULL
                            OR T.ACCOUNT_NUMBER = ' ')
                           AND T.CUSTOMER_ID = CA.ACCOUNT_NUMBER))
               WHERE T.STATUS = 'PROCESSED'
               AND T.TRANSACTION_TYPE IN ('D', 'T', 'W')
               AND T.CREATION_DATE >=
                   DATE(:WS-SQL-CURRENT-DATE) - :WS-WINDOW-DAYS DAYS
               AND T.CREATION_DATE <= DATE(:WS-SQL-CURRENT-DATE)
               ORDER BY CA.CUSTOMER_ID, T.CREATION_DATE,
                        T.CREATION_TIME
           END-EXEC

           EXEC SQL
               DECLARE KITE_SUPPORT_CURSOR CURSOR FOR
               SELECT CA.ACCOUNT_NUMBER,
                      CHAR(T.CREATION_DATE, ISO),
                      T.TRANSACTION_TYPE, T.AMOUNT,
                      COALESCE(T.TARGET_ACCOUNT, ' '),
                      COALESCE(T.CHECK_SERIAL, ' '),
                      COALESCE(T.REFERENCE_ID, ' '),
                      CASE WHEN T.TRANSACTION_TYPE = 'D'
                           AND EXISTS
                               (SELECT 1 FROM FUNDS_HOLD_TABLE H
                                WHERE H.ACCOUNT_ID = CA.ACCOUNT_NUMBER
                                AND H.HOLD_REFERENCE = T.REFERENCE_ID
                                AND H.HOLD_TYPE = 'D')
                           THEN 'Y' ELSE 'N' END,
                      CASE WHEN T.TRANSACTION_TYPE = 'T'
                           AND EXISTS
                               (SELECT 1 FROM CUSTOMER_ACCOUNT_TABLE C2
                                WHERE C2.CUSTOMER_ID = CA.CUSTOMER_ID
                                AND C2.ACCOUNT_NUMBER = T.TARGET_ACCOUNT
                                AND C2.ACCOUNT_NUMBER
                                    <> CA.ACCOUNT_NUMBER)
                           THEN 'Y' ELSE 'N' END
               FROM CUSTOMER_ACCOUNT_TABLE CA
               INNER JOIN TRANSACTION_TABLE T
                   ON (T.ACCOUNT_NUMBER = CA.ACCOUNT_NUMBER
                       OR ((T.ACCOUNT_NUMBER IS NULL
                            OR T.ACCOUNT_NUMBER = ' ')
                           AND T.CUSTOMER_ID = CA.ACCOUNT_NUMBER))
               WHERE CA.CUSTOMER_ID = :WS-SUPPORT-CUSTOMER
               AND T.STATUS = 'PROCESSED'
               AND (T.TRANSACTION_TYPE IN ('D', 'T')
                    OR (T.TRANSACTION_TYPE = 'W'
                        AND T.CHECK_SERIAL <> ' '))
               AND T.CREATION_DATE >=
                   DATE(:WS-SQL-CURRENT-DATE) - :WS-WINDOW-DAYS DAYS
               AND T.CREATION_DATE <= DATE(:WS-SQL-CURRENT-DATE)
               ORDER BY T.CREATION_DATE, CA.ACCOUNT_NUMBER,
                        T.CREATION_TIME
           END-EXEC

           EXEC SQL
               OPEN KITE_WINDOW_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error opening kiting window cursor - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
               SET END-OF-FILE TO TRUE
           END-IF.

       DB-FETCH-NEXT-WINDOW-ITEM.
           EXEC SQL
               FETCH KITE_WINDOW_CURSOR INTO
               :WS-KI-OWNER-ID,
               :WS-KI-ACCOUNT,
               :WS-KI-DATE,
               :WS-KI-TYPE,
               :WS-KI-AMOUNT,
               :WS-KI-TARGET,
               :WS-KI-CHECK-SERIAL,
               :WS-KI-REFERENCE,
               :WS-KI-HELD-FLAG,
               :WS-KI-OWN-TARGET-FLAG
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   SET END-OF-FILE TO TRUE
               WHEN OTHER
                   MOVE SQLCODE TO WS-ERROR-CODE
                   STRING "Error fetching window item - SQLCODE: "
                       SQLCODE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
                   SET END-OF-FILE TO TRUE
           END-EVALUATE.

       DB-CLOSE-WINDOW-CURSOR.
           EXEC SQL
               CLOSE KITE_WINDOW_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error closing kiting window cursor - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

           COPY "dbconfig_loader.cpy".

           COPY "jobcontrol.cpy".

           COPY "opslog.cpy".

           COPY "paramtable.cpy".
