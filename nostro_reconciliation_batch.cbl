      *================================================================*
      * Nostro Reconciliation Batch                                    *
      * Proves our foreign-currency balances against what our         *
      * correspondent banks say we hold.  Each correspondent's end-of- *
      * day statement (MT950-style header, entry and closing records  *
      * per currency) is footed and loaded onto NOSTRO_ITEM_TABLE as  *
      * "they have" items; the day's cross-currency postings on       *
      * TRANSACTION_TABLE are loaded beside them as "we have" items.  *
      * Open items on both sides are then auto-matched by reference,  *
      * amount and value date, and whatever is still open is printed  *
      * by currency and aged - "they have, we don't" and "we have,    *
      * they don't" listed separately for treasury operations.        *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOSTRO-RECONCILIATION-BATCH.
       DATE-WRITTEN. 2026-10-15.
       AUTHOR. Updated 2026-10-15 for DB2 Integration.
       REMARKS. NOSTRO CORRESPONDENT ACCOUNT RECONCILIATION BATCH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Configuration file containing DB2 connection parameters
           SELECT CONFIG-FILE
               ASSIGN TO "DB2CONFIG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-FILE-STATUS.

      * Correspondent end-of-day statements
           SELECT STATEMENT-FILE
               ASSIGN TO "NOSTROSTMT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATEMENT-FILE-STATUS.

      * Aged open-items report by currency
           SELECT OPEN-ITEMS-REPORT-FILE
               ASSIGN TO "NOSTRORPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPEN-ITEMS-STATUS.

           SELECT ERROR-LOG-FILE
               ASSIGN TO "NOSTROERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERROR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * Statement Record - a '1' header per correspondent/currency
      * statement, a '6' per booked entry, a '9' closing balance
       FD  STATEMENT-FILE.
       01  STATEMENT-RECORD.
           05  NS-RECORD-TYPE         PIC X.
               88  NS-STATEMENT-HEADER    VALUE '1'.
               88  NS-STATEMENT-ENTRY     VALUE '6'.
               88  NS-STATEMENT-CLOSING   VALUE '9'.
           05  NS-RECORD-BODY         PIC X(99).
      * Header - who is reporting, our account on their books, and
      * the opening balance
           05  NS-HEADER-BODY REDEFINES NS-RECORD-BODY.
               10  NS-CORRESPONDENT-ID    PIC X(11).
               10  NS-NOSTRO-ACCOUNT      PIC X(20).
               10  NS-STATEMENT-NUMBER    PIC X(5).
               10  NS-CURRENCY-CODE       PIC X(3).
               10  NS-STATEMENT-DATE      PIC X(10).
               10  NS-OPENING-DC          PIC X.
                   88  NS-OPENING-DEBIT   VALUE 'D'.
               10  NS-OPENING-BALANCE     PIC 9(13)V99.
               10  FILLER                 PIC X(34).
      * Entry - one booking on our account; the reference for the
      * account owner is carried in full so our own references match
           05  NS-ENTRY-BODY REDEFINES NS-RECORD-BODY.
               10  NS-VALUE-DATE          PIC X(10).
               10  NS-ENTRY-DC            PIC X.
                   88  NS-ENTRY-CREDIT    VALUE 'C'.
                   88  NS-ENTRY-DEBIT     VALUE 'D'.
               10  NS-ENTRY-AMOUNT        PIC 9(11)V99.
               10  NS-TRANSACTION-CODE    PIC X(4).
               10  NS-OWNER-REFERENCE     PIC X(20).
               10  NS-SERVICER-REFERENCE  PIC X(16).
               10  FILLER                 PIC X(35).
      * Closing - the balance the correspondent says we hold
           05  NS-CLOSING-BODY REDEFINES NS-RECORD-BODY.
               10  NS-CLOSING-DC          PIC X.
                   88  NS-CLOSING-DEBIT   VALUE 'D'.
               10  NS-CLOSING-BALANCE     PIC 9(13)V99.
               10  FILLER                 PIC X(83).

      * Open Items Report Record
       FD  OPEN-ITEMS-REPORT-FILE.
       01  OPEN-ITEMS-REPORT-RECORD   PIC X(132).

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
           05  WS-STATEMENT-FILE-STATUS   PIC XX.
           05  WS-OPEN-ITEMS-STATUS       PIC XX.
           05  WS-ERROR-FILE-STATUS       PIC XX.

      * Error Code Management
       01  WS-ERROR-CODES.
           05  WS-ERROR-CODE              PIC 9(4).
               88  ERR-NONE               VALUE 0000.
               88  ERR-INVALID-TRANS-TYPE VALUE 1006.
               88  ERR-CURRENCY-MISMATCH  VALUE 1012.
               88  ERR-BATCH-IMBALANCE    VALUE 1020.
               88  ERR-DUPLICATE-REFERENCE VALUE 1021.
               88  ERR-FILE-ACCESS        VALUE 3001.
               88  ERR-SYSTEM-ERROR       VALUE 9999.
           05  WS-ERROR-MESSAGE-PARAM     PIC X(80).

      * The statement being loaded - each one is its own unit of work
       01  WS-STATEMENT-AREA.
           05  WS-STATEMENT-FLAG          PIC X VALUE 'N'.
               88  STATEMENT-OPEN         VALUE 'Y'.
               88  NO-STATEMENT-OPEN      VALUE 'N'.
           05  WS-STATEMENT-STATE         PIC X.
               88  STATEMENT-ACCEPTED     VALUE 'A'.
               88  STATEMENT-REFUSED      VALUE 'R'.
           05  WS-ST-CORRESPONDENT-ID     PIC X(11).
           05  WS-ST-CURRENCY-CODE        PIC X(3).
           05  WS-ST-STATEMENT-NUMBER     PIC X(5).
           05  WS-ST-STATEMENT-DATE       PIC X(10).
           05  WS-ST-OPENING-BALANCE      PIC S9(13)V99.
           05  WS-ST-CLOSING-BALANCE      PIC S9(13)V99.
           05  WS-ST-COMPUTED-CLOSING     PIC S9(13)V99.
           05  WS-ST-CREDIT-TOTAL         PIC S9(13)V99.
           05  WS-ST-DEBIT-TOTAL          PIC S9(13)V99.
           05  WS-ST-ENTRY-COUNT          PIC S9(9) COMP.

      * Matching Work Area
       01  WS-MATCH-AREA.
           05  WS-MT-CORRESPONDENT-ID     PIC X(11).
           05  WS-MT-CURRENCY-CODE        PIC X(3).
           05  WS-MT-STATEMENT-NUMBER     PIC X(5).
           05  WS-MT-ENTRY-SEQUENCE       PIC S9(9) COMP.
           05  WS-MT-ITEM-REFERENCE       PIC X(20).
           05  WS-MT-DEBIT-CREDIT         PIC X.
           05  WS-MT-AMOUNT               PIC S9(11)V99.
           05  WS-MT-VALUE-DATE           PIC X(10).
           05  WS-MT-OUR-SEQUENCE         PIC S9(9) COMP.
           05  WS-MT-OUR-REFERENCE        PIC X(20).
           05  WS-MATCH-FLAG              PIC X.
               88  PARTNER-FOUND          VALUE 'Y'.
               88  NO-PARTNER-FOUND       VALUE 'N'.
           05  WS-NEXT-OUR-SEQUENCE       PIC S9(9) COMP.

      * Open Items Report Control Breaks - currency, then side,
      * with each side's items aged into four buckets
       01  WS-BREAK-AREA.
           05  WS-PREV-CURRENCY           PIC X(3) VALUE SPACES.
           05  WS-PREV-SIDE               PIC X VALUE SPACES.
               88  PREV-THEY-HAVE         VALUE 'T'.
           05  WS-SIDE-ITEM-COUNT         PIC 9(7) VALUE ZERO.
           05  WS-SIDE-AMOUNT             PIC S9(13)V99 VALUE ZERO.
           05  WS-AGE-BUCKETS.
               10  WS-AGE-BUCKET OCCURS 4 TIMES.
                   15  WS-AGE-COUNT       PIC 9(7).
                   15  WS-AGE-AMOUNT      PIC S9(13)V99.
           05  WS-AGE-INDEX               PIC 9 COMP.
           05  WS-SIDE-HEADING            PIC X(41).
           05  WS-ITEM-KEY                PIC X(28).
           05  WS-ITEM-SEQUENCE-OUT       PIC 9(7).
           05  WS-AGE-DAYS-OUT            PIC -ZZZZ9.

      * Aging bucket labels, in WS-AGE-BUCKET order
       01  WS-AGE-LABELS.
           05  FILLER         PIC X(12) VALUE "0-2 DAYS".
           05  FILLER         PIC X(12) VALUE "3-7 DAYS".
           05  FILLER         PIC X(12) VALUE "8-30 DAYS".
           05  FILLER         PIC X(12) VALUE "OVER 30 DAYS".
       01  WS-AGE-LABEL-TABLE REDEFINES WS-AGE-LABELS.
           05  WS-AGE-LABEL               PIC X(12) OCCURS 4 TIMES.

      * Processing Statistics
       01  WS-PROCESSING-STATS.
           05  WS-STATEMENTS-READ         PIC 9(5) COMP VALUE ZERO.
           05  WS-STATEMENTS-LOADED       PIC 9(5) COMP VALUE ZERO.
           05  WS-STATEMENTS-REFUSED      PIC 9(5) COMP VALUE ZERO.
           05  WS-ENTRIES-LOADED          PIC 9(7) COMP VALUE ZERO.
           05  WS-OUR-ITEMS-LOADED        PIC 9(7) COMP VALUE ZERO.
           05  WS-ITEMS-MATCHED           PIC 9(7) COMP VALUE ZERO.
           05  WS-THEY-HAVE-OPEN          PIC 9(7) COMP VALUE ZERO.
           05  WS-WE-HAVE-OPEN            PIC 9(7) COMP VALUE ZERO.

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
               STATEMENT-FILE
               OPEN-ITEMS-REPORT-FILE
               ERROR-LOG-FILE.

           DISPLAY "FILE PROCESSING ERROR DETECTED"
           PERFORM ABNORMAL-TERMINATION.
       END DECLARATIVES.

       MAIN-PROCESSING SECTION.
       MAIN-PROCESSING-ROUTINE.
           PERFORM INITIALIZATION-ROUTINE
           PERFORM LOAD-CORRESPONDENT-STATEMENTS
           PERFORM LOAD-OUR-CROSS-CURRENCY-ITEMS
           PERFORM MATCH-OPEN-ITEMS
           PERFORM COMMIT-RECON-BATCH
           PERFORM REPORT-OPEN-ITEMS
           PERFORM GENERATE-SUMMARY-REPORT
           PERFORM CLEANUP-ROUTINE
           STOP RUN.

       INITIALIZATION-ROUTINE.
      * Open statement input, report and error log files
           OPEN INPUT STATEMENT-FILE
                OUTPUT OPEN-ITEMS-REPORT-FILE
                OUTPUT ERROR-LOG-FILE

           IF WS-STATEMENT-FILE-STATUS NOT = "00"
              SET ERR-FILE-ACCESS TO TRUE
              MOVE "ERROR OPENING NOSTRO STATEMENT FILE"
                  TO WS-ERROR-MESSAGE-PARAM
              PERFORM LOG-ERROR-WITH-CODE
              PERFORM ABNORMAL-TERMINATION
           END-IF

           IF WS-OPEN-ITEMS-STATUS NOT = "00"
              DISPLAY "ERROR OPENING NOSTRO OPEN ITEMS REPORT FILE"
              PERFORM ABNORMAL-TERMINATION
           END-IF

           IF WS-ERROR-FILE-STATUS NOT = "00"
              DISPLAY "ERROR OPENING ERROR LOG FILE"
              PERFORM ABNORMAL-TERMINATION
           END-IF

      * Get current system date and time
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS

           DISPLAY "NOSTRO RECONCILIATION BATCH"
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

      * Our side of the reconciliation is the day's posted
      * cross-currency activity, final once the day is closed
           MOVE "NOSTRO-RECONCILIATION-BATCH" TO JC-PROGRAM-ID
           MOVE "DAY-CLOSE-BATCH" TO JC-PREDECESSOR-ID
           PERFORM DB-CHECK-JOB-PREDECESSOR
           PERFORM DB-REGISTER-JOB-START

           SET NOT-END-OF-FILE TO TRUE.

       LOAD-CORRESPONDENT-STATEMENTS.
      * Each statement is footed opening + credits - debits against
      * its closing record and committed on its own; a statement
      * that does not foot, or names no nostro of ours, is refused
      * whole without holding up the others
           PERFORM READ-STATEMENT-RECORD
               UNTIL END-OF-FILE

           IF STATEMENT-OPEN
               SET ERR-BATCH-IMBALANCE TO TRUE
               MOVE "STATEMENT HAS NO CLOSING RECORD"
                   TO WS-ERROR-MESSAGE-PARAM
               PERFORM REFUSE-STATEMENT
           END-IF.

       READ-STATEMENT-RECORD.
           READ STATEMENT-FILE
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN NS-STATEMENT-HEADER
                           PERFORM OPEN-STATEMENT
                       WHEN NS-STATEMENT-ENTRY
                           PERFORM LOAD-STATEMENT-ENTRY
                       WHEN NS-STATEMENT-CLOSING
                           PERFORM CLOSE-STATEMENT
                       WHEN OTHER
                           SET ERR-INVALID-TRANS-TYPE TO TRUE
                           MOVE "UNKNOWN STATEMENT RECORD TYPE"
                               TO WS-ERROR-MESSAGE-PARAM
                           PERFORM LOG-ERROR-WITH-CODE
                   END-EVALUATE
           END-READ.

       OPEN-STATEMENT.
           IF STATEMENT-OPEN
               SET ERR-BATCH-IMBALANCE TO TRUE
               MOVE "STATEMENT HAS NO CLOSING RECORD"
                   TO WS-ERROR-MESSAGE-PARAM
               PERFORM REFUSE-STATEMENT
           END-IF

           ADD 1 TO WS-STATEMENTS-READ
           SET STATEMENT-OPEN TO TRUE
           SET STATEMENT-ACCEPTED TO TRUE
           MOVE NS-CORRESPONDENT-ID TO WS-ST-CORRESPONDENT-ID
           MOVE NS-CURRENCY-CODE TO WS-ST-CURRENCY-CODE
           MOVE NS-STATEMENT-NUMBER TO WS-ST-STATEMENT-NUMBER
           MOVE NS-STATEMENT-DATE TO WS-ST-STATEMENT-DATE
           MOVE NS-OPENING-BALANCE TO WS-ST-OPENING-BALANCE
           IF NS-OPENING-DEBIT
               MULTIPLY -1 BY WS-ST-OPENING-BALANCE
           END-IF
           MOVE ZERO TO WS-ST-CREDIT-TOTAL
           MOVE ZERO TO WS-ST-DEBIT-TOTAL
           MOVE ZERO TO WS-ST-ENTRY-COUNT

      * The correspondent, currency and account must be one of
      * our ACTIVE nostros
           PERFORM DB-READ-NOSTRO-ACCOUNT

           IF STATEMENT-ACCEPTED
               PERFORM DB-CHECK-STATEMENT-LOADED
           END-IF.

       LOAD-STATEMENT-ENTRY.
           IF STATEMENT-OPEN AND STATEMENT-ACCEPTED
               IF NOT NS-ENTRY-CREDIT AND NOT NS-ENTRY-DEBIT
                   SET ERR-INVALID-TRANS-TYPE TO TRUE
                   MOVE "ENTRY MARK MUST BE C OR D"
                       TO WS-ERROR-MESSAGE-PARAM
                   PERFORM REFUSE-STATEMENT
               ELSE
                   ADD 1 TO WS-ST-ENTRY-COUNT
                   IF NS-ENTRY-CREDIT
                       ADD NS-ENTRY-AMOUNT TO WS-ST-CREDIT-TOTAL
                   ELSE
                       ADD NS-ENTRY-AMOUNT TO WS-ST-DEBIT-TOTAL
                   END-IF
                   PERFORM DB-INSERT-THEIR-ITEM
               END-IF
           END-IF.

       CLOSE-STATEMENT.
           IF STATEMENT-OPEN AND STATEMENT-ACCEPTED
               MOVE NS-CLOSING-BALANCE TO WS-ST-CLOSING-BALANCE
               IF NS-CLOSING-DEBIT
                   MULTIPLY -1 BY WS-ST-CLOSING-BALANCE
               END-IF
               COMPUTE WS-ST-COMPUTED-CLOSING =
                   WS-ST-OPENING-BALANCE + WS-ST-CREDIT-TOTAL
                       - WS-ST-DEBIT-TOTAL

               IF WS-ST-COMPUTED-CLOSING NOT = WS-ST-CLOSING-BALANCE
                   SET ERR-BATCH-IMBALANCE TO TRUE
                   MOVE SPACES TO WS-ERROR-MESSAGE-PARAM
                   STRING "STATEMENT " WS-ST-STATEMENT-NUMBER
                       " DOES NOT FOOT TO CLOSING BALANCE"
                       DELIMITED BY SIZE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM REFUSE-STATEMENT
               ELSE
                   PERFORM DB-REGISTER-STATEMENT
               END-IF
           END-IF

           IF STATEMENT-OPEN AND STATEMENT-ACCEPTED
               PERFORM COMMIT-STATEMENT
           END-IF

           IF STATEMENT-OPEN AND STATEMENT-ACCEPTED
               ADD 1 TO WS-STATEMENTS-LOADED
               ADD WS-ST-ENTRY-COUNT TO WS-ENTRIES-LOADED
               DISPLAY "STATEMENT LOADED " WS-ST-CORRESPONDENT-ID
                   " " WS-ST-CURRENCY-CODE
                   " NO " WS-ST-STATEMENT-NUMBER
                   " ENTRIES " WS-ST-ENTRY-COUNT
           END-IF

           SET NO-STATEMENT-OPEN TO TRUE.

       REFUSE-STATEMENT.
      * A refused statement leaves nothing behind - its entries
      * roll back and a corrected statement may be sent again
           IF STATEMENT-ACCEPTED
               EXEC SQL
                   ROLLBACK WORK
               END-EXEC
               SET STATEMENT-REFUSED TO TRUE
               ADD 1 TO WS-STATEMENTS-REFUSED
               PERFORM LOG-ERROR-WITH-CODE
               DISPLAY "STATEMENT REFUSED " WS-ST-CORRESPONDENT-ID
                   " " WS-ST-CURRENCY-CODE
                   " NO " WS-ST-STATEMENT-NUMBER
           END-IF

      * Keep the log row of the refusal
           EXEC SQL
               COMMIT WORK
           END-EXEC

           IF NOT NS-STATEMENT-HEADER
               SET NO-STATEMENT-OPEN TO TRUE
           END-IF.

       COMMIT-STATEMENT.
           EXEC SQL
               COMMIT WORK
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               MOVE SPACES TO WS-ERROR-MESSAGE-PARAM
               STRING "Error committing statement - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM REFUSE-STATEMENT
           END-IF.

       LOAD-OUR-CROSS-CURRENCY-ITEMS.
      * Every posting converted out of a currency we hold a nostro
      * in moved money through that correspondent: deposits show on
      * their statement as credits to us, withdrawals as debits
           MOVE ZERO TO WS-NEXT-OUR-SEQUENCE
           PERFORM DB-GET-LAST-OUR-SEQUENCE

           SET NOT-END-OF-FILE TO TRUE
           PERFORM DB-OPEN-OUR-ITEM-CURSOR
           PERFORM LOAD-NEXT-OUR-ITEM
               UNTIL END-OF-FILE
           PERFORM DB-CLOSE-OUR-ITEM-CURSOR.

       LOAD-NEXT-OUR-ITEM.
           PERFORM DB-FETCH-NEXT-OUR-ITEM

           IF NOT-END-OF-FILE
               ADD 1 TO WS-NEXT-OUR-SEQUENCE
               PERFORM DB-INSERT-OUR-ITEM
           END-IF.

       MATCH-OPEN-ITEMS.
      * Every open statement entry - today's and any older break -
      * looks for an open posting of ours with the same reference,
      * amount, direction and value date in the same currency
           SET NOT-END-OF-FILE TO TRUE
           PERFORM DB-OPEN-THEIR-OPEN-CURSOR
           PERFORM MATCH-NEXT-THEIR-ITEM
               UNTIL END-OF-FILE
           PERFORM DB-CLOSE-THEIR-OPEN-CURSOR.

       MATCH-NEXT-THEIR-ITEM.
           PERFORM DB-FETCH-NEXT-THEIR-ITEM

           IF NOT-END-OF-FILE
               PERFORM DB-FIND-OUR-PARTNER
               IF PARTNER-FOUND
                   PERFORM DB-MARK-PAIR-MATCHED
               END-IF
           END-IF.

       COMMIT-RECON-BATCH.
           EXEC SQL
               COMMIT WORK
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error committing reconciliation - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       REPORT-OPEN-ITEMS.
      * Whatever is still open, by currency; within each currency
      * their unmatched entries first, then ours, oldest first
           MOVE SPACES TO OPEN-ITEMS-REPORT-RECORD
           STRING "NOSTRO RECONCILIATION OPEN ITEMS " WS-YEAR "-"
               WS-MONTH "-" WS-DAY
               DELIMITED BY SIZE
               INTO OPEN-ITEMS-REPORT-RECORD
           WRITE OPEN-ITEMS-REPORT-RECORD

           SET NOT-END-OF-FILE TO TRUE
           PERFORM DB-OPEN-OPEN-ITEM-CURSOR
           PERFORM REPORT-NEXT-OPEN-ITEM
               UNTIL END-OF-FILE
           PERFORM DB-CLOSE-OPEN-ITEM-CURSOR

           IF WS-PREV-CURRENCY NOT = SPACES
               PERFORM CLOSE-SIDE-SECTION
           ELSE
               MOVE SPACES TO OPEN-ITEMS-REPORT-RECORD
               MOVE "  NO OPEN ITEMS - ALL NOSTROS RECONCILED"
                   TO OPEN-ITEMS-REPORT-RECORD
               WRITE OPEN-ITEMS-REPORT-RECORD
           END-IF.

       REPORT-NEXT-OPEN-ITEM.
           PERFORM DB-FETCH-NEXT-OPEN-ITEM

           IF NOT-END-OF-FILE
               IF SQL-NO-CURRENCY-CODE NOT = WS-PREV-CURRENCY
                   IF WS-PREV-CURRENCY NOT = SPACES
                       PERFORM CLOSE-SIDE-SECTION
                   END-IF
                   PERFORM OPEN-CURRENCY-SECTION
                   PERFORM OPEN-SIDE-SECTION
               ELSE
                   IF SQL-NO-ITEM-SIDE NOT = WS-PREV-SIDE
                       PERFORM CLOSE-SIDE-SECTION
                       PERFORM OPEN-SIDE-SECTION
                   END-IF
               END-IF

               PERFORM PRINT-OPEN-ITEM
           END-IF.

       OPEN-CURRENCY-SECTION.
           MOVE SQL-NO-CURRENCY-CODE TO WS-PREV-CURRENCY

           MOVE SPACES TO OPEN-ITEMS-REPORT-RECORD
           WRITE OPEN-ITEMS-REPORT-RECORD

           MOVE SPACES TO OPEN-ITEMS-REPORT-RECORD
           STRING "CURRENCY " SQL-NO-CURRENCY-CODE
               " CORRESPONDENT " SQL-NO-CORRESPONDENT-ID
               DELIMITED BY SIZE
               INTO OPEN-ITEMS-REPORT-RECORD
           WRITE OPEN-ITEMS-REPORT-RECORD.

       OPEN-SIDE-SECTION.
           MOVE SQL-NO-ITEM-SIDE TO WS-PREV-SIDE
           MOVE ZERO TO WS-SIDE-ITEM-COUNT
           MOVE ZERO TO WS-SIDE-AMOUNT
           PERFORM CLEAR-ONE-AGE-BUCKET
               VARYING WS-AGE-INDEX FROM 1 BY 1
               UNTIL WS-AGE-INDEX > 4

           IF PREV-THEY-HAVE
               MOVE "  THEY HAVE, WE DON'T - ON STATEMENT ONLY"
                   TO WS-SIDE-HEADING
           ELSE
               MOVE "  WE HAVE, THEY DON'T - ON OUR BOOKS ONLY"
                   TO WS-SIDE-HEADING
           END-IF

           MOVE SPACES TO OPEN-ITEMS-REPORT-RECORD
           MOVE WS-SIDE-HEADING TO OPEN-ITEMS-REPORT-RECORD
           WRITE OPEN-ITEMS-REPORT-RECORD.

       CLEAR-ONE-AGE-BUCKET.
           MOVE ZERO TO WS-AGE-COUNT (WS-AGE-INDEX)
           MOVE ZERO TO WS-AGE-AMOUNT (WS-AGE-INDEX).

       PRINT-OPEN-ITEM.
           EVALUATE TRUE
               WHEN SQL-NO-AGE-DAYS < 3
                   MOVE 1 TO WS-AGE-INDEX
               WHEN SQL-NO-AGE-DAYS < 8
                   MOVE 2 TO WS-AGE-INDEX
               WHEN SQL-NO-AGE-DAYS < 31
                   MOVE 3 TO WS-AGE-INDEX
               WHEN OTHER
                   MOVE 4 TO WS-AGE-INDEX
           END-EVALUATE

           ADD 1 TO WS-AGE-COUNT (WS-AGE-INDEX)
           ADD SQL-NO-AMOUNT TO WS-AGE-AMOUNT (WS-AGE-INDEX)
           ADD 1 TO WS-SIDE-ITEM-COUNT
           ADD SQL-NO-AMOUNT TO WS-SIDE-AMOUNT

           IF PREV-THEY-HAVE
               ADD 1 TO WS-THEY-HAVE-OPEN
               MOVE SQL-NO-ENTRY-SEQUENCE TO WS-ITEM-SEQUENCE-OUT
               MOVE SPACES TO WS-ITEM-KEY
               STRING "STMT " SQL-NO-STATEMENT-NUMBER
                   " ENTRY " WS-ITEM-SEQUENCE-OUT
                   DELIMITED BY SIZE
                   INTO WS-ITEM-KEY
           ELSE
               ADD 1 TO WS-WE-HAVE-OPEN
               MOVE "POSTED ON OUR BOOKS" TO WS-ITEM-KEY
           END-IF

           MOVE SQL-NO-AGE-DAYS TO WS-AGE-DAYS-OUT
           MOVE SPACES TO OPEN-ITEMS-REPORT-RECORD
           STRING "    " WS-ITEM-KEY
               " REF " SQL-NO-ITEM-REFERENCE
               " " SQL-NO-DEBIT-CREDIT
               " AMOUNT " SQL-NO-AMOUNT
               " VALUE " SQL-NO-VALUE-DATE
               " AGE " WS-AGE-DAYS-OUT
               DELIMITED BY SIZE
               INTO OPEN-ITEMS-REPORT-RECORD
           WRITE OPEN-ITEMS-REPORT-RECORD.

       CLOSE-SIDE-SECTION.
           MOVE SPACES TO OPEN-ITEMS-REPORT-RECORD
           STRING "    OPEN ITEMS " WS-SIDE-ITEM-COUNT
               " TOTAL " WS-SIDE-AMOUNT
               DELIMITED BY SIZE
               INTO OPEN-ITEMS-REPORT-RECORD
           WRITE OPEN-ITEMS-REPORT-RECORD

           PERFORM PRINT-ONE-AGE-BUCKET
               VARYING WS-AGE-INDEX FROM 1 BY 1
               UNTIL WS-AGE-INDEX > 4.

       PRINT-ONE-AGE-BUCKET.
           MOVE SPACES TO OPEN-ITEMS-REPORT-RECORD
           STRING "      AGED " WS-AGE-LABEL (WS-AGE-INDEX)
               " ITEMS " WS-AGE-COUNT (WS-AGE-INDEX)
               " AMOUNT " WS-AGE-AMOUNT (WS-AGE-INDEX)
               DELIMITED BY SIZE
               INTO OPEN-ITEMS-REPORT-RECORD
           WRITE OPEN-ITEMS-REPORT-RECORD.

       GENERATE-SUMMARY-REPORT.
           DISPLAY "NOSTRO RECONCILIATION SUMMARY"
           DISPLAY "Statements Read:     " WS-STATEMENTS-READ
           DISPLAY "Statements Loaded:   " WS-STATEMENTS-LOADED
           DISPLAY "Statements Refused:  " WS-STATEMENTS-REFUSED
           DISPLAY "Entries Loaded:      " WS-ENTRIES-LOADED
           DISPLAY "Our Items Loaded:    " WS-OUR-ITEMS-LOADED
           DISPLAY "Items Matched:       " WS-ITEMS-MATCHED
           DISPLAY "They Have, We Don't: " WS-THEY-HAVE-OPEN
           DISPLAY "We Have, They Don't: " WS-WE-HAVE-OPEN.

       CLEANUP-ROUTINE.
      * Flip this job to COMPLETE on the job control table so
      * downstream predecessor checks open up
           PERFORM DB-REGISTER-JOB-COMPLETE

      * Disconnect from DB2 database
           PERFORM DB-DISCONNECT

           CLOSE STATEMENT-FILE
                 OPEN-ITEMS-REPORT-FILE
                 ERROR-LOG-FILE

           DISPLAY "NOSTRO RECONCILIATION BATCH COMPLETE".

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
           MOVE WS-ST-CORRESPONDENT-ID TO ER-CUSTOMER-ID
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

       DB-READ-NOSTRO-ACCOUNT.
           EXEC SQL
               SELECT CORRESPONDENT_ID, NOSTRO_ACCOUNT, NOSTRO_STATUS
               INTO :SQL-NO-CORRESPONDENT-ID, :SQL-NO-NOSTRO-ACCOUNT,
                    :SQL-NO-NOSTRO-STATUS
               FROM NOSTRO_ACCOUNT_TABLE
               WHERE CURRENCY_CODE = :NS-CURRENCY-CODE
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   IF SQL-NO-CORRESPONDENT-ID NOT = NS-CORRESPONDENT-ID
                   OR SQL-NO-NOSTRO-ACCOUNT NOT = NS-NOSTRO-ACCOUNT
                   OR SQL-NO-NOSTRO-STATUS NOT = "ACTIVE"
                       SET ERR-CURRENCY-MISMATCH TO TRUE
                       MOVE SPACES TO WS-ERROR-MESSAGE-PARAM
                       STRING "STATEMENT ACCOUNT IS NOT OUR ACTIVE "
                           NS-CURRENCY-CODE " NOSTRO"
                           DELIMITED BY SIZE
                           INTO WS-ERROR-MESSAGE-PARAM
                       PERFORM REFUSE-STATEMENT
                   END-IF

               WHEN 100
                   SET ERR-CURRENCY-MISMATCH TO TRUE
                   MOVE SPACES TO WS-ERROR-MESSAGE-PARAM
                   STRING "NO NOSTRO ON FILE FOR CURRENCY "
                       NS-CURRENCY-CODE
                       DELIMITED BY SIZE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM REFUSE-STATEMENT

               WHEN OTHER
                   MOVE SQLCODE TO WS-ERROR-CODE
                   MOVE SPACES TO WS-ERROR-MESSAGE-PARAM
                   STRING "Error reading nostro account - SQLCODE: "
                       SQLCODE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM REFUSE-STATEMENT
           END-EVALUATE.

       DB-CHECK-STATEMENT-LOADED.
      * A statement already on the register was loaded by an
      * earlier run and is not loaded again
           EXEC SQL
               SELECT ENTRY_COUNT
               INTO :SQL-NO-ROWS-LOADED
               FROM NOSTRO_STATEMENT_TABLE
               WHERE CORRESPONDENT_ID = :WS-ST-CORRESPONDENT-ID
               AND CURRENCY_CODE = :WS-ST-CURRENCY-CODE
               AND STATEMENT_NUMBER = :WS-ST-STATEMENT-NUMBER
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   SET ERR-DUPLICATE-REFERENCE TO TRUE
                   MOVE SPACES TO WS-ERROR-MESSAGE-PARAM
                   STRING "STATEMENT " WS-ST-STATEMENT-NUMBER
                       " ALREADY LOADED"
                       DELIMITED BY SIZE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM REFUSE-STATEMENT

               WHEN 100
                   CONTINUE

               WHEN OTHER
                   MOVE SQLCODE TO WS-ERROR-CODE
                   MOVE SPACES TO WS-ERROR-MESSAGE-PARAM
                   STRING "Error reading statement register - "
                       "SQLCODE: " SQLCODE
                       DELIMITED BY SIZE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM REFUSE-STATEMENT
           END-EVALUATE.

       DB-INSERT-THEIR-ITEM.
           MOVE WS-ST-ENTRY-COUNT TO SQL-NO-ENTRY-SEQUENCE
           MOVE NS-ENTRY-AMOUNT TO SQL-NO-AMOUNT

           EXEC SQL
               INSERT INTO NOSTRO_ITEM_TABLE
                   (ITEM_SIDE, CORRESPONDENT_ID, CURRENCY_CODE,
                    STATEMENT_NUMBER, ENTRY_SEQUENCE, ITEM_REFERENCE,
                    DEBIT_CREDIT, AMOUNT, VALUE_DATE, LOAD_DATE,
                    ITEM_STATUS)
               VALUES
                   ('T', :WS-ST-CORRESPONDENT-ID,
                    :WS-ST-CURRENCY-CODE, :WS-ST-STATEMENT-NUMBER,
                    :SQL-NO-ENTRY-SEQUENCE, :NS-OWNER-REFERENCE,
                    :NS-ENTRY-DC, :SQL-NO-AMOUNT,
                    DATE(:NS-VALUE-DATE),
                    DATE(:WS-SQL-CURRENT-DATE), 'OPEN')
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               MOVE SPACES TO WS-ERROR-MESSAGE-PARAM
               STRING "Error loading statement entry - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM REFUSE-STATEMENT
           END-IF.

       DB-REGISTER-STATEMENT.
           EXEC SQL
               INSERT INTO NOSTRO_STATEMENT_TABLE
                   (CORRESPONDENT_ID, CURRENCY_CODE,
                    STATEMENT_NUMBER, STATEMENT_DATE,
                    OPENING_BALANCE, CLOSING_BALANCE, ENTRY_COUNT,
                    LOAD_DATE)
               VALUES
                   (:WS-ST-CORRESPONDENT-ID, :WS-ST-CURRENCY-CODE,
                    :WS-ST-STATEMENT-NUMBER,
                    DATE(:WS-ST-STATEMENT-DATE),
                    :WS-ST-OPENING-BALANCE, :WS-ST-CLOSING-BALANCE,
                    :WS-ST-ENTRY-COUNT, DATE(:WS-SQL-CURRENT-DATE))
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               MOVE SPACES TO WS-ERROR-MESSAGE-PARAM
               STRING "Error registering statement - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM REFUSE-STATEMENT
           END-IF.

       DB-GET-LAST-OUR-SEQUENCE.
      * Our items are numbered on from the last one ever loaded
           EXEC SQL
               SELECT COALESCE(MAX(ENTRY_SEQUENCE), 0)
               INTO :WS-NEXT-OUR-SEQUENCE
               FROM NOSTRO_ITEM_TABLE
               WHERE ITEM_SIDE = 'W'
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error reading last item sequence - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
               PERFORM ABNORMAL-TERMINATION
           END-IF.

       DB-OPEN-OUR-ITEM-CURSOR.
      * Today's processed deposits and withdrawals converted out of
      * a nostro currency, not already loaded by an earlier run
           EXEC SQL
               DECLARE NOSTRO_OUR_CURSOR CURSOR FOR
               SELECT N.CORRESPONDENT_ID, T.ORIGINAL_CURRENCY,
                      COALESCE(T.REFERENCE_ID, ' '),
                      CASE T.TRANSACTION_TYPE
                          WHEN 'D' THEN 'C' ELSE 'D' END,
                      T.ORIGINAL_AMOUNT,
                      CHAR(COALESCE(T.EFFECTIVE_DATE,
                                    T.CREATION_DATE), ISO)
               FROM TRANSACTION_TABLE T
               INNER JOIN NOSTRO_ACCOUNT_TABLE N
                   ON N.CURRENCY_CODE = T.ORIGINAL_CURRENCY
                   AND N.NOSTRO_STATUS = 'ACTIVE'
               WHERE T.TRANSACTION_TYPE IN ('D', 'W')
               AND T.STATUS = 'PROCESSED'
               AND T.CREATION_DATE = DATE(:WS-SQL-CURRENT-DATE)
               AND T.ORIGINAL_CURRENCY <> T.CURRENCY_CODE
               AND NOT EXISTS
                   (SELECT 1 FROM NOSTRO_ITEM_TABLE I
                    WHERE I.ITEM_SIDE = 'W'
                    AND I.CURRENCY_CODE = T.ORIGINAL_CURRENCY
                    AND I.ITEM_REFERENCE =
                        COALESCE(T.REFERENCE_ID, ' ')
                    AND I.AMOUNT = T.ORIGINAL_AMOUNT
                    AND I.LOAD_DATE = DATE(:WS-SQL-CURRENT-DATE))
               ORDER BY T.ORIGINAL_CURRENCY, T.CREATION_TIME
           END-EXEC

           EXEC SQL
               OPEN NOSTRO_OUR_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error opening our item cursor - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
               SET END-OF-FILE TO TRUE
           END-IF.

       DB-FETCH-NEXT-OUR-ITEM.
           EXEC SQL
               FETCH NOSTRO_OUR_CURSOR INTO
               :SQL-NO-CORRESPONDENT-ID,
               :SQL-NO-CURRENCY-CODE,
               :SQL-NO-ITEM-REFERENCE,
               :SQL-NO-DEBIT-CREDIT,
               :SQL-NO-AMOUNT,
               :SQL-NO-VALUE-DATE
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE

               WHEN 100
                   SET END-OF-FILE TO TRUE

               WHEN OTHER
                   MOVE SQLCODE TO WS-ERROR-CODE
                   STRING "Error fetching our item - SQLCODE: "
                       SQLCODE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
                   SET END-OF-FILE TO TRUE
           END-EVALUATE.

       DB-CLOSE-OUR-ITEM-CURSOR.
           EXEC SQL
               CLOSE NOSTRO_OUR_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error closing our item cursor - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       DB-INSERT-OUR-ITEM.
           MOVE WS-NEXT-OUR-SEQUENCE TO SQL-NO-ENTRY-SEQUENCE

           EXEC SQL
               INSERT INTO NOSTRO_ITEM_TABLE
                   (ITEM_SIDE, CORRESPONDENT_ID, CURRENCY_CODE,
                    STATEMENT_NUMBER, ENTRY_SEQUENCE, ITEM_REFERENCE,
                    DEBIT_CREDIT, AMOUNT, VALUE_DATE, LOAD_DATE,
                    ITEM_STATUS)
               VALUES
                   ('W', :SQL-NO-CORRESPONDENT-ID,
                    :SQL-NO-CURRENCY-CODE, ' ',
                    :SQL-NO-ENTRY-SEQUENCE, :SQL-NO-ITEM-REFERENCE,
                    :SQL-NO-DEBIT-CREDIT, :SQL-NO-AMOUNT,
                    DATE(:SQL-NO-VALUE-DATE),
                    DATE(:WS-SQL-CURRENT-DATE), 'OPEN')
           END-EXEC

           IF SQLCODE = 0
               ADD 1 TO WS-OUR-ITEMS-LOADED
           ELSE
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error loading our item - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       DB-OPEN-THEIR-OPEN-CURSOR.
           EXEC SQL
               DECLARE NOSTRO_THEIR_CURSOR CURSOR FOR
               SELECT CORRESPONDENT_ID, CURRENCY_CODE,
                      STATEMENT_NUMBER, ENTRY_SEQUENCE,
                      ITEM_REFERENCE, DEBIT_CREDIT, AMOUNT,
                      CHAR(VALUE_DATE, ISO)
               FROM NOSTRO_ITEM_TABLE
               WHERE ITEM_SIDE = 'T'
               AND ITEM_STATUS = 'OPEN'
               ORDER BY CURRENCY_CODE, VALUE_DATE,
                        STATEMENT_NUMBER, ENTRY_SEQUENCE
           END-EXEC

           EXEC SQL
               OPEN NOSTRO_THEIR_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error opening statement item cursor - "
                   "SQLCODE: " SQLCODE
                   DELIMITED BY SIZE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
               SET END-OF-FILE TO TRUE
           END-IF.

       DB-FETCH-NEXT-THEIR-ITEM.
           EXEC SQL
               FETCH NOSTRO_THEIR_CURSOR INTO
               :WS-MT-CORRESPONDENT-ID,
               :WS-MT-CURRENCY-CODE,
               :WS-MT-STATEMENT-NUMBER,
               :WS-MT-ENTRY-SEQUENCE,
               :WS-MT-ITEM-REFERENCE,
               :WS-MT-DEBIT-CREDIT,
               :WS-MT-AMOUNT,
               :WS-MT-VALUE-DATE
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE

               WHEN 100
                   SET END-OF-FILE TO TRUE

               WHEN OTHER
                   MOVE SQLCODE TO WS-ERROR-CODE
                   STRING "Error fetching statement item - SQLCODE: "
                       SQLCODE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
                   SET END-OF-FILE TO TRUE
           END-EVALUATE.

       DB-CLOSE-THEIR-OPEN-CURSOR.
           EXEC SQL
               CLOSE NOSTRO_THEIR_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error closing statement item cursor - "
                   "SQLCODE: " SQLCODE
                   DELIMITED BY SIZE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       DB-FIND-OUR-PARTNER.
      * The oldest open posting of ours the entry pairs with
           SET NO-PARTNER-FOUND TO TRUE

           EXEC SQL
               SELECT ENTRY_SEQUENCE, ITEM_REFERENCE
               INTO :WS-MT-OUR-SEQUENCE, :WS-MT-OUR-REFERENCE
               FROM NOSTRO_ITEM_TABLE
               WHERE ITEM_SIDE = 'W'
               AND ITEM_STATUS = 'OPEN'
               AND CURRENCY_CODE = :WS-MT-CURRENCY-CODE
               AND ITEM_REFERENCE = :WS-MT-ITEM-REFERENCE
               AND DEBIT_CREDIT = :WS-MT-DEBIT-CREDIT
               AND AMOUNT = :WS-MT-AMOUNT
               AND VALUE_DATE = DATE(:WS-MT-VALUE-DATE)
               ORDER BY ENTRY_SEQUENCE
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   SET PARTNER-FOUND TO TRUE

               WHEN 100
                   CONTINUE

               WHEN OTHER
                   MOVE SQLCODE TO WS-ERROR-CODE
                   STRING "Error matching statement item - SQLCODE: "
                       SQLCODE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
           END-EVALUATE.

       DB-MARK-PAIR-MATCHED.
           EXEC SQL
               UPDATE NOSTRO_ITEM_TABLE
               SET ITEM_STATUS = 'MATCHED',
                   MATCH_DATE = DATE(:WS-SQL-CURRENT-DATE)
               WHERE ITEM_SIDE = 'W'
               AND CORRESPONDENT_ID = :WS-MT-CORRESPONDENT-ID
               AND CURRENCY_CODE = :WS-MT-CURRENCY-CODE
               AND STATEMENT_NUMBER = ' '
               AND ENTRY_SEQUENCE = :WS-MT-OUR-SEQUENCE
               AND ITEM_REFERENCE = :WS-MT-OUR-REFERENCE
           END-EXEC

           IF SQLCODE = 0
               EXEC SQL
                   UPDATE NOSTRO_ITEM_TABLE
                   SET ITEM_STATUS = 'MATCHED',
                       MATCH_DATE = DATE(:WS-SQL-CURRENT-DATE)
                   WHERE ITEM_SIDE = 'T'
                   AND CORRESPONDENT_ID = :WS-MT-CORRESPONDENT-ID
                   AND CURRENCY_CODE = :WS-MT-CURRENCY-CODE
                   AND STATEMENT_NUMBER = :WS-MT-STATEMENT-NUMBER
                   AND ENTRY_SEQUENCE = :WS-MT-ENTRY-SEQUENCE
                   AND ITEM_REFERENCE = :WS-MT-ITEM-REFERENCE
               END-EXEC
           END-IF

           IF SQLCODE = 0
               ADD 1 TO WS-ITEMS-MATCHED
           ELSE
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error marking items matched - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       DB-OPEN-OPEN-ITEM-CURSOR.
           EXEC SQL
               DECLARE NOSTRO_OPEN_CURSOR CURSOR FOR
               SELECT ITEM_SIDE, CORRESPONDENT_ID, CURRENCY_CODE,
                      STATEMENT_NUMBER, ENTRY_SEQUENCE,
                      ITEM_REFERENCE, DEBIT_CREDIT, AMOUNT,
                      CHAR(VALUE_DATE, ISO),
                      DAYS(DATE(:WS-SQL-CURRENT-DATE))
                          - DAYS(VALUE_DATE)
               FROM NOSTRO_ITEM_TABLE
               WHERE ITEM_STATUS = 'OPEN'
               ORDER BY CURRENCY_CODE, ITEM_SIDE, VALUE_DATE,
                        STATEMENT_NUMBER, ENTRY_SEQUENCE
           END-EXEC

           EXEC SQL
               OPEN NOSTRO_OPEN_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error opening open item cursor - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
               SET END-OF-FILE TO TRUE
           END-IF.

       DB-FETCH-NEXT-OPEN-ITEM.
           EXEC SQL
               FETCH NOSTRO_OPEN_CURSOR INTO
               :SQL-NO-ITEM-SIDE,
               :SQL-NO-CORRESPONDENT-ID,
               :SQL-NO-CURRENCY-CODE,
               :SQL-NO-STATEMENT-NUMBER,
               :SQL-NO-ENTRY-SEQUENCE,
               :SQL-NO-ITEM-REFERENCE,
               :SQL-NO-DEBIT-CREDIT,
               :SQL-NO-AMOUNT,
               :SQL-NO-VALUE-DATE,
               :SQL-NO-AGE-DAYS
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE

               WHEN 100
                   SET END-OF-FILE TO TRUE

               WHEN OTHER
                   MOVE SQLCODE TO WS-ERROR-CODE
                   STRING "Error fetching open item - SQLCODE: "
                       SQLCODE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
                   SET END-OF-FILE TO TRUE
           END-EVALUATE.

       DB-CLOSE-OPEN-ITEM-CURSOR.
           EXEC SQL
               CLOSE NOSTRO_OPEN_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error closing open item cursor - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

           COPY "dbconfig_loader.cpy".

           COPY "jobcontrol.cpy".

           COPY "opslog.cpy".
