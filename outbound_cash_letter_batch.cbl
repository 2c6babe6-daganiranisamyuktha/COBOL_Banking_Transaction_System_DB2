      *================================================================*
      * Outbound Cash Letter Batch                                     *
      * Presents the day's deposited transit items - checks our       *
      * customers deposited that are drawn on other banks - to the    *
      * clearing house.  Every CAPTURED item on DEPOSITED_ITEM_TABLE  *
      * whose deposit has posted goes into one network-format cash    *
      * letter: file header, cash letter header, bundles of items     *
      * each closed by a bundle control record, then the cash letter  *
      * control and file control records carrying the item counts     *
      * and dollar totals the clearing house proves the file to.      *
      * Presented items are marked PRESENTED under the cash letter    *
      * ID so a returned item can be traced back to its deposit.      *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OUTBOUND-CASH-LETTER-BATCH.
       DATE-WRITTEN. 2026-10-15.
       AUTHOR. Updated 2026-10-15 for DB2 Integration.
       REMARKS. OUTBOUND CASH LETTER FOR DEPOSITED TRANSIT ITEMS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Configuration file containing DB2 connection parameters
           SELECT CONFIG-FILE
               ASSIGN TO "DB2CONFIG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-FILE-STATUS.

      * Our routing number and the clearing house's, with the names
      * carried on the file header
           SELECT CASH-LETTER-PARAM-FILE
               ASSIGN TO "CASHLTRPARAM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASH-LETTER-PARAM-STATUS.

      * Network-format cash letter file to the clearing house
           SELECT CASH-LETTER-FILE
               ASSIGN TO "CASHLTROUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASH-LETTER-FILE-STATUS.

           SELECT ERROR-LOG-FILE
               ASSIGN TO "CASHLTRERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERROR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * Cash Letter Parameter Record
       FD  CASH-LETTER-PARAM-FILE.
       01  CASH-LETTER-PARAM-RECORD.
           05  PM-ORIGIN-ROUTING      PIC X(9).
           05  PM-ORIGIN-NAME         PIC X(18).
           05  PM-DEST-ROUTING        PIC X(9).
           05  PM-DEST-NAME           PIC X(18).

      * Cash Letter Record - one fixed 80-byte layout, discriminated
      * by CX-RECORD-TYPE, redefined per record class
       FD  CASH-LETTER-FILE.
       01  CASH-LETTER-RECORD.
           05  CX-RECORD-TYPE         PIC X(2).
               88  CX-FILE-HEADER     VALUE '01'.
               88  CX-LETTER-HEADER   VALUE '10'.
               88  CX-BUNDLE-HEADER   VALUE '20'.
               88  CX-ITEM-DETAIL     VALUE '25'.
               88  CX-BUNDLE-CONTROL  VALUE '70'.
               88  CX-LETTER-CONTROL  VALUE '90'.
               88  CX-FILE-CONTROL    VALUE '99'.
           05  CX-RECORD-BODY         PIC X(78).
           05  CX-FILE-HEADER-BODY REDEFINES CX-RECORD-BODY.
               10  CX-FH-DEST-ROUTING PIC X(9).
               10  CX-FH-ORIGIN-ROUTING PIC X(9).
               10  CX-FH-FILE-DATE    PIC X(8).
               10  CX-FH-FILE-TIME    PIC X(4).
               10  CX-FH-DEST-NAME    PIC X(18).
               10  CX-FH-ORIGIN-NAME  PIC X(18).
               10  FILLER             PIC X(12).
           05  CX-LETTER-HEADER-BODY REDEFINES CX-RECORD-BODY.
               10  CX-LH-LETTER-ID    PIC X(16).
               10  CX-LH-BUSINESS-DATE PIC X(8).
               10  CX-LH-ORIGIN-ROUTING PIC X(9).
               10  FILLER             PIC X(45).
           05  CX-BUNDLE-HEADER-BODY REDEFINES CX-RECORD-BODY.
               10  CX-BH-BUNDLE-SEQ   PIC 9(4).
               10  CX-BH-LETTER-ID    PIC X(16).
               10  FILLER             PIC X(58).
           05  CX-ITEM-BODY REDEFINES CX-RECORD-BODY.
               10  CX-IT-DRAWEE-ROUTING PIC X(9).
               10  CX-IT-CHECK-SERIAL PIC X(10).
               10  CX-IT-AMOUNT       PIC 9(9)V99.
      * Our item sequence number - the deposit's reference, which
      * the drawee quotes back on a return
               10  CX-IT-ITEM-SEQUENCE PIC X(20).
               10  CX-IT-DEPOSIT-ACCOUNT PIC X(10).
               10  CX-IT-BOFD-ROUTING PIC X(9).
               10  FILLER             PIC X(9).
           05  CX-BUNDLE-CONTROL-BODY REDEFINES CX-RECORD-BODY.
               10  CX-BC-ITEM-COUNT   PIC 9(4).
               10  CX-BC-TOTAL-AMOUNT PIC 9(10)V99.
               10  FILLER             PIC X(62).
           05  CX-LETTER-CONTROL-BODY REDEFINES CX-RECORD-BODY.
               10  CX-LC-BUNDLE-COUNT PIC 9(6).
               10  CX-LC-ITEM-COUNT   PIC 9(8).
               10  CX-LC-TOTAL-AMOUNT PIC 9(12)V99.
               10  FILLER             PIC X(50).
           05  CX-FILE-CONTROL-BODY REDEFINES CX-RECORD-BODY.
               10  CX-FC-LETTER-COUNT PIC 9(6).
               10  CX-FC-RECORD-COUNT PIC 9(8).
               10  CX-FC-ITEM-COUNT   PIC 9(8).
               10  CX-FC-TOTAL-AMOUNT PIC 9(14)V99.
               10  FILLER             PIC X(40).

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
           05  WS-CASH-LETTER-PARAM-STATUS PIC XX.
           05  WS-CASH-LETTER-FILE-STATUS PIC XX.
           05  WS-ERROR-FILE-STATUS       PIC XX.

      * Error Code Management
       01  WS-ERROR-CODES.
           05  WS-ERROR-CODE              PIC 9(4).
               88  ERR-NONE               VALUE 0000.
               88  ERR-FILE-ACCESS        VALUE 3001.
               88  ERR-SYSTEM-ERROR       VALUE 9999.
           05  WS-ERROR-MESSAGE-PARAM     PIC X(80).

      * Cash Letter Work Area
       01  WS-CASH-LETTER-AREA.
           05  WS-CASH-LETTER-ID          PIC X(16).
           05  WS-FILE-DATE               PIC X(8).
      * Items per bundle before the bundle is closed and a new one
      * opened (CASHLTR-BUNDLE-ITEMS business parameter)
           05  WS-BUNDLE-LIMIT            PIC 9(4) VALUE 100.
           05  WS-BUNDLE-SEQ              PIC 9(4) VALUE ZERO.
           05  WS-BUNDLE-ITEMS            PIC 9(4) VALUE ZERO.
           05  WS-BUNDLE-AMOUNT           PIC 9(10)V99 VALUE ZERO.

      * Processing Statistics
       01  WS-PROCESSING-STATS.
           05  WS-RECORDS-WRITTEN         PIC 9(8) VALUE ZERO.
           05  WS-ITEMS-PRESENTED         PIC 9(8) VALUE ZERO.
           05  WS-AMOUNT-PRESENTED        PIC 9(12)V99 VALUE ZERO.
           05  WS-ITEMS-ON-US             PIC 9(5) VALUE ZERO.

      * Work Areas and Flags
       01  WS-WORK-AREAS.
           05  WS-EOF-FLAG                PIC X VALUE 'N'.
               88  END-OF-FILE            VALUE 'Y'.
               88  NOT-END-OF-FILE        VALUE 'N'.

           05  WS-BUNDLE-FLAG             PIC X VALUE 'N'.
               88  BUNDLE-OPEN            VALUE 'Y'.
               88  NO-BUNDLE-OPEN         VALUE 'N'.

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
               CASH-LETTER-PARAM-FILE
               CASH-LETTER-FILE
               ERROR-LOG-FILE.

           DISPLAY "FILE PROCESSING ERROR DETECTED"
           PERFORM ABNORMAL-TERMINATION.
       END DECLARATIVES.

       MAIN-PROCESSING SECTION.
       MAIN-PROCESSING-ROUTINE.
           PERFORM INITIALIZATION-ROUTINE
           PERFORM WRITE-FILE-HEADER
           PERFORM DB-OPEN-TRANSIT-CURSOR
           PERFORM PRESENT-TRANSIT-ITEMS
               UNTIL END-OF-FILE
           PERFORM DB-CLOSE-TRANSIT-CURSOR
           IF BUNDLE-OPEN
               PERFORM CLOSE-BUNDLE
           END-IF
           PERFORM WRITE-FILE-TRAILER
           PERFORM COMMIT-CASH-LETTER
           PERFORM GENERATE-SUMMARY-REPORT
           PERFORM CLEANUP-ROUTINE
           STOP RUN.

       INITIALIZATION-ROUTINE.
      * Open parameter, cash letter and error log files
           OPEN INPUT CASH-LETTER-PARAM-FILE
                OUTPUT CASH-LETTER-FILE
                OUTPUT ERROR-LOG-FILE

           IF WS-CASH-LETTER-PARAM-STATUS NOT = "00"
              DISPLAY "ERROR OPENING CASH LETTER PARAMETER FILE"
              PERFORM ABNORMAL-TERMINATION
           END-IF

           IF WS-CASH-LETTER-FILE-STATUS NOT = "00"
              SET ERR-FILE-ACCESS TO TRUE
              MOVE "ERROR OPENING CASH LETTER FILE"
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

           DISPLAY "OUTBOUND CASH LETTER BATCH"
           DISPLAY "DATE: " WS-YEAR "-" WS-MONTH "-" WS-DAY
           DISPLAY "TIME: " WS-HOUR ":" WS-MINUTE ":" WS-SECOND

           MOVE WS-CURRENT-DATE TO WS-FILE-DATE

      * One cash letter per run, identified by its creation time
           MOVE SPACES TO WS-CASH-LETTER-ID
           STRING "CL" WS-YEAR WS-MONTH WS-DAY
               WS-HOUR WS-MINUTE WS-SECOND
               DELIMITED BY SIZE
               INTO WS-CASH-LETTER-ID

      * Read the routing identification
           READ CASH-LETTER-PARAM-FILE
               AT END
                   DISPLAY "ERROR: EMPTY CASH LETTER PARAMETER FILE"
                   PERFORM ABNORMAL-TERMINATION
           END-READ

      * Load database configuration from external file
           PERFORM LOAD-DATABASE-CONFIG

      * Connect to DB2 database
           PERFORM DB-CONNECT

      * Only deposits the posting run has credited are presented,
      * so the cash letter runs strictly behind the processor
           MOVE "OUTBOUND-CASH-LETTER-BATCH" TO JC-PROGRAM-ID
           MOVE "BANKING-TRANSACTION-PROCESSOR" TO JC-PREDECESSOR-ID
           PERFORM DB-CHECK-JOB-PREDECESSOR
           PERFORM DB-REGISTER-JOB-START

           MOVE "CASHLTR-BUNDLE-ITEMS" TO BP-PARAM-NAME
           PERFORM DB-GET-BUSINESS-PARAMETER
           IF BP-PARAM-FOUND
               MOVE SQL-BP-PARAM-VALUE TO WS-BUNDLE-LIMIT
           END-IF
           IF WS-BUNDLE-LIMIT = ZERO
               MOVE 100 TO WS-BUNDLE-LIMIT
           END-IF.

       WRITE-FILE-HEADER.
           MOVE SPACES TO CASH-LETTER-RECORD
           SET CX-FILE-HEADER TO TRUE
           MOVE PM-DEST-ROUTING TO CX-FH-DEST-ROUTING
           MOVE PM-ORIGIN-ROUTING TO CX-FH-ORIGIN-ROUTING
           MOVE WS-FILE-DATE TO CX-FH-FILE-DATE
           MOVE SPACES TO CX-FH-FILE-TIME
           STRING WS-HOUR WS-MINUTE
               DELIMITED BY SIZE
               INTO CX-FH-FILE-TIME
           MOVE PM-DEST-NAME TO CX-FH-DEST-NAME
           MOVE PM-ORIGIN-NAME TO CX-FH-ORIGIN-NAME
           PERFORM WRITE-CASH-LETTER-RECORD

           MOVE SPACES TO CASH-LETTER-RECORD
           SET CX-LETTER-HEADER TO TRUE
           MOVE WS-CASH-LETTER-ID TO CX-LH-LETTER-ID
           MOVE WS-FILE-DATE TO CX-LH-BUSINESS-DATE
           MOVE PM-ORIGIN-ROUTING TO CX-LH-ORIGIN-ROUTING
           PERFORM WRITE-CASH-LETTER-RECORD.

       PRESENT-TRANSIT-ITEMS.
           PERFORM DB-FETCH-NEXT-TRANSIT-ITEM

           IF NOT-END-OF-FILE
               IF SQL-DP-DRAWEE-ROUTING = PM-ORIGIN-ROUTING
      * Drawn on us after all - it cleared internally at posting
                   MOVE "ONUS" TO SQL-DP-ITEM-STATUS
                   PERFORM DB-MARK-TRANSIT-ITEM
                   ADD 1 TO WS-ITEMS-ON-US
               ELSE
                   PERFORM PRESENT-ONE-ITEM
               END-IF
           END-IF.

       PRESENT-ONE-ITEM.
           IF NO-BUNDLE-OPEN
               PERFORM OPEN-BUNDLE
           END-IF

           MOVE SPACES TO CASH-LETTER-RECORD
           SET CX-ITEM-DETAIL TO TRUE
           MOVE SQL-DP-DRAWEE-ROUTING TO CX-IT-DRAWEE-ROUTING
           MOVE SQL-DP-CHECK-SERIAL TO CX-IT-CHECK-SERIAL
           MOVE SQL-DP-AMOUNT TO CX-IT-AMOUNT
           MOVE SQL-DP-REFERENCE TO CX-IT-ITEM-SEQUENCE
           IF SQL-DP-ACCOUNT-NUMBER NOT = SPACES
               MOVE SQL-DP-ACCOUNT-NUMBER TO CX-IT-DEPOSIT-ACCOUNT
           ELSE
               MOVE SQL-DP-CUSTOMER-ID TO CX-IT-DEPOSIT-ACCOUNT
           END-IF
           MOVE PM-ORIGIN-ROUTING TO CX-IT-BOFD-ROUTING
           PERFORM WRITE-CASH-LETTER-RECORD

           ADD 1 TO WS-BUNDLE-ITEMS
           ADD SQL-DP-AMOUNT TO WS-BUNDLE-AMOUNT
           ADD 1 TO WS-ITEMS-PRESENTED
           ADD SQL-DP-AMOUNT TO WS-AMOUNT-PRESENTED

           MOVE "PRESENTED" TO SQL-DP-ITEM-STATUS
           PERFORM DB-MARK-TRANSIT-ITEM

           IF WS-BUNDLE-ITEMS NOT < WS-BUNDLE-LIMIT
               PERFORM CLOSE-BUNDLE
           END-IF.

       OPEN-BUNDLE.
           ADD 1 TO WS-BUNDLE-SEQ
           MOVE ZERO TO WS-BUNDLE-ITEMS
           MOVE ZERO TO WS-BUNDLE-AMOUNT

           MOVE SPACES TO CASH-LETTER-RECORD
           SET CX-BUNDLE-HEADER TO TRUE
           MOVE WS-BUNDLE-SEQ TO CX-BH-BUNDLE-SEQ
           MOVE WS-CASH-LETTER-ID TO CX-BH-LETTER-ID
           PERFORM WRITE-CASH-LETTER-RECORD
           SET BUNDLE-OPEN TO TRUE.

       CLOSE-BUNDLE.
           MOVE SPACES TO CASH-LETTER-RECORD
           SET CX-BUNDLE-CONTROL TO TRUE
           MOVE WS-BUNDLE-ITEMS TO CX-BC-ITEM-COUNT
           MOVE WS-BUNDLE-AMOUNT TO CX-BC-TOTAL-AMOUNT
           PERFORM WRITE-CASH-LETTER-RECORD
           SET NO-BUNDLE-OPEN TO TRUE.

       WRITE-FILE-TRAILER.
      * The cash letter and file control totals foot every bundle;
      * the file control record counts itself
           MOVE SPACES TO CASH-LETTER-RECORD
           SET CX-LETTER-CONTROL TO TRUE
           MOVE WS-BUNDLE-SEQ TO CX-LC-BUNDLE-COUNT
           MOVE WS-ITEMS-PRESENTED TO CX-LC-ITEM-COUNT
           MOVE WS-AMOUNT-PRESENTED TO CX-LC-TOTAL-AMOUNT
           PERFORM WRITE-CASH-LETTER-RECORD

           MOVE SPACES TO CASH-LETTER-RECORD
           SET CX-FILE-CONTROL TO TRUE
           MOVE 1 TO CX-FC-LETTER-COUNT
           ADD 1 TO WS-RECORDS-WRITTEN
           MOVE WS-RECORDS-WRITTEN TO CX-FC-RECORD-COUNT
           MOVE WS-ITEMS-PRESENTED TO CX-FC-ITEM-COUNT
           MOVE WS-AMOUNT-PRESENTED TO CX-FC-TOTAL-AMOUNT
           WRITE CASH-LETTER-RECORD.

       WRITE-CASH-LETTER-RECORD.
           WRITE CASH-LETTER-RECORD
           ADD 1 TO WS-RECORDS-WRITTEN.

       COMMIT-CASH-LETTER.
      * The PRESENTED marks are committed once the whole file has
      * been written
           EXEC SQL
               COMMIT WORK
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Commit Error - SQLCODE: " SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       GENERATE-SUMMARY-REPORT.
           DISPLAY "OUTBOUND CASH LETTER SUMMARY"
           DISPLAY "Cash Letter ID:     " WS-CASH-LETTER-ID
           DISPLAY "Bundles:            " WS-BUNDLE-SEQ
           DISPLAY "Items Presented:    " WS-ITEMS-PRESENTED
           DISPLAY "Amount Presented:   " WS-AMOUNT-PRESENTED
           DISPLAY "On-Us Items Closed: " WS-ITEMS-ON-US
           DISPLAY "Records Written:    " WS-RECORDS-WRITTEN.

       CLEANUP-ROUTINE.
      * Flip this job to COMPLETE on the job control table so
      * downstream predecessor checks open up
           PERFORM DB-REGISTER-JOB-COMPLETE

      * Disconnect from DB2 database
           PERFORM DB-DISCONNECT

           CLOSE CASH-LETTER-PARAM-FILE
                 CASH-LETTER-FILE
                 ERROR-LOG-FILE

           DISPLAY "OUTBOUND CASH LETTER BATCH COMPLETE".

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
           MOVE SQL-DP-CUSTOMER-ID TO ER-CUSTOMER-ID
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

       DB-OPEN-TRANSIT-CURSOR.
      * Captured transit items whose deposit has actually posted -
      * a deposit the posting run failed never reaches the letter
           SET NOT-END-OF-FILE TO TRUE

           EXEC SQL
               DECLARE TRANSIT_ITEM_CURSOR CURSOR FOR
               SELECT D.DEPOSIT_REFERENCE, D.CUSTOMER_ID,
                      COALESCE(D.ACCOUNT_NUMBER, ' '),
                      D.DRAWEE_ROUTING,
                      COALESCE(D.CHECK_SERIAL, ' '), D.AMOUNT
               FROM DEPOSITED_ITEM_TABLE D
               WHERE D.ITEM_STATUS = 'CAPTURED'
               AND EXISTS
                   (SELECT 1 FROM TRANSACTION_TABLE T
                    WHERE T.REFERENCE_ID = D.DEPOSIT_REFERENCE
                    AND T.TRANSACTION_TYPE = 'D'
                    AND T.STATUS = 'PROCESSED')
               ORDER BY D.DRAWEE_ROUTING, D.DEPOSIT_REFERENCE
           END-EXEC

           EXEC SQL
               OPEN TRANSIT_ITEM_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error opening transit item cursor - SQLCODE: "
                   SQLCODE
                   DELIMITED BY SIZE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
               SET END-OF-FILE TO TRUE
           END-IF.

       DB-FETCH-NEXT-TRANSIT-ITEM.
           EXEC SQL
               FETCH TRANSIT_ITEM_CURSOR INTO
               :SQL-DP-REFERENCE,
               :SQL-DP-CUSTOMER-ID,
               :SQL-DP-ACCOUNT-NUMBER,
               :SQL-DP-DRAWEE-ROUTING,
               :SQL-DP-CHECK-SERIAL,
               :SQL-DP-AMOUNT
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   SET END-OF-FILE TO TRUE
               WHEN OTHER
                   MOVE SQLCODE TO WS-ERROR-CODE
                   STRING "Error fetching transit item - SQLCODE: "
                       SQLCODE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
                   SET END-OF-FILE TO TRUE
           END-EVALUATE.

       DB-CLOSE-TRANSIT-CURSOR.
           EXEC SQL
               CLOSE TRANSIT_ITEM_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error closing transit item cursor - SQLCODE: "
                   SQLCODE
                   DELIMITED BY SIZE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       DB-MARK-TRANSIT-ITEM.
           EXEC SQL
               UPDATE DEPOSITED_ITEM_TABLE
               SET ITEM_STATUS = :SQL-DP-ITEM-STATUS,
                   CASH_LETTER_ID = :WS-CASH-LETTER-ID,
                   PRESENTED_DATE = CURRENT DATE
               WHERE DEPOSIT_REFERENCE = :SQL-DP-REFERENCE
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error marking transit item - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

           COPY "dbconfig_loader.cpy".

           COPY "jobcontrol.cpy".

           COPY "opslog.cpy".

           COPY "paramtable.cpy".
