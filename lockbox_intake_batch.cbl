      *================================================================*
      * Wholesale Lockbox Intake Batch                                 *
      * Reads the lockbox vendor's LOCKBOXIN file - a file header,    *
      * then per lockbox batch a batch record, its payment items and  *
      * each item's invoice detail, closed by a file trailer - and    *
      * foots every payment against the trailer the same way          *
      * TRANSACTION-INTAKE-BATCH proves TXNINPUT.  Each batch resolves *
      * through LOCKBOX_TABLE to its commercial customer and posts as *
      * one PENDING deposit; the payments in it go out on the         *
      * customer's receivables transmission file, invoice by invoice, *
      * for loading into their accounts-receivable system.  Payments  *
      * the vendor flags as exceptions are left out of the deposit    *
      * and held on LOCKBOX_EXCEPTION_TABLE for the customer's        *
      * decision.  A file that doesn't foot is rolled back whole and  *
      * emits no transmission.                                        *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOCKBOX-INTAKE-BATCH.
       DATE-WRITTEN. 2026-10-15.
       AUTHOR. Updated 2026-10-15 for DB2 Integration.
       REMARKS. WHOLESALE LOCKBOX RECEIVABLES INTAKE BATCH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Configuration file containing DB2 connection parameters
           SELECT CONFIG-FILE
               ASSIGN TO "DB2CONFIG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-FILE-STATUS.

      * Lockbox vendor file - header/batch/item/invoice/trailer
           SELECT LOCKBOX-FILE
               ASSIGN TO "LOCKBOXIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCKBOX-FILE-STATUS.

      * Receivables transmission to the commercial customers
           SELECT RECEIVABLES-TRANSMIT-FILE
               ASSIGN TO "LBXTRANSMIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSMIT-FILE-STATUS.

      * Intake report - one line per batch deposited and per item
      * held, and one disposition line per file
           SELECT LOCKBOX-REPORT-FILE
               ASSIGN TO "LOCKBOXRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCKBOX-REPORT-STATUS.

           SELECT ERROR-LOG-FILE
               ASSIGN TO "LOCKBOXERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERROR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * Lockbox Vendor Record - one fixed layout, discriminated by
      * LB-RECORD-TYPE, redefined per record class
       FD  LOCKBOX-FILE.
       01  LOCKBOX-RECORD.
           05  LB-RECORD-TYPE         PIC X.
               88  LB-HEADER-RECORD   VALUE 'H'.
               88  LB-BATCH-RECORD    VALUE 'B'.
               88  LB-ITEM-RECORD     VALUE 'I'.
               88  LB-INVOICE-RECORD  VALUE 'N'.
               88  LB-TRAILER-RECORD  VALUE 'T'.
           05  LB-RECORD-BODY         PIC X(99).
           05  LB-HEADER-BODY REDEFINES LB-RECORD-BODY.
               10  LB-FILE-ID         PIC X(12).
               10  LB-DEPOSIT-DATE    PIC X(10).
               10  LB-VENDOR-ID       PIC X(10).
               10  FILLER             PIC X(67).
           05  LB-BATCH-BODY REDEFINES LB-RECORD-BODY.
               10  LB-LOCKBOX-NUMBER  PIC X(7).
               10  LB-BATCH-NUMBER    PIC X(4).
               10  FILLER             PIC X(88).
           05  LB-ITEM-BODY REDEFINES LB-RECORD-BODY.
               10  LB-ITEM-SEQUENCE   PIC X(5).
               10  LB-PAYER-NAME      PIC X(30).
               10  LB-CHECK-SERIAL    PIC X(10).
               10  LB-PAYER-ROUTING   PIC X(9).
               10  LB-PAYER-ACCOUNT   PIC X(17).
               10  LB-AMOUNT-X        PIC X(11).
               10  LB-AMOUNT REDEFINES LB-AMOUNT-X
                                      PIC 9(9)V99.
      * E marks a payment the vendor could not process cleanly; the
      * reason is the vendor's own short text
               10  LB-EXCEPTION-FLAG  PIC X.
                   88  LB-ITEM-EXCEPTION VALUE 'E'.
               10  LB-EXCEPTION-REASON PIC X(16).
           05  LB-INVOICE-BODY REDEFINES LB-RECORD-BODY.
               10  LB-INVOICE-NUMBER  PIC X(15).
               10  LB-INVOICE-AMOUNT-X PIC X(11).
               10  LB-INVOICE-AMOUNT REDEFINES LB-INVOICE-AMOUNT-X
                                      PIC 9(9)V99.
               10  FILLER             PIC X(73).
           05  LB-TRAILER-BODY REDEFINES LB-RECORD-BODY.
               10  LB-TRAILER-COUNT   PIC 9(7).
               10  LB-TRAILER-AMOUNT  PIC 9(13)V99.
               10  FILLER             PIC X(77).

      * Receivables Transmission Record
           COPY "lockboxtx.cpy".

      * Intake Report Record
       FD  LOCKBOX-REPORT-FILE.
       01  LOCKBOX-REPORT-RECORD      PIC X(120).

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
           05  WS-LOCKBOX-FILE-STATUS     PIC XX.
           05  WS-TRANSMIT-FILE-STATUS    PIC XX.
           05  WS-LOCKBOX-REPORT-STATUS   PIC XX.
           05  WS-ERROR-FILE-STATUS       PIC XX.

      * Error Code Management
       01  WS-ERROR-CODES.
           05  WS-ERROR-CODE              PIC 9(4).
               88  ERR-NONE               VALUE 0000.
               88  ERR-INVALID-CUSTOMER   VALUE 1001.
               88  ERR-INVALID-AMOUNT     VALUE 1004.
               88  ERR-ACCOUNT-CLOSED     VALUE 1009.
               88  ERR-BATCH-IMBALANCE    VALUE 1020.
               88  ERR-FILE-ACCESS        VALUE 3001.
               88  ERR-SYSTEM-ERROR       VALUE 9999.
           05  WS-ERROR-MESSAGE-PARAM     PIC X(80).

      * File Control Work Area - the running proof of the vendor
      * file in hand against its trailer.  Every payment, deposited
      * or held, counts toward the footing.
       01  WS-FILE-CONTROL-AREA.
           05  WS-CURRENT-FILE-ID         PIC X(12) VALUE SPACES.
           05  WS-FILE-DEPOSIT-DATE       PIC X(10) VALUE SPACES.
           05  WS-FILE-OPEN-FLAG          PIC X VALUE 'N'.
               88  LOCKBOX-IN-PROGRESS    VALUE 'Y'.
               88  NO-LOCKBOX-OPEN        VALUE 'N'.
           05  WS-ITEM-COUNT              PIC 9(7) VALUE ZERO.
           05  WS-ITEM-AMOUNT             PIC 9(13)V99 VALUE ZERO.
           05  WS-REJECTED-COUNT          PIC 9(7) VALUE ZERO.
           05  WS-FILE-BATCHES            PIC 9(5) VALUE ZERO.
           05  WS-FILE-DEPOSITED          PIC 9(7) VALUE ZERO.
           05  WS-FILE-DEPOSIT-AMOUNT     PIC 9(13)V99 VALUE ZERO.
           05  WS-FILE-HELD               PIC 9(7) VALUE ZERO.

      * Batch Work Area - the lockbox batch in hand and the deposit
      * it builds up to
       01  WS-BATCH-AREA.
           05  WS-BATCH-OPEN-FLAG         PIC X VALUE 'N'.
               88  BATCH-IN-PROGRESS      VALUE 'Y'.
               88  NO-BATCH-OPEN          VALUE 'N'.
           05  WS-BATCH-STATE-FLAG        PIC X VALUE 'N'.
               88  BATCH-REFUSED          VALUE 'R'.
               88  BATCH-POSTABLE         VALUE 'N'.
           05  WS-BATCH-LOCKBOX           PIC X(7).
           05  WS-BATCH-NUMBER            PIC X(4).
           05  WS-BATCH-ACCOUNT           PIC X(10).
           05  WS-BATCH-REFERENCE         PIC X(20).
           05  WS-BATCH-DEPOSIT-COUNT     PIC 9(5) VALUE ZERO.
           05  WS-BATCH-DEPOSIT-AMOUNT    PIC 9(11)V99 VALUE ZERO.
           05  WS-BATCH-HELD-COUNT        PIC 9(5) VALUE ZERO.
           05  WS-BATCH-HEADER-IX         PIC 9(5) COMP VALUE ZERO.

      * Item Work Area - the payment in hand, kept until its invoice
      * detail has all been read
       01  WS-ITEM-AREA.
           05  WS-ITEM-OPEN-FLAG          PIC X VALUE 'N'.
               88  ITEM-IN-PROGRESS       VALUE 'Y'.
               88  NO-ITEM-OPEN           VALUE 'N'.
           05  WS-ITEM-EXCEPTION-FLAG     PIC X VALUE 'N'.
               88  ITEM-HELD              VALUE 'Y'.
               88  ITEM-DEPOSITED         VALUE 'N'.
           05  WS-ITEM-SEQUENCE           PIC X(5).
           05  WS-ITEM-PAYER-NAME         PIC X(30).
           05  WS-ITEM-CHECK-SERIAL       PIC X(10).
           05  WS-ITEM-PAYER-ROUTING      PIC X(9).
           05  WS-ITEM-PAY-AMOUNT         PIC 9(9)V99.
           05  WS-ITEM-EXCEPTION-REASON   PIC X(16).
           05  WS-ITEM-FIRST-INVOICE      PIC X(15).
           05  WS-ITEM-INVOICE-COUNT      PIC 9(5) VALUE ZERO.

      * Transmission buffer for the file set in hand - nothing
      * reaches the customers until the set foots and commits, so a
      * file rejected whole (and retransmitted) is never sent twice
       01  WS-TRANSMIT-BUFFER-AREA.
           05  WS-TRANSMIT-BUFFERED       PIC 9(5) COMP VALUE ZERO.
           05  WS-TRANSMIT-IX             PIC 9(5) COMP VALUE ZERO.
           05  WS-TRANSMIT-ENTRY          PIC X(120) OCCURS 5000.

      * Processing Statistics
       01  WS-PROCESSING-STATS.
           05  WS-FILES-ACCEPTED          PIC 9(5) COMP VALUE ZERO.
           05  WS-FILES-REJECTED          PIC 9(5) COMP VALUE ZERO.
           05  WS-BATCHES-DEPOSITED       PIC 9(5) VALUE ZERO.
           05  WS-ITEMS-DEPOSITED         PIC 9(7) VALUE ZERO.
           05  WS-AMOUNT-DEPOSITED        PIC 9(13)V99 VALUE ZERO.
           05  WS-ITEMS-HELD              PIC 9(7) VALUE ZERO.

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

       PROCEDURE DIVISION.
       DECLARATIVES.
       FILE-ERROR-HANDLER SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON
               LOCKBOX-FILE
               RECEIVABLES-TRANSMIT-FILE
               LOCKBOX-REPORT-FILE
               ERROR-LOG-FILE.

           DISPLAY "FILE PROCESSING ERROR DETECTED"
           PERFORM ABNORMAL-TERMINATION.
       END DECLARATIVES.

       MAIN-PROCESSING SECTION.
       MAIN-PROCESSING-ROUTINE.
           PERFORM INITIALIZATION-ROUTINE
           PERFORM PROCESS-LOCKBOX-RECORDS
               UNTIL END-OF-FILE
           PERFORM CHECK-UNTERMINATED-FILE
           PERFORM GENERATE-SUMMARY-REPORT
           PERFORM CLEANUP-ROUTINE
           STOP RUN.

       INITIALIZATION-ROUTINE.
      * Open lockbox input, transmission, report and error log files
           OPEN INPUT LOCKBOX-FILE
                OUTPUT RECEIVABLES-TRANSMIT-FILE
                OUTPUT LOCKBOX-REPORT-FILE
                OUTPUT ERROR-LOG-FILE

           IF WS-LOCKBOX-FILE-STATUS NOT = "00"
              SET ERR-FILE-ACCESS TO TRUE
              MOVE "ERROR OPENING LOCKBOX VENDOR FILE"
                  TO WS-ERROR-MESSAGE-PARAM
              PERFORM LOG-ERROR-WITH-CODE
              PERFORM ABNORMAL-TERMINATION
           END-IF

           IF WS-TRANSMIT-FILE-STATUS NOT = "00"
              DISPLAY "ERROR OPENING RECEIVABLES TRANSMISSION FILE"
              PERFORM ABNORMAL-TERMINATION
           END-IF

           IF WS-LOCKBOX-REPORT-STATUS NOT = "00"
              DISPLAY "ERROR OPENING LOCKBOX REPORT FILE"
              PERFORM ABNORMAL-TERMINATION
           END-IF

           IF WS-ERROR-FILE-STATUS NOT = "00"
              DISPLAY "ERROR OPENING ERROR LOG FILE"
              PERFORM ABNORMAL-TERMINATION
           END-IF

      * Get current system date and time
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS

           DISPLAY "LOCKBOX INTAKE BATCH"
           DISPLAY "DATE: " WS-YEAR "-" WS-MONTH "-" WS-DAY
           DISPLAY "TIME: " WS-HOUR ":" WS-MINUTE ":" WS-SECOND

      * Load database configuration from external file
           PERFORM LOAD-DATABASE-CONFIG

      * Connect to DB2 database
           PERFORM DB-CONNECT

      * Register this job on the job control table and refuse to
      * start ahead of its predecessor in the nightly stream
           MOVE "LOCKBOX-INTAKE-BATCH" TO JC-PROGRAM-ID
           MOVE SPACES TO JC-PREDECESSOR-ID
           PERFORM DB-CHECK-JOB-PREDECESSOR
           PERFORM DB-REGISTER-JOB-START

           SET NOT-END-OF-FILE TO TRUE.

       PROCESS-LOCKBOX-RECORDS.
           READ LOCKBOX-FILE
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   PERFORM HANDLE-LOCKBOX-RECORD
           END-READ.

       HANDLE-LOCKBOX-RECORD.
           EVALUATE TRUE
               WHEN LB-HEADER-RECORD
                   PERFORM OPEN-LOCKBOX-FILE-SET
               WHEN LB-BATCH-RECORD
                   PERFORM OPEN-LOCKBOX-BATCH
               WHEN LB-ITEM-RECORD
                   PERFORM WORK-ONE-PAYMENT-ITEM
               WHEN LB-INVOICE-RECORD
                   PERFORM WORK-ONE-INVOICE-DETAIL
               WHEN LB-TRAILER-RECORD
                   PERFORM BALANCE-AND-DISPOSE-FILE
               WHEN OTHER
                   PERFORM WRITE-REPORT-LINE-UNKNOWN
           END-EVALUATE.

       OPEN-LOCKBOX-FILE-SET.
      * A header arriving while a file set is still open means the
      * previous set never had a trailer - reject it whole first
           IF LOCKBOX-IN-PROGRESS
               PERFORM REJECT-WHOLE-FILE
           END-IF

           MOVE LB-FILE-ID TO WS-CURRENT-FILE-ID
           MOVE LB-DEPOSIT-DATE TO WS-FILE-DEPOSIT-DATE
           MOVE ZERO TO WS-ITEM-COUNT
           MOVE ZERO TO WS-ITEM-AMOUNT
           MOVE ZERO TO WS-REJECTED-COUNT
           MOVE ZERO TO WS-FILE-BATCHES
           MOVE ZERO TO WS-FILE-DEPOSITED
           MOVE ZERO TO WS-FILE-DEPOSIT-AMOUNT
           MOVE ZERO TO WS-FILE-HELD
           MOVE ZERO TO WS-TRANSMIT-BUFFERED
           SET NO-BATCH-OPEN TO TRUE
           SET NO-ITEM-OPEN TO TRUE
           SET LOCKBOX-IN-PROGRESS TO TRUE.

       OPEN-LOCKBOX-BATCH.
      * A new batch closes the one before it.  The lockbox number
      * names the customer and the account the deposit posts to; a
      * lockbox not set up, or an account closed, can't take the
      * deposit and fails the whole file at the trailer.
           IF NO-LOCKBOX-OPEN
               PERFORM WRITE-REPORT-LINE-UNKNOWN
           ELSE
               IF BATCH-IN-PROGRESS
                   PERFORM CLOSE-LOCKBOX-BATCH
               END-IF

               MOVE LB-LOCKBOX-NUMBER TO WS-BATCH-LOCKBOX
               MOVE LB-BATCH-NUMBER TO WS-BATCH-NUMBER
               MOVE ZERO TO WS-BATCH-DEPOSIT-COUNT
               MOVE ZERO TO WS-BATCH-DEPOSIT-AMOUNT
               MOVE ZERO TO WS-BATCH-HELD-COUNT
               MOVE SPACES TO WS-BATCH-REFERENCE
               SET BATCH-POSTABLE TO TRUE
               SET BATCH-IN-PROGRESS TO TRUE
               ADD 1 TO WS-FILE-BATCHES

               PERFORM DB-READ-LOCKBOX
               IF BATCH-POSTABLE
                   PERFORM DB-READ-DEPOSIT-ACCOUNT-STANDING
               END-IF

               IF BATCH-REFUSED
                   ADD 1 TO WS-REJECTED-COUNT
                   PERFORM LOG-ERROR-WITH-CODE
                   MOVE SPACES TO LOCKBOX-REPORT-RECORD
                   STRING "BATCH " WS-BATCH-LOCKBOX "/"
                       WS-BATCH-NUMBER " REFUSED - "
                       WS-ERROR-MESSAGE-PARAM (1:40)
                       DELIMITED BY SIZE
                       INTO LOCKBOX-REPORT-RECORD
                   WRITE LOCKBOX-REPORT-RECORD
               ELSE
                   MOVE SPACES TO RN-BRANCH-CODE
                   PERFORM DB-GENERATE-REFERENCE-ID
                   MOVE RN-GENERATED-REFERENCE TO WS-BATCH-REFERENCE

                   MOVE SPACES TO RECEIVABLES-TRANSMIT-RECORD
                   SET RX-BATCH-HEADER TO TRUE
                   MOVE SQL-LB-CUSTOMER-ID TO RX-CUSTOMER-ID
                   MOVE WS-BATCH-ACCOUNT TO RX-ACCOUNT-NUMBER
                   MOVE WS-BATCH-LOCKBOX TO RX-LOCKBOX-NUMBER
                   MOVE WS-BATCH-NUMBER TO RX-BATCH-NUMBER
                   MOVE WS-FILE-DEPOSIT-DATE TO RX-DEPOSIT-DATE
                   MOVE WS-BATCH-REFERENCE TO RX-DEPOSIT-REFERENCE
                   PERFORM BUFFER-TRANSMIT-RECORD
                   MOVE WS-TRANSMIT-BUFFERED TO WS-BATCH-HEADER-IX
               END-IF
           END-IF.

       WORK-ONE-PAYMENT-ITEM.
      * Every payment counts toward the trailer footing; only a
      * non-numeric amount is a malformed file rather than an
      * exception.  The item is kept open for its invoice detail.
           IF NO-BATCH-OPEN
               PERFORM WRITE-REPORT-LINE-UNKNOWN
           ELSE
               PERFORM CLOSE-PAYMENT-ITEM
               IF LB-AMOUNT-X NOT NUMERIC
                   SET ERR-INVALID-AMOUNT TO TRUE
                   MOVE "LOCKBOX PAYMENT AMOUNT NOT NUMERIC"
                       TO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
                   PERFORM REJECT-WHOLE-FILE
               ELSE
                   ADD 1 TO WS-ITEM-COUNT
                   ADD LB-AMOUNT TO WS-ITEM-AMOUNT

                   MOVE LB-ITEM-SEQUENCE TO WS-ITEM-SEQUENCE
                   MOVE LB-PAYER-NAME TO WS-ITEM-PAYER-NAME
                   MOVE LB-CHECK-SERIAL TO WS-ITEM-CHECK-SERIAL
                   MOVE LB-PAYER-ROUTING TO WS-ITEM-PAYER-ROUTING
                   MOVE LB-AMOUNT TO WS-ITEM-PAY-AMOUNT
                   MOVE LB-EXCEPTION-REASON
                       TO WS-ITEM-EXCEPTION-REASON
                   MOVE SPACES TO WS-ITEM-FIRST-INVOICE
                   MOVE ZERO TO WS-ITEM-INVOICE-COUNT
                   SET ITEM-IN-PROGRESS TO TRUE

                   IF LB-ITEM-EXCEPTION
                       SET ITEM-HELD TO TRUE
                   ELSE
                       SET ITEM-DEPOSITED TO TRUE
                       ADD 1 TO WS-BATCH-DEPOSIT-COUNT
                       ADD LB-AMOUNT TO WS-BATCH-DEPOSIT-AMOUNT
                   END-IF
               END-IF
           END-IF.

       WORK-ONE-INVOICE-DETAIL.
      * Each invoice a deposited payment settles goes to the
      * customer as its own remittance detail; a held payment keeps
      * its first invoice number for the customer's decision
           IF NO-ITEM-OPEN
               PERFORM WRITE-REPORT-LINE-UNKNOWN
           ELSE
               IF LB-INVOICE-AMOUNT-X NOT NUMERIC
                   MOVE ZERO TO LB-INVOICE-AMOUNT
               END-IF
               ADD 1 TO WS-ITEM-INVOICE-COUNT

               IF ITEM-HELD
                   IF WS-ITEM-FIRST-INVOICE = SPACES
                       MOVE LB-INVOICE-NUMBER TO WS-ITEM-FIRST-INVOICE
                   END-IF
               ELSE
                   IF BATCH-POSTABLE
                       PERFORM BUILD-REMITTANCE-DETAIL
                       MOVE LB-INVOICE-NUMBER TO RX-INVOICE-NUMBER
                       MOVE LB-INVOICE-AMOUNT TO RX-INVOICE-AMOUNT
                       PERFORM BUFFER-TRANSMIT-RECORD
                   END-IF
               END-IF
           END-IF.

       CLOSE-PAYMENT-ITEM.
      * A deposited payment that carried no invoice detail still
      * goes to the customer, with the invoice left blank; a held
      * payment goes onto the exception table
           IF ITEM-IN-PROGRESS AND BATCH-POSTABLE
               IF ITEM-HELD
                   PERFORM HOLD-EXCEPTION-ITEM
               ELSE
                   IF WS-ITEM-INVOICE-COUNT = ZERO
                       PERFORM BUILD-REMITTANCE-DETAIL
                       MOVE ZERO TO RX-INVOICE-AMOUNT
                       PERFORM BUFFER-TRANSMIT-RECORD
                   END-IF
               END-IF
           END-IF

           SET NO-ITEM-OPEN TO TRUE.

       BUILD-REMITTANCE-DETAIL.
           MOVE SPACES TO RECEIVABLES-TRANSMIT-RECORD
           SET RX-REMITTANCE-DETAIL TO TRUE
           MOVE SQL-LB-CUSTOMER-ID TO RX-CUSTOMER-ID
           MOVE WS-ITEM-SEQUENCE TO RX-ITEM-SEQUENCE
           MOVE WS-ITEM-PAYER-NAME TO RX-PAYER-NAME
           MOVE WS-ITEM-CHECK-SERIAL TO RX-CHECK-SERIAL
           MOVE WS-ITEM-PAY-AMOUNT TO RX-ITEM-AMOUNT.

       HOLD-EXCEPTION-ITEM.
      * The exception is held under its own reference in this
      * file's unit of work, so a rejected file takes it back out
           MOVE SPACES TO RN-BRANCH-CODE
           PERFORM DB-GENERATE-REFERENCE-ID
           SET ERR-NONE TO TRUE
           PERFORM DB-INSERT-LOCKBOX-EXCEPTION

           IF ERR-NONE
               ADD 1 TO WS-BATCH-HELD-COUNT
               ADD 1 TO WS-FILE-HELD
               MOVE SPACES TO LOCKBOX-REPORT-RECORD
               STRING "HELD LOCKBOX " WS-BATCH-LOCKBOX
                   " ITEM " WS-ITEM-SEQUENCE
                   " PAYER " WS-ITEM-PAYER-NAME
                   " AMOUNT " WS-ITEM-PAY-AMOUNT
                   " " WS-ITEM-EXCEPTION-REASON
                   " REF " RN-GENERATED-REFERENCE
                   DELIMITED BY SIZE
                   INTO LOCKBOX-REPORT-RECORD
               WRITE LOCKBOX-REPORT-RECORD
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
           END-IF.

       CLOSE-LOCKBOX-BATCH.
      * Post the batch's deposited payments as one deposit and foot
      * the customer's transmission for it
           PERFORM CLOSE-PAYMENT-ITEM

           IF BATCH-POSTABLE
               IF WS-BATCH-DEPOSIT-COUNT > ZERO
                   PERFORM DB-INSERT-LOCKBOX-DEPOSIT
               ELSE
      * Every payment held - there is no deposit to quote
                   MOVE WS-TRANSMIT-ENTRY (WS-BATCH-HEADER-IX)
                       TO RECEIVABLES-TRANSMIT-RECORD
                   MOVE SPACES TO RX-DEPOSIT-REFERENCE
                   MOVE RECEIVABLES-TRANSMIT-RECORD
                       TO WS-TRANSMIT-ENTRY (WS-BATCH-HEADER-IX)
               END-IF

               MOVE SPACES TO RECEIVABLES-TRANSMIT-RECORD
               SET RX-BATCH-TRAILER TO TRUE
               MOVE SQL-LB-CUSTOMER-ID TO RX-CUSTOMER-ID
               MOVE WS-BATCH-DEPOSIT-COUNT TO RX-ITEM-COUNT
               MOVE WS-BATCH-DEPOSIT-AMOUNT TO RX-BATCH-AMOUNT
               PERFORM BUFFER-TRANSMIT-RECORD

               ADD WS-BATCH-DEPOSIT-COUNT TO WS-FILE-DEPOSITED
               ADD WS-BATCH-DEPOSIT-AMOUNT TO WS-FILE-DEPOSIT-AMOUNT

               MOVE SPACES TO LOCKBOX-REPORT-RECORD
               STRING "BATCH " WS-BATCH-LOCKBOX "/" WS-BATCH-NUMBER
                   " CUSTOMER " SQL-LB-CUSTOMER-ID
                   " DEPOSITED " WS-BATCH-DEPOSIT-COUNT
                   " AMOUNT " WS-BATCH-DEPOSIT-AMOUNT
                   " HELD " WS-BATCH-HELD-COUNT
                   " REF " WS-BATCH-REFERENCE
                   DELIMITED BY SIZE
                   INTO LOCKBOX-REPORT-RECORD
               WRITE LOCKBOX-REPORT-RECORD
           END-IF

           SET NO-BATCH-OPEN TO TRUE.

       BUFFER-TRANSMIT-RECORD.
           IF WS-TRANSMIT-BUFFERED < 5000
               ADD 1 TO WS-TRANSMIT-BUFFERED
               MOVE RECEIVABLES-TRANSMIT-RECORD
                   TO WS-TRANSMIT-ENTRY (WS-TRANSMIT-BUFFERED)
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
               SET ERR-SYSTEM-ERROR TO TRUE
               MOVE "TRANSMISSION BUFFER FULL - FILE REJECTED"
                   TO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       BALANCE-AND-DISPOSE-FILE.
      * Foot every payment read - deposited and held alike -
      * against the vendor's trailer; a file that doesn't foot, or
      * carries a batch that couldn't post, is rolled back whole
           IF NO-LOCKBOX-OPEN
               PERFORM WRITE-REPORT-LINE-UNKNOWN
           ELSE
               IF BATCH-IN-PROGRESS
                   PERFORM CLOSE-LOCKBOX-BATCH
               END-IF
               IF WS-ITEM-COUNT = LB-TRAILER-COUNT
                  AND WS-ITEM-AMOUNT = LB-TRAILER-AMOUNT
                  AND WS-REJECTED-COUNT = ZERO
                   PERFORM COMMIT-ACCEPTED-FILE
               ELSE
                   PERFORM REJECT-WHOLE-FILE
               END-IF
           END-IF.

       COMMIT-ACCEPTED-FILE.
           EXEC SQL
               COMMIT WORK
           END-EXEC

           IF SQLCODE = 0
      * The file is committed - release its transmission records
               PERFORM RELEASE-BUFFERED-TRANSMIT
                   VARYING WS-TRANSMIT-IX FROM 1 BY 1
                   UNTIL WS-TRANSMIT-IX > WS-TRANSMIT-BUFFERED
               ADD 1 TO WS-FILES-ACCEPTED
               ADD WS-FILE-BATCHES TO WS-BATCHES-DEPOSITED
               ADD WS-FILE-DEPOSITED TO WS-ITEMS-DEPOSITED
               ADD WS-FILE-DEPOSIT-AMOUNT TO WS-AMOUNT-DEPOSITED
               ADD WS-FILE-HELD TO WS-ITEMS-HELD
               MOVE SPACES TO LOCKBOX-REPORT-RECORD
               STRING "FILE " WS-CURRENT-FILE-ID
                   " ACCEPTED - BATCHES " WS-FILE-BATCHES
                   " DEPOSITED " WS-FILE-DEPOSITED
                   " HELD " WS-FILE-HELD
                   " AMOUNT " WS-ITEM-AMOUNT
                   DELIMITED BY SIZE
                   INTO LOCKBOX-REPORT-RECORD
               WRITE LOCKBOX-REPORT-RECORD
           ELSE
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error committing lockbox file - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF

           MOVE ZERO TO WS-TRANSMIT-BUFFERED
           SET NO-LOCKBOX-OPEN TO TRUE.

       RELEASE-BUFFERED-TRANSMIT.
           MOVE WS-TRANSMIT-ENTRY (WS-TRANSMIT-IX)
               TO RECEIVABLES-TRANSMIT-RECORD
           WRITE RECEIVABLES-TRANSMIT-RECORD.

       REJECT-WHOLE-FILE.
      * Roll every deposit and held item of this file back and
      * report the rejection - the vendor corrects and retransmits
           EXEC SQL
               ROLLBACK WORK
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error rolling back lockbox file - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF

           ADD 1 TO WS-FILES-REJECTED
           SET ERR-BATCH-IMBALANCE TO TRUE
           MOVE "LOCKBOX FILE REJECTED WHOLE - DID NOT FOOT OR POST"
               TO WS-ERROR-MESSAGE-PARAM
           PERFORM LOG-ERROR-WITH-CODE

           MOVE SPACES TO LOCKBOX-REPORT-RECORD
           STRING "FILE " WS-CURRENT-FILE-ID
               " REJECTED - ITEMS " WS-ITEM-COUNT
               " AMOUNT " WS-ITEM-AMOUNT
               " REJECTS " WS-REJECTED-COUNT
               DELIMITED BY SIZE
               INTO LOCKBOX-REPORT-RECORD
           WRITE LOCKBOX-REPORT-RECORD

           MOVE ZERO TO WS-TRANSMIT-BUFFERED
           SET NO-ITEM-OPEN TO TRUE
           SET NO-BATCH-OPEN TO TRUE
           SET NO-LOCKBOX-OPEN TO TRUE.

       CHECK-UNTERMINATED-FILE.
      * End of file with a set still open means its trailer never
      * arrived - reject it whole
           IF LOCKBOX-IN-PROGRESS
               PERFORM REJECT-WHOLE-FILE
           END-IF.

       WRITE-REPORT-LINE-UNKNOWN.
           MOVE SPACES TO LOCKBOX-REPORT-RECORD
           STRING "RECORD OUT OF SEQUENCE OR UNKNOWN TYPE: "
               LB-RECORD-TYPE
               DELIMITED BY SIZE
               INTO LOCKBOX-REPORT-RECORD
           WRITE LOCKBOX-REPORT-RECORD.

       GENERATE-SUMMARY-REPORT.
           DISPLAY "LOCKBOX INTAKE SUMMARY"
           DISPLAY "Files Accepted:    " WS-FILES-ACCEPTED
           DISPLAY "Files Rejected:    " WS-FILES-REJECTED
           DISPLAY "Batches Deposited: " WS-BATCHES-DEPOSITED
           DISPLAY "Items Deposited:   " WS-ITEMS-DEPOSITED
           DISPLAY "Amount Deposited:  " WS-AMOUNT-DEPOSITED
           DISPLAY "Items Held:        " WS-ITEMS-HELD.

       CLEANUP-ROUTINE.
      * Flip this job to COMPLETE on the job control table so
      * downstream predecessor checks open up
           PERFORM DB-REGISTER-JOB-COMPLETE

      * Disconnect from DB2 database
           PERFORM DB-DISCONNECT

           CLOSE LOCKBOX-FILE
                 RECEIVABLES-TRANSMIT-FILE
                 LOCKBOX-REPORT-FILE
                 ERROR-LOG-FILE

           DISPLAY "LOCKBOX INTAKE BATCH COMPLETE".

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
           MOVE SQL-LB-CUSTOMER-ID TO ER-CUSTOMER-ID
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

       DB-READ-LOCKBOX.
      * The lockbox directory names the customer and the account the
      * batch deposits to; spaces there means the customer's own
      * same-ID account
           MOVE SPACES TO SQL-LB-CUSTOMER-ID

           EXEC SQL
               SELECT CUSTOMER_ID,
                      COALESCE(ACCOUNT_NUMBER, ' ')
               INTO :SQL-LB-CUSTOMER-ID,
                    :SQL-LB-ACCOUNT-NUMBER
               FROM LOCKBOX_TABLE
               WHERE LOCKBOX_NUMBER = :WS-BATCH-LOCKBOX
               AND LOCKBOX_STATUS = 'ACTIVE'
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   IF SQL-LB-ACCOUNT-NUMBER = SPACES
                       MOVE SQL-LB-CUSTOMER-ID TO WS-BATCH-ACCOUNT
                   ELSE
                       MOVE SQL-LB-ACCOUNT-NUMBER TO WS-BATCH-ACCOUNT
                   END-IF

               WHEN 100
                   SET BATCH-REFUSED TO TRUE
                   SET ERR-INVALID-CUSTOMER TO TRUE
                   MOVE "LOCKBOX NOT ON FILE OR NOT ACTIVE"
                       TO WS-ERROR-MESSAGE-PARAM

               WHEN OTHER
                   SET BATCH-REFUSED TO TRUE
                   MOVE SQLCODE TO WS-ERROR-CODE
                   STRING "Error reading lockbox - SQLCODE: " SQLCODE
                       INTO WS-ERROR-MESSAGE-PARAM
           END-EVALUATE.

       DB-READ-DEPOSIT-ACCOUNT-STANDING.
      * The deposit account must be on file and not CLOSED
           MOVE "0001" TO SQL-AM-INSTITUTION-CODE
           EXEC SQL
               SELECT ACCOUNT_STATUS,
                      COALESCE(INSTITUTION_CODE, '0001')
               INTO :SQL-AM-ACCOUNT-STATUS,
                    :SQL-AM-INSTITUTION-CODE
               FROM ACCOUNT_TABLE
               WHERE CUSTOMER_ID = :WS-BATCH-ACCOUNT
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   IF SQL-AM-ACCOUNT-STATUS = "CLOSED"
                       SET BATCH-REFUSED TO TRUE
                       SET ERR-ACCOUNT-CLOSED TO TRUE
                       MOVE "LOCKBOX DEPOSIT ACCOUNT IS CLOSED"
                           TO WS-ERROR-MESSAGE-PARAM
                   END-IF

               WHEN 100
                   SET BATCH-REFUSED TO TRUE
                   SET ERR-INVALID-CUSTOMER TO TRUE
                   MOVE "LOCKBOX DEPOSIT ACCOUNT NOT ON FILE"
                       TO WS-ERROR-MESSAGE-PARAM

               WHEN OTHER
                   SET BATCH-REFUSED TO TRUE
                   MOVE SQLCODE TO WS-ERROR-CODE
                   STRING "Error reading deposit account - SQLCODE: "
                       SQLCODE
                       INTO WS-ERROR-MESSAGE-PARAM
           END-EVALUATE.

       DB-INSERT-LOCKBOX-DEPOSIT.
      * One PENDING deposit for the batch in the open unit of work -
      * nothing is committed until the file foots
           MOVE SPACES TO SQL-TR-DESCRIPTION
           STRING "LOCKBOX " WS-BATCH-LOCKBOX
               " BATCH " WS-BATCH-NUMBER
               DELIMITED BY SIZE
               INTO SQL-TR-DESCRIPTION

           EXEC SQL
               INSERT INTO TRANSACTION_TABLE
                   (CUSTOMER_ID, TRANSACTION_TYPE, AMOUNT,
                    REFERENCE_ID, CREATION_DATE, CREATION_TIME,
                    STATUS, CURRENCY_CODE, CHANNEL_CODE,
                    ACCOUNT_NUMBER, PRIORITY, DESCRIPTION,
                    INSTITUTION_CODE)
               VALUES
                   (:SQL-LB-CUSTOMER-ID, 'D',
                    :WS-BATCH-DEPOSIT-AMOUNT, :WS-BATCH-REFERENCE,
                    CURRENT DATE, CURRENT TIME, 'PENDING',
                    'USD', 'BAT', :SQL-LB-ACCOUNT-NUMBER, 5,
                    :SQL-TR-DESCRIPTION,
                    :SQL-AM-INSTITUTION-CODE)
           END-EXEC

           IF SQLCODE NOT = 0
               ADD 1 TO WS-REJECTED-COUNT
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error staging lockbox deposit - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       DB-INSERT-LOCKBOX-EXCEPTION.
           EXEC SQL
               INSERT INTO LOCKBOX_EXCEPTION_TABLE
                   (EXCEPTION_ID, LOCKBOX_NUMBER, BATCH_NUMBER,
                    ITEM_SEQUENCE, CUSTOMER_ID, ACCOUNT_NUMBER,
                    PAYER_NAME, PAYER_ROUTING, CHECK_SERIAL,
                    AMOUNT, INVOICE_NUMBER, EXCEPTION_REASON,
                    EXCEPTION_STATUS, HOLD_DATE)
               VALUES
                   (:RN-GENERATED-REFERENCE, :WS-BATCH-LOCKBOX,
                    :WS-BATCH-NUMBER, :WS-ITEM-SEQUENCE,
                    :SQL-LB-CUSTOMER-ID, :SQL-LB-ACCOUNT-NUMBER,
                    :WS-ITEM-PAYER-NAME, :WS-ITEM-PAYER-ROUTING,
                    :WS-ITEM-CHECK-SERIAL, :WS-ITEM-PAY-AMOUNT,
                    :WS-ITEM-FIRST-INVOICE,
                    :WS-ITEM-EXCEPTION-REASON, 'HELD',
                    CURRENT DATE)
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error holding lockbox exception - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

           COPY "dbconfig_loader.cpy".

           COPY "jobcontrol.cpy".

           COPY "refnumber.cpy".

           COPY "opslog.cpy".
