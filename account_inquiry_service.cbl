      *================================================================*
      * Real-Time Account Inquiry Service                              *
      * Stays resident through the day answering the mobile app (MOB) *
      * and the phone system (IVR) from live DB2 rows instead of the  *
      * overnight batch inquiries.  The channel gateway appends each  *
      * request to the day's INQREQUEST journal; every poll this      *
      * service answers the requests added since its last pass onto   *
      * INQRESPONSE - balance, available balance net of unreleased    *
      * funds holds, the last N transactions, or the pending holds -  *
      * after checking the requester is linked to the account on      *
      * CUSTOMER_ACCOUNT_TABLE (or is the original same-ID owner).    *
      * Each channel has a response-time budget on the business       *
      * parameter table; a request already older than its budget      *
      * when it is picked up is answered EXPIRED without the lookup,  *
      * since the caller has given up on it.  Every inquiry, answered *
      * or not, is logged as a PROCESSED 'I' transaction under the    *
      * requesting channel.  The operator's INQSTOP file ends the     *
      * service after its current pass.                               *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCOUNT-INQUIRY-SERVICE.
       DATE-WRITTEN. 2026-10-15.
       AUTHOR. Updated 2026-10-15 for DB2 Integration.
       REMARKS. REAL-TIME MOBILE AND IVR ACCOUNT INQUIRY SERVICE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Configuration file containing DB2 connection parameters
           SELECT CONFIG-FILE
               ASSIGN TO "DB2CONFIG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-FILE-STATUS.

      * The day's request journal, appended to by the channel gateway
           SELECT OPTIONAL INQUIRY-REQUEST-FILE
               ASSIGN TO "INQREQUEST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQUEST-FILE-STATUS.

      * Answers back to the gateway, appended pass by pass
           SELECT OPTIONAL INQUIRY-RESPONSE-FILE
               ASSIGN TO "INQRESPONSE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESPONSE-FILE-STATUS.

      * Operator stop request - existence alone ends the service
           SELECT OPTIONAL INQUIRY-STOP-FILE
               ASSIGN TO "INQSTOP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STOP-FILE-STATUS.

           SELECT ERROR-LOG-FILE
               ASSIGN TO "INQERRORLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERROR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * Inquiry Request Record.  IQ-SENT-TIME is the gateway's time
      * of day (HHMMSSCC) when the customer asked; IQ-TXN-COUNT is N
      * for a last-N-transactions inquiry.
       FD  INQUIRY-REQUEST-FILE.
       01  INQUIRY-REQUEST-RECORD.
           05  IQ-REQUEST-ID          PIC X(20).
           05  FILLER                 PIC X.
           05  IQ-CHANNEL-CODE        PIC X(3).
               88  IQ-CHANNEL-MOBILE  VALUE 'MOB'.
               88  IQ-CHANNEL-IVR     VALUE 'IVR'.
           05  FILLER                 PIC X.
           05  IQ-REQUESTER-ID        PIC X(10).
           05  FILLER                 PIC X.
           05  IQ-ACCOUNT-NUMBER      PIC X(10).
           05  FILLER                 PIC X.
           05  IQ-INQUIRY-TYPE        PIC X.
               88  IQ-BALANCE         VALUE 'B'.
               88  IQ-AVAILABLE       VALUE 'A'.
               88  IQ-TRANSACTIONS    VALUE 'T'.
               88  IQ-HOLDS           VALUE 'H'.
               88  IQ-VALID-TYPE      VALUE 'B' 'A' 'T' 'H'.
           05  FILLER                 PIC X.
           05  IQ-TXN-COUNT           PIC 9(2).
           05  FILLER                 PIC X.
           05  IQ-SENT-TIME.
               10  IQ-SENT-HOUR       PIC 9(2).
               10  IQ-SENT-MINUTE     PIC 9(2).
               10  IQ-SENT-SECOND     PIC 9(2).
               10  IQ-SENT-HUNDREDTH  PIC 9(2).

      * Inquiry Response Record.  A response is zero or more 'T'
      * transaction or 'H' hold lines followed by the 'S' summary
      * line that closes it, carrying the outcome, the number of
      * detail lines ahead of it, the elapsed time against the
      * request's sent time and, for balance inquiries, the figures.
       FD  INQUIRY-RESPONSE-FILE.
       01  INQUIRY-RESPONSE-RECORD.
           05  IR-REQUEST-ID          PIC X(20).
           05  IR-LINE-TYPE           PIC X.
               88  IR-SUMMARY-LINE    VALUE 'S'.
               88  IR-TRANSACTION-LINE VALUE 'T'.
               88  IR-HOLD-LINE       VALUE 'H'.
           05  IR-STATUS              PIC X(10).
           05  IR-DETAIL-COUNT        PIC 9(3).
           05  IR-ELAPSED-MS          PIC 9(5).
           05  IR-DETAIL              PIC X(100).
           05  IR-BALANCE-DETAIL REDEFINES IR-DETAIL.
               10  IR-LEDGER-BALANCE  PIC S9(12)V99
                                      SIGN LEADING SEPARATE.
               10  IR-HELD-TOTAL      PIC S9(11)V99
                                      SIGN LEADING SEPARATE.
               10  IR-AVAILABLE-BALANCE PIC S9(12)V99
                                      SIGN LEADING SEPARATE.
               10  IR-ACCOUNT-STATUS  PIC X(10).
               10  FILLER             PIC X(45).
           05  IR-TRANSACTION-DETAIL REDEFINES IR-DETAIL.
               10  IR-TRAN-DATE       PIC X(10).
               10  IR-TRAN-TYPE       PIC X.
               10  IR-TRAN-AMOUNT     PIC S9(9)V99
                                      SIGN LEADING SEPARATE.
               10  IR-TRAN-STATUS     PIC X(10).
               10  IR-TRAN-REFERENCE  PIC X(20).
               10  IR-TRAN-DESCRIPTION PIC X(40).
               10  FILLER             PIC X(7).
           05  IR-HOLD-DETAIL REDEFINES IR-DETAIL.
               10  IR-HOLD-TYPE       PIC X.
               10  IR-HOLD-AMOUNT     PIC S9(9)V99
                                      SIGN LEADING SEPARATE.
               10  IR-HOLD-RELEASE    PIC X(10).
               10  IR-HOLD-REFERENCE  PIC X(20).
               10  FILLER             PIC X(57).

      * Stop File Record Structure - contents are ignored, the
      * file's existence is the stop request
       FD  INQUIRY-STOP-FILE.
       01  INQUIRY-STOP-RECORD        PIC X(80).

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
           05  WS-REQUEST-FILE-STATUS     PIC XX.
           05  WS-RESPONSE-FILE-STATUS    PIC XX.
           05  WS-STOP-FILE-STATUS        PIC XX.
           05  WS-ERROR-FILE-STATUS       PIC XX.

      * Error Code Management
       01  WS-ERROR-CODES.
           05  WS-ERROR-CODE              PIC 9(4).
               88  ERR-NONE               VALUE 0000.
               88  ERR-NOT-LINKED         VALUE 1054.
               88  ERR-FILE-ACCESS        VALUE 3001.
               88  ERR-SYSTEM-ERROR       VALUE 9999.
           05  WS-ERROR-MESSAGE-PARAM     PIC X(80).

      * Service Rules - compiled defaults, overridden by the business
      * parameter table at start-up
       01  WS-SERVICE-RULES.
           05  WS-POLL-SECONDS            PIC 9(3) VALUE 1.
           05  WS-MOBILE-BUDGET-MS        PIC 9(5) VALUE 2000.
           05  WS-IVR-BUDGET-MS           PIC 9(5) VALUE 1500.
           05  WS-DEFAULT-TXN-COUNT       PIC 9(2) VALUE 10.
           05  WS-MAX-DETAIL-LINES        PIC 9(3) VALUE 25.

      * Poll Control - the journal position already answered and the
      * operator's stop request
       01  WS-POLL-AREA.
           05  WS-REQUESTS-SEEN           PIC 9(7) COMP VALUE ZERO.
           05  WS-JOURNAL-POSITION        PIC 9(7) COMP VALUE ZERO.
           05  WS-POLL-PASSES             PIC 9(7) VALUE ZERO.
           05  WS-PASS-ANSWERED           PIC 9(5) COMP VALUE ZERO.
           05  WS-STOP-FLAG               PIC X VALUE 'N'.
               88  SERVICE-STOP-REQUESTED VALUE 'Y'.
               88  SERVICE-KEEP-POLLING   VALUE 'N'.
           05  WS-RESPONSE-OPEN-FLAG      PIC X VALUE 'N'.
               88  RESPONSE-FILE-OPEN     VALUE 'Y'.
               88  RESPONSE-FILE-CLOSED   VALUE 'N'.

      * The request being answered
       01  WS-ANSWER-AREA.
           05  WS-RESPONSE-STATUS         PIC X(10).
               88  RESPONSE-OK            VALUE "OK".
           05  WS-BUDGET-MS               PIC 9(5).
           05  WS-DETAIL-LIMIT            PIC 9(3).
           05  WS-DETAIL-LINES            PIC 9(3).
           05  WS-INQUIRY-WORD            PIC X(12).
           05  WS-LEDGER-BALANCE          PIC S9(12)V99.
           05  WS-HELD-TOTAL              PIC S9(11)V99.

      * Response Timing - centiseconds since midnight on the clock
      * and on the request, giving the elapsed time the channel sees
       01  WS-CLOCK-AREA.
           05  WS-CLOCK-STAMP.
               10  WS-CLOCK-DATE          PIC 9(8).
               10  WS-CLOCK-HOUR          PIC 9(2).
               10  WS-CLOCK-MINUTE        PIC 9(2).
               10  WS-CLOCK-SECOND        PIC 9(2).
               10  WS-CLOCK-HUNDREDTH     PIC 9(2).
               10  FILLER                 PIC X(5).
           05  WS-CLOCK-CENTIS            PIC 9(7).
           05  WS-SENT-CENTIS             PIC 9(7).
           05  WS-ELAPSED-CENTIS          PIC S9(8).
           05  WS-ELAPSED-MS              PIC 9(7).

      * Processing Statistics
       01  WS-PROCESSING-STATS.
           05  WS-REQUESTS-RECEIVED       PIC 9(7) VALUE ZERO.
           05  WS-REQUESTS-ANSWERED       PIC 9(7) VALUE ZERO.
           05  WS-REQUESTS-NOT-LINKED     PIC 9(7) VALUE ZERO.
           05  WS-REQUESTS-EXPIRED        PIC 9(7) VALUE ZERO.
           05  WS-REQUESTS-REFUSED        PIC 9(7) VALUE ZERO.
           05  WS-REQUESTS-OVER-BUDGET    PIC 9(7) VALUE ZERO.

      * Work Areas and Flags
       01  WS-WORK-AREAS.
           05  WS-EOF-FLAG                PIC X VALUE 'N'.
               88  END-OF-FILE            VALUE 'Y'.
               88  NOT-END-OF-FILE        VALUE 'N'.
           05  WS-DETAIL-EOF-FLAG         PIC X VALUE 'N'.
               88  END-OF-DETAIL          VALUE 'Y'.
               88  NOT-END-OF-DETAIL      VALUE 'N'.

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
               INQUIRY-RESPONSE-FILE
               ERROR-LOG-FILE.

           DISPLAY "FILE PROCESSING ERROR DETECTED"
           PERFORM ABNORMAL-TERMINATION.
       END DECLARATIVES.

       MAIN-PROCESSING SECTION.
       MAIN-PROCESSING-ROUTINE.
           PERFORM INITIALIZATION-ROUTINE
           PERFORM SERVICE-RESIDENT-CYCLE
               UNTIL SERVICE-STOP-REQUESTED
           PERFORM GENERATE-SUMMARY-REPORT
           PERFORM CLEANUP-ROUTINE
           STOP RUN.

       INITIALIZATION-ROUTINE.
      * Open the error log; the journal and the response file are
      * opened pass by pass so the gateway sees each pass's answers
           OPEN OUTPUT ERROR-LOG-FILE

           IF WS-ERROR-FILE-STATUS NOT = "00"
              DISPLAY "ERROR OPENING ERROR LOG FILE"
              PERFORM ABNORMAL-TERMINATION
           END-IF

      * Get current system date and time
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS

           DISPLAY "REAL-TIME ACCOUNT INQUIRY SERVICE"
           DISPLAY "DATE: " WS-YEAR "-" WS-MONTH "-" WS-DAY
           DISPLAY "TIME: " WS-HOUR ":" WS-MINUTE ":" WS-SECOND

      * Load database configuration from external file
           PERFORM LOAD-DATABASE-CONFIG

      * Connect to DB2 database
           PERFORM DB-CONNECT

      * Register this job on the job control table.  The service
      * runs beside the day's work, ahead of no job and after none.
           MOVE "ACCOUNT-INQUIRY-SERVICE" TO JC-PROGRAM-ID
           MOVE SPACES TO JC-PREDECESSOR-ID
           PERFORM DB-CHECK-JOB-PREDECESSOR
           PERFORM DB-REGISTER-JOB-START

           MOVE "INQ-POLL-SECONDS" TO BP-PARAM-NAME
           PERFORM DB-GET-BUSINESS-PARAMETER
           IF BP-PARAM-FOUND
               MOVE SQL-BP-PARAM-VALUE TO WS-POLL-SECONDS
           END-IF

           MOVE "INQ-BUDGET-MOB-MS" TO BP-PARAM-NAME
           PERFORM DB-GET-BUSINESS-PARAMETER
           IF BP-PARAM-FOUND
               MOVE SQL-BP-PARAM-VALUE TO WS-MOBILE-BUDGET-MS
           END-IF

           MOVE "INQ-BUDGET-IVR-MS" TO BP-PARAM-NAME
           PERFORM DB-GET-BUSINESS-PARAMETER
           IF BP-PARAM-FOUND
               MOVE SQL-BP-PARAM-VALUE TO WS-IVR-BUDGET-MS
           END-IF

           DISPLAY "POLL SECONDS: " WS-POLL-SECONDS
               "  MOB BUDGET MS: " WS-MOBILE-BUDGET-MS
               "  IVR BUDGET MS: " WS-IVR-BUDGET-MS.

       SERVICE-RESIDENT-CYCLE.
           PERFORM ANSWER-NEW-REQUESTS

           PERFORM CHECK-INQUIRY-STOP-FILE

           IF SERVICE-KEEP-POLLING
               CALL "C$SLEEP" USING WS-POLL-SECONDS
               ADD 1 TO WS-POLL-PASSES
           END-IF.

       ANSWER-NEW-REQUESTS.
      * Re-read the journal from the top, answering only the records
      * beyond the position already answered
           MOVE ZERO TO WS-JOURNAL-POSITION
           MOVE ZERO TO WS-PASS-ANSWERED
           SET NOT-END-OF-FILE TO TRUE

           OPEN INPUT INQUIRY-REQUEST-FILE

           IF WS-REQUEST-FILE-STATUS = "00"
              OR WS-REQUEST-FILE-STATUS = "05"
               PERFORM READ-NEXT-REQUEST
                   UNTIL END-OF-FILE
               CLOSE INQUIRY-REQUEST-FILE
           END-IF

      * Close the responses so the gateway sees them, and commit the
      * pass's inquiry log rows
           IF RESPONSE-FILE-OPEN
               CLOSE INQUIRY-RESPONSE-FILE
               SET RESPONSE-FILE-CLOSED TO TRUE
           END-IF

           IF WS-PASS-ANSWERED > ZERO
               PERFORM COMMIT-INQUIRY-LOG
           END-IF.

       READ-NEXT-REQUEST.
           READ INQUIRY-REQUEST-FILE
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-JOURNAL-POSITION
                   IF WS-JOURNAL-POSITION > WS-REQUESTS-SEEN
                       ADD 1 TO WS-REQUESTS-SEEN
                       PERFORM ANSWER-ONE-REQUEST
                   END-IF
           END-READ.

       ANSWER-ONE-REQUEST.
           ADD 1 TO WS-REQUESTS-RECEIVED
           ADD 1 TO WS-PASS-ANSWERED
           SET ERR-NONE TO TRUE
           MOVE "OK" TO WS-RESPONSE-STATUS
           MOVE ZERO TO WS-DETAIL-LINES
           MOVE ZERO TO WS-LEDGER-BALANCE
           MOVE ZERO TO WS-HELD-TOTAL
           MOVE SPACES TO SQL-AM-ACCOUNT-STATUS

           IF RESPONSE-FILE-CLOSED
               PERFORM OPEN-RESPONSE-FILE
           END-IF

           MOVE IQ-REQUEST-ID TO SQL-IQ-REQUEST-ID
           MOVE IQ-CHANNEL-CODE TO SQL-IQ-CHANNEL-CODE
           MOVE IQ-REQUESTER-ID TO SQL-IQ-REQUESTER-ID
           MOVE IQ-ACCOUNT-NUMBER TO SQL-IQ-ACCOUNT-NUMBER

           PERFORM MEASURE-ELAPSED-TIME

           EVALUATE TRUE
               WHEN IQ-CHANNEL-MOBILE
                   MOVE WS-MOBILE-BUDGET-MS TO WS-BUDGET-MS
               WHEN IQ-CHANNEL-IVR
                   MOVE WS-IVR-BUDGET-MS TO WS-BUDGET-MS
               WHEN OTHER
                   MOVE ZERO TO WS-BUDGET-MS
                   MOVE "BADREQUEST" TO WS-RESPONSE-STATUS
           END-EVALUATE

           EVALUATE TRUE
               WHEN NOT RESPONSE-OK
                   CONTINUE
               WHEN IQ-REQUESTER-ID = SPACES
                 OR IQ-ACCOUNT-NUMBER = SPACES
                 OR NOT IQ-VALID-TYPE
                   MOVE "BADREQUEST" TO WS-RESPONSE-STATUS
               WHEN WS-ELAPSED-MS > WS-BUDGET-MS
                   MOVE "EXPIRED" TO WS-RESPONSE-STATUS
               WHEN OTHER
                   PERFORM DB-READ-INQUIRY-ACCOUNT
           END-EVALUATE

           IF RESPONSE-OK
               PERFORM DB-CHECK-REQUESTER-LINK
           END-IF

           IF RESPONSE-OK
               EVALUATE TRUE
                   WHEN IQ-AVAILABLE
                       PERFORM DB-GET-INQUIRY-HOLDS-TOTAL
                   WHEN IQ-TRANSACTIONS
                       PERFORM LIST-RECENT-TRANSACTIONS
                   WHEN IQ-HOLDS
                       PERFORM LIST-PENDING-HOLDS
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF

           PERFORM DB-LOG-INQUIRY-TRANSACTION

           PERFORM MEASURE-ELAPSED-TIME
           PERFORM WRITE-RESPONSE-SUMMARY

           EVALUATE TRUE
               WHEN RESPONSE-OK
                   ADD 1 TO WS-REQUESTS-ANSWERED
                   IF WS-ELAPSED-MS > WS-BUDGET-MS
                       ADD 1 TO WS-REQUESTS-OVER-BUDGET
                   END-IF
               WHEN WS-RESPONSE-STATUS = "NOTLINKED"
                   ADD 1 TO WS-REQUESTS-NOT-LINKED
               WHEN WS-RESPONSE-STATUS = "EXPIRED"
                   ADD 1 TO WS-REQUESTS-EXPIRED
               WHEN OTHER
                   ADD 1 TO WS-REQUESTS-REFUSED
           END-EVALUATE.

       OPEN-RESPONSE-FILE.
           OPEN EXTEND INQUIRY-RESPONSE-FILE

           IF WS-RESPONSE-FILE-STATUS NOT = "00"
              AND WS-RESPONSE-FILE-STATUS NOT = "05"
              DISPLAY "ERROR OPENING INQUIRY RESPONSE FILE"
              PERFORM ABNORMAL-TERMINATION
           END-IF

           SET RESPONSE-FILE-OPEN TO TRUE.

       MEASURE-ELAPSED-TIME.
      * Time since the customer asked, in milliseconds; a request
      * without a usable sent time counts from when it was read
           MOVE FUNCTION CURRENT-DATE TO WS-CLOCK-STAMP
           COMPUTE WS-CLOCK-CENTIS =
               WS-CLOCK-HOUR * 360000 + WS-CLOCK-MINUTE * 6000
               + WS-CLOCK-SECOND * 100 + WS-CLOCK-HUNDREDTH

           IF IQ-SENT-TIME IS NUMERIC
               COMPUTE WS-SENT-CENTIS =
                   IQ-SENT-HOUR * 360000 + IQ-SENT-MINUTE * 6000
                   + IQ-SENT-SECOND * 100 + IQ-SENT-HUNDREDTH
               COMPUTE WS-ELAPSED-CENTIS =
                   WS-CLOCK-CENTIS - WS-SENT-CENTIS
      * Asked just before midnight, answered just after
               IF WS-ELAPSED-CENTIS < ZERO
                   ADD 8640000 TO WS-ELAPSED-CENTIS
               END-IF
               COMPUTE WS-ELAPSED-MS = WS-ELAPSED-CENTIS * 10
           ELSE
               MOVE ZERO TO WS-ELAPSED-MS
           END-IF.

       LIST-RECENT-TRANSACTIONS.
      * The last N items posted to the account, newest first; the
      * inquiries themselves are left out
           IF IQ-TXN-COUNT IS NUMERIC
              AND IQ-TXN-COUNT > ZERO
               MOVE IQ-TXN-COUNT TO WS-DETAIL-LIMIT
           ELSE
               MOVE WS-DEFAULT-TXN-COUNT TO WS-DETAIL-LIMIT
           END-IF
           IF WS-DETAIL-LIMIT > WS-MAX-DETAIL-LINES
               MOVE WS-MAX-DETAIL-LINES TO WS-DETAIL-LIMIT
           END-IF

           SET NOT-END-OF-DETAIL TO TRUE
           PERFORM DB-OPEN-INQUIRY-TRAN-CURSOR
           PERFORM WRITE-NEXT-TRANSACTION-LINE
               UNTIL END-OF-DETAIL
               OR WS-DETAIL-LINES >= WS-DETAIL-LIMIT
           PERFORM DB-CLOSE-INQUIRY-TRAN-CURSOR.

       WRITE-NEXT-TRANSACTION-LINE.
           PERFORM DB-FETCH-INQUIRY-TRAN

           IF NOT-END-OF-DETAIL
               ADD 1 TO WS-DETAIL-LINES
               MOVE IQ-REQUEST-ID TO IR-REQUEST-ID
               SET IR-TRANSACTION-LINE TO TRUE
               MOVE WS-RESPONSE-STATUS TO IR-STATUS
               MOVE WS-DETAIL-LINES TO IR-DETAIL-COUNT
               MOVE ZERO TO IR-ELAPSED-MS
               MOVE SPACES TO IR-DETAIL
               MOVE SQL-IQ-TRAN-DATE TO IR-TRAN-DATE
               MOVE SQL-IQ-TRAN-TYPE TO IR-TRAN-TYPE
               MOVE SQL-IQ-TRAN-AMOUNT TO IR-TRAN-AMOUNT
               MOVE SQL-IQ-TRAN-STATUS TO IR-TRAN-STATUS
               MOVE SQL-IQ-TRAN-REFERENCE TO IR-TRAN-REFERENCE
               MOVE SQL-IQ-TRAN-DESCRIPTION TO IR-TRAN-DESCRIPTION
               WRITE INQUIRY-RESPONSE-RECORD
           END-IF.

       LIST-PENDING-HOLDS.
      * Every unreleased hold on the account, soonest release first
           MOVE WS-MAX-DETAIL-LINES TO WS-DETAIL-LIMIT

           SET NOT-END-OF-DETAIL TO TRUE
           PERFORM DB-OPEN-INQUIRY-HOLD-CURSOR
           PERFORM WRITE-NEXT-HOLD-LINE
               UNTIL END-OF-DETAIL
               OR WS-DETAIL-LINES >= WS-DETAIL-LIMIT
           PERFORM DB-CLOSE-INQUIRY-HOLD-CURSOR.

       WRITE-NEXT-HOLD-LINE.
           PERFORM DB-FETCH-INQUIRY-HOLD

           IF NOT-END-OF-DETAIL
               ADD 1 TO WS-DETAIL-LINES
               ADD SQL-IQ-HOLD-AMOUNT TO WS-HELD-TOTAL
               MOVE IQ-REQUEST-ID TO IR-REQUEST-ID
               SET IR-HOLD-LINE TO TRUE
               MOVE WS-RESPONSE-STATUS TO IR-STATUS
               MOVE WS-DETAIL-LINES TO IR-DETAIL-COUNT
               MOVE ZERO TO IR-ELAPSED-MS
               MOVE SPACES TO IR-DETAIL
               MOVE SQL-IQ-HOLD-TYPE TO IR-HOLD-TYPE
               MOVE SQL-IQ-HOLD-AMOUNT TO IR-HOLD-AMOUNT
               MOVE SQL-IQ-HOLD-RELEASE TO IR-HOLD-RELEASE
               MOVE SQL-IQ-HOLD-REFERENCE TO IR-HOLD-REFERENCE
               WRITE INQUIRY-RESPONSE-RECORD
           END-IF.

       WRITE-RESPONSE-SUMMARY.
      * The closing line of every response; balance figures go out
      * only on an answered balance or available inquiry
           MOVE IQ-REQUEST-ID TO IR-REQUEST-ID
           SET IR-SUMMARY-LINE TO TRUE
           MOVE WS-RESPONSE-STATUS TO IR-STATUS
           MOVE WS-DETAIL-LINES TO IR-DETAIL-COUNT
           IF WS-ELAPSED-MS > 99999
               MOVE 99999 TO IR-ELAPSED-MS
           ELSE
               MOVE WS-ELAPSED-MS TO IR-ELAPSED-MS
           END-IF
           MOVE SPACES TO IR-DETAIL

           IF RESPONSE-OK
              AND (IQ-BALANCE OR IQ-AVAILABLE)
               MOVE WS-LEDGER-BALANCE TO IR-LEDGER-BALANCE
               MOVE SQL-AM-ACCOUNT-STATUS TO IR-ACCOUNT-STATUS
               IF IQ-AVAILABLE
                   MOVE WS-HELD-TOTAL TO IR-HELD-TOTAL
                   COMPUTE IR-AVAILABLE-BALANCE =
                       WS-LEDGER-BALANCE - WS-HELD-TOTAL
               ELSE
                   MOVE ZERO TO IR-HELD-TOTAL
                   MOVE WS-LEDGER-BALANCE TO IR-AVAILABLE-BALANCE
               END-IF
           END-IF

           WRITE INQUIRY-RESPONSE-RECORD.

       CHECK-INQUIRY-STOP-FILE.
      * The stop file's existence is the request - the operator
      * drops it at the end of the online day and the service ends
      * after its current pass, never mid-request
           OPEN INPUT INQUIRY-STOP-FILE

           EVALUATE WS-STOP-FILE-STATUS
               WHEN "00"
                   SET SERVICE-STOP-REQUESTED TO TRUE
                   CLOSE INQUIRY-STOP-FILE
                   DISPLAY "INQUIRY STOP REQUESTED AFTER "
                       WS-POLL-PASSES " POLL PASSES"

               WHEN "05"
                   CLOSE INQUIRY-STOP-FILE

               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       COMMIT-INQUIRY-LOG.
      * Commit the pass's inquiry transactions so the log never
      * holds locks across the sleep
           EXEC SQL
               COMMIT WORK
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error committing inquiry log - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       GENERATE-SUMMARY-REPORT.
           DISPLAY "ACCOUNT INQUIRY SERVICE SUMMARY"
           DISPLAY "Poll Passes:        " WS-POLL-PASSES
           DISPLAY "Requests Received:  " WS-REQUESTS-RECEIVED
           DISPLAY "Requests Answered:  " WS-REQUESTS-ANSWERED
           DISPLAY "Not Linked:         " WS-REQUESTS-NOT-LINKED
           DISPLAY "Expired:            " WS-REQUESTS-EXPIRED
           DISPLAY "Refused:            " WS-REQUESTS-REFUSED
           DISPLAY "Answered Over Budget: " WS-REQUESTS-OVER-BUDGET.

       CLEANUP-ROUTINE.
      * Flip this job to COMPLETE on the job control table so
      * downstream predecessor checks open up
           PERFORM DB-REGISTER-JOB-COMPLETE

      * Disconnect from DB2 database
           PERFORM DB-DISCONNECT

           CLOSE ERROR-LOG-FILE

           DISPLAY "REAL-TIME ACCOUNT INQUIRY SERVICE COMPLETE".

       ABNORMAL-TERMINATION.
      * Handle critical errors
           DISPLAY "CRITICAL ERROR: SYSTEM TERMINATING"
           MOVE "SYSTEM TERMINATED DUE TO CRITICAL ERROR"
             TO ER-ERROR-MESSAGE
           WRITE ERROR-RECORD
           STOP RUN.

       LOG-ERROR-WITH-CODE.
      * Copy current timestamp to error record
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
           MOVE WS-CURRENT-DATE-FIELDS TO ER-TIMESTAMP

      * Add error code and message
           MOVE WS-ERROR-CODE TO ER-ERROR-CODE
           MOVE SQL-IQ-REQUESTER-ID TO ER-CUSTOMER-ID
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

       DB-READ-INQUIRY-ACCOUNT.
           EXEC SQL
               SELECT ACCOUNT_BALANCE, ACCOUNT_STATUS
               INTO :SQL-AM-ACCOUNT-BALANCE, :SQL-AM-ACCOUNT-STATUS
               FROM ACCOUNT_TABLE
               WHERE CUSTOMER_ID = :SQL-IQ-ACCOUNT-NUMBER
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   MOVE SQL-AM-ACCOUNT-BALANCE TO WS-LEDGER-BALANCE
               WHEN 100
                   MOVE "NOACCOUNT" TO WS-RESPONSE-STATUS
               WHEN OTHER
                   MOVE "ERROR" TO WS-RESPONSE-STATUS
                   MOVE SQLCODE TO WS-ERROR-CODE
                   STRING "Error reading inquiry account - SQLCODE: "
                       SQLCODE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
           END-EVALUATE.

       DB-CHECK-REQUESTER-LINK.
      * Linked through the relationship table, or the owner of an
      * original same-ID account that has no link rows at all
           MOVE ZERO TO SQL-IQ-LINK-COUNT

           EXEC SQL
               SELECT COUNT(*)
               INTO :SQL-IQ-LINK-COUNT
               FROM ACCOUNT_TABLE A
               WHERE A.CUSTOMER_ID = :SQL-IQ-ACCOUNT-NUMBER
               AND (EXISTS
                      (SELECT 1 FROM CUSTOMER_ACCOUNT_TABLE CA
                       WHERE CA.ACCOUNT_NUMBER = A.CUSTOMER_ID
                       AND CA.CUSTOMER_ID = :SQL-IQ-REQUESTER-ID)
                    OR (A.CUSTOMER_ID = :SQL-IQ-REQUESTER-ID
                        AND NOT EXISTS
                          (SELECT 1 FROM CUSTOMER_ACCOUNT_TABLE C2
                           WHERE C2.ACCOUNT_NUMBER = A.CUSTOMER_ID)))
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE NOT = 0
                   MOVE "ERROR" TO WS-RESPONSE-STATUS
                   MOVE SQLCODE TO WS-ERROR-CODE
                   STRING "Error checking account link - SQLCODE: "
                       SQLCODE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
               WHEN SQL-IQ-LINK-COUNT = ZERO
      * Someone asking about an account that isn't theirs is worth
      * the operations log as well as the refusal
                   MOVE "NOTLINKED" TO WS-RESPONSE-STATUS
                   SET ERR-NOT-LINKED TO TRUE
                   MOVE SPACES TO WS-ERROR-MESSAGE-PARAM
                   STRING "INQUIRY NOT LINKED TO ACCOUNT "
                       SQL-IQ-ACCOUNT-NUMBER
                       " VIA " SQL-IQ-CHANNEL-CODE
                       DELIMITED BY SIZE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       DB-GET-INQUIRY-HOLDS-TOTAL.
           MOVE ZERO TO SQL-IQ-HELD-TOTAL

           EXEC SQL
               SELECT COALESCE(SUM(HOLD_AMOUNT), 0)
               INTO :SQL-IQ-HELD-TOTAL
               FROM FUNDS_HOLD_TABLE
               WHERE ACCOUNT_ID = :SQL-IQ-ACCOUNT-NUMBER
               AND HOLD_STATUS = 'HELD'
           END-EXEC

           IF SQLCODE = 0
               MOVE SQL-IQ-HELD-TOTAL TO WS-HELD-TOTAL
           ELSE
               MOVE "ERROR" TO WS-RESPONSE-STATUS
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error totalling inquiry holds - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       DB-OPEN-INQUIRY-TRAN-CURSOR.
      * Items carrying the account number, plus those keyed before
      * account numbers existed against the same-ID account
           EXEC SQL
               DECLARE INQ_TRAN_CURSOR CURSOR FOR
               SELECT CHAR(CREATION_DATE, ISO), TRANSACTION_TYPE,
                      AMOUNT, STATUS, COALESCE(REFERENCE_ID, ' '),
                      COALESCE(DESCRIPTION, ' ')
               FROM TRANSACTION_TABLE
               WHERE TRANSACTION_TYPE <> 'I'
               AND (ACCOUNT_NUMBER = :SQL-IQ-ACCOUNT-NUMBER
                    OR (COALESCE(ACCOUNT_NUMBER, ' ') = ' '
                        AND CUSTOMER_ID = :SQL-IQ-ACCOUNT-NUMBER))
               ORDER BY CREATION_DATE DESC, CREATION_TIME DESC
           END-EXEC

           EXEC SQL
               OPEN INQ_TRAN_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE "ERROR" TO WS-RESPONSE-STATUS
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error opening inquiry tran cursor - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
               SET END-OF-DETAIL TO TRUE
           END-IF.

       DB-FETCH-INQUIRY-TRAN.
           EXEC SQL
               FETCH INQ_TRAN_CURSOR INTO
               :SQL-IQ-TRAN-DATE,
               :SQL-IQ-TRAN-TYPE,
               :SQL-IQ-TRAN-AMOUNT,
               :SQL-IQ-TRAN-STATUS,
               :SQL-IQ-TRAN-REFERENCE,
               :SQL-IQ-TRAN-DESCRIPTION
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   SET END-OF-DETAIL TO TRUE
               WHEN OTHER
                   MOVE "ERROR" TO WS-RESPONSE-STATUS
                   MOVE SQLCODE TO WS-ERROR-CODE
                   STRING "Error fetching inquiry tran - SQLCODE: "
                       SQLCODE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
                   SET END-OF-DETAIL TO TRUE
           END-EVALUATE.

       DB-CLOSE-INQUIRY-TRAN-CURSOR.
           EXEC SQL
               CLOSE INQ_TRAN_CURSOR
           END-EXEC.

       DB-OPEN-INQUIRY-HOLD-CURSOR.
           EXEC SQL
               DECLARE INQ_HOLD_CURSOR CURSOR FOR
               SELECT COALESCE(HOLD_TYPE, 'D'), HOLD_AMOUNT,
                      CHAR(RELEASE_DATE, ISO),
                      COALESCE(HOLD_REFERENCE, ' ')
               FROM FUNDS_HOLD_TABLE
               WHERE ACCOUNT_ID = :SQL-IQ-ACCOUNT-NUMBER
               AND HOLD_STATUS = 'HELD'
               ORDER BY RELEASE_DATE, HOLD_REFERENCE
           END-EXEC

           EXEC SQL
               OPEN INQ_HOLD_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE "ERROR" TO WS-RESPONSE-STATUS
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error opening inquiry hold cursor - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
               SET END-OF-DETAIL TO TRUE
           END-IF.

       DB-FETCH-INQUIRY-HOLD.
           EXEC SQL
               FETCH INQ_HOLD_CURSOR INTO
               :SQL-IQ-HOLD-TYPE,
               :SQL-IQ-HOLD-AMOUNT,
               :SQL-IQ-HOLD-RELEASE,
               :SQL-IQ-HOLD-REFERENCE
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   SET END-OF-DETAIL TO TRUE
               WHEN OTHER
                   MOVE "ERROR" TO WS-RESPONSE-STATUS
                   MOVE SQLCODE TO WS-ERROR-CODE
                   STRING "Error fetching inquiry hold - SQLCODE: "
                       SQLCODE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
                   SET END-OF-DETAIL TO TRUE
           END-EVALUATE.

       DB-CLOSE-INQUIRY-HOLD-CURSOR.
           EXEC SQL
               CLOSE INQ_HOLD_CURSOR
           END-EXEC.

       DB-LOG-INQUIRY-TRANSACTION.
      * The inquiry as an 'I' transaction under the requesting
      * channel, already worked, with the outcome in the description
           EVALUATE TRUE
               WHEN IQ-BALANCE
                   MOVE "BALANCE" TO WS-INQUIRY-WORD
               WHEN IQ-AVAILABLE
                   MOVE "AVAILABLE" TO WS-INQUIRY-WORD
               WHEN IQ-TRANSACTIONS
                   MOVE "HISTORY" TO WS-INQUIRY-WORD
               WHEN IQ-HOLDS
                   MOVE "HOLDS" TO WS-INQUIRY-WORD
               WHEN OTHER
                   MOVE "UNKNOWN" TO WS-INQUIRY-WORD
           END-EVALUATE

           MOVE SPACES TO SQL-IQ-DESCRIPTION
           STRING IQ-CHANNEL-CODE " " WS-INQUIRY-WORD
               " INQUIRY " WS-RESPONSE-STATUS
               DELIMITED BY SIZE
               INTO SQL-IQ-DESCRIPTION

           EXEC SQL
               INSERT INTO TRANSACTION_TABLE
                   (CUSTOMER_ID, TRANSACTION_TYPE, AMOUNT,
                    REFERENCE_ID, CREATION_DATE, CREATION_TIME,
                    STATUS, CHANNEL_CODE, ACCOUNT_NUMBER,
                    PRIORITY, DESCRIPTION, SOURCE_JOB, WORKED_DATE)
               VALUES
                   (:SQL-IQ-REQUESTER-ID, 'I', 0,
                    :SQL-IQ-REQUEST-ID, CURRENT DATE,
                    CURRENT TIME, 'PROCESSED', :SQL-IQ-CHANNEL-CODE,
                    :SQL-IQ-ACCOUNT-NUMBER, 5,
                    :SQL-IQ-DESCRIPTION, 'INQY', CURRENT DATE)
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error logging inquiry - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

           COPY "dbconfig_loader.cpy".

           COPY "jobcontrol.cpy".

           COPY "paramtable.cpy".

           COPY "opslog.cpy".
