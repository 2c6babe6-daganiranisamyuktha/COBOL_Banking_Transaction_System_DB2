      * account ESCHEATED, and produces the state remittance file      *
      * plus a due-diligence letter extract for the last-known         *
      * addresses - replacing the yearly spreadsheet drill.            *
      * Official checks left unpaid past their own escheat period      *
      * follow the same stream: the item is debited from the official  *
      * check liability account, marked ESCHEATED on the register and  *
      * remitted under the purchaser's name and address.              *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESCHEAT-BATCH.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-FILE-STATUS.

      * Statutory dormancy-to-escheat threshold in years, e.g. "05",
      * then the official check escheat period in years (blank
      * means the same period as deposit accounts)
           SELECT ESCH-PARAM-FILE
               ASSIGN TO "ESCHPARAM"
               ORGANIZATION IS LINE SEQUENTIAL
       FD  ESCH-PARAM-FILE.
       01  ESCH-PARAM-RECORD.
           05  PM-ESCHEAT-YEARS       PIC 9(2).
           05  PM-OFFCHK-YEARS-X      PIC X(2).
           05  PM-OFFCHK-YEARS REDEFINES PM-OFFCHK-YEARS-X
                                      PIC 9(2).

      * State Remittance Record
       FD  REMITTANCE-FILE.
           05  WS-ESCHEAT-DAYS            PIC 9(5).
           05  WS-DAYS-INACTIVE           PIC S9(8).
           05  SQL-LAST-ACTIVITY-DATE     PIC X(10).
           05  WS-OFFCHK-YEARS            PIC 9(2).
           05  WS-OFFCHK-DAYS             PIC 9(5).

      * Processing Statistics
       01  WS-PROCESSING-STATS.
           05  WS-ACCOUNTS-CHECKED        PIC 9(7) VALUE ZERO.
           05  WS-ACCOUNTS-ESCHEATED      PIC 9(5) VALUE ZERO.
           05  WS-TOTAL-REMITTED          PIC 9(13)V99 VALUE ZERO.
           05  WS-OFFCHKS-ESCHEATED       PIC 9(5) VALUE ZERO.
           05  WS-OFFCHK-REMITTED         PIC 9(13)V99 VALUE ZERO.

      * Work Areas and Flags
       01  WS-WORK-AREAS.
           05  WS-EOF-FLAG                PIC X VALUE 'N'.
               88  END-OF-FILE            VALUE 'Y'.
               88  NOT-END-OF-FILE        VALUE 'N'.
           05  WS-OFFCHK-EOF-FLAG         PIC X VALUE 'N'.
               88  END-OF-OFFICIAL-CHECKS VALUE 'Y'.
               88  NOT-END-OF-OFFICIAL-CHECKS VALUE 'N'.

      * Date and Time Fields
       01  WS-CURRENT-DATE-FIELDS.
           PERFORM INITIALIZATION-ROUTINE
           PERFORM PROCESS-DORMANT-ACCOUNTS
               UNTIL END-OF-FILE
           PERFORM ESCHEAT-OFFICIAL-CHECKS
           PERFORM COMMIT-ESCHEAT-BATCH
           PERFORM GENERATE-SUMMARY-REPORT
           PERFORM CLEANUP-ROUTINE
           MOVE PM-ESCHEAT-YEARS TO WS-ESCHEAT-YEARS
           COMPUTE WS-ESCHEAT-DAYS = WS-ESCHEAT-YEARS * 365

           IF PM-OFFCHK-YEARS-X IS NUMERIC
              AND PM-OFFCHK-YEARS > ZERO
               MOVE PM-OFFCHK-YEARS TO WS-OFFCHK-YEARS
           ELSE
               MOVE WS-ESCHEAT-YEARS TO WS-OFFCHK-YEARS
           END-IF
           COMPUTE WS-OFFCHK-DAYS = WS-OFFCHK-YEARS * 365

           DISPLAY "ESCHEAT THRESHOLD (YEARS): " WS-ESCHEAT-YEARS
           DISPLAY "OFFICIAL CHECK THRESHOLD (YEARS): " WS-OFFCHK-YEARS

      * Load database configuration from external file
           PERFORM LOAD-DATABASE-CONFIG
           ADD 1 TO WS-ACCOUNTS-ESCHEATED
           ADD SQL-AM-ACCOUNT-BALANCE TO WS-TOTAL-REMITTED.

       ESCHEAT-OFFICIAL-CHECKS.
      * Official checks still unpaid past their escheat period, all
      * drawn on the one liability account - nothing to do when no
      * such account is set up
           PERFORM DB-FIND-OFFICIAL-CHECK-ACCOUNT

           IF SQL-OC-LIABILITY-ACCOUNT NOT = SPACES
               PERFORM DB-OPEN-OFFCHK-CURSOR
               PERFORM PROCESS-STALE-OFFICIAL-CHECKS
                   UNTIL END-OF-OFFICIAL-CHECKS
               PERFORM DB-CLOSE-OFFCHK-CURSOR
           END-IF.

       PROCESS-STALE-OFFICIAL-CHECKS.
           PERFORM DB-FETCH-NEXT-OFFCHK

           IF NOT END-OF-OFFICIAL-CHECKS
               PERFORM ESCHEAT-ONE-OFFICIAL-CHECK
           END-IF.

       ESCHEAT-ONE-OFFICIAL-CHECK.
      * The final disbursement comes off the liability account, the
      * register item is closed ESCHEATED under the same reference,
      * and the remittance and due-diligence letter go out under the
      * purchaser, the only owner whose address we hold
           MOVE SQL-OC-PURCHASER TO SQL-AM-CUSTOMER-ID
           MOVE SQL-OC-BRANCH TO RN-BRANCH-CODE
           PERFORM DB-GENERATE-REFERENCE-ID

           PERFORM DB-INSERT-OFFCHK-DISBURSEMENT
           PERFORM DB-DEBIT-OFFCHK-LIABILITY
           PERFORM DB-MARK-OFFCHK-ESCHEATED

           MOVE SQL-OC-PURCHASER TO RM-CUSTOMER-ID
           MOVE SQL-OC-AMOUNT TO RM-AMOUNT
           MOVE SQL-OC-ISSUE-DATE TO RM-LAST-ACTIVITY-DATE
           MOVE SQL-OC-BRANCH TO RM-BRANCH-CODE
           MOVE RN-GENERATED-REFERENCE TO RM-REFERENCE-ID
           WRITE REMITTANCE-RECORD

           MOVE SQL-OC-PURCHASER TO SQL-CU-CUSTOMER-ID
           PERFORM DB-GET-CUSTOMER-DEMOGRAPHICS
           MOVE SQL-OC-PURCHASER TO LT-CUSTOMER-ID
           IF SQL-OC-REMITTER NOT = SPACES
               MOVE SQL-OC-REMITTER TO LT-CUSTOMER-NAME
           ELSE
               MOVE SQL-CU-CUSTOMER-NAME TO LT-CUSTOMER-NAME
           END-IF
           MOVE SQL-CU-ADDRESS-LINE-1 TO LT-ADDRESS-LINE-1
           MOVE SQL-CU-ADDRESS-LINE-2 TO LT-ADDRESS-LINE-2
           MOVE SQL-CU-CITY TO LT-CITY
           MOVE SQL-CU-STATE-CODE TO LT-STATE-CODE
           MOVE SQL-CU-POSTAL-CODE TO LT-POSTAL-CODE
           MOVE SQL-OC-AMOUNT TO LT-AMOUNT
           WRITE LETTER-RECORD

           ADD 1 TO WS-OFFCHKS-ESCHEATED
           ADD SQL-OC-AMOUNT TO WS-OFFCHK-REMITTED
           ADD SQL-OC-AMOUNT TO WS-TOTAL-REMITTED.

       COMMIT-ESCHEAT-BATCH.
      * Commit every escheated account in one unit of work, so
      * DB-DISCONNECT below doesn't roll it all back
           DISPLAY "ESCHEATMENT SUMMARY"
           DISPLAY "Dormant Accounts Checked: " WS-ACCOUNTS-CHECKED
           DISPLAY "Accounts Escheated:       " WS-ACCOUNTS-ESCHEATED
           DISPLAY "Official Checks Escheated:" WS-OFFCHKS-ESCHEATED
           DISPLAY "Official Check Amount:    " WS-OFFCHK-REMITTED
           DISPLAY "Total Remitted:           " WS-TOTAL-REMITTED.

       CLEANUP-ROUTINE.
                   PERFORM LOG-ERROR-WITH-CODE
           END-EVALUATE.

       DB-OPEN-OFFCHK-CURSOR.
      * Outstanding or stale official checks issued longer ago than
      * the official check escheat period
           SET NOT-END-OF-OFFICIAL-CHECKS TO TRUE

           EXEC SQL
               DECLARE OFFCHK_ESCHEAT_CURSOR CURSOR FOR
               SELECT CHECK_SERIAL, PURCHASER_ACCOUNT,
                      COALESCE(REMITTER_NAME, ' '), AMOUNT,
                      CHAR(ISSUE_DATE, ISO),
                      COALESCE(BRANCH_CODE, '0000')
               FROM OFFICIAL_CHECK_TABLE
               WHERE CHECK_STATUS IN ('OUTSTANDING', 'STALE')
               AND DAYS(CURRENT DATE) - DAYS(ISSUE_DATE)
                   >= :WS-OFFCHK-DAYS
               ORDER BY CHECK_SERIAL
           END-EXEC

           EXEC SQL
               OPEN OFFCHK_ESCHEAT_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error opening official check cursor - "
                   "SQLCODE: " SQLCODE
                   DELIMITED BY SIZE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
               SET END-OF-OFFICIAL-CHECKS TO TRUE
           END-IF.

       DB-FETCH-NEXT-OFFCHK.
           EXEC SQL
               FETCH OFFCHK_ESCHEAT_CURSOR INTO
               :SQL-OC-SERIAL,
               :SQL-OC-PURCHASER,
               :SQL-OC-REMITTER,
               :SQL-OC-AMOUNT,
               :SQL-OC-ISSUE-DATE,
               :SQL-OC-BRANCH
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   SET END-OF-OFFICIAL-CHECKS TO TRUE
               WHEN OTHER
                   MOVE SQLCODE TO WS-ERROR-CODE
                   STRING "Error fetching official check - SQLCODE: "
                       SQLCODE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
                   SET END-OF-OFFICIAL-CHECKS TO TRUE
           END-EVALUATE.

       DB-CLOSE-OFFCHK-CURSOR.
           EXEC SQL
               CLOSE OFFCHK_ESCHEAT_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error closing official check cursor - "
                   "SQLCODE: " SQLCODE
                   DELIMITED BY SIZE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       DB-INSERT-OFFCHK-DISBURSEMENT.
      * Recorded already PROCESSED, exactly like the dormant account
      * disbursement - the liability balance is moved directly below
           EXEC SQL
               INSERT INTO TRANSACTION_TABLE
                   (CUSTOMER_ID, TRANSACTION_TYPE, AMOUNT,
                    REFERENCE_ID, CREATION_DATE, CREATION_TIME,
                    STATUS, CURRENCY_CODE, BRANCH_CODE,
                    CHECK_SERIAL, DESCRIPTION)
               VALUES
                   (:SQL-OC-LIABILITY-ACCOUNT, 'W',
                    :SQL-OC-AMOUNT,
                    :RN-GENERATED-REFERENCE, CURRENT DATE,
                    CURRENT TIME, 'PROCESSED', 'USD',
                    :SQL-OC-BRANCH, :SQL-OC-SERIAL,
                    'OFFICIAL CHECK ESCHEATED')
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error inserting official check escheat - "
                   "SQLCODE: " SQLCODE
                   DELIMITED BY SIZE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       DB-DEBIT-OFFCHK-LIABILITY.
           EXEC SQL
               UPDATE ACCOUNT_TABLE
               SET ACCOUNT_BALANCE = ACCOUNT_BALANCE - :SQL-OC-AMOUNT
               WHERE CUSTOMER_ID = :SQL-OC-LIABILITY-ACCOUNT
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error debiting official check account - "
                   "SQLCODE: " SQLCODE
                   DELIMITED BY SIZE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       DB-MARK-OFFCHK-ESCHEATED.
           EXEC SQL
               UPDATE OFFICIAL_CHECK_TABLE
               SET CHECK_STATUS = 'ESCHEATED',
                   STATUS_DATE = CURRENT DATE,
                   SETTLE_REFERENCE = :RN-GENERATED-REFERENCE
               WHERE CHECK_SERIAL = :SQL-OC-SERIAL
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error marking official check escheated - "
                   "SQLCODE: " SQLCODE
                   DELIMITED BY SIZE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

           COPY "dbconfig_loader.cpy".

           COPY "jobcontrol.cpy".
           COPY "refnumber.cpy".

           COPY "opslog.cpy".

           COPY "offcheck.cpy".
