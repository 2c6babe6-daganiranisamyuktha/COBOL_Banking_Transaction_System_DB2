      * the CUSTOMER_ACCOUNT_TABLE relationship when one exists),     *
      * stages matched items as PENDING rows for the posting run and  *
      * writes unmatched items to a return file for the network.      *
      * A debit drawn on the official check liability account is a    *
      * presented cashier's check and must also match an outstanding  *
      * item on OFFICIAL_CHECK_TABLE by serial and amount, which it    *
      * then marks PAID; anything else goes back as unmatched.        *
      * An electronic debit on an account carrying ACH_FILTER_TABLE   *
      * rows must come from an authorized originator, within its      *
      * maximum, and not against a block-all - otherwise it goes      *
      * back as an R29 return and is logged for the customer's        *
      * daily blocked-item report.                                    *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INBOUND-CLEARING-BATCH.
               10  CL-CURRENCY-CODE   PIC X(3).
               10  CL-NETWORK-TRACE   PIC X(20).
               10  CL-ORIGINATOR-NAME PIC X(30).
      * The serial off the MICR line of a presented check; spaces
      * for electronic items
               10  CL-CHECK-SERIAL    PIC X(10).
      * The originating company's ID on an ACH item, screened
      * against the account's debit filter
               10  CL-ORIGINATOR-ID   PIC X(10).
               10  FILLER             PIC X(15).
           05  CL-TRAILER-BODY REDEFINES CL-RECORD-BODY.
               10  CL-TRAILER-COUNT   PIC 9(7).
               10  CL-TRAILER-AMOUNT  PIC 9(13)V99.
               88  ERR-INVALID-AMOUNT     VALUE 1004.
               88  ERR-ACCOUNT-CLOSED     VALUE 1009.
               88  ERR-BATCH-IMBALANCE    VALUE 1020.
               88  ERR-POSITIVE-PAY       VALUE 1026.
               88  ERR-ACH-BLOCKED        VALUE 1032.
               88  ERR-FILE-ACCESS        VALUE 3001.
               88  ERR-SYSTEM-ERROR       VALUE 9999.
           05  WS-ERROR-MESSAGE-PARAM     PIC X(80).
           05  WS-ITEM-COUNT              PIC 9(7) VALUE ZERO.
           05  WS-ITEM-AMOUNT             PIC 9(13)V99 VALUE ZERO.
           05  WS-STAGED-COUNT            PIC 9(7) VALUE ZERO.
           05  WS-STAGED-AMOUNT           PIC 9(13)V99 VALUE ZERO.
           05  WS-RETURNED-COUNT          PIC 9(7) VALUE ZERO.

      * Return items buffer for the file set in hand - returns only
           05  WS-MATCH-FLAG              PIC X.
               88  ITEM-MATCHED           VALUE 'Y'.
               88  ITEM-UNMATCHED         VALUE 'N'.
      * The serial staged with the item - only a presented official
      * check carries one through to the posting run
           05  WS-ITEM-CHECK-SERIAL       PIC X(10).

      * Processing Statistics
       01  WS-PROCESSING-STATS.
           05  WS-FILES-REJECTED          PIC 9(5) COMP VALUE ZERO.
           05  WS-ITEMS-STAGED            PIC 9(7) VALUE ZERO.
           05  WS-ITEMS-RETURNED          PIC 9(7) VALUE ZERO.
           05  WS-OFFICIAL-CHECKS-PAID    PIC 9(7) VALUE ZERO.
           05  WS-OFFICIAL-CHECKS-REFUSED PIC 9(7) VALUE ZERO.
           05  WS-ACH-DEBITS-BLOCKED      PIC 9(7) VALUE ZERO.

      * Work Areas and Flags
       01  WS-WORK-AREAS.
           PERFORM DB-CHECK-JOB-PREDECESSOR
           PERFORM DB-REGISTER-JOB-START

      * The account official checks are drawn on; with none set up
      * no item is treated as a presented official check
           PERFORM DB-FIND-OFFICIAL-CHECK-ACCOUNT

           SET NOT-END-OF-FILE TO TRUE.

       PROCESS-CLEARING-RECORDS.
           MOVE ZERO TO WS-ITEM-COUNT
           MOVE ZERO TO WS-ITEM-AMOUNT
           MOVE ZERO TO WS-STAGED-COUNT
           MOVE ZERO TO WS-STAGED-AMOUNT
           MOVE ZERO TO WS-RETURNED-COUNT
           MOVE ZERO TO WS-RETURN-BUFFERED
           SET CLEARING-IN-PROGRESS TO TRUE.
                   ADD 1 TO WS-ITEM-COUNT
                   ADD CL-AMOUNT TO WS-ITEM-AMOUNT
                   PERFORM RESOLVE-CLEARING-TARGET
                   MOVE SPACES TO WS-ITEM-CHECK-SERIAL
                   IF ITEM-MATCHED AND CL-ITEM-DEBIT
                      AND SQL-OC-LIABILITY-ACCOUNT NOT = SPACES
                      AND CL-TARGET-ACCOUNT = SQL-OC-LIABILITY-ACCOUNT
                       PERFORM MATCH-OFFICIAL-CHECK
                   END-IF
                   IF ITEM-MATCHED
                       PERFORM STAGE-MATCHED-ITEM
                   ELSE

           IF ITEM-MATCHED
               PERFORM DB-FIND-OWNING-CUSTOMER
           END-IF

      * A network debit with no check serial is an ACH item and must
      * clear the account's debit filter before it can be staged
           IF ITEM-MATCHED AND CL-ITEM-DEBIT
              AND CL-CHECK-SERIAL = SPACES
               PERFORM SCREEN-ACH-DEBIT-FILTER
           END-IF.

       SCREEN-ACH-DEBIT-FILTER.
      * No ACTIVE filter rows - the account takes every debit.  A
      * block-all row refuses them all; otherwise the originator
      * must hold an authorization row and the item must be within
      * its maximum, if one is set.  Refusals go back as R29
      * (corporate customer advises not authorized).
           MOVE SPACES TO SQL-AF-BLOCK-REASON
           PERFORM DB-COUNT-ACH-FILTERS

           IF ITEM-MATCHED AND SQL-AF-FILTER-COUNT > 0
               IF SQL-AF-BLOCK-ALL-COUNT > 0
                   MOVE "R29 ALL DEBITS BLOCKED"
                       TO SQL-AF-BLOCK-REASON
               ELSE
                   PERFORM DB-READ-ACH-AUTHORIZATION
               END-IF
           END-IF

           IF ITEM-MATCHED AND SQL-AF-BLOCK-REASON NOT = SPACES
               PERFORM BLOCK-ACH-DEBIT
           END-IF.

       BLOCK-ACH-DEBIT.
      * Log the refused debit in this file's unit of work for the
      * customer's blocked-item report, then send it back
           PERFORM DB-INSERT-ACH-BLOCKED-ITEM
           ADD 1 TO WS-ACH-DEBITS-BLOCKED
           SET ITEM-UNMATCHED TO TRUE
           SET ERR-ACH-BLOCKED TO TRUE
           MOVE SQL-AF-BLOCK-REASON TO WS-ERROR-MESSAGE-PARAM.

       MATCH-OFFICIAL-CHECK.
      * A presented official check pays only against an OUTSTANDING
      * or STALE register item with the same serial and amount; the
      * item is marked PAID in this file's unit of work, so a second
      * presentment - even later in the same file - comes back as
      * already paid, and a rejected file puts it back outstanding
           PERFORM DB-READ-OFFICIAL-CHECK

           IF ITEM-MATCHED
               EVALUATE TRUE
                   WHEN SQL-OC-STATUS = "PAID"
                       SET ITEM-UNMATCHED TO TRUE
                       MOVE "OFFICIAL CHECK ALREADY PAID"
                           TO WS-ERROR-MESSAGE-PARAM
                   WHEN SQL-OC-STATUS = "ESCHEATED"
                       SET ITEM-UNMATCHED TO TRUE
                       MOVE "OFFICIAL CHECK ESCHEATED"
                           TO WS-ERROR-MESSAGE-PARAM
                   WHEN SQL-OC-AMOUNT NOT = CL-AMOUNT
                       SET ITEM-UNMATCHED TO TRUE
                       MOVE "OFFICIAL CHECK AMOUNT MISMATCH"
                           TO WS-ERROR-MESSAGE-PARAM
                   WHEN OTHER
                       PERFORM DB-MARK-OFFICIAL-CHECK-PAID
               END-EVALUATE
           END-IF

           IF ITEM-MATCHED
               MOVE CL-CHECK-SERIAL TO WS-ITEM-CHECK-SERIAL
               ADD 1 TO WS-OFFICIAL-CHECKS-PAID
           ELSE
               SET ERR-POSITIVE-PAY TO TRUE
               ADD 1 TO WS-OFFICIAL-CHECKS-REFUSED
           END-IF.

       STAGE-MATCHED-ITEM.

           IF ERR-NONE
               ADD 1 TO WS-STAGED-COUNT
               ADD CL-AMOUNT TO WS-STAGED-AMOUNT
               MOVE SPACES TO CLEARING-REPORT-RECORD
               STRING "STAGED " WS-ITEM-TRANS-TYPE
                   " ACCOUNT " WS-RESOLVED-ACCOUNT
           END-IF.

       COMMIT-ACCEPTED-FILE.
      * The file's staged items go onto the stream control ledger in
      * the same commit as the items themselves - the posting run is
      * proven against what the clearing intake actually committed
           MOVE "STAGED" TO CT-CONTROL-POINT
           MOVE WS-STAGED-COUNT TO SQL-CT-RECORD-COUNT
           MOVE WS-STAGED-AMOUNT TO SQL-CT-AMOUNT
           PERFORM DB-ADD-CONTROL-TOTAL

           EXEC SQL
               COMMIT WORK
           END-EXEC
           DISPLAY "Files Accepted: " WS-FILES-ACCEPTED
           DISPLAY "Files Rejected: " WS-FILES-REJECTED
           DISPLAY "Items Staged:   " WS-ITEMS-STAGED
           DISPLAY "Items Returned: " WS-ITEMS-RETURNED
           DISPLAY "Official Checks Paid:    " WS-OFFICIAL-CHECKS-PAID
           DISPLAY "Official Checks Refused: "
               WS-OFFICIAL-CHECKS-REFUSED
           DISPLAY "ACH Debits Blocked:      " WS-ACH-DEBITS-BLOCKED.

       CLEANUP-ROUTINE.
      * Flip this job to COMPLETE on the job control table so
                   PERFORM LOG-ERROR-WITH-CODE
           END-EVALUATE.

       DB-COUNT-ACH-FILTERS.
      * How many ACTIVE, effective filter rows the account carries
      * and how many of them block every debit
           EXEC SQL
               SELECT COUNT(*),
                      COALESCE(SUM(CASE WHEN FILTER_TYPE = 'B'
                                        THEN 1 ELSE 0 END), 0)
               INTO :SQL-AF-FILTER-COUNT,
                    :SQL-AF-BLOCK-ALL-COUNT
               FROM ACH_FILTER_TABLE
               WHERE ACCOUNT_ID = :CL-TARGET-ACCOUNT
               AND FILTER_STATUS = 'ACTIVE'
               AND EFFECTIVE_DATE <= CURRENT DATE
           END-EXEC

           IF SQLCODE NOT = 0
               SET ITEM-UNMATCHED TO TRUE
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error reading ACH filter - SQLCODE: " SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       DB-READ-ACH-AUTHORIZATION.
      * The originator's authorization row on this account, if any
           EXEC SQL
               SELECT MAX_AMOUNT
               INTO :SQL-AF-MAX-AMOUNT
               FROM ACH_FILTER_TABLE
               WHERE ACCOUNT_ID = :CL-TARGET-ACCOUNT
               AND FILTER_TYPE = 'A'
               AND ORIGINATOR_ID = :CL-ORIGINATOR-ID
               AND FILTER_STATUS = 'ACTIVE'
               AND EFFECTIVE_DATE <= CURRENT DATE
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   IF SQL-AF-MAX-AMOUNT > 0
                      AND CL-AMOUNT > SQL-AF-MAX-AMOUNT
                       MOVE "R29 OVER AUTHORIZED MAXIMUM"
                           TO SQL-AF-BLOCK-REASON
                   END-IF

               WHEN 100
                   MOVE "R29 ORIGINATOR NOT AUTHORIZED"
                       TO SQL-AF-BLOCK-REASON

               WHEN OTHER
                   SET ITEM-UNMATCHED TO TRUE
                   MOVE SQLCODE TO WS-ERROR-CODE
                   STRING "Error reading ACH authorization - "
                       "SQLCODE: " SQLCODE
                       DELIMITED BY SIZE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
           END-EVALUATE.

       DB-INSERT-ACH-BLOCKED-ITEM.
           EXEC SQL
               INSERT INTO ACH_BLOCKED_ITEM_TABLE
                   (ACCOUNT_ID, CUSTOMER_ID, BLOCK_DATE,
                    NETWORK_TRACE, ORIGINATOR_ID, ORIGINATOR_NAME,
                    AMOUNT, BLOCK_REASON)
               VALUES
                   (:CL-TARGET-ACCOUNT, :WS-RESOLVED-CUSTOMER,
                    CURRENT DATE, :CL-NETWORK-TRACE,
                    :CL-ORIGINATOR-ID, :CL-ORIGINATOR-NAME,
                    :CL-AMOUNT, :SQL-AF-BLOCK-REASON)
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error logging blocked ACH item - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       DB-INSERT-CLEARING-ITEM.
      * Stage the matched item as a PENDING row in the open unit of
      * work - nothing is committed until the file foots
                    REFERENCE_ID, CREATION_DATE, CREATION_TIME,
                    STATUS, CURRENCY_CODE, CHANNEL_CODE,
                    ACCOUNT_NUMBER, PRIORITY, DESCRIPTION,
                    INSTITUTION_CODE, CHECK_SERIAL, SOURCE_JOB)
               VALUES
                   (:WS-RESOLVED-CUSTOMER, :WS-ITEM-TRANS-TYPE,
                    :CL-AMOUNT, :RN-GENERATED-REFERENCE,
                    :CL-CURRENCY-CODE, 'BAT',
                    :WS-RESOLVED-ACCOUNT, 2,
                    :CL-ORIGINATOR-NAME,
                    :SQL-AM-INSTITUTION-CODE,
                    :WS-ITEM-CHECK-SERIAL, 'CLRG')
           END-EXEC

           IF SQLCODE NOT = 0
                   TO WS-ERROR-MESSAGE-PARAM
           END-IF.

       DB-READ-OFFICIAL-CHECK.
           EXEC SQL
               SELECT AMOUNT, CHECK_STATUS
               INTO :SQL-OC-AMOUNT, :SQL-OC-STATUS
               FROM OFFICIAL_CHECK_TABLE
               WHERE CHECK_SERIAL = :CL-CHECK-SERIAL
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE

               WHEN 100
                   SET ITEM-UNMATCHED TO TRUE
                   MOVE "OFFICIAL CHECK NOT ON REGISTER"
                       TO WS-ERROR-MESSAGE-PARAM

               WHEN OTHER
                   SET ITEM-UNMATCHED TO TRUE
                   MOVE SQLCODE TO WS-ERROR-CODE
                   STRING "Error reading official check - SQLCODE: "
                       SQLCODE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
           END-EVALUATE.

       DB-MARK-OFFICIAL-CHECK-PAID.
           EXEC SQL
               UPDATE OFFICIAL_CHECK_TABLE
               SET CHECK_STATUS = 'PAID',
                   STATUS_DATE = CURRENT DATE,
                   SETTLE_REFERENCE = :CL-NETWORK-TRACE
               WHERE CHECK_SERIAL = :CL-CHECK-SERIAL
           END-EXEC

           IF SQLCODE NOT = 0
               SET ITEM-UNMATCHED TO TRUE
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error marking official check paid - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

           COPY "dbconfig_loader.cpy".

           COPY "jobcontrol.cpy".

           COPY "controltotal.cpy".

           COPY "refnumber.cpy".

           COPY "opslog.cpy".

           COPY "offcheck.cpy".
