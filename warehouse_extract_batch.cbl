      * already advanced past the date.  Every file carries a header   *
      * and trailer control record in the style of the daily report's  *
      * WRITE-REPORT-HEADER/WRITE-REPORT-TRAILER, so a downstream      *
      * load can verify completeness before applying it.  The deltas   *
      * feed the marketing mart, so a row belonging to a customer      *
      * who opted out of information sharing or of marketing on the    *
      * privacy notice - directly or as a joint owner of the account - *
      * goes with its customer ID masked to OPTED-OUT, and so does a   *
      * transfer's or payment's target account when its owner opted    *
      * out; amounts and statuses still flow so the mart's totals      *
      * hold.                                                          *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WAREHOUSE-EXTRACT-BATCH.
           05  WS-TXN-DELTA-COUNT         PIC 9(7) VALUE ZERO.
           05  WS-ACCT-DELTA-COUNT        PIC 9(7) VALUE ZERO.
           05  WS-SO-DELTA-COUNT          PIC 9(7) VALUE ZERO.
           05  WS-MASKED-COUNT            PIC 9(7) VALUE ZERO.

      * Set per row from the cursor - 'Y' when the customer behind
      * the row, or any joint owner of its account, has opted out and
      * its customer ID must be masked; likewise for the account a
      * transaction was sent to
       01  WS-PRIVACY-MASK.
           05  WS-OPT-OUT-FLAG            PIC X VALUE 'N'.
               88  CUSTOMER-OPTED-OUT     VALUE 'Y'.
           05  WS-TARGET-OPT-OUT-FLAG     PIC X VALUE 'N'.
               88  TARGET-OPTED-OUT       VALUE 'Y'.
           05  WS-MASKED-CUSTOMER-ID      PIC X(10) VALUE "OPTED-OUT".

      * Work Areas and Flags
       01  WS-WORK-AREAS.

           EXEC SQL
               DECLARE WH_TXN_CURSOR CURSOR FOR
               SELECT T.CUSTOMER_ID, T.TRANSACTION_TYPE, T.AMOUNT,
                      T.TARGET_ACCOUNT, T.REFERENCE_ID, T.STATUS,
                      COALESCE(T.CHANNEL_CODE, 'BAT'),
                      CASE WHEN EXISTS
                          (SELECT 1 FROM CUSTOMER_TABLE C
                           WHERE (C.SHARE_OPT_OUT = 'Y'
                                  OR C.MKTG_OPT_OUT = 'Y')
                           AND (C.CUSTOMER_ID = T.CUSTOMER_ID
                                OR C.CUSTOMER_ID IN
                                   (SELECT A.CUSTOMER_ID
                                    FROM CUSTOMER_ACCOUNT_TABLE A
                                    WHERE A.ACCOUNT_NUMBER =
                                          T.CUSTOMER_ID)))
                      THEN 'Y' ELSE 'N' END,
                      CASE WHEN EXISTS
                          (SELECT 1 FROM CUSTOMER_TABLE C
                           WHERE (C.SHARE_OPT_OUT = 'Y'
                                  OR C.MKTG_OPT_OUT = 'Y')
                           AND (C.CUSTOMER_ID = T.TARGET_ACCOUNT
                                OR C.CUSTOMER_ID IN
                                   (SELECT A.CUSTOMER_ID
                                    FROM CUSTOMER_ACCOUNT_TABLE A
                                    WHERE A.ACCOUNT_NUMBER =
                                          T.TARGET_ACCOUNT)))
                      THEN 'Y' ELSE 'N' END
               FROM TRANSACTION_TABLE T
               WHERE T.CREATION_DATE = :WS-WH-BUSINESS-DATE
               ORDER BY T.CUSTOMER_ID, T.CREATION_TIME
           END-EXEC

           EXEC SQL
               :SQL-TR-TARGET-ACCOUNT,
               :SQL-TR-REFERENCE-ID,
               :SQL-TR-STATUS,
               :SQL-TR-CHANNEL-CODE,
               :WS-OPT-OUT-FLAG,
               :WS-TARGET-OPT-OUT-FLAG
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WS-TXN-DELTA-COUNT
                   IF CUSTOMER-OPTED-OUT
                       MOVE WS-MASKED-CUSTOMER-ID
                           TO SQL-TR-CUSTOMER-ID
                   END-IF
                   IF TARGET-OPTED-OUT
                       MOVE WS-MASKED-CUSTOMER-ID
                           TO SQL-TR-TARGET-ACCOUNT
                   END-IF
                   IF CUSTOMER-OPTED-OUT OR TARGET-OPTED-OUT
                       ADD 1 TO WS-MASKED-COUNT
                   END-IF
                   MOVE SPACES TO WS-DELTA-LINE
                   STRING "DETAIL " SQL-TR-CUSTOMER-ID
                       " " SQL-TR-TRANSACTION-TYPE
           EXEC SQL
               DECLARE WH_ACCT_CURSOR CURSOR FOR
               SELECT CUR.CUSTOMER_ID, CUR.ACCOUNT_BALANCE,
                      CUR.ACCOUNT_STATUS,
                      CASE WHEN EXISTS
                          (SELECT 1 FROM CUSTOMER_TABLE C
                           WHERE (C.SHARE_OPT_OUT = 'Y'
                                  OR C.MKTG_OPT_OUT = 'Y')
                           AND (C.CUSTOMER_ID = CUR.CUSTOMER_ID
                                OR C.CUSTOMER_ID IN
                                   (SELECT A.CUSTOMER_ID
                                    FROM CUSTOMER_ACCOUNT_TABLE A
                                    WHERE A.ACCOUNT_NUMBER =
                                          CUR.CUSTOMER_ID)))
                      THEN 'Y' ELSE 'N' END
               FROM BALANCE_HISTORY_TABLE CUR
               WHERE CUR.BUSINESS_DATE = :WS-WH-BUSINESS-DATE
               AND NOT EXISTS
               FETCH WH_ACCT_CURSOR INTO
               :SQL-BH-CUSTOMER-ID,
               :SQL-BH-ACCOUNT-BALANCE,
               :SQL-BH-ACCOUNT-STATUS,
               :WS-OPT-OUT-FLAG
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WS-ACCT-DELTA-COUNT
                   IF CUSTOMER-OPTED-OUT
                       MOVE WS-MASKED-CUSTOMER-ID
                           TO SQL-BH-CUSTOMER-ID
                       ADD 1 TO WS-MASKED-COUNT
                   END-IF
                   MOVE SPACES TO WS-DELTA-LINE
                   STRING "DETAIL " SQL-BH-CUSTOMER-ID
                       " " SQL-BH-ACCOUNT-BALANCE

           EXEC SQL
               DECLARE WH_SO_CURSOR CURSOR FOR
               SELECT S.ORDER_ID, S.CUSTOMER_ID, S.ORIGINAL_TYPE,
                      S.AMOUNT, S.FREQUENCY, S.NEXT_RUN_DATE,
                      CASE WHEN EXISTS
                          (SELECT 1 FROM CUSTOMER_TABLE C
                           WHERE (C.SHARE_OPT_OUT = 'Y'
                                  OR C.MKTG_OPT_OUT = 'Y')
                           AND (C.CUSTOMER_ID = S.CUSTOMER_ID
                                OR C.CUSTOMER_ID IN
                                   (SELECT A.CUSTOMER_ID
                                    FROM CUSTOMER_ACCOUNT_TABLE A
                                    WHERE A.ACCOUNT_NUMBER =
                                          S.CUSTOMER_ID)))
                      THEN 'Y' ELSE 'N' END
               FROM STANDING_ORDER_TABLE S
               WHERE S.STATUS = 'ACTIVE'
               AND S.NEXT_RUN_DATE > :WS-WH-BUSINESS-DATE
               ORDER BY S.ORDER_ID
           END-EXEC

           EXEC SQL
               :SQL-SO-ORIGINAL-TYPE,
               :SQL-SO-AMOUNT,
               :SQL-SO-FREQUENCY,
               :SQL-SO-NEXT-RUN-DATE,
               :WS-OPT-OUT-FLAG
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WS-SO-DELTA-COUNT
                   IF CUSTOMER-OPTED-OUT
                       MOVE WS-MASKED-CUSTOMER-ID
                           TO SQL-SO-CUSTOMER-ID
                       ADD 1 TO WS-MASKED-COUNT
                   END-IF
                   MOVE SPACES TO WS-DELTA-LINE
                   STRING "DETAIL " SQL-SO-ORDER-ID
                       " " SQL-SO-CUSTOMER-ID
           DISPLAY "WAREHOUSE EXTRACT SUMMARY"
           DISPLAY "Transaction Deltas:    " WS-TXN-DELTA-COUNT
           DISPLAY "Account Deltas:        " WS-ACCT-DELTA-COUNT
           DISPLAY "Standing Order Deltas: " WS-SO-DELTA-COUNT
           DISPLAY "Opted-Out Rows Masked: " WS-MASKED-COUNT.

       CLEANUP-ROUTINE.
      * Flip this job to COMPLETE on the job control table so
