                      COALESCE(ACCOUNT_NUMBER, '          '),
                      COALESCE(PRIORITY, 5),
                      COALESCE(CHECK_SERIAL, '          '),
                      COALESCE(DESCRIPTION, ' '),
                      COALESCE(SOURCE_JOB, '    '),
                      COALESCE(CHAR(WORKED_DATE, ISO), ' ')
               FROM TRANSACTION_TABLE
               WHERE STATUS = 'PENDING'
               AND CUSTOMER_ID BETWEEN :WS-PARAM-CUSTOMER-LOW
                                   AND :WS-PARAM-CUSTOMER-HIGH
               AND COALESCE(INSTITUTION_CODE, '0001')
                   = :WS-PARAM-INSTITUTION
               AND EFFECTIVE_DATE <= DATE(:WS-SQL-CURRENT-DATE)
               ORDER BY COALESCE(PRIORITY, 5),
                        CUSTOMER_ID, CREATION_DATE, CREATION_TIME
           END-EXEC
                    :SQL-TR-ARR-ACCOUNT-NUMBER,
                    :SQL-TR-ARR-PRIORITY,
                    :SQL-TR-ARR-CHECK-SERIAL,
                    :SQL-TR-ARR-DESCRIPTION,
                    :SQL-TR-ARR-SOURCE-JOB,
                    :SQL-TR-ARR-WORKED-DATE
           END-EXEC

      * Check fetch status
           MOVE SQL-TR-ARR-CHECK-SERIAL (WS-TRANSACTION-ARRAY-INDEX)
               TO TR-CHECK-SERIAL
           MOVE SQL-TR-ARR-DESCRIPTION (WS-TRANSACTION-ARRAY-INDEX)
               TO TR-DESCRIPTION
           MOVE SQL-TR-ARR-SOURCE-JOB (WS-TRANSACTION-ARRAY-INDEX)
               TO TR-SOURCE-JOB
           MOVE SQL-TR-ARR-WORKED-DATE (WS-TRANSACTION-ARRAY-INDEX)
               TO TR-WORKED-DATE.

       DB-CLOSE-TRANSACTION-CURSOR.
      * Close transaction cursor
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       DB-GET-PLEDGED-AMOUNT.
      * Total still pledged as loan collateral against the account
      * already moved into AM-CUSTOMER-ID.  A pledge that cannot be
      * read is not waived - the debit is refused as if the whole
      * balance were pledged, and the error is logged for research.
      * A pledge securing the loan named in WS-PLEDGE-PAID-LOAN is
      * left out - paying a share-secured loan down from its own
      * collateral is exactly what the pledge is there for.
           EXEC SQL
               SELECT COALESCE(SUM(PLEDGED_AMOUNT), 0)
               INTO :SQL-CP-PLEDGED-TOTAL
               FROM COLLATERAL_PLEDGE_TABLE
               WHERE PLEDGE_ACCOUNT = :AM-CUSTOMER-ID
               AND PLEDGE_STATUS = 'ACTIVE'
               AND LOAN_ID <> :WS-PLEDGE-PAID-LOAN
           END-EXEC

           IF SQLCODE = 0
               MOVE SQL-CP-PLEDGED-TOTAL TO WS-PLEDGED-AMOUNT
           ELSE
               MOVE AM-ACCOUNT-BALANCE TO WS-PLEDGED-AMOUNT
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error totaling collateral pledges - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       DB-PLACE-DEPOSIT-HOLD.
      * Earmark the deposited funds until the availability schedule
      * date arrives
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       DB-CHECK-IRA-PLAN.
      * An open plan row makes the posting account an IRA.  The
      * activity the channel staged under this item's reference
      * supplies the tax year and codes; with nothing staged the
      * defaults for a deposit or a debit apply.
           SET IRA-ACTIVITY-NOT-STAGED TO TRUE
           EXEC SQL
               SELECT PLAN_TYPE, CHAR(OWNER_BIRTH_DATE, ISO)
               INTO :SQL-IR-PLAN-TYPE, :SQL-IR-BIRTH-DATE
               FROM IRA_PLAN_TABLE
               WHERE ACCOUNT_NUMBER = :WS-POSTING-ACCOUNT
               AND PLAN_STATUS = 'OPEN'
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   SET IRA-ACCOUNT TO TRUE
                   MOVE SQL-IR-BIRTH-DATE TO WS-IRA-BIRTH-DATE
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   MOVE SQLCODE TO WS-ERROR-CODE
                   STRING "Error reading IRA plan - SQLCODE: "
                       SQLCODE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
           END-EVALUATE

           IF IRA-ACCOUNT
               EXEC SQL
                   SELECT ACTIVITY_TYPE, TAX_YEAR,
                          COALESCE(CONTRIBUTION_CODE, ' '),
                          COALESCE(DISTRIBUTION_CODE, '  '),
                          COALESCE(FED_WITHHOLDING, 0)
                   INTO :SQL-IR-ACTIVITY-TYPE, :SQL-IR-TAX-YEAR,
                        :SQL-IR-CONTRIBUTION-CODE,
                        :SQL-IR-DISTRIBUTION-CODE,
                        :SQL-IR-FED-WITHHOLDING
                   FROM IRA_ACTIVITY_TABLE
                   WHERE REFERENCE_ID = :TR-REFERENCE-ID
                   AND ACTIVITY_STATUS = 'PENDING'
               END-EXEC

               IF SQLCODE = 0
                   SET IRA-ACTIVITY-STAGED TO TRUE
               ELSE
                   PERFORM SET-IRA-ACTIVITY-DEFAULTS
               END-IF
           END-IF.

       DB-GET-IRA-YEAR-CONTRIBUTIONS.
      * Regular contributions already posted to this IRA for the tax
      * year the current deposit is coded to
           MOVE ZERO TO SQL-IR-YEAR-TOTAL
           EXEC SQL
               SELECT COALESCE(SUM(AMOUNT), 0)
               INTO :SQL-IR-YEAR-TOTAL
               FROM IRA_ACTIVITY_TABLE
               WHERE ACCOUNT_NUMBER = :WS-POSTING-ACCOUNT
               AND ACTIVITY_TYPE = 'C'
               AND CONTRIBUTION_CODE = 'R'
               AND TAX_YEAR = :SQL-IR-TAX-YEAR
               AND ACTIVITY_STATUS = 'POSTED'
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error totalling IRA contributions - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       DB-RECORD-IRA-ACTIVITY.
      * Post the staged activity row, or write one from the defaults
      * when the channel staged none, inside this unit of work so a
      * later rollback takes it back with the balance
           IF IRA-ACTIVITY-STAGED
               EXEC SQL
                   UPDATE IRA_ACTIVITY_TABLE
                   SET ACTIVITY_STATUS = 'POSTED',
                       AMOUNT = :TR-AMOUNT,
                       POSTED_DATE = :WS-SQL-CURRENT-DATE
                   WHERE REFERENCE_ID = :TR-REFERENCE-ID
               END-EXEC
           ELSE
               EXEC SQL
                   INSERT INTO IRA_ACTIVITY_TABLE
                       (REFERENCE_ID, ACCOUNT_NUMBER, ACTIVITY_TYPE,
                        TAX_YEAR, CONTRIBUTION_CODE,
                        DISTRIBUTION_CODE, AMOUNT, FED_WITHHOLDING,
                        ACTIVITY_STATUS, POSTED_DATE)
                   VALUES
                       (:TR-REFERENCE-ID, :WS-POSTING-ACCOUNT,
                        :SQL-IR-ACTIVITY-TYPE, :SQL-IR-TAX-YEAR,
                        :SQL-IR-CONTRIBUTION-CODE,
                        :SQL-IR-DISTRIBUTION-CODE, :TR-AMOUNT,
                        :SQL-IR-FED-WITHHOLDING, 'POSTED',
                        :WS-SQL-CURRENT-DATE)
               END-EXEC
           END-IF

           IF SQLCODE NOT = 0
               SET ROLLBACK-NEEDED TO TRUE
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error recording IRA activity - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       DB-CHECK-POSITIVE-PAY.
      * Match a presented check against the issued-check register.
      * An account with no register rows at all is not enrolled in
               INSERT INTO TRANSACTION_TABLE
                   (CUSTOMER_ID, TRANSACTION_TYPE, AMOUNT,
                    TARGET_ACCOUNT, REFERENCE_ID, CREATION_DATE,
                    CREATION_TIME, EFFECTIVE_DATE, STATUS)
               VALUES
                   (:SQL-SO-CUSTOMER-ID, :SQL-SO-ORIGINAL-TYPE,
                    :SQL-SO-AMOUNT, :SQL-SO-TARGET-ACCOUNT,
                    :RN-GENERATED-REFERENCE, :WS-SQL-CURRENT-DATE,
                    :WS-SQL-CURRENT-TIME,
                    DATE(:WS-SQL-CURRENT-DATE), 'PENDING')
           END-EXEC

           IF SQLCODE NOT = 0
               END-IF
           END-IF.

       DB-ROLL-LATE-TRANSACTIONS.
      * Move every PENDING item keyed on the business date after its
      * channel's posting cutoff onto the next banking day, where it
      * waits for that date's run.  The pending cursor is keyed on
      * the business date, so a rolled item drops out of today's
      * work.  Each channel/type group present today is resolved to
      * its cutoff once and rolled in a single UPDATE.
           PERFORM DB-GET-NEXT-BUSINESS-DATE

           IF SQL-NEXT-BUSINESS-DATE = WS-SQL-CURRENT-DATE
               DISPLAY "NEXT BANKING DAY NOT FOUND - NO CUTOFF ROLLOVER"
           ELSE
               SET CUTOFF-NOT-END-OF-FILE TO TRUE

               EXEC SQL
                   DECLARE CUTOFF_GROUP_CURSOR CURSOR FOR
                   SELECT DISTINCT COALESCE(CHANNEL_CODE, 'BAT'),
                          TRANSACTION_TYPE
                   FROM TRANSACTION_TABLE
                   WHERE STATUS = 'PENDING'
                   AND CREATION_DATE = :WS-SQL-CURRENT-DATE
                   AND EFFECTIVE_DATE <= DATE(:WS-SQL-CURRENT-DATE)
                   AND CUSTOMER_ID BETWEEN :WS-PARAM-CUSTOMER-LOW
                                       AND :WS-PARAM-CUSTOMER-HIGH
                   AND COALESCE(INSTITUTION_CODE, '0001')
                       = :WS-PARAM-INSTITUTION
               END-EXEC

               EXEC SQL
                   OPEN CUTOFF_GROUP_CURSOR
               END-EXEC

               IF SQLCODE NOT = 0
                   MOVE SQLCODE TO WS-ERROR-CODE
                   STRING "Error opening cutoff cursor - SQLCODE: "
                       SQLCODE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
               ELSE
                   PERFORM DB-ROLL-NEXT-CUTOFF-GROUP
                       UNTIL CUTOFF-END-OF-FILE

                   EXEC SQL
                       CLOSE CUTOFF_GROUP_CURSOR
                   END-EXEC
               END-IF
           END-IF.

       DB-ROLL-NEXT-CUTOFF-GROUP.
           EXEC SQL
               FETCH CUTOFF_GROUP_CURSOR INTO
               :SQL-PC-CHANNEL-CODE,
               :SQL-PC-TRANSACTION-TYPE
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   PERFORM RESOLVE-POSTING-CUTOFF
                   IF CUTOFF-FOUND
                       PERFORM DB-ROLL-CUTOFF-GROUP
                   END-IF

               WHEN 100
                   SET CUTOFF-END-OF-FILE TO TRUE

               WHEN OTHER
                   MOVE SQLCODE TO WS-ERROR-CODE
                   STRING "Error fetching cutoff group - SQLCODE: "
                       SQLCODE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
                   SET CUTOFF-END-OF-FILE TO TRUE
           END-EVALUATE.

       DB-ROLL-CUTOFF-GROUP.
      * Only items created after the cutoff move; the row count DB2
      * returns in SQLERRD(3) goes to the channel's rollover tally
           PERFORM FIND-CUTOFF-CHANNEL-SLOT

           EXEC SQL
               UPDATE TRANSACTION_TABLE
               SET EFFECTIVE_DATE = DATE(:SQL-NEXT-BUSINESS-DATE)
               WHERE STATUS = 'PENDING'
               AND COALESCE(CHANNEL_CODE, 'BAT') = :SQL-PC-CHANNEL-CODE
               AND TRANSACTION_TYPE = :SQL-PC-TRANSACTION-TYPE
               AND CREATION_DATE = :WS-SQL-CURRENT-DATE
               AND CREATION_TIME > TIME(:SQL-PC-CUTOFF-TIME)
               AND EFFECTIVE_DATE <= DATE(:WS-SQL-CURRENT-DATE)
               AND CUSTOMER_ID BETWEEN :WS-PARAM-CUSTOMER-LOW
                                   AND :WS-PARAM-CUSTOMER-HIGH
               AND COALESCE(INSTITUTION_CODE, '0001')
                   = :WS-PARAM-INSTITUTION
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   ADD SQLERRD (3)
                       TO WS-CUTOFF-ROLLED (WS-CUTOFF-INDEX)

               WHEN 100
                   CONTINUE

               WHEN OTHER
                   MOVE SQLCODE TO WS-ERROR-CODE
                   STRING "Error rolling " SQL-PC-CHANNEL-CODE
                       " items past cutoff - SQLCODE: " SQLCODE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
           END-EVALUATE.

       DB-GET-NEXT-BUSINESS-DATE.
      * Step forward from the business date a day at a time until
      * the calendar shows a banking day; a date with no calendar
      * row is a banking day, and the ten-day guard covers a calendar
      * loaded with an impossible stretch.  A failed step leaves the
      * business date itself, which the caller takes as no rollover.
           MOVE WS-SQL-CURRENT-DATE TO SQL-NEXT-BUSINESS-DATE
           MOVE ZERO TO WS-CAL-ROLL-COUNT
           SET CAL-ROLL-NOT-DONE TO TRUE
           PERFORM DB-ADVANCE-NEXT-BUSINESS-DATE
               UNTIL CAL-ROLL-DONE
               OR WS-CAL-ROLL-COUNT >= 10.

       DB-ADVANCE-NEXT-BUSINESS-DATE.
           ADD 1 TO WS-CAL-ROLL-COUNT

           EXEC SQL
               SELECT CHAR(DATE(:SQL-NEXT-BUSINESS-DATE) + 1 DAY, ISO),
                      COALESCE(
                          (SELECT DAY_TYPE FROM BUSINESS_CALENDAR
                           WHERE CAL_DATE =
                                 DATE(:SQL-NEXT-BUSINESS-DATE) + 1 DAY),
                          'B')
               INTO :SQL-NEXT-BUSINESS-DATE,
                    :SQL-CAL-DAY-TYPE
               FROM SYSIBM.SYSDUMMY1
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error finding next banking day - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
               MOVE WS-SQL-CURRENT-DATE TO SQL-NEXT-BUSINESS-DATE
               SET CAL-ROLL-DONE TO TRUE
           ELSE
               IF SQL-CAL-DAY-TYPE = 'B'
                   SET CAL-ROLL-DONE TO TRUE
               END-IF
           END-IF.

       DB-UPDATE-TRANSACTION-STATUS.
      * Update transaction status, re-driving a transient deadlock
      * or timeout before giving up.  An item whose posting rolled
           END-IF.

       DB-EXECUTE-STATUS-UPDATE.
      * The first business date that worked the item is stamped once
      * and kept; the date it posted is stamped only when it posts -
      * the stream proof reads both to place the item on its day
           EXEC SQL
               UPDATE TRANSACTION_TABLE
               SET STATUS = :SQL-TR-STATUS,
                   WORKED_DATE = COALESCE(WORKED_DATE,
                                          DATE(:JC-BUSINESS-DATE)),
                   POSTED_DATE = CASE
                       WHEN :SQL-TR-STATUS = 'PROCESSED'
                       THEN DATE(:JC-BUSINESS-DATE)
                       ELSE POSTED_DATE
                   END
               WHERE CUSTOMER_ID = :TR-CUSTOMER-ID
               AND TRANSACTION_TYPE = :TR-TRANSACTION-TYPE
               AND AMOUNT = :TR-AMOUNT

           EXEC SQL
               UPDATE TRANSACTION_TABLE
               SET STATUS = :SQL-TR-STATUS,
                   WORKED_DATE = COALESCE(WORKED_DATE,
                                          DATE(:JC-BUSINESS-DATE))
               WHERE CUSTOMER_ID = :TR-CUSTOMER-ID
               AND TRANSACTION_TYPE = :TR-TRANSACTION-TYPE
               AND AMOUNT = :TR-AMOUNT

           EXEC SQL
               UPDATE TRANSACTION_TABLE
               SET STATUS = :SQL-TR-STATUS,
                   WORKED_DATE = COALESCE(WORKED_DATE,
                                          DATE(:JC-BUSINESS-DATE))
               WHERE CUSTOMER_ID = :TR-CUSTOMER-ID
               AND TRANSACTION_TYPE = :TR-TRANSACTION-TYPE
               AND AMOUNT = :TR-AMOUNT
