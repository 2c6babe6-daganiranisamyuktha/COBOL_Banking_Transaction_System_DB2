      * Computes interest earned on every active account balance,     *
      * posts it as a pending deposit for the transaction processor   *
      * to credit, and updates the account's running accrued-interest *
      * total.  Accounts enrolled in a promotional campaign also earn *
      * the campaign's bonus rate on their new money - the balance    *
      * above the baseline - as a separate credit; the bonus is       *
      * clawed back if the new money leaves before the hold period    *
      * ends.  An interest-bearing account whose household earned a   *
      * relationship tier with a rate bump accrues at the bumped      *
      * rate, and the bump's interest is recorded as revenue given    *
      * up.                                                           *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEREST-ACCRUAL-BATCH.
       01  WS-PROCESSING-STATS.
           05  WS-ACCOUNTS-PROCESSED      PIC 9(5) COMP VALUE ZERO.
           05  WS-ACCOUNTS-ACCRUED        PIC 9(5) COMP VALUE ZERO.
           05  WS-IOLTA-ACCRUED           PIC 9(5) COMP VALUE ZERO.
           05  WS-RATE-BUMPED             PIC 9(5) COMP VALUE ZERO.
           05  WS-PROMO-ENROLLED          PIC 9(5) COMP VALUE ZERO.
           05  WS-PROMO-BONUS-POSTED      PIC 9(5) COMP VALUE ZERO.
           05  WS-PROMO-VESTED            PIC 9(5) COMP VALUE ZERO.
           05  WS-PROMO-CLAWED-BACK       PIC 9(5) COMP VALUE ZERO.

      * Interest Calculation Work Area
       01  WS-INTEREST-CALC.
           05  WS-WITHHELD-AMOUNT         PIC S9(8)V99.
           05  WS-WITHHOLDING-LIAB-ACCT   PIC X(10)
                                          VALUE "WHLDLIAB  ".
      * IOLTA interest is held for the state bar foundation rather
      * than credited; a negative balance earns nothing to remit
           05  WS-IOLTA-INTEREST          PIC S9(8)V99.
           05  WS-IOLTA-BUSINESS-DATE     PIC X(10).
      * The business date in SQL form for the dated rows this run
      * writes
           05  WS-ACCRUAL-BUSINESS-DATE   PIC X(10).
      * Relationship rate bump - the interest the household tier's
      * bump adds on top of the account's own rate
           05  WS-BUMP-AMOUNT             PIC S9(8)V99.
      * Promotional bonus - the campaign rate on the balance above
      * the enrollment's baseline, credited apart from the base
      * interest; a clawback takes back everything the enrollment
      * has earned
           05  WS-PROMO-NEW-MONEY         PIC S9(12)V99.
           05  WS-PROMO-BONUS             PIC S9(8)V99.
           05  WS-PROMO-DESCRIPTION       PIC X(40).

      * Work Areas and Flags
       01  WS-WORK-AREAS.
           05  WS-EOF-FLAG                PIC X VALUE 'N'.
               88  END-OF-FILE            VALUE 'Y'.
               88  NOT-END-OF-FILE        VALUE 'N'.
           05  WS-IOLTA-FLAG              PIC X VALUE 'N'.
               88  IOLTA-ACCOUNT          VALUE 'Y'.
               88  NOT-IOLTA-ACCOUNT      VALUE 'N'.
           05  WS-PROMO-EOF-FLAG          PIC X VALUE 'N'.
               88  END-OF-ENROLLMENTS     VALUE 'Y'.
               88  NOT-END-OF-ENROLLMENTS VALUE 'N'.

      * Date and Time Fields
       01  WS-CURRENT-DATE-FIELDS.
           PERFORM DB-CHECK-JOB-PREDECESSOR
           PERFORM DB-REGISTER-JOB-START

      * Enroll every eligible account that has brought new money
      * into an open campaign, before tonight's accrual walks them
           MOVE SPACES TO WS-ACCRUAL-BUSINESS-DATE
           STRING WS-YEAR "-" WS-MONTH "-" WS-DAY
               DELIMITED BY SIZE
               INTO WS-ACCRUAL-BUSINESS-DATE
           PERFORM DB-ENROLL-PROMO-ACCOUNTS

      * Open the cursor over every active account
           PERFORM DB-OPEN-INTEREST-CURSOR.

           COMPUTE WS-INTEREST-AMOUNT ROUNDED =
               SQL-AM-ACCOUNT-BALANCE * SQL-AM-INTEREST-RATE

      * An IOLTA account's interest belongs to the state bar
      * foundation - it is held on the IOLTA register with the day's
      * balance for the monthly remittance sweep, and never reaches
      * the attorney's account, accrual total or withholding
           PERFORM DB-CHECK-IOLTA-ACCOUNT

           IF IOLTA-ACCOUNT
               PERFORM ACCUMULATE-IOLTA-INTEREST
           ELSE
               PERFORM APPLY-RELATIONSHIP-BUMP
               PERFORM POST-ACCOUNT-INTEREST
               PERFORM WORK-PROMO-ENROLLMENTS
           END-IF.

       APPLY-RELATIONSHIP-BUMP.
      * Only an account already paying interest takes the bump; it
      * rides in the same interest credit as the base rate
           IF SQL-AM-INTEREST-RATE > ZERO
               MOVE SQL-AM-CUSTOMER-ID TO HH-ACCOUNT-NUMBER
               PERFORM DB-GET-HOUSEHOLD-TIER
               IF HOUSEHOLD-TIER-FOUND AND SQL-HH-RATE-BUMP > ZERO
                   COMPUTE WS-BUMP-AMOUNT ROUNDED =
                       SQL-AM-ACCOUNT-BALANCE * SQL-HH-RATE-BUMP
                   IF WS-BUMP-AMOUNT > ZERO
                       ADD WS-BUMP-AMOUNT TO WS-INTEREST-AMOUNT
                       MOVE "R" TO SQL-HH-CONCESSION-TYPE
                       MOVE WS-BUMP-AMOUNT
                           TO SQL-HH-CONCESSION-AMOUNT
                       MOVE WS-ACCRUAL-BUSINESS-DATE
                           TO SQL-HH-CONCESSION-DATE
                       PERFORM DB-RECORD-HOUSEHOLD-CONCESSION
                       ADD 1 TO WS-RATE-BUMPED
                   END-IF
               END-IF
           END-IF.

       POST-ACCOUNT-INTEREST.
           IF WS-INTEREST-AMOUNT > ZERO
               PERFORM DB-POST-INTEREST-TRANSACTION
               PERFORM DB-UPDATE-ACCRUED-INTEREST
               END-IF
           END-IF.

       WORK-PROMO-ENROLLMENTS.
      * Each campaign the account is actively enrolled in
           SET NOT-END-OF-ENROLLMENTS TO TRUE
           PERFORM DB-OPEN-PROMO-CURSOR
           PERFORM WORK-ONE-ENROLLMENT
               UNTIL END-OF-ENROLLMENTS
           PERFORM DB-CLOSE-PROMO-CURSOR.

       WORK-ONE-ENROLLMENT.
           PERFORM DB-FETCH-NEXT-ENROLLMENT

           IF NOT END-OF-ENROLLMENTS
               COMPUTE WS-PROMO-NEW-MONEY =
                   SQL-AM-ACCOUNT-BALANCE - SQL-PR-BASELINE-BALANCE
               EVALUATE TRUE
      * Hold served - the bonus earned is the customer's to keep
                   WHEN SQL-PR-DAYS-TO-HOLD-END <= ZERO
                       MOVE "VESTED" TO SQL-PR-CAMPAIGN-STATUS
                       PERFORM DB-CLOSE-ENROLLMENT
                       ADD 1 TO WS-PROMO-VESTED
      * The new money has left before the hold was served
                   WHEN WS-PROMO-NEW-MONEY <= ZERO
                       PERFORM CLAW-BACK-PROMO-BONUS
                   WHEN OTHER
                       PERFORM POST-PROMO-BONUS
               END-EVALUATE
           END-IF.

       POST-PROMO-BONUS.
      * The bonus rate applies only to the new money, on the same
      * per-run basis as the base rate
           COMPUTE WS-PROMO-BONUS ROUNDED =
               WS-PROMO-NEW-MONEY * SQL-PR-BONUS-RATE

           IF WS-PROMO-BONUS > ZERO
               MOVE SPACES TO WS-PROMO-DESCRIPTION
               STRING "PROMO BONUS INTEREST " SQL-PR-CAMPAIGN-ID
                   DELIMITED BY SIZE
                   INTO WS-PROMO-DESCRIPTION
               PERFORM DB-POST-PROMO-TRANSACTION
               PERFORM DB-ADD-PROMO-BONUS
               ADD 1 TO WS-PROMO-BONUS-POSTED

      * The bonus is interest like any other - a B-noticed
      * customer has the same portion withheld from it
               PERFORM DB-CHECK-WITHHOLDING
               IF SQL-CU-WITHHOLD-FLAG = 'Y'
                  AND SQL-CU-WITHHOLD-RATE > ZERO
                   COMPUTE WS-WITHHELD-AMOUNT ROUNDED =
                       WS-PROMO-BONUS * SQL-CU-WITHHOLD-RATE
                   IF WS-WITHHELD-AMOUNT > ZERO
                       PERFORM DB-POST-WITHHOLDING-TRANSACTION
                   END-IF
               END-IF
           END-IF.

       CLAW-BACK-PROMO-BONUS.
      * Everything the enrollment has earned comes back as an
      * interest debit, and the enrollment closes
           IF SQL-PR-BONUS-EARNED > ZERO
               MOVE SPACES TO WS-PROMO-DESCRIPTION
               STRING "PROMO BONUS CLAWBACK " SQL-PR-CAMPAIGN-ID
                   DELIMITED BY SIZE
                   INTO WS-PROMO-DESCRIPTION
               PERFORM DB-POST-PROMO-CLAWBACK
           END-IF

           MOVE "CLAWBACK" TO SQL-PR-CAMPAIGN-STATUS
           PERFORM DB-CLOSE-ENROLLMENT
           ADD 1 TO WS-PROMO-CLAWED-BACK.

       ACCUMULATE-IOLTA-INTEREST.
           IF WS-INTEREST-AMOUNT > ZERO
               MOVE WS-INTEREST-AMOUNT TO WS-IOLTA-INTEREST
               ADD 1 TO WS-IOLTA-ACCRUED
           ELSE
               MOVE ZERO TO WS-IOLTA-INTEREST
           END-IF

           MOVE SPACES TO WS-IOLTA-BUSINESS-DATE
           STRING WS-YEAR "-" WS-MONTH "-" WS-DAY
               DELIMITED BY SIZE
               INTO WS-IOLTA-BUSINESS-DATE

           PERFORM DB-ACCUMULATE-IOLTA-INTEREST.

       DB-CHECK-IOLTA-ACCOUNT.
           SET NOT-IOLTA-ACCOUNT TO TRUE

           EXEC SQL
               SELECT COUNT(*)
               INTO :SQL-IO-ROW-COUNT
               FROM IOLTA_ACCOUNT_TABLE
               WHERE ACCOUNT_NUMBER = :SQL-AM-CUSTOMER-ID
               AND IOLTA_STATUS = 'ACTIVE'
           END-EXEC

           IF SQLCODE = 0
               IF SQL-IO-ROW-COUNT > ZERO
                   SET IOLTA-ACCOUNT TO TRUE
               END-IF
           ELSE
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error reading IOLTA register - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       DB-ACCUMULATE-IOLTA-INTEREST.
      * The period opens on the first night accumulated after a
      * sweep; every night adds its balance toward the average
           EXEC SQL
               UPDATE IOLTA_ACCOUNT_TABLE
               SET PERIOD_START =
                       COALESCE(PERIOD_START,
                                DATE(:WS-IOLTA-BUSINESS-DATE)),
                   PERIOD_BALANCE_SUM =
                       PERIOD_BALANCE_SUM + :SQL-AM-ACCOUNT-BALANCE,
                   PERIOD_DAYS = PERIOD_DAYS + 1,
                   PERIOD_INTEREST =
                       PERIOD_INTEREST + :WS-IOLTA-INTEREST
               WHERE ACCOUNT_NUMBER = :SQL-AM-CUSTOMER-ID
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error accumulating IOLTA interest - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       DB-CHECK-WITHHOLDING.
      * The withholding flag lives on the customer record - the
      * account's primary owner when the relationship table names
       GENERATE-SUMMARY-REPORT.
           DISPLAY "INTEREST ACCRUAL SUMMARY"
           DISPLAY "Accounts Processed: " WS-ACCOUNTS-PROCESSED
           DISPLAY "Accounts Accrued:   " WS-ACCOUNTS-ACCRUED
           DISPLAY "IOLTA Held for Remittance: " WS-IOLTA-ACCRUED
           DISPLAY "Tier Rate Bumps:    " WS-RATE-BUMPED
           DISPLAY "Promo Enrollments:  " WS-PROMO-ENROLLED
           DISPLAY "Promo Bonus Posted: " WS-PROMO-BONUS-POSTED
           DISPLAY "Promo Vested:       " WS-PROMO-VESTED
           DISPLAY "Promo Clawed Back:  " WS-PROMO-CLAWED-BACK.

       CLEANUP-ROUTINE.
      * Close database cursor and disconnect
                      INTEREST_RATE, ACCRUED_INTEREST, CURRENCY_CODE
               FROM ACCOUNT_TABLE A
               WHERE A.ACCOUNT_STATUS = 'ACTIVE'
               AND (A.INTEREST_RATE > 0
                    OR EXISTS
                       (SELECT 1 FROM PROMO_ENROLLMENT_TABLE PE
                        WHERE PE.ACCOUNT_NUMBER = A.CUSTOMER_ID
                        AND PE.ENROLL_STATUS = 'ACTIVE'))
               AND COALESCE(A.INSTITUTION_CODE, '0001')
                   = :JC-INSTITUTION-CODE
               AND NOT EXISTS
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       DB-ENROLL-PROMO-ACCOUNTS.
      * An ACTIVE account of an eligible type and branch enrolls in
      * an open campaign the first night its balance stands above
      * its baseline - the end-of-day balance on the campaign's
      * baseline date, or zero for an account opened since.  IOLTA
      * trust accounts earn nothing for the attorney and never
      * enroll; neither does a deceased holder's account.
           EXEC SQL
               INSERT INTO PROMO_ENROLLMENT_TABLE
                   (CAMPAIGN_ID, ACCOUNT_NUMBER, ENROLL_DATE,
                    BASELINE_BALANCE, HOLD_END_DATE, NEW_MONEY,
                    BONUS_EARNED, BONUS_CLAWED_BACK, ENROLL_STATUS,
                    STATUS_DATE)
               SELECT X.CAMPAIGN_ID, X.CUSTOMER_ID,
                      DATE(:WS-ACCRUAL-BUSINESS-DATE),
                      X.BASELINE_BALANCE,
                      DATE(:WS-ACCRUAL-BUSINESS-DATE)
                          + X.HOLD_DAYS DAYS,
                      X.ACCOUNT_BALANCE - X.BASELINE_BALANCE,
                      0, 0, 'ACTIVE',
                      DATE(:WS-ACCRUAL-BUSINESS-DATE)
               FROM (SELECT P.CAMPAIGN_ID, A.CUSTOMER_ID,
                            A.ACCOUNT_BALANCE, P.HOLD_DAYS,
                            COALESCE(
                               (SELECT H.ACCOUNT_BALANCE
                                FROM BALANCE_HISTORY_TABLE H
                                WHERE H.CUSTOMER_ID = A.CUSTOMER_ID
                                AND H.BUSINESS_DATE <= P.BASELINE_DATE
                                ORDER BY H.BUSINESS_DATE DESC
                                FETCH FIRST 1 ROW ONLY), 0)
                                AS BASELINE_BALANCE
                     FROM PROMO_CAMPAIGN_TABLE P, ACCOUNT_TABLE A
                     WHERE P.CAMPAIGN_STATUS = 'ACTIVE'
                     AND DATE(:WS-ACCRUAL-BUSINESS-DATE)
                         BETWEEN P.OFFER_START AND P.OFFER_END
                     AND A.ACCOUNT_STATUS = 'ACTIVE'
                     AND COALESCE(A.INSTITUTION_CODE, '0001')
                         = :JC-INSTITUTION-CODE
                     AND EXISTS
                         (SELECT 1 FROM PROMO_ELIGIBLE_TABLE E
                          WHERE E.CAMPAIGN_ID = P.CAMPAIGN_ID
                          AND E.ACCOUNT_TYPE = A.ACCOUNT_TYPE
                          AND (E.BRANCH_CODE = A.BRANCH_CODE
                               OR COALESCE(E.BRANCH_CODE, ' ')
                                  = ' '))
                     AND NOT EXISTS
                         (SELECT 1 FROM PROMO_ENROLLMENT_TABLE PE
                          WHERE PE.CAMPAIGN_ID = P.CAMPAIGN_ID
                          AND PE.ACCOUNT_NUMBER = A.CUSTOMER_ID)
                     AND NOT EXISTS
                         (SELECT 1 FROM IOLTA_ACCOUNT_TABLE I
                          WHERE I.ACCOUNT_NUMBER = A.CUSTOMER_ID
                          AND I.IOLTA_STATUS = 'ACTIVE')
                     AND NOT EXISTS
                         (SELECT 1 FROM CUSTOMER_TABLE C
                          WHERE C.CUSTOMER_ID = A.CUSTOMER_ID
                          AND C.DECEASED_FLAG = 'Y')) X
               WHERE X.ACCOUNT_BALANCE > X.BASELINE_BALANCE
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   MOVE SQLERRD (3) TO WS-PROMO-ENROLLED
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   MOVE SQLCODE TO WS-ERROR-CODE
                   STRING "Error enrolling promo accounts - SQLCODE: "
                       SQLCODE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
           END-EVALUATE.

       DB-OPEN-PROMO-CURSOR.
           EXEC SQL
               DECLARE PROMO_CURSOR CURSOR FOR
               SELECT E.CAMPAIGN_ID, E.BASELINE_BALANCE,
                      E.BONUS_EARNED, P.BONUS_RATE,
                      DAYS(E.HOLD_END_DATE)
                          - DAYS(DATE(:WS-ACCRUAL-BUSINESS-DATE))
               FROM PROMO_ENROLLMENT_TABLE E, PROMO_CAMPAIGN_TABLE P
               WHERE E.ACCOUNT_NUMBER = :SQL-AM-CUSTOMER-ID
               AND E.ENROLL_STATUS = 'ACTIVE'
               AND P.CAMPAIGN_ID = E.CAMPAIGN_ID
           END-EXEC

           EXEC SQL
               OPEN PROMO_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error opening promo cursor - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
               SET END-OF-ENROLLMENTS TO TRUE
           END-IF.

       DB-FETCH-NEXT-ENROLLMENT.
           EXEC SQL
               FETCH PROMO_CURSOR INTO
               :SQL-PR-CAMPAIGN-ID,
               :SQL-PR-BASELINE-BALANCE,
               :SQL-PR-BONUS-EARNED,
               :SQL-PR-BONUS-RATE,
               :SQL-PR-DAYS-TO-HOLD-END
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   SET END-OF-ENROLLMENTS TO TRUE
               WHEN OTHER
                   MOVE SQLCODE TO WS-ERROR-CODE
                   STRING "Error fetching enrollment - SQLCODE: "
                       SQLCODE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
                   SET END-OF-ENROLLMENTS TO TRUE
           END-EVALUATE.

       DB-CLOSE-PROMO-CURSOR.
           EXEC SQL
               CLOSE PROMO_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error closing promo cursor - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       DB-POST-PROMO-TRANSACTION.
      * Its own pending interest credit on the 'INT' channel, so the
      * year-end extract reports it with the base interest
           MOVE SPACES TO RN-BRANCH-CODE
           PERFORM DB-GENERATE-REFERENCE-ID

           EXEC SQL
               INSERT INTO TRANSACTION_TABLE
                   (CUSTOMER_ID, TRANSACTION_TYPE, AMOUNT,
                    REFERENCE_ID, CREATION_DATE, CREATION_TIME, STATUS,
                    CURRENCY_CODE, CHANNEL_CODE, DESCRIPTION,
                    INSTITUTION_CODE)
               VALUES
                   (:SQL-AM-CUSTOMER-ID, 'D', :WS-PROMO-BONUS,
                    :RN-GENERATED-REFERENCE, CURRENT DATE,
                    CURRENT TIME, 'PENDING',
                    :SQL-AM-CURRENCY-CODE, 'INT',
                    :WS-PROMO-DESCRIPTION, :JC-INSTITUTION-CODE)
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error posting promo bonus - SQLCODE: " SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       DB-ADD-PROMO-BONUS.
      * The bonus earned runs apart from ACCRUED_INTEREST; new money
      * keeps its high-water mark for the campaign results
           EXEC SQL
               UPDATE PROMO_ENROLLMENT_TABLE
               SET BONUS_EARNED = BONUS_EARNED + :WS-PROMO-BONUS,
                   NEW_MONEY =
                       CASE WHEN :WS-PROMO-NEW-MONEY > NEW_MONEY
                            THEN :WS-PROMO-NEW-MONEY
                            ELSE NEW_MONEY
                       END
               WHERE CAMPAIGN_ID = :SQL-PR-CAMPAIGN-ID
               AND ACCOUNT_NUMBER = :SQL-AM-CUSTOMER-ID
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error updating promo bonus - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       DB-POST-PROMO-CLAWBACK.
      * An interest debit on the 'INT' channel, the same shape the
      * as-of restatement uses to take interest back
           MOVE SPACES TO RN-BRANCH-CODE
           PERFORM DB-GENERATE-REFERENCE-ID

           EXEC SQL
               INSERT INTO TRANSACTION_TABLE
                   (CUSTOMER_ID, TRANSACTION_TYPE, AMOUNT,
                    REFERENCE_ID, CREATION_DATE, CREATION_TIME, STATUS,
                    CURRENCY_CODE, CHANNEL_CODE, DESCRIPTION,
                    INSTITUTION_CODE)
               VALUES
                   (:SQL-AM-CUSTOMER-ID, 'W', :SQL-PR-BONUS-EARNED,
                    :RN-GENERATED-REFERENCE, CURRENT DATE,
                    CURRENT TIME, 'PENDING',
                    :SQL-AM-CURRENCY-CODE, 'INT',
                    :WS-PROMO-DESCRIPTION, :JC-INSTITUTION-CODE)
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error posting promo clawback - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       DB-CLOSE-ENROLLMENT.
      * VESTED keeps the bonus; CLAWBACK records what came back
           EXEC SQL
               UPDATE PROMO_ENROLLMENT_TABLE
               SET ENROLL_STATUS = :SQL-PR-CAMPAIGN-STATUS,
                   STATUS_DATE = DATE(:WS-ACCRUAL-BUSINESS-DATE),
                   BONUS_CLAWED_BACK =
                       CASE WHEN :SQL-PR-CAMPAIGN-STATUS = 'CLAWBACK'
                            THEN BONUS_EARNED
                            ELSE 0
                       END
               WHERE CAMPAIGN_ID = :SQL-PR-CAMPAIGN-ID
               AND ACCOUNT_NUMBER = :SQL-AM-CUSTOMER-ID
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error closing promo enrollment - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

           COPY "dbconfig_loader.cpy".

           COPY "jobcontrol.cpy".
           COPY "refnumber.cpy".

           COPY "opslog.cpy".

           COPY "household.cpy".
