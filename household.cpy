      *================================================================*
      * Household Relationship Pricing Procedures                      *
      * Shared tier lookup for the programs that price an account by  *
      * its household.  The caller moves the account into             *
      * HH-ACCOUNT-NUMBER and performs DB-GET-HOUSEHOLD-TIER; the     *
      * account's primary owner's household and that household's     *
      * relationship tier come back in SQL-HOUSEHOLD-RECORD, or       *
      * HOUSEHOLD-TIER-NOT-FOUND when the owner is in no household    *
      * yet or the household's combined balance reached no tier.      *
      * DB-RECORD-HOUSEHOLD-CONCESSION writes one row of revenue      *
      * given up - the caller moves the type ('F' fee, 'R' rate       *
      * bump), the amount and the business date in first.             *
      *================================================================*

       DB-GET-HOUSEHOLD-TIER.
           SET HOUSEHOLD-TIER-NOT-FOUND TO TRUE

           EXEC SQL
               SELECT H.HOUSEHOLD_ID, T.TIER_CODE, T.TIER_NAME,
                      COALESCE(T.FEE_DISCOUNT_PCT, 0),
                      COALESCE(T.RATE_BUMP, 0)
               INTO :SQL-HH-HOUSEHOLD-ID,
                    :SQL-HH-TIER-CODE,
                    :SQL-HH-TIER-NAME,
                    :SQL-HH-FEE-DISCOUNT,
                    :SQL-HH-RATE-BUMP
               FROM HOUSEHOLD_MEMBER_TABLE M, HOUSEHOLD_TABLE H,
                    RELATIONSHIP_TIER_TABLE T
               WHERE M.CUSTOMER_ID =
                     (SELECT COALESCE(MIN(CA.CUSTOMER_ID),
                                      :HH-ACCOUNT-NUMBER)
                      FROM CUSTOMER_ACCOUNT_TABLE CA
                      WHERE CA.ACCOUNT_NUMBER = :HH-ACCOUNT-NUMBER
                      AND COALESCE(CA.ROLE_CODE, 'P') = 'P')
               AND H.HOUSEHOLD_ID = M.HOUSEHOLD_ID
               AND T.TIER_CODE = H.TIER_CODE
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   SET HOUSEHOLD-TIER-FOUND TO TRUE

               WHEN 100
                   MOVE SPACES TO SQL-HH-TIER-CODE
                   MOVE SPACES TO SQL-HH-TIER-NAME
                   MOVE ZERO TO SQL-HH-FEE-DISCOUNT
                   MOVE ZERO TO SQL-HH-RATE-BUMP

               WHEN OTHER
                   MOVE SPACES TO SQL-HH-TIER-CODE
                   MOVE SPACES TO SQL-HH-TIER-NAME
                   MOVE ZERO TO SQL-HH-FEE-DISCOUNT
                   MOVE ZERO TO SQL-HH-RATE-BUMP
                   MOVE SQLCODE TO WS-ERROR-CODE
                   STRING "Error reading household tier - SQLCODE: "
                       SQLCODE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
           END-EVALUATE.

       DB-RECORD-HOUSEHOLD-CONCESSION.
           EXEC SQL
               INSERT INTO HOUSEHOLD_CONCESSION_TABLE
                   (HOUSEHOLD_ID, TIER_CODE, ACCOUNT_NUMBER,
                    CONCESSION_DATE, CONCESSION_TYPE, AMOUNT)
               VALUES
                   (:SQL-HH-HOUSEHOLD-ID, :SQL-HH-TIER-CODE,
                    :HH-ACCOUNT-NUMBER,
                    DATE(:SQL-HH-CONCESSION-DATE),
                    :SQL-HH-CONCESSION-TYPE,
                    :SQL-HH-CONCESSION-AMOUNT)
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error recording concession - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.
