      *================================================================*
      * Official Check Liability Account Lookup                        *
      * Finds the liability account official checks are drawn on -    *
      * the ACTIVE ACCOUNT_TABLE row typed OFFCHECK - and its current *
      * balance.  Issuance credits it, a paid item or an escheated    *
      * item debits it, and the daily register report proves the      *
      * outstanding items to its balance.  SQL-OC-LIABILITY-ACCOUNT   *
      * comes back spaces when no such account is set up; the caller  *
      * decides whether that is fatal.                                *
      *================================================================*

       DB-FIND-OFFICIAL-CHECK-ACCOUNT.
           MOVE SPACES TO SQL-OC-LIABILITY-ACCOUNT
           MOVE ZERO TO SQL-OC-LIABILITY-BALANCE

           EXEC SQL
               SELECT CUSTOMER_ID, ACCOUNT_BALANCE
               INTO :SQL-OC-LIABILITY-ACCOUNT,
                    :SQL-OC-LIABILITY-BALANCE
               FROM ACCOUNT_TABLE
               WHERE ACCOUNT_TYPE = 'OFFCHECK'
               AND ACCOUNT_STATUS = 'ACTIVE'
               ORDER BY CUSTOMER_ID
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE

               WHEN 100
                   MOVE SPACES TO SQL-OC-LIABILITY-ACCOUNT

               WHEN OTHER
                   MOVE SPACES TO SQL-OC-LIABILITY-ACCOUNT
                   MOVE SQLCODE TO WS-ERROR-CODE
                   STRING "Error finding official check account - "
                       "SQLCODE: " SQLCODE
                       DELIMITED BY SIZE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
           END-EVALUATE.
