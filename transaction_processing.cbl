               PERFORM DB-CHECK-CD-MATURITY
           END-IF

      * A deposit to an IRA is a contribution and a debit from one a
      * distribution.  Both are looked up against the plan register
      * so the annual contribution limit can be enforced before the
      * money moves, and the activity recorded for the year-end 5498
      * and 1099-R once it posts
           SET NOT-IRA-ACCOUNT TO TRUE
           IF TRANSACTION-VALID AND
              (DEPOSIT-TRANSACTION OR WITHDRAWAL-TRANSACTION)
               PERFORM DB-CHECK-IRA-PLAN
           END-IF
           IF TRANSACTION-VALID AND IRA-ACCOUNT AND
              DEPOSIT-TRANSACTION
               PERFORM CHECK-IRA-CONTRIBUTION-LIMIT
           END-IF

      * Positive pay - a withdrawal carrying a check serial against
      * an enrolled account must match the issued-check register by
      * serial and amount; a mismatch goes to the pay/no-pay
               SET HOLD-REQUIRED TO TRUE
           END-IF.

       CHECK-IRA-CONTRIBUTION-LIMIT.
      * Only the current or the prior tax year may take a contribution
      * - a prior-year contribution is how the customer funds last
      * year's IRA ahead of the filing deadline
           IF SQL-IR-TAX-YEAR NOT = WS-YEAR AND
              SQL-IR-TAX-YEAR NOT = WS-YEAR - 1
               SET TRANSACTION-INVALID TO TRUE
               SET ERR-IRA-TAX-YEAR TO TRUE
               MOVE "IRA CONTRIBUTION TAX YEAR NOT OPEN"
                   TO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF

      * Rollovers and trustee-to-trustee transfers move money that
      * was already contributed and do not count against the limit
           IF TRANSACTION-VALID AND
              SQL-IR-CONTRIBUTION-CODE = "R"
               PERFORM DB-GET-IRA-YEAR-CONTRIBUTIONS
               MOVE WS-IRA-CONTRIB-LIMIT TO WS-IRA-ALLOWED-LIMIT
               COMPUTE WS-IRA-OWNER-AGE =
                   SQL-IR-TAX-YEAR - WS-IRA-BIRTH-YEAR
               IF WS-IRA-OWNER-AGE >= WS-IRA-CATCHUP-AGE
                   ADD WS-IRA-CATCHUP-AMOUNT TO WS-IRA-ALLOWED-LIMIT
               END-IF
               COMPUTE WS-IRA-PROJECTED-TOTAL =
                   SQL-IR-YEAR-TOTAL + TR-AMOUNT
               IF WS-IRA-PROJECTED-TOTAL > WS-IRA-ALLOWED-LIMIT
                   SET TRANSACTION-INVALID TO TRUE
                   SET ERR-IRA-OVER-LIMIT TO TRUE
                   MOVE "IRA CONTRIBUTION EXCEEDS ANNUAL LIMIT"
                       TO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
               END-IF
           END-IF.

       SET-IRA-ACTIVITY-DEFAULTS.
      * Nothing staged for this item - a deposit is taken as a regular
      * contribution for the business year, a debit as a distribution
      * coded '7' (normal) once the owner is 59 1/2 and '1' (early)
      * before that, with no federal tax withheld
           MOVE WS-YEAR TO SQL-IR-TAX-YEAR
           MOVE ZERO TO SQL-IR-FED-WITHHOLDING
           IF DEPOSIT-TRANSACTION
               MOVE "C" TO SQL-IR-ACTIVITY-TYPE
               MOVE "R" TO SQL-IR-CONTRIBUTION-CODE
               MOVE SPACES TO SQL-IR-DISTRIBUTION-CODE
           ELSE
               MOVE "D" TO SQL-IR-ACTIVITY-TYPE
               MOVE SPACE TO SQL-IR-CONTRIBUTION-CODE
               COMPUTE WS-IRA-AGE-MONTHS =
                   (WS-YEAR - WS-IRA-BIRTH-YEAR) * 12
                   + WS-MONTH - WS-IRA-BIRTH-MONTH
               IF WS-DAY < WS-IRA-BIRTH-DAY
                   SUBTRACT 1 FROM WS-IRA-AGE-MONTHS
               END-IF
               IF WS-IRA-AGE-MONTHS >= 714
                   MOVE "7 " TO SQL-IR-DISTRIBUTION-CODE
               ELSE
                   MOVE "1 " TO SQL-IR-DISTRIBUTION-CODE
               END-IF
           END-IF.

       REFUSE-CHECK-TO-DECISION.
      * The presented check did not match the register - refuse the
      * item and hand the customer the facts for a pay/no-pay call
           END-EXEC

           PERFORM INVALIDATE-ACCOUNT-CACHE
           PERFORM DISCARD-ROLLED-BACK-TALLIES
           SET CACHE-FLUSH-CLEAN TO TRUE

      * Check SQLCODE after rollback

      * Success path - don't need rollback
           SET ROLLBACK-NOT-NEEDED TO TRUE

      * An IRA deposit is recorded as a contribution for its tax
      * year before anything is counted - a failed activity write
      * takes the whole deposit back
           IF IRA-ACCOUNT
               PERFORM DB-RECORD-IRA-ACTIVITY
           END-IF

           IF ROLLBACK-NEEDED
               ADD 1 TO WS-FAILED-TRANSACTIONS
               ADD 1 TO WS-DEPOSIT-FAILED
           ELSE
               ADD 1 TO WS-SUCCESSFUL-TRANSACTIONS
               ADD 1 TO WS-DEPOSIT-SUCCESSFUL
               ADD TR-AMOUNT TO WS-PROOF-CREDITS

               MOVE WS-POSTING-ACCOUNT TO AU-CUSTOMER-ID
               MOVE WS-ORIGINAL-BALANCE TO AU-BALANCE-BEFORE
               MOVE AM-ACCOUNT-BALANCE TO AU-BALANCE-AFTER
               PERFORM WRITE-AUDIT-RECORD
           END-IF.

       PROCESS-WITHDRAWAL.
      * Check if sufficient balance exists, allowing the account's
               ADD 1 TO WS-FAILED-TRANSACTIONS
               ADD 1 TO WS-WITHDRAWAL-FAILED
           ELSE
      * Nor may it dip into funds pledged as collateral for a loan -
      * the overdraft limit never stretches over a pledge
               MOVE SPACES TO WS-PLEDGE-PAID-LOAN
               PERFORM DB-GET-PLEDGED-AMOUNT
               IF WS-PLEDGED-AMOUNT > ZERO
                  AND WS-PROJECTED-BALANCE < WS-PLEDGED-AMOUNT
                   SET ROLLBACK-NEEDED TO TRUE
                   SET ERR-PLEDGED-FUNDS TO TRUE
                   MOVE "WITHDRAWAL WOULD DROP BALANCE BELOW PLEDGE"
                       TO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
                   ADD 1 TO WS-FAILED-TRANSACTIONS
                   ADD 1 TO WS-WITHDRAWAL-FAILED
               ELSE
      * Process valid withdrawal
                   SUBTRACT TR-AMOUNT FROM AM-ACCOUNT-BALANCE
                   SET ROLLBACK-NOT-NEEDED TO TRUE
                   PERFORM DB-CONSUME-AUTH-HOLD
      * An IRA debit is recorded as a distribution before anything
      * is counted - a failed activity write takes it back
                   IF IRA-ACCOUNT
                       PERFORM DB-RECORD-IRA-ACTIVITY
                   END-IF

                   IF ROLLBACK-NEEDED
                       ADD 1 TO WS-FAILED-TRANSACTIONS
                       ADD 1 TO WS-WITHDRAWAL-FAILED
                   ELSE
                       ADD 1 TO WS-SUCCESSFUL-TRANSACTIONS
                       ADD 1 TO WS-WITHDRAWAL-SUCCESSFUL
                       ADD TR-AMOUNT TO WS-PROOF-DEBITS

                       MOVE WS-POSTING-ACCOUNT TO AU-CUSTOMER-ID
                       MOVE WS-ORIGINAL-BALANCE TO AU-BALANCE-BEFORE
                       MOVE AM-ACCOUNT-BALANCE TO AU-BALANCE-AFTER
                       PERFORM WRITE-AUDIT-RECORD

      * A CD debited ahead of maturity owes its early-withdrawal
      * penalty on top of the debit, in the same unit of work
                       IF CD-PENALTY-DUE
                           PERFORM ASSESS-CD-EARLY-PENALTY
                       END-IF
                   END-IF
               END-IF
           END-IF
           END-IF.
               ADD 1 TO WS-FAILED-TRANSACTIONS
               ADD 1 TO WS-TRANSFER-FAILED
           ELSE
      * Nor may it dip into funds pledged as collateral for a loan -
      * the overdraft limit never stretches over a pledge
               MOVE SPACES TO WS-PLEDGE-PAID-LOAN
               PERFORM DB-GET-PLEDGED-AMOUNT
               IF WS-PLEDGED-AMOUNT > ZERO
                  AND WS-PROJECTED-BALANCE < WS-PLEDGED-AMOUNT
                   SET ROLLBACK-NEEDED TO TRUE
                   SET ERR-PLEDGED-FUNDS TO TRUE
                   MOVE "TRANSFER WOULD DROP BALANCE BELOW PLEDGE"
                       TO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
                   ADD 1 TO WS-FAILED-TRANSACTIONS
                   ADD 1 TO WS-TRANSFER-FAILED
               ELSE
      * Deduct from source account and update it in DB2
                   SUBTRACT TR-AMOUNT FROM AM-ACCOUNT-BALANCE
                   MOVE WS-POSTING-ACCOUNT TO AM-CUSTOMER-ID
                   PERFORM DB-UPDATE-ACCOUNT-BALANCE

                   IF ROLLBACK-NEEDED
                       SET ERR-UPDATE-FAILED TO TRUE
                       MOVE "TRANSFER FAILED - CANNOT UPDATE SOURCE"
                           TO WS-ERROR-MESSAGE-PARAM
                       PERFORM LOG-ERROR-WITH-CODE
                       ADD 1 TO WS-FAILED-TRANSACTIONS
                       ADD 1 TO WS-TRANSFER-FAILED
                   ELSE
                       MOVE WS-POSTING-ACCOUNT TO AU-CUSTOMER-ID
                       MOVE WS-ORIGINAL-BALANCE TO AU-BALANCE-BEFORE
                       MOVE AM-ACCOUNT-BALANCE TO AU-BALANCE-AFTER
                       PERFORM WRITE-AUDIT-RECORD

      * An excess savings transfer posts with its per-item fee -
      * taken from the source while it is still the loaded account,
      * and written back explicitly since the source update above
      * has already gone to DB2
                       IF REGD-FEE-DUE
                           PERFORM ASSESS-REGD-EXCESS-FEE
                           IF WS-REGD-EXCESS-FEE > ZERO
                               PERFORM DB-UPDATE-ACCOUNT-BALANCE
                           END-IF
                       END-IF

      * Source update succeeded.  An internal transfer credits the
      * target account; an external one posts its offset to the
      * settlement clearing account and goes out on the settlement
      * interface for the network to deliver
                       IF EXTERNAL-TRANSFER
                           MOVE WS-SETTLEMENT-CLEARING-ACCT
                               TO AM-CUSTOMER-ID
                       ELSE
                           MOVE TR-TARGET-ACCOUNT TO AM-CUSTOMER-ID
                       END-IF
                       PERFORM DB-LOOKUP-ACCOUNT-FOR-UPDATE

                       IF ROLLBACK-NEEDED
                           MOVE "TRANSFER FAILED - TARGET NOT FOUND"
                               TO WS-ERROR-MESSAGE-PARAM
                           PERFORM LOG-ERROR-WITH-CODE
                           ADD 1 TO WS-FAILED-TRANSACTIONS
                           ADD 1 TO WS-TRANSFER-FAILED
                       ELSE
                           MOVE AM-ACCOUNT-BALANCE
                               TO WS-TARGET-ORIGINAL-BALANCE
                           ADD TR-AMOUNT TO AM-ACCOUNT-BALANCE

                           PERFORM DB-UPDATE-ACCOUNT-BALANCE

                           IF ROLLBACK-NEEDED
                               SET ERR-UPDATE-FAILED TO TRUE
                               MOVE
                               "TRANSFER FAILED - CANNOT UPDATE TARGET"
                                   TO WS-ERROR-MESSAGE-PARAM
                               PERFORM LOG-ERROR-WITH-CODE
                               ADD 1 TO WS-FAILED-TRANSACTIONS
                               ADD 1 TO WS-TRANSFER-FAILED
                           ELSE
                               SET TARGET-WAS-CREDITED TO TRUE
                               ADD 1 TO WS-SUCCESSFUL-TRANSACTIONS
                               ADD 1 TO WS-TRANSFER-SUCCESSFUL
                               ADD TR-AMOUNT TO WS-PROOF-DEBITS
                               ADD TR-AMOUNT TO WS-PROOF-CREDITS

                               MOVE AM-CUSTOMER-ID TO AU-CUSTOMER-ID
                               MOVE WS-TARGET-ORIGINAL-BALANCE
                                   TO AU-BALANCE-BEFORE
                               MOVE AM-ACCOUNT-BALANCE
                                   TO AU-BALANCE-AFTER
                               PERFORM WRITE-AUDIT-RECORD

                               IF EXTERNAL-TRANSFER
                                   PERFORM WRITE-SETTLEMENT-RECORD
                                   ADD 1 TO WS-EXTERNAL-TRANSFERS
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               MOVE TR-BRANCH-CODE TO ST-BRANCH-CODE
               MOVE "OUTBOUND" TO ST-DIRECTION
               WRITE SETTLEMENT-RECORD
      * The screening batch proves its intake against this count
               ADD 1 TO WS-CT-COUNT (8)
               ADD TR-AMOUNT TO WS-CT-AMOUNT (8)
               SET CT-TALLIES-PENDING TO TRUE
           END-IF.

       PROCESS-AUTHORIZATION-HOLD.
               ADD 1 TO WS-FAILED-TRANSACTIONS
               ADD 1 TO WS-PAYMENT-FAILED
           ELSE
      * Nor may it dip into funds pledged as collateral for a loan -
      * the overdraft limit never stretches over a pledge, though a
      * payment to the very loan a pledge secures may draw on it
               MOVE TR-TARGET-ACCOUNT TO WS-PLEDGE-PAID-LOAN
               PERFORM DB-GET-PLEDGED-AMOUNT
               IF WS-PLEDGED-AMOUNT > ZERO
                  AND WS-PROJECTED-BALANCE < WS-PLEDGED-AMOUNT
                   SET ROLLBACK-NEEDED TO TRUE
                   SET ERR-PLEDGED-FUNDS TO TRUE
                   MOVE "PAYMENT WOULD DROP BALANCE BELOW PLEDGE"
                       TO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
                   ADD 1 TO WS-FAILED-TRANSACTIONS
                   ADD 1 TO WS-PAYMENT-FAILED
               ELSE
      * Process valid payment
                   SUBTRACT TR-AMOUNT FROM AM-ACCOUNT-BALANCE
                   SET ROLLBACK-NOT-NEEDED TO TRUE
                   ADD 1 TO WS-SUCCESSFUL-TRANSACTIONS
                   ADD 1 TO WS-PAYMENT-SUCCESSFUL
                   ADD TR-AMOUNT TO WS-PROOF-DEBITS
                   PERFORM DB-CONSUME-AUTH-HOLD

                   MOVE WS-POSTING-ACCOUNT TO AU-CUSTOMER-ID
                   MOVE WS-ORIGINAL-BALANCE TO AU-BALANCE-BEFORE
                   MOVE AM-ACCOUNT-BALANCE TO AU-BALANCE-AFTER
                   PERFORM WRITE-AUDIT-RECORD

      * An excess savings payment posts with its per-item fee; the
      * commit path writes the combined balance back
                   IF REGD-FEE-DUE
                       PERFORM ASSESS-REGD-EXCESS-FEE
                   END-IF
               END-IF
           END-IF
           END-IF.
