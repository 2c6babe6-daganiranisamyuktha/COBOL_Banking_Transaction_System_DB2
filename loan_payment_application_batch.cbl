      * principal remainder.  Each leg books to the GL through the    *
      * GL_CHART_TABLE machinery under its own mapping type - 'L'     *
      * for principal, 'N' for loan interest income, 'E' for escrow   *
      * liability - onto the LOANGL journal file.  A payment for      *
      * exactly the amount of an outstanding payoff quote is not an   *
      * installment: it closes the loan as PAIDOFF, books the final   *
      * principal, interest, late charge and payoff fee legs, and     *
      * refunds the escrow balance to the borrower's deposit account. *
      * Deposit accounts and CDs pledged as collateral for the loan   *
      * follow it: each installment scales the pledges down with the  *
      * principal, and payoff releases them.                          *
      * A past-due aging report of every open loan closes the run.    *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAN-PAYMENT-APPLICATION-BATCH.
           05  WS-ERROR-CODE              PIC 9(4).
               88  ERR-NONE               VALUE 0000.
               88  ERR-ORIGINAL-NOT-FOUND VALUE 1007.
               88  ERR-INVALID-ACCOUNT    VALUE 1008.
               88  ERR-FILE-ACCESS        VALUE 3001.
               88  ERR-SYSTEM-ERROR       VALUE 9999.
           05  WS-ERROR-MESSAGE-PARAM     PIC X(80).
           05  WS-REMAINING-PAYMENT       PIC 9(9)V99 VALUE ZERO.
           05  WS-MONTHLY-INTEREST        PIC 9(9)V99 VALUE ZERO.

      * Collateral Pledge Work Area - the principal left after this
      * payment as a share of the principal before it, the factor
      * the loan's pledges are scaled down by
       01  WS-PLEDGE-AREA.
           05  WS-NEW-PRINCIPAL           PIC S9(11)V99 VALUE ZERO.
           05  WS-PLEDGE-FACTOR           PIC 9V9(9) VALUE ZERO.
           05  WS-PLEDGE-RELEASE-REASON   PIC X(10).

      * The payment row being applied, fetched from the day's
      * posted 'P' transactions
       01  WS-PAYMENT-AREA.
           05  WS-PAY-TARGET              PIC X(10).
           05  WS-PAY-REFERENCE           PIC X(20).

      * Payoff Work Area - the quote a payoff payment matched, the
      * loan's status and escrow as read, and where the escrow
      * refund goes
       01  WS-PAYOFF-AREA.
           05  WS-QUOTE-FLAG              PIC X VALUE 'N'.
               88  PAYOFF-QUOTE-MATCHED   VALUE 'Y'.
               88  PAYOFF-QUOTE-NOT-FOUND VALUE 'N'.
           05  WS-OLD-LOAN-STATUS         PIC X(10).
           05  WS-ESCROW-REFUND           PIC 9(9)V99 VALUE ZERO.
           05  WS-REFUND-ACCOUNT          PIC X(10).
           05  WS-REFUND-STATUS           PIC X(10).
           05  WS-REFUND-CURRENCY         PIC X(3).

      * GL Mapping Work Area - the chart accounts for the leg being
      * journaled, falling back to the all-branches '****' default
       01  WS-GL-MAPPING-AREA.
           05  WS-TOTAL-INTEREST          PIC 9(13)V99 VALUE ZERO.
           05  WS-TOTAL-ESCROW            PIC 9(13)V99 VALUE ZERO.
           05  WS-TOTAL-PRINCIPAL         PIC 9(13)V99 VALUE ZERO.
           05  WS-PAYOFFS-APPLIED         PIC 9(7) VALUE ZERO.
           05  WS-TOTAL-PAYOFF            PIC 9(13)V99 VALUE ZERO.
           05  WS-TOTAL-ESCROW-REFUND     PIC 9(13)V99 VALUE ZERO.
           05  WS-PLEDGES-REDUCED         PIC 9(7) VALUE ZERO.
           05  WS-PLEDGES-RELEASED        PIC 9(7) VALUE ZERO.

      * Work Areas and Flags
       01  WS-WORK-AREAS.
           IF NOT END-OF-FILE
               PERFORM DB-READ-LOAN-MASTER
               IF ERR-NONE
                   PERFORM DB-FIND-PAYOFF-QUOTE
                   IF PAYOFF-QUOTE-MATCHED
                       PERFORM APPLY-LOAN-PAYOFF
                   ELSE
                       PERFORM SPLIT-AND-APPLY-PAYMENT
                   END-IF
               ELSE
                   ADD 1 TO WS-PAYMENTS-UNMATCHED
               END-IF
                   MOVE WS-PRINCIPAL-LEG TO LG-AMOUNT
                   PERFORM WRITE-LOAN-GL-LEG
               END-IF

      * The collateral falls with the principal it secures; a loan
      * paid down to nothing frees its collateral outright
               IF WS-PRINCIPAL-LEG > ZERO
                   IF SQL-LN-PRINCIPAL-BALANCE > WS-PRINCIPAL-LEG
                       PERFORM DB-REDUCE-LOAN-PLEDGES
                   ELSE
                       MOVE "PAIDDOWN" TO WS-PLEDGE-RELEASE-REASON
                       PERFORM DB-RELEASE-LOAN-PLEDGES
                   END-IF
               END-IF
           END-IF.

       APPLY-LOAN-PAYOFF.
      * The payment matches an open quote: the quoted principal,
      * interest, late charges and fee retire the loan outright.
      * The escrow balance as it stands today goes back to the
      * borrower, and the escrow payees are closed so no further
      * tax or insurance bill is paid for a loan that is gone.
           PERFORM DB-CLOSE-PAID-OFF-LOAN

           IF ERR-NONE
               ADD 1 TO WS-PAYOFFS-APPLIED
               ADD WS-PAY-AMOUNT TO WS-TOTAL-PAYOFF
               ADD SQL-PQ-INTEREST TO WS-TOTAL-INTEREST
               ADD SQL-PQ-PRINCIPAL TO WS-TOTAL-PRINCIPAL

               IF SQL-PQ-INTEREST > ZERO
                   MOVE 'N' TO WS-GL-LEG-TYPE
                   MOVE SQL-PQ-INTEREST TO LG-AMOUNT
                   PERFORM WRITE-LOAN-GL-LEG
               END-IF
               IF SQL-PQ-PRINCIPAL > ZERO
                   MOVE 'L' TO WS-GL-LEG-TYPE
                   MOVE SQL-PQ-PRINCIPAL TO LG-AMOUNT
                   PERFORM WRITE-LOAN-GL-LEG
               END-IF
      * Late charges collected clear the late charge receivable
               IF SQL-PQ-LATE-CHARGES > ZERO
                   MOVE 'Q' TO WS-GL-LEG-TYPE
                   MOVE SQL-PQ-LATE-CHARGES TO LG-AMOUNT
                   PERFORM WRITE-LOAN-GL-LEG
               END-IF
               IF SQL-PQ-PAYOFF-FEE > ZERO
                   MOVE 'Z' TO WS-GL-LEG-TYPE
                   MOVE SQL-PQ-PAYOFF-FEE TO LG-AMOUNT
                   PERFORM WRITE-LOAN-GL-LEG
               END-IF

               IF WS-ESCROW-REFUND > ZERO
                   PERFORM REFUND-PAYOFF-ESCROW
               END-IF

      * Nothing left to secure - the pledged accounts are free
               MOVE "PAYOFF" TO WS-PLEDGE-RELEASE-REASON
               PERFORM DB-RELEASE-LOAN-PLEDGES
           END-IF.

       REFUND-PAYOFF-ESCROW.
      * The refund posts through the normal run as a priority 1
      * credit to the borrower's deposit account; an account that
      * can't take it leaves the refund logged for lending ops
           PERFORM DB-CHECK-REFUND-ACCOUNT

           IF ERR-NONE
               MOVE SQL-LN-BRANCH-CODE TO RN-BRANCH-CODE
               PERFORM DB-GENERATE-REFERENCE-ID
               PERFORM DB-INSERT-ESCROW-REFUND
           ELSE
               PERFORM LOG-ERROR-WITH-CODE
           END-IF

           IF ERR-NONE
               ADD WS-ESCROW-REFUND TO WS-TOTAL-ESCROW-REFUND
               MOVE 'U' TO WS-GL-LEG-TYPE
               PERFORM DB-GET-GL-MAPPING
               MOVE WS-SQL-CURRENT-DATE TO LG-BUSINESS-DATE
               MOVE WS-PAY-TARGET TO LG-LOAN-ID
               MOVE WS-PAY-CUSTOMER-ID TO LG-CUSTOMER-ID
               MOVE WS-GL-LEG-TYPE TO LG-LEG-TYPE
               MOVE WS-ESCROW-REFUND TO LG-AMOUNT
               MOVE WS-GL-DEBIT-ACCOUNT TO LG-DEBIT-ACCOUNT
               MOVE WS-GL-CREDIT-ACCOUNT TO LG-CREDIT-ACCOUNT
               MOVE RN-GENERATED-REFERENCE TO LG-REFERENCE-ID
               WRITE LOAN-GL-RECORD
           END-IF.

       WRITE-LOAN-GL-LEG.
           DISPLAY "Payments Unmatched: " WS-PAYMENTS-UNMATCHED
           DISPLAY "Interest Applied:   " WS-TOTAL-INTEREST
           DISPLAY "Escrow Applied:     " WS-TOTAL-ESCROW
           DISPLAY "Principal Applied:  " WS-TOTAL-PRINCIPAL
           DISPLAY "Payoffs Applied:    " WS-PAYOFFS-APPLIED
           DISPLAY "Payoff Amount:      " WS-TOTAL-PAYOFF
           DISPLAY "Escrow Refunded:    " WS-TOTAL-ESCROW-REFUND
           DISPLAY "Pledges Reduced:    " WS-PLEDGES-REDUCED
           DISPLAY "Pledges Released:   " WS-PLEDGES-RELEASED.

       CLEANUP-ROUTINE.
      * Flip this job to COMPLETE on the job control table so

           EXEC SQL
               SELECT PRINCIPAL_BALANCE, INTEREST_RATE,
                      ESCROW_AMOUNT, BRANCH_CODE, LOAN_STATUS,
                      COALESCE(ESCROW_BALANCE, 0),
                      COALESCE(DEPOSIT_ACCOUNT, CUSTOMER_ID)
               INTO :SQL-LN-PRINCIPAL-BALANCE,
                    :SQL-LN-INTEREST-RATE,
                    :SQL-LN-ESCROW-AMOUNT,
                    :SQL-LN-BRANCH-CODE,
                    :SQL-LN-LOAN-STATUS,
                    :SQL-LN-ESCROW-BALANCE,
                    :SQL-LN-DEPOSIT-ACCOUNT
               FROM LOAN_MASTER_TABLE
               WHERE LOAN_ID = :WS-PAY-TARGET
               AND LOAN_STATUS IN ('ACTIVE', 'DELINQUENT',
                                   'NONACCRUAL')
           END-EXEC

           EVALUATE SQLCODE

               WHEN 100
                   SET ERR-ORIGINAL-NOT-FOUND TO TRUE
                   MOVE "LOAN NOT OPEN ON MASTER FOR PAYMENT"
                       TO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE


       DB-UPDATE-LOAN-MASTER.
      * Reduce the principal by the principal leg, advance the due
      * date one month, count the term down and bank the escrow leg
      * for the tax and insurance bills; a loan paid to zero flips
      * to PAID
           SET ERR-NONE TO TRUE

           EXEC SQL
               SET PRINCIPAL_BALANCE =
                       PRINCIPAL_BALANCE - :WS-PRINCIPAL-LEG,
                   NEXT_DUE_DATE = NEXT_DUE_DATE + 1 MONTH,
                   REMAINING_MONTHS = REMAINING_MONTHS - 1,
                   ESCROW_BALANCE =
                       COALESCE(ESCROW_BALANCE, 0) + :WS-ESCROW-LEG
               WHERE LOAN_ID = :WS-PAY-TARGET
               AND LOAN_STATUS IN ('ACTIVE', 'DELINQUENT',
                                   'NONACCRUAL')
           END-EXEC

           IF SQLCODE NOT = 0
                   SET LOAN_STATUS = 'PAID'
                   WHERE LOAN_ID = :WS-PAY-TARGET
                   AND PRINCIPAL_BALANCE <= 0
                   AND LOAN_STATUS IN ('ACTIVE', 'DELINQUENT',
                                       'NONACCRUAL')
               END-EXEC

               IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               END-IF
           END-IF.

       DB-FIND-PAYOFF-QUOTE.
      * An OPEN quote on the loan, still inside its good-through
      * date, for exactly the amount paid - the latest one if the
      * branch quoted the same figure twice
           SET PAYOFF-QUOTE-NOT-FOUND TO TRUE

           EXEC SQL
               SELECT QUOTE_ID, PRINCIPAL_AMOUNT, INTEREST_AMOUNT,
                      COALESCE(LATE_CHARGE_AMOUNT, 0),
                      COALESCE(PAYOFF_FEE, 0)
               INTO :SQL-PQ-QUOTE-ID, :SQL-PQ-PRINCIPAL,
                    :SQL-PQ-INTEREST, :SQL-PQ-LATE-CHARGES,
                    :SQL-PQ-PAYOFF-FEE
               FROM LOAN_PAYOFF_QUOTE_TABLE
               WHERE LOAN_ID = :WS-PAY-TARGET
               AND QUOTE_STATUS = 'OPEN'
               AND GOOD_THROUGH_DATE >= DATE(:WS-SQL-CURRENT-DATE)
               AND PAYOFF_AMOUNT = :WS-PAY-AMOUNT
               ORDER BY QUOTE_DATE DESC, QUOTE_ID DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   SET PAYOFF-QUOTE-MATCHED TO TRUE

               WHEN 100
                   CONTINUE

               WHEN OTHER
                   MOVE SQLCODE TO WS-ERROR-CODE
                   STRING "Error reading payoff quote - SQLCODE: "
                       SQLCODE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
                   SET ERR-NONE TO TRUE
           END-EVALUATE.

       DB-CLOSE-PAID-OFF-LOAN.
      * Zero the loan out and flip it to PAIDOFF, use up the quote,
      * and close the escrow payees
           SET ERR-NONE TO TRUE
           MOVE SQL-LN-LOAN-STATUS TO WS-OLD-LOAN-STATUS
           IF SQL-LN-ESCROW-BALANCE > ZERO
               MOVE SQL-LN-ESCROW-BALANCE TO WS-ESCROW-REFUND
           ELSE
               MOVE ZERO TO WS-ESCROW-REFUND
           END-IF

           EXEC SQL
               UPDATE LOAN_MASTER_TABLE
               SET PRINCIPAL_BALANCE = 0,
                   LATE_CHARGE_BALANCE = 0,
                   ESCROW_BALANCE = 0,
                   REMAINING_MONTHS = 0,
                   DELINQUENCY_BUCKET = 0,
                   LOAN_STATUS = 'PAIDOFF'
               WHERE LOAN_ID = :WS-PAY-TARGET
               AND LOAN_STATUS IN ('ACTIVE', 'DELINQUENT',
                                   'NONACCRUAL')
           END-EXEC

           IF SQLCODE NOT = 0
               SET ERR-SYSTEM-ERROR TO TRUE
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error closing paid-off loan - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
               SET ERR-SYSTEM-ERROR TO TRUE
           END-IF

           IF ERR-NONE
               EXEC SQL
                   UPDATE LOAN_PAYOFF_QUOTE_TABLE
                   SET QUOTE_STATUS = 'USED',
                       PAYOFF_REFERENCE = :WS-PAY-REFERENCE
                   WHERE QUOTE_ID = :SQL-PQ-QUOTE-ID
               END-EXEC

               IF SQLCODE NOT = 0
                   MOVE SQLCODE TO WS-ERROR-CODE
                   STRING "Error marking payoff quote used - SQLCODE: "
                       SQLCODE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
                   SET ERR-NONE TO TRUE
               END-IF

               EXEC SQL
                   UPDATE ESCROW_PAYEE_TABLE
                   SET PAYEE_STATUS = 'CLOSED'
                   WHERE LOAN_ID = :WS-PAY-TARGET
                   AND PAYEE_STATUS = 'ACTIVE'
               END-EXEC

               IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                   MOVE SQLCODE TO WS-ERROR-CODE
                   STRING "Error closing escrow payees - SQLCODE: "
                       SQLCODE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
                   SET ERR-NONE TO TRUE
               END-IF

               MOVE "LOAN_MASTER_TABLE" TO CH-TABLE-NAME
               MOVE WS-PAY-TARGET TO CH-RECORD-KEY
               MOVE "LOAN_STATUS" TO CH-FIELD-NAME
               MOVE WS-OLD-LOAN-STATUS TO CH-OLD-VALUE
               MOVE "PAIDOFF" TO CH-NEW-VALUE
               MOVE SPACES TO CH-CHANGED-BY
               MOVE "PAYOFF" TO CH-CHANGE-REASON
               PERFORM DB-WRITE-CHANGE-HISTORY
           END-IF.

       DB-REDUCE-LOAN-PLEDGES.
      * Scale every ACTIVE pledge on the loan by the share of
      * principal still outstanding, so a fully secured loan stays
      * fully secured and no more than that
           COMPUTE WS-NEW-PRINCIPAL =
               SQL-LN-PRINCIPAL-BALANCE - WS-PRINCIPAL-LEG
           COMPUTE WS-PLEDGE-FACTOR ROUNDED =
               WS-NEW-PRINCIPAL / SQL-LN-PRINCIPAL-BALANCE

           EXEC SQL
               UPDATE COLLATERAL_PLEDGE_TABLE
               SET PLEDGED_AMOUNT =
                       ROUND(PLEDGED_AMOUNT * :WS-PLEDGE-FACTOR, 2)
               WHERE LOAN_ID = :WS-PAY-TARGET
               AND PLEDGE_STATUS = 'ACTIVE'
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WS-PLEDGES-REDUCED
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   MOVE SQLCODE TO WS-ERROR-CODE
                   STRING "Error reducing loan pledges - SQLCODE: "
                       SQLCODE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
           END-EVALUATE.

       DB-RELEASE-LOAN-PLEDGES.
      * Free every ACTIVE pledge on the loan; the amount as booked
      * stays on ORIGINAL_AMOUNT for the history
           EXEC SQL
               UPDATE COLLATERAL_PLEDGE_TABLE
               SET PLEDGE_STATUS = 'RELEASED',
                   PLEDGED_AMOUNT = 0,
                   RELEASE_DATE = DATE(:WS-SQL-CURRENT-DATE)
               WHERE LOAN_ID = :WS-PAY-TARGET
               AND PLEDGE_STATUS = 'ACTIVE'
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WS-PLEDGES-RELEASED
                   MOVE "COLLATERAL_PLEDGE" TO CH-TABLE-NAME
                   MOVE WS-PAY-TARGET TO CH-RECORD-KEY
                   MOVE "PLEDGE_STATUS" TO CH-FIELD-NAME
                   MOVE "ACTIVE" TO CH-OLD-VALUE
                   MOVE "RELEASED" TO CH-NEW-VALUE
                   MOVE SPACES TO CH-CHANGED-BY
                   MOVE WS-PLEDGE-RELEASE-REASON TO CH-CHANGE-REASON
                   PERFORM DB-WRITE-CHANGE-HISTORY
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   MOVE SQLCODE TO WS-ERROR-CODE
                   STRING "Error releasing loan pledges - SQLCODE: "
                       SQLCODE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
           END-EVALUATE.

       DB-CHECK-REFUND-ACCOUNT.
      * The refund account must still be open on the account master
           SET ERR-NONE TO TRUE
           MOVE SQL-LN-DEPOSIT-ACCOUNT TO WS-REFUND-ACCOUNT
           MOVE "0001" TO SQL-AM-INSTITUTION-CODE
           EXEC SQL
               SELECT ACCOUNT_STATUS, CURRENCY_CODE,
                      COALESCE(INSTITUTION_CODE, '0001')
               INTO :WS-REFUND-STATUS, :WS-REFUND-CURRENCY,
                    :SQL-AM-INSTITUTION-CODE
               FROM ACCOUNT_TABLE
               WHERE CUSTOMER_ID = :WS-REFUND-ACCOUNT
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   IF WS-REFUND-STATUS NOT = "ACTIVE"
                       SET ERR-INVALID-ACCOUNT TO TRUE
                       MOVE "PAYOFF ESCROW REFUND ACCOUNT NOT ACTIVE"
                           TO WS-ERROR-MESSAGE-PARAM
                   END-IF

               WHEN 100
                   SET ERR-INVALID-ACCOUNT TO TRUE
                   MOVE "PAYOFF ESCROW REFUND ACCOUNT NOT ON FILE"
                       TO WS-ERROR-MESSAGE-PARAM

               WHEN OTHER
                   SET ERR-SYSTEM-ERROR TO TRUE
                   STRING "Error reading refund account - "
                       "SQLCODE: " SQLCODE
                       DELIMITED BY SIZE
                       INTO WS-ERROR-MESSAGE-PARAM
           END-EVALUATE.

       DB-INSERT-ESCROW-REFUND.
           EXEC SQL
               INSERT INTO TRANSACTION_TABLE
                   (CUSTOMER_ID, TRANSACTION_TYPE, AMOUNT,
                    TARGET_ACCOUNT, REFERENCE_ID, CREATION_DATE,
                    CREATION_TIME, STATUS, CURRENCY_CODE,
                    CHANNEL_CODE, ACCOUNT_NUMBER, PRIORITY,
                    INSTITUTION_CODE, DESCRIPTION)
               VALUES
                   (:WS-PAY-CUSTOMER-ID, 'D', :WS-ESCROW-REFUND,
                    :WS-PAY-TARGET, :RN-GENERATED-REFERENCE,
                    CURRENT DATE, CURRENT TIME, 'PENDING',
                    :WS-REFUND-CURRENCY, 'BAT',
                    :WS-REFUND-ACCOUNT, 1,
                    :SQL-AM-INSTITUTION-CODE,
                    'ESCROW REFUND AT PAYOFF')
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error inserting escrow refund - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
               SET ERR-SYSTEM-ERROR TO TRUE
           END-IF.

       DB-GET-GL-MAPPING.
      * The chart accounts for the leg's mapping type, preferring
      * the loan's own branch over the all-branches '****' default
                      DAYS(DATE(:WS-SQL-CURRENT-DATE))
                          - DAYS(NEXT_DUE_DATE)
               FROM LOAN_MASTER_TABLE
               WHERE LOAN_STATUS IN ('ACTIVE', 'DELINQUENT',
                                     'NONACCRUAL')
               ORDER BY NEXT_DUE_DATE, LOAN_ID
           END-EXEC


           COPY "jobcontrol.cpy".

           COPY "changehist.cpy".

           COPY "refnumber.cpy".

           COPY "opslog.cpy".
