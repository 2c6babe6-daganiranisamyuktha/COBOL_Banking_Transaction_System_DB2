      * the posting run - waived when the balance sits at or above    *
      * the schedule's waiver level.  Produces a fee-income summary   *
      * by branch.  Pricing changes are now a schedule update, not a  *
      * code change and recompile.  An account the schedule would     *
      * charge is then priced by its household's relationship tier -  *
      * the tier forgives all or part of the charge and the amount    *
      * forgiven is recorded as revenue given up.                     *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MONTHLY-FEE-SWEEP-BATCH.
               88  BRANCH-SLOT-FOUND      VALUE 'Y'.
               88  BRANCH-SLOT-NOT-FOUND  VALUE 'N'.

      * Relationship pricing - the schedule's charge, the part the
      * household tier forgives and what is actually charged
       01  WS-FEE-PRICING.
           05  WS-FEE-CONCESSION          PIC S9(5)V99.
           05  WS-FEE-CHARGED             PIC S9(5)V99.
           05  WS-FEE-BUSINESS-DATE       PIC X(10).

      * Processing Statistics
       01  WS-PROCESSING-STATS.
           05  WS-ACCOUNTS-PROCESSED      PIC 9(7) VALUE ZERO.
           05  WS-FEES-GENERATED          PIC 9(7) VALUE ZERO.
           05  WS-FEES-WAIVED             PIC 9(7) VALUE ZERO.
           05  WS-FEES-REDUCED            PIC 9(7) VALUE ZERO.
           05  WS-FEES-HOUSEHOLD-WAIVED   PIC 9(7) VALUE ZERO.

      * Work Areas and Flags
       01  WS-WORK-AREAS.
           DISPLAY "DATE: " WS-YEAR "-" WS-MONTH "-" WS-DAY
           DISPLAY "TIME: " WS-HOUR ":" WS-MINUTE ":" WS-SECOND

           MOVE SPACES TO WS-FEE-BUSINESS-DATE
           STRING WS-YEAR "-" WS-MONTH "-" WS-DAY
               DELIMITED BY SIZE
               INTO WS-FEE-BUSINESS-DATE

      * Load database configuration from external file
           PERFORM LOAD-DATABASE-CONFIG


      * Register this job on the job control table and refuse to
      * start ahead of its predecessor in the nightly stream
      * The household tiers must be priced from this month's
      * combined balances first
           MOVE "MONTHLY-FEE-SWEEP-BATCH" TO JC-PROGRAM-ID
           MOVE "HOUSEHOLD-PRICING-BATCH" TO JC-PREDECESSOR-ID
           PERFORM DB-CHECK-JOB-PREDECESSOR
           PERFORM DB-REGISTER-JOB-START

               IF SQL-AM-ACCOUNT-BALANCE >= SQL-FS-WAIVER-BALANCE
                   ADD 1 TO WS-FEES-WAIVED
               ELSE
                   PERFORM APPLY-HOUSEHOLD-PRICING
                   IF WS-FEE-CHARGED > ZERO
                       PERFORM DB-POST-FEE-TRANSACTION
                       PERFORM ACCUMULATE-BRANCH-INCOME
                       ADD 1 TO WS-FEES-GENERATED
                   END-IF
               END-IF
           END-IF.

       APPLY-HOUSEHOLD-PRICING.
      * The account's own balance did not earn the waiver; its
      * household's combined balances may have.  The tier forgives
      * its share of the charge and the forgiven part is recorded
      * against the tier as revenue given up.
           MOVE SQL-FS-MONTHLY-FEE TO WS-FEE-CHARGED
           MOVE ZERO TO WS-FEE-CONCESSION

           MOVE SQL-AM-CUSTOMER-ID TO HH-ACCOUNT-NUMBER
           PERFORM DB-GET-HOUSEHOLD-TIER

           IF HOUSEHOLD-TIER-FOUND AND SQL-HH-FEE-DISCOUNT > ZERO
               IF SQL-HH-FEE-DISCOUNT >= 1
                   MOVE SQL-FS-MONTHLY-FEE TO WS-FEE-CONCESSION
               ELSE
                   COMPUTE WS-FEE-CONCESSION ROUNDED =
                       SQL-FS-MONTHLY-FEE * SQL-HH-FEE-DISCOUNT
               END-IF
               COMPUTE WS-FEE-CHARGED =
                   SQL-FS-MONTHLY-FEE - WS-FEE-CONCESSION

               IF WS-FEE-CONCESSION > ZERO
                   MOVE "F" TO SQL-HH-CONCESSION-TYPE
                   MOVE WS-FEE-CONCESSION TO SQL-HH-CONCESSION-AMOUNT
                   MOVE WS-FEE-BUSINESS-DATE TO SQL-HH-CONCESSION-DATE
                   PERFORM DB-RECORD-HOUSEHOLD-CONCESSION
                   IF WS-FEE-CHARGED > ZERO
                       ADD 1 TO WS-FEES-REDUCED
                   ELSE
                       ADD 1 TO WS-FEES-HOUSEHOLD-WAIVED
                   END-IF
               END-IF
           END-IF.


           IF BRANCH-SLOT-FOUND
               ADD 1 TO WS-BR-ACCOUNTS-CHARGED (WS-BR-INDEX)
               ADD WS-FEE-CHARGED
                   TO WS-BR-FEE-INCOME (WS-BR-INDEX)
           END-IF.

           DISPLAY "MONTHLY FEE SWEEP SUMMARY"
           DISPLAY "Accounts Processed: " WS-ACCOUNTS-PROCESSED
           DISPLAY "Fees Generated:     " WS-FEES-GENERATED
           DISPLAY "Fees Waived:        " WS-FEES-WAIVED
           DISPLAY "Household Reduced:  " WS-FEES-REDUCED
           DISPLAY "Household Waived:   " WS-FEES-HOUSEHOLD-WAIVED.

       CLEANUP-ROUTINE.
      * Close database cursor
           END-IF.

       DB-OPEN-FEE-CURSOR.
      * An IOLTA account whose program lets service charges be
      * netted from the remitted interest is charged there instead,
      * by the IOLTA remittance sweep - never twice
           SET NOT-END-OF-FILE TO TRUE

           EXEC SQL
               DECLARE FEE_CURSOR CURSOR FOR
               SELECT CUSTOMER_ID, ACCOUNT_BALANCE, ACCOUNT_TYPE,
                      BRANCH_CODE, CURRENCY_CODE
               FROM ACCOUNT_TABLE A
               WHERE A.ACCOUNT_STATUS = 'ACTIVE'
               AND NOT EXISTS
                   (SELECT 1 FROM IOLTA_ACCOUNT_TABLE I,
                                  IOLTA_PROGRAM_TABLE P
                    WHERE I.ACCOUNT_NUMBER = A.CUSTOMER_ID
                    AND I.IOLTA_STATUS = 'ACTIVE'
                    AND P.PROGRAM_CODE = I.PROGRAM_CODE
                    AND P.FEES_ALLOWED = 'Y')
           END-EXEC

           EXEC SQL
                    REFERENCE_ID, CREATION_DATE, CREATION_TIME,
                    STATUS, CURRENCY_CODE, BRANCH_CODE)
               VALUES
                   (:SQL-AM-CUSTOMER-ID, 'F', :WS-FEE-CHARGED,
                    :RN-GENERATED-REFERENCE, CURRENT DATE,
                    CURRENT TIME, 'PENDING', :SQL-AM-CURRENCY-CODE,
                    :SQL-AM-BRANCH-CODE)
           COPY "refnumber.cpy".

           COPY "opslog.cpy".

           COPY "household.cpy".
