      * GL Extract File Record Structure
       FD  GL-EXTRACT-FILE.
       01  GL-EXTRACT-RECORD.
      * The business date the transaction posted on, which the GL
      * books it under - a day after creation when it rolled past its
      * channel's cutoff
           05  GL-POSTED-DATE         PIC X(10).
           05  GL-CUSTOMER-ID         PIC X(10).
           05  GL-TRANSACTION-TYPE    PIC X.
      * The GL account this side of the journal entry posts to, from
               MOVE WS-SWAP-HOLD TO WS-CREDIT-ACCOUNT
           END-IF

           MOVE SQL-TR-POSTED-DATE     TO GL-POSTED-DATE
           MOVE SQL-TR-CUSTOMER-ID     TO GL-CUSTOMER-ID
           MOVE SQL-TR-TRANSACTION-TYPE TO GL-TRANSACTION-TYPE
           MOVE SQL-TR-BRANCH-CODE     TO GL-BRANCH-CODE
           END-IF.

       DB-OPEN-GL-CURSOR.
      * Extract only the processed transactions posted on the current
      * business day, so a transaction already picked up by an
      * earlier run's extract never posts to the GL a second time, and
      * one that rolled past its channel's cutoff is booked on the day
      * it actually posted rather than the day it was created
           SET NOT-END-OF-FILE TO TRUE

           EXEC SQL
               SELECT CUSTOMER_ID, TRANSACTION_TYPE, AMOUNT,
                      TARGET_ACCOUNT, REFERENCE_ID,
                      CREATION_DATE, CREATION_TIME, STATUS,
                      COALESCE(POSTED_DATE, CREATION_DATE),
                      COALESCE(ORIGINAL_AMOUNT, 0),
                      COALESCE(ORIGINAL_CURRENCY, '   '),
                      COALESCE(EXCHANGE_RATE, 1),
               WHERE STATUS = 'PROCESSED'
               AND COALESCE(INSTITUTION_CODE, '0001')
                   BETWEEN :WS-INST-LOW AND :WS-INST-HIGH
               AND YEAR(COALESCE(POSTED_DATE, CREATION_DATE))
                   = :WS-YEAR
               AND MONTH(COALESCE(POSTED_DATE, CREATION_DATE))
                   = :WS-MONTH
               AND DAY(COALESCE(POSTED_DATE, CREATION_DATE))
                   = :WS-DAY
               ORDER BY CREATION_DATE, CREATION_TIME
           END-EXEC

               :SQL-TR-CREATION-DATE,
               :SQL-TR-CREATION-TIME,
               :SQL-TR-STATUS,
               :SQL-TR-POSTED-DATE,
               :SQL-TR-ORIGINAL-AMOUNT,
               :SQL-TR-ORIGINAL-CURRENCY,
               :SQL-TR-EXCHANGE-RATE,
