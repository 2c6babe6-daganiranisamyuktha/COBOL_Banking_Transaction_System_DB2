      *================================================================*
      * Stream Control Ledger Procedures                               *
      * Shared registration against CONTROL_TOTAL_TABLE for every job *
      * that hands work to another in the nightly stream.  The caller *
      * moves the control point, run key, count and amount into       *
      * SQL-CONTROL-TOTAL-RECORD and performs DB-ADD-CONTROL-TOTAL,   *
      * inside the unit of work that commits the items counted, so    *
      * the ledger never runs ahead of or behind what actually went   *
      * through; the program, business date and charter are the job  *
      * control fields the program registered under.  A program that *
      * rebuilds its whole date on a rerun clears its own rows first  *
      * with DB-CLEAR-CONTROL-TOTALS.  DB-GET-CONTROL-TOTAL returns   *
      * the sum of CT-PROGRAM-ID's CT-CONTROL-POINT for the business  *
      * date across every charter and run key.                        *
      *================================================================*

       DB-ADD-CONTROL-TOTAL.
      * Nothing to register is not a row - a point a run never
      * touched simply stays absent from the ledger
           IF SQL-CT-RECORD-COUNT NOT = ZERO
              OR SQL-CT-AMOUNT NOT = ZERO
               EXEC SQL
                   UPDATE CONTROL_TOTAL_TABLE
                   SET RECORD_COUNT = RECORD_COUNT
                                      + :SQL-CT-RECORD-COUNT,
                       AMOUNT = AMOUNT + :SQL-CT-AMOUNT,
                       LAST_UPDATED = CURRENT TIMESTAMP
                   WHERE PROGRAM_ID = :JC-PROGRAM-ID
                   AND BUSINESS_DATE = :JC-BUSINESS-DATE
                   AND INSTITUTION_CODE = :JC-INSTITUTION-CODE
                   AND CONTROL_POINT = :CT-CONTROL-POINT
                   AND RUN_KEY = :CT-RUN-KEY
               END-EXEC

               IF SQLCODE = 100
                   EXEC SQL
                       INSERT INTO CONTROL_TOTAL_TABLE
                           (PROGRAM_ID, BUSINESS_DATE,
                            INSTITUTION_CODE, CONTROL_POINT, RUN_KEY,
                            RECORD_COUNT, AMOUNT, LAST_UPDATED)
                       VALUES
                           (:JC-PROGRAM-ID, :JC-BUSINESS-DATE,
                            :JC-INSTITUTION-CODE, :CT-CONTROL-POINT,
                            :CT-RUN-KEY, :SQL-CT-RECORD-COUNT,
                            :SQL-CT-AMOUNT, CURRENT TIMESTAMP)
                   END-EXEC
               END-IF

               IF SQLCODE NOT = 0
                   MOVE SQLCODE TO WS-ERROR-CODE
                   STRING "Error registering control total - SQLCODE: "
                       SQLCODE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
               END-IF
           END-IF.

       DB-CLEAR-CONTROL-TOTALS.
      * A rerun that rebuilds the date's work replaces its counts
           EXEC SQL
               DELETE FROM CONTROL_TOTAL_TABLE
               WHERE PROGRAM_ID = :JC-PROGRAM-ID
               AND BUSINESS_DATE = :JC-BUSINESS-DATE
               AND INSTITUTION_CODE = :JC-INSTITUTION-CODE
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error clearing control totals - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       DB-GET-CONTROL-TOTAL.
           EXEC SQL
               SELECT COALESCE(SUM(RECORD_COUNT), 0),
                      COALESCE(SUM(AMOUNT), 0)
               INTO :SQL-CT-RECORD-COUNT, :SQL-CT-AMOUNT
               FROM CONTROL_TOTAL_TABLE
               WHERE PROGRAM_ID = :CT-PROGRAM-ID
               AND BUSINESS_DATE = :JC-BUSINESS-DATE
               AND CONTROL_POINT = :CT-CONTROL-POINT
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE ZERO TO SQL-CT-RECORD-COUNT
               MOVE ZERO TO SQL-CT-AMOUNT
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error reading control total - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.
