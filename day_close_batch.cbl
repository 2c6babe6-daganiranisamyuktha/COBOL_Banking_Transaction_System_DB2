      * Formal end to the banking day.  For the business date given    *
      * on RUNPARAM it verifies that no transaction remains PENDING    *
      * with an effective date on or before that date, that the daily  *
      * reconciliation produced a RECONCILED result, that the suspense *
      * and HOLD queues are inside the agreed thresholds on            *
      * DAYCLOSEPARAM, and that the stream proof found every           *
      * job-to-job handoff BALANCED - and only then writes the         *
      * DAY_CLOSE_TABLE row the transaction processor requires before  *
      * it will accept the next business date.                         *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAY-CLOSE-BATCH.
           PERFORM VERIFY-PENDING-QUEUE
           PERFORM VERIFY-RECONCILIATION-RESULT
           PERFORM VERIFY-QUEUE-THRESHOLDS
           PERFORM VERIFY-STREAM-PROOF
           PERFORM REPORT-FILE-REGISTRATIONS
           PERFORM REPORT-CHANGE-HISTORY-COUNT
           PERFORM WRITE-CLOSE-DECISION
               WRITE CLOSE-REPORT-RECORD
           END-IF.

       VERIFY-STREAM-PROOF.
      * Every handoff of the nightly stream - intake, clearing, GL
      * and settlement - must have been proven for the date, and
      * every one of them BALANCED
           EXEC SQL
               SELECT COUNT(*)
               INTO :SQL-DC-COUNT
               FROM STREAM_PROOF_TABLE
               WHERE BUSINESS_DATE = :WS-CLOSE-DATE
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error reading stream proof - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
               PERFORM ABNORMAL-TERMINATION
           END-IF

           IF SQL-DC-COUNT < 4
               SET DAY-CLOSE-BLOCKED TO TRUE
               MOVE "BLOCK: STREAM PROOF HAS NOT RUN FOR THE DATE"
                   TO CLOSE-REPORT-RECORD
               WRITE CLOSE-REPORT-RECORD
           END-IF

           EXEC SQL
               SELECT COUNT(*)
               INTO :SQL-DC-COUNT
               FROM STREAM_PROOF_TABLE
               WHERE BUSINESS_DATE = :WS-CLOSE-DATE
               AND PROOF_STATUS <> 'BALANCED'
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error reading stream proof - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
               PERFORM ABNORMAL-TERMINATION
           END-IF

           IF SQL-DC-COUNT > ZERO
               SET DAY-CLOSE-BLOCKED TO TRUE
               MOVE SQL-DC-COUNT TO WS-REG-COUNT-DISP
               MOVE SPACES TO CLOSE-REPORT-RECORD
               STRING "BLOCK: " WS-REG-COUNT-DISP
                   " STREAM HANDOFFS OUT OF BALANCE"
                   DELIMITED BY SIZE
                   INTO CLOSE-REPORT-RECORD
               WRITE CLOSE-REPORT-RECORD
           END-IF.

       WRITE-CLOSE-DECISION.
           IF DAY-CLOSE-CLEAN
               PERFORM DB-WRITE-DAY-CLOSE-RECORD
