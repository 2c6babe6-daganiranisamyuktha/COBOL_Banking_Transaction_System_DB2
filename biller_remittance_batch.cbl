           MOVE SPACES TO WS-GRP-BILLER.

       COMMIT-REMITTANCE-BATCH.
      * The aggregates appended to the settlement file go onto the
      * stream control ledger with the remittances themselves - the
      * screening gate is proven against the processor's items and
      * these together
           MOVE "SETTLE-OUT" TO CT-CONTROL-POINT
           MOVE WS-REMITTANCES-SENT TO SQL-CT-RECORD-COUNT
           MOVE WS-TOTAL-REMITTED TO SQL-CT-AMOUNT
           PERFORM DB-ADD-CONTROL-TOTAL

           EXEC SQL
               COMMIT WORK
           END-EXEC

           COPY "jobcontrol.cpy".

           COPY "controltotal.cpy".

           COPY "refnumber.cpy".

           COPY "opslog.cpy".
