      * the posting run and closes the term row.  An instruction the   *
      * batch doesn't recognize is treated as a rollover - the safe    *
      * default - and flagged on the report for ops to correct.        *
      * A CD pledged as collateral for a loan is never paid out while  *
      * the pledge is ACTIVE: a payout instruction rolls it instead    *
      * and the report names the loan it secures.                      *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CD-MATURITY-BATCH.
           05  WS-CD-CURRENCY             PIC X(3).
           05  WS-TERM-MONTHS-DISP        PIC 9(4).

      * Collateral Check - whether the matured CD still secures a
      * loan, and the loan it is pledged to
       01  WS-PLEDGE-CHECK-AREA.
           05  WS-CD-PLEDGE-FLAG          PIC X VALUE 'N'.
               88  CD-PLEDGED             VALUE 'Y'.
               88  CD-NOT-PLEDGED         VALUE 'N'.

      * Processing Statistics
       01  WS-PROCESSING-STATS.
           05  WS-MATURED-READ            PIC 9(5) COMP VALUE ZERO.
           05  WS-CDS-ROLLED              PIC 9(5) COMP VALUE ZERO.
           05  WS-CDS-PAID-OUT            PIC 9(5) COMP VALUE ZERO.
           05  WS-CDS-SKIPPED             PIC 9(5) COMP VALUE ZERO.
           05  WS-CDS-PLEDGE-ROLLED       PIC 9(5) COMP VALUE ZERO.

      * Work Areas and Flags
       01  WS-WORK-AREAS.
               ADD 1 TO WS-MATURED-READ
               EVALUATE SQL-TD-ROLLOVER-INSTR
                   WHEN 'P'
                       PERFORM DB-CHECK-CD-PLEDGE
                       IF CD-PLEDGED
                           PERFORM ROLL-PLEDGED-CD
                       ELSE
                           PERFORM PAY-OUT-MATURED-CD
                       END-IF
                   WHEN 'R'
                       PERFORM ROLL-MATURED-CD
                   WHEN OTHER
               ADD 1 TO WS-CDS-SKIPPED
           END-IF.

       ROLL-PLEDGED-CD.
      * The CD is collateral for a loan - paying it out would leave
      * the loan unsecured - so it rolls whatever its instruction,
      * until the loan is paid off and the pledge released
           PERFORM ROLL-MATURED-CD

           IF ERR-NONE
               ADD 1 TO WS-CDS-PLEDGE-ROLLED
               MOVE SPACES TO CD-REPORT-RECORD
               STRING "WARNING CD " SQL-TD-ACCOUNT-NUMBER
                   " PLEDGED TO LOAN " SQL-CP-LOAN-ID
                   " - ROLLED, NOT PAID OUT"
                   DELIMITED BY SIZE
                   INTO CD-REPORT-RECORD
               WRITE CD-REPORT-RECORD
           END-IF.

       PAY-OUT-MATURED-CD.
      * The full balance moves to the payout account as a generated
      * transfer the posting run will work under its own validation;
           DISPLAY "Matured CDs Read: " WS-MATURED-READ
           DISPLAY "CDs Rolled:       " WS-CDS-ROLLED
           DISPLAY "CDs Paid Out:     " WS-CDS-PAID-OUT
           DISPLAY "CDs Skipped:      " WS-CDS-SKIPPED
           DISPLAY "Pledged CDs Rolled: " WS-CDS-PLEDGE-ROLLED.

       CLEANUP-ROUTINE.
      * Flip this job to COMPLETE on the job control table so
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       DB-CHECK-CD-PLEDGE.
      * An ACTIVE pledge on the CD's account - the lowest loan ID
      * for the report when more than one loan holds it.  A pledge
      * that cannot be read is treated as present: the CD rolls.
           SET CD-NOT-PLEDGED TO TRUE
           MOVE SPACES TO SQL-CP-LOAN-ID

           EXEC SQL
               SELECT COALESCE(MIN(LOAN_ID), ' ')
               INTO :SQL-CP-LOAN-ID
               FROM COLLATERAL_PLEDGE_TABLE
               WHERE PLEDGE_ACCOUNT = :SQL-TD-ACCOUNT-NUMBER
               AND PLEDGE_STATUS = 'ACTIVE'
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE NOT = 0
                   SET CD-PLEDGED TO TRUE
                   MOVE "UNKNOWN" TO SQL-CP-LOAN-ID
                   MOVE SQLCODE TO WS-ERROR-CODE
                   STRING "Error checking CD pledge - SQLCODE: "
                       SQLCODE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
               WHEN SQL-CP-LOAN-ID NOT = SPACES
                   SET CD-PLEDGED TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       DB-READ-CD-BALANCE.
           SET ERR-NONE TO TRUE

