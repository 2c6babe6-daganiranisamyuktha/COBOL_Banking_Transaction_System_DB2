      * end - audit trail, daily report and the statement line -
      * so a statement entry finally says what the charge was
           05  TR-DESCRIPTION         PIC X(40).
      * The feed job that staged the row and the business date that
      * first worked it (spaces until some run has) - together they
      * place the item on the stream control ledger's handoffs
           05  TR-SOURCE-JOB          PIC X(04).
               88  SOURCE-INTAKE      VALUE 'INTK'.
               88  SOURCE-CLEARING    VALUE 'CLRG'.
           05  TR-WORKED-DATE         PIC X(10).

      * Account Record Structure (now filled from DB2)
       01  ACCOUNT-RECORD.
               88  ERR-CUSTOMER-DECEASED  VALUE 1027.
               88  ERR-BILLER-INACTIVE    VALUE 1029.
               88  ERR-BACKDATED-NO-OVERRIDE VALUE 1030.
               88  ERR-IRA-OVER-LIMIT     VALUE 1037.
               88  ERR-IRA-TAX-YEAR       VALUE 1038.
               88  ERR-PLEDGED-FUNDS      VALUE 1055.
               88  ERR-INVALID-CUTOFF     VALUE 1057.
               88  ERR-UPDATE-FAILED      VALUE 2001.
               88  ERR-FILE-ACCESS        VALUE 3001.
               88  ERR-SYSTEM-ERROR       VALUE 9999.
           05  WS-BATCH-FAILED            PIC 9(5) COMP VALUE ZERO.
           05  WS-PRIOR-FAILED-COUNT      PIC 9(5) COMP VALUE ZERO.

      * Stream control ledger - what this run took off each feed's
      * handoff for the first time today (worked, suspended or held),
      * what it posted, and what it sent toward settlement.  The
      * counts ride in the unit of work with the rows they count and
      * are registered at its commit, so a rolled-back batch never
      * reaches the ledger.  Slots 1-3 are intake's items, 4-6
      * clearing's, 7 every item posted, 8 the settlement records
       01  WS-CONTROL-TALLIES.
           05  WS-CT-POINT-NAMES.
               10  FILLER                 PIC X(16)
                                          VALUE "INTK-WORKED".
               10  FILLER                 PIC X(16)
                                          VALUE "INTK-SUSPENSE".
               10  FILLER                 PIC X(16)
                                          VALUE "INTK-HOLD".
               10  FILLER                 PIC X(16)
                                          VALUE "CLRG-WORKED".
               10  FILLER                 PIC X(16)
                                          VALUE "CLRG-SUSPENSE".
               10  FILLER                 PIC X(16)
                                          VALUE "CLRG-HOLD".
               10  FILLER                 PIC X(16)
                                          VALUE "POSTED".
               10  FILLER                 PIC X(16)
                                          VALUE "SETTLE-OUT".
           05  WS-CT-POINT-NAME REDEFINES WS-CT-POINT-NAMES
                                          PIC X(16) OCCURS 8 TIMES.
           05  WS-CT-SLOT OCCURS 8 TIMES.
               10  WS-CT-COUNT            PIC 9(7) COMP.
               10  WS-CT-AMOUNT           PIC S9(13)V99.
           05  WS-CT-INDEX                PIC 9(2) COMP VALUE ZERO.
           05  WS-CT-FEED-BASE            PIC 9(2) COMP VALUE ZERO.
           05  WS-CT-ITEM-AMOUNT          PIC S9(13)V99 VALUE ZERO.
           05  WS-CT-OUTCOME              PIC X VALUE SPACE.
               88  CT-OUTCOME-WORKED      VALUE 'W'.
               88  CT-OUTCOME-SUSPENSE    VALUE 'S'.
               88  CT-OUTCOME-HOLD        VALUE 'H'.
           05  WS-CT-PENDING-FLAG         PIC X VALUE 'N'.
               88  CT-TALLIES-PENDING     VALUE 'Y'.
               88  CT-NO-TALLIES-PENDING  VALUE 'N'.

      * Regulation D Cycle Monitoring - convenient transfers and
      * payments from a SAVINGS account are counted per statement
      * cycle (calendar month); the item at the threshold draws a
           05  WS-CD-PENALTY-RATE         PIC 9(1)V9(4) VALUE ZERO.
           05  WS-CD-PENALTY-AMOUNT       PIC 9(9)V99 VALUE ZERO.

      * IRA Support - set during validation when the posting account
      * carries an open IRA plan row.  The staged activity row (or,
      * when the channel staged none, a regular contribution for the
      * business year) supplies the tax year and code; a regular
      * contribution that would carry the tax year's total past the
      * annual limit - plus the catch-up for an owner 50 or older by
      * the end of that year - is refused
       01  WS-IRA-AREA.
           05  WS-IRA-FLAG                PIC X VALUE 'N'.
               88  IRA-ACCOUNT            VALUE 'Y'.
               88  NOT-IRA-ACCOUNT        VALUE 'N'.
           05  WS-IRA-STAGED-FLAG         PIC X VALUE 'N'.
               88  IRA-ACTIVITY-STAGED    VALUE 'Y'.
               88  IRA-ACTIVITY-NOT-STAGED VALUE 'N'.
           05  WS-IRA-CONTRIB-LIMIT       PIC 9(7)V99 VALUE 7000.00.
           05  WS-IRA-CATCHUP-AMOUNT      PIC 9(7)V99 VALUE 1000.00.
           05  WS-IRA-CATCHUP-AGE         PIC 9(3) VALUE 50.
           05  WS-IRA-ALLOWED-LIMIT       PIC 9(7)V99 VALUE ZERO.
           05  WS-IRA-PROJECTED-TOTAL     PIC 9(9)V99 VALUE ZERO.
           05  WS-IRA-OWNER-AGE           PIC 9(3) VALUE ZERO.
           05  WS-IRA-AGE-MONTHS          PIC S9(5) VALUE ZERO.
           05  WS-IRA-BIRTH-DATE          PIC X(10) VALUE SPACES.
           05  WS-IRA-BIRTH-DATE-R REDEFINES WS-IRA-BIRTH-DATE.
               10  WS-IRA-BIRTH-YEAR      PIC 9(4).
               10  FILLER                 PIC X.
               10  WS-IRA-BIRTH-MONTH     PIC 9(2).
               10  FILLER                 PIC X.
               10  WS-IRA-BIRTH-DAY       PIC 9(2).

      * Positive Pay Support - whether the presented check matched
      * the register, plus the register's own amount for the
      * decision record when it didn't
       01  WS-MINIMUM-BALANCE-AREA.
           05  WS-PROJECTED-BALANCE       PIC S9(12)V99.

      * Collateral Pledges - the total of the account's ACTIVE
      * pledges securing loans; the overdraft limit never covers a
      * debit that would drop the balance below it.  A payment to
      * the loan a pledge secures is not held back by that pledge.
       01  WS-PLEDGE-AREA.
           05  WS-PLEDGED-AMOUNT          PIC S9(11)V99 VALUE ZERO.
           05  WS-PLEDGE-PAID-LOAN        PIC X(10) VALUE SPACES.

      * Multi-Row Fetch Support - DB-READ-NEXT-TRANSACTION is driven
      * off this in-memory array instead of fetching one row per call,
      * so a heavy batch day costs one DB2 round-trip per
               88  CAL-ROLL-DONE          VALUE 'Y'.
               88  CAL-ROLL-NOT-DONE      VALUE 'N'.

      * Posting cutoffs - an item keyed after its channel's cutoff
      * time (CUTOFF-<channel>, or CUTOFF-<channel>-<type> where one
      * type needs its own, as HHMMSS on the business parameter table)
      * belongs to the next banking day.  A channel with no parameter
      * row has no cutoff.  Slot 8 counts channels not in the list.
       01  WS-CUTOFF-AREA.
           05  WS-CUTOFF-CHANNEL-LIST.
               10  FILLER                 PIC X(3) VALUE "TEL".
               10  FILLER                 PIC X(3) VALUE "ATM".
               10  FILLER                 PIC X(3) VALUE "ONL".
               10  FILLER                 PIC X(3) VALUE "BAT".
               10  FILLER                 PIC X(3) VALUE "INT".
               10  FILLER                 PIC X(3) VALUE "MOB".
               10  FILLER                 PIC X(3) VALUE "IVR".
               10  FILLER                 PIC X(3) VALUE "OTH".
           05  WS-CUTOFF-CHANNELS REDEFINES WS-CUTOFF-CHANNEL-LIST.
               10  WS-CUTOFF-CHANNEL      PIC X(3) OCCURS 8 TIMES.
           05  WS-CUTOFF-ROLLED-COUNTS.
               10  WS-CUTOFF-ROLLED       PIC 9(7) OCCURS 8 TIMES.
           05  WS-CUTOFF-INDEX            PIC 9(2) COMP.
           05  WS-CUTOFF-PARAM-VALUE      PIC 9(6).
           05  WS-CUTOFF-HHMMSS REDEFINES WS-CUTOFF-PARAM-VALUE.
               10  WS-CUTOFF-HH           PIC 9(2).
               10  WS-CUTOFF-MM           PIC 9(2).
               10  WS-CUTOFF-SS           PIC 9(2).
           05  WS-CUTOFF-EOF-FLAG         PIC X VALUE 'N'.
               88  CUTOFF-END-OF-FILE     VALUE 'Y'.
               88  CUTOFF-NOT-END-OF-FILE VALUE 'N'.
           05  WS-CUTOFF-FOUND-FLAG       PIC X VALUE 'N'.
               88  CUTOFF-FOUND           VALUE 'Y'.
               88  CUTOFF-NOT-FOUND       VALUE 'N'.

      * Run History Support - the counters and clock that persist
      * this run's statistics to RUN_HISTORY at end of run
       01  WS-RUN-HISTORY-AREA.

      * Re-open the pending cursor for a fresh scan - rows keyed
      * since the last pass come back PENDING and post through the
      * same path as the nightly drain.  Anything keyed since the
      * last pass after its channel's cutoff rolls to tomorrow first.
               PERFORM DB-CLOSE-TRANSACTION-CURSOR
               PERFORM DB-ROLL-LATE-TRANSACTIONS
               SET NOT-END-OF-FILE TO TRUE
               PERFORM DB-FETCH-PENDING-TRANSACTIONS
               PERFORM PROCESS-TRANSACTIONS
           MOVE "BANKING-TRANSACTION-PROCESSOR" TO JC-PROGRAM-ID
           MOVE SPACES TO JC-PREDECESSOR-ID
           MOVE WS-PARAM-INSTITUTION TO JC-INSTITUTION-CODE
      * The status updates stamp the business date on every row they
      * work, rehearsal or not
           PERFORM BUILD-JOB-CONTROL-DATE
           PERFORM ZERO-ALL-CONTROL-TALLIES
      * A rehearsal leaves no job-control trace - its registration
      * commits, and a committed COMPLETE row would open every
      * downstream predecessor gate before the real run has posted
      * arrived, before any debit checks run for the day
           PERFORM DB-RELEASE-DUE-HOLDS

      * Move items keyed after their channel's posting cutoff onto
      * the next banking day before the cursor settles today's work.
      * This runs ahead of the standing order spin - the run's own
      * spun items are stamped with the run's time and are due today
      * whatever hour the run starts.
           INITIALIZE WS-CUTOFF-ROLLED-COUNTS
           PERFORM DB-ROLL-LATE-TRANSACTIONS

      * Spin due standing orders off into ordinary pending transactions
           PERFORM DB-SPIN-STANDING-ORDERS

           PERFORM DB-GET-BUSINESS-PARAMETER
           IF BP-PARAM-FOUND
               MOVE SQL-BP-PARAM-VALUE TO WS-REGD-CYCLE-LIMIT
           END-IF

           MOVE "IRA-CONTRIB-LIMIT" TO BP-PARAM-NAME
           PERFORM DB-GET-BUSINESS-PARAMETER
           IF BP-PARAM-FOUND
               MOVE SQL-BP-PARAM-VALUE TO WS-IRA-CONTRIB-LIMIT
           END-IF

           MOVE "IRA-CATCHUP-AMOUNT" TO BP-PARAM-NAME
           PERFORM DB-GET-BUSINESS-PARAMETER
           IF BP-PARAM-FOUND
               MOVE SQL-BP-PARAM-VALUE TO WS-IRA-CATCHUP-AMOUNT
           END-IF

           MOVE "IRA-CATCHUP-AGE" TO BP-PARAM-NAME
           PERFORM DB-GET-BUSINESS-PARAMETER
           IF BP-PARAM-FOUND
               MOVE SQL-BP-PARAM-VALUE TO WS-IRA-CATCHUP-AGE
           END-IF.

       RESOLVE-POSTING-CUTOFF.
      * A channel-and-type cutoff governs where one is on file, else
      * the channel's own.  The value is a clock time as HHMMSS; one
      * that isn't is logged and the group left on today's date.
           SET CUTOFF-NOT-FOUND TO TRUE

           MOVE SPACES TO BP-PARAM-NAME
           STRING "CUTOFF-" SQL-PC-CHANNEL-CODE "-"
               SQL-PC-TRANSACTION-TYPE
               DELIMITED BY SIZE
               INTO BP-PARAM-NAME
           PERFORM DB-GET-BUSINESS-PARAMETER

           IF BP-PARAM-NOT-FOUND
               MOVE SPACES TO BP-PARAM-NAME
               STRING "CUTOFF-" SQL-PC-CHANNEL-CODE
                   DELIMITED BY SIZE
                   INTO BP-PARAM-NAME
               PERFORM DB-GET-BUSINESS-PARAMETER
           END-IF

           IF BP-PARAM-FOUND
               MOVE SQL-BP-PARAM-VALUE TO WS-CUTOFF-PARAM-VALUE
               IF SQL-BP-PARAM-VALUE < ZERO
                  OR SQL-BP-PARAM-VALUE > 235959
                  OR WS-CUTOFF-HH > 23
                  OR WS-CUTOFF-MM > 59
                  OR WS-CUTOFF-SS > 59
                   SET ERR-INVALID-CUTOFF TO TRUE
                   STRING "INVALID POSTING CUTOFF " BP-PARAM-NAME
                       DELIMITED BY SIZE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
               ELSE
                   STRING WS-CUTOFF-HH ":" WS-CUTOFF-MM ":"
                       WS-CUTOFF-SS
                       DELIMITED BY SIZE
                       INTO SQL-PC-CUTOFF-TIME
                   SET CUTOFF-FOUND TO TRUE
               END-IF
           END-IF.

       FIND-CUTOFF-CHANNEL-SLOT.
      * Slot 8 takes any channel code not in the list
           MOVE 1 TO WS-CUTOFF-INDEX
           PERFORM STEP-CUTOFF-CHANNEL-SLOT
               UNTIL WS-CUTOFF-INDEX = 8
               OR WS-CUTOFF-CHANNEL (WS-CUTOFF-INDEX)
                  = SQL-PC-CHANNEL-CODE.

       STEP-CUTOFF-CHANNEL-SLOT.
           ADD 1 TO WS-CUTOFF-INDEX.

       BUILD-SQL-CURRENT-DATE-TIME.
      * Refresh the DB2 host-variable date/time from WS-CURRENT-DATE-
      * FIELDS, so a business-date override is reflected in every
      * Increment total transaction counter
           ADD 1 TO WS-TOTAL-TRANSACTIONS

      * The amount as the feed handed it over, before any currency
      * conversion rewrites TR-AMOUNT
           MOVE TR-AMOUNT TO WS-CT-ITEM-AMOUNT

      * Snapshot the failure counter so the per-channel breakdown
      * can tell after the fact whether this transaction failed
           MOVE WS-FAILED-TRANSACTIONS TO WS-PRIOR-FAILED-COUNT
           IF TRANSACTION-VALID AND HOLD-REQUIRED
      * Hold for a second approver instead of posting it this run
               PERFORM DB-HOLD-TRANSACTION
               SET CT-OUTCOME-HOLD TO TRUE
               PERFORM TALLY-STREAM-CONTROL
               PERFORM LOG-TRANSACTION-HOLD
      * HOLD updates TRANSACTION_TABLE too, so it needs to reach a
      * commit the same as an ordinary posted transaction does
                   PERFORM PROCESS-VALID-TRANSACTION
      * Update transaction status in DB2
                   PERFORM DB-UPDATE-TRANSACTION-STATUS
                   SET CT-OUTCOME-WORKED TO TRUE
                   PERFORM TALLY-STREAM-CONTROL
               ELSE
                   PERFORM PROCESS-INVALID-TRANSACTION
                   SET CT-OUTCOME-SUSPENSE TO TRUE
                   PERFORM TALLY-STREAM-CONTROL
      * SUSPENSE is likewise a TRANSACTION_TABLE update that needs to
      * reach a commit on its own, not ride along with a later valid
      * transaction that may never come in this run
               END-EVALUATE
           END-IF.

       TALLY-STREAM-CONTROL.
      * Only an item's first working counts against its feed's
      * handoff, and only on the day it was staged - a held item
      * released later, or a carried-over row, was already counted
      * (or is in flight) on the stream proof.  Every item the run
      * stamped PROCESSED counts as posted, whatever its source.
           IF TR-WORKED-DATE = SPACES
              AND SQL-TR-CREATION-DATE = JC-BUSINESS-DATE
               EVALUATE TRUE
                   WHEN SOURCE-INTAKE
                       MOVE 0 TO WS-CT-FEED-BASE
                   WHEN SOURCE-CLEARING
                       MOVE 3 TO WS-CT-FEED-BASE
                   WHEN OTHER
                       MOVE 9 TO WS-CT-FEED-BASE
               END-EVALUATE

               IF WS-CT-FEED-BASE < 9
                   EVALUATE TRUE
                       WHEN CT-OUTCOME-WORKED
                           COMPUTE WS-CT-INDEX = WS-CT-FEED-BASE + 1
                       WHEN CT-OUTCOME-SUSPENSE
                           COMPUTE WS-CT-INDEX = WS-CT-FEED-BASE + 2
                       WHEN OTHER
                           COMPUTE WS-CT-INDEX = WS-CT-FEED-BASE + 3
                   END-EVALUATE
                   PERFORM ADD-ITEM-TO-CONTROL-SLOT
               END-IF
           END-IF

           IF CT-OUTCOME-WORKED AND NOT PHASE-ROLLBACK
               MOVE 7 TO WS-CT-INDEX
               PERFORM ADD-ITEM-TO-CONTROL-SLOT
           END-IF.

       ADD-ITEM-TO-CONTROL-SLOT.
           ADD 1 TO WS-CT-COUNT (WS-CT-INDEX)
           ADD WS-CT-ITEM-AMOUNT TO WS-CT-AMOUNT (WS-CT-INDEX)
           SET CT-TALLIES-PENDING TO TRUE.

      * Registers every pending tally on the control ledger inside
      * the unit of work about to commit.  A parallel run over a
      * customer range registers under its own run key so the ranges
      * never contend for the same ledger row.
       REGISTER-CONTROL-TALLIES.
           IF WS-PARAM-CUSTOMER-LOW = LOW-VALUE
               MOVE SPACES TO CT-RUN-KEY
           ELSE
               MOVE WS-PARAM-CUSTOMER-LOW TO CT-RUN-KEY
           END-IF

           PERFORM REGISTER-ONE-CONTROL-SLOT
               VARYING WS-CT-INDEX FROM 1 BY 1
               UNTIL WS-CT-INDEX > 8.

       REGISTER-ONE-CONTROL-SLOT.
           MOVE WS-CT-POINT-NAME (WS-CT-INDEX) TO CT-CONTROL-POINT
           MOVE WS-CT-COUNT (WS-CT-INDEX) TO SQL-CT-RECORD-COUNT
           MOVE WS-CT-AMOUNT (WS-CT-INDEX) TO SQL-CT-AMOUNT
           PERFORM DB-ADD-CONTROL-TOTAL.

       ZERO-ALL-CONTROL-TALLIES.
           PERFORM ZERO-ONE-CONTROL-SLOT
               VARYING WS-CT-INDEX FROM 1 BY 1
               UNTIL WS-CT-INDEX > 8
           SET CT-NO-TALLIES-PENDING TO TRUE.

      * A rolled-back unit of work takes its row updates with it, so
      * the tallies riding in it go too - all but the settlement
      * records, which are on the file whatever DB2 undid
       DISCARD-ROLLED-BACK-TALLIES.
           PERFORM ZERO-ONE-CONTROL-SLOT
               VARYING WS-CT-INDEX FROM 1 BY 1
               UNTIL WS-CT-INDEX > 7.

       ZERO-ONE-CONTROL-SLOT.
           MOVE ZERO TO WS-CT-COUNT (WS-CT-INDEX)
           MOVE ZERO TO WS-CT-AMOUNT (WS-CT-INDEX).

       WRITE-CHECKPOINT-RECORD.
           MOVE WS-CURRENT-DATE-FIELDS TO CP-TIMESTAMP
           MOVE WS-TRANSACTION-ID TO CP-LAST-TRANSACTION-ID
                   PERFORM INVALIDATE-ACCOUNT-CACHE
                   SET CACHE-FLUSH-CLEAN TO TRUE
               ELSE
      * The run's control tallies commit with the rows they count
                   PERFORM REGISTER-CONTROL-TALLIES
                   EXEC SQL
                       COMMIT WORK
                   END-EXEC
               END-IF
               PERFORM ZERO-ALL-CONTROL-TALLIES

               IF SQLCODE NOT = 0
                   MOVE SQLCODE TO WS-ERROR-CODE
           PERFORM LOG-ERROR-WITH-CODE

           PERFORM INVALIDATE-ACCOUNT-CACHE
           PERFORM DISCARD-ROLLED-BACK-TALLIES
           SET CACHE-FLUSH-CLEAN TO TRUE
           SET ROLLBACK-NOT-NEEDED TO TRUE
           MOVE ZERO TO WS-COMMIT-COUNTER.
           MOVE 1 TO WS-PRIORITY-INDEX
           PERFORM DISPLAY-PRIORITY-COUNT
               UNTIL WS-PRIORITY-INDEX > 9
           DISPLAY "Last Priority-1 Done At:" WS-LAST-P1-TIME
           DISPLAY "CUTOFF ROLLOVERS TO " SQL-NEXT-BUSINESS-DATE
           MOVE 1 TO WS-CUTOFF-INDEX
           PERFORM DISPLAY-CUTOFF-ROLLED
               UNTIL WS-CUTOFF-INDEX > 8.

       VERIFY-RUN-PROOF.
      * The net the run says it moved must equal the net the book
           END-IF
           ADD 1 TO WS-PRIORITY-INDEX.

       DISPLAY-CUTOFF-ROLLED.
      * Every listed channel shows, rolled or not; the catch-all
      * slot only when something landed in it
           IF WS-CUTOFF-INDEX < 8
              OR WS-CUTOFF-ROLLED (WS-CUTOFF-INDEX) > ZERO
               DISPLAY "Channel " WS-CUTOFF-CHANNEL (WS-CUTOFF-INDEX)
                   " Rolled: " WS-CUTOFF-ROLLED (WS-CUTOFF-INDEX)
           END-IF
           ADD 1 TO WS-CUTOFF-INDEX.

       CLEANUP-ROUTINE.
      * Close database cursor
           PERFORM DB-CLOSE-TRANSACTION-CURSOR

      * Flush any partial batch still uncommitted at end of run -
      * including a last status update that followed the final
      * commit point, which the control tallies still carry
           IF WS-COMMIT-COUNTER > ZERO OR CT-TALLIES-PENDING
               PERFORM COMMIT-PENDING-BATCH
           END-IF


           COPY "jobcontrol.cpy".

           COPY "controltotal.cpy".

           COPY "refnumber.cpy".

           COPY "opslog.cpy".
