      * PENDING rows for the posting run; a batch that doesn't is      *
      * rolled back whole and reported on the edit report, so keying   *
      * errors are caught here instead of filling the suspense queue.  *
      * A deposited check drawn on another bank - a deposit carrying   *
      * a drawee routing number - is also captured on the deposited    *
      * item table for the outbound cash letter.                       *
      * A deposit to or a debit from an IRA may carry its tax coding - *
      * tax year and contribution code, or 1099-R distribution code    *
      * and federal tax withheld - which is staged as a PENDING row    *
      * on the IRA activity table under the item's reference for the   *
      * posting run to pick up.  An uncoded IRA item takes the posting *
      * run's defaults.                                                *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANSACTION-INTAKE-BATCH.
               88  TI-HEADER-RECORD   VALUE 'H'.
               88  TI-DETAIL-RECORD   VALUE 'D'.
               88  TI-TRAILER-RECORD  VALUE 'T'.
           05  TI-RECORD-BODY         PIC X(187).
           05  TI-HEADER-BODY REDEFINES TI-RECORD-BODY.
               10  TI-BATCH-ID        PIC X(8).
               10  TI-BATCH-DATE      PIC X(10).
               10  FILLER             PIC X(169).
           05  TI-DETAIL-BODY REDEFINES TI-RECORD-BODY.
               10  TI-CUSTOMER-ID     PIC X(10).
               10  TI-TRANS-TYPE      PIC X.
      * line, so "what was this charge" answers itself
               10  TI-DESCRIPTION     PIC X(40).
               10  FILLER             PIC X(5).
      * The routing number off the MICR line of a deposited check
      * drawn on another bank; spaces for cash, on-us checks and
      * anything not a deposit
               10  TI-DRAWEE-ROUTING  PIC X(9).
      * IRA tax coding - for a contribution the tax year and 'R'
      * regular, 'O' rollover or 'T' trustee transfer; for a
      * distribution the 1099-R code and the federal tax withheld.
      * All spaces for anything not an IRA item, or to take the
      * posting run's defaults.
               10  TI-IRA-CODING.
                   15  TI-IRA-TAX-YEAR-X  PIC X(4).
                   15  TI-IRA-TAX-YEAR REDEFINES TI-IRA-TAX-YEAR-X
                                      PIC 9(4).
                   15  TI-IRA-CONTRIB-CODE PIC X.
                   15  TI-IRA-DIST-CODE   PIC X(2).
                   15  TI-IRA-WITHHOLD-X  PIC X(11).
                   15  TI-IRA-WITHHOLD REDEFINES TI-IRA-WITHHOLD-X
                                      PIC 9(9)V99.
           05  TI-TRAILER-BODY REDEFINES TI-RECORD-BODY.
               10  TI-TRAILER-COUNT   PIC 9(7).
               10  TI-TRAILER-AMOUNT  PIC 9(13)V99.
               10  FILLER             PIC X(165).

      * Force-Override Record - one authorized batch ID per line
       FD  FORCE-FILE.
               88  ERR-ACCOUNT-CLOSED     VALUE 1009.
               88  ERR-BATCH-IMBALANCE    VALUE 1020.
               88  ERR-DUPLICATE-REFERENCE VALUE 1021.
               88  ERR-IRA-TAX-YEAR       VALUE 1038.
               88  ERR-INVALID-IRA-CODING VALUE 1058.
               88  ERR-FILE-ACCESS        VALUE 3001.
               88  ERR-SYSTEM-ERROR       VALUE 9999.
           05  WS-ERROR-MESSAGE-PARAM     PIC X(80).
               88  BATCH-FORCED-RELOAD    VALUE 'F'.
               88  BATCH-FIRST-LOAD       VALUE 'N'.
           05  WS-BATCH-DATE-HELD         PIC X(10).
      * The account an IRA-coded item posts to
           05  WS-IRA-POSTING-ACCOUNT     PIC X(10).

      * Force-override list loaded at initialization
       01  WS-FORCE-TABLE.
                   PERFORM DB-EDIT-ACCOUNT-STANDING
               END-IF

               IF ITEM-ACCEPTED AND TI-IRA-CODING NOT = SPACES
                   PERFORM EDIT-IRA-CODING
               END-IF

               IF ITEM-ACCEPTED
                   PERFORM HANDLE-ITEM-REFERENCE
               END-IF
           END-IF
           END-IF.

       EDIT-IRA-CODING.
      * IRA coding rides only on a deposit or a debit.  A deposit is
      * a contribution for the current or the prior tax year - the
      * year defaults to the current one and the code to a regular
      * contribution.  A debit is a distribution in the current year
      * and must name its 1099-R code; the tax withheld defaults to
      * none and can't exceed the amount.
           IF TI-IRA-TAX-YEAR-X = SPACES
               MOVE WS-YEAR TO TI-IRA-TAX-YEAR
           END-IF
           IF TI-IRA-WITHHOLD-X = SPACES
               MOVE ZERO TO TI-IRA-WITHHOLD
           END-IF

           EVALUATE TRUE
               WHEN TI-TRANS-TYPE NOT = 'D' AND TI-TRANS-TYPE NOT = 'W'
                   SET ITEM-REJECTED TO TRUE
                   SET ERR-INVALID-IRA-CODING TO TRUE
                   MOVE "IRA CODING ONLY ON A DEPOSIT OR A DEBIT"
                       TO WS-ERROR-MESSAGE-PARAM
               WHEN TI-IRA-TAX-YEAR-X NOT NUMERIC
                   SET ITEM-REJECTED TO TRUE
                   SET ERR-IRA-TAX-YEAR TO TRUE
                   MOVE "IRA TAX YEAR IS NOT NUMERIC"
                       TO WS-ERROR-MESSAGE-PARAM
               WHEN TI-IRA-WITHHOLD-X NOT NUMERIC
                   SET ITEM-REJECTED TO TRUE
                   SET ERR-INVALID-IRA-CODING TO TRUE
                   MOVE "IRA WITHHOLDING IS NOT NUMERIC"
                       TO WS-ERROR-MESSAGE-PARAM
               WHEN TI-TRANS-TYPE = 'D'
                   PERFORM EDIT-IRA-CONTRIBUTION
               WHEN OTHER
                   PERFORM EDIT-IRA-DISTRIBUTION
           END-EVALUATE

           IF ITEM-ACCEPTED
               PERFORM DB-EDIT-IRA-PLAN
           END-IF.

       EDIT-IRA-CONTRIBUTION.
           IF TI-IRA-CONTRIB-CODE = SPACE
               MOVE 'R' TO TI-IRA-CONTRIB-CODE
           END-IF

           EVALUATE TRUE
               WHEN TI-IRA-TAX-YEAR NOT = WS-YEAR AND
                    TI-IRA-TAX-YEAR NOT = WS-YEAR - 1
                   SET ITEM-REJECTED TO TRUE
                   SET ERR-IRA-TAX-YEAR TO TRUE
                   MOVE "IRA CONTRIBUTION TAX YEAR NOT OPEN"
                       TO WS-ERROR-MESSAGE-PARAM
               WHEN TI-IRA-CONTRIB-CODE NOT = 'R' AND
                    TI-IRA-CONTRIB-CODE NOT = 'O' AND
                    TI-IRA-CONTRIB-CODE NOT = 'T'
                   SET ITEM-REJECTED TO TRUE
                   SET ERR-INVALID-IRA-CODING TO TRUE
                   MOVE "UNKNOWN IRA CONTRIBUTION CODE"
                       TO WS-ERROR-MESSAGE-PARAM
               WHEN TI-IRA-DIST-CODE NOT = SPACES OR
                    TI-IRA-WITHHOLD NOT = ZERO
                   SET ITEM-REJECTED TO TRUE
                   SET ERR-INVALID-IRA-CODING TO TRUE
                   MOVE "IRA CONTRIBUTION CARRIES DISTRIBUTION CODING"
                       TO WS-ERROR-MESSAGE-PARAM
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       EDIT-IRA-DISTRIBUTION.
           EVALUATE TRUE
               WHEN TI-IRA-TAX-YEAR NOT = WS-YEAR
                   SET ITEM-REJECTED TO TRUE
                   SET ERR-IRA-TAX-YEAR TO TRUE
                   MOVE "IRA DISTRIBUTION MUST BE FOR THE CURRENT YEAR"
                       TO WS-ERROR-MESSAGE-PARAM
               WHEN TI-IRA-DIST-CODE = SPACES
                   SET ITEM-REJECTED TO TRUE
                   SET ERR-INVALID-IRA-CODING TO TRUE
                   MOVE "IRA DISTRIBUTION REQUIRES A 1099-R CODE"
                       TO WS-ERROR-MESSAGE-PARAM
               WHEN TI-IRA-CONTRIB-CODE NOT = SPACE
                   SET ITEM-REJECTED TO TRUE
                   SET ERR-INVALID-IRA-CODING TO TRUE
                   MOVE "IRA DISTRIBUTION CARRIES A CONTRIBUTION CODE"
                       TO WS-ERROR-MESSAGE-PARAM
               WHEN TI-AMOUNT-X NUMERIC AND
                    TI-IRA-WITHHOLD > TI-AMOUNT
                   SET ITEM-REJECTED TO TRUE
                   SET ERR-INVALID-IRA-CODING TO TRUE
                   MOVE "IRA WITHHOLDING EXCEEDS THE DISTRIBUTION"
                       TO WS-ERROR-MESSAGE-PARAM
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       HANDLE-ITEM-REFERENCE.
      * Every transaction entering the system carries a system-
      * assigned unique reference.  Two exceptions keep their
      * items, so LOADED means loaded
           PERFORM DB-REGISTER-FILE-LOAD

      * So does the batch's share of the day's accepted total on the
      * stream control ledger the posting run is proven against
           MOVE "ACCEPTED" TO CT-CONTROL-POINT
           MOVE WS-ACCEPTED-COUNT TO SQL-CT-RECORD-COUNT
           MOVE WS-ACCEPTED-AMOUNT TO SQL-CT-AMOUNT
           PERFORM DB-ADD-CONTROL-TOTAL

           EXEC SQL
               COMMIT WORK
           END-EXEC
                    OVERRIDE_CODE, BRANCH_CODE, EFFECTIVE_DATE,
                    CHANNEL_CODE, ACCOUNT_NUMBER, PRIORITY,
                    CHECK_SERIAL, OPERATOR_ID, INSTITUTION_CODE,
                    DESCRIPTION, SOURCE_JOB)
               VALUES
                   (:TI-CUSTOMER-ID, :TI-TRANS-TYPE, :TI-AMOUNT,
                    :TI-TARGET-ACCOUNT, :TI-REFERENCE-ID,
                    :TI-CHANNEL-CODE, :TI-ACCOUNT-NUMBER,
                    :WS-ITEM-PRIORITY, :TI-CHECK-SERIAL,
                    :TI-OPERATOR-ID, :TI-INSTITUTION-CODE,
                    :TI-DESCRIPTION, 'INTK')
           END-EXEC

           IF SQLCODE = 0
               STRING "Error staging pending item - SQLCODE: " SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF

           IF ITEM-ACCEPTED AND TI-TRANS-TYPE = 'D'
              AND TI-DRAWEE-ROUTING NOT = SPACES
               PERFORM DB-CAPTURE-TRANSIT-ITEM
           END-IF

           IF ITEM-ACCEPTED AND TI-IRA-CODING NOT = SPACES
               PERFORM DB-STAGE-IRA-ACTIVITY
           END-IF.

       DB-CAPTURE-TRANSIT-ITEM.
      * A deposited check drawn on another bank is captured under
      * the deposit's own reference for the outbound cash letter -
      * in the same unit of work, so a rejected batch takes its
      * transit items with it
           EXEC SQL
               INSERT INTO DEPOSITED_ITEM_TABLE
                   (DEPOSIT_REFERENCE, CUSTOMER_ID, ACCOUNT_NUMBER,
                    DRAWEE_ROUTING, CHECK_SERIAL, AMOUNT,
                    BRANCH_CODE, DEPOSIT_DATE, ITEM_STATUS)
               VALUES
                   (:TI-REFERENCE-ID, :TI-CUSTOMER-ID,
                    :TI-ACCOUNT-NUMBER, :TI-DRAWEE-ROUTING,
                    :TI-CHECK-SERIAL, :TI-AMOUNT, :TI-BRANCH-CODE,
                    CURRENT DATE, 'CAPTURED')
           END-EXEC

           IF SQLCODE NOT = 0
               SET ITEM-REJECTED TO TRUE
               SUBTRACT 1 FROM WS-ACCEPTED-COUNT
               SUBTRACT TI-AMOUNT FROM WS-ACCEPTED-AMOUNT
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error capturing transit item - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       DB-EDIT-IRA-PLAN.
      * IRA coding is only good against an account with an open plan
      * - the posting run would ignore it anywhere else
           IF TI-ACCOUNT-NUMBER NOT = SPACES
               MOVE TI-ACCOUNT-NUMBER TO WS-IRA-POSTING-ACCOUNT
           ELSE
               MOVE TI-CUSTOMER-ID TO WS-IRA-POSTING-ACCOUNT
           END-IF

           EXEC SQL
               SELECT COUNT(*)
               INTO :SQL-IR-ROW-COUNT
               FROM IRA_PLAN_TABLE
               WHERE ACCOUNT_NUMBER = :WS-IRA-POSTING-ACCOUNT
               AND PLAN_STATUS = 'OPEN'
           END-EXEC

           IF SQLCODE = 0
               IF SQL-IR-ROW-COUNT = ZERO
                   SET ITEM-REJECTED TO TRUE
                   SET ERR-INVALID-IRA-CODING TO TRUE
                   MOVE "IRA CODING ON AN ACCOUNT WITH NO OPEN IRA PLAN"
                       TO WS-ERROR-MESSAGE-PARAM
               END-IF
           ELSE
               SET ITEM-REJECTED TO TRUE
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error checking IRA plan - SQLCODE: " SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       DB-STAGE-IRA-ACTIVITY.
      * The item's IRA coding is staged under its own reference for
      * the posting run, which flips it to POSTED with the balance -
      * in the same unit of work, so a rejected batch takes it back
           IF TI-TRANS-TYPE = 'D'
               MOVE 'C' TO SQL-IR-ACTIVITY-TYPE
           ELSE
               MOVE 'D' TO SQL-IR-ACTIVITY-TYPE
           END-IF
           MOVE TI-IRA-TAX-YEAR TO SQL-IR-TAX-YEAR
           MOVE TI-IRA-CONTRIB-CODE TO SQL-IR-CONTRIBUTION-CODE
           MOVE TI-IRA-DIST-CODE TO SQL-IR-DISTRIBUTION-CODE
           MOVE TI-IRA-WITHHOLD TO SQL-IR-FED-WITHHOLDING

           EXEC SQL
               INSERT INTO IRA_ACTIVITY_TABLE
                   (REFERENCE_ID, ACCOUNT_NUMBER, ACTIVITY_TYPE,
                    TAX_YEAR, CONTRIBUTION_CODE, DISTRIBUTION_CODE,
                    AMOUNT, FED_WITHHOLDING, ACTIVITY_STATUS)
               VALUES
                   (:TI-REFERENCE-ID, :WS-IRA-POSTING-ACCOUNT,
                    :SQL-IR-ACTIVITY-TYPE, :SQL-IR-TAX-YEAR,
                    NULLIF(:SQL-IR-CONTRIBUTION-CODE, ' '),
                    NULLIF(:SQL-IR-DISTRIBUTION-CODE, ' '),
                    :TI-AMOUNT, :SQL-IR-FED-WITHHOLDING, 'PENDING')
           END-EXEC

           IF SQLCODE NOT = 0
               SET ITEM-REJECTED TO TRUE
               SUBTRACT 1 FROM WS-ACCEPTED-COUNT
               SUBTRACT TI-AMOUNT FROM WS-ACCEPTED-AMOUNT
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error staging IRA activity - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       DB-REGISTER-FILE-LOAD.

           COPY "jobcontrol.cpy".

           COPY "controltotal.cpy".

           COPY "refnumber.cpy".

           COPY "opslog.cpy".
