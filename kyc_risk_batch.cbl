      * next periodic review date - high risk six months out, medium  *
      * one year, low two - and the monthly review work queue lists   *
      * who is due, overdue and escalated, so the BSA binder becomes  *
      * a report someone can evidence.  Completed reviews come in on  *
      * KYCCOMPLETE and restart the clock - except that a legal-      *
      * entity customer's review will not clear while its beneficial  *
      * ownership certification is missing or past due.               *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KYC-RISK-BATCH.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-FILE-STATUS.

      * Completed periodic reviews to clear - OPTIONAL, a day with
      * no reviews signed off supplies no file at all
           SELECT OPTIONAL REVIEW-COMPLETE-FILE
               ASSIGN TO "KYCCOMPLETE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVIEW-COMPLETE-STATUS.

      * Review work queue report
           SELECT KYC-REPORT-FILE
               ASSIGN TO "KYCREVIEW"
       DATA DIVISION.
       FILE SECTION.

      * Review Completion Record - the customer whose periodic
      * review was signed off and the analyst who signed it
       FD  REVIEW-COMPLETE-FILE.
       01  REVIEW-COMPLETE-RECORD.
           05  KC-CUSTOMER-ID         PIC X(10).
           05  FILLER                 PIC X.
           05  KC-OPERATOR-ID         PIC X(8).

      * Review Queue Report Record
       FD  KYC-REPORT-FILE.
       01  KYC-REPORT-RECORD          PIC X(120).
      * File Status Variables
       01  WS-FILE-STATUSES.
           05  WS-CONFIG-FILE-STATUS      PIC XX.
           05  WS-REVIEW-COMPLETE-STATUS  PIC XX.
           05  WS-KYC-REPORT-STATUS       PIC XX.
           05  WS-ERROR-FILE-STATUS       PIC XX.

       01  WS-ERROR-CODES.
           05  WS-ERROR-CODE              PIC 9(4).
               88  ERR-NONE               VALUE 0000.
               88  ERR-INVALID-CUSTOMER   VALUE 1001.
               88  ERR-BO-CERT-MISSING    VALUE 1033.
               88  ERR-FILE-ACCESS        VALUE 3001.
               88  ERR-SYSTEM-ERROR       VALUE 9999.
           05  WS-ERROR-MESSAGE-PARAM     PIC X(80).
           05  WS-HIGH-UNDER-COUNT        PIC 9(3) VALUE 5.
           05  WS-HIGH-CTR-COUNT          PIC 9(3) VALUE 4.
           05  WS-MED-VOLUME-COUNT        PIC 9(5) VALUE 200.
      * A beneficial ownership certification older than this is
      * past due
           05  WS-BO-CERT-DAYS            PIC 9(4) VALUE 365.

      * The customer being scored
       01  WS-SCORE-AREA.
           05  WS-SC-CTR-COUNT            PIC S9(9) COMP-3.
           05  WS-SC-VOLUME-COUNT         PIC S9(9) COMP-3.
           05  WS-SC-REVIEW-DAYS          PIC S9(4) COMP-5.
      * 'N' for a legal entity whose beneficial ownership
      * certification is missing or past due, else 'Y'
           05  WS-SC-BO-CERT-FLAG         PIC X.
               88  SC-BO-CERT-CURRENT     VALUE 'Y'.
               88  SC-BO-CERT-LAPSED      VALUE 'N'.

      * The review queue row in hand
       01  WS-QUEUE-AREA.
           05  WS-QU-CUSTOMER             PIC X(10).
           05  WS-QU-RATING               PIC X.
           05  WS-QU-REVIEW-DATE          PIC X(10).
           05  WS-QU-BO-CERT-FLAG         PIC X.
           05  WS-QU-BO-NOTE              PIC X(25).

      * Processing Statistics
       01  WS-PROCESSING-STATS.
           05  WS-REVIEWS-DUE             PIC 9(5) COMP VALUE ZERO.
           05  WS-REVIEWS-OVERDUE         PIC 9(5) COMP VALUE ZERO.
           05  WS-REVIEWS-ESCALATED       PIC 9(5) COMP VALUE ZERO.
           05  WS-REVIEWS-CLEARED         PIC 9(5) COMP VALUE ZERO.
           05  WS-CLEARS-REFUSED          PIC 9(5) COMP VALUE ZERO.

      * Work Areas and Flags
       01  WS-WORK-AREAS.
       DECLARATIVES.
       FILE-ERROR-HANDLER SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON
               REVIEW-COMPLETE-FILE
               KYC-REPORT-FILE
               ERROR-LOG-FILE.

       MAIN-PROCESSING SECTION.
       MAIN-PROCESSING-ROUTINE.
           PERFORM INITIALIZATION-ROUTINE
           PERFORM APPLY-REVIEW-COMPLETIONS
           PERFORM RESCORE-CUSTOMER-BASE
           PERFORM COMMIT-RESCORE-BATCH
           PERFORM PRODUCE-REVIEW-QUEUE
           STOP RUN.

       INITIALIZATION-ROUTINE.
      * Open completion input, report and error log files
           OPEN INPUT REVIEW-COMPLETE-FILE
                OUTPUT KYC-REPORT-FILE
                OUTPUT ERROR-LOG-FILE

           IF WS-KYC-REPORT-STATUS NOT = "00"
      * Connect to DB2 database
           PERFORM DB-CONNECT

      * A governing business parameter row overrides the compiled
      * certification interval
           MOVE "BO-CERT-DAYS" TO BP-PARAM-NAME
           PERFORM DB-GET-BUSINESS-PARAMETER
           IF BP-PARAM-FOUND
               MOVE SQL-BP-PARAM-VALUE TO WS-BO-CERT-DAYS
           END-IF

      * Register this job on the job control table and refuse to
      * start ahead of its predecessor in the nightly stream
           MOVE "KYC-RISK-BATCH" TO JC-PROGRAM-ID

           SET NOT-END-OF-FILE TO TRUE.

       APPLY-REVIEW-COMPLETIONS.
      * Reviews signed off since the last run restart the clock at
      * the customer's rating interval
           IF WS-REVIEW-COMPLETE-STATUS = "00"
               PERFORM APPLY-NEXT-COMPLETION
                   UNTIL END-OF-FILE
           END-IF
           SET NOT-END-OF-FILE TO TRUE.

       APPLY-NEXT-COMPLETION.
           READ REVIEW-COMPLETE-FILE
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   PERFORM CLEAR-ONE-REVIEW
           END-READ.

       CLEAR-ONE-REVIEW.
           SET ERR-NONE TO TRUE
           MOVE KC-CUSTOMER-ID TO WS-SC-CUSTOMER
           PERFORM DB-READ-REVIEW-SUBJECT

      * The customer due diligence rule: no clearing a legal
      * entity's review on a missing or stale ownership register
           IF ERR-NONE AND SC-BO-CERT-LAPSED
               SET ERR-BO-CERT-MISSING TO TRUE
               MOVE "BENEFICIAL OWNERSHIP CERT MISSING OR PAST DUE"
                   TO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF

           IF ERR-NONE
               EVALUATE WS-SC-OLD-RATING
                   WHEN 'H'
                       MOVE 180 TO WS-SC-REVIEW-DAYS
                   WHEN 'M'
                       MOVE 365 TO WS-SC-REVIEW-DAYS
                   WHEN OTHER
                       MOVE 730 TO WS-SC-REVIEW-DAYS
               END-EVALUATE
               PERFORM DB-CLEAR-REVIEW-DATE
           END-IF

           MOVE SPACES TO KYC-REPORT-RECORD
           IF ERR-NONE
               ADD 1 TO WS-REVIEWS-CLEARED
               STRING "CLEARED   " WS-SC-CUSTOMER
                   " RATING " WS-SC-OLD-RATING
                   " REVIEW WAS DUE " WS-QU-REVIEW-DATE
                   " BY " KC-OPERATOR-ID
                   DELIMITED BY SIZE
                   INTO KYC-REPORT-RECORD
           ELSE
               ADD 1 TO WS-CLEARS-REFUSED
               STRING "NOT CLEARED " WS-SC-CUSTOMER
                   " - " WS-ERROR-MESSAGE-PARAM (1:60)
                   DELIMITED BY SIZE
                   INTO KYC-REPORT-RECORD
           END-IF
           WRITE KYC-REPORT-RECORD.

       RESCORE-CUSTOMER-BASE.
           PERFORM DB-OPEN-CUSTOMER-CURSOR
           PERFORM SCORE-NEXT-CUSTOMER
       CLASSIFY-AND-WRITE-REVIEW.
           PERFORM DB-AGE-REVIEW-DATE

      * A legal entity whose register needs certifying is flagged -
      * its review cannot clear until the certification is in
           IF WS-QU-BO-CERT-FLAG = 'N'
               MOVE " BO CERT MISSING/PAST DUE" TO WS-QU-BO-NOTE
           ELSE
               MOVE SPACES TO WS-QU-BO-NOTE
           END-IF

           MOVE SPACES TO KYC-REPORT-RECORD
           EVALUATE TRUE
               WHEN WS-SC-REVIEW-DAYS > 30
                   STRING "ESCALATED " WS-QU-CUSTOMER
                       " RATING " WS-QU-RATING
                       " REVIEW WAS DUE " WS-QU-REVIEW-DATE
                       WS-QU-BO-NOTE
                       DELIMITED BY SIZE
                       INTO KYC-REPORT-RECORD

                   STRING "OVERDUE   " WS-QU-CUSTOMER
                       " RATING " WS-QU-RATING
                       " REVIEW WAS DUE " WS-QU-REVIEW-DATE
                       WS-QU-BO-NOTE
                       DELIMITED BY SIZE
                       INTO KYC-REPORT-RECORD

                   STRING "DUE       " WS-QU-CUSTOMER
                       " RATING " WS-QU-RATING
                       " REVIEW DUE " WS-QU-REVIEW-DATE
                       WS-QU-BO-NOTE
                       DELIMITED BY SIZE
                       INTO KYC-REPORT-RECORD
           END-EVALUATE
           DISPLAY "Ratings Lowered:   " WS-RATINGS-LOWERED
           DISPLAY "Reviews Due:       " WS-REVIEWS-DUE
           DISPLAY "Reviews Overdue:   " WS-REVIEWS-OVERDUE
           DISPLAY "Reviews Escalated: " WS-REVIEWS-ESCALATED
           DISPLAY "Reviews Cleared:   " WS-REVIEWS-CLEARED
           DISPLAY "Clears Refused:    " WS-CLEARS-REFUSED.

       CLEANUP-ROUTINE.
      * Flip this job to COMPLETE on the job control table so
      * Disconnect from DB2 database
           PERFORM DB-DISCONNECT

           CLOSE REVIEW-COMPLETE-FILE
                 KYC-REPORT-FILE
                 ERROR-LOG-FILE

           DISPLAY "KYC RISK BATCH COMPLETE".
       DB-OPEN-CUSTOMER-CURSOR.
           EXEC SQL
               DECLARE KYC_CUST_CURSOR CURSOR WITH HOLD FOR
               SELECT CUSTOMER_ID, COALESCE(RISK_RATING, 'L'),
                      CASE WHEN COALESCE(TAX_ID_TYPE, '2') = '1'
                           AND (BO_CERTIFIED_DATE IS NULL
                                OR BO_CERTIFIED_DATE <
                                   DATE(:WS-SQL-CURRENT-DATE)
                                       - :WS-BO-CERT-DAYS DAYS)
                           THEN 'N' ELSE 'Y' END
               FROM CUSTOMER_TABLE
               ORDER BY CUSTOMER_ID
           END-EXEC
           EXEC SQL
               FETCH KYC_CUST_CURSOR INTO
               :WS-SC-CUSTOMER,
               :WS-SC-OLD-RATING,
               :WS-SC-BO-CERT-FLAG
           END-EXEC

           EVALUATE SQLCODE
       DB-WRITE-RATING.
      * The review clock restarts from today at the new rating's
      * interval only when the rating actually changed; an
      * unchanged rating keeps its existing appointment.  A legal
      * entity with a lapsed ownership certification never has
      * its appointment pushed later - that would clear the review
      * by the back door.
           IF WS-SC-NEW-RATING = WS-SC-OLD-RATING
               CONTINUE
           ELSE
                   UPDATE CUSTOMER_TABLE
                   SET RISK_RATING = :WS-SC-NEW-RATING,
                       NEXT_REVIEW_DATE =
                           CASE WHEN :WS-SC-BO-CERT-FLAG = 'N'
                                AND NEXT_REVIEW_DATE <
                                    DATE(:WS-SQL-CURRENT-DATE)
                                        + :WS-SC-REVIEW-DAYS DAYS
                                THEN NEXT_REVIEW_DATE
                                ELSE DATE(:WS-SQL-CURRENT-DATE)
                                        + :WS-SC-REVIEW-DAYS DAYS
                           END
                   WHERE CUSTOMER_ID = :WS-SC-CUSTOMER
               END-EXEC

           EXEC SQL
               DECLARE KYC_QUEUE_CURSOR CURSOR FOR
               SELECT CUSTOMER_ID, COALESCE(RISK_RATING, 'L'),
                      CHAR(NEXT_REVIEW_DATE, ISO),
                      CASE WHEN COALESCE(TAX_ID_TYPE, '2') = '1'
                           AND (BO_CERTIFIED_DATE IS NULL
                                OR BO_CERTIFIED_DATE <
                                   DATE(:WS-SQL-CURRENT-DATE)
                                       - :WS-BO-CERT-DAYS DAYS)
                           THEN 'N' ELSE 'Y' END
               FROM CUSTOMER_TABLE
               WHERE NEXT_REVIEW_DATE <=
                     DATE(:WS-SQL-CURRENT-DATE) + 30 DAYS
               FETCH KYC_QUEUE_CURSOR INTO
               :WS-QU-CUSTOMER,
               :WS-QU-RATING,
               :WS-QU-REVIEW-DATE,
               :WS-QU-BO-CERT-FLAG
           END-EXEC

           EVALUATE SQLCODE
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       DB-READ-REVIEW-SUBJECT.
      * The customer's rating, standing appointment and whether a
      * legal entity's ownership certification is current
           EXEC SQL
               SELECT COALESCE(RISK_RATING, 'L'),
                      COALESCE(CHAR(NEXT_REVIEW_DATE, ISO), ' '),
                      CASE WHEN COALESCE(TAX_ID_TYPE, '2') = '1'
                           AND (BO_CERTIFIED_DATE IS NULL
                                OR BO_CERTIFIED_DATE <
                                   DATE(:WS-SQL-CURRENT-DATE)
                                       - :WS-BO-CERT-DAYS DAYS)
                           THEN 'N' ELSE 'Y' END
               INTO :WS-SC-OLD-RATING,
                    :WS-QU-REVIEW-DATE,
                    :WS-SC-BO-CERT-FLAG
               FROM CUSTOMER_TABLE
               WHERE CUSTOMER_ID = :WS-SC-CUSTOMER
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE

               WHEN 100
                   SET ERR-INVALID-CUSTOMER TO TRUE
                   MOVE "CUSTOMER NOT ON MASTER"
                       TO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE

               WHEN OTHER
                   SET ERR-SYSTEM-ERROR TO TRUE
                   MOVE SQLCODE TO WS-ERROR-CODE
                   STRING "Error reading review subject - SQLCODE: "
                       SQLCODE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
           END-EVALUATE.

       DB-CLEAR-REVIEW-DATE.
           EXEC SQL
               UPDATE CUSTOMER_TABLE
               SET NEXT_REVIEW_DATE =
                   DATE(:WS-SQL-CURRENT-DATE)
                       + :WS-SC-REVIEW-DAYS DAYS
               WHERE CUSTOMER_ID = :WS-SC-CUSTOMER
           END-EXEC

           IF SQLCODE NOT = 0
               SET ERR-SYSTEM-ERROR TO TRUE
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error clearing review date - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           ELSE
      * The durable field-level record of the sign-off
               MOVE "CUSTOMER_TABLE" TO CH-TABLE-NAME
               MOVE WS-SC-CUSTOMER TO CH-RECORD-KEY
               MOVE "NEXT_REVIEW_DATE" TO CH-FIELD-NAME
               MOVE WS-QU-REVIEW-DATE TO CH-OLD-VALUE
               MOVE "CLEARED" TO CH-NEW-VALUE
               MOVE KC-OPERATOR-ID TO CH-CHANGED-BY
               MOVE "KYC REVIEW" TO CH-CHANGE-REASON
               PERFORM DB-WRITE-CHANGE-HISTORY
           END-IF.

       DB-AGE-REVIEW-DATE.
      * How many days past (positive) or before (negative) the
      * review date today stands
           COPY "opslog.cpy".

           COPY "changehist.cpy".

           COPY "paramtable.cpy".
