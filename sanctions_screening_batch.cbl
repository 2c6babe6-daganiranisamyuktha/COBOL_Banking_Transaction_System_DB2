      *================================================================*
      * Sanctions Screening Batch                                      *
      * Screens the book against the sanctions watch list: every      *
      * CUSTOMER_TABLE name and address - and every active            *
      * beneficial owner of a legal-entity customer - is fuzzy-scored *
      * against each watch entry, and every outbound SETTLEOUT item   *
      * is screened before release.  A score at or over the           *
      * threshold opens a PENDING row on the compliance review        *
      * queue; a settlement item whose customer, beneficial owner or  *
      * reference has an undispositioned or blocked hit is withheld   *
      * from the SETTLERELEASE file and                               *
      * carried whole on the withheld queue file until compliance    *
      * clears it through the disposition input.  Clean              *
      * items pass straight through - screening must not delay the    *
           05  WS-SCAN-INDEX              PIC 9(3) COMP.
           05  WS-MATCH-COUNT             PIC 9(3) COMP.

      * The customer (or beneficial owner) being screened - an
      * owner's review queue key is the business customer ID and
      * the owner sequence
       01  WS-SCREEN-SUBJECT.
           05  WS-SUBJ-TYPE               PIC X.
               88  SUBJ-IS-CUSTOMER       VALUE 'C'.
               88  SUBJ-IS-OWNER          VALUE 'B'.
           05  WS-SUBJ-KEY                PIC X(20).
           05  WS-SUBJ-OWNER-SEQ          PIC 9(2).
           05  WS-SUBJ-CUSTOMER-ID        PIC X(10).
           05  WS-SUBJ-NAME               PIC X(40).
           05  WS-SUBJ-ADDRESS            PIC X(40).
       01  WS-PROCESSING-STATS.
           05  WS-DISPOSITIONS-APPLIED    PIC 9(5) COMP VALUE ZERO.
           05  WS-CUSTOMERS-SCREENED      PIC 9(7) VALUE ZERO.
           05  WS-OWNERS-SCREENED         PIC 9(7) VALUE ZERO.
           05  WS-HITS-OPENED             PIC 9(5) COMP VALUE ZERO.
           05  WS-ITEMS-RELEASED          PIC 9(7) VALUE ZERO.
           05  WS-ITEMS-WITHHELD          PIC 9(7) VALUE ZERO.
           05  WS-ITEMS-REGATED           PIC 9(7) VALUE ZERO.
      * Every item read off SETTLEOUT today, released or withheld -
      * what this gate received from the processor and the remittance
      * batch, for the stream control ledger
           05  WS-SETTLE-ITEMS-READ       PIC 9(7) VALUE ZERO.
           05  WS-SETTLE-AMOUNT-READ      PIC 9(13)V99 VALUE ZERO.

      * Withheld items buffer - survivors of the re-gate plus
      * today's new withholdings, written back to the queue file
           PERFORM INITIALIZATION-ROUTINE
           PERFORM APPLY-DISPOSITIONS
           PERFORM SCREEN-CUSTOMER-MASTER
           PERFORM SCREEN-BENEFICIAL-OWNERS
           PERFORM REGATE-WITHHELD-ITEMS
           PERFORM GATE-SETTLEMENT-ITEMS
           PERFORM REWRITE-WITHHELD-QUEUE

           IF CUST-NOT-END-OF-FILE
               ADD 1 TO WS-CUSTOMERS-SCREENED
               SET SUBJ-IS-CUSTOMER TO TRUE
               MOVE WS-SUBJ-CUSTOMER-ID TO WS-SUBJ-KEY
               SET WATCH-NOT-END-OF-FILE TO TRUE
               PERFORM DB-OPEN-WATCH-CURSOR
               PERFORM SCORE-AGAINST-NEXT-ENTRY
                   UNTIL WATCH-END-OF-FILE
               PERFORM DB-CLOSE-WATCH-CURSOR
           END-IF.

       SCREEN-BENEFICIAL-OWNERS.
      * Every active beneficial owner on the register faces the same
      * name and address scoring as the customers themselves
           SET CUST-NOT-END-OF-FILE TO TRUE
           PERFORM DB-OPEN-OWNER-CURSOR
           PERFORM SCREEN-NEXT-OWNER
               UNTIL CUST-END-OF-FILE
           PERFORM DB-CLOSE-OWNER-CURSOR.

       SCREEN-NEXT-OWNER.
           PERFORM DB-FETCH-NEXT-OWNER

           IF CUST-NOT-END-OF-FILE
               ADD 1 TO WS-OWNERS-SCREENED
               SET SUBJ-IS-OWNER TO TRUE
               MOVE SQL-BO-OWNER-SEQUENCE TO WS-SUBJ-OWNER-SEQ
               MOVE SPACES TO WS-SUBJ-KEY
               STRING WS-SUBJ-CUSTOMER-ID "-" WS-SUBJ-OWNER-SEQ
                   DELIMITED BY SIZE
                   INTO WS-SUBJ-KEY
               SET WATCH-NOT-END-OF-FILE TO TRUE
               PERFORM DB-OPEN-WATCH-CURSOR
               PERFORM SCORE-AGAINST-NEXT-ENTRY

       OPEN-CUSTOMER-HIT.
      * One queue row per customer/watch-entry pair - re-screening
      * tomorrow must not pile duplicates onto compliance.  A
      * beneficial owner's hit is its own subject type, keyed by
      * business customer and owner sequence.
           PERFORM DB-CHECK-HIT-EXISTS

           IF SQL-WL-HIT-COUNT = ZERO
               MOVE SPACES TO RN-BRANCH-CODE
               PERFORM DB-GENERATE-REFERENCE-ID
               MOVE WS-SUBJ-TYPE TO SQL-DI-CASE-STATUS
               PERFORM DB-INSERT-REVIEW-HIT
               IF ERR-NONE
                   ADD 1 TO WS-HITS-OPENED
                   MOVE SPACES TO SCREEN-REPORT-RECORD
                   IF SUBJ-IS-OWNER
                       STRING "HIT OWNER " WS-SUBJ-KEY
                           " " WS-SUBJ-NAME
                           " ENTRY " SQL-WL-ENTRY-ID
                           " SCORE " WS-BEST-SCORE
                           DELIMITED BY SIZE
                           INTO SCREEN-REPORT-RECORD
                   ELSE
                       STRING "HIT CUSTOMER " WS-SUBJ-CUSTOMER-ID
                           " ENTRY " SQL-WL-ENTRY-ID
                           " SCORE " WS-BEST-SCORE
                           DELIMITED BY SIZE
                           INTO SCREEN-REPORT-RECORD
                   END-IF
                   WRITE SCREEN-REPORT-RECORD
               END-IF
           END-IF.

       SCREEN-ONE-SETTLEMENT-ITEM.
           SET ITEM-CLEAN TO TRUE
           ADD 1 TO WS-SETTLE-ITEMS-READ
           ADD ST-AMOUNT TO WS-SETTLE-AMOUNT-READ

      * An unresolved or blocked hit against the source customer or
      * this item's own reference withholds the item
           END-IF.

       COMMIT-SCREENING-BATCH.
      * The settlement file is read whole on every run, so a rerun
      * replaces the date's received total rather than adding to it
           PERFORM DB-CLEAR-CONTROL-TOTALS
           MOVE "SETTLE-IN" TO CT-CONTROL-POINT
           MOVE WS-SETTLE-ITEMS-READ TO SQL-CT-RECORD-COUNT
           MOVE WS-SETTLE-AMOUNT-READ TO SQL-CT-AMOUNT
           PERFORM DB-ADD-CONTROL-TOTAL

           EXEC SQL
               COMMIT WORK
           END-EXEC
           DISPLAY "SANCTIONS SCREENING SUMMARY"
           DISPLAY "Dispositions Applied: " WS-DISPOSITIONS-APPLIED
           DISPLAY "Customers Screened:   " WS-CUSTOMERS-SCREENED
           DISPLAY "Owners Screened:      " WS-OWNERS-SCREENED
           DISPLAY "Hits Opened:          " WS-HITS-OPENED
           DISPLAY "Items Re-Gated:       " WS-ITEMS-REGATED
           DISPLAY "Items Released:       " WS-ITEMS-RELEASED
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       DB-OPEN-OWNER-CURSOR.
           EXEC SQL
               DECLARE OWNER_SCREEN_CURSOR CURSOR FOR
               SELECT CUSTOMER_ID, OWNER_SEQUENCE, OWNER_NAME,
                      COALESCE(ADDRESS_LINE_1, ' ')
               FROM BENEFICIAL_OWNER_TABLE
               WHERE OWNER_STATUS = 'ACTIVE'
               ORDER BY CUSTOMER_ID, OWNER_SEQUENCE
           END-EXEC

           EXEC SQL
               OPEN OWNER_SCREEN_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error opening owner cursor - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
               SET CUST-END-OF-FILE TO TRUE
           END-IF.

       DB-FETCH-NEXT-OWNER.
           EXEC SQL
               FETCH OWNER_SCREEN_CURSOR INTO
               :WS-SUBJ-CUSTOMER-ID,
               :SQL-BO-OWNER-SEQUENCE,
               :WS-SUBJ-NAME,
               :WS-SUBJ-ADDRESS
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE

               WHEN 100
                   SET CUST-END-OF-FILE TO TRUE

               WHEN OTHER
                   MOVE SQLCODE TO WS-ERROR-CODE
                   STRING "Error fetching owner - SQLCODE: "
                       SQLCODE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
                   SET CUST-END-OF-FILE TO TRUE
           END-EVALUATE.

       DB-CLOSE-OWNER-CURSOR.
           EXEC SQL
               CLOSE OWNER_SCREEN_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error closing owner cursor - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       DB-OPEN-WATCH-CURSOR.
           EXEC SQL
               DECLARE WATCH_SCAN_CURSOR CURSOR FOR
               SELECT COUNT(*)
               INTO :SQL-WL-HIT-COUNT
               FROM SANCTIONS_REVIEW_TABLE
               WHERE SUBJECT_TYPE = :WS-SUBJ-TYPE
               AND SUBJECT_ID = :WS-SUBJ-KEY
               AND WATCH_ENTRY_ID = :SQL-WL-ENTRY-ID
           END-EXEC


       DB-INSERT-REVIEW-HIT.
      * SQL-DI-CASE-STATUS carries the subject type here: 'C' for a
      * customer-master hit keyed by customer ID, 'B' for a
      * beneficial owner keyed by customer ID and owner sequence,
      * 'S' for a settlement hit keyed by the item's reference
           SET ERR-NONE TO TRUE
           MOVE WS-BEST-SCORE TO SQL-WL-MATCH-SCORE

           IF SQL-DI-CASE-STATUS = 'S'
               MOVE ST-REFERENCE-ID TO SQL-DI-CASE-ID
           ELSE
               MOVE WS-SUBJ-KEY TO SQL-DI-CASE-ID
           END-IF

           EXEC SQL
           END-IF.

       DB-CHECK-OPEN-HITS.
      * A PENDING or BLOCKED hit against the item's source customer,
      * any of its beneficial owners, or the item's own reference
      * withholds the item from release
           EXEC SQL
               SELECT COUNT(*)
               INTO :SQL-WL-HIT-COUNT
               WHERE HIT_STATUS IN ('PENDING', 'BLOCKED')
               AND ((SUBJECT_TYPE = 'C'
                     AND SUBJECT_ID = :ST-SOURCE-CUSTOMER)
                 OR (SUBJECT_TYPE = 'B'
                     AND SUBSTR(SUBJECT_ID, 1, 10)
                         = :ST-SOURCE-CUSTOMER)
                 OR (SUBJECT_TYPE = 'S'
                     AND SUBJECT_ID = :ST-REFERENCE-ID))
           END-EXEC

           COPY "jobcontrol.cpy".

           COPY "controltotal.cpy".

           COPY "refnumber.cpy".

           COPY "opslog.cpy".
