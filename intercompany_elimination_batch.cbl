      *================================================================*
      * Intercompany Elimination and Consolidation Batch               *
      * A transfer from an account at one of our institutions to an   *
      * account at another is journaled by the GL extract entirely    *
      * under the sending charter, and shows up as a withdrawal at    *
      * one and a deposit at the other, so the consolidated numbers   *
      * are inflated.  This batch nets the day's cross-institution    *
      * transfers per institution pair (joined to both accounts for   *
      * their charters), folds in the position carried forward on     *
      * INTERCOMPANY_POSITION_TABLE, writes the new positions for the *
      * business date, and journals the day's movement to INTERCOGL - *
      * due-to on the sending charter, due-from on the receiving one, *
      * each balanced within its own institution - for the GL         *
      * interface.  The consolidation report (ICCONSOL) lists the     *
      * elimination entries per pair, the activity and balances by    *
      * institution with the eliminations column and the consolidated *
      * figures, and proves the intercompany positions net to zero.   *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTERCOMPANY-ELIMINATION-BATCH.
       DATE-WRITTEN. 2026-10-15.
       AUTHOR. Updated 2026-10-15 for DB2 Integration.
       REMARKS. INTERCOMPANY ELIMINATION AND CONSOLIDATED REPORTING.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Configuration file containing DB2 connection parameters
           SELECT CONFIG-FILE
               ASSIGN TO "DB2CONFIG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-FILE-STATUS.

      * Run parameter file supplying the business date to eliminate
           SELECT RUN-PARAM-FILE
               ASSIGN TO "RUNPARAM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-PARAM-FILE-STATUS.

      * Due-to/due-from journal for the GL interface
           SELECT INTERCOMPANY-GL-FILE
               ASSIGN TO "INTERCOGL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTERCO-GL-STATUS.

      * Consolidated balance and activity report with eliminations
           SELECT CONSOLIDATION-REPORT-FILE
               ASSIGN TO "ICCONSOL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONSOL-REPORT-STATUS.

           SELECT ERROR-LOG-FILE
               ASSIGN TO "ICCONSOLERRORLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERROR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * Run Parameter File Record Structure - only the business date
      * is used here
       FD  RUN-PARAM-FILE.
       01  RUN-PARAM-RECORD.
           05  PM-CUSTOMER-LOW        PIC X(10).
           05  FILLER                 PIC X.
           05  PM-CUSTOMER-HIGH       PIC X(10).
           05  FILLER                 PIC X.
           05  PM-BUSINESS-DATE.
               10  PM-BUS-YEAR        PIC 9(4).
               10  PM-BUS-MONTH       PIC 9(2).
               10  PM-BUS-DAY         PIC 9(2).

      * Intercompany GL Journal Record - one balanced pair per
      * institution per counterparty for the day's movement
       FD  INTERCOMPANY-GL-FILE.
       01  INTERCOMPANY-GL-RECORD.
           05  IG-BUSINESS-DATE       PIC X(10).
           05  IG-INSTITUTION         PIC X(4).
           05  IG-COUNTER-INSTITUTION PIC X(4).
           05  IG-BRANCH-CODE         PIC X(4).
           05  IG-ENTRY-TYPE          PIC X(8).
           05  IG-AMOUNT              PIC 9(11)V99.
           05  IG-DEBIT-ACCOUNT       PIC X(8).
           05  IG-CREDIT-ACCOUNT      PIC X(8).

       FD  CONSOLIDATION-REPORT-FILE.
       01  CONSOLIDATION-REPORT-RECORD PIC X(132).

      * Error Log File Record Structure
       FD  ERROR-LOG-FILE.
       01  ERROR-RECORD.
           05  ER-TIMESTAMP.
               10  ER-DATE.
                   15  ER-YEAR        PIC 9(4).
                   15  ER-MONTH       PIC 9(2).
                   15  ER-DAY         PIC 9(2).
               10  ER-TIME.
                   15  ER-HOUR        PIC 9(2).
                   15  ER-MINUTE      PIC 9(2).
                   15  ER-SECOND      PIC 9(2).
                   15  ER-MILLISEC    PIC 9(2).
           05  ER-ERROR-CODE          PIC 9(4).
           05  ER-CUSTOMER-ID         PIC X(10).
           05  ER-ERROR-MESSAGE       PIC X(80).

      * DB2 configuration file definition (also opens WORKING-STORAGE)
           COPY "config_file.cpy".

      * Include SQL declarations
           COPY "db2declarations.cpy".

      * DB2 Configuration Information
           COPY "db2config.cpy".

      * File Status Variables
       01  WS-FILE-STATUSES.
           05  WS-CONFIG-FILE-STATUS      PIC XX.
           05  WS-RUN-PARAM-FILE-STATUS   PIC XX.
           05  WS-INTERCO-GL-STATUS       PIC XX.
           05  WS-CONSOL-REPORT-STATUS    PIC XX.
           05  WS-ERROR-FILE-STATUS       PIC XX.

      * Error Code Management
       01  WS-ERROR-CODES.
           05  WS-ERROR-CODE              PIC 9(4).
               88  ERR-NONE               VALUE 0000.
               88  ERR-BATCH-IMBALANCE    VALUE 1020.
               88  ERR-FILE-ACCESS        VALUE 3001.
               88  ERR-SYSTEM-ERROR       VALUE 9999.
           05  WS-ERROR-MESSAGE-PARAM     PIC X(80).

      * Position Work Area - positions per ordered institution pair
      * (the lower institution code first); a positive position
      * means the first institution is DUE-TO the second.  The
      * carried part came forward from the last date on file, the
      * movement is today's net.
       01  WS-POSITION-AREA.
           05  WS-POS-COUNT               PIC 9(3) COMP VALUE ZERO.
           05  WS-POS-LIMIT               PIC 9(3) COMP VALUE 100.
           05  WS-POS-ENTRY OCCURS 100 TIMES.
               10  WS-POS-INST-LO         PIC X(4).
               10  WS-POS-INST-HI         PIC X(4).
               10  WS-POS-CARRIED         PIC S9(13)V99.
               10  WS-POS-MOVEMENT        PIC S9(13)V99.
               10  WS-POS-AMOUNT          PIC S9(13)V99.
           05  WS-POS-INDEX               PIC 9(3) COMP.
           05  WS-POS-FOUND-FLAG          PIC X.
               88  POSITION-SLOT-FOUND    VALUE 'Y'.
               88  POSITION-SLOT-NOT-FOUND VALUE 'N'.
           05  WS-PAIR-LO                 PIC X(4).
           05  WS-PAIR-HI                 PIC X(4).

      * Institution Work Area - one slot per charter, loaded in code
      * order from the deposit balances, with its activity, the
      * eliminations and its intercompany positions for the report
       01  WS-INSTITUTION-AREA.
           05  WS-INST-COUNT              PIC 9(3) COMP VALUE ZERO.
           05  WS-INST-LIMIT              PIC 9(3) COMP VALUE 50.
           05  WS-INST-ENTRY OCCURS 50 TIMES.
               10  WS-IN-CODE             PIC X(4).
               10  WS-IN-BRANCH           PIC X(4).
               10  WS-IN-DEPOSITS         PIC S9(13)V99.
               10  WS-IN-CREDITS          PIC S9(13)V99.
               10  WS-IN-DEBITS           PIC S9(13)V99.
               10  WS-IN-ELIM-CREDITS     PIC S9(13)V99.
               10  WS-IN-ELIM-DEBITS      PIC S9(13)V99.
               10  WS-IN-DUE-FROM         PIC S9(13)V99.
               10  WS-IN-DUE-TO           PIC S9(13)V99.
           05  WS-INST-INDEX              PIC 9(3) COMP.
           05  WS-INST-KEY                PIC X(4).
           05  WS-INST-FOUND-FLAG         PIC X.
               88  INSTITUTION-SLOT-FOUND VALUE 'Y'.
               88  INSTITUTION-SLOT-NOT-FOUND VALUE 'N'.

      * Journal Work Area - the sending and receiving charters of a
      * pair's movement and the chart accounts each books to.
      * Mapping type 'G' carries due-from affiliates on the debit
      * side and due-to affiliates on the credit side; the deposit
      * side is the credit account the GL extract booked the
      * transfer to (mapping type 'T').
       01  WS-JOURNAL-AREA.
           05  WS-SEND-INST               PIC X(4).
           05  WS-RECEIVE-INST            PIC X(4).
           05  WS-JOURNAL-AMOUNT          PIC S9(13)V99.
           05  WS-GL-LEG-TYPE             PIC X.
           05  WS-GL-BRANCH               PIC X(4).
           05  WS-GL-DEBIT-ACCOUNT        PIC X(8).
           05  WS-GL-CREDIT-ACCOUNT       PIC X(8).
           05  WS-DEPOSIT-GL-ACCOUNT      PIC X(8).

      * SQL host fields for the intercompany cursors
       01  WS-INTERCO-SQL.
           05  WS-IC-BUSINESS-DATE        PIC X(10).
           05  SQL-IC-SOURCE-INST         PIC X(4).
           05  SQL-IC-TARGET-INST         PIC X(4).
           05  SQL-IC-AMOUNT              PIC S9(9)V99.
           05  SQL-IC-POSITION            PIC S9(13)V99.
           05  SQL-IC-INSTITUTION         PIC X(4).
           05  SQL-IC-BRANCH              PIC X(4).
           05  SQL-IC-BALANCE             PIC S9(13)V99.
           05  SQL-IC-CREDITS             PIC S9(13)V99.
           05  SQL-IC-DEBITS              PIC S9(13)V99.

      * Consolidation Totals across every institution
       01  WS-CONSOL-TOTALS.
           05  WS-TOT-DEPOSITS            PIC S9(13)V99.
           05  WS-TOT-CREDITS             PIC S9(13)V99.
           05  WS-TOT-DEBITS              PIC S9(13)V99.
           05  WS-TOT-ELIM-CREDITS        PIC S9(13)V99.
           05  WS-TOT-ELIM-DEBITS         PIC S9(13)V99.
           05  WS-TOT-DUE-FROM            PIC S9(13)V99.
           05  WS-TOT-DUE-TO              PIC S9(13)V99.

      * Report Lines - an institution and up to six amount columns
       01  WS-CONSOL-LINE.
           05  CL-INSTITUTION             PIC X(4).
           05  CL-COLUMN OCCURS 6 TIMES.
               10  FILLER                 PIC X(2).
               10  CL-AMOUNT              PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-AREA.
           05  WS-EDIT-POSITION           PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  WS-EDIT-MOVEMENT           PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  WS-EDIT-AMOUNT             PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  WS-PROOF-RESULT            PIC X(40).

      * Processing Statistics
       01  WS-PROCESSING-STATS.
           05  WS-TRANSFERS-NETTED        PIC 9(7) VALUE ZERO.
           05  WS-PAIRS-OPEN              PIC 9(3) COMP VALUE ZERO.
           05  WS-JOURNAL-PAIRS           PIC 9(5) VALUE ZERO.

      * Work Areas and Flags
       01  WS-WORK-AREAS.
           05  WS-EOF-FLAG                PIC X VALUE 'N'.
               88  END-OF-FILE            VALUE 'Y'.
               88  NOT-END-OF-FILE        VALUE 'N'.

      * Date and Time Fields
       01  WS-CURRENT-DATE-FIELDS.
           05  WS-CURRENT-DATE.
               10  WS-YEAR            PIC 9(4).
               10  WS-MONTH           PIC 9(2).
               10  WS-DAY             PIC 9(2).
           05  WS-CURRENT-TIME.
               10  WS-HOUR            PIC 9(2).
               10  WS-MINUTE          PIC 9(2).
               10  WS-SECOND          PIC 9(2).

       PROCEDURE DIVISION.
       DECLARATIVES.
       FILE-ERROR-HANDLER SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON
               INTERCOMPANY-GL-FILE
               CONSOLIDATION-REPORT-FILE
               ERROR-LOG-FILE.

           DISPLAY "FILE PROCESSING ERROR DETECTED"
           PERFORM ABNORMAL-TERMINATION.
       END DECLARATIVES.

       MAIN-PROCESSING SECTION.
       MAIN-PROCESSING-ROUTINE.
           PERFORM INITIALIZATION-ROUTINE
           PERFORM LOAD-INSTITUTION-BALANCES
           PERFORM LOAD-CARRIED-POSITIONS
           PERFORM NET-TODAYS-TRANSFERS
           PERFORM LOAD-INSTITUTION-ACTIVITY
           PERFORM WRITE-POSITIONS-AND-JOURNAL
           PERFORM WRITE-CONSOLIDATED-REPORT
           PERFORM COMMIT-ELIMINATION-BATCH
           PERFORM GENERATE-SUMMARY-REPORT
           PERFORM CLEANUP-ROUTINE
           STOP RUN.

       INITIALIZATION-ROUTINE.
      * Open parameter, journal, report and error log files
           OPEN INPUT RUN-PARAM-FILE
                OUTPUT INTERCOMPANY-GL-FILE
                OUTPUT CONSOLIDATION-REPORT-FILE
                OUTPUT ERROR-LOG-FILE

           IF WS-ERROR-FILE-STATUS NOT = "00"
              DISPLAY "ERROR OPENING ERROR LOG FILE"
              PERFORM ABNORMAL-TERMINATION
           END-IF

           IF WS-INTERCO-GL-STATUS NOT = "00"
              SET ERR-FILE-ACCESS TO TRUE
              MOVE "ERROR OPENING INTERCOMPANY GL FILE"
                  TO WS-ERROR-MESSAGE-PARAM
              PERFORM LOG-ERROR-WITH-CODE
              PERFORM ABNORMAL-TERMINATION
           END-IF

           IF WS-CONSOL-REPORT-STATUS NOT = "00"
              SET ERR-FILE-ACCESS TO TRUE
              MOVE "ERROR OPENING CONSOLIDATION REPORT FILE"
                  TO WS-ERROR-MESSAGE-PARAM
              PERFORM LOG-ERROR-WITH-CODE
              PERFORM ABNORMAL-TERMINATION
           END-IF

      * Get current system date and time
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS

           DISPLAY "INTERCOMPANY ELIMINATION BATCH"
           DISPLAY "DATE: " WS-YEAR "-" WS-MONTH "-" WS-DAY
           DISPLAY "TIME: " WS-HOUR ":" WS-MINUTE ":" WS-SECOND

      * Read the business date to eliminate
           IF WS-RUN-PARAM-FILE-STATUS = "00"
               READ RUN-PARAM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PM-BUS-YEAR NOT = ZERO
                           MOVE PM-BUSINESS-DATE TO WS-CURRENT-DATE
                       END-IF
               END-READ
           END-IF

           MOVE SPACES TO WS-IC-BUSINESS-DATE
           STRING WS-YEAR "-" WS-MONTH "-" WS-DAY
               DELIMITED BY SIZE
               INTO WS-IC-BUSINESS-DATE

           DISPLAY "BUSINESS DATE: " WS-IC-BUSINESS-DATE

           INITIALIZE WS-CONSOL-TOTALS

           MOVE SPACES TO CONSOLIDATION-REPORT-RECORD
           STRING "INTERCOMPANY ELIMINATION AND CONSOLIDATION FOR "
               WS-IC-BUSINESS-DATE
               DELIMITED BY SIZE
               INTO CONSOLIDATION-REPORT-RECORD
           WRITE CONSOLIDATION-REPORT-RECORD

      * Load database configuration from external file
           PERFORM LOAD-DATABASE-CONFIG

      * Connect to DB2 database
           PERFORM DB-CONNECT

      * Register this job on the job control table.  It runs after
      * the last of the other journal writers and ahead of the GL
      * interface, which collects INTERCOGL.
           MOVE "INTERCOMPANY-ELIMINATION-BATCH" TO JC-PROGRAM-ID
           MOVE "FX-REVALUATION-BATCH" TO JC-PREDECESSOR-ID
           PERFORM DB-CHECK-JOB-PREDECESSOR
           PERFORM DB-REGISTER-JOB-START.

      *================================================================*
      * Institutions - one slot per charter with its deposit balance *
      * and the branch its journal lines are booked at                *
      *================================================================*
       LOAD-INSTITUTION-BALANCES.
           SET NOT-END-OF-FILE TO TRUE

           EXEC SQL
               DECLARE IC_BALANCE_CURSOR CURSOR FOR
               SELECT COALESCE(INSTITUTION_CODE, '0001'),
                      COALESCE(MIN(BRANCH_CODE), '****'),
                      SUM(ACCOUNT_BALANCE)
               FROM ACCOUNT_TABLE
               GROUP BY COALESCE(INSTITUTION_CODE, '0001')
               ORDER BY 1
           END-EXEC

           EXEC SQL
               OPEN IC_BALANCE_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error opening balance cursor - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
               SET END-OF-FILE TO TRUE
           END-IF

           PERFORM LOAD-NEXT-INSTITUTION
               UNTIL END-OF-FILE

           EXEC SQL
               CLOSE IC_BALANCE_CURSOR
           END-EXEC.

       LOAD-NEXT-INSTITUTION.
           EXEC SQL
               FETCH IC_BALANCE_CURSOR INTO
               :SQL-IC-INSTITUTION,
               :SQL-IC-BRANCH,
               :SQL-IC-BALANCE
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   MOVE SQL-IC-INSTITUTION TO WS-INST-KEY
                   PERFORM FIND-INSTITUTION-SLOT
                   IF INSTITUTION-SLOT-FOUND
                       MOVE SQL-IC-BRANCH
                           TO WS-IN-BRANCH (WS-INST-INDEX)
                       ADD SQL-IC-BALANCE
                           TO WS-IN-DEPOSITS (WS-INST-INDEX)
                       ADD SQL-IC-BALANCE TO WS-TOT-DEPOSITS
                   END-IF
               WHEN 100
                   SET END-OF-FILE TO TRUE
               WHEN OTHER
                   MOVE SQLCODE TO WS-ERROR-CODE
                   STRING "Error fetching balance - SQLCODE: "
                       SQLCODE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
                   SET END-OF-FILE TO TRUE
           END-EVALUATE.

       FIND-INSTITUTION-SLOT.
      * Slot for WS-INST-KEY in WS-INST-INDEX, added if not there
           SET INSTITUTION-SLOT-NOT-FOUND TO TRUE
           MOVE 1 TO WS-INST-INDEX
           PERFORM STEP-INSTITUTION-SLOT
               UNTIL INSTITUTION-SLOT-FOUND
               OR WS-INST-INDEX > WS-INST-COUNT

           IF INSTITUTION-SLOT-NOT-FOUND
               IF WS-INST-COUNT < WS-INST-LIMIT
                   ADD 1 TO WS-INST-COUNT
                   MOVE WS-INST-COUNT TO WS-INST-INDEX
                   INITIALIZE WS-INST-ENTRY (WS-INST-INDEX)
                   MOVE WS-INST-KEY TO WS-IN-CODE (WS-INST-INDEX)
                   MOVE "****" TO WS-IN-BRANCH (WS-INST-INDEX)
                   SET INSTITUTION-SLOT-FOUND TO TRUE
               ELSE
                   SET ERR-SYSTEM-ERROR TO TRUE
                   MOVE "INSTITUTION TABLE FULL - NOT CONSOLIDATED"
                       TO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
               END-IF
           END-IF.

       STEP-INSTITUTION-SLOT.
           IF WS-IN-CODE (WS-INST-INDEX) = WS-INST-KEY
               SET INSTITUTION-SLOT-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-INST-INDEX
           END-IF.

      *================================================================*
      * Positions - the carried position per institution pair plus   *
      * the day's netted cross-institution transfers                  *
      *================================================================*
       LOAD-CARRIED-POSITIONS.
      * Prime the pair table with the most recent positions on file
      * ahead of this date
           SET NOT-END-OF-FILE TO TRUE

           EXEC SQL
               DECLARE IC_CARRY_CURSOR CURSOR FOR
               SELECT INSTITUTION_CODE, COUNTER_INSTITUTION,
                      POSITION_AMOUNT
               FROM INTERCOMPANY_POSITION_TABLE P1
               WHERE POSITION_DATE =
                   (SELECT MAX(P2.POSITION_DATE)
                    FROM INTERCOMPANY_POSITION_TABLE P2
                    WHERE P2.POSITION_DATE < :WS-IC-BUSINESS-DATE)
           END-EXEC

           EXEC SQL
               OPEN IC_CARRY_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error opening carry cursor - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
               SET END-OF-FILE TO TRUE
           END-IF

           PERFORM LOAD-NEXT-CARRIED-POSITION
               UNTIL END-OF-FILE

           EXEC SQL
               CLOSE IC_CARRY_CURSOR
           END-EXEC.

       LOAD-NEXT-CARRIED-POSITION.
           EXEC SQL
               FETCH IC_CARRY_CURSOR INTO
               :SQL-IC-SOURCE-INST,
               :SQL-IC-TARGET-INST,
               :SQL-IC-POSITION
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   MOVE SQL-IC-SOURCE-INST TO WS-PAIR-LO
                   MOVE SQL-IC-TARGET-INST TO WS-PAIR-HI
                   PERFORM FIND-POSITION-SLOT
                   IF POSITION-SLOT-FOUND
                       ADD SQL-IC-POSITION
                           TO WS-POS-CARRIED (WS-POS-INDEX)
                   END-IF
               WHEN 100
                   SET END-OF-FILE TO TRUE
               WHEN OTHER
                   MOVE SQLCODE TO WS-ERROR-CODE
                   STRING "Error fetching carried position - SQLCODE: "
                       SQLCODE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
                   SET END-OF-FILE TO TRUE
           END-EVALUATE.

       NET-TODAYS-TRANSFERS.
      * The transfers posted today whose source and target accounts
      * are held at different institutions, joined to both accounts
      * for their charters.  Keyed on the posted date, so an item that
      * rolled past its channel's cutoff settles on the day it posted.
           SET NOT-END-OF-FILE TO TRUE

           EXEC SQL
               DECLARE IC_TRANSFER_CURSOR CURSOR FOR
               SELECT COALESCE(S.INSTITUTION_CODE, '0001'),
                      COALESCE(A.INSTITUTION_CODE, '0001'),
                      T.AMOUNT
               FROM TRANSACTION_TABLE T, ACCOUNT_TABLE S,
                    ACCOUNT_TABLE A
               WHERE S.CUSTOMER_ID = T.CUSTOMER_ID
               AND A.CUSTOMER_ID = T.TARGET_ACCOUNT
               AND T.TRANSACTION_TYPE = 'T'
               AND T.STATUS = 'PROCESSED'
               AND COALESCE(T.POSTED_DATE, T.CREATION_DATE) =
                   :WS-IC-BUSINESS-DATE
               AND COALESCE(S.INSTITUTION_CODE, '0001') <>
                   COALESCE(A.INSTITUTION_CODE, '0001')
           END-EXEC

           EXEC SQL
               OPEN IC_TRANSFER_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error opening transfer cursor - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
               SET END-OF-FILE TO TRUE
           END-IF

           PERFORM NET-NEXT-TRANSFER
               UNTIL END-OF-FILE

           EXEC SQL
               CLOSE IC_TRANSFER_CURSOR
           END-EXEC.

       NET-NEXT-TRANSFER.
           EXEC SQL
               FETCH IC_TRANSFER_CURSOR INTO
               :SQL-IC-SOURCE-INST,
               :SQL-IC-TARGET-INST,
               :SQL-IC-AMOUNT
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WS-TRANSFERS-NETTED
      * Funds moved from the source charter to the target charter -
      * from the ordered pair's viewpoint the lower institution's
      * position grows when it is the source
                   IF SQL-IC-SOURCE-INST < SQL-IC-TARGET-INST
                       MOVE SQL-IC-SOURCE-INST TO WS-PAIR-LO
                       MOVE SQL-IC-TARGET-INST TO WS-PAIR-HI
                       PERFORM FIND-POSITION-SLOT
                       IF POSITION-SLOT-FOUND
                           ADD SQL-IC-AMOUNT
                               TO WS-POS-MOVEMENT (WS-POS-INDEX)
                       END-IF
                   ELSE
                       MOVE SQL-IC-TARGET-INST TO WS-PAIR-LO
                       MOVE SQL-IC-SOURCE-INST TO WS-PAIR-HI
                       PERFORM FIND-POSITION-SLOT
                       IF POSITION-SLOT-FOUND
                           SUBTRACT SQL-IC-AMOUNT
                               FROM WS-POS-MOVEMENT (WS-POS-INDEX)
                       END-IF
                   END-IF

      * The withdrawal at the source and the deposit at the target
      * both come out of the consolidated activity
                   MOVE SQL-IC-SOURCE-INST TO WS-INST-KEY
                   PERFORM FIND-INSTITUTION-SLOT
                   IF INSTITUTION-SLOT-FOUND
                       ADD SQL-IC-AMOUNT
                           TO WS-IN-ELIM-DEBITS (WS-INST-INDEX)
                   END-IF
                   MOVE SQL-IC-TARGET-INST TO WS-INST-KEY
                   PERFORM FIND-INSTITUTION-SLOT
                   IF INSTITUTION-SLOT-FOUND
                       ADD SQL-IC-AMOUNT
                           TO WS-IN-ELIM-CREDITS (WS-INST-INDEX)
                   END-IF
               WHEN 100
                   SET END-OF-FILE TO TRUE
               WHEN OTHER
                   MOVE SQLCODE TO WS-ERROR-CODE
                   STRING "Error fetching transfer - SQLCODE: "
                       SQLCODE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
                   SET END-OF-FILE TO TRUE
           END-EVALUATE.

       FIND-POSITION-SLOT.
      * Slot for the WS-PAIR-LO/WS-PAIR-HI pair in WS-POS-INDEX,
      * added if not there
           SET POSITION-SLOT-NOT-FOUND TO TRUE
           MOVE 1 TO WS-POS-INDEX
           PERFORM STEP-POSITION-SLOT
               UNTIL POSITION-SLOT-FOUND
               OR WS-POS-INDEX > WS-POS-COUNT

           IF POSITION-SLOT-NOT-FOUND
               IF WS-POS-COUNT < WS-POS-LIMIT
                   ADD 1 TO WS-POS-COUNT
                   MOVE WS-POS-COUNT TO WS-POS-INDEX
                   MOVE WS-PAIR-LO TO WS-POS-INST-LO (WS-POS-INDEX)
                   MOVE WS-PAIR-HI TO WS-POS-INST-HI (WS-POS-INDEX)
                   MOVE ZERO TO WS-POS-CARRIED (WS-POS-INDEX)
                   MOVE ZERO TO WS-POS-MOVEMENT (WS-POS-INDEX)
                   MOVE ZERO TO WS-POS-AMOUNT (WS-POS-INDEX)
                   SET POSITION-SLOT-FOUND TO TRUE
               ELSE
                   SET ERR-SYSTEM-ERROR TO TRUE
                   MOVE "POSITION TABLE FULL - PAIR NOT NETTED"
                       TO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
               END-IF
           END-IF.

       STEP-POSITION-SLOT.
           IF WS-POS-INST-LO (WS-POS-INDEX) = WS-PAIR-LO
              AND WS-POS-INST-HI (WS-POS-INDEX) = WS-PAIR-HI
               SET POSITION-SLOT-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-POS-INDEX
           END-IF.

      *================================================================*
      * Activity - the day's processed credits and debits by the     *
      * charter of the account they posted to                         *
      *================================================================*
       LOAD-INSTITUTION-ACTIVITY.
      * Deposits and withdrawals count at the account's charter; a
      * transfer is a debit at the source account's charter and a
      * credit at the target account's.  Activity counts on the day
      * it posted, the same day the GL books it.
           SET NOT-END-OF-FILE TO TRUE

           EXEC SQL
               DECLARE IC_ACTIVITY_CURSOR CURSOR FOR
               SELECT COALESCE(A.INSTITUTION_CODE, '0001'),
                      SUM(CASE WHEN T.TRANSACTION_TYPE IN ('D', 'V')
                               THEN T.AMOUNT ELSE 0 END),
                      SUM(CASE WHEN T.TRANSACTION_TYPE
                                    IN ('W', 'T', 'F', 'P')
                               THEN T.AMOUNT ELSE 0 END)
               FROM TRANSACTION_TABLE T, ACCOUNT_TABLE A
               WHERE A.CUSTOMER_ID = T.CUSTOMER_ID
               AND T.STATUS = 'PROCESSED'
               AND COALESCE(T.POSTED_DATE, T.CREATION_DATE) =
                   :WS-IC-BUSINESS-DATE
               GROUP BY COALESCE(A.INSTITUTION_CODE, '0001')
               UNION ALL
               SELECT COALESCE(A.INSTITUTION_CODE, '0001'),
                      SUM(T.AMOUNT), 0
               FROM TRANSACTION_TABLE T, ACCOUNT_TABLE A
               WHERE A.CUSTOMER_ID = T.TARGET_ACCOUNT
               AND T.TRANSACTION_TYPE = 'T'
               AND T.STATUS = 'PROCESSED'
               AND COALESCE(T.POSTED_DATE, T.CREATION_DATE) =
                   :WS-IC-BUSINESS-DATE
               GROUP BY COALESCE(A.INSTITUTION_CODE, '0001')
           END-EXEC

           EXEC SQL
               OPEN IC_ACTIVITY_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error opening activity cursor - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
               SET END-OF-FILE TO TRUE
           END-IF

           PERFORM LOAD-NEXT-ACTIVITY
               UNTIL END-OF-FILE

           EXEC SQL
               CLOSE IC_ACTIVITY_CURSOR
           END-EXEC.

       LOAD-NEXT-ACTIVITY.
           EXEC SQL
               FETCH IC_ACTIVITY_CURSOR INTO
               :SQL-IC-INSTITUTION,
               :SQL-IC-CREDITS,
               :SQL-IC-DEBITS
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   MOVE SQL-IC-INSTITUTION TO WS-INST-KEY
                   PERFORM FIND-INSTITUTION-SLOT
                   IF INSTITUTION-SLOT-FOUND
                       ADD SQL-IC-CREDITS
                           TO WS-IN-CREDITS (WS-INST-INDEX)
                       ADD SQL-IC-DEBITS
                           TO WS-IN-DEBITS (WS-INST-INDEX)
                   END-IF
               WHEN 100
                   SET END-OF-FILE TO TRUE
               WHEN OTHER
                   MOVE SQLCODE TO WS-ERROR-CODE
                   STRING "Error fetching activity - SQLCODE: "
                       SQLCODE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
                   SET END-OF-FILE TO TRUE
           END-EVALUATE.

      *================================================================*
      * Positions out - the date's positions on file, the movement   *
      * journaled for the GL interface and the elimination entries    *
      *================================================================*
       WRITE-POSITIONS-AND-JOURNAL.
      * Replace any earlier positions for this date, then write the
      * new positions, the journal and the report lines per pair
           EXEC SQL
               DELETE FROM INTERCOMPANY_POSITION_TABLE
               WHERE POSITION_DATE = :WS-IC-BUSINESS-DATE
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error clearing positions - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF

           MOVE SPACES TO CONSOLIDATION-REPORT-RECORD
           WRITE CONSOLIDATION-REPORT-RECORD
           MOVE "INTERCOMPANY POSITIONS AND ELIMINATION ENTRIES"
               TO CONSOLIDATION-REPORT-RECORD
           WRITE CONSOLIDATION-REPORT-RECORD

           MOVE 1 TO WS-POS-INDEX
           PERFORM WRITE-ONE-POSITION
               UNTIL WS-POS-INDEX > WS-POS-COUNT.

       WRITE-ONE-POSITION.
           COMPUTE WS-POS-AMOUNT (WS-POS-INDEX) =
               WS-POS-CARRIED (WS-POS-INDEX)
               + WS-POS-MOVEMENT (WS-POS-INDEX)

      * Every pair is written, a zero position included, so the next
      * date's carry-forward sees the pair has settled
           MOVE WS-POS-INST-LO (WS-POS-INDEX) TO SQL-IC-SOURCE-INST
           MOVE WS-POS-INST-HI (WS-POS-INDEX) TO SQL-IC-TARGET-INST
           MOVE WS-POS-AMOUNT (WS-POS-INDEX) TO SQL-IC-POSITION

           EXEC SQL
               INSERT INTO INTERCOMPANY_POSITION_TABLE
                   (INSTITUTION_CODE, COUNTER_INSTITUTION,
                    POSITION_AMOUNT, POSITION_DATE)
               VALUES
                   (:SQL-IC-SOURCE-INST, :SQL-IC-TARGET-INST,
                    :SQL-IC-POSITION, :WS-IC-BUSINESS-DATE)
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error writing position - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF

           IF WS-POS-MOVEMENT (WS-POS-INDEX) NOT = ZERO
               PERFORM JOURNAL-PAIR-MOVEMENT
           END-IF

           IF WS-POS-AMOUNT (WS-POS-INDEX) NOT = ZERO
               PERFORM REPORT-OPEN-POSITION
           END-IF

           ADD 1 TO WS-POS-INDEX.

       JOURNAL-PAIR-MOVEMENT.
      * The day's movement books due-to on the charter that sent the
      * funds - taking back the deposit credit the GL extract booked
      * under it - and due-from on the charter that received them,
      * each a balanced pair within its own institution
           IF WS-POS-MOVEMENT (WS-POS-INDEX) > ZERO
               MOVE WS-POS-INST-LO (WS-POS-INDEX) TO WS-SEND-INST
               MOVE WS-POS-INST-HI (WS-POS-INDEX) TO WS-RECEIVE-INST
               MOVE WS-POS-MOVEMENT (WS-POS-INDEX)
                   TO WS-JOURNAL-AMOUNT
           ELSE
               MOVE WS-POS-INST-HI (WS-POS-INDEX) TO WS-SEND-INST
               MOVE WS-POS-INST-LO (WS-POS-INDEX) TO WS-RECEIVE-INST
               COMPUTE WS-JOURNAL-AMOUNT =
                   0 - WS-POS-MOVEMENT (WS-POS-INDEX)
           END-IF
           MOVE WS-JOURNAL-AMOUNT TO WS-EDIT-AMOUNT

      * Sending charter - DR deposits, CR due-to the receiver
           MOVE WS-SEND-INST TO WS-INST-KEY
           PERFORM FIND-INSTITUTION-SLOT
           MOVE "****" TO WS-GL-BRANCH
           IF INSTITUTION-SLOT-FOUND
               MOVE WS-IN-BRANCH (WS-INST-INDEX) TO WS-GL-BRANCH
           END-IF
           PERFORM GET-DEPOSIT-GL-ACCOUNT
           MOVE 'G' TO WS-GL-LEG-TYPE
           PERFORM DB-GET-GL-MAPPING

           MOVE WS-IC-BUSINESS-DATE TO IG-BUSINESS-DATE
           MOVE WS-SEND-INST TO IG-INSTITUTION
           MOVE WS-RECEIVE-INST TO IG-COUNTER-INSTITUTION
           MOVE WS-GL-BRANCH TO IG-BRANCH-CODE
           MOVE "DUE-TO  " TO IG-ENTRY-TYPE
           MOVE WS-JOURNAL-AMOUNT TO IG-AMOUNT
           MOVE WS-DEPOSIT-GL-ACCOUNT TO IG-DEBIT-ACCOUNT
           MOVE WS-GL-CREDIT-ACCOUNT TO IG-CREDIT-ACCOUNT
           WRITE INTERCOMPANY-GL-RECORD
           ADD 1 TO WS-JOURNAL-PAIRS

           MOVE SPACES TO CONSOLIDATION-REPORT-RECORD
           STRING "  JOURNAL AT " WS-SEND-INST
               " DR " IG-DEBIT-ACCOUNT
               " CR " IG-CREDIT-ACCOUNT
               " DUE-TO-" WS-RECEIVE-INST
               " " WS-EDIT-AMOUNT
               DELIMITED BY SIZE
               INTO CONSOLIDATION-REPORT-RECORD
           WRITE CONSOLIDATION-REPORT-RECORD

      * Receiving charter - DR due-from the sender, CR deposits
           MOVE WS-RECEIVE-INST TO WS-INST-KEY
           PERFORM FIND-INSTITUTION-SLOT
           MOVE "****" TO WS-GL-BRANCH
           IF INSTITUTION-SLOT-FOUND
               MOVE WS-IN-BRANCH (WS-INST-INDEX) TO WS-GL-BRANCH
           END-IF
           PERFORM GET-DEPOSIT-GL-ACCOUNT
           MOVE 'G' TO WS-GL-LEG-TYPE
           PERFORM DB-GET-GL-MAPPING

           MOVE WS-RECEIVE-INST TO IG-INSTITUTION
           MOVE WS-SEND-INST TO IG-COUNTER-INSTITUTION
           MOVE WS-GL-BRANCH TO IG-BRANCH-CODE
           MOVE "DUE-FROM" TO IG-ENTRY-TYPE
           MOVE WS-GL-DEBIT-ACCOUNT TO IG-DEBIT-ACCOUNT
           MOVE WS-DEPOSIT-GL-ACCOUNT TO IG-CREDIT-ACCOUNT
           WRITE INTERCOMPANY-GL-RECORD
           ADD 1 TO WS-JOURNAL-PAIRS

           MOVE SPACES TO CONSOLIDATION-REPORT-RECORD
           STRING "  JOURNAL AT " WS-RECEIVE-INST
               " DR " IG-DEBIT-ACCOUNT
               " DUE-FROM-" WS-SEND-INST
               " CR " IG-CREDIT-ACCOUNT
               " " WS-EDIT-AMOUNT
               DELIMITED BY SIZE
               INTO CONSOLIDATION-REPORT-RECORD
           WRITE CONSOLIDATION-REPORT-RECORD.

       GET-DEPOSIT-GL-ACCOUNT.
      * The credit side of the transfer chart row for the branch
           MOVE 'T' TO WS-GL-LEG-TYPE
           PERFORM DB-GET-GL-MAPPING
           MOVE WS-GL-CREDIT-ACCOUNT TO WS-DEPOSIT-GL-ACCOUNT.

       REPORT-OPEN-POSITION.
      * The open position, the due-to/due-from it leaves on each
      * charter's books, and the consolidation entry that takes both
      * out - DR the debtor's due-to, CR the creditor's due-from
           ADD 1 TO WS-PAIRS-OPEN
           MOVE WS-POS-AMOUNT (WS-POS-INDEX) TO WS-EDIT-POSITION
           MOVE WS-POS-MOVEMENT (WS-POS-INDEX) TO WS-EDIT-MOVEMENT
           IF WS-POS-AMOUNT (WS-POS-INDEX) > ZERO
               MOVE WS-POS-INST-LO (WS-POS-INDEX) TO WS-SEND-INST
               MOVE WS-POS-INST-HI (WS-POS-INDEX) TO WS-RECEIVE-INST
               MOVE WS-POS-AMOUNT (WS-POS-INDEX)
                   TO WS-JOURNAL-AMOUNT
           ELSE
               MOVE WS-POS-INST-HI (WS-POS-INDEX) TO WS-SEND-INST
               MOVE WS-POS-INST-LO (WS-POS-INDEX) TO WS-RECEIVE-INST
               COMPUTE WS-JOURNAL-AMOUNT =
                   0 - WS-POS-AMOUNT (WS-POS-INDEX)
           END-IF
           MOVE WS-JOURNAL-AMOUNT TO WS-EDIT-AMOUNT

           MOVE SPACES TO CONSOLIDATION-REPORT-RECORD
           STRING "INSTITUTION " WS-SEND-INST
               " DUE-TO " WS-RECEIVE-INST
               " POSITION " WS-EDIT-POSITION
               " MOVEMENT " WS-EDIT-MOVEMENT
               DELIMITED BY SIZE
               INTO CONSOLIDATION-REPORT-RECORD
           WRITE CONSOLIDATION-REPORT-RECORD

           MOVE SPACES TO CONSOLIDATION-REPORT-RECORD
           STRING "  ELIMINATE DR DUE-TO-" WS-RECEIVE-INST
               " AT " WS-SEND-INST
               " CR DUE-FROM-" WS-SEND-INST
               " AT " WS-RECEIVE-INST
               " " WS-EDIT-AMOUNT
               DELIMITED BY SIZE
               INTO CONSOLIDATION-REPORT-RECORD
           WRITE CONSOLIDATION-REPORT-RECORD

           MOVE WS-SEND-INST TO WS-INST-KEY
           PERFORM FIND-INSTITUTION-SLOT
           IF INSTITUTION-SLOT-FOUND
               ADD WS-JOURNAL-AMOUNT TO WS-IN-DUE-TO (WS-INST-INDEX)
           END-IF
           MOVE WS-RECEIVE-INST TO WS-INST-KEY
           PERFORM FIND-INSTITUTION-SLOT
           IF INSTITUTION-SLOT-FOUND
               ADD WS-JOURNAL-AMOUNT
                   TO WS-IN-DUE-FROM (WS-INST-INDEX)
           END-IF.

      *================================================================*
      * Consolidated report - activity and balances by institution   *
      * with the eliminations, and the zero-net proof                 *
      *================================================================*
       WRITE-CONSOLIDATED-REPORT.
           MOVE SPACES TO CONSOLIDATION-REPORT-RECORD
           WRITE CONSOLIDATION-REPORT-RECORD
           MOVE "CONSOLIDATED ACTIVITY BY INSTITUTION"
               TO CONSOLIDATION-REPORT-RECORD
           WRITE CONSOLIDATION-REPORT-RECORD
           MOVE SPACES TO CONSOLIDATION-REPORT-RECORD
           STRING "INST              CREDITS"
               "               DEBITS"
               "         ELIM CREDITS"
               "          ELIM DEBITS"
               "       CONSOL CREDITS"
               "        CONSOL DEBITS"
               DELIMITED BY SIZE
               INTO CONSOLIDATION-REPORT-RECORD
           WRITE CONSOLIDATION-REPORT-RECORD

           MOVE 1 TO WS-INST-INDEX
           PERFORM WRITE-INSTITUTION-ACTIVITY
               UNTIL WS-INST-INDEX > WS-INST-COUNT

           MOVE SPACES TO WS-CONSOL-LINE
           MOVE "ALL" TO CL-INSTITUTION
           MOVE WS-TOT-CREDITS TO CL-AMOUNT (1)
           MOVE WS-TOT-DEBITS TO CL-AMOUNT (2)
           COMPUTE CL-AMOUNT (3) = 0 - WS-TOT-ELIM-CREDITS
           COMPUTE CL-AMOUNT (4) = 0 - WS-TOT-ELIM-DEBITS
           COMPUTE CL-AMOUNT (5) =
               WS-TOT-CREDITS - WS-TOT-ELIM-CREDITS
           COMPUTE CL-AMOUNT (6) =
               WS-TOT-DEBITS - WS-TOT-ELIM-DEBITS
           MOVE WS-CONSOL-LINE TO CONSOLIDATION-REPORT-RECORD
           WRITE CONSOLIDATION-REPORT-RECORD

           MOVE SPACES TO CONSOLIDATION-REPORT-RECORD
           WRITE CONSOLIDATION-REPORT-RECORD
           MOVE "CONSOLIDATED BALANCES BY INSTITUTION"
               TO CONSOLIDATION-REPORT-RECORD
           WRITE CONSOLIDATION-REPORT-RECORD
           MOVE SPACES TO CONSOLIDATION-REPORT-RECORD
           STRING "INST             DEPOSITS"
               "             DUE-FROM"
               "               DUE-TO"
               "        ELIM DUE-FROM"
               "          ELIM DUE-TO"
               "         CONSOLIDATED"
               DELIMITED BY SIZE
               INTO CONSOLIDATION-REPORT-RECORD
           WRITE CONSOLIDATION-REPORT-RECORD

           MOVE 1 TO WS-INST-INDEX
           PERFORM WRITE-INSTITUTION-BALANCE
               UNTIL WS-INST-INDEX > WS-INST-COUNT

      * Consolidated, the due-to and due-from balances are gone
           MOVE SPACES TO WS-CONSOL-LINE
           MOVE "ALL" TO CL-INSTITUTION
           MOVE WS-TOT-DEPOSITS TO CL-AMOUNT (1)
           MOVE WS-TOT-DUE-FROM TO CL-AMOUNT (2)
           MOVE WS-TOT-DUE-TO TO CL-AMOUNT (3)
           COMPUTE CL-AMOUNT (4) = 0 - WS-TOT-DUE-FROM
           COMPUTE CL-AMOUNT (5) = 0 - WS-TOT-DUE-TO
           MOVE WS-TOT-DEPOSITS TO CL-AMOUNT (6)
           MOVE WS-CONSOL-LINE TO CONSOLIDATION-REPORT-RECORD
           WRITE CONSOLIDATION-REPORT-RECORD

           PERFORM PROVE-INTERCOMPANY-NET.

       WRITE-INSTITUTION-ACTIVITY.
      * Consolidated activity is the charter's own less the
      * intercompany transfers eliminated on each side
           MOVE SPACES TO WS-CONSOL-LINE
           MOVE WS-IN-CODE (WS-INST-INDEX) TO CL-INSTITUTION
           MOVE WS-IN-CREDITS (WS-INST-INDEX) TO CL-AMOUNT (1)
           MOVE WS-IN-DEBITS (WS-INST-INDEX) TO CL-AMOUNT (2)
           COMPUTE CL-AMOUNT (3) =
               0 - WS-IN-ELIM-CREDITS (WS-INST-INDEX)
           COMPUTE CL-AMOUNT (4) =
               0 - WS-IN-ELIM-DEBITS (WS-INST-INDEX)
           COMPUTE CL-AMOUNT (5) =
               WS-IN-CREDITS (WS-INST-INDEX)
               - WS-IN-ELIM-CREDITS (WS-INST-INDEX)
           COMPUTE CL-AMOUNT (6) =
               WS-IN-DEBITS (WS-INST-INDEX)
               - WS-IN-ELIM-DEBITS (WS-INST-INDEX)
           MOVE WS-CONSOL-LINE TO CONSOLIDATION-REPORT-RECORD
           WRITE CONSOLIDATION-REPORT-RECORD

           ADD WS-IN-CREDITS (WS-INST-INDEX) TO WS-TOT-CREDITS
           ADD WS-IN-DEBITS (WS-INST-INDEX) TO WS-TOT-DEBITS
           ADD WS-IN-ELIM-CREDITS (WS-INST-INDEX)
               TO WS-TOT-ELIM-CREDITS
           ADD WS-IN-ELIM-DEBITS (WS-INST-INDEX)
               TO WS-TOT-ELIM-DEBITS
           ADD 1 TO WS-INST-INDEX.

       WRITE-INSTITUTION-BALANCE.
      * Customer deposits stand as they are; only the intercompany
      * due-from and due-to balances are eliminated
           MOVE SPACES TO WS-CONSOL-LINE
           MOVE WS-IN-CODE (WS-INST-INDEX) TO CL-INSTITUTION
           MOVE WS-IN-DEPOSITS (WS-INST-INDEX) TO CL-AMOUNT (1)
           MOVE WS-IN-DUE-FROM (WS-INST-INDEX) TO CL-AMOUNT (2)
           MOVE WS-IN-DUE-TO (WS-INST-INDEX) TO CL-AMOUNT (3)
           COMPUTE CL-AMOUNT (4) =
               0 - WS-IN-DUE-FROM (WS-INST-INDEX)
           COMPUTE CL-AMOUNT (5) =
               0 - WS-IN-DUE-TO (WS-INST-INDEX)
           MOVE WS-IN-DEPOSITS (WS-INST-INDEX) TO CL-AMOUNT (6)
           MOVE WS-CONSOL-LINE TO CONSOLIDATION-REPORT-RECORD
           WRITE CONSOLIDATION-REPORT-RECORD

           ADD WS-IN-DUE-FROM (WS-INST-INDEX) TO WS-TOT-DUE-FROM
           ADD WS-IN-DUE-TO (WS-INST-INDEX) TO WS-TOT-DUE-TO
           ADD 1 TO WS-INST-INDEX.

       PROVE-INTERCOMPANY-NET.
      * Every due-to on one charter's books is a due-from on
      * another's, and every eliminated withdrawal a deposit, so
      * both must net to zero across the group
           MOVE SPACES TO CONSOLIDATION-REPORT-RECORD
           WRITE CONSOLIDATION-REPORT-RECORD

           IF WS-TOT-DUE-FROM = WS-TOT-DUE-TO
               MOVE "INTERCOMPANY POSITIONS NET TO ZERO"
                   TO WS-PROOF-RESULT
           ELSE
               MOVE "INTERCOMPANY POSITIONS OUT OF BALANCE"
                   TO WS-PROOF-RESULT
               SET ERR-BATCH-IMBALANCE TO TRUE
               MOVE "INTERCOMPANY DUE-TO/DUE-FROM DO NOT NET TO ZERO"
                   TO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF
           MOVE WS-TOT-DUE-FROM TO WS-EDIT-POSITION
           MOVE WS-TOT-DUE-TO TO WS-EDIT-MOVEMENT
           MOVE SPACES TO CONSOLIDATION-REPORT-RECORD
           STRING "PROOF: DUE-FROM " WS-EDIT-POSITION
               " DUE-TO " WS-EDIT-MOVEMENT
               " " WS-PROOF-RESULT
               DELIMITED BY SIZE
               INTO CONSOLIDATION-REPORT-RECORD
           WRITE CONSOLIDATION-REPORT-RECORD

           IF WS-TOT-ELIM-CREDITS = WS-TOT-ELIM-DEBITS
               MOVE "ELIMINATIONS NET TO ZERO"
                   TO WS-PROOF-RESULT
           ELSE
               MOVE "ELIMINATIONS OUT OF BALANCE"
                   TO WS-PROOF-RESULT
               SET ERR-BATCH-IMBALANCE TO TRUE
               MOVE "INTERCOMPANY ACTIVITY ELIMINATIONS DO NOT NET"
                   TO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF
           MOVE WS-TOT-ELIM-CREDITS TO WS-EDIT-POSITION
           MOVE WS-TOT-ELIM-DEBITS TO WS-EDIT-MOVEMENT
           MOVE SPACES TO CONSOLIDATION-REPORT-RECORD
           STRING "PROOF: ELIM CREDITS " WS-EDIT-POSITION
               " ELIM DEBITS " WS-EDIT-MOVEMENT
               " " WS-PROOF-RESULT
               DELIMITED BY SIZE
               INTO CONSOLIDATION-REPORT-RECORD
           WRITE CONSOLIDATION-REPORT-RECORD.

       COMMIT-ELIMINATION-BATCH.
      * Commit the new positions in one unit of work, so
      * DB-DISCONNECT below doesn't roll them back
           EXEC SQL
               COMMIT WORK
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error committing positions - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       GENERATE-SUMMARY-REPORT.
           DISPLAY "INTERCOMPANY ELIMINATION SUMMARY"
           DISPLAY "Transfers Netted: " WS-TRANSFERS-NETTED
           DISPLAY "Pairs Open:       " WS-PAIRS-OPEN
           DISPLAY "Journal Pairs:    " WS-JOURNAL-PAIRS
           DISPLAY "Institutions:     " WS-INST-COUNT.

       CLEANUP-ROUTINE.
      * Flip this job to COMPLETE on the job control table so
      * downstream predecessor checks open up
           PERFORM DB-REGISTER-JOB-COMPLETE

      * Disconnect from DB2 database
           PERFORM DB-DISCONNECT

           CLOSE RUN-PARAM-FILE
                 INTERCOMPANY-GL-FILE
                 CONSOLIDATION-REPORT-FILE
                 ERROR-LOG-FILE

           DISPLAY "INTERCOMPANY ELIMINATION COMPLETE".

       ABNORMAL-TERMINATION.
      * Handle critical errors
           DISPLAY "CRITICAL ERROR: SYSTEM TERMINATING"
           MOVE "SYSTEM TERMINATED DUE TO CRITICAL ERROR"
             TO ER-ERROR-MESSAGE
           WRITE ERROR-RECORD
           STOP RUN.

       LOG-ERROR-WITH-CODE.
      * Copy current timestamp to error record
           MOVE WS-CURRENT-DATE-FIELDS TO ER-TIMESTAMP

      * Add error code and message
           MOVE WS-ERROR-CODE TO ER-ERROR-CODE
           MOVE SPACES TO ER-CUSTOMER-ID
           MOVE WS-ERROR-MESSAGE-PARAM TO ER-ERROR-MESSAGE

      * Write to error log
           WRITE ERROR-RECORD

      * Mirror the record onto the shared operations log table
           MOVE ER-CUSTOMER-ID TO OPS-CUSTOMER-ID
           PERFORM DB-WRITE-OPERATIONS-LOG.

       DB-GET-GL-MAPPING.
      * The chart accounts for the mapping type, preferring the
      * institution's branch row over the '****' default
           EXEC SQL
               SELECT DEBIT_ACCOUNT, CREDIT_ACCOUNT
               INTO :SQL-GC-DEBIT-ACCOUNT, :SQL-GC-CREDIT-ACCOUNT
               FROM GL_CHART_TABLE
               WHERE TRANSACTION_TYPE = :WS-GL-LEG-TYPE
               AND BRANCH_CODE = :WS-GL-BRANCH
           END-EXEC

           IF SQLCODE = 100
               EXEC SQL
                   SELECT DEBIT_ACCOUNT, CREDIT_ACCOUNT
                   INTO :SQL-GC-DEBIT-ACCOUNT, :SQL-GC-CREDIT-ACCOUNT
                   FROM GL_CHART_TABLE
                   WHERE TRANSACTION_TYPE = :WS-GL-LEG-TYPE
                   AND BRANCH_CODE = '****'
               END-EXEC
           END-IF

           IF SQLCODE = 0
               MOVE SQL-GC-DEBIT-ACCOUNT TO WS-GL-DEBIT-ACCOUNT
               MOVE SQL-GC-CREDIT-ACCOUNT TO WS-GL-CREDIT-ACCOUNT
           ELSE
               MOVE "UNMAPPED" TO WS-GL-DEBIT-ACCOUNT
               MOVE "UNMAPPED" TO WS-GL-CREDIT-ACCOUNT
           END-IF.

       DB-CONNECT.
      * Connect to DB2 database using configuration parameters
           EXEC SQL
               CONNECT TO :DB-NAME
               USER :DB-USER
               USING :DB-PASSWORD
           END-EXEC

           IF SQLCODE = 0
               SET DB-CONNECTION-OK TO TRUE
               DISPLAY "Successfully connected to DB2 database"
           ELSE
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "DB Connection Error - SQLCODE: " SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
               PERFORM ABNORMAL-TERMINATION
           END-IF.

       DB-DISCONNECT.
      * Disconnect from DB2 database
           EXEC SQL
               DISCONNECT
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "DB Disconnect Error - SQLCODE: " SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

           COPY "dbconfig_loader.cpy".

           COPY "jobcontrol.cpy".

           COPY "opslog.cpy".
