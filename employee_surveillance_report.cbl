      *================================================================*
      * Employee Surveillance Report                                   *
      * Watches staff activity on their own and related accounts.     *
      * Every transaction an operator keyed - override, correction,   *
      * reversal or fee waiver included - against an account owned by *
      * a customer the operator is linked to on EMPLOYEE_RELATION_    *
      * TABLE is listed, as is every account or customer maintenance  *
      * change they made to such an account.  A third section sets    *
      * each operator's override volume beside their branch peers'    *
      * and flags the ones running well above the branch.             *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPLOYEE-SURVEILLANCE-REPORT.
       DATE-WRITTEN. 2026-10-15.
       AUTHOR. Updated 2026-10-15 for DB2 Integration.
       REMARKS. EMPLOYEE AND INSIDER ACCOUNT ACTIVITY SURVEILLANCE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Configuration file containing DB2 connection parameters
           SELECT CONFIG-FILE
               ASSIGN TO "DB2CONFIG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-FILE-STATUS.

      * Optional run parameter file - business date override
           SELECT RUN-PARAM-FILE
               ASSIGN TO "RUNPARAM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-PARAM-FILE-STATUS.

           SELECT SURVEILLANCE-REPORT-FILE
               ASSIGN TO "EMPSURVRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SURV-REPORT-STATUS.

           SELECT ERROR-LOG-FILE
               ASSIGN TO "EMPSURVERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERROR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * Run Parameter File Record Structure - only the business date
      * is used here; the remaining fields belong to the processor
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

      * Surveillance Report Record
       FD  SURVEILLANCE-REPORT-FILE.
       01  SURVEILLANCE-REPORT-RECORD PIC X(150).

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
           05  WS-SURV-REPORT-STATUS      PIC XX.
           05  WS-ERROR-FILE-STATUS       PIC XX.

      * Error Code Management
       01  WS-ERROR-CODES.
           05  WS-ERROR-CODE              PIC 9(4).
               88  ERR-NONE               VALUE 0000.
               88  ERR-TABLE-FULL         VALUE 2010.
               88  ERR-FILE-ACCESS        VALUE 3001.
               88  ERR-SYSTEM-ERROR       VALUE 9999.
           05  WS-ERROR-MESSAGE-PARAM     PIC X(80).

      * Surveillance rules - compiled defaults, overridden by the
      * business parameter table.  An operator's override count is
      * unusual at SURV-OVERRIDE-PCT percent of the average of the
      * other operators at the branch, once it reaches the minimum.
       01  WS-SURVEILLANCE-RULES.
           05  WS-WINDOW-DAYS             PIC 9(3) VALUE 30.
           05  WS-OVERRIDE-PCT            PIC 9(5) VALUE 200.
           05  WS-OVERRIDE-MIN            PIC 9(5) VALUE 5.

      * The related-party hit or maintenance change being listed
       01  WS-SURVEILLANCE-ROW.
           05  WS-SV-OPERATOR-ID          PIC X(8).
           05  WS-SV-RELATED-CUSTOMER     PIC X(10).
           05  WS-SV-RELATION-CODE        PIC X.
           05  WS-SV-RELATION-LABEL       PIC X(11).
           05  WS-SV-ITEM-LABEL           PIC X(15).
           05  WS-SV-CHANGE-TABLE         PIC X(18).
           05  WS-SV-CHANGE-KEY           PIC X(10).
           05  WS-SV-CHANGE-FIELD         PIC X(18).
           05  WS-SV-OLD-VALUE            PIC X(40).
           05  WS-SV-NEW-VALUE            PIC X(40).
           05  WS-SV-CHANGE-DATE          PIC X(10).
           05  WS-AMOUNT-DISPLAY          PIC Z(8)9.99-.

      * Override volume by operator, one branch at a time
       01  WS-PEER-AREA.
           05  WS-PEER-BRANCH             PIC X(4).
           05  WS-PEER-COUNT              PIC 9(4) COMP VALUE ZERO.
           05  WS-PEER-MAX                PIC 9(4) COMP VALUE 200.
           05  WS-PEER-IX                 PIC 9(4) COMP.
           05  WS-PEER-BRANCH-OVERRIDES   PIC 9(9) COMP.
           05  WS-PEER-AVERAGE            PIC 9(7)V99.
           05  WS-PEER-AVERAGE-DISPLAY    PIC Z(6)9.99.
           05  WS-PEER-FLAG               PIC X(7).
           05  WS-PEER-TXN-DISPLAY        PIC Z(8)9.
           05  WS-PEER-OVR-DISPLAY        PIC Z(8)9.
           05  WS-PEER-ENTRY OCCURS 200 TIMES.
               10  WS-PEER-OPERATOR       PIC X(8).
               10  WS-PEER-TXNS           PIC 9(9) COMP.
               10  WS-PEER-OVERRIDES      PIC 9(9) COMP.

      * Host fields for the override volume cursor
       01  WS-VOLUME-ROW.
           05  WS-VL-BRANCH               PIC X(4).
           05  WS-VL-OPERATOR             PIC X(8).
           05  WS-VL-TXNS                 PIC S9(9) COMP.
           05  WS-VL-OVERRIDES            PIC S9(9) COMP.

      * Processing Statistics
       01  WS-PROCESSING-STATS.
           05  WS-RELATED-ITEMS           PIC 9(7) VALUE ZERO.
           05  WS-RELATED-OVERRIDES       PIC 9(7) VALUE ZERO.
           05  WS-RELATED-CORRECTIONS     PIC 9(7) VALUE ZERO.
           05  WS-RELATED-REVERSALS       PIC 9(7) VALUE ZERO.
           05  WS-RELATED-CHANGES         PIC 9(7) VALUE ZERO.
           05  WS-OPERATORS-COMPARED      PIC 9(7) VALUE ZERO.
           05  WS-OPERATORS-UNUSUAL       PIC 9(7) VALUE ZERO.

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

       01  WS-SQL-DATE-AREA.
           05  WS-SQL-CURRENT-DATE    PIC X(10).

       PROCEDURE DIVISION.
       DECLARATIVES.
       FILE-ERROR-HANDLER SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON
               SURVEILLANCE-REPORT-FILE
               ERROR-LOG-FILE.

           DISPLAY "FILE PROCESSING ERROR DETECTED"
           PERFORM ABNORMAL-TERMINATION.
       END DECLARATIVES.

       MAIN-PROCESSING SECTION.
       MAIN-PROCESSING-ROUTINE.
           PERFORM INITIALIZATION-ROUTINE
           PERFORM LIST-RELATED-TRANSACTIONS
           PERFORM LIST-RELATED-CHANGES
           PERFORM LIST-OVERRIDE-VOLUMES
           PERFORM COMMIT-SURVEILLANCE-REPORT
           PERFORM GENERATE-SUMMARY-REPORT
           PERFORM CLEANUP-ROUTINE
           STOP RUN.

       INITIALIZATION-ROUTINE.
      * Open the surveillance report and error log files
           OPEN OUTPUT SURVEILLANCE-REPORT-FILE
                OUTPUT ERROR-LOG-FILE

           IF WS-SURV-REPORT-STATUS NOT = "00"
              DISPLAY "ERROR OPENING SURVEILLANCE REPORT FILE"
              PERFORM ABNORMAL-TERMINATION
           END-IF

           IF WS-ERROR-FILE-STATUS NOT = "00"
              DISPLAY "ERROR OPENING ERROR LOG FILE"
              PERFORM ABNORMAL-TERMINATION
           END-IF

      * Get current system date and time
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS

      * A supplied RUNPARAM business date overrides the system date
           OPEN INPUT RUN-PARAM-FILE
           IF WS-RUN-PARAM-FILE-STATUS = "00"
               READ RUN-PARAM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PM-BUS-YEAR NOT = ZERO
                           MOVE PM-BUSINESS-DATE TO WS-CURRENT-DATE
                       END-IF
               END-READ
               CLOSE RUN-PARAM-FILE
           END-IF

           DISPLAY "EMPLOYEE SURVEILLANCE REPORT"
           DISPLAY "DATE: " WS-YEAR "-" WS-MONTH "-" WS-DAY
           DISPLAY "TIME: " WS-HOUR ":" WS-MINUTE ":" WS-SECOND

           MOVE SPACES TO WS-SQL-CURRENT-DATE
           STRING WS-YEAR "-" WS-MONTH "-" WS-DAY
               DELIMITED BY SIZE
               INTO WS-SQL-CURRENT-DATE

      * Load database configuration from external file
           PERFORM LOAD-DATABASE-CONFIG

      * Connect to DB2 database
           PERFORM DB-CONNECT

      * The day's postings must be on the transaction table first
           MOVE "EMPLOYEE-SURVEILLANCE-REPORT" TO JC-PROGRAM-ID
           MOVE "BANKING-TRANSACTION-PROCESSOR" TO JC-PREDECESSOR-ID
           PERFORM DB-CHECK-JOB-PREDECESSOR
           PERFORM DB-REGISTER-JOB-START

           MOVE "SURV-WINDOW-DAYS" TO BP-PARAM-NAME
           PERFORM DB-GET-BUSINESS-PARAMETER
           IF BP-PARAM-FOUND
               MOVE SQL-BP-PARAM-VALUE TO WS-WINDOW-DAYS
           END-IF

           MOVE "SURV-OVERRIDE-PCT" TO BP-PARAM-NAME
           PERFORM DB-GET-BUSINESS-PARAMETER
           IF BP-PARAM-FOUND
               MOVE SQL-BP-PARAM-VALUE TO WS-OVERRIDE-PCT
           END-IF

           MOVE "SURV-OVERRIDE-MIN" TO BP-PARAM-NAME
           PERFORM DB-GET-BUSINESS-PARAMETER
           IF BP-PARAM-FOUND
               MOVE SQL-BP-PARAM-VALUE TO WS-OVERRIDE-MIN
           END-IF

           MOVE SPACES TO SURVEILLANCE-REPORT-RECORD
           STRING "EMPLOYEE SURVEILLANCE REPORT " WS-SQL-CURRENT-DATE
               " - LAST " WS-WINDOW-DAYS " DAYS"
               DELIMITED BY SIZE
               INTO SURVEILLANCE-REPORT-RECORD
           WRITE SURVEILLANCE-REPORT-RECORD.

       LIST-RELATED-TRANSACTIONS.
      * Section 1 - items an operator keyed against an account
      * owned by themselves or a declared related party
           MOVE SPACES TO SURVEILLANCE-REPORT-RECORD
           WRITE SURVEILLANCE-REPORT-RECORD
           MOVE "OWN AND RELATED-PARTY ACCOUNT ACTIVITY"
               TO SURVEILLANCE-REPORT-RECORD
           WRITE SURVEILLANCE-REPORT-RECORD

           SET NOT-END-OF-FILE TO TRUE
           PERFORM DB-OPEN-RELATED-TXN-CURSOR
           PERFORM LIST-NEXT-RELATED-TXN
               UNTIL END-OF-FILE
           PERFORM DB-CLOSE-RELATED-TXN-CURSOR.

       LIST-NEXT-RELATED-TXN.
           PERFORM DB-FETCH-RELATED-TXN

           IF NOT-END-OF-FILE
               ADD 1 TO WS-RELATED-ITEMS
               PERFORM LABEL-RELATION

      * A correction or reversal says so whether or not it also
      * carried a supervisor override; anything else with an
      * override code is an override
               EVALUATE TRUE
                   WHEN SQL-TR-TRANSACTION-TYPE = 'C'
                       ADD 1 TO WS-RELATED-CORRECTIONS
                       MOVE "CORRECTION" TO WS-SV-ITEM-LABEL
                   WHEN SQL-TR-TRANSACTION-TYPE = 'R'
                       ADD 1 TO WS-RELATED-REVERSALS
                       MOVE "REVERSAL/WAIVER" TO WS-SV-ITEM-LABEL
                   WHEN SQL-TR-OVERRIDE-CODE NOT = SPACES
                       ADD 1 TO WS-RELATED-OVERRIDES
                       MOVE "OVERRIDE" TO WS-SV-ITEM-LABEL
                   WHEN OTHER
                       MOVE "TRANSACTION" TO WS-SV-ITEM-LABEL
               END-EVALUATE

               MOVE SQL-TR-AMOUNT TO WS-AMOUNT-DISPLAY

               MOVE SPACES TO SURVEILLANCE-REPORT-RECORD
               STRING "OPERATOR " WS-SV-OPERATOR-ID
                   " " WS-SV-RELATION-LABEL
                   " " WS-SV-RELATED-CUSTOMER
                   " " WS-SV-ITEM-LABEL
                   " TYPE " SQL-TR-TRANSACTION-TYPE
                   " " SQL-TR-CREATION-DATE
                   " ACCT " SQL-TR-ACCOUNT-NUMBER
                   " TGT " SQL-TR-TARGET-ACCOUNT
                   " AMT " WS-AMOUNT-DISPLAY
                   " OVR " SQL-TR-OVERRIDE-CODE
                   " REF " SQL-TR-REFERENCE-ID
                   DELIMITED BY SIZE
                   INTO SURVEILLANCE-REPORT-RECORD
               WRITE SURVEILLANCE-REPORT-RECORD
           END-IF.

       LIST-RELATED-CHANGES.
      * Section 2 - account and customer maintenance an operator
      * applied to their own or a related party's records
           MOVE SPACES TO SURVEILLANCE-REPORT-RECORD
           WRITE SURVEILLANCE-REPORT-RECORD
           MOVE "OWN AND RELATED-PARTY MAINTENANCE CHANGES"
               TO SURVEILLANCE-REPORT-RECORD
           WRITE SURVEILLANCE-REPORT-RECORD

           SET NOT-END-OF-FILE TO TRUE
           PERFORM DB-OPEN-RELATED-CHG-CURSOR
           PERFORM LIST-NEXT-RELATED-CHANGE
               UNTIL END-OF-FILE
           PERFORM DB-CLOSE-RELATED-CHG-CURSOR.

       LIST-NEXT-RELATED-CHANGE.
           PERFORM DB-FETCH-RELATED-CHANGE

           IF NOT-END-OF-FILE
               ADD 1 TO WS-RELATED-CHANGES
               PERFORM LABEL-RELATION

               MOVE SPACES TO SURVEILLANCE-REPORT-RECORD
               STRING "OPERATOR " WS-SV-OPERATOR-ID
                   " " WS-SV-RELATION-LABEL
                   " " WS-SV-RELATED-CUSTOMER
                   " MAINTENANCE " WS-SV-CHANGE-DATE
                   " " WS-SV-CHANGE-TABLE
                   " " WS-SV-CHANGE-KEY
                   " " WS-SV-CHANGE-FIELD
                   " FROM " WS-SV-OLD-VALUE (1:20)
                   " TO " WS-SV-NEW-VALUE (1:20)
                   DELIMITED BY SIZE
                   INTO SURVEILLANCE-REPORT-RECORD
               WRITE SURVEILLANCE-REPORT-RECORD
           END-IF.

       LABEL-RELATION.
           EVALUATE WS-SV-RELATION-CODE
               WHEN 'S'
                   MOVE "OWN ACCOUNT" TO WS-SV-RELATION-LABEL
               WHEN 'F'
                   MOVE "FAMILY" TO WS-SV-RELATION-LABEL
               WHEN 'B'
                   MOVE "BUSINESS" TO WS-SV-RELATION-LABEL
               WHEN OTHER
                   MOVE "RELATED" TO WS-SV-RELATION-LABEL
           END-EVALUATE.

       LIST-OVERRIDE-VOLUMES.
      * Section 3 - each operator's override count beside the
      * average of the other operators at the same branch
           MOVE SPACES TO SURVEILLANCE-REPORT-RECORD
           WRITE SURVEILLANCE-REPORT-RECORD
           MOVE "OVERRIDE VOLUME AGAINST BRANCH PEERS"
               TO SURVEILLANCE-REPORT-RECORD
           WRITE SURVEILLANCE-REPORT-RECORD

           MOVE SPACES TO WS-PEER-BRANCH
           MOVE ZERO TO WS-PEER-COUNT
           SET NOT-END-OF-FILE TO TRUE
           PERFORM DB-OPEN-VOLUME-CURSOR
           PERFORM LOAD-NEXT-OPERATOR-VOLUME
               UNTIL END-OF-FILE
           PERFORM CLOSE-BRANCH-PEERS
           PERFORM DB-CLOSE-VOLUME-CURSOR.

       LOAD-NEXT-OPERATOR-VOLUME.
           PERFORM DB-FETCH-OPERATOR-VOLUME

           IF NOT-END-OF-FILE
               IF WS-VL-BRANCH NOT = WS-PEER-BRANCH
                   PERFORM CLOSE-BRANCH-PEERS
                   MOVE WS-VL-BRANCH TO WS-PEER-BRANCH
               END-IF

               IF WS-PEER-COUNT < WS-PEER-MAX
                   ADD 1 TO WS-PEER-COUNT
                   MOVE WS-VL-OPERATOR
                       TO WS-PEER-OPERATOR (WS-PEER-COUNT)
                   MOVE WS-VL-TXNS TO WS-PEER-TXNS (WS-PEER-COUNT)
                   MOVE WS-VL-OVERRIDES
                       TO WS-PEER-OVERRIDES (WS-PEER-COUNT)
               ELSE
                   SET ERR-TABLE-FULL TO TRUE
                   MOVE SPACES TO WS-ERROR-MESSAGE-PARAM
                   STRING "BRANCH " WS-VL-BRANCH
                       " HAS MORE OPERATORS THAN THE PEER TABLE - "
                       WS-VL-OPERATOR " NOT COMPARED"
                       DELIMITED BY SIZE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
               END-IF
           END-IF.

       CLOSE-BRANCH-PEERS.
      * The branch is complete - total its overrides, then measure
      * each operator against the rest
           IF WS-PEER-COUNT > ZERO
               MOVE ZERO TO WS-PEER-BRANCH-OVERRIDES
               PERFORM ADD-PEER-OVERRIDES
                   VARYING WS-PEER-IX FROM 1 BY 1
                   UNTIL WS-PEER-IX > WS-PEER-COUNT
               PERFORM REPORT-PEER-OPERATOR
                   VARYING WS-PEER-IX FROM 1 BY 1
                   UNTIL WS-PEER-IX > WS-PEER-COUNT
               MOVE ZERO TO WS-PEER-COUNT
           END-IF.

       ADD-PEER-OVERRIDES.
           ADD WS-PEER-OVERRIDES (WS-PEER-IX)
               TO WS-PEER-BRANCH-OVERRIDES.

       REPORT-PEER-OPERATOR.
           ADD 1 TO WS-OPERATORS-COMPARED

      * A lone operator at a branch has no peers to measure against
           IF WS-PEER-COUNT > 1
               COMPUTE WS-PEER-AVERAGE ROUNDED =
                   (WS-PEER-BRANCH-OVERRIDES
                    - WS-PEER-OVERRIDES (WS-PEER-IX))
                   / (WS-PEER-COUNT - 1)
           ELSE
               MOVE ZERO TO WS-PEER-AVERAGE
           END-IF

           MOVE SPACES TO WS-PEER-FLAG
           IF WS-PEER-COUNT > 1
              AND WS-PEER-OVERRIDES (WS-PEER-IX) >= WS-OVERRIDE-MIN
              AND WS-PEER-OVERRIDES (WS-PEER-IX) * 100 >
                  WS-PEER-AVERAGE * WS-OVERRIDE-PCT
               MOVE "UNUSUAL" TO WS-PEER-FLAG
               ADD 1 TO WS-OPERATORS-UNUSUAL
           END-IF

           MOVE WS-PEER-TXNS (WS-PEER-IX) TO WS-PEER-TXN-DISPLAY
           MOVE WS-PEER-OVERRIDES (WS-PEER-IX) TO WS-PEER-OVR-DISPLAY
           MOVE WS-PEER-AVERAGE TO WS-PEER-AVERAGE-DISPLAY

           MOVE SPACES TO SURVEILLANCE-REPORT-RECORD
           STRING "BRANCH " WS-PEER-BRANCH
               " OPERATOR " WS-PEER-OPERATOR (WS-PEER-IX)
               " ITEMS " WS-PEER-TXN-DISPLAY
               " OVERRIDES " WS-PEER-OVR-DISPLAY
               " PEER AVERAGE " WS-PEER-AVERAGE-DISPLAY
               " " WS-PEER-FLAG
               DELIMITED BY SIZE
               INTO SURVEILLANCE-REPORT-RECORD
           WRITE SURVEILLANCE-REPORT-RECORD.

       COMMIT-SURVEILLANCE-REPORT.
      * Commit any operations log rows written during the run
           EXEC SQL
               COMMIT WORK
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error committing surveillance - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       GENERATE-SUMMARY-REPORT.
           DISPLAY "EMPLOYEE SURVEILLANCE SUMMARY"
           DISPLAY "Related Items:       " WS-RELATED-ITEMS
           DISPLAY "  Overrides:         " WS-RELATED-OVERRIDES
           DISPLAY "  Corrections:       " WS-RELATED-CORRECTIONS
           DISPLAY "  Reversals/Waivers: " WS-RELATED-REVERSALS
           DISPLAY "Related Changes:     " WS-RELATED-CHANGES
           DISPLAY "Operators Compared:  " WS-OPERATORS-COMPARED
           DISPLAY "Operators Unusual:   " WS-OPERATORS-UNUSUAL

           MOVE SPACES TO SURVEILLANCE-REPORT-RECORD
           WRITE SURVEILLANCE-REPORT-RECORD
           MOVE SPACES TO SURVEILLANCE-REPORT-RECORD
           STRING "TOTALS RELATED ITEMS " WS-RELATED-ITEMS
               " RELATED CHANGES " WS-RELATED-CHANGES
               " OPERATORS COMPARED " WS-OPERATORS-COMPARED
               " UNUSUAL " WS-OPERATORS-UNUSUAL
               DELIMITED BY SIZE
               INTO SURVEILLANCE-REPORT-RECORD
           WRITE SURVEILLANCE-REPORT-RECORD.

       CLEANUP-ROUTINE.
      * Flip this job to COMPLETE on the job control table so
      * downstream predecessor checks open up
           PERFORM DB-REGISTER-JOB-COMPLETE

      * Disconnect from DB2 database
           PERFORM DB-DISCONNECT

           CLOSE SURVEILLANCE-REPORT-FILE
                 ERROR-LOG-FILE

           DISPLAY "EMPLOYEE SURVEILLANCE REPORT COMPLETE".

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
           MOVE WS-SV-RELATED-CUSTOMER TO ER-CUSTOMER-ID
           MOVE WS-ERROR-MESSAGE-PARAM TO ER-ERROR-MESSAGE

      * Write to error log
           WRITE ERROR-RECORD

      * Mirror the record onto the shared operations log table
           MOVE ER-CUSTOMER-ID TO OPS-CUSTOMER-ID
           PERFORM DB-WRITE-OPERATIONS-LOG.

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

       DB-OPEN-RELATED-TXN-CURSOR.
      * The operator's item touched a related customer when that
      * customer submitted it, or owns the account it posted to or
      * the account it moved money to
           EXEC SQL
               DECLARE SURV_RELATED_TXN_CURSOR CURSOR FOR
               SELECT T.OPERATOR_ID, ER.CUSTOMER_ID,
                      ER.RELATION_CODE, T.TRANSACTION_TYPE,
                      T.AMOUNT, COALESCE(T.ACCOUNT_NUMBER, ' '),
                      COALESCE(T.TARGET_ACCOUNT, ' '),
                      COALESCE(T.OVERRIDE_CODE, ' '),
                      COALESCE(T.REFERENCE_ID, ' '),
                      CHAR(T.CREATION_DATE, ISO)
               FROM TRANSACTION_TABLE T,
                    EMPLOYEE_RELATION_TABLE ER
               WHERE T.OPERATOR_ID = ER.OPERATOR_ID
               AND ER.RELATION_STATUS = 'ACTIVE'
               AND T.CREATION_DATE BETWEEN
                   DATE(:WS-SQL-CURRENT-DATE) - :WS-WINDOW-DAYS DAYS
                   AND DATE(:WS-SQL-CURRENT-DATE)
               AND (T.CUSTOMER_ID = ER.CUSTOMER_ID
                    OR EXISTS
                       (SELECT 1 FROM CUSTOMER_ACCOUNT_TABLE CA
                        WHERE CA.CUSTOMER_ID = ER.CUSTOMER_ID
                        AND (CA.ACCOUNT_NUMBER = T.ACCOUNT_NUMBER
                          OR CA.ACCOUNT_NUMBER = T.TARGET_ACCOUNT)))
               ORDER BY T.OPERATOR_ID, T.CREATION_DATE,
                        T.CREATION_TIME
           END-EXEC

           EXEC SQL
               OPEN SURV_RELATED_TXN_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error opening related item cursor - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
               SET END-OF-FILE TO TRUE
           END-IF.

       DB-FETCH-RELATED-TXN.
           EXEC SQL
               FETCH SURV_RELATED_TXN_CURSOR INTO
               :WS-SV-OPERATOR-ID,
               :WS-SV-RELATED-CUSTOMER,
               :WS-SV-RELATION-CODE,
               :SQL-TR-TRANSACTION-TYPE,
               :SQL-TR-AMOUNT,
               :SQL-TR-ACCOUNT-NUMBER,
               :SQL-TR-TARGET-ACCOUNT,
               :SQL-TR-OVERRIDE-CODE,
               :SQL-TR-REFERENCE-ID,
               :SQL-TR-CREATION-DATE
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   SET END-OF-FILE TO TRUE
               WHEN OTHER
                   MOVE SQLCODE TO WS-ERROR-CODE
                   STRING "Error fetching related item - SQLCODE: "
                       SQLCODE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
                   SET END-OF-FILE TO TRUE
           END-EVALUATE.

       DB-CLOSE-RELATED-TXN-CURSOR.
           EXEC SQL
               CLOSE SURV_RELATED_TXN_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error closing related item cursor - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       DB-OPEN-RELATED-CHG-CURSOR.
      * Change history is keyed by customer or by account; either
      * way the record belongs to the related customer
           EXEC SQL
               DECLARE SURV_RELATED_CHG_CURSOR CURSOR FOR
               SELECT CH.CHANGED_BY, ER.CUSTOMER_ID,
                      ER.RELATION_CODE, CH.TABLE_NAME,
                      CH.RECORD_KEY, CH.FIELD_NAME,
                      COALESCE(CH.OLD_VALUE, ' '),
                      COALESCE(CH.NEW_VALUE, ' '),
                      CHAR(CH.CHANGE_DATE, ISO)
               FROM CHANGE_HISTORY_TABLE CH,
                    EMPLOYEE_RELATION_TABLE ER
               WHERE CH.CHANGED_BY = ER.OPERATOR_ID
               AND ER.RELATION_STATUS = 'ACTIVE'
               AND CH.CHANGE_DATE BETWEEN
                   DATE(:WS-SQL-CURRENT-DATE) - :WS-WINDOW-DAYS DAYS
                   AND DATE(:WS-SQL-CURRENT-DATE)
               AND (CH.RECORD_KEY = ER.CUSTOMER_ID
                    OR EXISTS
                       (SELECT 1 FROM CUSTOMER_ACCOUNT_TABLE CA
                        WHERE CA.CUSTOMER_ID = ER.CUSTOMER_ID
                        AND CA.ACCOUNT_NUMBER = CH.RECORD_KEY))
               ORDER BY CH.CHANGED_BY, CH.CHANGE_DATE,
                        CH.CHANGE_TIME
           END-EXEC

           EXEC SQL
               OPEN SURV_RELATED_CHG_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error opening related change cursor - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
               SET END-OF-FILE TO TRUE
           END-IF.

       DB-FETCH-RELATED-CHANGE.
           EXEC SQL
               FETCH SURV_RELATED_CHG_CURSOR INTO
               :WS-SV-OPERATOR-ID,
               :WS-SV-RELATED-CUSTOMER,
               :WS-SV-RELATION-CODE,
               :WS-SV-CHANGE-TABLE,
               :WS-SV-CHANGE-KEY,
               :WS-SV-CHANGE-FIELD,
               :WS-SV-OLD-VALUE,
               :WS-SV-NEW-VALUE,
               :WS-SV-CHANGE-DATE
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   SET END-OF-FILE TO TRUE
               WHEN OTHER
                   MOVE SQLCODE TO WS-ERROR-CODE
                   STRING "Error fetching related change - SQLCODE: "
                       SQLCODE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
                   SET END-OF-FILE TO TRUE
           END-EVALUATE.

       DB-CLOSE-RELATED-CHG-CURSOR.
           EXEC SQL
               CLOSE SURV_RELATED_CHG_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error closing related change cursor - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       DB-OPEN-VOLUME-CURSOR.
      * An enrolled employee is measured against their home
      * branch; anyone else against the branch they posted at
           EXEC SQL
               DECLARE SURV_VOLUME_CURSOR CURSOR FOR
               SELECT COALESCE(E.HOME_BRANCH, T.BRANCH_CODE, '0000'),
                      T.OPERATOR_ID,
                      COUNT(*),
                      SUM(CASE WHEN COALESCE(T.OVERRIDE_CODE, ' ')
                                    <> ' '
                               THEN 1 ELSE 0 END)
               FROM TRANSACTION_TABLE T
               LEFT OUTER JOIN EMPLOYEE_TABLE E
                   ON E.OPERATOR_ID = T.OPERATOR_ID
               WHERE T.OPERATOR_ID <> ' '
               AND T.CREATION_DATE BETWEEN
                   DATE(:WS-SQL-CURRENT-DATE) - :WS-WINDOW-DAYS DAYS
                   AND DATE(:WS-SQL-CURRENT-DATE)
               GROUP BY COALESCE(E.HOME_BRANCH, T.BRANCH_CODE, '0000'),
                        T.OPERATOR_ID
               ORDER BY 1, 2
           END-EXEC

           EXEC SQL
               OPEN SURV_VOLUME_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error opening override volume cursor - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
               SET END-OF-FILE TO TRUE
           END-IF.

       DB-FETCH-OPERATOR-VOLUME.
           EXEC SQL
               FETCH SURV_VOLUME_CURSOR INTO
               :WS-VL-BRANCH,
               :WS-VL-OPERATOR,
               :WS-VL-TXNS,
               :WS-VL-OVERRIDES
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   SET END-OF-FILE TO TRUE
               WHEN OTHER
                   MOVE SQLCODE TO WS-ERROR-CODE
                   STRING "Error fetching override volume - SQLCODE: "
                       SQLCODE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
                   SET END-OF-FILE TO TRUE
           END-EVALUATE.

       DB-CLOSE-VOLUME-CURSOR.
           EXEC SQL
               CLOSE SURV_VOLUME_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error closing override volume cursor - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

           COPY "dbconfig_loader.cpy".

           COPY "jobcontrol.cpy".

           COPY "opslog.cpy".

           COPY "paramtable.cpy".
