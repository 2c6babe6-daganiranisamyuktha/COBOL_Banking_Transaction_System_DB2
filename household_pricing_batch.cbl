      *================================================================*
      * Household Relationship Pricing Batch                           *
      * Run monthly ahead of the service charge sweep.  Regroups every *
      * customer not linked by hand into households by mailing        *
      * address, then totals each household's deposit balances and    *
      * loan balances across every account any member owns - an       *
      * account two members share counts once - and places the        *
      * household in the highest relationship tier its combined       *
      * balance reaches.  The fee sweep and the interest accrual      *
      * price each account by that tier until next month's run.       *
      * Writes a tier distribution report.                            *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOUSEHOLD-PRICING-BATCH.
       DATE-WRITTEN. 2026-10-15.
       AUTHOR. Updated 2026-10-15 for DB2 Integration.
       REMARKS. MONTHLY HOUSEHOLD RELATIONSHIP PRICING BATCH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Configuration file containing DB2 connection parameters
           SELECT CONFIG-FILE
               ASSIGN TO "DB2CONFIG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-FILE-STATUS.

      * Tier distribution report
           SELECT PRICING-REPORT-FILE
               ASSIGN TO "HHPRICERPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRICING-REPORT-STATUS.

           SELECT ERROR-LOG-FILE
               ASSIGN TO "HHPRICEERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERROR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  PRICING-REPORT-FILE.
       01  PRICING-REPORT-RECORD      PIC X(130).

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
           05  WS-PRICING-REPORT-STATUS   PIC XX.
           05  WS-ERROR-FILE-STATUS       PIC XX.

      * Error Code Management
       01  WS-ERROR-CODES.
           05  WS-ERROR-CODE              PIC 9(4).
               88  ERR-NONE               VALUE 0000.
               88  ERR-FILE-ACCESS        VALUE 3001.
               88  ERR-SYSTEM-ERROR       VALUE 9999.
           05  WS-ERROR-MESSAGE-PARAM     PIC X(80).

      * Address Grouping Work Area - customers at the same street
      * address and five-digit postal code share a household, headed
      * by the lowest customer ID there; a customer with no street
      * address on file is a household alone
       01  WS-GROUPING-WORK.
           05  WS-HH-CUSTOMER-ID          PIC X(10).
           05  WS-HH-HEAD-ID              PIC X(10).
           05  WS-ADDRESS-KEY.
               10  WS-ADDR-LINE-1         PIC X(40).
               10  WS-ADDR-LINE-2         PIC X(40).
               10  WS-ADDR-ZIP            PIC X(5).
           05  WS-PREV-ADDRESS-KEY        PIC X(85).
           05  WS-PRICED-DATE             PIC X(10).

      * Tier Distribution Work Area
       01  WS-TIER-WORK.
           05  WS-TIER-LABEL              PIC X(18).
           05  WS-EDIT-HOUSEHOLDS         PIC ZZZ,ZZ9.
           05  WS-EDIT-DEPOSITS           PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  WS-EDIT-LOANS              PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

      * Processing Statistics
       01  WS-PROCESSING-STATS.
           05  WS-CUSTOMERS-GROUPED       PIC 9(7) COMP VALUE ZERO.
           05  WS-ADDRESS-HOUSEHOLDS      PIC 9(7) COMP VALUE ZERO.
           05  WS-HOUSEHOLDS-PRICED       PIC 9(7) COMP VALUE ZERO.
           05  WS-HOUSEHOLDS-TIERED       PIC 9(7) COMP VALUE ZERO.

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
               PRICING-REPORT-FILE
               ERROR-LOG-FILE.

           DISPLAY "FILE PROCESSING ERROR DETECTED"
           PERFORM ABNORMAL-TERMINATION.
       END DECLARATIVES.

       MAIN-PROCESSING SECTION.
       MAIN-PROCESSING-ROUTINE.
           PERFORM INITIALIZATION-ROUTINE
           PERFORM REGROUP-BY-ADDRESS
           PERFORM PRICE-HOUSEHOLDS
           PERFORM COMMIT-PRICING-BATCH
           PERFORM WRITE-TIER-DISTRIBUTION
           PERFORM GENERATE-SUMMARY-REPORT
           PERFORM CLEANUP-ROUTINE
           STOP RUN.

       INITIALIZATION-ROUTINE.
      * Open report and error log files
           OPEN OUTPUT PRICING-REPORT-FILE
                OUTPUT ERROR-LOG-FILE

           IF WS-PRICING-REPORT-STATUS NOT = "00"
              DISPLAY "ERROR OPENING PRICING REPORT FILE"
              PERFORM ABNORMAL-TERMINATION
           END-IF

           IF WS-ERROR-FILE-STATUS NOT = "00"
              DISPLAY "ERROR OPENING ERROR LOG FILE"
              PERFORM ABNORMAL-TERMINATION
           END-IF

      * Get current system date and time
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS

           DISPLAY "HOUSEHOLD PRICING BATCH"
           DISPLAY "DATE: " WS-YEAR "-" WS-MONTH "-" WS-DAY
           DISPLAY "TIME: " WS-HOUR ":" WS-MINUTE ":" WS-SECOND

           MOVE SPACES TO WS-PRICED-DATE
           STRING WS-YEAR "-" WS-MONTH "-" WS-DAY
               DELIMITED BY SIZE
               INTO WS-PRICED-DATE

           MOVE SPACES TO WS-HH-CUSTOMER-ID

      * Load database configuration from external file
           PERFORM LOAD-DATABASE-CONFIG

      * Connect to DB2 database
           PERFORM DB-CONNECT

      * Register this job on the job control table and refuse to
      * start ahead of its predecessor in the nightly stream
           MOVE "HOUSEHOLD-PRICING-BATCH" TO JC-PROGRAM-ID
           MOVE SPACES TO JC-PREDECESSOR-ID
           PERFORM DB-CHECK-JOB-PREDECESSOR
           PERFORM DB-REGISTER-JOB-START.

       REGROUP-BY-ADDRESS.
      * Address households are rebuilt from scratch every month so a
      * move or a new customer at the address is picked up; manual
      * links are left alone
           PERFORM DB-CLEAR-ADDRESS-LINKS

           MOVE HIGH-VALUES TO WS-PREV-ADDRESS-KEY
           PERFORM DB-OPEN-ADDRESS-CURSOR
           PERFORM GROUP-NEXT-CUSTOMER
               UNTIL END-OF-FILE
           PERFORM DB-CLOSE-ADDRESS-CURSOR.

       GROUP-NEXT-CUSTOMER.
           PERFORM DB-FETCH-NEXT-CUSTOMER

           IF NOT END-OF-FILE
               IF WS-ADDR-LINE-1 = SPACES
                  OR WS-ADDRESS-KEY NOT = WS-PREV-ADDRESS-KEY
                   MOVE WS-HH-CUSTOMER-ID TO WS-HH-HEAD-ID
                   ADD 1 TO WS-ADDRESS-HOUSEHOLDS
               END-IF
               MOVE WS-ADDRESS-KEY TO WS-PREV-ADDRESS-KEY
               PERFORM DB-INSERT-ADDRESS-LINK
               ADD 1 TO WS-CUSTOMERS-GROUPED
           END-IF.

       PRICE-HOUSEHOLDS.
      * One row per household, then its combined balances, then the
      * highest tier the combined balance reaches
           MOVE SPACES TO WS-HH-CUSTOMER-ID
           PERFORM DB-REBUILD-HOUSEHOLDS
           PERFORM DB-TOTAL-HOUSEHOLD-DEPOSITS
           PERFORM DB-TOTAL-HOUSEHOLD-LOANS
           PERFORM DB-ASSIGN-HOUSEHOLD-TIERS.

       WRITE-TIER-DISTRIBUTION.
           MOVE SPACES TO PRICING-REPORT-RECORD
           STRING "HOUSEHOLD TIER DISTRIBUTION PRICED " WS-PRICED-DATE
               DELIMITED BY SIZE
               INTO PRICING-REPORT-RECORD
           WRITE PRICING-REPORT-RECORD

           MOVE SPACES TO PRICING-REPORT-RECORD
           STRING "TIER               HOUSEHOLDS"
               "   COMBINED DEPOSITS      COMBINED LOANS"
               DELIMITED BY SIZE
               INTO PRICING-REPORT-RECORD
           WRITE PRICING-REPORT-RECORD

           SET NOT-END-OF-FILE TO TRUE
           PERFORM DB-OPEN-TIER-CURSOR
           PERFORM WRITE-NEXT-TIER-LINE
               UNTIL END-OF-FILE
           PERFORM DB-CLOSE-TIER-CURSOR.

       WRITE-NEXT-TIER-LINE.
           PERFORM DB-FETCH-NEXT-TIER

           IF NOT END-OF-FILE
               IF SQL-HH-TIER-NAME = SPACES
                   MOVE "(NO TIER)" TO WS-TIER-LABEL
               ELSE
                   MOVE SQL-HH-TIER-NAME TO WS-TIER-LABEL
                   ADD SQL-HH-MEMBER-COUNT TO WS-HOUSEHOLDS-TIERED
               END-IF
               ADD SQL-HH-MEMBER-COUNT TO WS-HOUSEHOLDS-PRICED
               MOVE SQL-HH-MEMBER-COUNT TO WS-EDIT-HOUSEHOLDS
               MOVE SQL-HH-COMBINED-DEPOSITS TO WS-EDIT-DEPOSITS
               MOVE SQL-HH-COMBINED-LOANS TO WS-EDIT-LOANS
               MOVE SPACES TO PRICING-REPORT-RECORD
               STRING WS-TIER-LABEL " " WS-EDIT-HOUSEHOLDS
                   "  " WS-EDIT-DEPOSITS
                   "  " WS-EDIT-LOANS
                   DELIMITED BY SIZE
                   INTO PRICING-REPORT-RECORD
               WRITE PRICING-REPORT-RECORD
           END-IF.

       COMMIT-PRICING-BATCH.
      * Commit the regrouping and the pricing in one unit of work,
      * so DB-DISCONNECT below doesn't roll it all back
           EXEC SQL
               COMMIT WORK
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error committing pricing batch - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       GENERATE-SUMMARY-REPORT.
           DISPLAY "HOUSEHOLD PRICING SUMMARY"
           DISPLAY "Customers Grouped:  " WS-CUSTOMERS-GROUPED
           DISPLAY "Address Households: " WS-ADDRESS-HOUSEHOLDS
           DISPLAY "Households Priced:  " WS-HOUSEHOLDS-PRICED
           DISPLAY "Households Tiered:  " WS-HOUSEHOLDS-TIERED.

       CLEANUP-ROUTINE.
      * Flip this job to COMPLETE on the job control table so
      * downstream predecessor checks open up
           PERFORM DB-REGISTER-JOB-COMPLETE

      * Disconnect from DB2 database
           PERFORM DB-DISCONNECT

           CLOSE PRICING-REPORT-FILE
                 ERROR-LOG-FILE

           DISPLAY "HOUSEHOLD PRICING BATCH COMPLETE".

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
           MOVE WS-HH-CUSTOMER-ID TO ER-CUSTOMER-ID
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

       DB-CLEAR-ADDRESS-LINKS.
           EXEC SQL
               DELETE FROM HOUSEHOLD_MEMBER_TABLE
               WHERE COALESCE(LINK_TYPE, 'A') = 'A'
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error clearing address links - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
               PERFORM ABNORMAL-TERMINATION
           END-IF.

       DB-OPEN-ADDRESS-CURSOR.
      * Every customer not linked by hand, in address order so the
      * customers at one address arrive together
           SET NOT-END-OF-FILE TO TRUE

           EXEC SQL
               DECLARE ADDRESS_CURSOR CURSOR FOR
               SELECT C.CUSTOMER_ID,
                      UPPER(COALESCE(C.ADDRESS_LINE_1, ' ')),
                      UPPER(COALESCE(C.ADDRESS_LINE_2, ' ')),
                      SUBSTR(COALESCE(C.POSTAL_CODE, ' '), 1, 5)
               FROM CUSTOMER_TABLE C
               WHERE NOT EXISTS
                   (SELECT 1 FROM HOUSEHOLD_MEMBER_TABLE M
                    WHERE M.CUSTOMER_ID = C.CUSTOMER_ID)
               ORDER BY 2, 3, 4, 1
           END-EXEC

           EXEC SQL
               OPEN ADDRESS_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error opening address cursor - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
               SET END-OF-FILE TO TRUE
           END-IF.

       DB-FETCH-NEXT-CUSTOMER.
           EXEC SQL
               FETCH ADDRESS_CURSOR INTO
               :WS-HH-CUSTOMER-ID,
               :WS-ADDR-LINE-1,
               :WS-ADDR-LINE-2,
               :WS-ADDR-ZIP
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   SET END-OF-FILE TO TRUE
               WHEN OTHER
                   MOVE SQLCODE TO WS-ERROR-CODE
                   STRING "Error fetching customer - SQLCODE: "
                       SQLCODE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
                   SET END-OF-FILE TO TRUE
           END-EVALUATE.

       DB-CLOSE-ADDRESS-CURSOR.
           EXEC SQL
               CLOSE ADDRESS_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error closing address cursor - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       DB-INSERT-ADDRESS-LINK.
           EXEC SQL
               INSERT INTO HOUSEHOLD_MEMBER_TABLE
                   (CUSTOMER_ID, HOUSEHOLD_ID, LINK_TYPE, LINK_DATE,
                    LINKED_BY)
               VALUES
                   (:WS-HH-CUSTOMER-ID, :WS-HH-HEAD-ID, 'A',
                    DATE(:WS-PRICED-DATE), 'SYSTEM')
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error linking customer - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       DB-REBUILD-HOUSEHOLDS.
           EXEC SQL
               DELETE FROM HOUSEHOLD_TABLE
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error clearing households - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
               PERFORM ABNORMAL-TERMINATION
           END-IF

           EXEC SQL
               INSERT INTO HOUSEHOLD_TABLE
                   (HOUSEHOLD_ID, MEMBER_COUNT, COMBINED_DEPOSITS,
                    COMBINED_LOANS, TIER_CODE, PRICED_DATE)
               SELECT HOUSEHOLD_ID, COUNT(*), 0, 0, ' ',
                      DATE(:WS-PRICED-DATE)
               FROM HOUSEHOLD_MEMBER_TABLE
               GROUP BY HOUSEHOLD_ID
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error building households - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
               PERFORM ABNORMAL-TERMINATION
           END-IF.

       DB-TOTAL-HOUSEHOLD-DEPOSITS.
      * Every open account with a credit balance that any member
      * owns - as primary or joint owner, or as the account's own
      * customer when it has no ownership rows - counted once per
      * household.  An IOLTA trust account holds clients' money,
      * not the household's, and is left out.
           EXEC SQL
               UPDATE HOUSEHOLD_TABLE H
               SET COMBINED_DEPOSITS =
                   COALESCE(
                      (SELECT SUM(A.ACCOUNT_BALANCE)
                       FROM ACCOUNT_TABLE A
                       WHERE A.ACCOUNT_STATUS <> 'CLOSED'
                       AND A.ACCOUNT_BALANCE > 0
                       AND NOT EXISTS
                           (SELECT 1 FROM IOLTA_ACCOUNT_TABLE I
                            WHERE I.ACCOUNT_NUMBER = A.CUSTOMER_ID
                            AND I.IOLTA_STATUS = 'ACTIVE')
                       AND EXISTS
                           (SELECT 1 FROM HOUSEHOLD_MEMBER_TABLE M
                            WHERE M.HOUSEHOLD_ID = H.HOUSEHOLD_ID
                            AND (EXISTS
                                   (SELECT 1
                                    FROM CUSTOMER_ACCOUNT_TABLE CA
                                    WHERE CA.ACCOUNT_NUMBER =
                                          A.CUSTOMER_ID
                                    AND CA.CUSTOMER_ID = M.CUSTOMER_ID
                                    AND COALESCE(CA.ROLE_CODE, 'P')
                                        IN ('P', 'J'))
                                 OR (M.CUSTOMER_ID = A.CUSTOMER_ID
                                     AND NOT EXISTS
                                        (SELECT 1
                                         FROM CUSTOMER_ACCOUNT_TABLE C2
                                         WHERE C2.ACCOUNT_NUMBER =
                                               A.CUSTOMER_ID))))),
                      0)
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error totalling deposits - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       DB-TOTAL-HOUSEHOLD-LOANS.
      * Outstanding principal on every live loan a member borrows
           EXEC SQL
               UPDATE HOUSEHOLD_TABLE H
               SET COMBINED_LOANS =
                   COALESCE(
                      (SELECT SUM(L.PRINCIPAL_BALANCE)
                       FROM LOAN_MASTER_TABLE L,
                            HOUSEHOLD_MEMBER_TABLE M
                       WHERE M.HOUSEHOLD_ID = H.HOUSEHOLD_ID
                       AND L.CUSTOMER_ID = M.CUSTOMER_ID
                       AND L.LOAN_STATUS IN ('ACTIVE', 'DELINQUENT',
                                             'NONACCRUAL')), 0)
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error totalling loans - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       DB-ASSIGN-HOUSEHOLD-TIERS.
      * The highest tier whose threshold the combined deposits and
      * loans reach; below the lowest tier the household is unpriced
           EXEC SQL
               UPDATE HOUSEHOLD_TABLE H
               SET TIER_CODE =
                   COALESCE(
                      (SELECT T.TIER_CODE
                       FROM RELATIONSHIP_TIER_TABLE T
                       WHERE T.MIN_COMBINED_BALANCE <=
                             H.COMBINED_DEPOSITS + H.COMBINED_LOANS
                       ORDER BY T.MIN_COMBINED_BALANCE DESC
                       FETCH FIRST 1 ROW ONLY), ' ')
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error assigning tiers - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       DB-OPEN-TIER-CURSOR.
           EXEC SQL
               DECLARE TIER_CURSOR CURSOR FOR
               SELECT COALESCE(T.TIER_NAME, ' '), COUNT(*),
                      SUM(H.COMBINED_DEPOSITS),
                      SUM(H.COMBINED_LOANS)
               FROM HOUSEHOLD_TABLE H
                    LEFT OUTER JOIN RELATIONSHIP_TIER_TABLE T
                    ON T.TIER_CODE = H.TIER_CODE
               GROUP BY T.TIER_NAME, T.MIN_COMBINED_BALANCE
               ORDER BY T.MIN_COMBINED_BALANCE DESC
           END-EXEC

           EXEC SQL
               OPEN TIER_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error opening tier cursor - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
               SET END-OF-FILE TO TRUE
           END-IF.

       DB-FETCH-NEXT-TIER.
           EXEC SQL
               FETCH TIER_CURSOR INTO
               :SQL-HH-TIER-NAME,
               :SQL-HH-MEMBER-COUNT,
               :SQL-HH-COMBINED-DEPOSITS,
               :SQL-HH-COMBINED-LOANS
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   SET END-OF-FILE TO TRUE
               WHEN OTHER
                   MOVE SQLCODE TO WS-ERROR-CODE
                   STRING "Error fetching tier - SQLCODE: "
                       SQLCODE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
                   SET END-OF-FILE TO TRUE
           END-EVALUATE.

       DB-CLOSE-TIER-CURSOR.
           EXEC SQL
               CLOSE TIER_CURSOR
           END-EXEC.

           COPY "dbconfig_loader.cpy".

           COPY "jobcontrol.cpy".

           COPY "opslog.cpy".
