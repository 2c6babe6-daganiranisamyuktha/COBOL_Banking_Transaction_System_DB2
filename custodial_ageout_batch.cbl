      *================================================================*
      * Custodial and Minor Account Age-Out Batch                      *
      * Run monthly.  A UTMA custodial or minor savings account is    *
      * the minor's once the minor reaches the age-out age for their  *
      * state - the UTMA age or the age of majority, as the product   *
      * says on AGE_OUT_PRODUCT_TABLE.  Accounts whose minor comes    *
      * of age within the notice window are listed and a notice goes  *
      * to the minor and to every custodian; once the date has come   *
      * the custodian links are removed and the account converts to   *
      * the adult product, each change on the change history.         *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTODIAL-AGEOUT-BATCH.
       DATE-WRITTEN. 2026-10-15.
       AUTHOR. Updated 2026-10-15 for DB2 Integration.
       REMARKS. CUSTODIAL AND MINOR ACCOUNT AGE-OUT CONVERSION.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Configuration file containing DB2 connection parameters
           SELECT CONFIG-FILE
               ASSIGN TO "DB2CONFIG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-FILE-STATUS.

      * Age-out notices for the mail house
           SELECT AGEOUT-NOTICE-FILE
               ASSIGN TO "AGEOUTNOTICE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTICE-FILE-STATUS.

      * Upcoming age-outs, conversions and exceptions
           SELECT AGEOUT-REPORT-FILE
               ASSIGN TO "AGEOUTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

           SELECT ERROR-LOG-FILE
               ASSIGN TO "AGEOUTERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERROR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * Age-Out Notice Record - one per recipient; the minor and each
      * custodian of the account get their own
       FD  AGEOUT-NOTICE-FILE.
       01  AGEOUT-NOTICE-RECORD.
           05  AN-RECIPIENT-ROLE      PIC X(10).
           05  AN-ACCOUNT-NUMBER      PIC X(10).
           05  AN-CUSTOMER-ID         PIC X(10).
           05  AN-CUSTOMER-NAME       PIC X(40).
           05  AN-ADDRESS-LINE-1      PIC X(40).
           05  AN-ADDRESS-LINE-2      PIC X(40).
           05  AN-CITY                PIC X(20).
           05  AN-STATE-CODE          PIC X(2).
           05  AN-POSTAL-CODE         PIC X(10).
           05  AN-MINOR-NAME          PIC X(40).
           05  AN-AGE-OUT-DATE        PIC X(10).
           05  AN-AGE-OUT-AGE         PIC 9(2).
           05  AN-ADULT-ACCOUNT-TYPE  PIC X(10).

      * Age-Out Report Record
       FD  AGEOUT-REPORT-FILE.
       01  AGEOUT-REPORT-RECORD       PIC X(130).

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
           05  WS-NOTICE-FILE-STATUS      PIC XX.
           05  WS-REPORT-FILE-STATUS      PIC XX.
           05  WS-ERROR-FILE-STATUS       PIC XX.

      * Error Code Management
       01  WS-ERROR-CODES.
           05  WS-ERROR-CODE              PIC 9(4).
               88  ERR-NONE               VALUE 0000.
               88  ERR-FILE-ACCESS        VALUE 3001.
               88  ERR-SYSTEM-ERROR       VALUE 9999.
           05  WS-ERROR-MESSAGE-PARAM     PIC X(80).

      * Age-out parameters - business parameter table overrides; a
      * state with no AGE_OUT_STATE_TABLE row takes these ages
       01  WS-AGEOUT-PARAMETERS.
           05  WS-NOTICE-DAYS             PIC S9(4) COMP-5 VALUE 60.
           05  WS-UTMA-AGE                PIC S9(4) COMP-5 VALUE 21.
           05  WS-MAJORITY-AGE            PIC S9(4) COMP-5 VALUE 18.

      * The minor's name for the custodian notices
       01  WS-MINOR-AREA.
           05  WS-MINOR-NAME              PIC X(40).
           05  WS-RECIPIENT-ROLE          PIC X(10).
           05  WS-RECIPIENT-ID            PIC X(10).
           05  WS-AGE-OUT-AGE             PIC 9(2).

      * Processing Statistics
       01  WS-PROCESSING-STATS.
           05  WS-ACCOUNTS-EXAMINED       PIC 9(7) VALUE ZERO.
           05  WS-ACCOUNTS-NOTIFIED       PIC 9(7) VALUE ZERO.
           05  WS-NOTICES-WRITTEN         PIC 9(7) VALUE ZERO.
           05  WS-NOTICES-UNDELIVERABLE   PIC 9(7) VALUE ZERO.
           05  WS-ACCOUNTS-CONVERTED      PIC 9(7) VALUE ZERO.
           05  WS-CUSTODIANS-REMOVED      PIC 9(7) VALUE ZERO.
           05  WS-BIRTH-DATES-MISSING     PIC 9(7) VALUE ZERO.

      * Work Areas and Flags
       01  WS-WORK-AREAS.
           05  WS-EOF-FLAG                PIC X VALUE 'N'.
               88  END-OF-FILE            VALUE 'Y'.
               88  NOT-END-OF-FILE        VALUE 'N'.
           05  WS-CUSTODIAN-EOF-FLAG      PIC X VALUE 'N'.
               88  END-OF-CUSTODIANS      VALUE 'Y'.
               88  NOT-END-OF-CUSTODIANS  VALUE 'N'.
           05  WS-CUSTODIAN-ACTION        PIC X VALUE 'N'.
               88  NOTIFY-CUSTODIANS      VALUE 'N'.
               88  REMOVE-CUSTODIANS      VALUE 'R'.

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
               AGEOUT-NOTICE-FILE
               AGEOUT-REPORT-FILE
               ERROR-LOG-FILE.

           DISPLAY "FILE PROCESSING ERROR DETECTED"
           PERFORM ABNORMAL-TERMINATION.
       END DECLARATIVES.

       MAIN-PROCESSING SECTION.
       MAIN-PROCESSING-ROUTINE.
           PERFORM INITIALIZATION-ROUTINE
           PERFORM PROCESS-AGEOUT-ACCOUNTS
               UNTIL END-OF-FILE
           PERFORM DB-CLOSE-AGEOUT-CURSOR
           PERFORM LIST-MISSING-BIRTH-DATES
           PERFORM COMMIT-AGEOUT-BATCH
           PERFORM GENERATE-SUMMARY-REPORT
           PERFORM CLEANUP-ROUTINE
           STOP RUN.

       INITIALIZATION-ROUTINE.
      * Open notice, report and error log files
           OPEN OUTPUT AGEOUT-NOTICE-FILE
                OUTPUT AGEOUT-REPORT-FILE
                OUTPUT ERROR-LOG-FILE

           IF WS-NOTICE-FILE-STATUS NOT = "00"
              DISPLAY "ERROR OPENING AGE-OUT NOTICE FILE"
              PERFORM ABNORMAL-TERMINATION
           END-IF

           IF WS-REPORT-FILE-STATUS NOT = "00"
              DISPLAY "ERROR OPENING AGE-OUT REPORT FILE"
              PERFORM ABNORMAL-TERMINATION
           END-IF

           IF WS-ERROR-FILE-STATUS NOT = "00"
              DISPLAY "ERROR OPENING ERROR LOG FILE"
              PERFORM ABNORMAL-TERMINATION
           END-IF

      * Get current system date and time
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS

           DISPLAY "CUSTODIAL AGE-OUT BATCH"
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

           MOVE "AGEOUT-NOTICE-DAYS" TO BP-PARAM-NAME
           PERFORM DB-GET-BUSINESS-PARAMETER
           IF BP-PARAM-FOUND
               MOVE SQL-BP-PARAM-VALUE TO WS-NOTICE-DAYS
           END-IF

           MOVE "AGEOUT-UTMA-AGE" TO BP-PARAM-NAME
           PERFORM DB-GET-BUSINESS-PARAMETER
           IF BP-PARAM-FOUND
               MOVE SQL-BP-PARAM-VALUE TO WS-UTMA-AGE
           END-IF

           MOVE "AGEOUT-MAJORITY-AGE" TO BP-PARAM-NAME
           PERFORM DB-GET-BUSINESS-PARAMETER
           IF BP-PARAM-FOUND
               MOVE SQL-BP-PARAM-VALUE TO WS-MAJORITY-AGE
           END-IF

      * Register this job on the job control table and refuse to
      * start ahead of its predecessor in the nightly stream
           MOVE "CUSTODIAL-AGEOUT-BATCH" TO JC-PROGRAM-ID
           MOVE SPACES TO JC-PREDECESSOR-ID
           PERFORM DB-CHECK-JOB-PREDECESSOR
           PERFORM DB-REGISTER-JOB-START

      * Open the cursor over every minor account coming of age
           PERFORM DB-OPEN-AGEOUT-CURSOR.

       PROCESS-AGEOUT-ACCOUNTS.
           PERFORM DB-FETCH-NEXT-AGEOUT

           IF NOT END-OF-FILE
               ADD 1 TO WS-ACCOUNTS-EXAMINED
               PERFORM WORK-ONE-AGEOUT
           END-IF.

       WORK-ONE-AGEOUT.
           SET ERR-NONE TO TRUE
           MOVE SQL-AO-AGE-OUT-AGE TO WS-AGE-OUT-AGE

      * Notices go out once, ahead of the date.  An account first
      * seen on or after the date - a birth date keyed late - gets
      * its notices with the conversion.
           IF SQL-AO-NOTICE-DATE = SPACES
               PERFORM SEND-AGEOUT-NOTICES
           END-IF

           IF ERR-NONE
               IF SQL-AO-DAYS-TO-AGE-OUT > ZERO
                   MOVE SPACES TO AGEOUT-REPORT-RECORD
                   STRING "UPCOMING  " SQL-AO-ACCOUNT-NUMBER
                       " MINOR " SQL-AO-MINOR-ID
                       " AGE " WS-AGE-OUT-AGE
                       " ON " SQL-AO-AGE-OUT-DATE
                       " TO " SQL-AO-ADULT-TYPE
                       DELIMITED BY SIZE
                       INTO AGEOUT-REPORT-RECORD
                   WRITE AGEOUT-REPORT-RECORD
               ELSE
                   PERFORM CONVERT-TO-ADULT-PRODUCT
               END-IF
           END-IF.

       SEND-AGEOUT-NOTICES.
           ADD 1 TO WS-ACCOUNTS-NOTIFIED

      * The minor first - their name also heads the custodian
      * notices
           MOVE SQL-AO-MINOR-ID TO WS-RECIPIENT-ID
           PERFORM DB-GET-CUSTOMER-CONTACT
           MOVE SQL-CU-CUSTOMER-NAME TO WS-MINOR-NAME
           MOVE "MINOR" TO WS-RECIPIENT-ROLE
           PERFORM WRITE-AGEOUT-NOTICE

           SET NOTIFY-CUSTODIANS TO TRUE
           PERFORM WORK-CUSTODIANS

           PERFORM DB-RECORD-NOTICE.

       WRITE-AGEOUT-NOTICE.
      * Returned mail goes to the report instead of the mail house
           IF SQL-CU-RETURNED-MAIL = 'Y'
               ADD 1 TO WS-NOTICES-UNDELIVERABLE
               MOVE SPACES TO AGEOUT-REPORT-RECORD
               STRING "NO NOTICE " SQL-AO-ACCOUNT-NUMBER
                   " " WS-RECIPIENT-ROLE
                   " " WS-RECIPIENT-ID
                   " - ADDRESS UNDELIVERABLE"
                   DELIMITED BY SIZE
                   INTO AGEOUT-REPORT-RECORD
               WRITE AGEOUT-REPORT-RECORD
           ELSE
               MOVE WS-RECIPIENT-ROLE TO AN-RECIPIENT-ROLE
               MOVE SQL-AO-ACCOUNT-NUMBER TO AN-ACCOUNT-NUMBER
               MOVE WS-RECIPIENT-ID TO AN-CUSTOMER-ID
               MOVE SQL-CU-CUSTOMER-NAME TO AN-CUSTOMER-NAME
               MOVE SQL-CU-ADDRESS-LINE-1 TO AN-ADDRESS-LINE-1
               MOVE SQL-CU-ADDRESS-LINE-2 TO AN-ADDRESS-LINE-2
               MOVE SQL-CU-CITY TO AN-CITY
               MOVE SQL-CU-STATE-CODE TO AN-STATE-CODE
               MOVE SQL-CU-POSTAL-CODE TO AN-POSTAL-CODE
               MOVE WS-MINOR-NAME TO AN-MINOR-NAME
               MOVE SQL-AO-AGE-OUT-DATE TO AN-AGE-OUT-DATE
               MOVE SQL-AO-AGE-OUT-AGE TO AN-AGE-OUT-AGE
               MOVE SQL-AO-ADULT-TYPE TO AN-ADULT-ACCOUNT-TYPE
               WRITE AGEOUT-NOTICE-RECORD
               ADD 1 TO WS-NOTICES-WRITTEN
           END-IF.

       WORK-CUSTODIANS.
      * Walk the account's custodian links - to notify each, or on
      * the date to record each one's removal
           PERFORM DB-OPEN-CUSTODIAN-CURSOR
           PERFORM WORK-ONE-CUSTODIAN
               UNTIL END-OF-CUSTODIANS
           PERFORM DB-CLOSE-CUSTODIAN-CURSOR.

       WORK-ONE-CUSTODIAN.
           PERFORM DB-FETCH-NEXT-CUSTODIAN

           IF NOT END-OF-CUSTODIANS
               IF NOTIFY-CUSTODIANS
                   MOVE SQL-AO-CUSTODIAN-ID TO WS-RECIPIENT-ID
                   PERFORM DB-GET-CUSTOMER-CONTACT
                   MOVE "CUSTODIAN" TO WS-RECIPIENT-ROLE
                   PERFORM WRITE-AGEOUT-NOTICE
               ELSE
                   ADD 1 TO WS-CUSTODIANS-REMOVED
                   MOVE "CUSTOMER_ACCOUNT" TO CH-TABLE-NAME
                   MOVE SQL-AO-ACCOUNT-NUMBER TO CH-RECORD-KEY
                   MOVE "ROLE_CODE" TO CH-FIELD-NAME
                   MOVE SPACES TO CH-OLD-VALUE
                   STRING "C " SQL-AO-CUSTODIAN-ID
                       DELIMITED BY SIZE
                       INTO CH-OLD-VALUE
                   MOVE "REMOVED" TO CH-NEW-VALUE
                   MOVE SPACES TO CH-CHANGED-BY
                   MOVE "AGEOUT" TO CH-CHANGE-REASON
                   PERFORM DB-WRITE-CHANGE-HISTORY
               END-IF
           END-IF.

       CONVERT-TO-ADULT-PRODUCT.
      * The minor now owns the account outright: the custodians come
      * off and the product becomes the adult one
           SET REMOVE-CUSTODIANS TO TRUE
           PERFORM WORK-CUSTODIANS
           PERFORM DB-REMOVE-CUSTODIAN-LINKS

           IF ERR-NONE
               PERFORM DB-CONVERT-ACCOUNT-TYPE
           END-IF

           IF ERR-NONE
               MOVE "ACCOUNT_TABLE" TO CH-TABLE-NAME
               MOVE SQL-AO-ACCOUNT-NUMBER TO CH-RECORD-KEY
               MOVE "ACCOUNT_TYPE" TO CH-FIELD-NAME
               MOVE SQL-AO-ACCOUNT-TYPE TO CH-OLD-VALUE
               MOVE SQL-AO-ADULT-TYPE TO CH-NEW-VALUE
               MOVE SPACES TO CH-CHANGED-BY
               MOVE "AGEOUT" TO CH-CHANGE-REASON
               PERFORM DB-WRITE-CHANGE-HISTORY

               PERFORM DB-RECORD-CONVERSION
           END-IF

           IF ERR-NONE
               ADD 1 TO WS-ACCOUNTS-CONVERTED
               MOVE SPACES TO AGEOUT-REPORT-RECORD
               STRING "CONVERTED " SQL-AO-ACCOUNT-NUMBER
                   " MINOR " SQL-AO-MINOR-ID
                   " AGE " WS-AGE-OUT-AGE
                   " ON " SQL-AO-AGE-OUT-DATE
                   " FROM " SQL-AO-ACCOUNT-TYPE
                   " TO " SQL-AO-ADULT-TYPE
                   DELIMITED BY SIZE
                   INTO AGEOUT-REPORT-RECORD
               WRITE AGEOUT-REPORT-RECORD
           END-IF.

       LIST-MISSING-BIRTH-DATES.
      * A minor product whose owner has no birth date can never age
      * out - list them so branches can capture it
           SET NOT-END-OF-FILE TO TRUE
           PERFORM DB-OPEN-MISSING-CURSOR
           PERFORM LIST-ONE-MISSING-BIRTH-DATE
               UNTIL END-OF-FILE
           PERFORM DB-CLOSE-MISSING-CURSOR.

       LIST-ONE-MISSING-BIRTH-DATE.
           PERFORM DB-FETCH-NEXT-MISSING

           IF NOT END-OF-FILE
               ADD 1 TO WS-BIRTH-DATES-MISSING
               MOVE SPACES TO AGEOUT-REPORT-RECORD
               STRING "NO DOB    " SQL-AO-ACCOUNT-NUMBER
                   " MINOR " SQL-AO-MINOR-ID
                   " " SQL-AO-ACCOUNT-TYPE
                   " - BIRTH DATE NOT ON CUSTOMER MASTER"
                   DELIMITED BY SIZE
                   INTO AGEOUT-REPORT-RECORD
               WRITE AGEOUT-REPORT-RECORD
           END-IF.

       COMMIT-AGEOUT-BATCH.
      * Commit every conversion this run in one unit of work, so
      * DB-DISCONNECT below doesn't roll it all back
           EXEC SQL
               COMMIT WORK
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error committing age-out batch - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       GENERATE-SUMMARY-REPORT.
           DISPLAY "CUSTODIAL AGE-OUT SUMMARY"
           DISPLAY "Accounts Examined:      " WS-ACCOUNTS-EXAMINED
           DISPLAY "Accounts Notified:      " WS-ACCOUNTS-NOTIFIED
           DISPLAY "Notices Written:        " WS-NOTICES-WRITTEN
           DISPLAY "Notices Undeliverable:  " WS-NOTICES-UNDELIVERABLE
           DISPLAY "Accounts Converted:     " WS-ACCOUNTS-CONVERTED
           DISPLAY "Custodians Removed:     " WS-CUSTODIANS-REMOVED
           DISPLAY "Birth Dates Missing:    " WS-BIRTH-DATES-MISSING.

       CLEANUP-ROUTINE.
      * Flip this job to COMPLETE on the job control table so
      * downstream predecessor checks open up
           PERFORM DB-REGISTER-JOB-COMPLETE

      * Disconnect from DB2 database
           PERFORM DB-DISCONNECT

           CLOSE AGEOUT-NOTICE-FILE
                 AGEOUT-REPORT-FILE
                 ERROR-LOG-FILE

           DISPLAY "CUSTODIAL AGE-OUT BATCH COMPLETE".

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
           MOVE SQL-AO-ACCOUNT-NUMBER TO ER-CUSTOMER-ID
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

       DB-OPEN-AGEOUT-CURSOR.
      * Every active minor-product account whose primary owner - the
      * minor - reaches the age-out age within the notice window or
      * already has.  The age is the state's, by the product's
      * basis, falling back to the parameter defaults.
           SET NOT-END-OF-FILE TO TRUE

           EXEC SQL
               DECLARE AGEOUT_CURSOR CURSOR FOR
               SELECT X.ACCOUNT_NUMBER, X.MINOR_ID, X.ACCOUNT_TYPE,
                      X.ADULT_TYPE, X.BRANCH_CODE,
                      CHAR(X.BIRTH_DATE, ISO), X.AGE_OUT_AGE,
                      CHAR(X.BIRTH_DATE + X.AGE_OUT_AGE YEARS, ISO),
                      DAYS(X.BIRTH_DATE + X.AGE_OUT_AGE YEARS)
                          - DAYS(DATE(:WS-SQL-CURRENT-DATE)),
                      COALESCE(CHAR(G.NOTICE_DATE, ISO), ' ')
               FROM (SELECT A.CUSTOMER_ID AS ACCOUNT_NUMBER,
                            L.CUSTOMER_ID AS MINOR_ID,
                            A.ACCOUNT_TYPE,
                            P.ADULT_ACCOUNT_TYPE AS ADULT_TYPE,
                            A.BRANCH_CODE, C.BIRTH_DATE,
                            CASE P.AGE_BASIS
                                WHEN 'M'
                                THEN COALESCE(S.MAJORITY_AGE,
                                              :WS-MAJORITY-AGE)
                                ELSE COALESCE(S.UTMA_AGE,
                                              :WS-UTMA-AGE)
                            END AS AGE_OUT_AGE
                     FROM ACCOUNT_TABLE A
                     INNER JOIN AGE_OUT_PRODUCT_TABLE P
                         ON P.MINOR_ACCOUNT_TYPE = A.ACCOUNT_TYPE
                     INNER JOIN CUSTOMER_ACCOUNT_TABLE L
                         ON L.ACCOUNT_NUMBER = A.CUSTOMER_ID
                         AND COALESCE(L.ROLE_CODE, 'P') = 'P'
                     INNER JOIN CUSTOMER_TABLE C
                         ON C.CUSTOMER_ID = L.CUSTOMER_ID
                     LEFT OUTER JOIN AGE_OUT_STATE_TABLE S
                         ON S.STATE_CODE = C.STATE_CODE
                     WHERE A.ACCOUNT_STATUS = 'ACTIVE'
                     AND C.BIRTH_DATE IS NOT NULL) X
               LEFT OUTER JOIN CUSTODIAL_AGEOUT_TABLE G
                   ON G.ACCOUNT_NUMBER = X.ACCOUNT_NUMBER
               WHERE X.BIRTH_DATE + X.AGE_OUT_AGE YEARS
                     <= DATE(:WS-SQL-CURRENT-DATE)
                        + :WS-NOTICE-DAYS DAYS
               ORDER BY X.ACCOUNT_NUMBER
           END-EXEC

           EXEC SQL
               OPEN AGEOUT_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error opening age-out cursor - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
               SET END-OF-FILE TO TRUE
           END-IF.

       DB-FETCH-NEXT-AGEOUT.
           EXEC SQL
               FETCH AGEOUT_CURSOR INTO
               :SQL-AO-ACCOUNT-NUMBER,
               :SQL-AO-MINOR-ID,
               :SQL-AO-ACCOUNT-TYPE,
               :SQL-AO-ADULT-TYPE,
               :SQL-AO-BRANCH-CODE,
               :SQL-AO-BIRTH-DATE,
               :SQL-AO-AGE-OUT-AGE,
               :SQL-AO-AGE-OUT-DATE,
               :SQL-AO-DAYS-TO-AGE-OUT,
               :SQL-AO-NOTICE-DATE
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   MOVE SPACES TO WS-MINOR-NAME
               WHEN 100
                   SET END-OF-FILE TO TRUE
               WHEN OTHER
                   MOVE SQLCODE TO WS-ERROR-CODE
                   STRING "Error fetching age-out account - SQLCODE: "
                       SQLCODE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
                   SET END-OF-FILE TO TRUE
           END-EVALUATE.

       DB-CLOSE-AGEOUT-CURSOR.
           EXEC SQL
               CLOSE AGEOUT_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error closing age-out cursor - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       DB-OPEN-CUSTODIAN-CURSOR.
           SET NOT-END-OF-CUSTODIANS TO TRUE

           EXEC SQL
               DECLARE CUSTODIAN_CURSOR CURSOR FOR
               SELECT CUSTOMER_ID
               FROM CUSTOMER_ACCOUNT_TABLE
               WHERE ACCOUNT_NUMBER = :SQL-AO-ACCOUNT-NUMBER
               AND ROLE_CODE = 'C'
               ORDER BY CUSTOMER_ID
           END-EXEC

           EXEC SQL
               OPEN CUSTODIAN_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               SET ERR-SYSTEM-ERROR TO TRUE
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error opening custodian cursor - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
               SET END-OF-CUSTODIANS TO TRUE
           END-IF.

       DB-FETCH-NEXT-CUSTODIAN.
           EXEC SQL
               FETCH CUSTODIAN_CURSOR INTO
               :SQL-AO-CUSTODIAN-ID
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   SET END-OF-CUSTODIANS TO TRUE
               WHEN OTHER
                   SET ERR-SYSTEM-ERROR TO TRUE
                   MOVE SQLCODE TO WS-ERROR-CODE
                   STRING "Error fetching custodian - SQLCODE: "
                       SQLCODE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
                   SET END-OF-CUSTODIANS TO TRUE
           END-EVALUATE.

       DB-CLOSE-CUSTODIAN-CURSOR.
           EXEC SQL
               CLOSE CUSTODIAN_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error closing custodian cursor - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       DB-GET-CUSTOMER-CONTACT.
      * Name and mailing address from the customer master; no row
      * is treated as undeliverable
           EXEC SQL
               SELECT CUSTOMER_NAME, ADDRESS_LINE_1, ADDRESS_LINE_2,
                      CITY, STATE_CODE, POSTAL_CODE,
                      COALESCE(RETURNED_MAIL_FLAG, 'N')
               INTO :SQL-CU-CUSTOMER-NAME, :SQL-CU-ADDRESS-LINE-1,
                    :SQL-CU-ADDRESS-LINE-2, :SQL-CU-CITY,
                    :SQL-CU-STATE-CODE, :SQL-CU-POSTAL-CODE,
                    :SQL-CU-RETURNED-MAIL
               FROM CUSTOMER_TABLE
               WHERE CUSTOMER_ID = :WS-RECIPIENT-ID
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE

               WHEN 100
                   MOVE SPACES TO SQL-CU-CUSTOMER-NAME
                   MOVE SPACES TO SQL-CU-ADDRESS-LINE-1
                   MOVE SPACES TO SQL-CU-ADDRESS-LINE-2
                   MOVE SPACES TO SQL-CU-CITY
                   MOVE SPACES TO SQL-CU-STATE-CODE
                   MOVE SPACES TO SQL-CU-POSTAL-CODE
                   MOVE 'Y' TO SQL-CU-RETURNED-MAIL

               WHEN OTHER
                   MOVE SPACES TO SQL-CU-CUSTOMER-NAME
                   MOVE 'Y' TO SQL-CU-RETURNED-MAIL
                   MOVE SQLCODE TO WS-ERROR-CODE
                   STRING "Error retrieving customer master - SQLCODE: "
                       SQLCODE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
           END-EVALUATE.

       DB-RECORD-NOTICE.
      * Remember the notice so next month's run doesn't repeat it
           EXEC SQL
               UPDATE CUSTODIAL_AGEOUT_TABLE
               SET MINOR_CUSTOMER_ID = :SQL-AO-MINOR-ID,
                   AGE_OUT_DATE = DATE(:SQL-AO-AGE-OUT-DATE),
                   NOTICE_DATE = DATE(:WS-SQL-CURRENT-DATE)
               WHERE ACCOUNT_NUMBER = :SQL-AO-ACCOUNT-NUMBER
           END-EXEC

           IF SQLCODE = 100
               EXEC SQL
                   INSERT INTO CUSTODIAL_AGEOUT_TABLE
                       (ACCOUNT_NUMBER, MINOR_CUSTOMER_ID,
                        AGE_OUT_DATE, NOTICE_DATE)
                   VALUES
                       (:SQL-AO-ACCOUNT-NUMBER, :SQL-AO-MINOR-ID,
                        DATE(:SQL-AO-AGE-OUT-DATE),
                        DATE(:WS-SQL-CURRENT-DATE))
               END-EXEC
           END-IF

           IF SQLCODE NOT = 0
               SET ERR-SYSTEM-ERROR TO TRUE
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error recording age-out notice - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       DB-REMOVE-CUSTODIAN-LINKS.
           EXEC SQL
               DELETE FROM CUSTOMER_ACCOUNT_TABLE
               WHERE ACCOUNT_NUMBER = :SQL-AO-ACCOUNT-NUMBER
               AND ROLE_CODE = 'C'
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               SET ERR-SYSTEM-ERROR TO TRUE
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error removing custodian links - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       DB-CONVERT-ACCOUNT-TYPE.
           EXEC SQL
               UPDATE ACCOUNT_TABLE
               SET ACCOUNT_TYPE = :SQL-AO-ADULT-TYPE
               WHERE CUSTOMER_ID = :SQL-AO-ACCOUNT-NUMBER
           END-EXEC

           IF SQLCODE NOT = 0
               SET ERR-SYSTEM-ERROR TO TRUE
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error converting account type - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       DB-RECORD-CONVERSION.
           EXEC SQL
               UPDATE CUSTODIAL_AGEOUT_TABLE
               SET CONVERTED_DATE = DATE(:WS-SQL-CURRENT-DATE),
                   OLD_ACCOUNT_TYPE = :SQL-AO-ACCOUNT-TYPE,
                   NEW_ACCOUNT_TYPE = :SQL-AO-ADULT-TYPE
               WHERE ACCOUNT_NUMBER = :SQL-AO-ACCOUNT-NUMBER
           END-EXEC

           IF SQLCODE NOT = 0
               SET ERR-SYSTEM-ERROR TO TRUE
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error recording conversion - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       DB-OPEN-MISSING-CURSOR.
           EXEC SQL
               DECLARE MISSING_DOB_CURSOR CURSOR FOR
               SELECT A.CUSTOMER_ID, L.CUSTOMER_ID, A.ACCOUNT_TYPE
               FROM ACCOUNT_TABLE A
               INNER JOIN AGE_OUT_PRODUCT_TABLE P
                   ON P.MINOR_ACCOUNT_TYPE = A.ACCOUNT_TYPE
               INNER JOIN CUSTOMER_ACCOUNT_TABLE L
                   ON L.ACCOUNT_NUMBER = A.CUSTOMER_ID
                   AND COALESCE(L.ROLE_CODE, 'P') = 'P'
               LEFT OUTER JOIN CUSTOMER_TABLE C
                   ON C.CUSTOMER_ID = L.CUSTOMER_ID
               WHERE A.ACCOUNT_STATUS = 'ACTIVE'
               AND C.BIRTH_DATE IS NULL
               ORDER BY A.CUSTOMER_ID
           END-EXEC

           EXEC SQL
               OPEN MISSING_DOB_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error opening birth date cursor - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
               SET END-OF-FILE TO TRUE
           END-IF.

       DB-FETCH-NEXT-MISSING.
           EXEC SQL
               FETCH MISSING_DOB_CURSOR INTO
               :SQL-AO-ACCOUNT-NUMBER,
               :SQL-AO-MINOR-ID,
               :SQL-AO-ACCOUNT-TYPE
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   SET END-OF-FILE TO TRUE
               WHEN OTHER
                   MOVE SQLCODE TO WS-ERROR-CODE
                   STRING "Error fetching birth date row - SQLCODE: "
                       SQLCODE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
                   SET END-OF-FILE TO TRUE
           END-EVALUATE.

       DB-CLOSE-MISSING-CURSOR.
           EXEC SQL
               CLOSE MISSING_DOB_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error closing birth date cursor - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

           COPY "dbconfig_loader.cpy".

           COPY "jobcontrol.cpy".

           COPY "opslog.cpy".

           COPY "paramtable.cpy".

           COPY "changehist.cpy".
