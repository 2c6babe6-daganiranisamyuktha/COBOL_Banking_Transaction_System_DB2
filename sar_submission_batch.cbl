      *================================================================*
      * SAR Submission Batch                                           *
      * Writes the suspicious activity report submission file for     *
      * every AML case the investigators have decided to file (case   *
      * status TOFILE): a header, one detail record per case carrying *
      * the subject, the activity period and amount, the narrative    *
      * reference and the prior case for a continuing filing, and a   *
      * trailer with the record count and dollar total.  Each case    *
      * filed is marked FILED and a continuing-activity review case   *
      * is scheduled 90 days out, due for its own filing decision     *
      * 30 days after that.                                            *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAR-SUBMISSION-BATCH.
       DATE-WRITTEN. 2026-10-15.
       AUTHOR. Updated 2026-10-15 for DB2 Integration.
       REMARKS. SAR SUBMISSION FILE AND CONTINUING REVIEW BATCH.

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

      * Filing-format submission file
           SELECT SAR-SUBMIT-FILE
               ASSIGN TO "SARSUBMIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SAR-SUBMIT-STATUS.

           SELECT ERROR-LOG-FILE
               ASSIGN TO "SARSUBMITERRLOG"
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

      * SAR Submission Records - header 'H', one detail 'D' per case
      * and a trailer 'T'.  Filing type I is an initial report, C a
      * continuing-activity report citing the case it follows.
       FD  SAR-SUBMIT-FILE.
       01  SAR-HEADER-RECORD.
           05  SH-RECORD-TYPE         PIC X.
           05  SH-FILER-INSTITUTION   PIC X(4).
           05  SH-FILE-DATE           PIC X(10).
           05  SH-FILE-TIME           PIC X(6).
           05  FILLER                 PIC X(279).
       01  SAR-DETAIL-RECORD.
           05  SD-RECORD-TYPE         PIC X.
           05  SD-CASE-ID             PIC X(20).
           05  SD-FILING-TYPE         PIC X.
           05  SD-PRIOR-CASE-ID       PIC X(20).
           05  SD-SUBJECT-ID          PIC X(10).
           05  SD-SUBJECT-NAME        PIC X(40).
           05  SD-SUBJECT-ADDRESS     PIC X(40).
           05  SD-SUBJECT-CITY        PIC X(20).
           05  SD-SUBJECT-STATE       PIC X(2).
           05  SD-SUBJECT-POSTAL      PIC X(10).
           05  SD-TIN-TYPE            PIC X.
           05  SD-SUBJECT-TIN         PIC X(9).
           05  SD-DETECTION-DATE      PIC X(10).
           05  SD-ACTIVITY-FROM       PIC X(10).
           05  SD-ACTIVITY-TO         PIC X(10).
           05  SD-ACTIVITY-AMOUNT     PIC 9(11)V99.
           05  SD-NARRATIVE-REF       PIC X(20).
           05  SD-INVESTIGATOR-ID     PIC X(8).
           05  SD-FILING-DEADLINE     PIC X(10).
           05  FILLER                 PIC X(45).
       01  SAR-TRAILER-RECORD.
           05  ST-RECORD-TYPE         PIC X.
           05  ST-DETAIL-COUNT        PIC 9(7).
           05  ST-AMOUNT-TOTAL        PIC 9(13)V99.
           05  FILLER                 PIC X(277).

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
           05  WS-SAR-SUBMIT-STATUS       PIC XX.
           05  WS-ERROR-FILE-STATUS       PIC XX.

      * Error Code Management
       01  WS-ERROR-CODES.
           05  WS-ERROR-CODE              PIC 9(4).
               88  ERR-NONE               VALUE 0000.
               88  ERR-INVALID-CUSTOMER   VALUE 1001.
               88  ERR-FILE-ACCESS        VALUE 3001.
               88  ERR-SYSTEM-ERROR       VALUE 9999.
           05  WS-ERROR-MESSAGE-PARAM     PIC X(80).

      * Filing rules - compiled defaults, overridden by the business
      * parameter table
       01  WS-FILING-PARAMETERS.
           05  WS-REVIEW-DAYS             PIC 9(3) VALUE 90.
           05  WS-FILING-DAYS             PIC 9(3) VALUE 30.

      * The case being filed, kept apart from the cursor row while
      * its continuing-activity review is inserted
       01  WS-FILING-AREA.
           05  WS-FILED-CASE-ID           PIC X(20).
           05  WS-FILED-INVESTIGATOR      PIC X(8).
           05  WS-FILED-ACTIVITY-TO       PIC X(10).
           05  WS-REVIEW-CASE-ID          PIC X(20).

      * Processing Statistics
       01  WS-PROCESSING-STATS.
           05  WS-CASES-FILED             PIC 9(7) VALUE ZERO.
           05  WS-CONTINUING-FILED        PIC 9(7) VALUE ZERO.
           05  WS-REVIEWS-SCHEDULED       PIC 9(7) VALUE ZERO.
           05  WS-CASES-HELD              PIC 9(7) VALUE ZERO.
           05  WS-AMOUNT-TOTAL            PIC 9(13)V99 VALUE ZERO.

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
               SAR-SUBMIT-FILE
               ERROR-LOG-FILE.

           DISPLAY "FILE PROCESSING ERROR DETECTED"
           PERFORM ABNORMAL-TERMINATION.
       END DECLARATIVES.

       MAIN-PROCESSING SECTION.
       MAIN-PROCESSING-ROUTINE.
           PERFORM INITIALIZATION-ROUTINE
           PERFORM FILE-DECIDED-CASES
           PERFORM WRITE-SUBMISSION-TRAILER
           PERFORM COMMIT-SUBMISSION-BATCH
           PERFORM GENERATE-SUMMARY-REPORT
           PERFORM CLEANUP-ROUTINE
           STOP RUN.

       INITIALIZATION-ROUTINE.
      * Open the submission and error log files
           OPEN OUTPUT SAR-SUBMIT-FILE
                OUTPUT ERROR-LOG-FILE

           IF WS-SAR-SUBMIT-STATUS NOT = "00"
              DISPLAY "ERROR OPENING SAR SUBMISSION FILE"
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

           DISPLAY "SAR SUBMISSION BATCH"
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

      * Today's filing decisions must be keyed before the file is cut
           MOVE "SAR-SUBMISSION-BATCH" TO JC-PROGRAM-ID
           MOVE "AML-CASE-MAINT-BATCH" TO JC-PREDECESSOR-ID
           PERFORM DB-CHECK-JOB-PREDECESSOR
           PERFORM DB-REGISTER-JOB-START

           MOVE "SAR-REVIEW-DAYS" TO BP-PARAM-NAME
           PERFORM DB-GET-BUSINESS-PARAMETER
           IF BP-PARAM-FOUND
               MOVE SQL-BP-PARAM-VALUE TO WS-REVIEW-DAYS
           END-IF

           MOVE "SAR-FILING-DAYS" TO BP-PARAM-NAME
           PERFORM DB-GET-BUSINESS-PARAMETER
           IF BP-PARAM-FOUND
               MOVE SQL-BP-PARAM-VALUE TO WS-FILING-DAYS
           END-IF

           MOVE SPACES TO SAR-HEADER-RECORD
           MOVE "H" TO SH-RECORD-TYPE
           MOVE JC-INSTITUTION-CODE TO SH-FILER-INSTITUTION
           MOVE WS-SQL-CURRENT-DATE TO SH-FILE-DATE
           STRING WS-HOUR WS-MINUTE WS-SECOND
               DELIMITED BY SIZE
               INTO SH-FILE-TIME
           WRITE SAR-HEADER-RECORD.

       FILE-DECIDED-CASES.
      * Every case decided to file, most urgent deadline first
           SET NOT-END-OF-FILE TO TRUE
           PERFORM DB-OPEN-TOFILE-CURSOR
           PERFORM FILE-NEXT-CASE
               UNTIL END-OF-FILE
           PERFORM DB-CLOSE-TOFILE-CURSOR.

       FILE-NEXT-CASE.
           PERFORM DB-FETCH-NEXT-TOFILE-CASE

           IF NOT-END-OF-FILE
               SET ERR-NONE TO TRUE
               PERFORM DB-READ-SAR-SUBJECT

      * A subject that cannot be read stays TOFILE for tomorrow's
      * file rather than going out incomplete
               IF ERR-NONE
                   PERFORM DB-SUM-CASE-ACTIVITY
               END-IF

               IF ERR-NONE
                   PERFORM WRITE-SAR-DETAIL
                   PERFORM DB-MARK-CASE-FILED
               END-IF

               IF ERR-NONE
                   PERFORM SCHEDULE-CONTINUING-REVIEW
               ELSE
                   ADD 1 TO WS-CASES-HELD
               END-IF
           END-IF.

       WRITE-SAR-DETAIL.
           MOVE SPACES TO SAR-DETAIL-RECORD
           MOVE "D" TO SD-RECORD-TYPE
           MOVE SQL-AC-CASE-ID TO SD-CASE-ID
           IF SQL-AC-CASE-TYPE = "C"
               MOVE "C" TO SD-FILING-TYPE
               ADD 1 TO WS-CONTINUING-FILED
           ELSE
               MOVE "I" TO SD-FILING-TYPE
           END-IF
           MOVE SQL-AC-PRIOR-CASE-ID TO SD-PRIOR-CASE-ID
           MOVE SQL-AC-CUSTOMER-ID TO SD-SUBJECT-ID
           MOVE SQL-CU-CUSTOMER-NAME TO SD-SUBJECT-NAME
           MOVE SQL-CU-ADDRESS-LINE-1 TO SD-SUBJECT-ADDRESS
           MOVE SQL-CU-CITY TO SD-SUBJECT-CITY
           MOVE SQL-CU-STATE-CODE TO SD-SUBJECT-STATE
           MOVE SQL-CU-POSTAL-CODE TO SD-SUBJECT-POSTAL
           MOVE SQL-CU-TAX-ID-TYPE TO SD-TIN-TYPE
           MOVE SQL-CU-TAX-ID TO SD-SUBJECT-TIN
           MOVE SQL-AC-DETECTION-DATE TO SD-DETECTION-DATE
           MOVE SQL-AC-ACTIVITY-FROM TO SD-ACTIVITY-FROM
           MOVE SQL-AC-ACTIVITY-TO TO SD-ACTIVITY-TO
           MOVE SQL-AC-ACTIVITY-AMOUNT TO SD-ACTIVITY-AMOUNT
           MOVE SQL-AC-NARRATIVE-REF TO SD-NARRATIVE-REF
           MOVE SQL-AC-INVESTIGATOR-ID TO SD-INVESTIGATOR-ID
           MOVE SQL-AC-FILING-DEADLINE TO SD-FILING-DEADLINE
           WRITE SAR-DETAIL-RECORD

           ADD 1 TO WS-CASES-FILED
           ADD SQL-AC-ACTIVITY-AMOUNT TO WS-AMOUNT-TOTAL.

       SCHEDULE-CONTINUING-REVIEW.
      * The review case opens on the review date, covers activity
      * after the filed period, keeps the investigator, and points
      * back at the case just filed
           MOVE SQL-AC-CASE-ID TO WS-FILED-CASE-ID
           MOVE SQL-AC-INVESTIGATOR-ID TO WS-FILED-INVESTIGATOR
           MOVE SQL-AC-ACTIVITY-TO TO WS-FILED-ACTIVITY-TO

           MOVE SPACES TO RN-BRANCH-CODE
           PERFORM DB-GENERATE-REFERENCE-ID
           MOVE RN-GENERATED-REFERENCE TO WS-REVIEW-CASE-ID

           PERFORM DB-INSERT-REVIEW-CASE

           IF ERR-NONE
               ADD 1 TO WS-REVIEWS-SCHEDULED
           END-IF.

       WRITE-SUBMISSION-TRAILER.
           MOVE SPACES TO SAR-TRAILER-RECORD
           MOVE "T" TO ST-RECORD-TYPE
           MOVE WS-CASES-FILED TO ST-DETAIL-COUNT
           MOVE WS-AMOUNT-TOTAL TO ST-AMOUNT-TOTAL
           WRITE SAR-TRAILER-RECORD.

       COMMIT-SUBMISSION-BATCH.
      * The FILED marks and the scheduled reviews commit together,
      * once the submission file is complete
           EXEC SQL
               COMMIT WORK
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error committing SAR filing - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       GENERATE-SUMMARY-REPORT.
           DISPLAY "SAR SUBMISSION SUMMARY"
           DISPLAY "Cases Filed:        " WS-CASES-FILED
           DISPLAY "Continuing Filings: " WS-CONTINUING-FILED
           DISPLAY "Reviews Scheduled:  " WS-REVIEWS-SCHEDULED
           DISPLAY "Cases Held:         " WS-CASES-HELD
           DISPLAY "Activity Total:     " WS-AMOUNT-TOTAL.

       CLEANUP-ROUTINE.
      * Flip this job to COMPLETE on the job control table so
      * downstream predecessor checks open up
           PERFORM DB-REGISTER-JOB-COMPLETE

      * Disconnect from DB2 database
           PERFORM DB-DISCONNECT

           CLOSE SAR-SUBMIT-FILE
                 ERROR-LOG-FILE

           DISPLAY "SAR SUBMISSION BATCH COMPLETE".

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
           MOVE SQL-AC-CUSTOMER-ID TO ER-CUSTOMER-ID
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

       DB-OPEN-TOFILE-CURSOR.
           EXEC SQL
               DECLARE SAR_TOFILE_CURSOR CURSOR FOR
               SELECT CASE_ID, CASE_TYPE, CUSTOMER_ID,
                      CHAR(DETECTION_DATE, ISO),
                      CHAR(ACTIVITY_FROM, ISO),
                      CHAR(ACTIVITY_TO, ISO),
                      CHAR(FILING_DEADLINE, ISO),
                      COALESCE(INVESTIGATOR_ID, ' '),
                      COALESCE(NARRATIVE_REF, ' '),
                      COALESCE(PRIOR_CASE_ID, ' ')
               FROM AML_CASE_TABLE
               WHERE CASE_STATUS = 'TOFILE'
               ORDER BY FILING_DEADLINE, CASE_ID
           END-EXEC

           EXEC SQL
               OPEN SAR_TOFILE_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error opening SAR case cursor - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
               SET END-OF-FILE TO TRUE
           END-IF.

       DB-FETCH-NEXT-TOFILE-CASE.
           EXEC SQL
               FETCH SAR_TOFILE_CURSOR INTO
               :SQL-AC-CASE-ID,
               :SQL-AC-CASE-TYPE,
               :SQL-AC-CUSTOMER-ID,
               :SQL-AC-DETECTION-DATE,
               :SQL-AC-ACTIVITY-FROM,
               :SQL-AC-ACTIVITY-TO,
               :SQL-AC-FILING-DEADLINE,
               :SQL-AC-INVESTIGATOR-ID,
               :SQL-AC-NARRATIVE-REF,
               :SQL-AC-PRIOR-CASE-ID
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   SET END-OF-FILE TO TRUE
               WHEN OTHER
                   MOVE SQLCODE TO WS-ERROR-CODE
                   STRING "Error fetching SAR case - SQLCODE: "
                       SQLCODE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
                   SET END-OF-FILE TO TRUE
           END-EVALUATE.

       DB-CLOSE-TOFILE-CURSOR.
           EXEC SQL
               CLOSE SAR_TOFILE_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error closing SAR case cursor - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       DB-READ-SAR-SUBJECT.
      * The subject as the customer master has them today
           MOVE SQL-AC-CUSTOMER-ID TO SQL-CU-CUSTOMER-ID

           EXEC SQL
               SELECT CUSTOMER_NAME,
                      COALESCE(ADDRESS_LINE_1, ' '),
                      COALESCE(CITY, ' '),
                      COALESCE(STATE_CODE, ' '),
                      COALESCE(POSTAL_CODE, ' '),
                      COALESCE(TAX_ID_NUMBER, ' '),
                      COALESCE(TAX_ID_TYPE, '2')
               INTO :SQL-CU-CUSTOMER-NAME,
                    :SQL-CU-ADDRESS-LINE-1,
                    :SQL-CU-CITY,
                    :SQL-CU-STATE-CODE,
                    :SQL-CU-POSTAL-CODE,
                    :SQL-CU-TAX-ID,
                    :SQL-CU-TAX-ID-TYPE
               FROM CUSTOMER_TABLE
               WHERE CUSTOMER_ID = :SQL-CU-CUSTOMER-ID
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   SET ERR-INVALID-CUSTOMER TO TRUE
                   MOVE SPACES TO WS-ERROR-MESSAGE-PARAM
                   STRING "SAR SUBJECT NOT ON CUSTOMER MASTER - CASE "
                       SQL-AC-CASE-ID
                       DELIMITED BY SIZE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
               WHEN OTHER
                   SET ERR-SYSTEM-ERROR TO TRUE
                   MOVE SQLCODE TO WS-ERROR-CODE
                   STRING "Error reading SAR subject - SQLCODE: "
                       SQLCODE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
           END-EVALUATE.

       DB-SUM-CASE-ACTIVITY.
      * The dollar amount reported is the subject's processed
      * activity across the case's activity period
           EXEC SQL
               SELECT COALESCE(SUM(AMOUNT), 0)
               INTO :SQL-AC-ACTIVITY-AMOUNT
               FROM TRANSACTION_TABLE
               WHERE CUSTOMER_ID = :SQL-AC-CUSTOMER-ID
               AND STATUS = 'PROCESSED'
               AND CREATION_DATE BETWEEN DATE(:SQL-AC-ACTIVITY-FROM)
                                     AND DATE(:SQL-AC-ACTIVITY-TO)
           END-EXEC

           IF SQLCODE NOT = 0
               SET ERR-SYSTEM-ERROR TO TRUE
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error summing case activity - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       DB-MARK-CASE-FILED.
           EXEC SQL
               UPDATE AML_CASE_TABLE
               SET CASE_STATUS = 'FILED',
                   FILED_DATE = DATE(:WS-SQL-CURRENT-DATE),
                   REVIEW_DATE = DATE(:WS-SQL-CURRENT-DATE)
                                 + :WS-REVIEW-DAYS DAYS
               WHERE CASE_ID = :SQL-AC-CASE-ID
           END-EXEC

           IF SQLCODE NOT = 0
               SET ERR-SYSTEM-ERROR TO TRUE
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error marking case filed - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       DB-INSERT-REVIEW-CASE.
           EXEC SQL
               INSERT INTO AML_CASE_TABLE
                   (CASE_ID, CASE_TYPE, CUSTOMER_ID, DETECTION_DATE,
                    CASE_SCORE, ACTIVITY_FROM, ACTIVITY_TO,
                    FILING_DEADLINE, INVESTIGATOR_ID, CASE_STATUS,
                    PRIOR_CASE_ID)
               VALUES
                   (:WS-REVIEW-CASE-ID, 'C', :SQL-AC-CUSTOMER-ID,
                    DATE(:WS-SQL-CURRENT-DATE) + :WS-REVIEW-DAYS DAYS,
                    0,
                    DATE(:WS-FILED-ACTIVITY-TO) + 1 DAY,
                    DATE(:WS-SQL-CURRENT-DATE) + :WS-REVIEW-DAYS DAYS,
                    DATE(:WS-SQL-CURRENT-DATE) + :WS-REVIEW-DAYS DAYS
                        + :WS-FILING-DAYS DAYS,
                    NULLIF(:WS-FILED-INVESTIGATOR, ' '),
                    'OPEN', :WS-FILED-CASE-ID)
           END-EXEC

           IF SQLCODE NOT = 0
               SET ERR-SYSTEM-ERROR TO TRUE
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error scheduling review case - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

           COPY "dbconfig_loader.cpy".

           COPY "jobcontrol.cpy".

           COPY "refnumber.cpy".

           COPY "opslog.cpy".

           COPY "paramtable.cpy".
