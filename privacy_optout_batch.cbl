      *================================================================*
      * Privacy Opt-Out Maintenance Batch                              *
      * Loads the choices customers mark on the returned annual       *
      * privacy notice onto CUSTOMER_TABLE - SHARE_OPT_OUT for        *
      * information sharing, MKTG_OPT_OUT for marketing - each dated  *
      * the day the notice came back and written to the change        *
      * history.  A box left unmarked leaves that choice as it        *
      * stands; 'N' takes a customer back in.  The warehouse extract  *
      * masks every customer opted out of either.                     *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRIVACY-OPTOUT-BATCH.
       DATE-WRITTEN. 2026-10-15.
       AUTHOR. Updated 2026-10-15 for DB2 Integration.
       REMARKS. PRIVACY NOTICE OPT-OUT MAINTENANCE BATCH.

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

      * Choices keyed from the returned privacy notices
           SELECT PRIVACY-RETURN-FILE
               ASSIGN TO "PRIVACYRETURN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRIVACY-RETURN-STATUS.

           SELECT OPTOUT-REPORT-FILE
               ASSIGN TO "PRIVOPTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPTOUT-REPORT-STATUS.

           SELECT ERROR-LOG-FILE
               ASSIGN TO "PRIVOPTERRLOG"
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

      * Returned Notice Record - one per notice.  Each choice is 'Y'
      * opt out, 'N' opt back in, or space where the box was left
      * unmarked.  A blank received date takes the business date.
       FD  PRIVACY-RETURN-FILE.
       01  PRIVACY-RETURN-RECORD.
           05  PR-CUSTOMER-ID         PIC X(10).
           05  FILLER                 PIC X.
           05  PR-SHARE-CHOICE        PIC X.
           05  FILLER                 PIC X.
           05  PR-MKTG-CHOICE         PIC X.
           05  FILLER                 PIC X.
           05  PR-RECEIVED-DATE.
               10  PR-RECEIVED-YEAR   PIC X(4).
               10  PR-RECEIVED-DASH-1 PIC X.
               10  PR-RECEIVED-MONTH  PIC X(2).
               10  PR-RECEIVED-DASH-2 PIC X.
               10  PR-RECEIVED-DAY    PIC X(2).
           05  FILLER                 PIC X.
      * The operator keying the notice - carried onto the change
      * history so the record says who, not just what
           05  PR-OPERATOR-ID         PIC X(8).

      * Opt-Out Report Record
       FD  OPTOUT-REPORT-FILE.
       01  OPTOUT-REPORT-RECORD       PIC X(130).

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
           05  WS-PRIVACY-RETURN-STATUS   PIC XX.
           05  WS-OPTOUT-REPORT-STATUS    PIC XX.
           05  WS-ERROR-FILE-STATUS       PIC XX.

      * Error Code Management
       01  WS-ERROR-CODES.
           05  WS-ERROR-CODE              PIC 9(4).
               88  ERR-NONE               VALUE 0000.
               88  ERR-INVALID-CUSTOMER   VALUE 1001.
               88  ERR-INVALID-TRANS-TYPE VALUE 1006.
               88  ERR-INVALID-RECV-DATE  VALUE 1053.
               88  ERR-FILE-ACCESS        VALUE 3001.
               88  ERR-SYSTEM-ERROR       VALUE 9999.
           05  WS-ERROR-MESSAGE-PARAM     PIC X(80).

      * The choice being applied - one of the notice's two boxes
       01  WS-CHOICE-AREA.
           05  WS-CHOICE-DATE             PIC X(10).
           05  WS-CHOICE-CHANGED-BY       PIC X(8).
           05  WS-CHOICE-LABEL            PIC X(18).
           05  WS-CHOICE-OLD              PIC X(1).
           05  WS-CHOICE-NEW              PIC X(1).
           05  WS-CHOICE-ACTION           PIC X(10).

      * Processing Statistics
       01  WS-PROCESSING-STATS.
           05  WS-NOTICES-READ            PIC 9(5) COMP VALUE ZERO.
           05  WS-NOTICES-REFUSED         PIC 9(5) COMP VALUE ZERO.
           05  WS-SHARING-OPT-OUTS        PIC 9(5) COMP VALUE ZERO.
           05  WS-MARKETING-OPT-OUTS      PIC 9(5) COMP VALUE ZERO.
           05  WS-OPT-INS                 PIC 9(5) COMP VALUE ZERO.
           05  WS-CHOICES-UNCHANGED       PIC 9(5) COMP VALUE ZERO.

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
               PRIVACY-RETURN-FILE
               OPTOUT-REPORT-FILE
               ERROR-LOG-FILE.

           DISPLAY "FILE PROCESSING ERROR DETECTED"
           PERFORM ABNORMAL-TERMINATION.
       END DECLARATIVES.

       MAIN-PROCESSING SECTION.
       MAIN-PROCESSING-ROUTINE.
           PERFORM INITIALIZATION-ROUTINE
           PERFORM PROCESS-RETURNED-NOTICES
               UNTIL END-OF-FILE
           PERFORM COMMIT-OPTOUT-BATCH
           PERFORM GENERATE-SUMMARY-REPORT
           PERFORM CLEANUP-ROUTINE
           STOP RUN.

       INITIALIZATION-ROUTINE.
      * Open returned notice input, report and error log files
           OPEN INPUT PRIVACY-RETURN-FILE
                OUTPUT OPTOUT-REPORT-FILE
                OUTPUT ERROR-LOG-FILE

           IF WS-PRIVACY-RETURN-STATUS NOT = "00"
              SET ERR-FILE-ACCESS TO TRUE
              MOVE "ERROR OPENING PRIVACY RETURN FILE"
                  TO WS-ERROR-MESSAGE-PARAM
              PERFORM LOG-ERROR-WITH-CODE
              PERFORM ABNORMAL-TERMINATION
           END-IF

           IF WS-OPTOUT-REPORT-STATUS NOT = "00"
              DISPLAY "ERROR OPENING OPT-OUT REPORT FILE"
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

           DISPLAY "PRIVACY OPT-OUT MAINTENANCE BATCH"
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

      * Register this job on the job control table.  Notices come
      * back all year, so it follows no job in the stream.
           MOVE "PRIVACY-OPTOUT-BATCH" TO JC-PROGRAM-ID
           MOVE SPACES TO JC-PREDECESSOR-ID
           PERFORM DB-CHECK-JOB-PREDECESSOR
           PERFORM DB-REGISTER-JOB-START

           SET NOT-END-OF-FILE TO TRUE.

       PROCESS-RETURNED-NOTICES.
           READ PRIVACY-RETURN-FILE
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-NOTICES-READ
                   PERFORM WORK-ONE-NOTICE
           END-READ.

       WORK-ONE-NOTICE.
           SET ERR-NONE TO TRUE
           PERFORM CHECK-RETURNED-NOTICE

           IF ERR-NONE
               PERFORM DB-READ-PRIVACY-CHOICES
           END-IF

           IF ERR-NONE
              AND PR-SHARE-CHOICE NOT = SPACE
               MOVE "SHARE-OPT-OUT" TO WS-CHOICE-LABEL
               MOVE SQL-CU-SHARE-OPT-OUT TO WS-CHOICE-OLD
               MOVE PR-SHARE-CHOICE TO WS-CHOICE-NEW
               PERFORM APPLY-ONE-CHOICE
           END-IF

           IF ERR-NONE
              AND PR-MKTG-CHOICE NOT = SPACE
               MOVE "MKTG-OPT-OUT" TO WS-CHOICE-LABEL
               MOVE SQL-CU-MKTG-OPT-OUT TO WS-CHOICE-OLD
               MOVE PR-MKTG-CHOICE TO WS-CHOICE-NEW
               PERFORM APPLY-ONE-CHOICE
           END-IF

           IF NOT ERR-NONE
               ADD 1 TO WS-NOTICES-REFUSED
               MOVE SPACES TO OPTOUT-REPORT-RECORD
               STRING "REFUSED    " PR-CUSTOMER-ID
                   " - " WS-ERROR-MESSAGE-PARAM (1:60)
                   DELIMITED BY SIZE
                   INTO OPTOUT-REPORT-RECORD
               WRITE OPTOUT-REPORT-RECORD
           END-IF.

       CHECK-RETURNED-NOTICE.
      * Each box must be Y, N or left blank, and a notice with
      * neither marked carries nothing to record
           EVALUATE TRUE
               WHEN PR-SHARE-CHOICE NOT = 'Y'
                AND PR-SHARE-CHOICE NOT = 'N'
                AND PR-SHARE-CHOICE NOT = SPACE
                   SET ERR-INVALID-TRANS-TYPE TO TRUE
                   MOVE "SHARING CHOICE MUST BE Y, N OR BLANK"
                       TO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
               WHEN PR-MKTG-CHOICE NOT = 'Y'
                AND PR-MKTG-CHOICE NOT = 'N'
                AND PR-MKTG-CHOICE NOT = SPACE
                   SET ERR-INVALID-TRANS-TYPE TO TRUE
                   MOVE "MARKETING CHOICE MUST BE Y, N OR BLANK"
                       TO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
               WHEN PR-SHARE-CHOICE = SPACE
                AND PR-MKTG-CHOICE = SPACE
                   SET ERR-INVALID-TRANS-TYPE TO TRUE
                   MOVE "NOTICE RETURNED WITH NO CHOICE MARKED"
                       TO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
               WHEN PR-RECEIVED-DATE = SPACES
                   MOVE WS-SQL-CURRENT-DATE TO WS-CHOICE-DATE
               WHEN PR-RECEIVED-YEAR NOT NUMERIC
                 OR PR-RECEIVED-MONTH NOT NUMERIC
                 OR PR-RECEIVED-DAY NOT NUMERIC
                 OR PR-RECEIVED-DASH-1 NOT = "-"
                 OR PR-RECEIVED-DASH-2 NOT = "-"
                   SET ERR-INVALID-RECV-DATE TO TRUE
                   MOVE "RECEIVED DATE MUST BE YYYY-MM-DD"
                       TO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
               WHEN OTHER
                   MOVE PR-RECEIVED-DATE TO WS-CHOICE-DATE
           END-EVALUATE

           IF PR-OPERATOR-ID = SPACES
               MOVE "PRIVOPT" TO WS-CHOICE-CHANGED-BY
           ELSE
               MOVE PR-OPERATOR-ID TO WS-CHOICE-CHANGED-BY
           END-IF.

       APPLY-ONE-CHOICE.
      * A box marked the way the customer already stands is reported
      * but neither re-dated nor written to the change history
           IF WS-CHOICE-NEW = WS-CHOICE-OLD
               ADD 1 TO WS-CHOICES-UNCHANGED
               MOVE "UNCHANGED" TO WS-CHOICE-ACTION
           ELSE
               IF WS-CHOICE-LABEL = "SHARE-OPT-OUT"
                   PERFORM DB-SET-SHARE-CHOICE
               ELSE
                   PERFORM DB-SET-MKTG-CHOICE
               END-IF

               IF ERR-NONE
      * The durable field-level record of the choice
                   MOVE "CUSTOMER_TABLE" TO CH-TABLE-NAME
                   MOVE PR-CUSTOMER-ID TO CH-RECORD-KEY
                   MOVE WS-CHOICE-LABEL TO CH-FIELD-NAME
                   MOVE WS-CHOICE-OLD TO CH-OLD-VALUE
                   MOVE WS-CHOICE-NEW TO CH-NEW-VALUE
                   MOVE WS-CHOICE-CHANGED-BY TO CH-CHANGED-BY
                   MOVE "PRIVNOTICE" TO CH-CHANGE-REASON
                   PERFORM DB-WRITE-CHANGE-HISTORY
               END-IF

               EVALUATE TRUE
                   WHEN NOT ERR-NONE
                       CONTINUE
                   WHEN WS-CHOICE-NEW = 'N'
                       ADD 1 TO WS-OPT-INS
                       MOVE "OPTED IN" TO WS-CHOICE-ACTION
                   WHEN WS-CHOICE-LABEL = "SHARE-OPT-OUT"
                       ADD 1 TO WS-SHARING-OPT-OUTS
                       MOVE "OPTED OUT" TO WS-CHOICE-ACTION
                   WHEN OTHER
                       ADD 1 TO WS-MARKETING-OPT-OUTS
                       MOVE "OPTED OUT" TO WS-CHOICE-ACTION
               END-EVALUATE
           END-IF

           IF ERR-NONE
               MOVE SPACES TO OPTOUT-REPORT-RECORD
               STRING WS-CHOICE-ACTION " " PR-CUSTOMER-ID
                   " " SQL-CU-CUSTOMER-NAME (1:30)
                   " " WS-CHOICE-LABEL
                   " " WS-CHOICE-OLD " TO " WS-CHOICE-NEW
                   " RECEIVED " WS-CHOICE-DATE
                   DELIMITED BY SIZE
                   INTO OPTOUT-REPORT-RECORD
               WRITE OPTOUT-REPORT-RECORD
           END-IF.

       COMMIT-OPTOUT-BATCH.
      * Commit every choice applied this run in one unit of work,
      * so DB-DISCONNECT below doesn't roll it all back
           EXEC SQL
               COMMIT WORK
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error committing opt-outs - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       GENERATE-SUMMARY-REPORT.
           DISPLAY "PRIVACY OPT-OUT SUMMARY"
           DISPLAY "Notices Read:       " WS-NOTICES-READ
           DISPLAY "Notices Refused:    " WS-NOTICES-REFUSED
           DISPLAY "Sharing Opt-Outs:   " WS-SHARING-OPT-OUTS
           DISPLAY "Marketing Opt-Outs: " WS-MARKETING-OPT-OUTS
           DISPLAY "Opted Back In:      " WS-OPT-INS
           DISPLAY "Choices Unchanged:  " WS-CHOICES-UNCHANGED.

       CLEANUP-ROUTINE.
      * Flip this job to COMPLETE on the job control table so
      * downstream predecessor checks open up
           PERFORM DB-REGISTER-JOB-COMPLETE

      * Disconnect from DB2 database
           PERFORM DB-DISCONNECT

           CLOSE PRIVACY-RETURN-FILE
                 OPTOUT-REPORT-FILE
                 ERROR-LOG-FILE

           DISPLAY "PRIVACY OPT-OUT MAINTENANCE BATCH COMPLETE".

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
           MOVE PR-CUSTOMER-ID TO ER-CUSTOMER-ID
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

       DB-READ-PRIVACY-CHOICES.
           MOVE PR-CUSTOMER-ID TO SQL-CU-CUSTOMER-ID

           EXEC SQL
               SELECT CUSTOMER_NAME,
                      COALESCE(SHARE_OPT_OUT, 'N'),
                      COALESCE(MKTG_OPT_OUT, 'N')
               INTO :SQL-CU-CUSTOMER-NAME,
                    :SQL-CU-SHARE-OPT-OUT,
                    :SQL-CU-MKTG-OPT-OUT
               FROM CUSTOMER_TABLE
               WHERE CUSTOMER_ID = :SQL-CU-CUSTOMER-ID
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
                   STRING "Error reading customer row - SQLCODE: "
                       SQLCODE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
           END-EVALUATE.

       DB-SET-SHARE-CHOICE.
           MOVE WS-CHOICE-NEW TO SQL-CU-SHARE-OPT-OUT
           MOVE WS-CHOICE-DATE TO SQL-CU-SHARE-OPT-DATE

           EXEC SQL
               UPDATE CUSTOMER_TABLE
               SET SHARE_OPT_OUT = :SQL-CU-SHARE-OPT-OUT,
                   SHARE_OPT_OUT_DATE = DATE(:SQL-CU-SHARE-OPT-DATE)
               WHERE CUSTOMER_ID = :SQL-CU-CUSTOMER-ID
           END-EXEC

           IF SQLCODE NOT = 0
               SET ERR-SYSTEM-ERROR TO TRUE
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error setting sharing choice - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       DB-SET-MKTG-CHOICE.
           MOVE WS-CHOICE-NEW TO SQL-CU-MKTG-OPT-OUT
           MOVE WS-CHOICE-DATE TO SQL-CU-MKTG-OPT-DATE

           EXEC SQL
               UPDATE CUSTOMER_TABLE
               SET MKTG_OPT_OUT = :SQL-CU-MKTG-OPT-OUT,
                   MKTG_OPT_OUT_DATE = DATE(:SQL-CU-MKTG-OPT-DATE)
               WHERE CUSTOMER_ID = :SQL-CU-CUSTOMER-ID
           END-EXEC

           IF SQLCODE NOT = 0
               SET ERR-SYSTEM-ERROR TO TRUE
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error setting marketing choice - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

           COPY "dbconfig_loader.cpy".

           COPY "jobcontrol.cpy".

           COPY "opslog.cpy".

           COPY "changehist.cpy".
