      *================================================================*
      * Beneficial Ownership Maintenance Batch                         *
      * The controlled change path for BENEFICIAL_OWNER_TABLE - the   *
      * individuals who own 25% or more of a legal-entity customer,   *
      * or control it, as the customer due diligence rule requires.   *
      * Owners are added, changed field by field and removed against  *
      * the business CUSTOMER_ID; every change writes the change      *
      * history.  A certification record stamps the customer's        *
      * BO_CERTIFIED_DATE once the register is complete - which the   *
      * KYC periodic review will not clear without.                   *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BENEFICIAL-OWNER-MAINT-BATCH.
       DATE-WRITTEN. 2026-10-15.
       AUTHOR. Updated 2026-10-15 for DB2 Integration.
       REMARKS. BENEFICIAL OWNERSHIP REGISTER MAINTENANCE BATCH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Configuration file containing DB2 connection parameters
           SELECT CONFIG-FILE
               ASSIGN TO "DB2CONFIG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-FILE-STATUS.

      * Owner adds, changes, removals and certifications from ops
           SELECT BO-MAINT-FILE
               ASSIGN TO "BOMAINT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BO-MAINT-STATUS.

      * Before/after change report
           SELECT BO-REPORT-FILE
               ASSIGN TO "BOMAINTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BO-REPORT-STATUS.

           SELECT ERROR-LOG-FILE
               ASSIGN TO "BOMAINTERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERROR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * Maintenance Record - one owner action per record.  An add
      * carries the whole owner; a change carries one field code
      * and its new value; remove and certify carry no detail.
       FD  BO-MAINT-FILE.
       01  BO-MAINT-RECORD.
           05  BM-CUSTOMER-ID         PIC X(10).
           05  FILLER                 PIC X.
           05  BM-OWNER-SEQUENCE      PIC 9(2).
           05  FILLER                 PIC X.
           05  BM-ACTION-CODE         PIC X.
               88  BM-ADD-OWNER       VALUE 'A'.
               88  BM-CHANGE-OWNER    VALUE 'C'.
               88  BM-REMOVE-OWNER    VALUE 'R'.
               88  BM-CERTIFY         VALUE 'K'.
           05  FILLER                 PIC X.
      * The operator keying the change - carried onto the change
      * history so the record says who, not just what
           05  BM-OPERATOR-ID         PIC X(8).
           05  FILLER                 PIC X.
           05  BM-DETAIL              PIC X(148).
           05  BM-OWNER-DETAIL REDEFINES BM-DETAIL.
               10  BM-OWNER-NAME      PIC X(40).
               10  BM-ADDRESS-LINE-1  PIC X(40).
               10  BM-CITY            PIC X(20).
               10  BM-STATE-CODE      PIC X(2).
               10  BM-POSTAL-CODE     PIC X(10).
               10  BM-BIRTH-DATE      PIC X(10).
               10  BM-ID-NUMBER       PIC X(20).
               10  BM-OWNERSHIP-PCT   PIC 9(3)V99.
               10  BM-CONTROL-FLAG    PIC X.
           05  BM-CHANGE-DETAIL REDEFINES BM-DETAIL.
               10  BM-FIELD-CODE      PIC X.
                   88  BM-FIELD-NAME      VALUE 'N'.
                   88  BM-FIELD-ADDR-1    VALUE 'A'.
                   88  BM-FIELD-CITY      VALUE 'C'.
                   88  BM-FIELD-STATE     VALUE 'S'.
                   88  BM-FIELD-ZIP       VALUE 'Z'.
                   88  BM-FIELD-BIRTH     VALUE 'B'.
                   88  BM-FIELD-ID        VALUE 'I'.
                   88  BM-FIELD-PCT       VALUE 'P'.
                   88  BM-FIELD-CONTROL   VALUE 'F'.
               10  FILLER             PIC X.
               10  BM-NEW-VALUE       PIC X(40).
               10  FILLER             PIC X(106).

      * Change Report Record
       FD  BO-REPORT-FILE.
       01  BO-REPORT-RECORD           PIC X(130).

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
           05  WS-BO-MAINT-STATUS         PIC XX.
           05  WS-BO-REPORT-STATUS        PIC XX.
           05  WS-ERROR-FILE-STATUS       PIC XX.

      * Error Code Management
       01  WS-ERROR-CODES.
           05  WS-ERROR-CODE              PIC 9(4).
               88  ERR-NONE               VALUE 0000.
               88  ERR-INVALID-CUSTOMER   VALUE 1001.
               88  ERR-MISSING-NAME       VALUE 1002.
               88  ERR-DUPLICATE-OWNER    VALUE 1003.
               88  ERR-INVALID-AMOUNT     VALUE 1004.
               88  ERR-INVALID-DATE       VALUE 1005.
               88  ERR-INVALID-ACTION     VALUE 1006.
               88  ERR-OWNER-NOT-FOUND    VALUE 1007.
               88  ERR-FILE-ACCESS        VALUE 3001.
               88  ERR-SYSTEM-ERROR       VALUE 9999.
           05  WS-ERROR-MESSAGE-PARAM     PIC X(80).

      * The ownership line the rule draws - an owner below it must
      * be the control person to belong on the register
       01  WS-OWNERSHIP-RULES.
           05  WS-OWNERSHIP-LINE          PIC 9(3)V99 VALUE 25.00.
           05  WS-OWNERSHIP-CEILING       PIC 9(3)V99 VALUE 100.00.

      * Before/After Work Area - the field's old value for the
      * change report and history
       01  WS-CHANGE-AREA.
           05  WS-OLD-VALUE               PIC X(40).
           05  WS-NEW-VALUE               PIC X(40).
           05  WS-FIELD-LABEL             PIC X(9).
           05  WS-HISTORY-FIELD           PIC X(18).
           05  WS-NEW-PCT                 PIC S9(3)V99.
           05  WS-NEW-CONTROL             PIC X.
           05  WS-PCT-DISPLAY             PIC ZZ9.99.
           05  WS-DATE-CHECK              PIC X(10).
           05  WS-DATE-CHECK-PARTS REDEFINES WS-DATE-CHECK.
               10  WS-DC-YEAR             PIC X(4).
               10  WS-DC-DASH-1           PIC X.
               10  WS-DC-MONTH            PIC X(2).
               10  WS-DC-DASH-2           PIC X.
               10  WS-DC-DAY              PIC X(2).

      * Processing Statistics
       01  WS-PROCESSING-STATS.
           05  WS-RECORDS-READ            PIC 9(5) COMP VALUE ZERO.
           05  WS-OWNERS-ADDED            PIC 9(5) COMP VALUE ZERO.
           05  WS-OWNERS-CHANGED          PIC 9(5) COMP VALUE ZERO.
           05  WS-OWNERS-REMOVED          PIC 9(5) COMP VALUE ZERO.
           05  WS-CERTIFICATIONS          PIC 9(5) COMP VALUE ZERO.
           05  WS-RECORDS-REFUSED         PIC 9(5) COMP VALUE ZERO.

      * Work Areas and Flags
       01  WS-WORK-AREAS.
           05  WS-EOF-FLAG                PIC X VALUE 'N'.
               88  END-OF-FILE            VALUE 'Y'.
               88  NOT-END-OF-FILE        VALUE 'N'.

           05  WS-OWNER-FOUND-FLAG        PIC X VALUE 'N'.
               88  OWNER-ON-FILE          VALUE 'Y'.
               88  OWNER-NOT-ON-FILE      VALUE 'N'.

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
               BO-MAINT-FILE
               BO-REPORT-FILE
               ERROR-LOG-FILE.

           DISPLAY "FILE PROCESSING ERROR DETECTED"
           PERFORM ABNORMAL-TERMINATION.
       END DECLARATIVES.

       MAIN-PROCESSING SECTION.
       MAIN-PROCESSING-ROUTINE.
           PERFORM INITIALIZATION-ROUTINE
           PERFORM PROCESS-MAINT-RECORDS
               UNTIL END-OF-FILE
           PERFORM COMMIT-MAINT-BATCH
           PERFORM GENERATE-SUMMARY-REPORT
           PERFORM CLEANUP-ROUTINE
           STOP RUN.

       INITIALIZATION-ROUTINE.
      * Open maintenance input, report and error log files
           OPEN INPUT BO-MAINT-FILE
                OUTPUT BO-REPORT-FILE
                OUTPUT ERROR-LOG-FILE

           IF WS-BO-MAINT-STATUS NOT = "00"
              SET ERR-FILE-ACCESS TO TRUE
              MOVE "ERROR OPENING BENEFICIAL OWNER MAINTENANCE FILE"
                  TO WS-ERROR-MESSAGE-PARAM
              PERFORM LOG-ERROR-WITH-CODE
              PERFORM ABNORMAL-TERMINATION
           END-IF

           IF WS-BO-REPORT-STATUS NOT = "00"
              DISPLAY "ERROR OPENING CHANGE REPORT FILE"
              PERFORM ABNORMAL-TERMINATION
           END-IF

           IF WS-ERROR-FILE-STATUS NOT = "00"
              DISPLAY "ERROR OPENING ERROR LOG FILE"
              PERFORM ABNORMAL-TERMINATION
           END-IF

      * Get current system date and time
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS

           DISPLAY "BENEFICIAL OWNER MAINTENANCE BATCH"
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

      * Register this job on the job control table and refuse to
      * start ahead of its predecessor in the nightly stream
           MOVE "BENEFICIAL-OWNER-MAINT-BATCH" TO JC-PROGRAM-ID
           MOVE SPACES TO JC-PREDECESSOR-ID
           PERFORM DB-CHECK-JOB-PREDECESSOR
           PERFORM DB-REGISTER-JOB-START

           SET NOT-END-OF-FILE TO TRUE.

       PROCESS-MAINT-RECORDS.
           READ BO-MAINT-FILE
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
                   PERFORM WORK-ONE-MAINT-RECORD
           END-READ.

       WORK-ONE-MAINT-RECORD.
           SET ERR-NONE TO TRUE

      * Only a legal-entity customer carries a register
           PERFORM DB-READ-BUSINESS-CUSTOMER

           IF ERR-NONE
               EVALUATE TRUE
                   WHEN BM-ADD-OWNER
                       PERFORM ADD-BENEFICIAL-OWNER
                   WHEN BM-CHANGE-OWNER
                       PERFORM CHANGE-BENEFICIAL-OWNER
                   WHEN BM-REMOVE-OWNER
                       PERFORM REMOVE-BENEFICIAL-OWNER
                   WHEN BM-CERTIFY
                       PERFORM CERTIFY-OWNER-REGISTER
                   WHEN OTHER
                       SET ERR-INVALID-ACTION TO TRUE
                       MOVE "UNRECOGNIZED ACTION CODE"
                           TO WS-ERROR-MESSAGE-PARAM
                       PERFORM LOG-ERROR-WITH-CODE
               END-EVALUATE
           END-IF

           IF NOT ERR-NONE
               ADD 1 TO WS-RECORDS-REFUSED
               MOVE SPACES TO BO-REPORT-RECORD
               STRING "REFUSED " BM-CUSTOMER-ID
                   " OWNER " BM-OWNER-SEQUENCE
                   " ACTION " BM-ACTION-CODE
                   " - " WS-ERROR-MESSAGE-PARAM (1:50)
                   DELIMITED BY SIZE
                   INTO BO-REPORT-RECORD
               WRITE BO-REPORT-RECORD
           END-IF.

       ADD-BENEFICIAL-OWNER.
      * A new owner arrives whole: named and identified, dated of
      * birth, and either over the ownership line or the control
      * person, without pushing the register past 100%
           MOVE BM-BIRTH-DATE TO WS-DATE-CHECK
           MOVE BM-OWNERSHIP-PCT TO WS-NEW-PCT
           MOVE BM-CONTROL-FLAG TO WS-NEW-CONTROL

           EVALUATE TRUE
               WHEN BM-OWNER-NAME = SPACES
                 OR BM-ID-NUMBER = SPACES
                   SET ERR-MISSING-NAME TO TRUE
                   MOVE "OWNER NAME AND ID NUMBER REQUIRED"
                       TO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
               WHEN BM-OWNERSHIP-PCT NOT NUMERIC
                   SET ERR-INVALID-AMOUNT TO TRUE
                   MOVE "OWNERSHIP PERCENTAGE NOT NUMERIC"
                       TO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
               WHEN BM-CONTROL-FLAG NOT = 'Y'
                AND BM-CONTROL-FLAG NOT = 'N'
                   SET ERR-INVALID-ACTION TO TRUE
                   MOVE "CONTROL PERSON FLAG MUST BE Y OR N"
                       TO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
               WHEN OTHER
                   PERFORM VALIDATE-BIRTH-DATE
           END-EVALUATE

           IF ERR-NONE
               PERFORM VALIDATE-OWNER-QUALIFIES
           END-IF

           IF ERR-NONE
               PERFORM DB-READ-OWNER
               IF OWNER-ON-FILE
                   SET ERR-DUPLICATE-OWNER TO TRUE
                   MOVE "OWNER SEQUENCE ALREADY ON REGISTER"
                       TO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
               END-IF
           END-IF

           IF ERR-NONE
               MOVE ZERO TO SQL-BO-OWNERSHIP-PCT
               PERFORM VALIDATE-REGISTER-TOTAL
           END-IF

           IF ERR-NONE
               PERFORM DB-INSERT-OWNER
           END-IF

           IF ERR-NONE
               ADD 1 TO WS-OWNERS-ADDED
               MOVE "ADDED" TO WS-FIELD-LABEL
               MOVE SPACES TO WS-OLD-VALUE
               MOVE BM-OWNER-NAME TO WS-NEW-VALUE
               PERFORM RECORD-OWNER-CHANGE

               MOVE BM-OWNERSHIP-PCT TO WS-PCT-DISPLAY
               MOVE SPACES TO BO-REPORT-RECORD
               STRING "ADDED   " BM-CUSTOMER-ID
                   " OWNER " BM-OWNER-SEQUENCE
                   " " BM-OWNER-NAME
                   " PCT " WS-PCT-DISPLAY
                   " CONTROL " BM-CONTROL-FLAG
                   DELIMITED BY SIZE
                   INTO BO-REPORT-RECORD
               WRITE BO-REPORT-RECORD
           END-IF.

       CHANGE-BENEFICIAL-OWNER.
      * One field on a standing owner; the current row supplies the
      * old value and the qualification re-checks
           PERFORM DB-READ-OWNER

           IF OWNER-NOT-ON-FILE
              OR SQL-BO-OWNER-STATUS NOT = "ACTIVE"
               SET ERR-OWNER-NOT-FOUND TO TRUE
               MOVE "NO ACTIVE OWNER AT THIS SEQUENCE"
                   TO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF

           IF ERR-NONE
               PERFORM PICK-OLD-FIELD-VALUE
           END-IF

           IF ERR-NONE
               MOVE BM-NEW-VALUE TO WS-NEW-VALUE
               MOVE SQL-BO-OWNERSHIP-PCT TO WS-NEW-PCT
               MOVE SQL-BO-CONTROL-FLAG TO WS-NEW-CONTROL
               EVALUATE TRUE
                   WHEN BM-FIELD-NAME OR BM-FIELD-ID
                       IF BM-NEW-VALUE = SPACES
                           SET ERR-MISSING-NAME TO TRUE
                           MOVE "OWNER NAME AND ID NUMBER REQUIRED"
                               TO WS-ERROR-MESSAGE-PARAM
                           PERFORM LOG-ERROR-WITH-CODE
                       END-IF
                   WHEN BM-FIELD-BIRTH
                       MOVE BM-NEW-VALUE (1:10) TO WS-DATE-CHECK
                       PERFORM VALIDATE-BIRTH-DATE
                   WHEN BM-FIELD-PCT
                       COMPUTE WS-NEW-PCT =
                           FUNCTION NUMVAL(BM-NEW-VALUE)
                       PERFORM VALIDATE-OWNER-QUALIFIES
                       IF ERR-NONE
                           PERFORM VALIDATE-REGISTER-TOTAL
                       END-IF
                   WHEN BM-FIELD-CONTROL
                       MOVE BM-NEW-VALUE (1:1) TO WS-NEW-CONTROL
                       IF WS-NEW-CONTROL NOT = 'Y'
                          AND WS-NEW-CONTROL NOT = 'N'
                           SET ERR-INVALID-ACTION TO TRUE
                           MOVE "CONTROL PERSON FLAG MUST BE Y OR N"
                               TO WS-ERROR-MESSAGE-PARAM
                           PERFORM LOG-ERROR-WITH-CODE
                       ELSE
                           PERFORM VALIDATE-OWNER-QUALIFIES
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF

           IF ERR-NONE
               PERFORM DB-APPLY-OWNER-CHANGE
           END-IF

           IF ERR-NONE
               ADD 1 TO WS-OWNERS-CHANGED
               IF BM-FIELD-PCT
                   MOVE WS-NEW-PCT TO WS-PCT-DISPLAY
                   MOVE SPACES TO WS-NEW-VALUE
                   MOVE WS-PCT-DISPLAY TO WS-NEW-VALUE
               END-IF
               PERFORM RECORD-OWNER-CHANGE

               MOVE SPACES TO BO-REPORT-RECORD
               STRING "CHANGED " BM-CUSTOMER-ID
                   " OWNER " BM-OWNER-SEQUENCE
                   " " WS-FIELD-LABEL
                   " FROM [" WS-OLD-VALUE (1:30)
                   "] TO [" WS-NEW-VALUE (1:30) "]"
                   DELIMITED BY SIZE
                   INTO BO-REPORT-RECORD
               WRITE BO-REPORT-RECORD
           END-IF.

       REMOVE-BENEFICIAL-OWNER.
      * A departed owner stays on file at REMOVED - the register's
      * history is part of the due diligence record
           PERFORM DB-READ-OWNER

           IF OWNER-NOT-ON-FILE
              OR SQL-BO-OWNER-STATUS NOT = "ACTIVE"
               SET ERR-OWNER-NOT-FOUND TO TRUE
               MOVE "NO ACTIVE OWNER AT THIS SEQUENCE"
                   TO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           ELSE
               PERFORM DB-REMOVE-OWNER
           END-IF

           IF ERR-NONE
               ADD 1 TO WS-OWNERS-REMOVED
               MOVE "STATUS" TO WS-FIELD-LABEL
               MOVE SQL-BO-OWNER-STATUS TO WS-OLD-VALUE
               MOVE "REMOVED" TO WS-NEW-VALUE
               PERFORM RECORD-OWNER-CHANGE

               MOVE SPACES TO BO-REPORT-RECORD
               STRING "REMOVED " BM-CUSTOMER-ID
                   " OWNER " BM-OWNER-SEQUENCE
                   " " SQL-BO-OWNER-NAME
                   DELIMITED BY SIZE
                   INTO BO-REPORT-RECORD
               WRITE BO-REPORT-RECORD
           END-IF.

       CERTIFY-OWNER-REGISTER.
      * The customer certifies the register complete.  The rule
      * always requires a control person, so a register without an
      * active one cannot be certified.
           PERFORM DB-COUNT-CONTROL-PERSONS

           IF ERR-NONE
               IF SQL-BO-CONTROL-COUNT = ZERO
                   SET ERR-INVALID-ACTION TO TRUE
                   MOVE "NO ACTIVE CONTROL PERSON ON REGISTER"
                       TO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
               ELSE
                   PERFORM DB-STAMP-CERTIFICATION
               END-IF
           END-IF

           IF ERR-NONE
               ADD 1 TO WS-CERTIFICATIONS
               MOVE "CUSTOMER_TABLE" TO CH-TABLE-NAME
               MOVE BM-CUSTOMER-ID TO CH-RECORD-KEY
               MOVE "BO_CERTIFIED_DATE" TO CH-FIELD-NAME
               MOVE SQL-CU-BO-CERT-DATE TO CH-OLD-VALUE
               MOVE WS-SQL-CURRENT-DATE TO CH-NEW-VALUE
               MOVE BM-OPERATOR-ID TO CH-CHANGED-BY
               MOVE "BOMAINT" TO CH-CHANGE-REASON
               PERFORM DB-WRITE-CHANGE-HISTORY

               MOVE SPACES TO BO-REPORT-RECORD
               STRING "CERTIFIED " BM-CUSTOMER-ID
                   " BENEFICIAL OWNERSHIP AS OF " WS-SQL-CURRENT-DATE
                   " PREVIOUSLY [" SQL-CU-BO-CERT-DATE "]"
                   DELIMITED BY SIZE
                   INTO BO-REPORT-RECORD
               WRITE BO-REPORT-RECORD
           END-IF.

       VALIDATE-BIRTH-DATE.
           IF WS-DC-YEAR NOT NUMERIC
              OR WS-DC-MONTH NOT NUMERIC
              OR WS-DC-DAY NOT NUMERIC
              OR WS-DC-DASH-1 NOT = '-'
              OR WS-DC-DASH-2 NOT = '-'
              OR WS-DATE-CHECK NOT < WS-SQL-CURRENT-DATE
               SET ERR-INVALID-DATE TO TRUE
               MOVE "BIRTH DATE MUST BE A PAST YYYY-MM-DD DATE"
                   TO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       VALIDATE-OWNER-QUALIFIES.
           IF WS-NEW-PCT < ZERO
              OR WS-NEW-PCT > WS-OWNERSHIP-CEILING
               SET ERR-INVALID-AMOUNT TO TRUE
               MOVE "OWNERSHIP PERCENTAGE OUT OF RANGE"
                   TO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           ELSE
               IF WS-NEW-PCT < WS-OWNERSHIP-LINE
                  AND WS-NEW-CONTROL NOT = 'Y'
                   SET ERR-INVALID-AMOUNT TO TRUE
                   MOVE "UNDER 25% AND NOT THE CONTROL PERSON"
                       TO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
               END-IF
           END-IF.

       VALIDATE-REGISTER-TOTAL.
      * Active owners' shares plus this owner's new share, less
      * whatever this owner held before, may not pass 100%
           PERFORM DB-SUM-ACTIVE-OWNERSHIP

           IF ERR-NONE
               IF SQL-BO-PCT-TOTAL - SQL-BO-OWNERSHIP-PCT + WS-NEW-PCT
                  > WS-OWNERSHIP-CEILING
                   SET ERR-INVALID-AMOUNT TO TRUE
                   MOVE "REGISTER OWNERSHIP WOULD EXCEED 100%"
                       TO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
               END-IF
           END-IF.

       PICK-OLD-FIELD-VALUE.
           MOVE SPACES TO WS-OLD-VALUE
           EVALUATE TRUE
               WHEN BM-FIELD-NAME
                   MOVE "NAME" TO WS-FIELD-LABEL
                   MOVE SQL-BO-OWNER-NAME TO WS-OLD-VALUE
               WHEN BM-FIELD-ADDR-1
                   MOVE "ADDRESS-1" TO WS-FIELD-LABEL
                   MOVE SQL-BO-ADDRESS-LINE-1 TO WS-OLD-VALUE
               WHEN BM-FIELD-CITY
                   MOVE "CITY" TO WS-FIELD-LABEL
                   MOVE SQL-BO-CITY TO WS-OLD-VALUE
               WHEN BM-FIELD-STATE
                   MOVE "STATE" TO WS-FIELD-LABEL
                   MOVE SQL-BO-STATE-CODE TO WS-OLD-VALUE
               WHEN BM-FIELD-ZIP
                   MOVE "POSTAL" TO WS-FIELD-LABEL
                   MOVE SQL-BO-POSTAL-CODE TO WS-OLD-VALUE
               WHEN BM-FIELD-BIRTH
                   MOVE "BIRTH-DT" TO WS-FIELD-LABEL
                   MOVE SQL-BO-BIRTH-DATE TO WS-OLD-VALUE
               WHEN BM-FIELD-ID
                   MOVE "ID-NUMBER" TO WS-FIELD-LABEL
                   MOVE SQL-BO-ID-NUMBER TO WS-OLD-VALUE
               WHEN BM-FIELD-PCT
                   MOVE "OWN-PCT" TO WS-FIELD-LABEL
                   MOVE SQL-BO-OWNERSHIP-PCT TO WS-PCT-DISPLAY
                   MOVE WS-PCT-DISPLAY TO WS-OLD-VALUE
               WHEN BM-FIELD-CONTROL
                   MOVE "CONTROL" TO WS-FIELD-LABEL
                   MOVE SQL-BO-CONTROL-FLAG TO WS-OLD-VALUE
               WHEN OTHER
                   SET ERR-INVALID-ACTION TO TRUE
                   MOVE "UNRECOGNIZED FIELD CODE"
                       TO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
           END-EVALUATE.

       RECORD-OWNER-CHANGE.
      * The durable field-level record of the change, keyed by the
      * business customer and naming the owner it touched
           MOVE SPACES TO WS-HISTORY-FIELD
           STRING "OWNER " BM-OWNER-SEQUENCE " " WS-FIELD-LABEL
               DELIMITED BY SIZE
               INTO WS-HISTORY-FIELD

           MOVE "BENEFICIAL_OWNER" TO CH-TABLE-NAME
           MOVE BM-CUSTOMER-ID TO CH-RECORD-KEY
           MOVE WS-HISTORY-FIELD TO CH-FIELD-NAME
           MOVE WS-OLD-VALUE TO CH-OLD-VALUE
           MOVE WS-NEW-VALUE TO CH-NEW-VALUE
           MOVE BM-OPERATOR-ID TO CH-CHANGED-BY
           MOVE "BOMAINT" TO CH-CHANGE-REASON
           PERFORM DB-WRITE-CHANGE-HISTORY.

       COMMIT-MAINT-BATCH.
      * Commit every change applied this run in one unit of work,
      * so DB-DISCONNECT below doesn't roll it all back
           EXEC SQL
               COMMIT WORK
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error committing maintenance - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       GENERATE-SUMMARY-REPORT.
           DISPLAY "BENEFICIAL OWNER MAINTENANCE SUMMARY"
           DISPLAY "Records Read:    " WS-RECORDS-READ
           DISPLAY "Owners Added:    " WS-OWNERS-ADDED
           DISPLAY "Owners Changed:  " WS-OWNERS-CHANGED
           DISPLAY "Owners Removed:  " WS-OWNERS-REMOVED
           DISPLAY "Certifications:  " WS-CERTIFICATIONS
           DISPLAY "Records Refused: " WS-RECORDS-REFUSED.

       CLEANUP-ROUTINE.
      * Flip this job to COMPLETE on the job control table so
      * downstream predecessor checks open up
           PERFORM DB-REGISTER-JOB-COMPLETE

      * Disconnect from DB2 database
           PERFORM DB-DISCONNECT

           CLOSE BO-MAINT-FILE
                 BO-REPORT-FILE
                 ERROR-LOG-FILE

           DISPLAY "BENEFICIAL OWNER MAINTENANCE BATCH COMPLETE".

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
           MOVE BM-CUSTOMER-ID TO ER-CUSTOMER-ID
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

       DB-READ-BUSINESS-CUSTOMER.
      * The customer must be on the master as a legal entity - an
      * EIN-filed customer, TAX_ID_TYPE '1'
           MOVE BM-CUSTOMER-ID TO SQL-CU-CUSTOMER-ID

           EXEC SQL
               SELECT COALESCE(TAX_ID_TYPE, '2'),
                      COALESCE(CHAR(BO_CERTIFIED_DATE, ISO), ' ')
               INTO :SQL-CU-TAX-ID-TYPE,
                    :SQL-CU-BO-CERT-DATE
               FROM CUSTOMER_TABLE
               WHERE CUSTOMER_ID = :SQL-CU-CUSTOMER-ID
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   IF SQL-CU-TAX-ID-TYPE NOT = '1'
                       SET ERR-INVALID-CUSTOMER TO TRUE
                       MOVE "CUSTOMER IS NOT A LEGAL ENTITY"
                           TO WS-ERROR-MESSAGE-PARAM
                       PERFORM LOG-ERROR-WITH-CODE
                   END-IF

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

       DB-READ-OWNER.
           SET OWNER-NOT-ON-FILE TO TRUE
           MOVE BM-CUSTOMER-ID TO SQL-BO-CUSTOMER-ID
           MOVE BM-OWNER-SEQUENCE TO SQL-BO-OWNER-SEQUENCE

           EXEC SQL
               SELECT OWNER_NAME,
                      COALESCE(ADDRESS_LINE_1, ' '),
                      COALESCE(CITY, ' '),
                      COALESCE(STATE_CODE, ' '),
                      COALESCE(POSTAL_CODE, ' '),
                      COALESCE(CHAR(BIRTH_DATE, ISO), ' '),
                      COALESCE(ID_NUMBER, ' '),
                      COALESCE(OWNERSHIP_PCT, 0),
                      COALESCE(CONTROL_FLAG, 'N'),
                      COALESCE(OWNER_STATUS, 'ACTIVE')
               INTO :SQL-BO-OWNER-NAME, :SQL-BO-ADDRESS-LINE-1,
                    :SQL-BO-CITY, :SQL-BO-STATE-CODE,
                    :SQL-BO-POSTAL-CODE, :SQL-BO-BIRTH-DATE,
                    :SQL-BO-ID-NUMBER, :SQL-BO-OWNERSHIP-PCT,
                    :SQL-BO-CONTROL-FLAG, :SQL-BO-OWNER-STATUS
               FROM BENEFICIAL_OWNER_TABLE
               WHERE CUSTOMER_ID = :SQL-BO-CUSTOMER-ID
               AND OWNER_SEQUENCE = :SQL-BO-OWNER-SEQUENCE
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   SET OWNER-ON-FILE TO TRUE

               WHEN 100
                   CONTINUE

               WHEN OTHER
                   SET ERR-SYSTEM-ERROR TO TRUE
                   MOVE SQLCODE TO WS-ERROR-CODE
                   STRING "Error reading owner row - SQLCODE: "
                       SQLCODE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
           END-EVALUATE.

       DB-SUM-ACTIVE-OWNERSHIP.
           MOVE BM-CUSTOMER-ID TO SQL-BO-CUSTOMER-ID

           EXEC SQL
               SELECT COALESCE(SUM(OWNERSHIP_PCT), 0)
               INTO :SQL-BO-PCT-TOTAL
               FROM BENEFICIAL_OWNER_TABLE
               WHERE CUSTOMER_ID = :SQL-BO-CUSTOMER-ID
               AND OWNER_STATUS = 'ACTIVE'
           END-EXEC

           IF SQLCODE NOT = 0
               SET ERR-SYSTEM-ERROR TO TRUE
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error totaling ownership - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       DB-COUNT-CONTROL-PERSONS.
           MOVE BM-CUSTOMER-ID TO SQL-BO-CUSTOMER-ID

           EXEC SQL
               SELECT COUNT(*)
               INTO :SQL-BO-CONTROL-COUNT
               FROM BENEFICIAL_OWNER_TABLE
               WHERE CUSTOMER_ID = :SQL-BO-CUSTOMER-ID
               AND OWNER_STATUS = 'ACTIVE'
               AND CONTROL_FLAG = 'Y'
           END-EXEC

           IF SQLCODE NOT = 0
               SET ERR-SYSTEM-ERROR TO TRUE
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error counting control persons - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       DB-INSERT-OWNER.
           MOVE BM-CUSTOMER-ID TO SQL-BO-CUSTOMER-ID
           MOVE BM-OWNER-SEQUENCE TO SQL-BO-OWNER-SEQUENCE
           MOVE BM-OWNER-NAME TO SQL-BO-OWNER-NAME
           MOVE BM-ADDRESS-LINE-1 TO SQL-BO-ADDRESS-LINE-1
           MOVE BM-CITY TO SQL-BO-CITY
           MOVE BM-STATE-CODE TO SQL-BO-STATE-CODE
           MOVE BM-POSTAL-CODE TO SQL-BO-POSTAL-CODE
           MOVE BM-BIRTH-DATE TO SQL-BO-BIRTH-DATE
           MOVE BM-ID-NUMBER TO SQL-BO-ID-NUMBER
           MOVE BM-OWNERSHIP-PCT TO SQL-BO-OWNERSHIP-PCT
           MOVE BM-CONTROL-FLAG TO SQL-BO-CONTROL-FLAG

           EXEC SQL
               INSERT INTO BENEFICIAL_OWNER_TABLE
                   (CUSTOMER_ID, OWNER_SEQUENCE, OWNER_NAME,
                    ADDRESS_LINE_1, CITY, STATE_CODE, POSTAL_CODE,
                    BIRTH_DATE, ID_NUMBER, OWNERSHIP_PCT,
                    CONTROL_FLAG, OWNER_STATUS)
               VALUES
                   (:SQL-BO-CUSTOMER-ID, :SQL-BO-OWNER-SEQUENCE,
                    :SQL-BO-OWNER-NAME, :SQL-BO-ADDRESS-LINE-1,
                    :SQL-BO-CITY, :SQL-BO-STATE-CODE,
                    :SQL-BO-POSTAL-CODE, DATE(:SQL-BO-BIRTH-DATE),
                    :SQL-BO-ID-NUMBER, :SQL-BO-OWNERSHIP-PCT,
                    :SQL-BO-CONTROL-FLAG, 'ACTIVE')
           END-EXEC

           IF SQLCODE NOT = 0
               SET ERR-SYSTEM-ERROR TO TRUE
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error inserting owner row - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       DB-APPLY-OWNER-CHANGE.
           EVALUATE TRUE
               WHEN BM-FIELD-NAME
                   EXEC SQL
                       UPDATE BENEFICIAL_OWNER_TABLE
                       SET OWNER_NAME = :BM-NEW-VALUE
                       WHERE CUSTOMER_ID = :SQL-BO-CUSTOMER-ID
                       AND OWNER_SEQUENCE = :SQL-BO-OWNER-SEQUENCE
                   END-EXEC
               WHEN BM-FIELD-ADDR-1
                   EXEC SQL
                       UPDATE BENEFICIAL_OWNER_TABLE
                       SET ADDRESS_LINE_1 = :BM-NEW-VALUE
                       WHERE CUSTOMER_ID = :SQL-BO-CUSTOMER-ID
                       AND OWNER_SEQUENCE = :SQL-BO-OWNER-SEQUENCE
                   END-EXEC
               WHEN BM-FIELD-CITY
                   EXEC SQL
                       UPDATE BENEFICIAL_OWNER_TABLE
                       SET CITY = :BM-NEW-VALUE
                       WHERE CUSTOMER_ID = :SQL-BO-CUSTOMER-ID
                       AND OWNER_SEQUENCE = :SQL-BO-OWNER-SEQUENCE
                   END-EXEC
               WHEN BM-FIELD-STATE
                   EXEC SQL
                       UPDATE BENEFICIAL_OWNER_TABLE
                       SET STATE_CODE = :BM-NEW-VALUE
                       WHERE CUSTOMER_ID = :SQL-BO-CUSTOMER-ID
                       AND OWNER_SEQUENCE = :SQL-BO-OWNER-SEQUENCE
                   END-EXEC
               WHEN BM-FIELD-ZIP
                   EXEC SQL
                       UPDATE BENEFICIAL_OWNER_TABLE
                       SET POSTAL_CODE = :BM-NEW-VALUE
                       WHERE CUSTOMER_ID = :SQL-BO-CUSTOMER-ID
                       AND OWNER_SEQUENCE = :SQL-BO-OWNER-SEQUENCE
                   END-EXEC
               WHEN BM-FIELD-BIRTH
                   MOVE WS-DATE-CHECK TO SQL-BO-BIRTH-DATE
                   EXEC SQL
                       UPDATE BENEFICIAL_OWNER_TABLE
                       SET BIRTH_DATE = DATE(:SQL-BO-BIRTH-DATE)
                       WHERE CUSTOMER_ID = :SQL-BO-CUSTOMER-ID
                       AND OWNER_SEQUENCE = :SQL-BO-OWNER-SEQUENCE
                   END-EXEC
               WHEN BM-FIELD-ID
                   EXEC SQL
                       UPDATE BENEFICIAL_OWNER_TABLE
                       SET ID_NUMBER = :BM-NEW-VALUE
                       WHERE CUSTOMER_ID = :SQL-BO-CUSTOMER-ID
                       AND OWNER_SEQUENCE = :SQL-BO-OWNER-SEQUENCE
                   END-EXEC
               WHEN BM-FIELD-PCT
                   MOVE WS-NEW-PCT TO SQL-BO-OWNERSHIP-PCT
                   EXEC SQL
                       UPDATE BENEFICIAL_OWNER_TABLE
                       SET OWNERSHIP_PCT = :SQL-BO-OWNERSHIP-PCT
                       WHERE CUSTOMER_ID = :SQL-BO-CUSTOMER-ID
                       AND OWNER_SEQUENCE = :SQL-BO-OWNER-SEQUENCE
                   END-EXEC
               WHEN BM-FIELD-CONTROL
                   MOVE WS-NEW-CONTROL TO SQL-BO-CONTROL-FLAG
                   EXEC SQL
                       UPDATE BENEFICIAL_OWNER_TABLE
                       SET CONTROL_FLAG = :SQL-BO-CONTROL-FLAG
                       WHERE CUSTOMER_ID = :SQL-BO-CUSTOMER-ID
                       AND OWNER_SEQUENCE = :SQL-BO-OWNER-SEQUENCE
                   END-EXEC
           END-EVALUATE

           IF SQLCODE NOT = 0
               SET ERR-SYSTEM-ERROR TO TRUE
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error applying owner change - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       DB-REMOVE-OWNER.
           EXEC SQL
               UPDATE BENEFICIAL_OWNER_TABLE
               SET OWNER_STATUS = 'REMOVED'
               WHERE CUSTOMER_ID = :SQL-BO-CUSTOMER-ID
               AND OWNER_SEQUENCE = :SQL-BO-OWNER-SEQUENCE
           END-EXEC

           IF SQLCODE NOT = 0
               SET ERR-SYSTEM-ERROR TO TRUE
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error removing owner - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       DB-STAMP-CERTIFICATION.
           EXEC SQL
               UPDATE CUSTOMER_TABLE
               SET BO_CERTIFIED_DATE = DATE(:WS-SQL-CURRENT-DATE)
               WHERE CUSTOMER_ID = :SQL-CU-CUSTOMER-ID
           END-EXEC

           IF SQLCODE NOT = 0
               SET ERR-SYSTEM-ERROR TO TRUE
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error stamping certification - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

           COPY "dbconfig_loader.cpy".

           COPY "jobcontrol.cpy".

           COPY "opslog.cpy".

           COPY "changehist.cpy".
