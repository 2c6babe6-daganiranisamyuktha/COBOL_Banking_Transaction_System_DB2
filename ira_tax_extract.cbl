      *================================================================*
      * Year-End IRA Tax Reporting Extract (Forms 5498 and 1099-R)     *
      * The retirement side of the year-end information returns.      *
      * Every plan on IRA_PLAN_TABLE gets a Form 5498 carrying the    *
      * tax year's regular and rollover contributions from the        *
      * posted IRA activity (Roth contributions in their own amount), *
      * the December 31 fair market value from balance history, and   *
      * the RMD indicator when a Traditional owner reaches RMD age in *
      * the following year - those owners also go to the RMD notice   *
      * list with the amount the uniform lifetime table puts on the   *
      * year-end value.  Distributions roll up per account and        *
      * distribution code into a Form 1099-R with the federal tax     *
      * withheld.  The control report carries counts and totals for   *
      * both filings - the contribution and distribution totals that  *
      * used to be added up by hand off the account notes.            *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IRA-TAX-EXTRACT.
       DATE-WRITTEN. 2026-10-15.
       AUTHOR. Updated 2026-10-15 for DB2 Integration.
       REMARKS. FORM 5498 AND 1099-R YEAR-END IRA EXTRACT BATCH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Configuration file containing DB2 connection parameters
           SELECT CONFIG-FILE
               ASSIGN TO "DB2CONFIG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-FILE-STATUS.

      * Run parameters - shared with the transaction processor; only
      * the charter code is used here
           SELECT RUN-PARAM-FILE
               ASSIGN TO "RUNPARAM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-PARAM-FILE-STATUS.

      * Tax year card shared with the 1099-INT extract; the minimum
      * on it applies to the 1099-R gross distribution as well
           SELECT TAX-PARAM-FILE
               ASSIGN TO "TAXPARAM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAX-PARAM-STATUS.

      * Filing-format extracts - one IRS 'B' record per form
           SELECT TAX-5498-FILE
               ASSIGN TO "TAX5498EXTRACT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAX-5498-STATUS.

           SELECT TAX-1099R-FILE
               ASSIGN TO "TAX1099REXTRACT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAX-1099R-STATUS.

      * Required minimum distribution notice list
           SELECT RMD-NOTICE-FILE
               ASSIGN TO "IRARMDLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RMD-NOTICE-STATUS.

      * Control report - counts and totals for both filings
           SELECT TAX-CONTROL-FILE
               ASSIGN TO "TAXIRACONTROL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAX-CONTROL-STATUS.

           SELECT ERROR-LOG-FILE
               ASSIGN TO "TAXIRAERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERROR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * Run Parameter File Record Structure - only the charter this
      * run serves is used here; the remaining fields belong to the
      * processor
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
           05  FILLER                 PIC X(77).
           05  PM-INSTITUTION         PIC X(4).

      * Tax Parameter Record - tax year and the reportable minimum
       FD  TAX-PARAM-FILE.
       01  TAX-PARAM-RECORD.
           05  PM-TAX-YEAR            PIC 9(4).
           05  FILLER                 PIC X.
           05  PM-REPORT-MINIMUM      PIC 9(5)V99.

       FD  TAX-5498-FILE.
       01  TAX-5498-RECORD            PIC X(750).

       FD  TAX-1099R-FILE.
       01  TAX-1099R-RECORD           PIC X(750).

      * RMD Notice Line
       FD  RMD-NOTICE-FILE.
       01  RMD-NOTICE-RECORD          PIC X(132).

      * Control Report Record
       FD  TAX-CONTROL-FILE.
       01  TAX-CONTROL-RECORD         PIC X(100).

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
           05  WS-TAX-PARAM-STATUS        PIC XX.
           05  WS-TAX-5498-STATUS         PIC XX.
           05  WS-TAX-1099R-STATUS        PIC XX.
           05  WS-RMD-NOTICE-STATUS       PIC XX.
           05  WS-TAX-CONTROL-STATUS      PIC XX.
           05  WS-ERROR-FILE-STATUS       PIC XX.

      * Error Code Management
       01  WS-ERROR-CODES.
           05  WS-ERROR-CODE              PIC 9(4).
               88  ERR-NONE               VALUE 0000.
               88  ERR-MISSING-TIN        VALUE 1002.
               88  ERR-FILE-ACCESS        VALUE 3001.
               88  ERR-SYSTEM-ERROR       VALUE 9999.
           05  WS-ERROR-MESSAGE-PARAM     PIC X(80).

      * IRS Payee 'B' Record - 750 bytes in the information return
      * layout, built here and written to whichever form's file it
      * belongs to.  Amount codes for the 5498: 1 IRA contributions,
      * 2 rollover contributions, 5 fair market value, 9 Roth IRA
      * contributions, A RMD for the following year.  For the
      * 1099-R: 1 gross distribution, 2 taxable amount, 4 federal
      * income tax withheld.
       01  WS-PAYEE-B-RECORD.
           05  TB-RECORD-TYPE         PIC X.
           05  TB-PAYMENT-YEAR        PIC 9(4).
           05  TB-CORRECTED-IND       PIC X.
           05  TB-NAME-CONTROL        PIC X(4).
           05  TB-TIN-TYPE            PIC X.
           05  TB-PAYEE-TIN           PIC X(9).
           05  TB-ACCOUNT-NUMBER      PIC X(20).
           05  TB-OFFICE-CODE         PIC X(4).
           05  FILLER                 PIC X(10).
           05  TB-PAYMENT-AMOUNTS.
               10  TB-AMOUNT-1        PIC 9(10)V99.
               10  TB-AMOUNT-2        PIC 9(10)V99.
               10  TB-AMOUNT-3        PIC 9(10)V99.
               10  TB-AMOUNT-4        PIC 9(10)V99.
               10  TB-AMOUNT-5        PIC 9(10)V99.
               10  TB-AMOUNT-6        PIC 9(10)V99.
               10  TB-AMOUNT-7        PIC 9(10)V99.
               10  TB-AMOUNT-8        PIC 9(10)V99.
               10  TB-AMOUNT-9        PIC 9(10)V99.
               10  TB-AMOUNT-A        PIC 9(10)V99.
               10  TB-AMOUNT-UNUSED   PIC X(72).
           05  TB-FOREIGN-IND         PIC X.
           05  TB-PAYEE-NAME-1        PIC X(40).
           05  TB-PAYEE-NAME-2        PIC X(40).
           05  TB-PAYEE-ADDRESS       PIC X(40).
           05  FILLER                 PIC X(40).
           05  TB-PAYEE-CITY          PIC X(40).
           05  TB-PAYEE-STATE         PIC X(2).
           05  TB-PAYEE-ZIP           PIC X(9).
           05  FILLER                 PIC X.
           05  TB-SEQUENCE-NUMBER     PIC 9(8).
           05  FILLER                 PIC X(36).
           05  TB-FORM-DATA           PIC X(48).
           05  TB-5498-DATA REDEFINES TB-FORM-DATA.
               10  TB-IRA-IND         PIC X.
               10  TB-ROTH-IND        PIC X.
               10  TB-RMD-IND         PIC X.
               10  TB-RMD-DATE        PIC X(8).
               10  FILLER             PIC X(37).
           05  TB-1099R-DATA REDEFINES TB-FORM-DATA.
               10  TB-DISTRIBUTION-CODE PIC X(2).
               10  TB-TAXABLE-NOT-DET PIC X.
               10  TB-IRA-SEP-IND     PIC X.
               10  TB-TOTAL-DIST-IND  PIC X.
               10  FILLER             PIC X(43).
           05  FILLER                 PIC X(199).

      * Institution range the filing covers - the full range by
      * default, one charter when RUNPARAM names it
       01  WS-INSTITUTION-AREA.
           05  WS-INST-LOW                PIC X(4) VALUE LOW-VALUE.
           05  WS-INST-HIGH               PIC X(4) VALUE HIGH-VALUE.

      * Extract Work Area - the tax year and the plan or
      * distribution group in hand
       01  WS-TAX-WORK.
           05  WS-TAX-YEAR                PIC 9(4).
           05  WS-YEAR-END-DATE           PIC X(10).
           05  WS-REPORT-MINIMUM          PIC 9(5)V99.
           05  WS-RMD-AGE                 PIC 9(3) VALUE 73.
           05  WS-REGULAR-CONTRIB         PIC S9(9)V99.
           05  WS-ROLLOVER-CONTRIB        PIC S9(9)V99.
           05  WS-YEAR-END-FMV            PIC S9(12)V99.
           05  WS-GROSS-DISTRIBUTION      PIC S9(9)V99.
           05  WS-FED-WITHHELD            PIC S9(9)V99.
           05  WS-NEXT-YEAR-AGE           PIC 9(3).
           05  WS-RMD-DIVISOR             PIC 99V9.
           05  WS-RMD-AMOUNT              PIC 9(10)V99.
           05  WS-RMD-DUE-DATE            PIC X(10).
           05  WS-RMD-DUE-YEAR            PIC 9(4).
           05  WS-SEQUENCE-NUMBER         PIC 9(8) VALUE ZERO.
           05  WS-BIRTH-DATE              PIC X(10).
           05  WS-BIRTH-DATE-R REDEFINES WS-BIRTH-DATE.
               10  WS-BIRTH-YEAR          PIC 9(4).
               10  FILLER                 PIC X(6).
           05  WS-AMOUNT-EDIT             PIC Z(9)9.99.
           05  WS-RMD-EDIT                PIC Z(9)9.99.
           05  WS-DIVISOR-EDIT            PIC Z9.9.

      * Uniform Lifetime Table - the distribution period by the age
      * the owner attains in the distribution year, 72 through 120
      * (120 and older share the last entry)
       01  WS-LIFETIME-TABLE-VALUES.
           05  FILLER                 PIC X(30) VALUE
               "274265255246237229220211202194".
           05  FILLER                 PIC X(30) VALUE
               "185177168160152144137129122115".
           05  FILLER                 PIC X(30) VALUE
               "108101095089084078073068064060".
           05  FILLER                 PIC X(30) VALUE
               "056052049046043041039037035034".
           05  FILLER                 PIC X(27) VALUE
               "033031030029028027025023020".
       01  WS-LIFETIME-TABLE REDEFINES WS-LIFETIME-TABLE-VALUES.
           05  WS-LIFETIME-DIVISOR    PIC 99V9 OCCURS 49 TIMES.
       01  WS-LIFETIME-INDEX          PIC 9(3) COMP.

      * Processing Statistics
       01  WS-PROCESSING-STATS.
           05  WS-PLANS-SCANNED           PIC 9(7) VALUE ZERO.
           05  WS-5498-WRITTEN            PIC 9(7) VALUE ZERO.
           05  WS-RMD-NOTICES             PIC 9(7) VALUE ZERO.
           05  WS-DIST-GROUPS-SCANNED     PIC 9(7) VALUE ZERO.
           05  WS-1099R-WRITTEN           PIC 9(7) VALUE ZERO.
           05  WS-1099R-BELOW-MINIMUM     PIC 9(7) VALUE ZERO.
           05  WS-FORMS-MISSING-TIN       PIC 9(7) VALUE ZERO.
           05  WS-TOTAL-REGULAR           PIC 9(13)V99 VALUE ZERO.
           05  WS-TOTAL-ROTH              PIC 9(13)V99 VALUE ZERO.
           05  WS-TOTAL-ROLLOVER          PIC 9(13)V99 VALUE ZERO.
           05  WS-TOTAL-FMV               PIC 9(15)V99 VALUE ZERO.
           05  WS-TOTAL-GROSS-DIST        PIC 9(13)V99 VALUE ZERO.
           05  WS-TOTAL-WITHHELD          PIC 9(13)V99 VALUE ZERO.

      * Work Areas and Flags
       01  WS-WORK-AREAS.
           05  WS-EOF-FLAG                PIC X VALUE 'N'.
               88  END-OF-FILE            VALUE 'Y'.
               88  NOT-END-OF-FILE        VALUE 'N'.
           05  WS-RMD-FLAG                PIC X VALUE 'N'.
               88  RMD-REQUIRED           VALUE 'Y'.
               88  RMD-NOT-REQUIRED       VALUE 'N'.

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
               TAX-PARAM-FILE
               TAX-5498-FILE
               TAX-1099R-FILE
               RMD-NOTICE-FILE
               TAX-CONTROL-FILE
               ERROR-LOG-FILE.

           DISPLAY "FILE PROCESSING ERROR DETECTED"
           PERFORM ABNORMAL-TERMINATION.
       END DECLARATIVES.

       MAIN-PROCESSING SECTION.
       MAIN-PROCESSING-ROUTINE.
           PERFORM INITIALIZATION-ROUTINE

           PERFORM DB-OPEN-PLAN-CURSOR
           PERFORM PROCESS-PLANS
               UNTIL END-OF-FILE
           PERFORM DB-CLOSE-PLAN-CURSOR

           PERFORM DB-OPEN-DISTRIBUTION-CURSOR
           PERFORM PROCESS-DISTRIBUTIONS
               UNTIL END-OF-FILE
           PERFORM DB-CLOSE-DISTRIBUTION-CURSOR

           PERFORM WRITE-CONTROL-REPORT
           PERFORM CLEANUP-ROUTINE
           STOP RUN.

       INITIALIZATION-ROUTINE.
      * Open parameter, extract, notice, control and error log files
           OPEN INPUT TAX-PARAM-FILE
                OUTPUT TAX-5498-FILE
                OUTPUT TAX-1099R-FILE
                OUTPUT RMD-NOTICE-FILE
                OUTPUT TAX-CONTROL-FILE
                OUTPUT ERROR-LOG-FILE

           IF WS-TAX-PARAM-STATUS NOT = "00"
              DISPLAY "ERROR OPENING TAX PARAMETER FILE"
              PERFORM ABNORMAL-TERMINATION
           END-IF

           IF WS-TAX-5498-STATUS NOT = "00"
              OR WS-TAX-1099R-STATUS NOT = "00"
              SET ERR-FILE-ACCESS TO TRUE
              MOVE "ERROR OPENING IRA TAX EXTRACT FILES"
                  TO WS-ERROR-MESSAGE-PARAM
              PERFORM LOG-ERROR-WITH-CODE
              PERFORM ABNORMAL-TERMINATION
           END-IF

           IF WS-RMD-NOTICE-STATUS NOT = "00"
              DISPLAY "ERROR OPENING RMD NOTICE FILE"
              PERFORM ABNORMAL-TERMINATION
           END-IF

           IF WS-TAX-CONTROL-STATUS NOT = "00"
              DISPLAY "ERROR OPENING TAX CONTROL FILE"
              PERFORM ABNORMAL-TERMINATION
           END-IF

           IF WS-ERROR-FILE-STATUS NOT = "00"
              DISPLAY "ERROR OPENING ERROR LOG FILE"
              PERFORM ABNORMAL-TERMINATION
           END-IF

      * Get current system date and time
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS

           DISPLAY "YEAR-END IRA TAX EXTRACT"
           DISPLAY "DATE: " WS-YEAR "-" WS-MONTH "-" WS-DAY
           DISPLAY "TIME: " WS-HOUR ":" WS-MINUTE ":" WS-SECOND

      * Register and file under this run's charter, so a second
      * charter's extract never collides with the first's rows
           OPEN INPUT RUN-PARAM-FILE
           IF WS-RUN-PARAM-FILE-STATUS = "00"
               READ RUN-PARAM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PM-INSTITUTION NOT = SPACES
                          AND PM-INSTITUTION NOT = LOW-VALUE
                           MOVE PM-INSTITUTION TO WS-INST-LOW
                           MOVE PM-INSTITUTION TO WS-INST-HIGH
                           MOVE PM-INSTITUTION
                               TO JC-INSTITUTION-CODE
                       END-IF
               END-READ
               CLOSE RUN-PARAM-FILE
           END-IF

      * Read the tax year and reportable minimum
           READ TAX-PARAM-FILE
               AT END
                   DISPLAY "ERROR: EMPTY TAX PARAMETER FILE"
                   PERFORM ABNORMAL-TERMINATION
           END-READ

           MOVE PM-TAX-YEAR TO WS-TAX-YEAR
           MOVE PM-REPORT-MINIMUM TO WS-REPORT-MINIMUM
           MOVE SPACES TO WS-YEAR-END-DATE
           STRING WS-TAX-YEAR "-12-31"
               DELIMITED BY SIZE
               INTO WS-YEAR-END-DATE

           DISPLAY "TAX YEAR: " WS-TAX-YEAR
               " REPORTABLE MINIMUM: " WS-REPORT-MINIMUM

      * Load database configuration from external file
           PERFORM LOAD-DATABASE-CONFIG

      * Connect to DB2 database
           PERFORM DB-CONNECT

      * Register this job on the job control table and refuse to
      * start ahead of its predecessor in the nightly stream
           MOVE "IRA-TAX-EXTRACT" TO JC-PROGRAM-ID
           MOVE SPACES TO JC-PREDECESSOR-ID
           PERFORM DB-CHECK-JOB-PREDECESSOR
           PERFORM DB-REGISTER-JOB-START

      * The age at which a Traditional owner's RMDs begin moves with
      * the law; the parameter table governs when it carries a row
           MOVE "IRA-RMD-AGE" TO BP-PARAM-NAME
           PERFORM DB-GET-BUSINESS-PARAMETER
           IF BP-PARAM-FOUND
               MOVE SQL-BP-PARAM-VALUE TO WS-RMD-AGE
           END-IF
           DISPLAY "RMD AGE: " WS-RMD-AGE.

       PROCESS-PLANS.
           PERFORM DB-FETCH-NEXT-PLAN

           IF NOT END-OF-FILE
               ADD 1 TO WS-PLANS-SCANNED
               PERFORM DB-GET-PLAN-CONTRIBUTIONS
               PERFORM DB-GET-YEAR-END-VALUE
               PERFORM CHECK-RMD-STATUS

      * A plan with nothing contributed and nothing left at year end
      * - opened and emptied, or closed in an earlier year - owes no
      * 5498
               IF WS-REGULAR-CONTRIB > ZERO OR
                  WS-ROLLOVER-CONTRIB > ZERO OR
                  WS-YEAR-END-FMV > ZERO
                   PERFORM WRITE-5498-RECORD
                   IF RMD-REQUIRED
                       PERFORM WRITE-RMD-NOTICE
                   END-IF
               END-IF
           END-IF.

       CHECK-RMD-STATUS.
      * Only a Traditional owner takes lifetime RMDs.  The owner who
      * reaches RMD age during the coming year owes the first one by
      * April 1 of the year after; every later year's is due by
      * December 31.  The amount is the year-end value over the
      * lifetime-table period for the age attained next year.
           SET RMD-NOT-REQUIRED TO TRUE
           MOVE ZERO TO WS-RMD-AMOUNT
           MOVE SPACES TO WS-RMD-DUE-DATE
           MOVE SQL-IR-BIRTH-DATE TO WS-BIRTH-DATE
           COMPUTE WS-NEXT-YEAR-AGE =
               WS-TAX-YEAR + 1 - WS-BIRTH-YEAR

           IF SQL-IR-PLAN-TYPE = "T" AND
              SQL-IR-PLAN-STATUS = "OPEN" AND
              WS-NEXT-YEAR-AGE >= WS-RMD-AGE
               SET RMD-REQUIRED TO TRUE
               IF WS-NEXT-YEAR-AGE = WS-RMD-AGE
                   COMPUTE WS-RMD-DUE-YEAR = WS-TAX-YEAR + 2
                   STRING WS-RMD-DUE-YEAR "-04-01"
                       DELIMITED BY SIZE
                       INTO WS-RMD-DUE-DATE
               ELSE
                   COMPUTE WS-RMD-DUE-YEAR = WS-TAX-YEAR + 1
                   STRING WS-RMD-DUE-YEAR "-12-31"
                       DELIMITED BY SIZE
                       INTO WS-RMD-DUE-DATE
               END-IF

               IF WS-NEXT-YEAR-AGE > 120
                   MOVE 49 TO WS-LIFETIME-INDEX
               ELSE
                   IF WS-NEXT-YEAR-AGE < 72
                       MOVE 1 TO WS-LIFETIME-INDEX
                   ELSE
                       COMPUTE WS-LIFETIME-INDEX =
                           WS-NEXT-YEAR-AGE - 71
                   END-IF
               END-IF
               MOVE WS-LIFETIME-DIVISOR (WS-LIFETIME-INDEX)
                   TO WS-RMD-DIVISOR
               IF WS-YEAR-END-FMV > ZERO
                   COMPUTE WS-RMD-AMOUNT ROUNDED =
                       WS-YEAR-END-FMV / WS-RMD-DIVISOR
               END-IF
           END-IF.

       WRITE-5498-RECORD.
           ADD 1 TO WS-5498-WRITTEN
           ADD WS-ROLLOVER-CONTRIB TO WS-TOTAL-ROLLOVER
           ADD WS-YEAR-END-FMV TO WS-TOTAL-FMV
           IF SQL-IR-PLAN-TYPE = "R"
               ADD WS-REGULAR-CONTRIB TO WS-TOTAL-ROTH
           ELSE
               ADD WS-REGULAR-CONTRIB TO WS-TOTAL-REGULAR
           END-IF

           PERFORM BUILD-PAYEE-RECORD

           IF SQL-IR-PLAN-TYPE = "R"
               MOVE WS-REGULAR-CONTRIB TO TB-AMOUNT-9
               MOVE "1" TO TB-ROTH-IND
           ELSE
               MOVE WS-REGULAR-CONTRIB TO TB-AMOUNT-1
               MOVE "1" TO TB-IRA-IND
           END-IF
           MOVE WS-ROLLOVER-CONTRIB TO TB-AMOUNT-2
           MOVE WS-YEAR-END-FMV TO TB-AMOUNT-5
           IF RMD-REQUIRED
               MOVE "1" TO TB-RMD-IND
               MOVE WS-RMD-AMOUNT TO TB-AMOUNT-A
               MOVE WS-RMD-DUE-DATE (1:4) TO TB-RMD-DATE (1:4)
               MOVE WS-RMD-DUE-DATE (6:2) TO TB-RMD-DATE (5:2)
               MOVE WS-RMD-DUE-DATE (9:2) TO TB-RMD-DATE (7:2)
           END-IF
           WRITE TAX-5498-RECORD FROM WS-PAYEE-B-RECORD.

       WRITE-RMD-NOTICE.
           ADD 1 TO WS-RMD-NOTICES
           MOVE WS-YEAR-END-FMV TO WS-AMOUNT-EDIT
           MOVE WS-RMD-AMOUNT TO WS-RMD-EDIT
           MOVE WS-RMD-DIVISOR TO WS-DIVISOR-EDIT
           MOVE SPACES TO RMD-NOTICE-RECORD
           STRING SQL-IR-ACCOUNT-NUMBER
               " " SQL-IR-CUSTOMER-ID
               " " SQL-CU-CUSTOMER-NAME (1:30)
               " AGE " WS-NEXT-YEAR-AGE
               " FMV " WS-AMOUNT-EDIT
               " / " WS-DIVISOR-EDIT
               " RMD " WS-RMD-EDIT
               " DUE " WS-RMD-DUE-DATE
               DELIMITED BY SIZE
               INTO RMD-NOTICE-RECORD
           WRITE RMD-NOTICE-RECORD.

       PROCESS-DISTRIBUTIONS.
           PERFORM DB-FETCH-NEXT-DISTRIBUTION

           IF NOT END-OF-FILE
               ADD 1 TO WS-DIST-GROUPS-SCANNED
               IF WS-GROSS-DISTRIBUTION >= WS-REPORT-MINIMUM
                   PERFORM WRITE-1099R-RECORD
               ELSE
                   ADD 1 TO WS-1099R-BELOW-MINIMUM
               END-IF
           END-IF.

       WRITE-1099R-RECORD.
           ADD 1 TO WS-1099R-WRITTEN
           ADD WS-GROSS-DISTRIBUTION TO WS-TOTAL-GROSS-DIST
           ADD WS-FED-WITHHELD TO WS-TOTAL-WITHHELD

           PERFORM BUILD-PAYEE-RECORD

      * A Traditional distribution is taxable in full; whether a
      * Roth distribution is taxable turns on the owner's basis,
      * which the payer does not know
           MOVE WS-GROSS-DISTRIBUTION TO TB-AMOUNT-1
           IF SQL-IR-PLAN-TYPE = "R"
               MOVE ZERO TO TB-AMOUNT-2
               MOVE "1" TO TB-TAXABLE-NOT-DET
           ELSE
               MOVE WS-GROSS-DISTRIBUTION TO TB-AMOUNT-2
               MOVE "1" TO TB-IRA-SEP-IND
           END-IF
           MOVE WS-FED-WITHHELD TO TB-AMOUNT-4
           MOVE SQL-IR-DISTRIBUTION-CODE TO TB-DISTRIBUTION-CODE
           IF SQL-IR-PLAN-STATUS = "CLOSED"
               MOVE "1" TO TB-TOTAL-DIST-IND
           END-IF
           WRITE TAX-1099R-RECORD FROM WS-PAYEE-B-RECORD.

       BUILD-PAYEE-RECORD.
      * The payee half of the 'B' record, common to both forms -
      * the owner's name, filing address and TIN
           ADD 1 TO WS-SEQUENCE-NUMBER
           MOVE SQL-IR-CUSTOMER-ID TO SQL-CU-CUSTOMER-ID
           PERFORM DB-GET-CUSTOMER-DEMOGRAPHICS

      * The form still has to be filed without a TIN; the log sends
      * ops after it for the solicitation and penalty file
           IF SQL-CU-TAX-ID = SPACES
               ADD 1 TO WS-FORMS-MISSING-TIN
               SET ERR-MISSING-TIN TO TRUE
               STRING "NO TIN ON FILE FOR IRA OWNER - ACCOUNT "
                   SQL-IR-ACCOUNT-NUMBER
                   DELIMITED BY SIZE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF

           MOVE SPACES TO WS-PAYEE-B-RECORD
           MOVE 'B' TO TB-RECORD-TYPE
           MOVE WS-TAX-YEAR TO TB-PAYMENT-YEAR
           MOVE SQL-CU-CUSTOMER-NAME (1:4) TO TB-NAME-CONTROL
           MOVE SQL-CU-TAX-ID-TYPE TO TB-TIN-TYPE
           MOVE SQL-CU-TAX-ID TO TB-PAYEE-TIN
           MOVE SQL-IR-ACCOUNT-NUMBER TO TB-ACCOUNT-NUMBER
           MOVE ALL "0" TO TB-PAYMENT-AMOUNTS
           MOVE SQL-CU-CUSTOMER-NAME TO TB-PAYEE-NAME-1
           MOVE SQL-CU-ADDRESS-LINE-1 TO TB-PAYEE-ADDRESS
           MOVE SQL-CU-CITY TO TB-PAYEE-CITY
           MOVE SQL-CU-STATE-CODE TO TB-PAYEE-STATE

      * ZIP+4 goes out as nine digits without the hyphen
           MOVE SQL-CU-POSTAL-CODE (1:5) TO TB-PAYEE-ZIP (1:5)
           IF SQL-CU-POSTAL-CODE (6:1) = "-"
               MOVE SQL-CU-POSTAL-CODE (7:4) TO TB-PAYEE-ZIP (6:4)
           ELSE
               MOVE SQL-CU-POSTAL-CODE (6:4) TO TB-PAYEE-ZIP (6:4)
           END-IF

           MOVE WS-SEQUENCE-NUMBER TO TB-SEQUENCE-NUMBER.

       WRITE-CONTROL-REPORT.
           MOVE SPACES TO TAX-CONTROL-RECORD
           STRING "TAX YEAR " WS-TAX-YEAR
               " PLANS SCANNED " WS-PLANS-SCANNED
               " 5498 FORMS " WS-5498-WRITTEN
               " RMD NOTICES " WS-RMD-NOTICES
               DELIMITED BY SIZE
               INTO TAX-CONTROL-RECORD
           WRITE TAX-CONTROL-RECORD

           MOVE SPACES TO TAX-CONTROL-RECORD
           STRING "IRA CONTRIBUTIONS " WS-TOTAL-REGULAR
               " ROTH " WS-TOTAL-ROTH
               " ROLLOVER " WS-TOTAL-ROLLOVER
               DELIMITED BY SIZE
               INTO TAX-CONTROL-RECORD
           WRITE TAX-CONTROL-RECORD

           MOVE SPACES TO TAX-CONTROL-RECORD
           STRING "YEAR-END FAIR MARKET VALUE " WS-TOTAL-FMV
               DELIMITED BY SIZE
               INTO TAX-CONTROL-RECORD
           WRITE TAX-CONTROL-RECORD

           MOVE SPACES TO TAX-CONTROL-RECORD
           STRING "DISTRIBUTION GROUPS " WS-DIST-GROUPS-SCANNED
               " 1099-R FORMS " WS-1099R-WRITTEN
               " BELOW MINIMUM " WS-1099R-BELOW-MINIMUM
               DELIMITED BY SIZE
               INTO TAX-CONTROL-RECORD
           WRITE TAX-CONTROL-RECORD

           MOVE SPACES TO TAX-CONTROL-RECORD
           STRING "GROSS DISTRIBUTIONS " WS-TOTAL-GROSS-DIST
               " FEDERAL WITHHELD " WS-TOTAL-WITHHELD
               DELIMITED BY SIZE
               INTO TAX-CONTROL-RECORD
           WRITE TAX-CONTROL-RECORD

           MOVE SPACES TO TAX-CONTROL-RECORD
           STRING "FORMS FILED WITHOUT TIN " WS-FORMS-MISSING-TIN
               DELIMITED BY SIZE
               INTO TAX-CONTROL-RECORD
           WRITE TAX-CONTROL-RECORD

           DISPLAY "YEAR-END IRA TAX SUMMARY"
           DISPLAY "Plans Scanned:        " WS-PLANS-SCANNED
           DISPLAY "5498 Forms:           " WS-5498-WRITTEN
           DISPLAY "RMD Notices:          " WS-RMD-NOTICES
           DISPLAY "1099-R Forms:         " WS-1099R-WRITTEN
           DISPLAY "Gross Distributions:  " WS-TOTAL-GROSS-DIST
           DISPLAY "Federal Withheld:     " WS-TOTAL-WITHHELD.

       CLEANUP-ROUTINE.
      * Flip this job to COMPLETE on the job control table so
      * downstream predecessor checks open up
           PERFORM DB-REGISTER-JOB-COMPLETE

      * Disconnect from DB2 database
           PERFORM DB-DISCONNECT

           CLOSE TAX-PARAM-FILE
                 TAX-5498-FILE
                 TAX-1099R-FILE
                 RMD-NOTICE-FILE
                 TAX-CONTROL-FILE
                 ERROR-LOG-FILE

           DISPLAY "YEAR-END IRA TAX EXTRACT COMPLETE".

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
           MOVE SQL-IR-ACCOUNT-NUMBER TO ER-CUSTOMER-ID
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

       DB-OPEN-PLAN-CURSOR.
      * Every plan opened by the end of the tax year on an account
      * this charter carries; one closed before the year began has
      * no value and no activity and drops out on its zero totals
           SET NOT-END-OF-FILE TO TRUE

           EXEC SQL
               DECLARE IRA_PLAN_CURSOR CURSOR FOR
               SELECT P.ACCOUNT_NUMBER, P.CUSTOMER_ID, P.PLAN_TYPE,
                      CHAR(P.OWNER_BIRTH_DATE, ISO), P.PLAN_STATUS
               FROM IRA_PLAN_TABLE P
               WHERE P.OPENED_DATE <= DATE(:WS-YEAR-END-DATE)
               AND EXISTS
                   (SELECT 1 FROM ACCOUNT_TABLE A
                    WHERE A.CUSTOMER_ID = P.ACCOUNT_NUMBER
                    AND COALESCE(A.INSTITUTION_CODE, '0001')
                        BETWEEN :WS-INST-LOW AND :WS-INST-HIGH)
               ORDER BY P.ACCOUNT_NUMBER
           END-EXEC

           EXEC SQL
               OPEN IRA_PLAN_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error opening IRA plan cursor - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
               SET END-OF-FILE TO TRUE
           END-IF.

       DB-FETCH-NEXT-PLAN.
           EXEC SQL
               FETCH IRA_PLAN_CURSOR INTO
               :SQL-IR-ACCOUNT-NUMBER,
               :SQL-IR-CUSTOMER-ID,
               :SQL-IR-PLAN-TYPE,
               :SQL-IR-BIRTH-DATE,
               :SQL-IR-PLAN-STATUS
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   SET END-OF-FILE TO TRUE
               WHEN OTHER
                   MOVE SQLCODE TO WS-ERROR-CODE
                   STRING "Error fetching IRA plan - SQLCODE: "
                       SQLCODE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
                   SET END-OF-FILE TO TRUE
           END-EVALUATE.

       DB-CLOSE-PLAN-CURSOR.
           EXEC SQL
               CLOSE IRA_PLAN_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error closing IRA plan cursor - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       DB-GET-PLAN-CONTRIBUTIONS.
      * The tax year's posted contributions - the tax year the
      * deposit was coded to, which for a prior-year contribution
      * made before the filing deadline is not the year it posted.
      * Trustee-to-trustee transfers are not reportable.
           EXEC SQL
               SELECT COALESCE(SUM(CASE WHEN CONTRIBUTION_CODE = 'R'
                                        THEN AMOUNT ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN CONTRIBUTION_CODE = 'O'
                                        THEN AMOUNT ELSE 0 END), 0)
               INTO :WS-REGULAR-CONTRIB, :WS-ROLLOVER-CONTRIB
               FROM IRA_ACTIVITY_TABLE
               WHERE ACCOUNT_NUMBER = :SQL-IR-ACCOUNT-NUMBER
               AND ACTIVITY_TYPE = 'C'
               AND ACTIVITY_STATUS = 'POSTED'
               AND TAX_YEAR = :WS-TAX-YEAR
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE ZERO TO WS-REGULAR-CONTRIB
               MOVE ZERO TO WS-ROLLOVER-CONTRIB
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error totalling IRA contributions - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       DB-GET-YEAR-END-VALUE.
      * The balance the snapshot batch recorded for the last
      * business day of the tax year
           EXEC SQL
               SELECT COALESCE(MAX(H.ACCOUNT_BALANCE), 0)
               INTO :WS-YEAR-END-FMV
               FROM BALANCE_HISTORY_TABLE H
               WHERE H.CUSTOMER_ID = :SQL-IR-ACCOUNT-NUMBER
               AND H.BUSINESS_DATE =
                   (SELECT MAX(H2.BUSINESS_DATE)
                    FROM BALANCE_HISTORY_TABLE H2
                    WHERE H2.CUSTOMER_ID = :SQL-IR-ACCOUNT-NUMBER
                    AND H2.BUSINESS_DATE <= DATE(:WS-YEAR-END-DATE))
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE ZERO TO WS-YEAR-END-FMV
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error reading year-end balance - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF

           IF WS-YEAR-END-FMV < ZERO
               MOVE ZERO TO WS-YEAR-END-FMV
           END-IF.

       DB-OPEN-DISTRIBUTION-CURSOR.
      * One row per account and distribution code - each code goes
      * out on its own 1099-R
           SET NOT-END-OF-FILE TO TRUE

           EXEC SQL
               DECLARE IRA_DIST_CURSOR CURSOR FOR
               SELECT D.ACCOUNT_NUMBER, P.CUSTOMER_ID, P.PLAN_TYPE,
                      P.PLAN_STATUS, D.DISTRIBUTION_CODE,
                      SUM(D.AMOUNT), SUM(D.FED_WITHHOLDING)
               FROM IRA_ACTIVITY_TABLE D
               INNER JOIN IRA_PLAN_TABLE P
                    ON P.ACCOUNT_NUMBER = D.ACCOUNT_NUMBER
               WHERE D.ACTIVITY_TYPE = 'D'
               AND D.ACTIVITY_STATUS = 'POSTED'
               AND D.TAX_YEAR = :WS-TAX-YEAR
               AND EXISTS
                   (SELECT 1 FROM ACCOUNT_TABLE A
                    WHERE A.CUSTOMER_ID = D.ACCOUNT_NUMBER
                    AND COALESCE(A.INSTITUTION_CODE, '0001')
                        BETWEEN :WS-INST-LOW AND :WS-INST-HIGH)
               GROUP BY D.ACCOUNT_NUMBER, P.CUSTOMER_ID, P.PLAN_TYPE,
                        P.PLAN_STATUS, D.DISTRIBUTION_CODE
               ORDER BY 1, 5
           END-EXEC

           EXEC SQL
               OPEN IRA_DIST_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error opening distribution cursor - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
               SET END-OF-FILE TO TRUE
           END-IF.

       DB-FETCH-NEXT-DISTRIBUTION.
           EXEC SQL
               FETCH IRA_DIST_CURSOR INTO
               :SQL-IR-ACCOUNT-NUMBER,
               :SQL-IR-CUSTOMER-ID,
               :SQL-IR-PLAN-TYPE,
               :SQL-IR-PLAN-STATUS,
               :SQL-IR-DISTRIBUTION-CODE,
               :WS-GROSS-DISTRIBUTION,
               :WS-FED-WITHHELD
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   SET END-OF-FILE TO TRUE
               WHEN OTHER
                   MOVE SQLCODE TO WS-ERROR-CODE
                   STRING "Error fetching distribution - SQLCODE: "
                       SQLCODE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
                   SET END-OF-FILE TO TRUE
           END-EVALUATE.

       DB-CLOSE-DISTRIBUTION-CURSOR.
           EXEC SQL
               CLOSE IRA_DIST_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error closing distribution cursor - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       DB-GET-CUSTOMER-DEMOGRAPHICS.
      * Pull the owner's name, mailing address and TIN from the
      * customer master; an owner with no master row gets spaces
      * and goes to the filing with the account number alone
           EXEC SQL
               SELECT CUSTOMER_NAME, ADDRESS_LINE_1, ADDRESS_LINE_2,
                      CITY, STATE_CODE, POSTAL_CODE,
                      COALESCE(TAX_ID_NUMBER, ' '),
                      COALESCE(TAX_ID_TYPE, '2')
               INTO :SQL-CU-CUSTOMER-NAME, :SQL-CU-ADDRESS-LINE-1,
                    :SQL-CU-ADDRESS-LINE-2, :SQL-CU-CITY,
                    :SQL-CU-STATE-CODE, :SQL-CU-POSTAL-CODE,
                    :SQL-CU-TAX-ID, :SQL-CU-TAX-ID-TYPE
               FROM CUSTOMER_TABLE
               WHERE CUSTOMER_ID = :SQL-CU-CUSTOMER-ID
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
                   MOVE SPACES TO SQL-CU-TAX-ID
                   MOVE '2' TO SQL-CU-TAX-ID-TYPE

               WHEN OTHER
                   MOVE SPACES TO SQL-CU-CUSTOMER-NAME
                   MOVE SPACES TO SQL-CU-TAX-ID
                   MOVE SQLCODE TO WS-ERROR-CODE
                   STRING "Error retrieving customer master - SQLCODE: "
                       SQLCODE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
           END-EVALUATE.

           COPY "dbconfig_loader.cpy".

           COPY "jobcontrol.cpy".

           COPY "paramtable.cpy".

           COPY "opslog.cpy".
