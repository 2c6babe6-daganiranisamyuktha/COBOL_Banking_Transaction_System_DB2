      *================================================================*
      * Interest Rate Risk Repricing Gap Report                        *
      * Monthly view for ALCO of when the balance sheet reprices.     *
      * Loans are bucketed by REMAINING_MONTHS when fixed and into    *
      * the first bucket when variable; CDs by the time left to       *
      * their TERM_DEPOSIT_TABLE maturity; non-maturity deposits      *
      * (demand, interest checking, savings, MMDA) are spread across  *
      * the buckets by the decay percentages held in                  *
      * BUSINESS_PARAMETER_TABLE (IRR-DECAY-<class>-<bucket>), with   *
      * whatever the first five buckets leave falling in the last.    *
      * The report shows the periodic and cumulative gap and the      *
      * change in twelve-month net interest income under +/-100 and   *
      * +/-200 basis point shocks: balances repricing inside the      *
      * year move by the shock for the part of the year left after    *
      * the bucket's midpoint, from the current RATE_SCHEDULE_TABLE   *
      * rate (the loan's own rate for loans, the CD's own rate to     *
      * maturity), and no rate falls below zero.                      *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IRR-GAP-REPORT.
       DATE-WRITTEN. 2026-10-15.
       AUTHOR. Updated 2026-10-15 for DB2 Integration.
       REMARKS. MONTHLY INTEREST RATE RISK REPRICING GAP REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Configuration file containing DB2 connection parameters
           SELECT CONFIG-FILE
               ASSIGN TO "DB2CONFIG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-FILE-STATUS.

      * Optional run parameter file - the month-end date
           SELECT RUN-PARAM-FILE
               ASSIGN TO "RUNPARAM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-PARAM-FILE-STATUS.

      * The ALCO gap report
           SELECT GAP-REPORT-FILE
               ASSIGN TO "GAPREPORT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GAP-REPORT-STATUS.

           SELECT ERROR-LOG-FILE
               ASSIGN TO "GAPERRLOG"
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

      * Report Record
       FD  GAP-REPORT-FILE.
       01  GAP-REPORT-RECORD          PIC X(132).

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
           05  WS-GAP-REPORT-STATUS       PIC XX.
           05  WS-ERROR-FILE-STATUS       PIC XX.

      * Error Code Management
       01  WS-ERROR-CODES.
           05  WS-ERROR-CODE              PIC 9(4).
               88  ERR-NONE               VALUE 0000.
               88  ERR-INVALID-PARAMETER  VALUE 1002.
               88  ERR-FILE-ACCESS        VALUE 3001.
               88  ERR-SYSTEM-ERROR       VALUE 9999.
           05  WS-ERROR-MESSAGE-PARAM     PIC X(80).

       01  WS-GAP-DATES.
           05  WS-ASOF-DATE               PIC X(10).

      * Bucket Headings and the share of the coming year a balance
      * repricing in the bucket earns the shocked rate for - the
      * months left after the bucket's midpoint, over twelve
       01  WS-BUCKET-HEADING-LIST.
           05  FILLER                 PIC X(9) VALUE " 0-3 MOS".
           05  FILLER                 PIC X(9) VALUE "3-12 MOS".
           05  FILLER                 PIC X(9) VALUE " 1-3 YRS".
           05  FILLER                 PIC X(9) VALUE " 3-5 YRS".
           05  FILLER                 PIC X(9) VALUE "5-10 YRS".
           05  FILLER                 PIC X(9) VALUE " OVER 10".
       01  WS-BUCKET-HEADING-TABLE REDEFINES WS-BUCKET-HEADING-LIST.
           05  WS-BUCKET-HEADING      PIC X(9) OCCURS 6 TIMES.

       01  WS-BUCKET-WEIGHT-LIST.
           05  FILLER                 PIC V9(4) VALUE .8750.
           05  FILLER                 PIC V9(4) VALUE .3750.
       01  WS-BUCKET-WEIGHT-TABLE REDEFINES WS-BUCKET-WEIGHT-LIST.
           05  WS-BUCKET-WEIGHT       PIC V9(4) OCCURS 2 TIMES.

      * Rate Shocks in basis points
       01  WS-SHOCK-LIST.
           05  FILLER                 PIC S9(3) VALUE +200.
           05  FILLER                 PIC S9(3) VALUE +100.
           05  FILLER                 PIC S9(3) VALUE -100.
           05  FILLER                 PIC S9(3) VALUE -200.
       01  WS-SHOCK-TABLE REDEFINES WS-SHOCK-LIST.
           05  WS-SHOCK-BP            PIC S9(3) OCCURS 4 TIMES.

      * Report Lines - 1-2 rate-sensitive assets, 3-7 liabilities.
      * The non-maturity deposit lines 4-7 are the decay classes
      * below, in the same order.
       01  WS-GAP-CAPTION-LIST.
           05  FILLER                 PIC X(28)
                                      VALUE "LOANS - FIXED RATE".
           05  FILLER                 PIC X(28)
                                      VALUE "LOANS - VARIABLE RATE".
           05  FILLER                 PIC X(28)
                                      VALUE "TIME DEPOSITS (CDS)".
           05  FILLER                 PIC X(28)
                                      VALUE "DEMAND DEPOSITS".
           05  FILLER                 PIC X(28)
                                      VALUE "INTEREST CHECKING".
           05  FILLER                 PIC X(28)
                                      VALUE "SAVINGS".
           05  FILLER                 PIC X(28)
                                      VALUE "MONEY MARKET (MMDA)".
       01  WS-GAP-CAPTION-TABLE REDEFINES WS-GAP-CAPTION-LIST.
           05  WS-GAP-CAPTION         PIC X(28) OCCURS 7 TIMES.

       01  WS-GAP-TABLE.
           05  WS-GAP-LINE            OCCURS 7 TIMES.
               10  WS-GAP-CELL        OCCURS 6 TIMES.
                   15  WS-GAP-AMOUNT      PIC S9(15)V99.
                   15  WS-GAP-RATE-AMOUNT PIC S9(13)V9(6).

      * Non-Maturity Deposit Decay - percent of each class's balance
      * repricing in buckets 1-5, compiled defaults overridden by
      * BUSINESS_PARAMETER_TABLE; bucket 6 takes the remainder
       01  WS-DECAY-DEFAULT-LIST.
           05  FILLER                 PIC X(4) VALUE "DDA".
           05  FILLER                 PIC 9(3)V99 VALUE 10.00.
           05  FILLER                 PIC 9(3)V99 VALUE 15.00.
           05  FILLER                 PIC 9(3)V99 VALUE 25.00.
           05  FILLER                 PIC 9(3)V99 VALUE 25.00.
           05  FILLER                 PIC 9(3)V99 VALUE 25.00.
           05  FILLER                 PIC 9(3)V99 VALUE ZERO.
           05  FILLER                 PIC X(4) VALUE "NOW".
           05  FILLER                 PIC 9(3)V99 VALUE 15.00.
           05  FILLER                 PIC 9(3)V99 VALUE 20.00.
           05  FILLER                 PIC 9(3)V99 VALUE 25.00.
           05  FILLER                 PIC 9(3)V99 VALUE 20.00.
           05  FILLER                 PIC 9(3)V99 VALUE 20.00.
           05  FILLER                 PIC 9(3)V99 VALUE ZERO.
           05  FILLER                 PIC X(4) VALUE "SAV".
           05  FILLER                 PIC 9(3)V99 VALUE 10.00.
           05  FILLER                 PIC 9(3)V99 VALUE 20.00.
           05  FILLER                 PIC 9(3)V99 VALUE 30.00.
           05  FILLER                 PIC 9(3)V99 VALUE 20.00.
           05  FILLER                 PIC 9(3)V99 VALUE 20.00.
           05  FILLER                 PIC 9(3)V99 VALUE ZERO.
           05  FILLER                 PIC X(4) VALUE "MMDA".
           05  FILLER                 PIC 9(3)V99 VALUE 30.00.
           05  FILLER                 PIC 9(3)V99 VALUE 30.00.
           05  FILLER                 PIC 9(3)V99 VALUE 20.00.
           05  FILLER                 PIC 9(3)V99 VALUE 10.00.
           05  FILLER                 PIC 9(3)V99 VALUE 10.00.
           05  FILLER                 PIC 9(3)V99 VALUE ZERO.
       01  WS-DECAY-DEFAULT-TABLE REDEFINES WS-DECAY-DEFAULT-LIST.
           05  WS-DECAY-DEFAULT-CLASS OCCURS 4 TIMES
                                      PIC X(34).
       01  WS-DECAY-TABLE.
           05  WS-DECAY-CLASS         OCCURS 4 TIMES.
               10  WS-DECAY-CODE          PIC X(4).
               10  WS-DECAY-PCT           PIC 9(3)V99
                                          OCCURS 6 TIMES.

      * Subscripts and Computation Work
       01  WS-GAP-SUBSCRIPTS.
           05  WS-LX                      PIC 9(2) COMP.
           05  WS-BX                      PIC 9(2) COMP.
           05  WS-DX                      PIC 9(2) COMP.
           05  WS-SX                      PIC 9(2) COMP.
           05  WS-BUCKET-DIGIT            PIC 9.

       01  WS-GAP-WORK.
           05  WS-DECAY-SUM               PIC S9(5)V99.
           05  WS-ROW-AMOUNT              PIC S9(15)V99.
           05  WS-ROW-TOTAL               PIC S9(15)V99.
           05  WS-RSA-AMOUNT              PIC S9(15)V99.
           05  WS-RSL-AMOUNT              PIC S9(15)V99.
           05  WS-PERIODIC-GAP            PIC S9(15)V99.
           05  WS-CUMULATIVE-GAP          PIC S9(15)V99.
           05  WS-TOTAL-ASSETS            PIC S9(15)V99.
           05  WS-GAP-RATIO               PIC S9(5)V99.
           05  WS-SHOCK-RATE              PIC S9V9(4).
           05  WS-CELL-SHOCKED            PIC S9(13)V9(6).
           05  WS-ASSET-INCOME            PIC S9(13)V99.
           05  WS-LIABILITY-EXPENSE       PIC S9(13)V99.
           05  WS-BASE-NII                PIC S9(13)V99.
           05  WS-NII-CHANGE              PIC S9(13)V99.
           05  WS-NII-CHANGE-PCT          PIC S9(5)V99.

      * One Aggregated Cursor Row - line, bucket (zero for a
      * non-maturity class still to be spread) and dollars
       01  WS-GAP-FETCH.
           05  WS-GF-LINE                 PIC S9(4) COMP.
           05  WS-GF-BUCKET               PIC S9(4) COMP.
           05  WS-GF-AMOUNT               PIC S9(15)V99.
           05  WS-GF-RATE-AMOUNT          PIC S9(13)V9(6).

      * Report Edit Fields
       01  WS-REPORT-WORK.
           05  WS-REPORT-LINE             PIC X(132).
           05  WS-REPORT-POS              PIC 9(3) COMP.
           05  WS-EDIT-THOUSANDS          PIC -ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-DOLLARS            PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  WS-EDIT-RATIO              PIC -ZZZZ9.99.
           05  WS-EDIT-PCT                PIC ZZ9.99.
           05  WS-EDIT-SHOCK              PIC +ZZ9.
           05  WS-THOUSANDS               PIC S9(12).

      * Processing Statistics
       01  WS-PROCESSING-STATS.
           05  WS-ROWS-READ               PIC 9(5) COMP VALUE ZERO.
           05  WS-PARAMS-APPLIED          PIC 9(3) COMP VALUE ZERO.

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
               GAP-REPORT-FILE
               ERROR-LOG-FILE.

           DISPLAY "FILE PROCESSING ERROR DETECTED"
           PERFORM ABNORMAL-TERMINATION.
       END DECLARATIVES.

       MAIN-PROCESSING SECTION.
       MAIN-PROCESSING-ROUTINE.
           PERFORM INITIALIZATION-ROUTINE
           PERFORM LOAD-DECAY-ASSUMPTIONS
           PERFORM BUCKET-BALANCE-SHEET
           PERFORM REPORT-REPRICING-GAP
           PERFORM REPORT-DECAY-ASSUMPTIONS
           PERFORM REPORT-RATE-SHOCKS
           PERFORM GENERATE-SUMMARY-REPORT
           PERFORM CLEANUP-ROUTINE
           STOP RUN.

       INITIALIZATION-ROUTINE.
      * Open report and error log files
           OPEN OUTPUT GAP-REPORT-FILE
                OUTPUT ERROR-LOG-FILE

           IF WS-GAP-REPORT-STATUS NOT = "00"
              DISPLAY "ERROR OPENING GAP REPORT FILE"
              PERFORM ABNORMAL-TERMINATION
           END-IF

           IF WS-ERROR-FILE-STATUS NOT = "00"
              DISPLAY "ERROR OPENING ERROR LOG FILE"
              PERFORM ABNORMAL-TERMINATION
           END-IF

      * Get current system date and time
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS

           DISPLAY "INTEREST RATE RISK REPRICING GAP REPORT"
           DISPLAY "DATE: " WS-YEAR "-" WS-MONTH "-" WS-DAY
           DISPLAY "TIME: " WS-HOUR ":" WS-MINUTE ":" WS-SECOND

      * A supplied RUNPARAM business date names the month-end the
      * maturities and the rate schedule are measured from
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

           MOVE SPACES TO WS-ASOF-DATE
           STRING WS-YEAR "-" WS-MONTH "-" WS-DAY
               DELIMITED BY SIZE
               INTO WS-ASOF-DATE

           INITIALIZE WS-GAP-TABLE
           MOVE WS-DECAY-DEFAULT-LIST TO WS-DECAY-TABLE

      * Load database configuration from external file
           PERFORM LOAD-DATABASE-CONFIG

      * Connect to DB2 database
           PERFORM DB-CONNECT

      * Register this job on the job control table.  A monthly
      * report for ALCO, it follows no job in the nightly stream.
           MOVE "IRR-GAP-REPORT" TO JC-PROGRAM-ID
           MOVE SPACES TO JC-PREDECESSOR-ID
           PERFORM DB-CHECK-JOB-PREDECESSOR
           PERFORM DB-REGISTER-JOB-START

           MOVE SPACES TO GAP-REPORT-RECORD
           STRING "INTEREST RATE RISK REPRICING GAP AS OF "
               WS-ASOF-DATE "   (AMOUNTS IN $000)"
               DELIMITED BY SIZE
               INTO GAP-REPORT-RECORD
           WRITE GAP-REPORT-RECORD.

       LOAD-DECAY-ASSUMPTIONS.
           PERFORM LOAD-ONE-DECAY-CLASS
               VARYING WS-DX FROM 1 BY 1
               UNTIL WS-DX > 4.

       LOAD-ONE-DECAY-CLASS.
           PERFORM LOAD-ONE-DECAY-PARAMETER
               VARYING WS-BX FROM 1 BY 1
               UNTIL WS-BX > 5

      * Whatever the first five buckets leave reprices beyond ten
      * years.  A class whose parameters add past 100 percent is
      * put back on its compiled defaults.
           MOVE ZERO TO WS-DECAY-SUM
           PERFORM ADD-ONE-DECAY-PERCENT
               VARYING WS-BX FROM 1 BY 1
               UNTIL WS-BX > 5
           IF WS-DECAY-SUM > 100
               SET ERR-INVALID-PARAMETER TO TRUE
               MOVE SPACES TO WS-ERROR-MESSAGE-PARAM
               STRING "DECAY PERCENTAGES FOR "
                   WS-DECAY-CODE (WS-DX)
                   " EXCEED 100 - COMPILED DEFAULTS USED"
                   DELIMITED BY SIZE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
               MOVE WS-DECAY-DEFAULT-CLASS (WS-DX)
                   TO WS-DECAY-CLASS (WS-DX)
               MOVE ZERO TO WS-DECAY-SUM
               PERFORM ADD-ONE-DECAY-PERCENT
                   VARYING WS-BX FROM 1 BY 1
                   UNTIL WS-BX > 5
           END-IF
           COMPUTE WS-DECAY-PCT (WS-DX, 6) = 100 - WS-DECAY-SUM.

       LOAD-ONE-DECAY-PARAMETER.
           MOVE WS-BX TO WS-BUCKET-DIGIT
           MOVE SPACES TO BP-PARAM-NAME
           STRING "IRR-DECAY-" DELIMITED BY SIZE
               WS-DECAY-CODE (WS-DX) DELIMITED BY SPACE
               "-" WS-BUCKET-DIGIT DELIMITED BY SIZE
               INTO BP-PARAM-NAME
           PERFORM DB-GET-BUSINESS-PARAMETER
           IF BP-PARAM-FOUND
               MOVE SQL-BP-PARAM-VALUE TO WS-DECAY-PCT (WS-DX, WS-BX)
               ADD 1 TO WS-PARAMS-APPLIED
           END-IF.

       ADD-ONE-DECAY-PERCENT.
           ADD WS-DECAY-PCT (WS-DX, WS-BX) TO WS-DECAY-SUM.

       BUCKET-BALANCE-SHEET.
           SET NOT-END-OF-FILE TO TRUE
           PERFORM DB-OPEN-GAP-CURSOR
           PERFORM BUCKET-NEXT-ROW
               UNTIL END-OF-FILE
           PERFORM DB-CLOSE-GAP-CURSOR.

       BUCKET-NEXT-ROW.
           PERFORM DB-FETCH-NEXT-GAP-ROW

           IF NOT END-OF-FILE
               ADD 1 TO WS-ROWS-READ
               MOVE WS-GF-LINE TO WS-LX
               IF WS-GF-BUCKET = ZERO
                   COMPUTE WS-DX = WS-LX - 3
                   PERFORM SPREAD-BY-DECAY
                       VARYING WS-BX FROM 1 BY 1
                       UNTIL WS-BX > 6
               ELSE
                   MOVE WS-GF-BUCKET TO WS-BX
                   ADD WS-GF-AMOUNT TO WS-GAP-AMOUNT (WS-LX, WS-BX)
                   ADD WS-GF-RATE-AMOUNT
                       TO WS-GAP-RATE-AMOUNT (WS-LX, WS-BX)
               END-IF
           END-IF.

       SPREAD-BY-DECAY.
           COMPUTE WS-GAP-AMOUNT (WS-LX, WS-BX) ROUNDED =
               WS-GAP-AMOUNT (WS-LX, WS-BX)
             + WS-GF-AMOUNT * WS-DECAY-PCT (WS-DX, WS-BX) / 100
           COMPUTE WS-GAP-RATE-AMOUNT (WS-LX, WS-BX) ROUNDED =
               WS-GAP-RATE-AMOUNT (WS-LX, WS-BX)
             + WS-GF-RATE-AMOUNT * WS-DECAY-PCT (WS-DX, WS-BX) / 100.

       REPORT-REPRICING-GAP.
           MOVE SPACES TO GAP-REPORT-RECORD
           WRITE GAP-REPORT-RECORD
           MOVE SPACES TO WS-REPORT-LINE
           MOVE "REPRICING BUCKET" TO WS-REPORT-LINE (1:28)
           MOVE 29 TO WS-REPORT-POS
           PERFORM BUILD-ONE-HEADING
               VARYING WS-BX FROM 1 BY 1
               UNTIL WS-BX > 6
           MOVE "       TOTAL" TO WS-REPORT-LINE (WS-REPORT-POS:12)
           MOVE WS-REPORT-LINE TO GAP-REPORT-RECORD
           WRITE GAP-REPORT-RECORD

           PERFORM WRITE-ONE-GAP-LINE
               VARYING WS-LX FROM 1 BY 1
               UNTIL WS-LX > 2
           PERFORM WRITE-ASSET-TOTAL-LINE

           PERFORM WRITE-ONE-GAP-LINE
               VARYING WS-LX FROM 3 BY 1
               UNTIL WS-LX > 7
           PERFORM WRITE-LIABILITY-TOTAL-LINE

           PERFORM WRITE-GAP-LINES.

       BUILD-ONE-HEADING.
           MOVE WS-BUCKET-HEADING (WS-BX)
               TO WS-REPORT-LINE (WS-REPORT-POS + 3:9)
           ADD 12 TO WS-REPORT-POS.

       WRITE-ONE-GAP-LINE.
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-GAP-CAPTION (WS-LX) TO WS-REPORT-LINE (1:28)
           MOVE 29 TO WS-REPORT-POS
           MOVE ZERO TO WS-ROW-TOTAL
           PERFORM PLACE-ONE-GAP-CELL
               VARYING WS-BX FROM 1 BY 1
               UNTIL WS-BX > 6
           MOVE WS-ROW-TOTAL TO WS-ROW-AMOUNT
           PERFORM PLACE-ONE-AMOUNT
           MOVE WS-REPORT-LINE TO GAP-REPORT-RECORD
           WRITE GAP-REPORT-RECORD.

       PLACE-ONE-GAP-CELL.
           MOVE WS-GAP-AMOUNT (WS-LX, WS-BX) TO WS-ROW-AMOUNT
           ADD WS-ROW-AMOUNT TO WS-ROW-TOTAL
           PERFORM PLACE-ONE-AMOUNT.

       PLACE-ONE-AMOUNT.
           COMPUTE WS-THOUSANDS ROUNDED = WS-ROW-AMOUNT / 1000
           MOVE WS-THOUSANDS TO WS-EDIT-THOUSANDS
           MOVE WS-EDIT-THOUSANDS TO WS-REPORT-LINE (WS-REPORT-POS:12)
           ADD 12 TO WS-REPORT-POS.

       WRITE-ASSET-TOTAL-LINE.
           MOVE SPACES TO WS-REPORT-LINE
           MOVE "TOTAL RATE-SENSITIVE ASSETS" TO WS-REPORT-LINE (1:28)
           MOVE 29 TO WS-REPORT-POS
           MOVE ZERO TO WS-TOTAL-ASSETS
           PERFORM PLACE-ONE-ASSET-TOTAL
               VARYING WS-BX FROM 1 BY 1
               UNTIL WS-BX > 6
           MOVE WS-TOTAL-ASSETS TO WS-ROW-AMOUNT
           PERFORM PLACE-ONE-AMOUNT
           MOVE WS-REPORT-LINE TO GAP-REPORT-RECORD
           WRITE GAP-REPORT-RECORD.

       PLACE-ONE-ASSET-TOTAL.
           PERFORM SUM-BUCKET-SIDES
           MOVE WS-RSA-AMOUNT TO WS-ROW-AMOUNT
           ADD WS-RSA-AMOUNT TO WS-TOTAL-ASSETS
           PERFORM PLACE-ONE-AMOUNT.

       WRITE-LIABILITY-TOTAL-LINE.
           MOVE SPACES TO WS-REPORT-LINE
           MOVE "TOTAL RATE-SENSITIVE LIABS" TO WS-REPORT-LINE (1:28)
           MOVE 29 TO WS-REPORT-POS
           MOVE ZERO TO WS-ROW-TOTAL
           PERFORM PLACE-ONE-LIABILITY-TOTAL
               VARYING WS-BX FROM 1 BY 1
               UNTIL WS-BX > 6
           MOVE WS-ROW-TOTAL TO WS-ROW-AMOUNT
           PERFORM PLACE-ONE-AMOUNT
           MOVE WS-REPORT-LINE TO GAP-REPORT-RECORD
           WRITE GAP-REPORT-RECORD.

       PLACE-ONE-LIABILITY-TOTAL.
           PERFORM SUM-BUCKET-SIDES
           MOVE WS-RSL-AMOUNT TO WS-ROW-AMOUNT
           ADD WS-RSL-AMOUNT TO WS-ROW-TOTAL
           PERFORM PLACE-ONE-AMOUNT.

       SUM-BUCKET-SIDES.
      * Rate-sensitive assets and liabilities in bucket WS-BX
           COMPUTE WS-RSA-AMOUNT =
               WS-GAP-AMOUNT (1, WS-BX) + WS-GAP-AMOUNT (2, WS-BX)
           COMPUTE WS-RSL-AMOUNT =
               WS-GAP-AMOUNT (3, WS-BX) + WS-GAP-AMOUNT (4, WS-BX)
             + WS-GAP-AMOUNT (5, WS-BX) + WS-GAP-AMOUNT (6, WS-BX)
             + WS-GAP-AMOUNT (7, WS-BX).

       WRITE-GAP-LINES.
      * Periodic gap, cumulative gap and the cumulative gap as a
      * percent of rate-sensitive assets, bucket by bucket
           MOVE SPACES TO GAP-REPORT-RECORD
           WRITE GAP-REPORT-RECORD

           MOVE SPACES TO WS-REPORT-LINE
           MOVE "PERIODIC GAP" TO WS-REPORT-LINE (1:28)
           MOVE 29 TO WS-REPORT-POS
           PERFORM PLACE-ONE-PERIODIC-GAP
               VARYING WS-BX FROM 1 BY 1
               UNTIL WS-BX > 6
           MOVE WS-REPORT-LINE TO GAP-REPORT-RECORD
           WRITE GAP-REPORT-RECORD

           MOVE SPACES TO WS-REPORT-LINE
           MOVE "CUMULATIVE GAP" TO WS-REPORT-LINE (1:28)
           MOVE 29 TO WS-REPORT-POS
           MOVE ZERO TO WS-CUMULATIVE-GAP
           PERFORM PLACE-ONE-CUMULATIVE-GAP
               VARYING WS-BX FROM 1 BY 1
               UNTIL WS-BX > 6
           MOVE WS-REPORT-LINE TO GAP-REPORT-RECORD
           WRITE GAP-REPORT-RECORD

           MOVE SPACES TO WS-REPORT-LINE
           MOVE "CUM GAP % OF RSA" TO WS-REPORT-LINE (1:28)
           MOVE 29 TO WS-REPORT-POS
           MOVE ZERO TO WS-CUMULATIVE-GAP
           PERFORM PLACE-ONE-GAP-RATIO
               VARYING WS-BX FROM 1 BY 1
               UNTIL WS-BX > 6
           MOVE WS-REPORT-LINE TO GAP-REPORT-RECORD
           WRITE GAP-REPORT-RECORD.

       PLACE-ONE-PERIODIC-GAP.
           PERFORM SUM-BUCKET-SIDES
           COMPUTE WS-ROW-AMOUNT = WS-RSA-AMOUNT - WS-RSL-AMOUNT
           PERFORM PLACE-ONE-AMOUNT.

       PLACE-ONE-CUMULATIVE-GAP.
           PERFORM SUM-BUCKET-SIDES
           COMPUTE WS-CUMULATIVE-GAP =
               WS-CUMULATIVE-GAP + WS-RSA-AMOUNT - WS-RSL-AMOUNT
           MOVE WS-CUMULATIVE-GAP TO WS-ROW-AMOUNT
           PERFORM PLACE-ONE-AMOUNT.

       PLACE-ONE-GAP-RATIO.
           PERFORM SUM-BUCKET-SIDES
           COMPUTE WS-CUMULATIVE-GAP =
               WS-CUMULATIVE-GAP + WS-RSA-AMOUNT - WS-RSL-AMOUNT
           IF WS-TOTAL-ASSETS = ZERO
               MOVE ZERO TO WS-GAP-RATIO
           ELSE
               COMPUTE WS-GAP-RATIO ROUNDED =
                   WS-CUMULATIVE-GAP * 100 / WS-TOTAL-ASSETS
           END-IF
           MOVE WS-GAP-RATIO TO WS-EDIT-RATIO
           MOVE WS-EDIT-RATIO TO WS-REPORT-LINE (WS-REPORT-POS + 3:9)
           ADD 12 TO WS-REPORT-POS.

       REPORT-DECAY-ASSUMPTIONS.
           MOVE SPACES TO GAP-REPORT-RECORD
           WRITE GAP-REPORT-RECORD
           MOVE SPACES TO GAP-REPORT-RECORD
           STRING "NON-MATURITY DEPOSIT DECAY ASSUMPTIONS "
               "(PERCENT OF BALANCE REPRICING IN EACH BUCKET)"
               DELIMITED BY SIZE
               INTO GAP-REPORT-RECORD
           WRITE GAP-REPORT-RECORD

           PERFORM WRITE-ONE-DECAY-LINE
               VARYING WS-DX FROM 1 BY 1
               UNTIL WS-DX > 4.

       WRITE-ONE-DECAY-LINE.
           MOVE SPACES TO WS-REPORT-LINE
           COMPUTE WS-LX = WS-DX + 3
           MOVE WS-GAP-CAPTION (WS-LX) TO WS-REPORT-LINE (1:28)
           MOVE 29 TO WS-REPORT-POS
           PERFORM PLACE-ONE-DECAY-PERCENT
               VARYING WS-BX FROM 1 BY 1
               UNTIL WS-BX > 6
           MOVE WS-REPORT-LINE TO GAP-REPORT-RECORD
           WRITE GAP-REPORT-RECORD.

       PLACE-ONE-DECAY-PERCENT.
           MOVE WS-DECAY-PCT (WS-DX, WS-BX) TO WS-EDIT-PCT
           MOVE WS-EDIT-PCT TO WS-REPORT-LINE (WS-REPORT-POS + 6:6)
           ADD 12 TO WS-REPORT-POS.

       REPORT-RATE-SHOCKS.
      * Base twelve-month net interest income at today's rates,
      * then the change each shock makes to it
           MOVE ZERO TO WS-ASSET-INCOME
           MOVE ZERO TO WS-LIABILITY-EXPENSE
           PERFORM ADD-ONE-LINE-INCOME
               VARYING WS-LX FROM 1 BY 1
               UNTIL WS-LX > 7
           COMPUTE WS-BASE-NII =
               WS-ASSET-INCOME - WS-LIABILITY-EXPENSE

           MOVE SPACES TO GAP-REPORT-RECORD
           WRITE GAP-REPORT-RECORD
           MOVE WS-BASE-NII TO WS-EDIT-DOLLARS
           MOVE SPACES TO GAP-REPORT-RECORD
           STRING "BASE 12-MONTH NET INTEREST INCOME          "
               WS-EDIT-DOLLARS
               DELIMITED BY SIZE
               INTO GAP-REPORT-RECORD
           WRITE GAP-REPORT-RECORD

           PERFORM REPORT-ONE-SHOCK
               VARYING WS-SX FROM 1 BY 1
               UNTIL WS-SX > 4.

       ADD-ONE-LINE-INCOME.
           PERFORM ADD-ONE-CELL-INCOME
               VARYING WS-BX FROM 1 BY 1
               UNTIL WS-BX > 6.

       ADD-ONE-CELL-INCOME.
           IF WS-LX < 3
               ADD WS-GAP-RATE-AMOUNT (WS-LX, WS-BX)
                   TO WS-ASSET-INCOME
           ELSE
               ADD WS-GAP-RATE-AMOUNT (WS-LX, WS-BX)
                   TO WS-LIABILITY-EXPENSE
           END-IF.

       REPORT-ONE-SHOCK.
           COMPUTE WS-SHOCK-RATE = WS-SHOCK-BP (WS-SX) / 10000
           MOVE ZERO TO WS-NII-CHANGE
           PERFORM SHOCK-ONE-LINE
               VARYING WS-LX FROM 1 BY 1
               UNTIL WS-LX > 7

           IF WS-BASE-NII = ZERO
               MOVE ZERO TO WS-NII-CHANGE-PCT
           ELSE
               COMPUTE WS-NII-CHANGE-PCT ROUNDED =
                   WS-NII-CHANGE * 100 / WS-BASE-NII
           END-IF

           MOVE WS-SHOCK-BP (WS-SX) TO WS-EDIT-SHOCK
           MOVE WS-NII-CHANGE TO WS-EDIT-DOLLARS
           MOVE WS-NII-CHANGE-PCT TO WS-EDIT-RATIO
           MOVE SPACES TO GAP-REPORT-RECORD
           STRING "RATE SHOCK " WS-EDIT-SHOCK " BP"
               "   NII CHANGE                 "
               WS-EDIT-DOLLARS "   " WS-EDIT-RATIO " PCT"
               DELIMITED BY SIZE
               INTO GAP-REPORT-RECORD
           WRITE GAP-REPORT-RECORD.

       SHOCK-ONE-LINE.
           PERFORM SHOCK-ONE-CELL
               VARYING WS-BX FROM 1 BY 1
               UNTIL WS-BX > 2.

       SHOCK-ONE-CELL.
      * The cell's annual interest at the shocked rate, never below
      * zero, earned for the part of the year after it reprices
           COMPUTE WS-CELL-SHOCKED =
               WS-GAP-RATE-AMOUNT (WS-LX, WS-BX)
             + WS-GAP-AMOUNT (WS-LX, WS-BX) * WS-SHOCK-RATE
           IF WS-CELL-SHOCKED < ZERO
               MOVE ZERO TO WS-CELL-SHOCKED
           END-IF

           IF WS-LX < 3
               COMPUTE WS-NII-CHANGE ROUNDED = WS-NII-CHANGE
                 + (WS-CELL-SHOCKED - WS-GAP-RATE-AMOUNT (WS-LX, WS-BX))
                   * WS-BUCKET-WEIGHT (WS-BX)
           ELSE
               COMPUTE WS-NII-CHANGE ROUNDED = WS-NII-CHANGE
                 - (WS-CELL-SHOCKED - WS-GAP-RATE-AMOUNT (WS-LX, WS-BX))
                   * WS-BUCKET-WEIGHT (WS-BX)
           END-IF.

       GENERATE-SUMMARY-REPORT.
           DISPLAY "REPRICING GAP SUMMARY"
           DISPLAY "As Of:               " WS-ASOF-DATE
           DISPLAY "Bucket Rows Read:    " WS-ROWS-READ
           DISPLAY "Decay Params Used:   " WS-PARAMS-APPLIED
           DISPLAY "Base NII:            " WS-BASE-NII.

       CLEANUP-ROUTINE.
      * Flip this job to COMPLETE on the job control table so
      * downstream predecessor checks open up
           PERFORM DB-REGISTER-JOB-COMPLETE

      * Disconnect from DB2 database
           PERFORM DB-DISCONNECT

           CLOSE GAP-REPORT-FILE
                 ERROR-LOG-FILE

           DISPLAY "INTEREST RATE RISK REPRICING GAP REPORT COMPLETE".

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

       DB-OPEN-GAP-CURSOR.
      * Every rate-sensitive balance as a report line and bucket.
      * Live loans are assets - a variable-rate loan reprices in the
      * first bucket, a fixed one as it runs off, and a nonaccrual
      * loan earns nothing.  Open deposit accounts are liabilities
      * in US dollars: time deposits by maturity at their own rate,
      * the rest at the rate schedule's current rate for their type
      * and balance (else their own rate) and bucket zero, for the
      * program to spread by the decay assumptions.  A standard or
      * commercial account earning nothing is a demand deposit.
           EXEC SQL
               DECLARE GAP_CURSOR CURSOR FOR
               SELECT G.LINE_NO, G.BUCKET, SUM(G.AMOUNT),
                      SUM(G.AMOUNT * G.RATE)
               FROM (
                   SELECT CASE WHEN L.RATE_TYPE = 'V' THEN 2
                               ELSE 1
                          END AS LINE_NO,
                          CASE WHEN L.RATE_TYPE = 'V'
                                    OR L.REMAINING_MONTHS <= 3 THEN 1
                               WHEN L.REMAINING_MONTHS <= 12 THEN 2
                               WHEN L.REMAINING_MONTHS <= 36 THEN 3
                               WHEN L.REMAINING_MONTHS <= 60 THEN 4
                               WHEN L.REMAINING_MONTHS <= 120 THEN 5
                               ELSE 6
                          END AS BUCKET,
                          L.PRINCIPAL_BALANCE AS AMOUNT,
                          CASE WHEN L.LOAN_STATUS = 'NONACCRUAL'
                               THEN 0
                               ELSE L.INTEREST_RATE
                          END AS RATE
                   FROM LOAN_MASTER_TABLE L
                   WHERE L.LOAN_STATUS IN
                         ('ACTIVE', 'DELINQUENT', 'NONACCRUAL')
                   AND L.PRINCIPAL_BALANCE > 0
                   UNION ALL
                   SELECT CASE D.DEP_KIND
                               WHEN 'T' THEN 3
                               WHEN 'M' THEN 7
                               WHEN 'S' THEN 6
                               ELSE CASE WHEN D.RATE > 0 THEN 5
                                         ELSE 4
                                    END
                          END,
                          CASE WHEN D.DEP_KIND <> 'T' THEN 0
                               WHEN D.MATURITY_DATE IS NULL
                                    OR D.MATURITY_DATE <=
                                       DATE(:WS-ASOF-DATE) + 3 MONTHS
                               THEN 1
                               WHEN D.MATURITY_DATE <=
                                    DATE(:WS-ASOF-DATE) + 12 MONTHS
                               THEN 2
                               WHEN D.MATURITY_DATE <=
                                    DATE(:WS-ASOF-DATE) + 36 MONTHS
                               THEN 3
                               WHEN D.MATURITY_DATE <=
                                    DATE(:WS-ASOF-DATE) + 60 MONTHS
                               THEN 4
                               WHEN D.MATURITY_DATE <=
                                    DATE(:WS-ASOF-DATE) + 120 MONTHS
                               THEN 5
                               ELSE 6
                          END,
                          D.AMOUNT,
                          D.RATE
                   FROM (
                       SELECT CASE WHEN T.ACCOUNT_NUMBER IS NOT NULL
                                        OR A.ACCOUNT_TYPE = 'CD'
                                   THEN 'T'
                                   WHEN A.ACCOUNT_TYPE = 'MMDA'
                                   THEN 'M'
                                   WHEN A.ACCOUNT_TYPE = 'SAVINGS'
                                   THEN 'S'
                                   ELSE 'X'
                              END AS DEP_KIND,
                              T.MATURITY_DATE,
                              A.ACCOUNT_BALANCE *
                              CASE WHEN COALESCE(A.CURRENCY_CODE, 'USD')
                                        = 'USD' THEN 1
                                   ELSE COALESCE(
                                       (SELECT R.EXCHANGE_RATE
                                        FROM EXCHANGE_RATE_TABLE R
                                        WHERE R.FROM_CURRENCY =
                                              A.CURRENCY_CODE
                                        AND R.TO_CURRENCY = 'USD'
                                        AND R.RATE_DATE =
                                            (SELECT MAX(R2.RATE_DATE)
                                             FROM EXCHANGE_RATE_TABLE R2
                                             WHERE R2.FROM_CURRENCY =
                                                   A.CURRENCY_CODE
                                             AND R2.TO_CURRENCY = 'USD'
                                             AND R2.RATE_DATE <=
                                                 DATE(:WS-ASOF-DATE))),
                                       0)
                              END AS AMOUNT,
                              CASE WHEN T.ACCOUNT_NUMBER IS NOT NULL
                                        OR A.ACCOUNT_TYPE = 'CD'
                                   THEN COALESCE(A.INTEREST_RATE, 0)
                                   ELSE COALESCE(
                                       (SELECT S.INTEREST_RATE
                                        FROM RATE_SCHEDULE_TABLE S
                                        WHERE S.ACCOUNT_TYPE =
                                              A.ACCOUNT_TYPE
                                        AND S.BALANCE_TIER <=
                                            A.ACCOUNT_BALANCE
                                        AND S.EFFECTIVE_DATE <=
                                            DATE(:WS-ASOF-DATE)
                                        ORDER BY S.EFFECTIVE_DATE DESC,
                                                 S.BALANCE_TIER DESC
                                        FETCH FIRST 1 ROW ONLY),
                                       COALESCE(A.INTEREST_RATE, 0))
                              END AS RATE
                       FROM ACCOUNT_TABLE A
                            LEFT OUTER JOIN TERM_DEPOSIT_TABLE T
                              ON T.ACCOUNT_NUMBER = A.CUSTOMER_ID
                       WHERE A.ACCOUNT_STATUS <> 'CLOSED'
                       AND A.ACCOUNT_BALANCE > 0
                   ) AS D
               ) AS G
               GROUP BY G.LINE_NO, G.BUCKET
               ORDER BY 1, 2
           END-EXEC

           EXEC SQL
               OPEN GAP_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error opening gap cursor - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
               SET END-OF-FILE TO TRUE
           END-IF.

       DB-FETCH-NEXT-GAP-ROW.
           EXEC SQL
               FETCH GAP_CURSOR INTO
               :WS-GF-LINE,
               :WS-GF-BUCKET,
               :WS-GF-AMOUNT,
               :WS-GF-RATE-AMOUNT
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE

               WHEN 100
                   SET END-OF-FILE TO TRUE

               WHEN OTHER
                   MOVE SQLCODE TO WS-ERROR-CODE
                   STRING "Error fetching gap row - SQLCODE: "
                       SQLCODE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
                   SET END-OF-FILE TO TRUE
           END-EVALUATE.

       DB-CLOSE-GAP-CURSOR.
           EXEC SQL
               CLOSE GAP_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error closing gap cursor - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

           COPY "dbconfig_loader.cpy".

           COPY "jobcontrol.cpy".

           COPY "opslog.cpy".

           COPY "paramtable.cpy".
