      *================================================================*
      * Call Report Deposit Schedule (RC-E) Batch                      *
      * Builds the quarter-end Schedule RC-E from the end-of-day      *
      * balance snapshot instead of a warehouse query.  Every account *
      * on the snapshot for the quarter-end (the last snapshot on or  *
      * before the RUNPARAM business date) is classified - a CD or    *
      * any account with TERM_DEPOSIT_TABLE detail is a time deposit, *
      * MMDA and SAVINGS types are nontransaction savings, everything *
      * else is a transaction account and, paying no interest, a      *
      * demand deposit - and filed under its primary owner's          *
      * depositor class.  Time deposits are further split by size     *
      * and by remaining maturity.  Non-USD balances are translated   *
      * at the quarter-end rate; overdrawn balances are reported as   *
      * loans, so they count at zero here.  Balances and account      *
      * counts go out per charter in the line-item layout (amounts in *
      * thousands), with each charter's deposit total reconciled to   *
      * its GL deposit control totals from the subledger proof.       *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALL-REPORT-RCE-BATCH.
       DATE-WRITTEN. 2026-10-15.
       AUTHOR. Updated 2026-10-15 for DB2 Integration.
       REMARKS. QUARTERLY CALL REPORT DEPOSIT SCHEDULE RC-E.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Configuration file containing DB2 connection parameters
           SELECT CONFIG-FILE
               ASSIGN TO "DB2CONFIG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-FILE-STATUS.

      * Optional run parameter file - the quarter-end date
           SELECT RUN-PARAM-FILE
               ASSIGN TO "RUNPARAM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-PARAM-FILE-STATUS.

      * Line-item file for the Call Report filing software
           SELECT RCE-LINE-FILE
               ASSIGN TO "RCEFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCE-LINE-STATUS.

      * Printed schedule and GL reconciliation
           SELECT RCE-REPORT-FILE
               ASSIGN TO "RCEREPORT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCE-REPORT-STATUS.

           SELECT ERROR-LOG-FILE
               ASSIGN TO "RCEERRLOG"
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

      * RC-E Line-Item Record - one per charter, line item and
      * column; amounts in thousands of dollars
       FD  RCE-LINE-FILE.
       01  RCE-LINE-RECORD.
           05  RF-INSTITUTION-CODE    PIC X(4).
           05  FILLER                 PIC X.
           05  RF-REPORT-DATE         PIC X(10).
           05  FILLER                 PIC X.
           05  RF-SCHEDULE            PIC X(4).
           05  FILLER                 PIC X.
           05  RF-LINE-ITEM           PIC X(10).
           05  FILLER                 PIC X.
           05  RF-COLUMN              PIC X.
           05  FILLER                 PIC X.
           05  RF-AMOUNT-THOUSANDS    PIC S9(11)
                                      SIGN LEADING SEPARATE.
           05  FILLER                 PIC X.
           05  RF-ACCOUNT-COUNT       PIC 9(9).
           05  FILLER                 PIC X.
           05  RF-CAPTION             PIC X(40).

      * Report Record
       FD  RCE-REPORT-FILE.
       01  RCE-REPORT-RECORD          PIC X(132).

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
           05  WS-RCE-LINE-STATUS         PIC XX.
           05  WS-RCE-REPORT-STATUS       PIC XX.
           05  WS-ERROR-FILE-STATUS       PIC XX.

      * Error Code Management
       01  WS-ERROR-CODES.
           05  WS-ERROR-CODE              PIC 9(4).
               88  ERR-NONE               VALUE 0000.
               88  ERR-NOT-FOUND          VALUE 1007.
               88  ERR-PROOF-BREAK        VALUE 1043.
               88  ERR-FILE-ACCESS        VALUE 3001.
               88  ERR-SYSTEM-ERROR       VALUE 9999.
           05  WS-ERROR-MESSAGE-PARAM     PIC X(80).

      * Report Dates - the quarter-end asked for, the snapshot the
      * schedule stands on and the GL proof it reconciles to
       01  WS-RCE-DATES.
           05  WS-QUARTER-END-DATE        PIC X(10).
           05  WS-ASOF-DATE               PIC X(10).
           05  WS-PROOF-DATE              PIC X(10).

      * Size and tolerance limits.  Currency translation rounds per
      * account on one side and per proof segment on the other, so
      * the reconciliation allows a dollar before it calls a break.
       01  WS-RCE-LIMITS.
           05  WS-SMALL-TIME-LIMIT        PIC 9(9)V99
                                          VALUE 100000.00.
           05  WS-INSURED-TIME-LIMIT      PIC 9(9)V99
                                          VALUE 250000.00.
           05  WS-RECON-TOLERANCE         PIC 9(3)V99 VALUE 1.00.

      * One Snapshot Account - as the classification cursor returns it
       01  WS-RCE-ACCOUNT.
           05  WS-RC-ACCOUNT              PIC X(10).
           05  WS-RC-INSTITUTION          PIC X(4).
           05  WS-RC-PRODUCT-CLASS        PIC X.
               88  RC-TIME-DEPOSIT        VALUE 'T'.
               88  RC-MMDA                VALUE 'M'.
               88  RC-SAVINGS             VALUE 'S'.
               88  RC-TRANSACTION         VALUE 'X'.
           05  WS-RC-DEPOSITOR-CLASS      PIC X.
               88  RC-US-GOVERNMENT       VALUE 'G'.
               88  RC-PUBLIC-FUNDS        VALUE 'P'.
           05  WS-RC-INTEREST-RATE        PIC S9(1)V9(4).
           05  WS-RC-BALANCE              PIC S9(12)V99.
           05  WS-RC-EXCHANGE-RATE        PIC S9(3)V9(6).
           05  WS-RC-MATURITY-BUCKET      PIC S9(4) COMP.
           05  WS-RC-IRA-FLAG             PIC X.
               88  RC-IRA-ACCOUNT         VALUE 'Y'.
           05  WS-RC-USD-BALANCE          PIC S9(13)V99.

      * Line Item Captions - item number, column and caption, in
      * the order the schedule is filed.  The entry number is the
      * accumulator subscript below.
       01  WS-RCE-CAPTION-LIST.
           05  FILLER                 PIC X(51) VALUE
               "1         AIPC - TRANSACTION ACCOUNTS".
           05  FILLER                 PIC X(51) VALUE
               "1         BIPC - DEMAND DEPOSITS".
           05  FILLER                 PIC X(51) VALUE
               "1         CIPC - NONTRANSACTION ACCOUNTS".
           05  FILLER                 PIC X(51) VALUE
               "2         AU.S. GOVERNMENT - TRANSACTION ACCOUNTS".
           05  FILLER                 PIC X(51) VALUE
               "2         BU.S. GOVERNMENT - DEMAND DEPOSITS".
           05  FILLER                 PIC X(51) VALUE
               "2         CU.S. GOVERNMENT - NONTRANSACTION ACCTS".
           05  FILLER                 PIC X(51) VALUE
               "3         ASTATES/POL SUBDIV - TRANSACTION ACCOUNTS".
           05  FILLER                 PIC X(51) VALUE
               "3         BSTATES/POL SUBDIV - DEMAND DEPOSITS".
           05  FILLER                 PIC X(51) VALUE
               "3         CSTATES/POL SUBDIV - NONTRANSACTION ACCTS".
           05  FILLER                 PIC X(51) VALUE
               "7         ATOTAL TRANSACTION ACCOUNTS".
           05  FILLER                 PIC X(51) VALUE
               "7         BTOTAL DEMAND DEPOSITS".
           05  FILLER                 PIC X(51) VALUE
               "7         CTOTAL NONTRANSACTION ACCOUNTS".
           05  FILLER                 PIC X(51) VALUE
               "M.1.A      IRA AND KEOGH PLAN ACCOUNTS".
           05  FILLER                 PIC X(51) VALUE
               "M.2.A.1    MONEY MARKET DEPOSIT ACCOUNTS (MMDAS)".
           05  FILLER                 PIC X(51) VALUE
               "M.2.A.2    OTHER SAVINGS DEPOSITS (EXCLUDES MMDAS)".
           05  FILLER                 PIC X(51) VALUE
               "M.2.B      TIME DEPOSITS OF LESS THAN $100,000".
           05  FILLER                 PIC X(51) VALUE
               "M.2.C      TIME DEPOSITS $100,000 THROUGH $250,000".
           05  FILLER                 PIC X(51) VALUE
               "M.2.D      TIME DEPOSITS OF MORE THAN $250,000".
           05  FILLER                 PIC X(51) VALUE
               "M.3.A.1    TIME <= $250,000 - 3 MONTHS OR LESS".
           05  FILLER                 PIC X(51) VALUE
               "M.3.A.2    TIME <= $250,000 - OVER 3 THRU 12 MONTHS".
           05  FILLER                 PIC X(51) VALUE
               "M.3.A.3    TIME <= $250,000 - OVER 1 THRU 3 YEARS".
           05  FILLER                 PIC X(51) VALUE
               "M.3.A.4    TIME <= $250,000 - OVER 3 YEARS".
           05  FILLER                 PIC X(51) VALUE
               "M.4.A.1    TIME > $250,000 - 3 MONTHS OR LESS".
           05  FILLER                 PIC X(51) VALUE
               "M.4.A.2    TIME > $250,000 - OVER 3 THRU 12 MONTHS".
           05  FILLER                 PIC X(51) VALUE
               "M.4.A.3    TIME > $250,000 - OVER 1 THRU 3 YEARS".
           05  FILLER                 PIC X(51) VALUE
               "M.4.A.4    TIME > $250,000 - OVER 3 YEARS".
       01  WS-RCE-CAPTION-TABLE REDEFINES WS-RCE-CAPTION-LIST.
           05  WS-CAPTION-ENTRY       OCCURS 26 TIMES.
               10  WS-CAP-LINE-ITEM   PIC X(10).
               10  WS-CAP-COLUMN      PIC X.
               10  WS-CAP-TEXT        PIC X(40).

      * Per-Charter Accumulators - account count and dollars per
      * line item, plus the overdrawn balances set aside as loans
       01  WS-INSTITUTION-TABLE.
           05  WS-INST-COUNT              PIC 9(2) COMP VALUE ZERO.
           05  WS-INST-ENTRY          OCCURS 20 TIMES.
               10  WS-INST-CODE           PIC X(4).
               10  WS-INST-OD-COUNT       PIC 9(9) COMP.
               10  WS-INST-OD-AMOUNT      PIC S9(15)V99.
               10  WS-INST-UNRATED        PIC 9(9) COMP.
               10  WS-INST-LINE       OCCURS 26 TIMES.
                   15  WS-LINE-COUNT      PIC 9(9) COMP.
                   15  WS-LINE-AMOUNT     PIC S9(15)V99.

      * Subscripts and Classification Work
       01  WS-RCE-SUBSCRIPTS.
           05  WS-IX                      PIC 9(2) COMP.
           05  WS-LX                      PIC 9(2) COMP.
           05  WS-ROW-BASE                PIC 9(2) COMP.
           05  WS-SIZE-BASE               PIC 9(2) COMP.

      * GL Reconciliation Work - per charter, in dollars
       01  WS-RECON-AREA.
           05  WS-GL-CONTROL-TOTAL        PIC S9(15)V99.
           05  WS-GL-SUBLEDGER-TOTAL      PIC S9(15)V99.
           05  WS-GL-SEGMENT-COUNT        PIC S9(9) COMP.
           05  WS-PROOF-DIFFERENCE        PIC S9(15)V99.
           05  WS-EXPECTED-DEPOSITS       PIC S9(15)V99.
           05  WS-REPORTED-DEPOSITS       PIC S9(15)V99.
           05  WS-UNRECONCILED            PIC S9(15)V99.

      * Report Edit Fields
       01  WS-REPORT-WORK.
           05  WS-THOUSANDS               PIC S9(11).
           05  WS-EDIT-COUNT              PIC ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-DOLLARS            PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  WS-EDIT-THOUSANDS          PIC -ZZZ,ZZZ,ZZ9.

      * Processing Statistics
       01  WS-PROCESSING-STATS.
           05  WS-ACCOUNTS-READ           PIC 9(9) COMP VALUE ZERO.
           05  WS-LINES-WRITTEN           PIC 9(7) COMP VALUE ZERO.
           05  WS-RECON-BREAKS            PIC 9(5) COMP VALUE ZERO.

      * Work Areas and Flags
       01  WS-WORK-AREAS.
           05  WS-EOF-FLAG                PIC X VALUE 'N'.
               88  END-OF-FILE            VALUE 'Y'.
               88  NOT-END-OF-FILE        VALUE 'N'.
           05  WS-PROOF-FLAG              PIC X VALUE 'N'.
               88  GL-PROOF-FOUND         VALUE 'Y'.
               88  GL-PROOF-NOT-FOUND     VALUE 'N'.

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
               RCE-LINE-FILE
               RCE-REPORT-FILE
               ERROR-LOG-FILE.

           DISPLAY "FILE PROCESSING ERROR DETECTED"
           PERFORM ABNORMAL-TERMINATION.
       END DECLARATIVES.

       MAIN-PROCESSING SECTION.
       MAIN-PROCESSING-ROUTINE.
           PERFORM INITIALIZATION-ROUTINE
           PERFORM CLASSIFY-SNAPSHOT-ACCOUNTS
           PERFORM REPORT-ONE-INSTITUTION
               VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > WS-INST-COUNT
           PERFORM GENERATE-SUMMARY-REPORT
           PERFORM CLEANUP-ROUTINE
           STOP RUN.

       INITIALIZATION-ROUTINE.
      * Open line-item, report and error log files
           OPEN OUTPUT RCE-LINE-FILE
                OUTPUT RCE-REPORT-FILE
                OUTPUT ERROR-LOG-FILE

           IF WS-RCE-LINE-STATUS NOT = "00"
              DISPLAY "ERROR OPENING RC-E LINE-ITEM FILE"
              PERFORM ABNORMAL-TERMINATION
           END-IF

           IF WS-RCE-REPORT-STATUS NOT = "00"
              DISPLAY "ERROR OPENING RC-E REPORT FILE"
              PERFORM ABNORMAL-TERMINATION
           END-IF

           IF WS-ERROR-FILE-STATUS NOT = "00"
              DISPLAY "ERROR OPENING ERROR LOG FILE"
              PERFORM ABNORMAL-TERMINATION
           END-IF

      * Get current system date and time
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS

           DISPLAY "CALL REPORT RC-E DEPOSIT SCHEDULE BATCH"
           DISPLAY "DATE: " WS-YEAR "-" WS-MONTH "-" WS-DAY
           DISPLAY "TIME: " WS-HOUR ":" WS-MINUTE ":" WS-SECOND

      * A supplied RUNPARAM business date names the quarter-end;
      * without one the schedule is built as of today
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

           MOVE SPACES TO WS-QUARTER-END-DATE
           STRING WS-YEAR "-" WS-MONTH "-" WS-DAY
               DELIMITED BY SIZE
               INTO WS-QUARTER-END-DATE
           MOVE SPACES TO WS-RC-ACCOUNT

      * Load database configuration from external file
           PERFORM LOAD-DATABASE-CONFIG

      * Connect to DB2 database
           PERFORM DB-CONNECT

      * Register this job on the job control table.  The schedule
      * is prepared in the days after quarter-end, so it follows no
      * job in the nightly stream.
           MOVE "CALL-REPORT-RCE-BATCH" TO JC-PROGRAM-ID
           MOVE SPACES TO JC-PREDECESSOR-ID
           PERFORM DB-CHECK-JOB-PREDECESSOR
           PERFORM DB-REGISTER-JOB-START

      * The schedule stands on the last snapshot taken on or before
      * the quarter-end and reconciles to the proof of that night
           PERFORM DB-GET-SNAPSHOT-DATE
           PERFORM DB-GET-PROOF-DATE

           MOVE SPACES TO RCE-REPORT-RECORD
           STRING "CALL REPORT SCHEDULE RC-E - DEPOSIT LIABILITIES"
               "   QUARTER ENDED " WS-QUARTER-END-DATE
               "   BALANCES AS OF " WS-ASOF-DATE
               DELIMITED BY SIZE
               INTO RCE-REPORT-RECORD
           WRITE RCE-REPORT-RECORD

           IF WS-MONTH NOT = 03 AND WS-MONTH NOT = 06
              AND WS-MONTH NOT = 09 AND WS-MONTH NOT = 12
               MOVE SPACES TO RCE-REPORT-RECORD
               STRING "*** WARNING - " WS-QUARTER-END-DATE
                   " IS NOT IN A CALENDAR QUARTER-END MONTH"
                   DELIMITED BY SIZE
                   INTO RCE-REPORT-RECORD
               WRITE RCE-REPORT-RECORD
           END-IF

           SET NOT-END-OF-FILE TO TRUE.

       CLASSIFY-SNAPSHOT-ACCOUNTS.
           PERFORM DB-OPEN-RCE-CURSOR
           PERFORM CLASSIFY-NEXT-ACCOUNT
               UNTIL END-OF-FILE
           PERFORM DB-CLOSE-RCE-CURSOR.

       CLASSIFY-NEXT-ACCOUNT.
           PERFORM DB-FETCH-NEXT-RCE-ACCOUNT

           IF NOT END-OF-FILE
               ADD 1 TO WS-ACCOUNTS-READ
               PERFORM FIND-INSTITUTION-ENTRY
               PERFORM ACCUMULATE-ONE-ACCOUNT
           END-IF.

       FIND-INSTITUTION-ENTRY.
      * The cursor comes back in charter order, so a new charter is
      * always the next entry
           IF WS-INST-COUNT = ZERO
              OR WS-RC-INSTITUTION NOT = WS-INST-CODE (WS-INST-COUNT)
               IF WS-INST-COUNT = 20
                   SET ERR-SYSTEM-ERROR TO TRUE
                   MOVE "MORE THAN 20 CHARTERS ON THE SNAPSHOT"
                       TO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
                   PERFORM ABNORMAL-TERMINATION
               END-IF
               ADD 1 TO WS-INST-COUNT
               INITIALIZE WS-INST-ENTRY (WS-INST-COUNT)
               MOVE WS-RC-INSTITUTION TO WS-INST-CODE (WS-INST-COUNT)
           END-IF
           MOVE WS-INST-COUNT TO WS-IX.

       ACCUMULATE-ONE-ACCOUNT.
      * Dollars at the quarter-end rate.  A currency with no rate
      * on file is counted but carried at zero, and the GL side of
      * the reconciliation drops it the same way.
           IF WS-RC-EXCHANGE-RATE = ZERO
               ADD 1 TO WS-INST-UNRATED (WS-IX)
           END-IF
           COMPUTE WS-RC-USD-BALANCE ROUNDED =
               WS-RC-BALANCE * WS-RC-EXCHANGE-RATE

      * An overdrawn deposit is a loan on the Call Report; the
      * account still counts, at a zero balance
           IF WS-RC-USD-BALANCE < ZERO
               ADD 1 TO WS-INST-OD-COUNT (WS-IX)
               SUBTRACT WS-RC-USD-BALANCE FROM WS-INST-OD-AMOUNT (WS-IX)
               MOVE ZERO TO WS-RC-USD-BALANCE
           END-IF

      * Body lines 1-3 - the depositor class picks the row, the
      * product the column
           EVALUATE TRUE
               WHEN RC-US-GOVERNMENT
                   MOVE 3 TO WS-ROW-BASE
               WHEN RC-PUBLIC-FUNDS
                   MOVE 6 TO WS-ROW-BASE
               WHEN OTHER
                   MOVE 0 TO WS-ROW-BASE
           END-EVALUATE

           IF RC-TRANSACTION
               COMPUTE WS-LX = WS-ROW-BASE + 1
               PERFORM ADD-TO-LINE-ITEM
               IF WS-RC-INTEREST-RATE = ZERO
                   COMPUTE WS-LX = WS-ROW-BASE + 2
                   PERFORM ADD-TO-LINE-ITEM
               END-IF
           ELSE
               COMPUTE WS-LX = WS-ROW-BASE + 3
               PERFORM ADD-TO-LINE-ITEM
           END-IF

      * Memoranda - savings split, time deposits by size and by
      * remaining maturity within size, retirement accounts
           EVALUATE TRUE
               WHEN RC-MMDA
                   MOVE 14 TO WS-LX
                   PERFORM ADD-TO-LINE-ITEM
               WHEN RC-SAVINGS
                   MOVE 15 TO WS-LX
                   PERFORM ADD-TO-LINE-ITEM
               WHEN RC-TIME-DEPOSIT
                   PERFORM ACCUMULATE-TIME-DEPOSIT
           END-EVALUATE

           IF RC-IRA-ACCOUNT
               MOVE 13 TO WS-LX
               PERFORM ADD-TO-LINE-ITEM
           END-IF.

       ACCUMULATE-TIME-DEPOSIT.
           EVALUATE TRUE
               WHEN WS-RC-USD-BALANCE < WS-SMALL-TIME-LIMIT
                   MOVE 16 TO WS-LX
               WHEN WS-RC-USD-BALANCE NOT > WS-INSURED-TIME-LIMIT
                   MOVE 17 TO WS-LX
               WHEN OTHER
                   MOVE 18 TO WS-LX
           END-EVALUATE
           PERFORM ADD-TO-LINE-ITEM

           IF WS-RC-USD-BALANCE NOT > WS-INSURED-TIME-LIMIT
               MOVE 18 TO WS-SIZE-BASE
           ELSE
               MOVE 22 TO WS-SIZE-BASE
           END-IF
           COMPUTE WS-LX = WS-SIZE-BASE + WS-RC-MATURITY-BUCKET
           PERFORM ADD-TO-LINE-ITEM.

       ADD-TO-LINE-ITEM.
           ADD 1 TO WS-LINE-COUNT (WS-IX, WS-LX)
           ADD WS-RC-USD-BALANCE TO WS-LINE-AMOUNT (WS-IX, WS-LX).

       REPORT-ONE-INSTITUTION.
      * Line 7 totals the depositor rows column by column
           PERFORM TOTAL-ONE-COLUMN
               VARYING WS-LX FROM 10 BY 1
               UNTIL WS-LX > 12

           MOVE SPACES TO RCE-REPORT-RECORD
           WRITE RCE-REPORT-RECORD
           MOVE SPACES TO RCE-REPORT-RECORD
           STRING "INSTITUTION " WS-INST-CODE (WS-IX)
               DELIMITED BY SIZE
               INTO RCE-REPORT-RECORD
           WRITE RCE-REPORT-RECORD
           MOVE SPACES TO RCE-REPORT-RECORD
           STRING "ITEM       COL CAPTION                            "
               "          ACCOUNTS              DOLLARS"
               "    $ THOUSANDS"
               DELIMITED BY SIZE
               INTO RCE-REPORT-RECORD
           WRITE RCE-REPORT-RECORD

           PERFORM WRITE-ONE-LINE-ITEM
               VARYING WS-LX FROM 1 BY 1
               UNTIL WS-LX > 26

           IF WS-INST-UNRATED (WS-IX) > ZERO
               MOVE WS-INST-UNRATED (WS-IX) TO WS-EDIT-COUNT
               MOVE SPACES TO RCE-REPORT-RECORD
               STRING "*** WARNING - " WS-EDIT-COUNT
                   " ACCOUNTS IN A CURRENCY WITH NO RATE ON FILE"
                   " CARRIED AT ZERO"
                   DELIMITED BY SIZE
                   INTO RCE-REPORT-RECORD
               WRITE RCE-REPORT-RECORD
           END-IF

           MOVE SPACES TO RCE-REPORT-RECORD
           WRITE RCE-REPORT-RECORD
           MOVE SPACES TO RCE-REPORT-RECORD
           STRING "RECONCILIATION TO GL DEPOSIT CONTROL - PROOF OF "
               WS-PROOF-DATE
               DELIMITED BY SIZE
               INTO RCE-REPORT-RECORD
           WRITE RCE-REPORT-RECORD

           IF GL-PROOF-FOUND
               PERFORM RECONCILE-TO-GL-CONTROL
           ELSE
               ADD 1 TO WS-RECON-BREAKS
               MOVE SPACES TO RCE-REPORT-RECORD
               STRING "*** NO GL DEPOSIT PROOF ON OR BEFORE "
                   WS-ASOF-DATE " - NOT RECONCILED"
                   DELIMITED BY SIZE
                   INTO RCE-REPORT-RECORD
               WRITE RCE-REPORT-RECORD
           END-IF.

       TOTAL-ONE-COLUMN.
           COMPUTE WS-LINE-COUNT (WS-IX, WS-LX) =
               WS-LINE-COUNT (WS-IX, WS-LX - 9)
             + WS-LINE-COUNT (WS-IX, WS-LX - 6)
             + WS-LINE-COUNT (WS-IX, WS-LX - 3)
           COMPUTE WS-LINE-AMOUNT (WS-IX, WS-LX) =
               WS-LINE-AMOUNT (WS-IX, WS-LX - 9)
             + WS-LINE-AMOUNT (WS-IX, WS-LX - 6)
             + WS-LINE-AMOUNT (WS-IX, WS-LX - 3).

       WRITE-ONE-LINE-ITEM.
      * Each line is rounded to thousands on its own, as filed
           COMPUTE WS-THOUSANDS ROUNDED =
               WS-LINE-AMOUNT (WS-IX, WS-LX) / 1000

           MOVE SPACES TO RCE-LINE-RECORD
           MOVE WS-INST-CODE (WS-IX) TO RF-INSTITUTION-CODE
           MOVE WS-QUARTER-END-DATE TO RF-REPORT-DATE
           MOVE "RC-E" TO RF-SCHEDULE
           MOVE WS-CAP-LINE-ITEM (WS-LX) TO RF-LINE-ITEM
           MOVE WS-CAP-COLUMN (WS-LX) TO RF-COLUMN
           MOVE WS-THOUSANDS TO RF-AMOUNT-THOUSANDS
           MOVE WS-LINE-COUNT (WS-IX, WS-LX) TO RF-ACCOUNT-COUNT
           MOVE WS-CAP-TEXT (WS-LX) TO RF-CAPTION
           WRITE RCE-LINE-RECORD
           ADD 1 TO WS-LINES-WRITTEN

           MOVE WS-LINE-COUNT (WS-IX, WS-LX) TO WS-EDIT-COUNT
           MOVE WS-LINE-AMOUNT (WS-IX, WS-LX) TO WS-EDIT-DOLLARS
           MOVE WS-THOUSANDS TO WS-EDIT-THOUSANDS
           MOVE SPACES TO RCE-REPORT-RECORD
           STRING WS-CAP-LINE-ITEM (WS-LX) " "
               WS-CAP-COLUMN (WS-LX) "   "
               WS-CAP-TEXT (WS-LX) " "
               WS-EDIT-COUNT " " WS-EDIT-DOLLARS " "
               WS-EDIT-THOUSANDS
               DELIMITED BY SIZE
               INTO RCE-REPORT-RECORD
           WRITE RCE-REPORT-RECORD.

       RECONCILE-TO-GL-CONTROL.
      * GL deposit control less unresolved proof differences is the
      * subledger; add back the overdrawn balances reported as loans
      * and what is left must be the schedule's total deposits
           IF WS-PROOF-DATE NOT = WS-ASOF-DATE
               MOVE SPACES TO RCE-REPORT-RECORD
               STRING "*** WARNING - PROOF DATE DIFFERS FROM "
                   "SNAPSHOT DATE " WS-ASOF-DATE
                   DELIMITED BY SIZE
                   INTO RCE-REPORT-RECORD
               WRITE RCE-REPORT-RECORD
           END-IF

           MOVE WS-INST-CODE (WS-IX) TO WS-RC-INSTITUTION
           PERFORM DB-GET-GL-DEPOSIT-CONTROL

           COMPUTE WS-PROOF-DIFFERENCE =
               WS-GL-CONTROL-TOTAL - WS-GL-SUBLEDGER-TOTAL
           COMPUTE WS-EXPECTED-DEPOSITS =
               WS-GL-SUBLEDGER-TOTAL + WS-INST-OD-AMOUNT (WS-IX)
           COMPUTE WS-REPORTED-DEPOSITS =
               WS-LINE-AMOUNT (WS-IX, 10) + WS-LINE-AMOUNT (WS-IX, 12)
           COMPUTE WS-UNRECONCILED =
               WS-EXPECTED-DEPOSITS - WS-REPORTED-DEPOSITS

           MOVE WS-GL-CONTROL-TOTAL TO WS-EDIT-DOLLARS
           MOVE SPACES TO RCE-REPORT-RECORD
           STRING "  GL DEPOSIT CONTROL TOTAL                    "
               WS-EDIT-DOLLARS
               DELIMITED BY SIZE
               INTO RCE-REPORT-RECORD
           WRITE RCE-REPORT-RECORD

           MOVE WS-PROOF-DIFFERENCE TO WS-EDIT-DOLLARS
           MOVE SPACES TO RCE-REPORT-RECORD
           STRING "  LESS UNRESOLVED PROOF DIFFERENCES           "
               WS-EDIT-DOLLARS
               DELIMITED BY SIZE
               INTO RCE-REPORT-RECORD
           WRITE RCE-REPORT-RECORD

           MOVE WS-GL-SUBLEDGER-TOTAL TO WS-EDIT-DOLLARS
           MOVE SPACES TO RCE-REPORT-RECORD
           STRING "  DEPOSIT SUBLEDGER TOTAL                     "
               WS-EDIT-DOLLARS
               DELIMITED BY SIZE
               INTO RCE-REPORT-RECORD
           WRITE RCE-REPORT-RECORD

           MOVE WS-INST-OD-COUNT (WS-IX) TO WS-EDIT-COUNT
           MOVE WS-INST-OD-AMOUNT (WS-IX) TO WS-EDIT-DOLLARS
           MOVE SPACES TO RCE-REPORT-RECORD
           STRING "  ADD OVERDRAWN BALANCES REPORTED AS LOANS    "
               WS-EDIT-DOLLARS "  (" WS-EDIT-COUNT " ACCOUNTS)"
               DELIMITED BY SIZE
               INTO RCE-REPORT-RECORD
           WRITE RCE-REPORT-RECORD

           MOVE WS-REPORTED-DEPOSITS TO WS-EDIT-DOLLARS
           MOVE SPACES TO RCE-REPORT-RECORD
           STRING "  RC-E TOTAL DEPOSITS (LINE 7 COLUMNS A + C)  "
               WS-EDIT-DOLLARS
               DELIMITED BY SIZE
               INTO RCE-REPORT-RECORD
           WRITE RCE-REPORT-RECORD

           MOVE WS-UNRECONCILED TO WS-EDIT-DOLLARS
           MOVE SPACES TO RCE-REPORT-RECORD
           STRING "  UNRECONCILED                                "
               WS-EDIT-DOLLARS
               DELIMITED BY SIZE
               INTO RCE-REPORT-RECORD
           WRITE RCE-REPORT-RECORD

           IF WS-PROOF-DIFFERENCE NOT = ZERO
              OR WS-UNRECONCILED > WS-RECON-TOLERANCE
              OR WS-UNRECONCILED < 0 - WS-RECON-TOLERANCE
               ADD 1 TO WS-RECON-BREAKS
               SET ERR-PROOF-BREAK TO TRUE
               MOVE WS-INST-CODE (WS-IX) TO WS-RC-ACCOUNT
               MOVE SPACES TO WS-ERROR-MESSAGE-PARAM
               STRING "RC-E DOES NOT RECONCILE TO GL CONTROL FOR "
                   "INSTITUTION " WS-INST-CODE (WS-IX)
                   DELIMITED BY SIZE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
               MOVE SPACES TO RCE-REPORT-RECORD
               STRING "  *** RECONCILIATION BREAK"
                   DELIMITED BY SIZE
                   INTO RCE-REPORT-RECORD
               WRITE RCE-REPORT-RECORD
           ELSE
               MOVE SPACES TO RCE-REPORT-RECORD
               STRING "  RECONCILED"
                   DELIMITED BY SIZE
                   INTO RCE-REPORT-RECORD
               WRITE RCE-REPORT-RECORD
           END-IF.

       GENERATE-SUMMARY-REPORT.
           DISPLAY "RC-E DEPOSIT SCHEDULE SUMMARY"
           DISPLAY "Quarter End:           " WS-QUARTER-END-DATE
           DISPLAY "Snapshot Date:         " WS-ASOF-DATE
           DISPLAY "Accounts Classified:   " WS-ACCOUNTS-READ
           DISPLAY "Charters Reported:     " WS-INST-COUNT
           DISPLAY "Line Items Written:    " WS-LINES-WRITTEN
           DISPLAY "Reconciliation Breaks: " WS-RECON-BREAKS.

       CLEANUP-ROUTINE.
      * Flip this job to COMPLETE on the job control table so
      * downstream predecessor checks open up
           PERFORM DB-REGISTER-JOB-COMPLETE

      * Disconnect from DB2 database
           PERFORM DB-DISCONNECT

           CLOSE RCE-LINE-FILE
                 RCE-REPORT-FILE
                 ERROR-LOG-FILE

           DISPLAY "CALL REPORT RC-E DEPOSIT SCHEDULE COMPLETE".

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
           MOVE WS-RC-ACCOUNT TO ER-CUSTOMER-ID
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

       DB-GET-SNAPSHOT-DATE.
           EXEC SQL
               SELECT COALESCE(CHAR(MAX(BUSINESS_DATE), ISO), ' ')
               INTO :WS-ASOF-DATE
               FROM BALANCE_HISTORY_TABLE
               WHERE BUSINESS_DATE <= DATE(:WS-QUARTER-END-DATE)
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error reading snapshot date - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
               PERFORM ABNORMAL-TERMINATION
           END-IF

           IF WS-ASOF-DATE = SPACES
               SET ERR-NOT-FOUND TO TRUE
               MOVE "NO BALANCE SNAPSHOT ON OR BEFORE QUARTER-END"
                   TO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
               PERFORM ABNORMAL-TERMINATION
           END-IF.

       DB-GET-PROOF-DATE.
           SET GL-PROOF-NOT-FOUND TO TRUE

           EXEC SQL
               SELECT COALESCE(CHAR(MAX(BUSINESS_DATE), ISO), ' ')
               INTO :WS-PROOF-DATE
               FROM GL_PROOF_TABLE
               WHERE SUBLEDGER = 'D'
               AND BUSINESS_DATE <= DATE(:WS-ASOF-DATE)
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SPACES TO WS-PROOF-DATE
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error reading proof date - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF

           IF WS-PROOF-DATE = SPACES
               SET ERR-NOT-FOUND TO TRUE
               MOVE "NO GL DEPOSIT PROOF - RC-E NOT RECONCILED"
                   TO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           ELSE
               SET GL-PROOF-FOUND TO TRUE
           END-IF.

       DB-OPEN-RCE-CURSOR.
      * One row per account on the snapshot, classified: product
      * class, the primary owner's depositor class (an account with
      * no relationship row is its own same-ID customer's), the
      * quarter-end rate to dollars, the remaining-maturity bucket
      * of a time deposit and whether it is a retirement account.
      * Accounts closed at a zero balance are no longer deposits.
           EXEC SQL
               DECLARE RCE_CURSOR CURSOR FOR
               SELECT A.CUSTOMER_ID,
                      COALESCE(A.INSTITUTION_CODE, '0001'),
                      CASE WHEN T.ACCOUNT_NUMBER IS NOT NULL
                                OR A.ACCOUNT_TYPE = 'CD' THEN 'T'
                           WHEN A.ACCOUNT_TYPE = 'MMDA' THEN 'M'
                           WHEN A.ACCOUNT_TYPE = 'SAVINGS' THEN 'S'
                           ELSE 'X'
                      END,
                      COALESCE(
                          (SELECT C.DEPOSITOR_CLASS
                           FROM CUSTOMER_TABLE C
                           WHERE C.CUSTOMER_ID =
                                 (SELECT COALESCE(MIN(CA.CUSTOMER_ID),
                                                  A.CUSTOMER_ID)
                                  FROM CUSTOMER_ACCOUNT_TABLE CA
                                  WHERE CA.ACCOUNT_NUMBER =
                                        A.CUSTOMER_ID
                                  AND COALESCE(CA.ROLE_CODE, 'P')
                                      = 'P')), 'I'),
                      COALESCE(A.INTEREST_RATE, 0),
                      H.ACCOUNT_BALANCE,
                      CASE WHEN COALESCE(A.CURRENCY_CODE, 'USD')
                                = 'USD' THEN 1
                           ELSE COALESCE(
                               (SELECT R.EXCHANGE_RATE
                                FROM EXCHANGE_RATE_TABLE R
                                WHERE R.FROM_CURRENCY = A.CURRENCY_CODE
                                AND R.TO_CURRENCY = 'USD'
                                AND R.RATE_DATE =
                                    (SELECT MAX(R2.RATE_DATE)
                                     FROM EXCHANGE_RATE_TABLE R2
                                     WHERE R2.FROM_CURRENCY =
                                           A.CURRENCY_CODE
                                     AND R2.TO_CURRENCY = 'USD'
                                     AND R2.RATE_DATE <=
                                         DATE(:WS-ASOF-DATE))), 0)
                      END,
                      CASE WHEN T.MATURITY_DATE IS NULL
                                OR T.MATURITY_DATE <=
                                   DATE(:WS-ASOF-DATE) + 3 MONTHS
                           THEN 1
                           WHEN T.MATURITY_DATE <=
                                DATE(:WS-ASOF-DATE) + 12 MONTHS
                           THEN 2
                           WHEN T.MATURITY_DATE <=
                                DATE(:WS-ASOF-DATE) + 36 MONTHS
                           THEN 3
                           ELSE 4
                      END,
                      CASE WHEN EXISTS
                                (SELECT 1 FROM IRA_PLAN_TABLE P
                                 WHERE P.ACCOUNT_NUMBER = A.CUSTOMER_ID)
                           THEN 'Y' ELSE 'N'
                      END
               FROM BALANCE_HISTORY_TABLE H
                    INNER JOIN ACCOUNT_TABLE A
                      ON A.CUSTOMER_ID = H.CUSTOMER_ID
                    LEFT OUTER JOIN TERM_DEPOSIT_TABLE T
                      ON T.ACCOUNT_NUMBER = A.CUSTOMER_ID
               WHERE H.BUSINESS_DATE = DATE(:WS-ASOF-DATE)
               AND NOT (H.ACCOUNT_STATUS = 'CLOSED'
                        AND H.ACCOUNT_BALANCE = 0)
               ORDER BY 2, 1
           END-EXEC

           EXEC SQL
               OPEN RCE_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error opening RC-E cursor - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
               PERFORM ABNORMAL-TERMINATION
           END-IF.

       DB-FETCH-NEXT-RCE-ACCOUNT.
           EXEC SQL
               FETCH RCE_CURSOR INTO
               :WS-RC-ACCOUNT,
               :WS-RC-INSTITUTION,
               :WS-RC-PRODUCT-CLASS,
               :WS-RC-DEPOSITOR-CLASS,
               :WS-RC-INTEREST-RATE,
               :WS-RC-BALANCE,
               :WS-RC-EXCHANGE-RATE,
               :WS-RC-MATURITY-BUCKET,
               :WS-RC-IRA-FLAG
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE

               WHEN 100
                   SET END-OF-FILE TO TRUE

               WHEN OTHER
                   MOVE SQLCODE TO WS-ERROR-CODE
                   STRING "Error fetching RC-E account - SQLCODE: "
                       SQLCODE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
                   PERFORM ABNORMAL-TERMINATION
           END-EVALUATE.

       DB-CLOSE-RCE-CURSOR.
           EXEC SQL
               CLOSE RCE_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error closing RC-E cursor - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       DB-GET-GL-DEPOSIT-CONTROL.
      * The charter's deposit proof segments in dollars, at the same
      * quarter-end rates the accounts were translated at
           EXEC SQL
               SELECT COALESCE(SUM(P.CONTROL_BALANCE *
                          CASE WHEN P.CURRENCY_CODE = 'USD' THEN 1
                               ELSE COALESCE(X.EXCHANGE_RATE, 0)
                          END), 0),
                      COALESCE(SUM(P.SUBLEDGER_BALANCE *
                          CASE WHEN P.CURRENCY_CODE = 'USD' THEN 1
                               ELSE COALESCE(X.EXCHANGE_RATE, 0)
                          END), 0),
                      COUNT(*)
               INTO :WS-GL-CONTROL-TOTAL,
                    :WS-GL-SUBLEDGER-TOTAL,
                    :WS-GL-SEGMENT-COUNT
               FROM GL_PROOF_TABLE P
                    LEFT OUTER JOIN
                      (SELECT R.FROM_CURRENCY, R.EXCHANGE_RATE
                       FROM EXCHANGE_RATE_TABLE R
                       WHERE R.TO_CURRENCY = 'USD'
                       AND R.RATE_DATE =
                           (SELECT MAX(R2.RATE_DATE)
                            FROM EXCHANGE_RATE_TABLE R2
                            WHERE R2.FROM_CURRENCY = R.FROM_CURRENCY
                            AND R2.TO_CURRENCY = 'USD'
                            AND R2.RATE_DATE <= DATE(:WS-ASOF-DATE))) X
                    ON X.FROM_CURRENCY = P.CURRENCY_CODE
               WHERE P.BUSINESS_DATE = DATE(:WS-PROOF-DATE)
               AND P.SUBLEDGER = 'D'
               AND P.INSTITUTION_CODE = :WS-RC-INSTITUTION
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE ZERO TO WS-GL-CONTROL-TOTAL
               MOVE ZERO TO WS-GL-SUBLEDGER-TOTAL
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error reading GL deposit control - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

           COPY "dbconfig_loader.cpy".

           COPY "jobcontrol.cpy".

           COPY "opslog.cpy".
