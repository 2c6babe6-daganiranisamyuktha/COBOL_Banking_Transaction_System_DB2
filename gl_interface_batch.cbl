      *================================================================*
      * GL Posting Interface Batch                                     *
      * The one door journal entries leave the system by.  Collects   *
      * the business date's lines from every source journal - the     *
      * transaction extract (GLEXTRACT), the loan legs (LOANGL), the  *
      * charge-offs and recoveries (CHARGEOFFGL), the FX revaluation  *
      * (FXREVALGL), the day's movement in the inter-branch           *
      * settlement positions (IBSETTLE) and the intercompany          *
      * due-to/due-from journal (INTERCOGL) - onto                    *
      * GL_INTERFACE_LINE_TABLE, proves debits equal credits per      *
      * source and per institution, and writes GLINTERFACE in the GL  *
      * system's layout: file header, then a batch header, detail     *
      * lines and batch trailer per source, then the file trailer.    *
      * A source that fails to prove is held back whole.  Lines the   *
      * GL system rejected and the repair batch has since corrected   *
      * go out again in a RESUBMIT batch.                             *
      * Run with RUNPARAM run mode ACK the next morning, it applies   *
      * the GL system's acknowledgment file (GLACK) instead - lines   *
      * accepted, lines rejected with the GL's reason - and lists     *
      * every rejected line still held for correction.                *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-INTERFACE-BATCH.
       DATE-WRITTEN. 2026-10-15.
       AUTHOR. Updated 2026-10-15 for DB2 Integration.
       REMARKS. CONSOLIDATED GL POSTING INTERFACE AND ACKNOWLEDGMENT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Configuration file containing DB2 connection parameters
           SELECT CONFIG-FILE
               ASSIGN TO "DB2CONFIG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-FILE-STATUS.

      * Optional run parameter file - business date and run mode
           SELECT RUN-PARAM-FILE
               ASSIGN TO "RUNPARAM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-PARAM-FILE-STATUS.

      * The source journals, as their programs left them
           SELECT GL-EXTRACT-FILE
               ASSIGN TO "GLEXTRACT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-EXTRACT-STATUS.

           SELECT LOAN-GL-FILE
               ASSIGN TO "LOANGL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOAN-GL-STATUS.

           SELECT CHARGEOFF-GL-FILE
               ASSIGN TO "CHARGEOFFGL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHARGEOFF-GL-STATUS.

           SELECT FX-GL-FILE
               ASSIGN TO "FXREVALGL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FX-GL-STATUS.

           SELECT INTERCOMPANY-GL-FILE
               ASSIGN TO "INTERCOGL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTERCO-GL-STATUS.

      * The consolidated file to the GL system
           SELECT GL-INTERFACE-FILE
               ASSIGN TO "GLINTERFACE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-INTERFACE-STATUS.

      * The GL system's acknowledgment of what it posted
           SELECT GL-ACK-FILE
               ASSIGN TO "GLACK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-ACK-STATUS.

           SELECT INTERFACE-REPORT-FILE
               ASSIGN TO "GLIFRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTERFACE-REPORT-STATUS.

           SELECT ERROR-LOG-FILE
               ASSIGN TO "GLIFERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERROR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * Run Parameter File Record Structure - business date and the
      * run mode; spaces builds the night's file, ACK applies the
      * GL system's acknowledgment
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
           05  FILLER                 PIC X(68).
           05  PM-RUN-MODE            PIC X(8).

      * GL Extract File Record Structure - one side of a posted
      * transaction per record
       FD  GL-EXTRACT-FILE.
       01  GL-EXTRACT-RECORD.
           05  GL-POSTED-DATE         PIC X(10).
           05  GL-CUSTOMER-ID         PIC X(10).
           05  GL-TRANSACTION-TYPE    PIC X.
           05  GL-ACCOUNT             PIC X(8).
           05  GL-BRANCH-CODE         PIC X(4).
           05  GL-DEBIT-CREDIT        PIC X(2).
           05  GL-AMOUNT              PIC 9(9)V99.
           05  GL-TARGET-ACCOUNT      PIC X(10).
           05  GL-REFERENCE-ID        PIC X(20).
           05  GL-ORIGINAL-AMOUNT     PIC 9(9)V99.
           05  GL-ORIGINAL-CURRENCY   PIC X(3).
           05  GL-EXCHANGE-RATE       PIC 9(3)V9(6).

      * Loan GL Journal Record - both sides of a loan leg
       FD  LOAN-GL-FILE.
       01  LOAN-GL-RECORD.
           05  LG-BUSINESS-DATE       PIC X(10).
           05  LG-LOAN-ID             PIC X(10).
           05  LG-CUSTOMER-ID         PIC X(10).
           05  LG-LEG-TYPE            PIC X.
           05  LG-AMOUNT              PIC 9(9)V99.
           05  LG-DEBIT-ACCOUNT       PIC X(8).
           05  LG-CREDIT-ACCOUNT      PIC X(8).
           05  LG-REFERENCE-ID        PIC X(20).

      * Charge-off GL Journal Record - both sides of a charge-off or
      * recovery
       FD  CHARGEOFF-GL-FILE.
       01  CHARGEOFF-GL-RECORD.
           05  CG-BUSINESS-DATE       PIC X(10).
           05  CG-ACCOUNT-NUMBER      PIC X(10).
           05  CG-ENTRY-TYPE          PIC X(8).
           05  CG-AMOUNT              PIC 9(9)V99.
           05  CG-DEBIT-ACCOUNT       PIC X(8).
           05  CG-CREDIT-ACCOUNT      PIC X(8).

      * FX GL Journal Record - a negative movement books the other
      * way round
       FD  FX-GL-FILE.
       01  FX-GL-RECORD.
           05  FG-BUSINESS-DATE       PIC X(10).
           05  FG-CURRENCY-CODE       PIC X(3).
           05  FG-BRANCH-CODE         PIC X(4).
           05  FG-MOVEMENT            PIC S9(11)V99
                                      SIGN LEADING SEPARATE.
           05  FG-DEBIT-ACCOUNT       PIC X(8).
           05  FG-CREDIT-ACCOUNT      PIC X(8).

      * Intercompany GL Journal Record - a balanced pair booked under
      * the institution it names
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

      * GL Interface File Record Structure - the GL system's layout.
      * FH file header, BH batch header, DL detail line, BT batch
      * trailer, FT file trailer.
       FD  GL-INTERFACE-FILE.
       01  GL-INTERFACE-RECORD.
           05  GI-RECORD-TYPE         PIC X(2).
           05  GI-RECORD-BODY         PIC X(148).
           05  GI-FILE-HEADER REDEFINES GI-RECORD-BODY.
               10  GI-FH-SENDER       PIC X(8).
               10  GI-FH-BUSINESS-DATE PIC X(10).
               10  GI-FH-CREATED-DATE PIC X(8).
               10  GI-FH-CREATED-TIME PIC X(6).
               10  FILLER             PIC X(116).
           05  GI-BATCH-HEADER REDEFINES GI-RECORD-BODY.
               10  GI-BH-BATCH-ID     PIC X(16).
               10  GI-BH-SOURCE       PIC X(8).
               10  GI-BH-BUSINESS-DATE PIC X(10).
               10  FILLER             PIC X(114).
           05  GI-DETAIL-LINE REDEFINES GI-RECORD-BODY.
               10  GI-DL-BATCH-ID     PIC X(16).
               10  GI-DL-LINE-NUMBER  PIC 9(6).
               10  GI-DL-SOURCE       PIC X(8).
               10  GI-DL-INSTITUTION  PIC X(4).
               10  GI-DL-BRANCH-CODE  PIC X(4).
               10  GI-DL-GL-ACCOUNT   PIC X(8).
               10  GI-DL-DEBIT-CREDIT PIC X(2).
               10  GI-DL-AMOUNT       PIC 9(11)V99.
               10  GI-DL-REFERENCE-ID PIC X(20).
               10  GI-DL-DESCRIPTION  PIC X(30).
               10  FILLER             PIC X(37).
           05  GI-BATCH-TRAILER REDEFINES GI-RECORD-BODY.
               10  GI-BT-BATCH-ID     PIC X(16).
               10  GI-BT-LINE-COUNT   PIC 9(6).
               10  GI-BT-DEBIT-TOTAL  PIC 9(13)V99.
               10  GI-BT-CREDIT-TOTAL PIC 9(13)V99.
               10  FILLER             PIC X(96).
           05  GI-FILE-TRAILER REDEFINES GI-RECORD-BODY.
               10  GI-FT-BATCH-COUNT  PIC 9(4).
               10  GI-FT-LINE-COUNT   PIC 9(7).
               10  GI-FT-DEBIT-TOTAL  PIC 9(15)V99.
               10  GI-FT-CREDIT-TOTAL PIC 9(15)V99.
               10  FILLER             PIC X(103).

      * GL Acknowledgment Record - one per batch or per line; line
      * number zero speaks for every line in the batch
       FD  GL-ACK-FILE.
       01  GL-ACK-RECORD.
           05  AK-BATCH-ID            PIC X(16).
           05  FILLER                 PIC X.
           05  AK-LINE-NUMBER         PIC 9(6).
           05  FILLER                 PIC X.
           05  AK-ACK-STATUS          PIC X.
               88  AK-ACCEPTED        VALUE 'A'.
               88  AK-REJECTED        VALUE 'R'.
           05  FILLER                 PIC X.
           05  AK-REJECT-CODE         PIC X(4).
           05  FILLER                 PIC X.
           05  AK-REJECT-REASON       PIC X(40).

       FD  INTERFACE-REPORT-FILE.
       01  INTERFACE-REPORT-RECORD    PIC X(130).

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
           05  WS-GL-EXTRACT-STATUS       PIC XX.
           05  WS-LOAN-GL-STATUS          PIC XX.
           05  WS-CHARGEOFF-GL-STATUS     PIC XX.
           05  WS-FX-GL-STATUS            PIC XX.
           05  WS-INTERCO-GL-STATUS       PIC XX.
           05  WS-GL-INTERFACE-STATUS     PIC XX.
           05  WS-GL-ACK-STATUS           PIC XX.
           05  WS-INTERFACE-REPORT-STATUS PIC XX.
           05  WS-ERROR-FILE-STATUS       PIC XX.

      * Error Code Management
       01  WS-ERROR-CODES.
           05  WS-ERROR-CODE              PIC 9(4).
               88  ERR-NONE               VALUE 0000.
               88  ERR-INVALID-ACTION     VALUE 1006.
               88  ERR-NOT-FOUND          VALUE 1007.
               88  ERR-BATCH-IMBALANCE    VALUE 1020.
               88  ERR-GL-REJECT          VALUE 1044.
               88  ERR-FILE-ACCESS        VALUE 3001.
               88  ERR-SYSTEM-ERROR       VALUE 9999.
           05  WS-ERROR-MESSAGE-PARAM     PIC X(80).

      * Run mode from RUNPARAM
       01  WS-RUN-CONTROL.
           05  WS-RUN-MODE                PIC X(8) VALUE SPACES.
               88  ACKNOWLEDGMENT-RUN     VALUE "ACK".
           05  WS-BATCH-DATE              PIC X(8).

      * The journal sources in the order their batches go out; the
      * seventh is the batch corrected rejects are resent in
       01  WS-SOURCE-VALUES.
           05  WS-SOURCE-LIST.
               10  FILLER                 PIC X(32) VALUE
                   "GLEXTRCTLOANGL  CHGOFFGLFXREVAL ".
               10  FILLER                 PIC X(24) VALUE
                   "IBSETTLEINTERCO RESUBMIT".
           05  WS-SOURCE-TABLE REDEFINES WS-SOURCE-LIST
                   OCCURS 7 TIMES.
               10  WS-SOURCE-NAME         PIC X(8).
           05  WS-SOURCE-INDEX            PIC 9(2) COMP.
           05  WS-SOURCE-COUNT            PIC 9(2) COMP VALUE 6.
           05  WS-RESUBMIT-INDEX          PIC 9(2) COMP VALUE 7.

      * Per-source totals as staged, and whether the source proved
       01  WS-SOURCE-TOTALS.
           05  WS-SOURCE-TOTAL OCCURS 7 TIMES.
               10  WS-SRC-LINES           PIC 9(7) COMP.
               10  WS-SRC-DEBITS          PIC S9(13)V99.
               10  WS-SRC-CREDITS         PIC S9(13)V99.
               10  WS-SRC-BALANCE-FLAG    PIC X.
                   88  SOURCE-OUT-OF-BALANCE VALUE 'Y'.

      * Journal line being staged - the two accounts of a two-sided
      * source record, and the chart lookup for the settlement legs
       01  WS-LINE-WORK.
           05  WS-PAIR-DEBIT-ACCOUNT      PIC X(8).
           05  WS-PAIR-CREDIT-ACCOUNT     PIC X(8).
           05  WS-PAIR-DEBIT-BRANCH       PIC X(4).
           05  WS-PAIR-CREDIT-BRANCH      PIC X(4).
           05  WS-IB-COUNTER-BRANCH       PIC X(4).
           05  WS-IB-MOVEMENT             PIC S9(13)V99.
           05  WS-GL-LEG-TYPE             PIC X VALUE 'H'.
           05  WS-GL-BRANCH               PIC X(4).
           05  WS-GL-DEBIT-ACCOUNT        PIC X(8).
           05  WS-GL-CREDIT-ACCOUNT       PIC X(8).
           05  WS-DUE-FROM-ACCOUNT        PIC X(8).
           05  WS-DUE-TO-ACCOUNT          PIC X(8).
           05  WS-UNMAPPED-GL-ACCOUNT     PIC X(8) VALUE "99999999".
           05  WS-RESUBMIT-BATCH-ID       PIC X(16).
           05  WS-RESUBMIT-LINE           PIC 9(7) COMP VALUE ZERO.

      * Batch and file trailer accumulators
       01  WS-BATCH-TOTALS.
           05  WS-BATCH-LINES             PIC 9(6) VALUE ZERO.
           05  WS-BATCH-DEBITS            PIC 9(13)V99 VALUE ZERO.
           05  WS-BATCH-CREDITS           PIC 9(13)V99 VALUE ZERO.
           05  WS-FILE-BATCHES            PIC 9(4) VALUE ZERO.
           05  WS-FILE-LINES              PIC 9(7) VALUE ZERO.
           05  WS-FILE-DEBITS             PIC 9(15)V99 VALUE ZERO.
           05  WS-FILE-CREDITS            PIC 9(15)V99 VALUE ZERO.

      * Report edit fields
       01  WS-REPORT-WORK.
           05  WS-EDIT-COUNT              PIC ZZZ,ZZ9.
           05  WS-EDIT-DEBITS             PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  WS-EDIT-CREDITS            PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  WS-EDIT-AMOUNT             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  WS-EDIT-LINE               PIC ZZZZZ9.
           05  WS-PROOF-RESULT            PIC X(14).
           05  WS-REJECT-DATE             PIC X(10).

      * Processing Statistics
       01  WS-PROCESSING-STATS.
           05  WS-RECORDS-READ            PIC 9(7) COMP VALUE ZERO.
           05  WS-LINES-STAGED            PIC 9(7) COMP VALUE ZERO.
           05  WS-LINES-SENT              PIC 9(7) COMP VALUE ZERO.
           05  WS-LINES-HELD-UNBALANCED   PIC 9(7) COMP VALUE ZERO.
           05  WS-LINES-RESUBMITTED       PIC 9(7) COMP VALUE ZERO.
           05  WS-ACK-RECORDS-READ        PIC 9(7) COMP VALUE ZERO.
           05  WS-LINES-ACCEPTED          PIC 9(7) COMP VALUE ZERO.
           05  WS-LINES-REJECTED          PIC 9(7) COMP VALUE ZERO.
           05  WS-ACKS-UNMATCHED          PIC 9(7) COMP VALUE ZERO.
           05  WS-REJECTS-HELD            PIC 9(7) COMP VALUE ZERO.

      * Work Areas and Flags
       01  WS-WORK-AREAS.
           05  WS-EOF-FLAG                PIC X VALUE 'N'.
               88  END-OF-FILE            VALUE 'Y'.
               88  NOT-END-OF-FILE        VALUE 'N'.

           05  WS-LINE-EOF-FLAG           PIC X VALUE 'N'.
               88  END-OF-LINES           VALUE 'Y'.
               88  NOT-END-OF-LINES       VALUE 'N'.

           05  WS-RERUN-COUNT             PIC S9(9) COMP-3.

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
               INTERFACE-REPORT-FILE
               ERROR-LOG-FILE.

           DISPLAY "FILE PROCESSING ERROR DETECTED"
           PERFORM ABNORMAL-TERMINATION.
       END DECLARATIVES.

       MAIN-PROCESSING SECTION.
       MAIN-PROCESSING-ROUTINE.
           PERFORM INITIALIZATION-ROUTINE

           IF ACKNOWLEDGMENT-RUN
               PERFORM PROCESS-ACKNOWLEDGMENT
           ELSE
               PERFORM COLLECT-SOURCE-JOURNALS
               PERFORM PROVE-SOURCE-BALANCES
               PERFORM WRITE-INTERFACE-FILE
           END-IF

           PERFORM REPORT-HELD-REJECTS
           PERFORM COMMIT-INTERFACE-BATCH
           PERFORM GENERATE-SUMMARY-REPORT
           PERFORM CLEANUP-ROUTINE
           STOP RUN.

       INITIALIZATION-ROUTINE.
      * Open report and error log files
           OPEN OUTPUT INTERFACE-REPORT-FILE
                OUTPUT ERROR-LOG-FILE

           IF WS-INTERFACE-REPORT-STATUS NOT = "00"
              DISPLAY "ERROR OPENING INTERFACE REPORT FILE"
              PERFORM ABNORMAL-TERMINATION
           END-IF

           IF WS-ERROR-FILE-STATUS NOT = "00"
              DISPLAY "ERROR OPENING ERROR LOG FILE"
              PERFORM ABNORMAL-TERMINATION
           END-IF

      * Get current system date and time
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS

           DISPLAY "GL POSTING INTERFACE BATCH"
           DISPLAY "DATE: " WS-YEAR "-" WS-MONTH "-" WS-DAY
           DISPLAY "TIME: " WS-HOUR ":" WS-MINUTE ":" WS-SECOND

      * A supplied RUNPARAM business date overrides the system date;
      * the run mode picks the night's build or the morning's
      * acknowledgment
           OPEN INPUT RUN-PARAM-FILE
           IF WS-RUN-PARAM-FILE-STATUS = "00"
               READ RUN-PARAM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PM-BUS-YEAR NOT = ZERO
                           MOVE PM-BUSINESS-DATE TO WS-CURRENT-DATE
                       END-IF
                       MOVE PM-RUN-MODE TO WS-RUN-MODE
               END-READ
               CLOSE RUN-PARAM-FILE
           END-IF

           MOVE SPACES TO GI-BUSINESS-DATE
           STRING WS-YEAR "-" WS-MONTH "-" WS-DAY
               DELIMITED BY SIZE
               INTO GI-BUSINESS-DATE
           MOVE GI-BUSINESS-DATE TO GI-STATUS-DATE
           MOVE WS-CURRENT-DATE TO WS-BATCH-DATE
           MOVE SPACES TO WS-RESUBMIT-BATCH-ID
           STRING WS-BATCH-DATE WS-SOURCE-NAME (WS-RESUBMIT-INDEX)
               DELIMITED BY SIZE
               INTO WS-RESUBMIT-BATCH-ID
           MOVE SPACES TO SQL-GI-ITEM-ID
           INITIALIZE WS-SOURCE-TOTALS

      * Load database configuration from external file
           PERFORM LOAD-DATABASE-CONFIG

      * Connect to DB2 database
           PERFORM DB-CONNECT

      * Register this job on the job control table.  The night's
      * build follows the last of the journal writers in the stream;
      * the morning acknowledgment run registers on its own and
      * waits on nothing but the GL system's file.
           IF ACKNOWLEDGMENT-RUN
               MOVE "GL-INTERFACE-ACK" TO JC-PROGRAM-ID
               MOVE SPACES TO JC-PREDECESSOR-ID
           ELSE
               MOVE "GL-INTERFACE-BATCH" TO JC-PROGRAM-ID
               MOVE "INTERCOMPANY-ELIMINATION-BATCH"
                   TO JC-PREDECESSOR-ID
           END-IF
           PERFORM DB-CHECK-JOB-PREDECESSOR
           PERFORM DB-REGISTER-JOB-START

           MOVE SPACES TO INTERFACE-REPORT-RECORD
           IF ACKNOWLEDGMENT-RUN
               STRING "GL INTERFACE ACKNOWLEDGMENT RUN "
                   GI-BUSINESS-DATE
                   DELIMITED BY SIZE
                   INTO INTERFACE-REPORT-RECORD
           ELSE
               STRING "GL POSTING INTERFACE FOR " GI-BUSINESS-DATE
                   DELIMITED BY SIZE
                   INTO INTERFACE-REPORT-RECORD

      * A rerun for the same date rebuilds the date's lines, but
      * never once the GL system has acknowledged any of them
               PERFORM DB-CLEAR-INTERFACE-DATE

               OPEN OUTPUT GL-INTERFACE-FILE
               IF WS-GL-INTERFACE-STATUS NOT = "00"
                   DISPLAY "ERROR OPENING GL INTERFACE FILE"
                   PERFORM ABNORMAL-TERMINATION
               END-IF
           END-IF
           WRITE INTERFACE-REPORT-RECORD.

      *================================================================*
      * Collection - every source journal for the business date onto *
      * GL_INTERFACE_LINE_TABLE as STAGED lines                       *
      *================================================================*
       COLLECT-SOURCE-JOURNALS.
           PERFORM COLLECT-GL-EXTRACT
           PERFORM COLLECT-LOAN-GL
           PERFORM COLLECT-CHARGEOFF-GL
           PERFORM COLLECT-FX-GL
           PERFORM COLLECT-INTERBRANCH-SETTLEMENT
           PERFORM COLLECT-INTERCOMPANY-GL.

       COLLECT-GL-EXTRACT.
           MOVE 1 TO WS-SOURCE-INDEX
           SET NOT-END-OF-FILE TO TRUE
           OPEN INPUT GL-EXTRACT-FILE
           IF WS-GL-EXTRACT-STATUS NOT = "00"
               PERFORM LOG-SOURCE-NOT-AVAILABLE
           ELSE
               PERFORM COLLECT-NEXT-GL-EXTRACT
                   UNTIL END-OF-FILE
               CLOSE GL-EXTRACT-FILE
           END-IF.

       COLLECT-NEXT-GL-EXTRACT.
      * The extract already carries one side of the entry per record
           READ GL-EXTRACT-FILE
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
                   IF GL-POSTED-DATE = GI-BUSINESS-DATE
                       MOVE GL-CUSTOMER-ID TO SQL-GI-ITEM-ID
                       PERFORM DB-GET-ACCOUNT-INSTITUTION
                       MOVE GL-BRANCH-CODE TO SQL-GI-BRANCH-CODE
                       MOVE GL-ACCOUNT TO SQL-GI-GL-ACCOUNT
                       MOVE GL-DEBIT-CREDIT TO SQL-GI-DEBIT-CREDIT
                       MOVE GL-AMOUNT TO SQL-GI-AMOUNT
                       MOVE GL-REFERENCE-ID TO SQL-GI-REFERENCE-ID
                       MOVE SPACES TO SQL-GI-DESCRIPTION
                       STRING "TXN " GL-TRANSACTION-TYPE
                           " ACCT " GL-CUSTOMER-ID
                           DELIMITED BY SIZE
                           INTO SQL-GI-DESCRIPTION
                       PERFORM STAGE-JOURNAL-LINE
                   END-IF
           END-READ.

       COLLECT-LOAN-GL.
           MOVE 2 TO WS-SOURCE-INDEX
           SET NOT-END-OF-FILE TO TRUE
           OPEN INPUT LOAN-GL-FILE
           IF WS-LOAN-GL-STATUS NOT = "00"
               PERFORM LOG-SOURCE-NOT-AVAILABLE
           ELSE
               PERFORM COLLECT-NEXT-LOAN-GL
                   UNTIL END-OF-FILE
               CLOSE LOAN-GL-FILE
           END-IF.

       COLLECT-NEXT-LOAN-GL.
           READ LOAN-GL-FILE
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
                   IF LG-BUSINESS-DATE = GI-BUSINESS-DATE
                       MOVE LG-LOAN-ID TO SQL-GI-ITEM-ID
                       PERFORM DB-GET-LOAN-INSTITUTION
                       MOVE SQL-GI-BRANCH-CODE TO WS-PAIR-DEBIT-BRANCH
                       MOVE SQL-GI-BRANCH-CODE TO WS-PAIR-CREDIT-BRANCH
                       MOVE LG-DEBIT-ACCOUNT TO WS-PAIR-DEBIT-ACCOUNT
                       MOVE LG-CREDIT-ACCOUNT TO WS-PAIR-CREDIT-ACCOUNT
                       MOVE LG-AMOUNT TO SQL-GI-AMOUNT
                       MOVE LG-REFERENCE-ID TO SQL-GI-REFERENCE-ID
                       MOVE SPACES TO SQL-GI-DESCRIPTION
                       STRING "LOAN LEG " LG-LEG-TYPE
                           " LOAN " LG-LOAN-ID
                           DELIMITED BY SIZE
                           INTO SQL-GI-DESCRIPTION
                       PERFORM STAGE-JOURNAL-PAIR
                   END-IF
           END-READ.

       COLLECT-CHARGEOFF-GL.
           MOVE 3 TO WS-SOURCE-INDEX
           SET NOT-END-OF-FILE TO TRUE
           OPEN INPUT CHARGEOFF-GL-FILE
           IF WS-CHARGEOFF-GL-STATUS NOT = "00"
               PERFORM LOG-SOURCE-NOT-AVAILABLE
           ELSE
               PERFORM COLLECT-NEXT-CHARGEOFF-GL
                   UNTIL END-OF-FILE
               CLOSE CHARGEOFF-GL-FILE
           END-IF.

       COLLECT-NEXT-CHARGEOFF-GL.
           READ CHARGEOFF-GL-FILE
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
                   IF CG-BUSINESS-DATE = GI-BUSINESS-DATE
                       MOVE CG-ACCOUNT-NUMBER TO SQL-GI-ITEM-ID
                       PERFORM DB-GET-ACCOUNT-INSTITUTION
                       MOVE SQL-GI-BRANCH-CODE TO WS-PAIR-DEBIT-BRANCH
                       MOVE SQL-GI-BRANCH-CODE TO WS-PAIR-CREDIT-BRANCH
                       MOVE CG-DEBIT-ACCOUNT TO WS-PAIR-DEBIT-ACCOUNT
                       MOVE CG-CREDIT-ACCOUNT TO WS-PAIR-CREDIT-ACCOUNT
                       MOVE CG-AMOUNT TO SQL-GI-AMOUNT
                       MOVE CG-ACCOUNT-NUMBER TO SQL-GI-REFERENCE-ID
                       MOVE SPACES TO SQL-GI-DESCRIPTION
                       STRING CG-ENTRY-TYPE " ACCT " CG-ACCOUNT-NUMBER
                           DELIMITED BY SIZE
                           INTO SQL-GI-DESCRIPTION
                       PERFORM STAGE-JOURNAL-PAIR
                   END-IF
           END-READ.

       COLLECT-FX-GL.
           MOVE 4 TO WS-SOURCE-INDEX
           SET NOT-END-OF-FILE TO TRUE
           OPEN INPUT FX-GL-FILE
           IF WS-FX-GL-STATUS NOT = "00"
               PERFORM LOG-SOURCE-NOT-AVAILABLE
           ELSE
               PERFORM COLLECT-NEXT-FX-GL
                   UNTIL END-OF-FILE
               CLOSE FX-GL-FILE
           END-IF.

       COLLECT-NEXT-FX-GL.
      * A revaluation loss comes through as a negative movement and
      * books the chart pair the other way round
           READ FX-GL-FILE
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
                   IF FG-BUSINESS-DATE = GI-BUSINESS-DATE
                      AND FG-MOVEMENT NOT = ZERO
                       MOVE FG-BRANCH-CODE TO SQL-GI-BRANCH-CODE
                       PERFORM DB-GET-BRANCH-INSTITUTION
                       MOVE FG-BRANCH-CODE TO WS-PAIR-DEBIT-BRANCH
                       MOVE FG-BRANCH-CODE TO WS-PAIR-CREDIT-BRANCH
                       IF FG-MOVEMENT > ZERO
                           MOVE FG-DEBIT-ACCOUNT
                               TO WS-PAIR-DEBIT-ACCOUNT
                           MOVE FG-CREDIT-ACCOUNT
                               TO WS-PAIR-CREDIT-ACCOUNT
                           MOVE FG-MOVEMENT TO SQL-GI-AMOUNT
                       ELSE
                           MOVE FG-CREDIT-ACCOUNT
                               TO WS-PAIR-DEBIT-ACCOUNT
                           MOVE FG-DEBIT-ACCOUNT
                               TO WS-PAIR-CREDIT-ACCOUNT
                           COMPUTE SQL-GI-AMOUNT = 0 - FG-MOVEMENT
                       END-IF
                       MOVE SPACES TO SQL-GI-REFERENCE-ID
                       MOVE SPACES TO SQL-GI-DESCRIPTION
                       STRING "FX REVALUATION " FG-CURRENCY-CODE
                           DELIMITED BY SIZE
                           INTO SQL-GI-DESCRIPTION
                       PERFORM STAGE-JOURNAL-PAIR
                   END-IF
           END-READ.

       COLLECT-INTERBRANCH-SETTLEMENT.
      * The settlement batch reports each branch pair's open
      * position, carried forward until settled; what the GL needs
      * each night is the day's movement in it.  Booked as the
      * settlement report's journal pair - due-from on one branch,
      * due-to on the other - under the charter of the branch the
      * position is held at, so each institution's lines balance.
           MOVE 5 TO WS-SOURCE-INDEX
           SET NOT-END-OF-FILE TO TRUE
           PERFORM DB-OPEN-SETTLEMENT-CURSOR
           PERFORM COLLECT-NEXT-SETTLEMENT
               UNTIL END-OF-FILE
           PERFORM DB-CLOSE-SETTLEMENT-CURSOR.

       COLLECT-NEXT-SETTLEMENT.
           PERFORM DB-FETCH-NEXT-SETTLEMENT

           IF NOT END-OF-FILE AND WS-IB-MOVEMENT NOT = ZERO
               ADD 1 TO WS-RECORDS-READ
               PERFORM DB-GET-BRANCH-INSTITUTION
               IF WS-IB-MOVEMENT > ZERO
                   MOVE SQL-GI-BRANCH-CODE TO WS-PAIR-DEBIT-BRANCH
                   MOVE WS-IB-COUNTER-BRANCH TO WS-PAIR-CREDIT-BRANCH
                   MOVE WS-IB-MOVEMENT TO SQL-GI-AMOUNT
               ELSE
                   MOVE WS-IB-COUNTER-BRANCH TO WS-PAIR-DEBIT-BRANCH
                   MOVE SQL-GI-BRANCH-CODE TO WS-PAIR-CREDIT-BRANCH
                   COMPUTE SQL-GI-AMOUNT = 0 - WS-IB-MOVEMENT
               END-IF

      * Due-from is the debit side of the branch's 'H' chart row,
      * due-to the credit side
               MOVE WS-PAIR-DEBIT-BRANCH TO WS-GL-BRANCH
               PERFORM DB-GET-GL-MAPPING
               MOVE WS-GL-DEBIT-ACCOUNT TO WS-PAIR-DEBIT-ACCOUNT
               MOVE WS-PAIR-CREDIT-BRANCH TO WS-GL-BRANCH
               PERFORM DB-GET-GL-MAPPING
               MOVE WS-GL-CREDIT-ACCOUNT TO WS-PAIR-CREDIT-ACCOUNT

               MOVE SPACES TO SQL-GI-REFERENCE-ID
               MOVE SPACES TO SQL-GI-DESCRIPTION
               STRING "INTERBRANCH " SQL-GI-BRANCH-CODE
                   "/" WS-IB-COUNTER-BRANCH
                   DELIMITED BY SIZE
                   INTO SQL-GI-DESCRIPTION
               PERFORM STAGE-JOURNAL-PAIR
           END-IF.

       COLLECT-INTERCOMPANY-GL.
           MOVE 6 TO WS-SOURCE-INDEX
           SET NOT-END-OF-FILE TO TRUE
           OPEN INPUT INTERCOMPANY-GL-FILE
           IF WS-INTERCO-GL-STATUS NOT = "00"
               PERFORM LOG-SOURCE-NOT-AVAILABLE
           ELSE
               PERFORM COLLECT-NEXT-INTERCOMPANY-GL
                   UNTIL END-OF-FILE
               CLOSE INTERCOMPANY-GL-FILE
           END-IF.

       COLLECT-NEXT-INTERCOMPANY-GL.
      * Each record is already one charter's side of the movement -
      * due-to on the sender, due-from on the receiver - so it goes
      * under the institution it names rather than one looked up
           READ INTERCOMPANY-GL-FILE
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
                   IF IG-BUSINESS-DATE = GI-BUSINESS-DATE
                       MOVE IG-INSTITUTION TO SQL-GI-INSTITUTION-CODE
                       MOVE IG-BRANCH-CODE TO WS-PAIR-DEBIT-BRANCH
                       MOVE IG-BRANCH-CODE TO WS-PAIR-CREDIT-BRANCH
                       MOVE IG-DEBIT-ACCOUNT TO WS-PAIR-DEBIT-ACCOUNT
                       MOVE IG-CREDIT-ACCOUNT TO WS-PAIR-CREDIT-ACCOUNT
                       MOVE IG-AMOUNT TO SQL-GI-AMOUNT
                       MOVE SPACES TO SQL-GI-REFERENCE-ID
                       MOVE SPACES TO SQL-GI-DESCRIPTION
                       STRING "INTERCOMPANY " IG-ENTRY-TYPE
                           " " IG-COUNTER-INSTITUTION
                           DELIMITED BY SIZE
                           INTO SQL-GI-DESCRIPTION
                       PERFORM STAGE-JOURNAL-PAIR
                   END-IF
           END-READ.

       LOG-SOURCE-NOT-AVAILABLE.
      * A journal file not there means its program didn't run or
      * wrote nothing - worth a line in the log, not a stopped run
           SET ERR-FILE-ACCESS TO TRUE
           MOVE SPACES TO WS-ERROR-MESSAGE-PARAM
           STRING "SOURCE JOURNAL NOT AVAILABLE: "
               WS-SOURCE-NAME (WS-SOURCE-INDEX)
               DELIMITED BY SIZE
               INTO WS-ERROR-MESSAGE-PARAM
           PERFORM LOG-ERROR-WITH-CODE.

       STAGE-JOURNAL-PAIR.
      * Both sides of a two-sided source record, debit first
           MOVE WS-PAIR-DEBIT-BRANCH TO SQL-GI-BRANCH-CODE
           MOVE WS-PAIR-DEBIT-ACCOUNT TO SQL-GI-GL-ACCOUNT
           MOVE "DR" TO SQL-GI-DEBIT-CREDIT
           PERFORM STAGE-JOURNAL-LINE

           MOVE WS-PAIR-CREDIT-BRANCH TO SQL-GI-BRANCH-CODE
           MOVE WS-PAIR-CREDIT-ACCOUNT TO SQL-GI-GL-ACCOUNT
           MOVE "CR" TO SQL-GI-DEBIT-CREDIT
           PERFORM STAGE-JOURNAL-LINE.

       STAGE-JOURNAL-LINE.
           ADD 1 TO WS-SRC-LINES (WS-SOURCE-INDEX)
           MOVE WS-SRC-LINES (WS-SOURCE-INDEX) TO SQL-GI-LINE-NUMBER
           MOVE WS-SOURCE-NAME (WS-SOURCE-INDEX)
               TO SQL-GI-JOURNAL-SOURCE
           MOVE SPACES TO SQL-GI-BATCH-ID
           STRING WS-BATCH-DATE WS-SOURCE-NAME (WS-SOURCE-INDEX)
               DELIMITED BY SIZE
               INTO SQL-GI-BATCH-ID

           IF SQL-GI-DEBIT-CREDIT = "DR"
               ADD SQL-GI-AMOUNT TO WS-SRC-DEBITS (WS-SOURCE-INDEX)
           ELSE
               ADD SQL-GI-AMOUNT TO WS-SRC-CREDITS (WS-SOURCE-INDEX)
           END-IF

           PERFORM DB-INSERT-INTERFACE-LINE.

      *================================================================*
      * Proof - debits equal credits per source and per institution  *
      *================================================================*
       PROVE-SOURCE-BALANCES.
           MOVE SPACES TO INTERFACE-REPORT-RECORD
           WRITE INTERFACE-REPORT-RECORD
           MOVE "PROOF BY SOURCE AND INSTITUTION"
               TO INTERFACE-REPORT-RECORD
           WRITE INTERFACE-REPORT-RECORD
           MOVE SPACES TO INTERFACE-REPORT-RECORD
           STRING "SOURCE   INST   LINES              DEBITS"
               "             CREDITS RESULT"
               DELIMITED BY SIZE
               INTO INTERFACE-REPORT-RECORD
           WRITE INTERFACE-REPORT-RECORD

           SET NOT-END-OF-FILE TO TRUE
           PERFORM DB-OPEN-PROOF-CURSOR
           PERFORM PROVE-NEXT-INSTITUTION
               UNTIL END-OF-FILE
           PERFORM DB-CLOSE-PROOF-CURSOR

      * Then each source as a whole - a source out of balance in
      * any institution is held back entirely
           MOVE SPACES TO INTERFACE-REPORT-RECORD
           WRITE INTERFACE-REPORT-RECORD
           PERFORM PROVE-ONE-SOURCE
               VARYING WS-SOURCE-INDEX FROM 1 BY 1
               UNTIL WS-SOURCE-INDEX > WS-SOURCE-COUNT.

       PROVE-NEXT-INSTITUTION.
           PERFORM DB-FETCH-NEXT-PROOF

           IF NOT END-OF-FILE
               IF SQL-GI-DEBIT-TOTAL = SQL-GI-CREDIT-TOTAL
                   MOVE "BALANCED" TO WS-PROOF-RESULT
               ELSE
                   MOVE "OUT OF BALANCE" TO WS-PROOF-RESULT
                   PERFORM FIND-SOURCE-INDEX
                   IF WS-SOURCE-INDEX NOT > WS-SOURCE-COUNT
                       MOVE 'Y' TO
                           WS-SRC-BALANCE-FLAG (WS-SOURCE-INDEX)
                   END-IF
                   SET ERR-BATCH-IMBALANCE TO TRUE
                   MOVE SPACES TO WS-ERROR-MESSAGE-PARAM
                   STRING "GL SOURCE OUT OF BALANCE: "
                       SQL-GI-JOURNAL-SOURCE
                       " INSTITUTION " SQL-GI-INSTITUTION-CODE
                       DELIMITED BY SIZE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
               END-IF

               MOVE SQL-GI-LINE-COUNT TO WS-EDIT-COUNT
               MOVE SQL-GI-DEBIT-TOTAL TO WS-EDIT-DEBITS
               MOVE SQL-GI-CREDIT-TOTAL TO WS-EDIT-CREDITS
               MOVE SPACES TO INTERFACE-REPORT-RECORD
               STRING SQL-GI-JOURNAL-SOURCE " "
                   SQL-GI-INSTITUTION-CODE " "
                   WS-EDIT-COUNT " "
                   WS-EDIT-DEBITS " "
                   WS-EDIT-CREDITS " "
                   WS-PROOF-RESULT
                   DELIMITED BY SIZE
                   INTO INTERFACE-REPORT-RECORD
               WRITE INTERFACE-REPORT-RECORD
           END-IF.

       FIND-SOURCE-INDEX.
           MOVE 1 TO WS-SOURCE-INDEX
           PERFORM STEP-SOURCE-INDEX
               UNTIL WS-SOURCE-INDEX > WS-SOURCE-COUNT
               OR WS-SOURCE-NAME (WS-SOURCE-INDEX)
                  = SQL-GI-JOURNAL-SOURCE.

       STEP-SOURCE-INDEX.
           ADD 1 TO WS-SOURCE-INDEX.

       PROVE-ONE-SOURCE.
           IF WS-SRC-DEBITS (WS-SOURCE-INDEX)
              NOT = WS-SRC-CREDITS (WS-SOURCE-INDEX)
               MOVE 'Y' TO WS-SRC-BALANCE-FLAG (WS-SOURCE-INDEX)
           END-IF

           IF SOURCE-OUT-OF-BALANCE (WS-SOURCE-INDEX)
               MOVE "HELD - UNBAL" TO WS-PROOF-RESULT
               MOVE "UNBAL" TO SQL-GI-LINE-STATUS
               ADD WS-SRC-LINES (WS-SOURCE-INDEX)
                   TO WS-LINES-HELD-UNBALANCED
           ELSE
               MOVE "BALANCED" TO WS-PROOF-RESULT
               MOVE "SENT" TO SQL-GI-LINE-STATUS
           END-IF

           MOVE SPACES TO SQL-GI-BATCH-ID
           STRING WS-BATCH-DATE WS-SOURCE-NAME (WS-SOURCE-INDEX)
               DELIMITED BY SIZE
               INTO SQL-GI-BATCH-ID
           IF WS-SRC-LINES (WS-SOURCE-INDEX) > ZERO
               PERFORM DB-SET-BATCH-STATUS
           END-IF

           MOVE WS-SRC-LINES (WS-SOURCE-INDEX) TO WS-EDIT-COUNT
           MOVE WS-SRC-DEBITS (WS-SOURCE-INDEX) TO WS-EDIT-DEBITS
           MOVE WS-SRC-CREDITS (WS-SOURCE-INDEX) TO WS-EDIT-CREDITS
           MOVE SPACES TO INTERFACE-REPORT-RECORD
           STRING WS-SOURCE-NAME (WS-SOURCE-INDEX) " ALL  "
               WS-EDIT-COUNT " "
               WS-EDIT-DEBITS " "
               WS-EDIT-CREDITS " "
               WS-PROOF-RESULT
               DELIMITED BY SIZE
               INTO INTERFACE-REPORT-RECORD
           WRITE INTERFACE-REPORT-RECORD.

      *================================================================*
      * The interface file - a batch per proven source, then the      *
      * corrected rejects                                             *
      *================================================================*
       WRITE-INTERFACE-FILE.
           MOVE SPACES TO GL-INTERFACE-RECORD
           MOVE "FH" TO GI-RECORD-TYPE
           MOVE "COREBANK" TO GI-FH-SENDER
           MOVE GI-BUSINESS-DATE TO GI-FH-BUSINESS-DATE
           MOVE WS-BATCH-DATE TO GI-FH-CREATED-DATE
           MOVE WS-CURRENT-TIME TO GI-FH-CREATED-TIME
           WRITE GL-INTERFACE-RECORD

           PERFORM WRITE-SOURCE-BATCH
               VARYING WS-SOURCE-INDEX FROM 1 BY 1
               UNTIL WS-SOURCE-INDEX > WS-SOURCE-COUNT

      * Corrected rejects take fresh line numbers in the RESUBMIT
      * batch, the key the GL system will acknowledge them under
           PERFORM ASSIGN-RESUBMIT-LINES
           IF WS-RESUBMIT-LINE > ZERO
               MOVE WS-RESUBMIT-INDEX TO WS-SOURCE-INDEX
               MOVE WS-RESUBMIT-BATCH-ID TO SQL-GI-BATCH-ID
               PERFORM WRITE-ONE-BATCH
           END-IF

           MOVE SPACES TO GL-INTERFACE-RECORD
           MOVE "FT" TO GI-RECORD-TYPE
           MOVE WS-FILE-BATCHES TO GI-FT-BATCH-COUNT
           MOVE WS-FILE-LINES TO GI-FT-LINE-COUNT
           MOVE WS-FILE-DEBITS TO GI-FT-DEBIT-TOTAL
           MOVE WS-FILE-CREDITS TO GI-FT-CREDIT-TOTAL
           WRITE GL-INTERFACE-RECORD

           CLOSE GL-INTERFACE-FILE.

       WRITE-SOURCE-BATCH.
           IF WS-SRC-LINES (WS-SOURCE-INDEX) > ZERO
              AND NOT SOURCE-OUT-OF-BALANCE (WS-SOURCE-INDEX)
               MOVE SPACES TO SQL-GI-BATCH-ID
               STRING WS-BATCH-DATE WS-SOURCE-NAME (WS-SOURCE-INDEX)
                   DELIMITED BY SIZE
                   INTO SQL-GI-BATCH-ID
               PERFORM WRITE-ONE-BATCH
           END-IF.

       WRITE-ONE-BATCH.
           ADD 1 TO WS-FILE-BATCHES
           MOVE ZERO TO WS-BATCH-LINES
           MOVE ZERO TO WS-BATCH-DEBITS
           MOVE ZERO TO WS-BATCH-CREDITS

           MOVE SPACES TO GL-INTERFACE-RECORD
           MOVE "BH" TO GI-RECORD-TYPE
           MOVE SQL-GI-BATCH-ID TO GI-BH-BATCH-ID
           MOVE WS-SOURCE-NAME (WS-SOURCE-INDEX) TO GI-BH-SOURCE
           MOVE GI-BUSINESS-DATE TO GI-BH-BUSINESS-DATE
           WRITE GL-INTERFACE-RECORD

           SET NOT-END-OF-LINES TO TRUE
           PERFORM DB-OPEN-LINE-CURSOR
           PERFORM WRITE-NEXT-DETAIL-LINE
               UNTIL END-OF-LINES
           PERFORM DB-CLOSE-LINE-CURSOR

           MOVE SPACES TO GL-INTERFACE-RECORD
           MOVE "BT" TO GI-RECORD-TYPE
           MOVE SQL-GI-BATCH-ID TO GI-BT-BATCH-ID
           MOVE WS-BATCH-LINES TO GI-BT-LINE-COUNT
           MOVE WS-BATCH-DEBITS TO GI-BT-DEBIT-TOTAL
           MOVE WS-BATCH-CREDITS TO GI-BT-CREDIT-TOTAL
           WRITE GL-INTERFACE-RECORD

           ADD WS-BATCH-LINES TO WS-FILE-LINES
           ADD WS-BATCH-DEBITS TO WS-FILE-DEBITS
           ADD WS-BATCH-CREDITS TO WS-FILE-CREDITS.

       WRITE-NEXT-DETAIL-LINE.
           PERFORM DB-FETCH-NEXT-LINE

           IF NOT END-OF-LINES
               ADD 1 TO WS-BATCH-LINES
               ADD 1 TO WS-LINES-SENT
               IF SQL-GI-DEBIT-CREDIT = "DR"
                   ADD SQL-GI-AMOUNT TO WS-BATCH-DEBITS
               ELSE
                   ADD SQL-GI-AMOUNT TO WS-BATCH-CREDITS
               END-IF

               MOVE SPACES TO GL-INTERFACE-RECORD
               MOVE "DL" TO GI-RECORD-TYPE
               MOVE SQL-GI-BATCH-ID TO GI-DL-BATCH-ID
               MOVE SQL-GI-LINE-NUMBER TO GI-DL-LINE-NUMBER
               MOVE SQL-GI-JOURNAL-SOURCE TO GI-DL-SOURCE
               MOVE SQL-GI-INSTITUTION-CODE TO GI-DL-INSTITUTION
               MOVE SQL-GI-BRANCH-CODE TO GI-DL-BRANCH-CODE
               MOVE SQL-GI-GL-ACCOUNT TO GI-DL-GL-ACCOUNT
               MOVE SQL-GI-DEBIT-CREDIT TO GI-DL-DEBIT-CREDIT
               MOVE SQL-GI-AMOUNT TO GI-DL-AMOUNT
               MOVE SQL-GI-REFERENCE-ID TO GI-DL-REFERENCE-ID
               MOVE SQL-GI-DESCRIPTION TO GI-DL-DESCRIPTION
               WRITE GL-INTERFACE-RECORD
           END-IF.

       ASSIGN-RESUBMIT-LINES.
           MOVE ZERO TO WS-RESUBMIT-LINE
           SET NOT-END-OF-LINES TO TRUE
           PERFORM DB-OPEN-READY-CURSOR
           PERFORM ASSIGN-NEXT-RESUBMIT-LINE
               UNTIL END-OF-LINES
           PERFORM DB-CLOSE-READY-CURSOR.

       ASSIGN-NEXT-RESUBMIT-LINE.
           PERFORM DB-FETCH-NEXT-READY

           IF NOT END-OF-LINES
               ADD 1 TO WS-RESUBMIT-LINE
               ADD 1 TO WS-LINES-RESUBMITTED
               MOVE WS-RESUBMIT-LINE TO SQL-GI-LINE-NUMBER
               MOVE WS-RESUBMIT-BATCH-ID TO SQL-GI-BATCH-ID
               PERFORM DB-RESUBMIT-LINE
           END-IF.

      *================================================================*
      * Acknowledgment - the GL system's verdict on what was sent     *
      *================================================================*
       PROCESS-ACKNOWLEDGMENT.
           SET NOT-END-OF-FILE TO TRUE
           OPEN INPUT GL-ACK-FILE
           IF WS-GL-ACK-STATUS NOT = "00"
               SET ERR-FILE-ACCESS TO TRUE
               MOVE "GL ACKNOWLEDGMENT FILE NOT AVAILABLE"
                   TO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           ELSE
               PERFORM APPLY-NEXT-ACKNOWLEDGMENT
                   UNTIL END-OF-FILE
               CLOSE GL-ACK-FILE
           END-IF.

       APPLY-NEXT-ACKNOWLEDGMENT.
           READ GL-ACK-FILE
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-ACK-RECORDS-READ
                   MOVE AK-BATCH-ID TO SQL-GI-BATCH-ID
                   MOVE AK-LINE-NUMBER TO SQL-GI-LINE-NUMBER
                   EVALUATE TRUE
                       WHEN AK-ACCEPTED
                           PERFORM DB-ACCEPT-LINES
                       WHEN AK-REJECTED
                           MOVE AK-REJECT-CODE TO SQL-GI-REJECT-CODE
                           MOVE AK-REJECT-REASON
                               TO SQL-GI-REJECT-REASON
                           PERFORM DB-REJECT-LINES
                       WHEN OTHER
                           SET ERR-INVALID-ACTION TO TRUE
                           MOVE SPACES TO WS-ERROR-MESSAGE-PARAM
                           STRING "INVALID ACKNOWLEDGMENT STATUS "
                               AK-ACK-STATUS " BATCH " AK-BATCH-ID
                               DELIMITED BY SIZE
                               INTO WS-ERROR-MESSAGE-PARAM
                           PERFORM LOG-ERROR-WITH-CODE
                   END-EVALUATE
           END-READ.

       LOG-UNMATCHED-ACKNOWLEDGMENT.
           ADD 1 TO WS-ACKS-UNMATCHED
           SET ERR-NOT-FOUND TO TRUE
           MOVE AK-LINE-NUMBER TO WS-EDIT-LINE
           MOVE SPACES TO WS-ERROR-MESSAGE-PARAM
           STRING "ACKNOWLEDGMENT MATCHES NO SENT LINE: BATCH "
               AK-BATCH-ID " LINE " WS-EDIT-LINE
               DELIMITED BY SIZE
               INTO WS-ERROR-MESSAGE-PARAM
           PERFORM LOG-ERROR-WITH-CODE.

      *================================================================*
      * Rejected lines still held for correction, oldest first        *
      *================================================================*
       REPORT-HELD-REJECTS.
           MOVE SPACES TO INTERFACE-REPORT-RECORD
           WRITE INTERFACE-REPORT-RECORD
           MOVE "REJECTED LINES HELD FOR CORRECTION"
               TO INTERFACE-REPORT-RECORD
           WRITE INTERFACE-REPORT-RECORD
           MOVE SPACES TO INTERFACE-REPORT-RECORD
           STRING "DATE       BATCH            LINE   SOURCE   INST "
               "GL ACCT  DR/CR         AMOUNT CODE REASON"
               DELIMITED BY SIZE
               INTO INTERFACE-REPORT-RECORD
           WRITE INTERFACE-REPORT-RECORD

           SET NOT-END-OF-LINES TO TRUE
           PERFORM DB-OPEN-REJECT-CURSOR
           PERFORM REPORT-NEXT-REJECT
               UNTIL END-OF-LINES
           PERFORM DB-CLOSE-REJECT-CURSOR.

       REPORT-NEXT-REJECT.
           PERFORM DB-FETCH-NEXT-REJECT

           IF NOT END-OF-LINES
               ADD 1 TO WS-REJECTS-HELD
               MOVE SQL-GI-LINE-NUMBER TO WS-EDIT-LINE
               MOVE SQL-GI-AMOUNT TO WS-EDIT-AMOUNT
               MOVE SPACES TO INTERFACE-REPORT-RECORD
               STRING WS-REJECT-DATE " "
                   SQL-GI-BATCH-ID " "
                   WS-EDIT-LINE " "
                   SQL-GI-JOURNAL-SOURCE " "
                   SQL-GI-INSTITUTION-CODE " "
                   SQL-GI-GL-ACCOUNT " "
                   SQL-GI-DEBIT-CREDIT " "
                   WS-EDIT-AMOUNT " "
                   SQL-GI-REJECT-CODE " "
                   SQL-GI-REJECT-REASON
                   DELIMITED BY SIZE
                   INTO INTERFACE-REPORT-RECORD
               WRITE INTERFACE-REPORT-RECORD
           END-IF.

       COMMIT-INTERFACE-BATCH.
      * The night's build registers what it carried of the posting
      * run's journal on the stream control ledger - the extract's
      * entries (one debit and one credit line each) when the source
      * proved and went out, nothing when it was held back.  A rerun
      * rebuilds the date, so it replaces the earlier registration.
           IF NOT ACKNOWLEDGMENT-RUN
               PERFORM DB-CLEAR-CONTROL-TOTALS
               IF NOT SOURCE-OUT-OF-BALANCE (1)
                   MOVE "CARRIED" TO CT-CONTROL-POINT
                   DIVIDE WS-SRC-LINES (1) BY 2
                       GIVING SQL-CT-RECORD-COUNT
                   MOVE WS-SRC-DEBITS (1) TO SQL-CT-AMOUNT
                   PERFORM DB-ADD-CONTROL-TOTAL
               END-IF
           END-IF

      * Commit the staged lines and their statuses in one unit of
      * work, so DB-DISCONNECT below doesn't roll them back
           EXEC SQL
               COMMIT WORK
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error committing GL interface - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       GENERATE-SUMMARY-REPORT.
           MOVE WS-REJECTS-HELD TO WS-EDIT-COUNT
           MOVE SPACES TO INTERFACE-REPORT-RECORD
           WRITE INTERFACE-REPORT-RECORD
           STRING "REJECTED LINES HELD " WS-EDIT-COUNT
               DELIMITED BY SIZE
               INTO INTERFACE-REPORT-RECORD
           WRITE INTERFACE-REPORT-RECORD

           DISPLAY "GL INTERFACE SUMMARY"
           IF ACKNOWLEDGMENT-RUN
               DISPLAY "Acknowledgments Read:" WS-ACK-RECORDS-READ
               DISPLAY "Lines Accepted:      " WS-LINES-ACCEPTED
               DISPLAY "Lines Rejected:      " WS-LINES-REJECTED
               DISPLAY "Unmatched Acks:      " WS-ACKS-UNMATCHED
           ELSE
               DISPLAY "Journal Records Read:" WS-RECORDS-READ
               DISPLAY "Lines Staged:        " WS-LINES-STAGED
               DISPLAY "Lines Sent:          " WS-LINES-SENT
               DISPLAY "Lines Resubmitted:   " WS-LINES-RESUBMITTED
               DISPLAY "Held Unbalanced:     " WS-LINES-HELD-UNBALANCED
               DISPLAY "Batches Written:     " WS-FILE-BATCHES
           END-IF
           DISPLAY "Rejects Held:        " WS-REJECTS-HELD.

       CLEANUP-ROUTINE.
      * Flip this job to COMPLETE on the job control table so
      * downstream predecessor checks open up
           PERFORM DB-REGISTER-JOB-COMPLETE

      * Disconnect from DB2 database
           PERFORM DB-DISCONNECT

           CLOSE INTERFACE-REPORT-FILE
                 ERROR-LOG-FILE

           DISPLAY "GL POSTING INTERFACE BATCH COMPLETE".

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
           MOVE SQL-GI-ITEM-ID TO ER-CUSTOMER-ID
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

       DB-CLEAR-INTERFACE-DATE.
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-RERUN-COUNT
               FROM GL_INTERFACE_LINE_TABLE
               WHERE BUSINESS_DATE = DATE(:GI-BUSINESS-DATE)
               AND (LINE_STATUS NOT IN ('STAGED', 'SENT', 'UNBAL')
                    OR SUBMIT_COUNT > 1)
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error checking interface rerun - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
               PERFORM ABNORMAL-TERMINATION
           END-IF

           IF WS-RERUN-COUNT > ZERO
               DISPLAY "GL HAS ACKNOWLEDGED LINES FOR " GI-BUSINESS-DATE
               SET ERR-SYSTEM-ERROR TO TRUE
               MOVE "DATE ALREADY ACKNOWLEDGED BY GL - RERUN REFUSED"
                   TO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
               PERFORM ABNORMAL-TERMINATION
           END-IF

           EXEC SQL
               DELETE FROM GL_INTERFACE_LINE_TABLE
               WHERE BUSINESS_DATE = DATE(:GI-BUSINESS-DATE)
               AND LINE_STATUS IN ('STAGED', 'SENT', 'UNBAL')
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error clearing interface lines - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
               PERFORM ABNORMAL-TERMINATION
           END-IF

      * Corrected rejects a first run for the date already resent go
      * back to READY and are resent again
           EXEC SQL
               UPDATE GL_INTERFACE_LINE_TABLE
               SET LINE_STATUS = 'READY',
                   SUBMIT_COUNT = SUBMIT_COUNT - 1
               WHERE BATCH_ID = :WS-RESUBMIT-BATCH-ID
               AND LINE_STATUS = 'SENT'
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error resetting resubmission - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
               PERFORM ABNORMAL-TERMINATION
           END-IF.

       DB-GET-ACCOUNT-INSTITUTION.
      * Charter and branch of the deposit account a line belongs to
           EXEC SQL
               SELECT COALESCE(INSTITUTION_CODE, '0001'),
                      COALESCE(BRANCH_CODE, ' ')
               INTO :SQL-GI-INSTITUTION-CODE,
                    :SQL-GI-BRANCH-CODE
               FROM ACCOUNT_TABLE
               WHERE CUSTOMER_ID = :SQL-GI-ITEM-ID
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE "0001" TO SQL-GI-INSTITUTION-CODE
               MOVE SPACES TO SQL-GI-BRANCH-CODE
           END-IF.

       DB-GET-LOAN-INSTITUTION.
      * A loan's lines go under its branch and the charter of the
      * deposit account its proceeds went to
           EXEC SQL
               SELECT COALESCE(D.INSTITUTION_CODE, '0001'),
                      COALESCE(L.BRANCH_CODE, ' ')
               INTO :SQL-GI-INSTITUTION-CODE,
                    :SQL-GI-BRANCH-CODE
               FROM LOAN_MASTER_TABLE L
                    LEFT OUTER JOIN ACCOUNT_TABLE D
                    ON D.CUSTOMER_ID = L.DEPOSIT_ACCOUNT
               WHERE L.LOAN_ID = :SQL-GI-ITEM-ID
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE "0001" TO SQL-GI-INSTITUTION-CODE
               MOVE SPACES TO SQL-GI-BRANCH-CODE
           END-IF.

       DB-GET-BRANCH-INSTITUTION.
      * Lines booked at a branch rather than for an account go under
      * the charter that branch's accounts are held at
           EXEC SQL
               SELECT COALESCE(MIN(INSTITUTION_CODE), '0001')
               INTO :SQL-GI-INSTITUTION-CODE
               FROM ACCOUNT_TABLE
               WHERE BRANCH_CODE = :SQL-GI-BRANCH-CODE
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE "0001" TO SQL-GI-INSTITUTION-CODE
           END-IF.

       DB-GET-GL-MAPPING.
      * The inter-branch chart accounts under mapping type 'H',
      * preferring the branch's own row over the '****' default
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
               MOVE WS-UNMAPPED-GL-ACCOUNT TO WS-GL-DEBIT-ACCOUNT
               MOVE WS-UNMAPPED-GL-ACCOUNT TO WS-GL-CREDIT-ACCOUNT
           END-IF.

       DB-OPEN-SETTLEMENT-CURSOR.
      * Each pair's position for the date less its most recent
      * earlier position - a pair new today moves by all of it
           EXEC SQL
               DECLARE SETTLEMENT_CURSOR CURSOR FOR
               SELECT P.BRANCH_CODE, P.COUNTER_BRANCH,
                      P.POSITION_AMOUNT
                      - COALESCE(
                          (SELECT Q.POSITION_AMOUNT
                           FROM INTERBRANCH_POSITION_TABLE Q
                           WHERE Q.BRANCH_CODE = P.BRANCH_CODE
                           AND Q.COUNTER_BRANCH = P.COUNTER_BRANCH
                           AND Q.POSITION_DATE =
                               (SELECT MAX(R.POSITION_DATE)
                                FROM INTERBRANCH_POSITION_TABLE R
                                WHERE R.BRANCH_CODE = P.BRANCH_CODE
                                AND R.COUNTER_BRANCH = P.COUNTER_BRANCH
                                AND R.POSITION_DATE < P.POSITION_DATE)),
                          0)
               FROM INTERBRANCH_POSITION_TABLE P
               WHERE P.POSITION_DATE = DATE(:GI-BUSINESS-DATE)
               ORDER BY P.BRANCH_CODE, P.COUNTER_BRANCH
           END-EXEC

           EXEC SQL
               OPEN SETTLEMENT_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error opening settlement cursor - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
               SET END-OF-FILE TO TRUE
           END-IF.

       DB-FETCH-NEXT-SETTLEMENT.
           EXEC SQL
               FETCH SETTLEMENT_CURSOR INTO
               :SQL-GI-BRANCH-CODE,
               :WS-IB-COUNTER-BRANCH,
               :WS-IB-MOVEMENT
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   SET END-OF-FILE TO TRUE
               WHEN OTHER
                   MOVE SQLCODE TO WS-ERROR-CODE
                   STRING "Error fetching settlement - SQLCODE: "
                       SQLCODE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
                   SET END-OF-FILE TO TRUE
           END-EVALUATE.

       DB-CLOSE-SETTLEMENT-CURSOR.
           EXEC SQL
               CLOSE SETTLEMENT_CURSOR
           END-EXEC.

       DB-INSERT-INTERFACE-LINE.
           EXEC SQL
               INSERT INTO GL_INTERFACE_LINE_TABLE
                   (BUSINESS_DATE, ORIGINAL_BATCH_ID, ORIGINAL_LINE,
                    BATCH_ID, LINE_NUMBER, JOURNAL_SOURCE,
                    INSTITUTION_CODE, BRANCH_CODE, GL_ACCOUNT,
                    DEBIT_CREDIT, AMOUNT, REFERENCE_ID, DESCRIPTION,
                    LINE_STATUS, SUBMIT_COUNT, STATUS_DATE)
               VALUES
                   (DATE(:GI-BUSINESS-DATE), :SQL-GI-BATCH-ID,
                    :SQL-GI-LINE-NUMBER, :SQL-GI-BATCH-ID,
                    :SQL-GI-LINE-NUMBER, :SQL-GI-JOURNAL-SOURCE,
                    :SQL-GI-INSTITUTION-CODE, :SQL-GI-BRANCH-CODE,
                    :SQL-GI-GL-ACCOUNT, :SQL-GI-DEBIT-CREDIT,
                    :SQL-GI-AMOUNT, :SQL-GI-REFERENCE-ID,
                    :SQL-GI-DESCRIPTION, 'STAGED', 1,
                    DATE(:GI-STATUS-DATE))
           END-EXEC

           IF SQLCODE = 0
               ADD 1 TO WS-LINES-STAGED
           ELSE
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error staging interface line - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       DB-OPEN-PROOF-CURSOR.
           EXEC SQL
               DECLARE INTERFACE_PROOF_CURSOR CURSOR FOR
               SELECT JOURNAL_SOURCE,
                      COALESCE(INSTITUTION_CODE, '0001'),
                      COUNT(*),
                      SUM(CASE WHEN DEBIT_CREDIT = 'DR'
                               THEN AMOUNT ELSE 0 END),
                      SUM(CASE WHEN DEBIT_CREDIT = 'CR'
                               THEN AMOUNT ELSE 0 END)
               FROM GL_INTERFACE_LINE_TABLE
               WHERE BUSINESS_DATE = DATE(:GI-BUSINESS-DATE)
               AND LINE_STATUS = 'STAGED'
               GROUP BY JOURNAL_SOURCE,
                        COALESCE(INSTITUTION_CODE, '0001')
               ORDER BY JOURNAL_SOURCE,
                        COALESCE(INSTITUTION_CODE, '0001')
           END-EXEC

           EXEC SQL
               OPEN INTERFACE_PROOF_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error opening proof cursor - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
               SET END-OF-FILE TO TRUE
           END-IF.

       DB-FETCH-NEXT-PROOF.
           EXEC SQL
               FETCH INTERFACE_PROOF_CURSOR INTO
               :SQL-GI-JOURNAL-SOURCE,
               :SQL-GI-INSTITUTION-CODE,
               :SQL-GI-LINE-COUNT,
               :SQL-GI-DEBIT-TOTAL,
               :SQL-GI-CREDIT-TOTAL
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   SET END-OF-FILE TO TRUE
               WHEN OTHER
                   MOVE SQLCODE TO WS-ERROR-CODE
                   STRING "Error fetching proof totals - SQLCODE: "
                       SQLCODE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
                   SET END-OF-FILE TO TRUE
           END-EVALUATE.

       DB-CLOSE-PROOF-CURSOR.
           EXEC SQL
               CLOSE INTERFACE_PROOF_CURSOR
           END-EXEC.

       DB-SET-BATCH-STATUS.
      * SENT for a proven source, UNBAL for one held back
           EXEC SQL
               UPDATE GL_INTERFACE_LINE_TABLE
               SET LINE_STATUS = :SQL-GI-LINE-STATUS
               WHERE BATCH_ID = :SQL-GI-BATCH-ID
               AND LINE_STATUS = 'STAGED'
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error setting batch status - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       DB-OPEN-LINE-CURSOR.
           EXEC SQL
               DECLARE INTERFACE_LINE_CURSOR CURSOR FOR
               SELECT LINE_NUMBER, JOURNAL_SOURCE,
                      COALESCE(INSTITUTION_CODE, '0001'),
                      COALESCE(BRANCH_CODE, ' '),
                      GL_ACCOUNT, DEBIT_CREDIT, AMOUNT,
                      COALESCE(REFERENCE_ID, ' '),
                      COALESCE(DESCRIPTION, ' ')
               FROM GL_INTERFACE_LINE_TABLE
               WHERE BATCH_ID = :SQL-GI-BATCH-ID
               AND LINE_STATUS = 'SENT'
               ORDER BY LINE_NUMBER
           END-EXEC

           EXEC SQL
               OPEN INTERFACE_LINE_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error opening line cursor - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
               SET END-OF-LINES TO TRUE
           END-IF.

       DB-FETCH-NEXT-LINE.
           EXEC SQL
               FETCH INTERFACE_LINE_CURSOR INTO
               :SQL-GI-LINE-NUMBER,
               :SQL-GI-JOURNAL-SOURCE,
               :SQL-GI-INSTITUTION-CODE,
               :SQL-GI-BRANCH-CODE,
               :SQL-GI-GL-ACCOUNT,
               :SQL-GI-DEBIT-CREDIT,
               :SQL-GI-AMOUNT,
               :SQL-GI-REFERENCE-ID,
               :SQL-GI-DESCRIPTION
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   SET END-OF-LINES TO TRUE
               WHEN OTHER
                   MOVE SQLCODE TO WS-ERROR-CODE
                   STRING "Error fetching interface line - SQLCODE: "
                       SQLCODE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
                   SET END-OF-LINES TO TRUE
           END-EVALUATE.

       DB-CLOSE-LINE-CURSOR.
           EXEC SQL
               CLOSE INTERFACE_LINE_CURSOR
           END-EXEC.

       DB-OPEN-READY-CURSOR.
           EXEC SQL
               DECLARE READY_LINE_CURSOR CURSOR FOR
               SELECT ORIGINAL_BATCH_ID, ORIGINAL_LINE
               FROM GL_INTERFACE_LINE_TABLE
               WHERE LINE_STATUS = 'READY'
               ORDER BY ORIGINAL_BATCH_ID, ORIGINAL_LINE
           END-EXEC

           EXEC SQL
               OPEN READY_LINE_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error opening resubmit cursor - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
               SET END-OF-LINES TO TRUE
           END-IF.

       DB-FETCH-NEXT-READY.
           EXEC SQL
               FETCH READY_LINE_CURSOR INTO
               :SQL-GI-ORIGINAL-BATCH-ID,
               :SQL-GI-ORIGINAL-LINE
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   SET END-OF-LINES TO TRUE
               WHEN OTHER
                   MOVE SQLCODE TO WS-ERROR-CODE
                   STRING "Error fetching resubmit line - SQLCODE: "
                       SQLCODE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
                   SET END-OF-LINES TO TRUE
           END-EVALUATE.

       DB-CLOSE-READY-CURSOR.
           EXEC SQL
               CLOSE READY_LINE_CURSOR
           END-EXEC.

       DB-RESUBMIT-LINE.
           EXEC SQL
               UPDATE GL_INTERFACE_LINE_TABLE
               SET BATCH_ID = :SQL-GI-BATCH-ID,
                   LINE_NUMBER = :SQL-GI-LINE-NUMBER,
                   LINE_STATUS = 'SENT',
                   SUBMIT_COUNT = SUBMIT_COUNT + 1,
                   STATUS_DATE = DATE(:GI-STATUS-DATE)
               WHERE ORIGINAL_BATCH_ID = :SQL-GI-ORIGINAL-BATCH-ID
               AND ORIGINAL_LINE = :SQL-GI-ORIGINAL-LINE
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error resubmitting line - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF.

       DB-ACCEPT-LINES.
      * Line zero accepts every line of the batch not rejected
           EXEC SQL
               UPDATE GL_INTERFACE_LINE_TABLE
               SET LINE_STATUS = 'ACCEPTED',
                   STATUS_DATE = DATE(:GI-STATUS-DATE)
               WHERE BATCH_ID = :SQL-GI-BATCH-ID
               AND (LINE_NUMBER = :SQL-GI-LINE-NUMBER
                    OR :SQL-GI-LINE-NUMBER = 0)
               AND LINE_STATUS = 'SENT'
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   ADD SQLERRD (3) TO WS-LINES-ACCEPTED
               WHEN 100
                   PERFORM LOG-UNMATCHED-ACKNOWLEDGMENT
               WHEN OTHER
                   MOVE SQLCODE TO WS-ERROR-CODE
                   STRING "Error accepting lines - SQLCODE: "
                       SQLCODE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
           END-EVALUATE.

       DB-REJECT-LINES.
      * A reject overrides an acceptance, whichever order the GL
      * system sends them in; line zero rejects the whole batch
           EXEC SQL
               UPDATE GL_INTERFACE_LINE_TABLE
               SET LINE_STATUS = 'REJECTED',
                   REJECT_CODE = :SQL-GI-REJECT-CODE,
                   REJECT_REASON = :SQL-GI-REJECT-REASON,
                   STATUS_DATE = DATE(:GI-STATUS-DATE)
               WHERE BATCH_ID = :SQL-GI-BATCH-ID
               AND (LINE_NUMBER = :SQL-GI-LINE-NUMBER
                    OR :SQL-GI-LINE-NUMBER = 0)
               AND LINE_STATUS IN ('SENT', 'ACCEPTED')
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   ADD SQLERRD (3) TO WS-LINES-REJECTED
                   SET ERR-GL-REJECT TO TRUE
                   MOVE AK-LINE-NUMBER TO WS-EDIT-LINE
                   MOVE SPACES TO WS-ERROR-MESSAGE-PARAM
                   STRING "GL REJECTED BATCH " AK-BATCH-ID
                       " LINE " WS-EDIT-LINE " " AK-REJECT-CODE
                       " " AK-REJECT-REASON
                       DELIMITED BY SIZE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
               WHEN 100
                   PERFORM LOG-UNMATCHED-ACKNOWLEDGMENT
               WHEN OTHER
                   MOVE SQLCODE TO WS-ERROR-CODE
                   STRING "Error rejecting lines - SQLCODE: "
                       SQLCODE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
           END-EVALUATE.

       DB-OPEN-REJECT-CURSOR.
           EXEC SQL
               DECLARE REJECT_LINE_CURSOR CURSOR FOR
               SELECT CHAR(BUSINESS_DATE, ISO), BATCH_ID, LINE_NUMBER,
                      JOURNAL_SOURCE,
                      COALESCE(INSTITUTION_CODE, '0001'),
                      GL_ACCOUNT, DEBIT_CREDIT, AMOUNT,
                      COALESCE(REJECT_CODE, ' '),
                      COALESCE(REJECT_REASON, ' ')
               FROM GL_INTERFACE_LINE_TABLE
               WHERE LINE_STATUS = 'REJECTED'
               ORDER BY BUSINESS_DATE, ORIGINAL_BATCH_ID,
                        ORIGINAL_LINE
           END-EXEC

           EXEC SQL
               OPEN REJECT_LINE_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error opening reject cursor - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
               SET END-OF-LINES TO TRUE
           END-IF.

       DB-FETCH-NEXT-REJECT.
           EXEC SQL
               FETCH REJECT_LINE_CURSOR INTO
               :WS-REJECT-DATE,
               :SQL-GI-BATCH-ID,
               :SQL-GI-LINE-NUMBER,
               :SQL-GI-JOURNAL-SOURCE,
               :SQL-GI-INSTITUTION-CODE,
               :SQL-GI-GL-ACCOUNT,
               :SQL-GI-DEBIT-CREDIT,
               :SQL-GI-AMOUNT,
               :SQL-GI-REJECT-CODE,
               :SQL-GI-REJECT-REASON
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   SET END-OF-LINES TO TRUE
               WHEN OTHER
                   MOVE SQLCODE TO WS-ERROR-CODE
                   STRING "Error fetching rejected line - SQLCODE: "
                       SQLCODE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
                   SET END-OF-LINES TO TRUE
           END-EVALUATE.

       DB-CLOSE-REJECT-CURSOR.
           EXEC SQL
               CLOSE REJECT_LINE_CURSOR
           END-EXEC.

           COPY "dbconfig_loader.cpy".

           COPY "jobcontrol.cpy".

           COPY "controltotal.cpy".

           COPY "opslog.cpy".
