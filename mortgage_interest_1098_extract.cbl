      *================================================================*
      * Year-End Mortgage Interest (Form 1098) Extract                 *
      * The other half of the year-end information returns: interest  *
      * we received rather than paid.  Sorts the tax year's loan GL   *
      * journals by loan, totals the interest legs (mapping type 'N') *
      * per loan, adds the points the borrower paid at closing when   *
      * the loan was booked in the tax year and the principal that    *
      * was outstanding on January 1, joins the borrower's name,      *
      * address and TIN from the customer master, and writes one IRS  *
      * 'B' payee record per reportable loan.  The control report     *
      * proves the reported interest back to the interest income GL   *
      * accounts the same journals credited, so the filing ties to    *
      * the ledger before it is released - no more spreadsheet built  *
      * out of LOANGL every January.                                  *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MORTGAGE-INTEREST-1098-EXTRACT.
       DATE-WRITTEN. 2026-10-15.
       AUTHOR. Updated 2026-10-15 for DB2 Integration.
       REMARKS. FORM 1098 YEAR-END MORTGAGE INTEREST EXTRACT BATCH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Configuration file containing DB2 connection parameters
           SELECT CONFIG-FILE
               ASSIGN TO "DB2CONFIG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-FILE-STATUS.

      * Tax year card shared with the 1099-INT extract; only the
      * year is used here - the 1098 minimum is its own parameter
           SELECT TAX-PARAM-FILE
               ASSIGN TO "TAXPARAM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAX-PARAM-STATUS.

      * The loan GL journals from January 1 of the tax year through
      * the run date, concatenated in the LOANGL layout
           SELECT LOAN-GL-YEAR-FILE
               ASSIGN TO "LOANGLYEAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOAN-GL-STATUS.

           SELECT SORT-WORK-FILE
               ASSIGN TO "MTGSORTWORK".

      * The same journals re-ordered by loan and date
           SELECT SORTED-GL-FILE
               ASSIGN TO "LOANGLSORTED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SORTED-FILE-STATUS.

      * Filing-format extract - one IRS 'B' record per 1098
           SELECT TAX-EXTRACT-FILE
               ASSIGN TO "TAX1098EXTRACT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAX-EXTRACT-STATUS.

      * Control report - counts, totals and the GL tie-out
           SELECT TAX-CONTROL-FILE
               ASSIGN TO "TAX1098CONTROL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAX-CONTROL-STATUS.

           SELECT ERROR-LOG-FILE
               ASSIGN TO "TAX1098ERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERROR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * Tax Parameter Record - tax year; the 1099-INT minimum that
      * follows it on the card is not used by this program
       FD  TAX-PARAM-FILE.
       01  TAX-PARAM-RECORD.
           05  PM-TAX-YEAR            PIC 9(4).
           05  FILLER                 PIC X.
           05  PM-REPORT-MINIMUM      PIC 9(5)V99.

      * Loan GL Journal Record - the layout every loan job writes
       FD  LOAN-GL-YEAR-FILE.
       01  LOAN-GL-RECORD.
           05  LG-BUSINESS-DATE       PIC X(10).
           05  LG-LOAN-ID             PIC X(10).
           05  LG-CUSTOMER-ID         PIC X(10).
           05  LG-LEG-TYPE            PIC X.
           05  LG-AMOUNT              PIC 9(9)V99.
           05  LG-DEBIT-ACCOUNT       PIC X(8).
           05  LG-CREDIT-ACCOUNT      PIC X(8).
           05  LG-REFERENCE-ID        PIC X(20).

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SB-BUSINESS-DATE       PIC X(10).
           05  SB-LOAN-ID             PIC X(10).
           05  SB-CUSTOMER-ID         PIC X(10).
           05  SB-LEG-TYPE            PIC X.
           05  SB-AMOUNT              PIC 9(9)V99.
           05  SB-DEBIT-ACCOUNT       PIC X(8).
           05  SB-CREDIT-ACCOUNT      PIC X(8).
           05  SB-REFERENCE-ID        PIC X(20).

       FD  SORTED-GL-FILE.
       01  SORTED-GL-RECORD.
           05  SG-BUSINESS-DATE.
               10  SG-BUS-YEAR        PIC X(4).
               10  FILLER             PIC X(6).
           05  SG-LOAN-ID             PIC X(10).
           05  SG-CUSTOMER-ID         PIC X(10).
           05  SG-LEG-TYPE            PIC X.
           05  SG-AMOUNT              PIC 9(9)V99.
           05  SG-DEBIT-ACCOUNT       PIC X(8).
           05  SG-CREDIT-ACCOUNT      PIC X(8).
           05  SG-REFERENCE-ID        PIC X(20).

      * IRS Payee 'B' Record - 750 bytes in the information return
      * layout.  Amount codes for the 1098: 1 mortgage interest
      * received, 2 outstanding principal, 3 refund of overpaid
      * interest, 4 mortgage insurance premiums, 5 points paid.
       FD  TAX-EXTRACT-FILE.
       01  TAX-EXTRACT-RECORD.
           05  TB-RECORD-TYPE         PIC X.
           05  TB-PAYMENT-YEAR        PIC 9(4).
           05  TB-CORRECTED-IND       PIC X.
           05  TB-NAME-CONTROL        PIC X(4).
           05  TB-TIN-TYPE            PIC X.
           05  TB-PAYEE-TIN           PIC X(9).
           05  TB-ACCOUNT-NUMBER      PIC X(20).
           05  TB-OFFICE-CODE         PIC X(4).
           05  FILLER                 PIC X(10).
           05  TB-AMOUNT-INTEREST     PIC 9(10)V99.
           05  TB-AMOUNT-PRINCIPAL    PIC 9(10)V99.
           05  TB-AMOUNT-REFUND       PIC 9(10)V99.
           05  TB-AMOUNT-MIP          PIC 9(10)V99.
           05  TB-AMOUNT-POINTS       PIC 9(10)V99.
           05  TB-AMOUNT-UNUSED       PIC X(132).
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
           05  TB-ORIGINATION-DATE    PIC X(8).
           05  TB-PROPERTY-IND        PIC X.
           05  TB-PROPERTY-ADDRESS    PIC X(39).
           05  FILLER                 PIC X(199).

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
           05  WS-TAX-PARAM-STATUS        PIC XX.
           05  WS-LOAN-GL-STATUS          PIC XX.
           05  WS-SORTED-FILE-STATUS      PIC XX.
           05  WS-TAX-EXTRACT-STATUS      PIC XX.
           05  WS-TAX-CONTROL-STATUS      PIC XX.
           05  WS-ERROR-FILE-STATUS       PIC XX.

      * Error Code Management
       01  WS-ERROR-CODES.
           05  WS-ERROR-CODE              PIC 9(4).
               88  ERR-NONE               VALUE 0000.
               88  ERR-LOAN-NOT-FOUND     VALUE 1001.
               88  ERR-MISSING-TIN        VALUE 1002.
               88  ERR-FILE-ACCESS        VALUE 3001.
               88  ERR-SYSTEM-ERROR       VALUE 9999.
           05  WS-ERROR-MESSAGE-PARAM     PIC X(80).

      * Extract Work Area - the tax year, the reportable minimum and
      * the loan in hand as its journal lines are totalled
       01  WS-TAX-WORK.
           05  WS-TAX-YEAR                PIC 9(4).
           05  WS-TAX-YEAR-X REDEFINES WS-TAX-YEAR
                                          PIC X(4).
           05  WS-YEAR-START              PIC X(10).
           05  WS-REPORT-MINIMUM          PIC 9(7)V99 VALUE 600.00.
           05  WS-CURRENT-LOAN            PIC X(10).
           05  WS-LOAN-INTEREST           PIC 9(11)V99.
           05  WS-LOAN-PRINCIPAL-PAID     PIC 9(11)V99.
           05  WS-LOAN-POINTS             PIC 9(9)V99.
           05  WS-JAN1-PRINCIPAL          PIC 9(11)V99.
           05  WS-ORIGINATION-DATE        PIC X(10).
           05  WS-ORIGINATION-YEAR        PIC X(4).
           05  WS-SEQUENCE-NUMBER         PIC 9(8) VALUE ZERO.

      * Interest income GL accounts - every credit account the chart
      * maps an interest leg to, with what the year's journals
      * credited each one, for the tie-out
       01  WS-INCOME-ACCOUNT-AREA.
           05  WS-INC-COUNT               PIC 9(3) COMP VALUE ZERO.
           05  WS-INC-LIMIT               PIC 9(3) COMP VALUE 50.
           05  WS-INC-ENTRY OCCURS 50 TIMES.
               10  WS-INC-GL-ACCOUNT      PIC X(8).
               10  WS-INC-TOTAL           PIC 9(13)V99.
           05  WS-INC-INDEX               PIC 9(3) COMP.
           05  WS-INC-ACCOUNT             PIC X(8).
           05  WS-INC-FOUND-FLAG          PIC X.
               88  INCOME-SLOT-FOUND      VALUE 'Y'.
               88  INCOME-SLOT-NOT-FOUND  VALUE 'N'.

      * Processing Statistics
       01  WS-PROCESSING-STATS.
           05  WS-JOURNAL-LINES-READ      PIC 9(9) VALUE ZERO.
           05  WS-LOANS-WITH-INTEREST     PIC 9(7) VALUE ZERO.
           05  WS-FORMS-WRITTEN           PIC 9(7) VALUE ZERO.
           05  WS-LOANS-BELOW-MINIMUM     PIC 9(7) VALUE ZERO.
           05  WS-LOANS-NOT-ON-MASTER     PIC 9(7) VALUE ZERO.
           05  WS-FORMS-MISSING-TIN       PIC 9(7) VALUE ZERO.
           05  WS-TOTAL-INTEREST-LEGS     PIC 9(13)V99 VALUE ZERO.
           05  WS-TOTAL-REPORTED-INT      PIC 9(13)V99 VALUE ZERO.
           05  WS-TOTAL-BELOW-MINIMUM     PIC 9(13)V99 VALUE ZERO.
           05  WS-TOTAL-NOT-ON-MASTER     PIC 9(13)V99 VALUE ZERO.
           05  WS-TOTAL-POINTS            PIC 9(13)V99 VALUE ZERO.
           05  WS-TOTAL-JAN1-PRINCIPAL    PIC 9(15)V99 VALUE ZERO.
           05  WS-TOTAL-GL-INCOME         PIC 9(13)V99 VALUE ZERO.
           05  WS-TIE-OUT-DIFFERENCE      PIC S9(13)V99 VALUE ZERO.
           05  WS-TIE-OUT-EDIT            PIC -(13)9.99.

      * Work Areas and Flags
       01  WS-WORK-AREAS.
           05  WS-EOF-FLAG                PIC X VALUE 'N'.
               88  END-OF-FILE            VALUE 'Y'.
               88  NOT-END-OF-FILE        VALUE 'N'.
           05  WS-CHART-EOF-FLAG          PIC X VALUE 'N'.
               88  END-OF-CHART           VALUE 'Y'.
               88  NOT-END-OF-CHART       VALUE 'N'.

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
               TAX-EXTRACT-FILE
               TAX-CONTROL-FILE
               ERROR-LOG-FILE.

           DISPLAY "FILE PROCESSING ERROR DETECTED"
           PERFORM ABNORMAL-TERMINATION.
       END DECLARATIVES.

       MAIN-PROCESSING SECTION.
       MAIN-PROCESSING-ROUTINE.
           PERFORM INITIALIZATION-ROUTINE

      * Bring each loan's journal lines together, oldest first
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SB-LOAN-ID
               ON ASCENDING KEY SB-BUSINESS-DATE
               USING LOAN-GL-YEAR-FILE
               GIVING SORTED-GL-FILE

           PERFORM PROCESS-SORTED-JOURNAL
           PERFORM WRITE-CONTROL-REPORT
           PERFORM CLEANUP-ROUTINE
           STOP RUN.

       INITIALIZATION-ROUTINE.
      * Open parameter, extract, control and error log files; the
      * journal input and sorted output are owned by the SORT
           OPEN INPUT TAX-PARAM-FILE
                OUTPUT TAX-EXTRACT-FILE
                OUTPUT TAX-CONTROL-FILE
                OUTPUT ERROR-LOG-FILE

           IF WS-TAX-PARAM-STATUS NOT = "00"
              DISPLAY "ERROR OPENING TAX PARAMETER FILE"
              PERFORM ABNORMAL-TERMINATION
           END-IF

           IF WS-TAX-EXTRACT-STATUS NOT = "00"
              SET ERR-FILE-ACCESS TO TRUE
              MOVE "ERROR OPENING 1098 EXTRACT FILE"
                  TO WS-ERROR-MESSAGE-PARAM
              PERFORM LOG-ERROR-WITH-CODE
              PERFORM ABNORMAL-TERMINATION
           END-IF

           IF WS-TAX-CONTROL-STATUS NOT = "00"
              DISPLAY "ERROR OPENING 1098 CONTROL FILE"
              PERFORM ABNORMAL-TERMINATION
           END-IF

           IF WS-ERROR-FILE-STATUS NOT = "00"
              DISPLAY "ERROR OPENING ERROR LOG FILE"
              PERFORM ABNORMAL-TERMINATION
           END-IF

      * Get current system date and time
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS

           DISPLAY "YEAR-END MORTGAGE INTEREST EXTRACT"
           DISPLAY "DATE: " WS-YEAR "-" WS-MONTH "-" WS-DAY
           DISPLAY "TIME: " WS-HOUR ":" WS-MINUTE ":" WS-SECOND

      * Read the tax year
           READ TAX-PARAM-FILE
               AT END
                   DISPLAY "ERROR: EMPTY TAX PARAMETER FILE"
                   PERFORM ABNORMAL-TERMINATION
           END-READ

           MOVE PM-TAX-YEAR TO WS-TAX-YEAR
           STRING WS-TAX-YEAR-X "-01-01"
               DELIMITED BY SIZE
               INTO WS-YEAR-START

      * Load database configuration from external file
           PERFORM LOAD-DATABASE-CONFIG

      * Connect to DB2 database
           PERFORM DB-CONNECT

      * Register this job on the job control table and refuse to
      * start ahead of its predecessor in the nightly stream
           MOVE "MORTGAGE-INTEREST-1098-EXTRACT" TO JC-PROGRAM-ID
           MOVE SPACES TO JC-PREDECESSOR-ID
           PERFORM DB-CHECK-JOB-PREDECESSOR
           PERFORM DB-REGISTER-JOB-START

      * Interest received below the IRS threshold needs no 1098
           MOVE "MTG-1098-MINIMUM" TO BP-PARAM-NAME
           PERFORM DB-GET-BUSINESS-PARAMETER
           IF BP-PARAM-FOUND
               MOVE SQL-BP-PARAM-VALUE TO WS-REPORT-MINIMUM
           END-IF

           DISPLAY "TAX YEAR: " WS-TAX-YEAR
               " REPORTABLE MINIMUM: " WS-REPORT-MINIMUM

      * The interest income accounts the tie-out proves against
           PERFORM DB-LOAD-INCOME-ACCOUNTS.

       PROCESS-SORTED-JOURNAL.
           OPEN INPUT SORTED-GL-FILE

           IF WS-SORTED-FILE-STATUS NOT = "00"
              SET ERR-FILE-ACCESS TO TRUE
              MOVE "ERROR OPENING SORTED LOAN JOURNAL FILE"
                  TO WS-ERROR-MESSAGE-PARAM
              PERFORM LOG-ERROR-WITH-CODE
              PERFORM ABNORMAL-TERMINATION
           END-IF

           SET NOT-END-OF-FILE TO TRUE
           MOVE LOW-VALUE TO WS-CURRENT-LOAN

           PERFORM READ-NEXT-JOURNAL-LINE
               UNTIL END-OF-FILE

      * Close out the last loan on the file
           IF WS-CURRENT-LOAN NOT = LOW-VALUE
               PERFORM FINISH-LOAN
           END-IF

           CLOSE SORTED-GL-FILE.

       READ-NEXT-JOURNAL-LINE.
           READ SORTED-GL-FILE
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   PERFORM HANDLE-JOURNAL-LINE
           END-READ.

       HANDLE-JOURNAL-LINE.
           ADD 1 TO WS-JOURNAL-LINES-READ

           IF SG-LOAN-ID NOT = WS-CURRENT-LOAN
               IF WS-CURRENT-LOAN NOT = LOW-VALUE
                   PERFORM FINISH-LOAN
               END-IF
               MOVE SG-LOAN-ID TO WS-CURRENT-LOAN
               MOVE ZERO TO WS-LOAN-INTEREST
               MOVE ZERO TO WS-LOAN-PRINCIPAL-PAID
           END-IF

      * Principal paid since January 1 - tax year or after - walks
      * today's balance back to the year's opening balance
           IF SG-LEG-TYPE = 'L'
              AND SG-BUSINESS-DATE NOT < WS-YEAR-START
               ADD SG-AMOUNT TO WS-LOAN-PRINCIPAL-PAID
           END-IF

           IF SG-BUS-YEAR = WS-TAX-YEAR-X
               IF SG-LEG-TYPE = 'N'
                   ADD SG-AMOUNT TO WS-LOAN-INTEREST
                   ADD SG-AMOUNT TO WS-TOTAL-INTEREST-LEGS
               END-IF
               PERFORM ACCUMULATE-GL-INCOME
           END-IF.

       ACCUMULATE-GL-INCOME.
      * Any in-year line that credits an interest income account
      * counts toward the ledger side of the tie-out, whatever its
      * leg type - a misposted leg shows up as a difference
           MOVE SG-CREDIT-ACCOUNT TO WS-INC-ACCOUNT
           SET INCOME-SLOT-NOT-FOUND TO TRUE
           MOVE 1 TO WS-INC-INDEX
           PERFORM FIND-INCOME-SLOT
               UNTIL INCOME-SLOT-FOUND
               OR WS-INC-INDEX > WS-INC-COUNT

           IF INCOME-SLOT-FOUND
               ADD SG-AMOUNT TO WS-INC-TOTAL (WS-INC-INDEX)
               ADD SG-AMOUNT TO WS-TOTAL-GL-INCOME
           END-IF.

       FIND-INCOME-SLOT.
           IF WS-INC-GL-ACCOUNT (WS-INC-INDEX) = WS-INC-ACCOUNT
               SET INCOME-SLOT-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-INC-INDEX
           END-IF.

       FINISH-LOAN.
      * A loan with no interest in the tax year has nothing to report
           IF WS-LOAN-INTEREST > ZERO
               ADD 1 TO WS-LOANS-WITH-INTEREST
               PERFORM DB-READ-1098-LOAN
               IF ERR-NONE
                   PERFORM BUILD-1098-AMOUNTS
                   IF WS-LOAN-INTEREST + WS-LOAN-POINTS
                       < WS-REPORT-MINIMUM
                       ADD 1 TO WS-LOANS-BELOW-MINIMUM
                       ADD WS-LOAN-INTEREST TO WS-TOTAL-BELOW-MINIMUM
                   ELSE
                       PERFORM WRITE-FILING-RECORD
                   END-IF
               ELSE
                   ADD 1 TO WS-LOANS-NOT-ON-MASTER
                   ADD WS-LOAN-INTEREST TO WS-TOTAL-NOT-ON-MASTER
               END-IF
           END-IF.

       BUILD-1098-AMOUNTS.
      * Points are reported only for the year the loan was booked.
      * The January 1 principal is today's balance plus every
      * principal leg since - for a loan booked in the year, that
      * walks back to the principal at origination instead
           MOVE ZERO TO WS-LOAN-POINTS
           MOVE WS-ORIGINATION-DATE (1:4) TO WS-ORIGINATION-YEAR
           IF WS-ORIGINATION-YEAR = WS-TAX-YEAR-X
              AND SQL-LN-POINTS-PAID > ZERO
               MOVE SQL-LN-POINTS-PAID TO WS-LOAN-POINTS
           END-IF

           COMPUTE WS-JAN1-PRINCIPAL =
               SQL-LN-PRINCIPAL-BALANCE + WS-LOAN-PRINCIPAL-PAID.

       WRITE-FILING-RECORD.
           ADD 1 TO WS-FORMS-WRITTEN
           ADD 1 TO WS-SEQUENCE-NUMBER
           ADD WS-LOAN-INTEREST TO WS-TOTAL-REPORTED-INT
           ADD WS-LOAN-POINTS TO WS-TOTAL-POINTS
           ADD WS-JAN1-PRINCIPAL TO WS-TOTAL-JAN1-PRINCIPAL

      * Pull the borrower's name, filing address and TIN
           MOVE SQL-LN-CUSTOMER-ID TO SQL-CU-CUSTOMER-ID
           PERFORM DB-GET-CUSTOMER-DEMOGRAPHICS

      * The form still has to be filed without a TIN; the log sends
      * ops after it for the solicitation and penalty file
           IF SQL-CU-TAX-ID = SPACES
               ADD 1 TO WS-FORMS-MISSING-TIN
               SET ERR-MISSING-TIN TO TRUE
               STRING "NO TIN ON FILE FOR 1098 BORROWER - LOAN "
                   WS-CURRENT-LOAN
                   DELIMITED BY SIZE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
           END-IF

           MOVE SPACES TO TAX-EXTRACT-RECORD
           MOVE 'B' TO TB-RECORD-TYPE
           MOVE WS-TAX-YEAR TO TB-PAYMENT-YEAR
           MOVE SQL-CU-CUSTOMER-NAME (1:4) TO TB-NAME-CONTROL
           MOVE SQL-CU-TAX-ID-TYPE TO TB-TIN-TYPE
           MOVE SQL-CU-TAX-ID TO TB-PAYEE-TIN
           MOVE WS-CURRENT-LOAN TO TB-ACCOUNT-NUMBER
           MOVE SQL-LN-BRANCH-CODE TO TB-OFFICE-CODE
           MOVE WS-LOAN-INTEREST TO TB-AMOUNT-INTEREST
           MOVE WS-JAN1-PRINCIPAL TO TB-AMOUNT-PRINCIPAL
           MOVE ZERO TO TB-AMOUNT-REFUND
           MOVE ZERO TO TB-AMOUNT-MIP
           MOVE WS-LOAN-POINTS TO TB-AMOUNT-POINTS
           MOVE ALL "0" TO TB-AMOUNT-UNUSED
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

           MOVE WS-SEQUENCE-NUMBER TO TB-SEQUENCE-NUMBER

      * Origination date as YYYYMMDD; the property securing the
      * loan is taken to be the borrower's mailing address
           MOVE WS-ORIGINATION-DATE (1:4) TO TB-ORIGINATION-DATE (1:4)
           MOVE WS-ORIGINATION-DATE (6:2) TO TB-ORIGINATION-DATE (5:2)
           MOVE WS-ORIGINATION-DATE (9:2) TO TB-ORIGINATION-DATE (7:2)
           MOVE '1' TO TB-PROPERTY-IND
           WRITE TAX-EXTRACT-RECORD.

       WRITE-CONTROL-REPORT.
           MOVE SPACES TO TAX-CONTROL-RECORD
           STRING "TAX YEAR " WS-TAX-YEAR
               " JOURNAL LINES " WS-JOURNAL-LINES-READ
               " LOANS WITH INTEREST " WS-LOANS-WITH-INTEREST
               DELIMITED BY SIZE
               INTO TAX-CONTROL-RECORD
           WRITE TAX-CONTROL-RECORD

           MOVE SPACES TO TAX-CONTROL-RECORD
           STRING "1098S WRITTEN " WS-FORMS-WRITTEN
               " BELOW MINIMUM " WS-LOANS-BELOW-MINIMUM
               " NOT ON MASTER " WS-LOANS-NOT-ON-MASTER
               " MISSING TIN " WS-FORMS-MISSING-TIN
               DELIMITED BY SIZE
               INTO TAX-CONTROL-RECORD
           WRITE TAX-CONTROL-RECORD

           MOVE SPACES TO TAX-CONTROL-RECORD
           STRING "INTEREST REPORTED   " WS-TOTAL-REPORTED-INT
               " MINIMUM APPLIED " WS-REPORT-MINIMUM
               DELIMITED BY SIZE
               INTO TAX-CONTROL-RECORD
           WRITE TAX-CONTROL-RECORD

           MOVE SPACES TO TAX-CONTROL-RECORD
           STRING "INTEREST BELOW MIN  " WS-TOTAL-BELOW-MINIMUM
               DELIMITED BY SIZE
               INTO TAX-CONTROL-RECORD
           WRITE TAX-CONTROL-RECORD

           MOVE SPACES TO TAX-CONTROL-RECORD
           STRING "INTEREST NOT ON MSTR " WS-TOTAL-NOT-ON-MASTER
               DELIMITED BY SIZE
               INTO TAX-CONTROL-RECORD
           WRITE TAX-CONTROL-RECORD

           MOVE SPACES TO TAX-CONTROL-RECORD
           STRING "INTEREST LEGS TOTAL " WS-TOTAL-INTEREST-LEGS
               DELIMITED BY SIZE
               INTO TAX-CONTROL-RECORD
           WRITE TAX-CONTROL-RECORD

           MOVE SPACES TO TAX-CONTROL-RECORD
           STRING "POINTS REPORTED     " WS-TOTAL-POINTS
               " JAN 1 PRINCIPAL " WS-TOTAL-JAN1-PRINCIPAL
               DELIMITED BY SIZE
               INTO TAX-CONTROL-RECORD
           WRITE TAX-CONTROL-RECORD

      * Ledger side - one line per interest income account
           PERFORM WRITE-INCOME-ACCOUNT-LINE
               VARYING WS-INC-INDEX FROM 1 BY 1
               UNTIL WS-INC-INDEX > WS-INC-COUNT

           MOVE SPACES TO TAX-CONTROL-RECORD
           STRING "GL INTEREST INCOME  " WS-TOTAL-GL-INCOME
               DELIMITED BY SIZE
               INTO TAX-CONTROL-RECORD
           WRITE TAX-CONTROL-RECORD

      * Reported, below-minimum and unmatched interest together must
      * equal what the ledger's interest income accounts took in
           COMPUTE WS-TIE-OUT-DIFFERENCE =
               WS-TOTAL-REPORTED-INT + WS-TOTAL-BELOW-MINIMUM
               + WS-TOTAL-NOT-ON-MASTER - WS-TOTAL-GL-INCOME
           MOVE WS-TIE-OUT-DIFFERENCE TO WS-TIE-OUT-EDIT

           MOVE SPACES TO TAX-CONTROL-RECORD
           IF WS-TIE-OUT-DIFFERENCE = ZERO
               STRING "TIE-OUT DIFFERENCE " WS-TIE-OUT-EDIT
                   " IN BALANCE"
                   DELIMITED BY SIZE
                   INTO TAX-CONTROL-RECORD
           ELSE
               STRING "TIE-OUT DIFFERENCE " WS-TIE-OUT-EDIT
                   " OUT OF BALANCE"
                   DELIMITED BY SIZE
                   INTO TAX-CONTROL-RECORD
           END-IF
           WRITE TAX-CONTROL-RECORD

           DISPLAY "YEAR-END MORTGAGE INTEREST SUMMARY"
           DISPLAY "Journal Lines Read:   " WS-JOURNAL-LINES-READ
           DISPLAY "Loans With Interest:  " WS-LOANS-WITH-INTEREST
           DISPLAY "1098s Written:        " WS-FORMS-WRITTEN
           DISPLAY "Below Minimum:        " WS-LOANS-BELOW-MINIMUM
           DISPLAY "Not On Loan Master:   " WS-LOANS-NOT-ON-MASTER
           DISPLAY "Missing TIN:          " WS-FORMS-MISSING-TIN
           DISPLAY "Interest Reported:    " WS-TOTAL-REPORTED-INT
           DISPLAY "GL Interest Income:   " WS-TOTAL-GL-INCOME
           DISPLAY "Tie-Out Difference:   " WS-TIE-OUT-EDIT.

       WRITE-INCOME-ACCOUNT-LINE.
           MOVE SPACES TO TAX-CONTROL-RECORD
           STRING "GL ACCOUNT " WS-INC-GL-ACCOUNT (WS-INC-INDEX)
               " INCOME " WS-INC-TOTAL (WS-INC-INDEX)
               DELIMITED BY SIZE
               INTO TAX-CONTROL-RECORD
           WRITE TAX-CONTROL-RECORD.

       CLEANUP-ROUTINE.
      * Flip this job to COMPLETE on the job control table so
      * downstream predecessor checks open up
           PERFORM DB-REGISTER-JOB-COMPLETE

      * Disconnect from DB2 database
           PERFORM DB-DISCONNECT

           CLOSE TAX-PARAM-FILE
                 TAX-EXTRACT-FILE
                 TAX-CONTROL-FILE
                 ERROR-LOG-FILE

           DISPLAY "YEAR-END MORTGAGE INTEREST EXTRACT COMPLETE".

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
           MOVE SQL-LN-CUSTOMER-ID TO ER-CUSTOMER-ID
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

       DB-LOAD-INCOME-ACCOUNTS.
      * Every credit account the chart books an interest leg to, on
      * any branch row
           SET NOT-END-OF-CHART TO TRUE

           EXEC SQL
               DECLARE INCOME_ACCOUNT_CURSOR CURSOR FOR
               SELECT DISTINCT CREDIT_ACCOUNT
               FROM GL_CHART_TABLE
               WHERE TRANSACTION_TYPE = 'N'
               ORDER BY 1
           END-EXEC

           EXEC SQL
               OPEN INCOME_ACCOUNT_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error opening income account cursor - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
               SET END-OF-CHART TO TRUE
           END-IF

           PERFORM DB-FETCH-INCOME-ACCOUNT
               UNTIL END-OF-CHART

           EXEC SQL
               CLOSE INCOME_ACCOUNT_CURSOR
           END-EXEC.

       DB-FETCH-INCOME-ACCOUNT.
           EXEC SQL
               FETCH INCOME_ACCOUNT_CURSOR INTO
               :WS-INC-ACCOUNT
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   IF WS-INC-COUNT < WS-INC-LIMIT
                       ADD 1 TO WS-INC-COUNT
                       MOVE WS-INC-ACCOUNT
                           TO WS-INC-GL-ACCOUNT (WS-INC-COUNT)
                       MOVE ZERO TO WS-INC-TOTAL (WS-INC-COUNT)
                   ELSE
                       SET ERR-SYSTEM-ERROR TO TRUE
                       MOVE "INTEREST INCOME ACCOUNT TABLE FULL"
                           TO WS-ERROR-MESSAGE-PARAM
                       PERFORM LOG-ERROR-WITH-CODE
                       SET END-OF-CHART TO TRUE
                   END-IF
               WHEN 100
                   SET END-OF-CHART TO TRUE
               WHEN OTHER
                   MOVE SQLCODE TO WS-ERROR-CODE
                   STRING "Error fetching income account - SQLCODE: "
                       SQLCODE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
                   SET END-OF-CHART TO TRUE
           END-EVALUATE.

       DB-READ-1098-LOAN.
      * The loan master row behind the journal lines - a loan paid
      * off in the year is still on file with a zero balance
           SET ERR-NONE TO TRUE
           MOVE SPACES TO SQL-LN-CUSTOMER-ID

           EXEC SQL
               SELECT CUSTOMER_ID, PRINCIPAL_BALANCE,
                      COALESCE(POINTS_PAID, 0),
                      COALESCE(BRANCH_CODE, '    '),
                      COALESCE(CHAR(ORIGINATION_DATE, ISO),
                               '0001-01-01')
               INTO :SQL-LN-CUSTOMER-ID,
                    :SQL-LN-PRINCIPAL-BALANCE,
                    :SQL-LN-POINTS-PAID,
                    :SQL-LN-BRANCH-CODE,
                    :WS-ORIGINATION-DATE
               FROM LOAN_MASTER_TABLE
               WHERE LOAN_ID = :WS-CURRENT-LOAN
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE

               WHEN 100
                   SET ERR-LOAN-NOT-FOUND TO TRUE
                   STRING "JOURNAL INTEREST FOR LOAN NOT ON MASTER - "
                       WS-CURRENT-LOAN
                       DELIMITED BY SIZE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE

               WHEN OTHER
                   MOVE SQLCODE TO WS-ERROR-CODE
                   STRING "Error reading loan master - SQLCODE: "
                       SQLCODE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
                   SET ERR-SYSTEM-ERROR TO TRUE
           END-EVALUATE.

       DB-GET-CUSTOMER-DEMOGRAPHICS.
      * Pull the borrower's name, mailing address and TIN from the
      * customer master; a borrower with no master row gets spaces
      * and goes to the filing with the loan number alone
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
