      * lines with a running balance, page breaks at a fixed line      *
      * count with continued/brought-forward carry lines, and a        *
      * closing summary box with opening balance, total debits, total  *
      * credits and the closing balance.  A customer enrolled for     *
      * e-statements gets no paper: the same pages go to the          *
      * e-statement image file for the online banking vault and a     *
      * "your statement is ready" notice is queued on NOTIFYQUEUE for *
      * the notification dispatcher to e-mail.  Pure file-to-file -   *
      * every figure it needs already rides on the statement records, *
      * so no DB2 connection is opened here.                          *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STATEMENT-RENDER-BATCH.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESEARCH-FILE-STATUS.

      * E-statement images - the same print-image pages, filed to
      * the online banking vault instead of the print vendor
           SELECT ESTATEMENT-FILE
               ASSIGN TO "ESTMTIMAGE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTMT-FILE-STATUS.

      * The outbound notification queue - extended, never replaced,
      * so the alerts already queued ahead of this run survive
           SELECT OPTIONAL NOTIFICATION-FILE
               ASSIGN TO "NOTIFYQUEUE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTIFY-FILE-STATUS.

           SELECT ERROR-LOG-FILE
               ASSIGN TO "RENDERERRORLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               10  STMT-DIRECTION         PIC X.
      * The item's free-text description for the printed line
               10  STMT-DESCRIPTION       PIC X(40).
      * On header lines the detail area carries how the statement is
      * delivered - 'E' e-statement to the address given, else paper
           05  STMT-DELIVERY REDEFINES STMT-DETAIL.
               10  STMT-ESTMT-STATUS      PIC X.
               10  STMT-ESTMT-EMAIL       PIC X(40).
               10  FILLER                 PIC X(42).
           05  STMT-BALANCE           PIC S9(12)V99.
           05  STMT-CUSTOMER-NAME     PIC X(40).
           05  STMT-ADDRESS-LINE-1    PIC X(40).
      * 'Y' when the customer's mail is coming back undeliverable -
      * the mailing is suppressed and routed to address research
           05  STMT-RETURNED-MAIL     PIC X.
      * The household's relationship tier - spaces when none
           05  STMT-TIER-CODE         PIC X(4).
           05  STMT-TIER-NAME         PIC X(18).

      * Print-image output - fixed 132-column pages
       FD  PRINT-FILE.
       01  PRINT-LINE                 PIC X(132).

      * E-statement image output - same page layout as the print
       FD  ESTATEMENT-FILE.
       01  ESTATEMENT-LINE            PIC X(132).

      * Notification Queue Record Structure - must match what the
      * transaction processor writes
       FD  NOTIFICATION-FILE.
       01  NOTIFICATION-RECORD.
           05  NT-TIMESTAMP.
               10  NT-DATE.
                   15  NT-YEAR        PIC 9(4).
                   15  NT-MONTH       PIC 9(2).
                   15  NT-DAY         PIC 9(2).
               10  NT-TIME.
                   15  NT-HOUR        PIC 9(2).
                   15  NT-MINUTE      PIC 9(2).
                   15  NT-SECOND      PIC 9(2).
                   15  NT-MILLISEC    PIC 9(2).
           05  NT-TRANSACTION-ID      PIC 9(10).
           05  NT-CUSTOMER-ID         PIC X(10).
           05  NT-TRANSACTION-TYPE    PIC X.
           05  NT-AMOUNT              PIC 9(9)V99.
           05  NT-ERROR-CODE          PIC 9(4).
           05  NT-REASON              PIC X(40).
           05  NT-ALERT-CLASS         PIC X(4).
           05  NT-CUSTOMER-NAME       PIC X(40).
           05  NT-CONTACT-PHONE       PIC X(15).
           05  NT-CONTACT-EMAIL       PIC X(40).
           05  NT-PREFERRED-CONTACT   PIC X(1).

      * Address-Research Exception Record
       FD  ADDRESS-RESEARCH-FILE.
       01  ADDRESS-RESEARCH-RECORD.
           05  WS-STATEMENT-FILE-STATUS   PIC XX.
           05  WS-PRINT-FILE-STATUS       PIC XX.
           05  WS-RESEARCH-FILE-STATUS    PIC XX.
           05  WS-ESTMT-FILE-STATUS       PIC XX.
           05  WS-NOTIFY-FILE-STATUS      PIC XX.
           05  WS-ERROR-FILE-STATUS       PIC XX.

      * Error Code Management
       01  WS-ERROR-CODES.
           05  WS-ERROR-CODE              PIC 9(4).
               88  ERR-NONE               VALUE 0000.
               88  ERR-STATEMENT-READY    VALUE 1052.
               88  ERR-FILE-ACCESS        VALUE 3001.
               88  ERR-SYSTEM-ERROR       VALUE 9999.
           05  WS-ERROR-MESSAGE-PARAM     PIC X(80).
           05  WS-CUST-CITY               PIC X(20).
           05  WS-CUST-STATE              PIC X(2).
           05  WS-CUST-ZIP                PIC X(10).
           05  WS-CUST-TIER-NAME          PIC X(18).
           05  WS-CUST-ESTMT-STATUS       PIC X.
           05  WS-CUST-EMAIL              PIC X(40).
           05  WS-CLOSING-BALANCE         PIC S9(12)V99.
           05  WS-OPENING-BALANCE         PIC S9(12)V99.
           05  WS-RUNNING-BALANCE         PIC S9(12)V99.
           05  WS-SUPPRESS-FLAG           PIC X VALUE 'N'.
               88  MAILING-SUPPRESSED     VALUE 'Y'.
               88  MAILING-NOT-SUPPRESSED VALUE 'N'.
      * Where the section's pages go - the print vendor, or the
      * e-statement vault for an enrolled customer
           05  WS-DELIVERY-FLAG           PIC X VALUE 'P'.
               88  PAPER-DELIVERY         VALUE 'P'.
               88  ELECTRONIC-DELIVERY    VALUE 'E'.

      * One statement-ready notice per customer per cycle, however
      * many account sections the customer's statement collates
       01  WS-NOTICE-WORK.
           05  WS-NOTICE-ID               PIC 9(10) VALUE ZERO.
           05  WS-LAST-NOTICE-CUST        PIC X(10) VALUE SPACES.

      * Pagination control - the vendor's page is 60 print lines
       01  WS-PAGE-CONTROL.
           05  WS-STATEMENTS-RENDERED     PIC 9(5) COMP VALUE ZERO.
           05  WS-PAGES-PRINTED           PIC 9(5) COMP VALUE ZERO.
           05  WS-MAILINGS-SUPPRESSED     PIC 9(5) COMP VALUE ZERO.
           05  WS-ESTATEMENTS-RENDERED    PIC 9(5) COMP VALUE ZERO.
           05  WS-ESTATEMENT-PAGES        PIC 9(5) COMP VALUE ZERO.
           05  WS-NOTICES-QUEUED          PIC 9(5) COMP VALUE ZERO.

      * Work Areas and Flags
       01  WS-WORK-AREAS.
               STATEMENT-FILE
               PRINT-FILE
               ADDRESS-RESEARCH-FILE
               ESTATEMENT-FILE
               NOTIFICATION-FILE
               ERROR-LOG-FILE.

           DISPLAY "FILE PROCESSING ERROR DETECTED"
           OPEN INPUT STATEMENT-FILE
                OUTPUT PRINT-FILE
                EXTEND ADDRESS-RESEARCH-FILE
                OUTPUT ESTATEMENT-FILE
                EXTEND NOTIFICATION-FILE
                OUTPUT ERROR-LOG-FILE

           IF WS-STATEMENT-FILE-STATUS NOT = "00"
              PERFORM ABNORMAL-TERMINATION
           END-IF

           IF WS-ESTMT-FILE-STATUS NOT = "00"
              DISPLAY "ERROR OPENING E-STATEMENT IMAGE FILE"
              PERFORM ABNORMAL-TERMINATION
           END-IF

           IF WS-NOTIFY-FILE-STATUS NOT = "00"
              AND WS-NOTIFY-FILE-STATUS NOT = "05"
              DISPLAY "ERROR OPENING NOTIFICATION FILE"
              PERFORM ABNORMAL-TERMINATION
           END-IF

           IF WS-ERROR-FILE-STATUS NOT = "00"
              DISPLAY "ERROR OPENING ERROR LOG FILE"
              PERFORM ABNORMAL-TERMINATION
           MOVE STMT-CITY TO WS-CUST-CITY
           MOVE STMT-STATE-CODE TO WS-CUST-STATE
           MOVE STMT-POSTAL-CODE TO WS-CUST-ZIP
           MOVE STMT-TIER-NAME TO WS-CUST-TIER-NAME
           MOVE STMT-ESTMT-STATUS TO WS-CUST-ESTMT-STATUS
           MOVE STMT-ESTMT-EMAIL TO WS-CUST-EMAIL
           MOVE STMT-BALANCE TO WS-CLOSING-BALANCE
           MOVE ZERO TO WS-BUF-COUNT
           SET BUFFER-NOT-OVERFLOWED TO TRUE
           SET SECTION-IN-PROGRESS TO TRUE

      * A returned-mail customer gets no mailing - the section is
      * consumed silently and the customer goes to address research.
      * An e-statement customer is mailed nothing to return.
           IF STMT-RETURNED-MAIL = 'Y'
              AND STMT-ESTMT-STATUS NOT = 'E'
               SET MAILING-SUPPRESSED TO TRUE
               PERFORM WRITE-RESEARCH-RECORD
           ELSE

       RENDER-CUSTOMER-STATEMENT.
      * The trailer carries the opening balance; run the buffered
      * details forward from it onto paginated print-image pages.
      * An e-statement customer's paper is suppressed - the pages go
      * to the e-statement vault and the customer is told by e-mail.
           IF NOT SECTION-IN-PROGRESS
               SET ERR-SYSTEM-ERROR TO TRUE
               MOVE "TRAILER WITHOUT HEADER ON STATEMENT FILE"
               MOVE ZERO TO WS-LINE-COUNT
               MOVE ZERO TO WS-PAGE-NUMBER

               IF WS-CUST-ESTMT-STATUS = 'E'
                   SET ELECTRONIC-DELIVERY TO TRUE
               ELSE
                   SET PAPER-DELIVERY TO TRUE
               END-IF

               PERFORM PRINT-PAGE-HEADER

               MOVE 1 TO WS-BUF-INDEX

               PERFORM PRINT-SUMMARY-BOX

               IF ELECTRONIC-DELIVERY
                   ADD 1 TO WS-ESTATEMENTS-RENDERED
                   IF WS-CUST-ID NOT = WS-LAST-NOTICE-CUST
                       PERFORM QUEUE-STATEMENT-NOTICE
                   END-IF
               ELSE
                   ADD 1 TO WS-STATEMENTS-RENDERED
               END-IF
               SET PAPER-DELIVERY TO TRUE
               SET SECTION-NOT-OPEN TO TRUE
           END-IF
           END-IF.
      * Page header with statement period, customer remittance
      * address block and the detail column captions
           ADD 1 TO WS-PAGE-NUMBER
           IF ELECTRONIC-DELIVERY
               ADD 1 TO WS-ESTATEMENT-PAGES
           ELSE
               ADD 1 TO WS-PAGES-PRINTED
           END-IF
           MOVE WS-PAGE-NUMBER TO WS-EDIT-PAGE

           MOVE SPACES TO PRINT-LINE
               INTO PRINT-LINE
           PERFORM WRITE-PRINT-LINE

      * The household's relationship tier, when it earned one
           IF WS-CUST-TIER-NAME NOT = SPACES
               MOVE SPACES TO PRINT-LINE
               STRING "  RELATIONSHIP TIER: " WS-CUST-TIER-NAME
                   DELIMITED BY SIZE
                   INTO PRINT-LINE
               PERFORM WRITE-PRINT-LINE
           END-IF

           MOVE SPACES TO PRINT-LINE
           STRING "  " WS-CUST-NAME
               DELIMITED BY SIZE
           MOVE ALL "=" TO PRINT-LINE
           PERFORM WRITE-PRINT-LINE.

       QUEUE-STATEMENT-NOTICE.
      * An e-statement-class alert - the dispatcher e-mails it to
      * the address the customer consented with, and logs a bounce
      * for the fallback to paper
           ADD 1 TO WS-NOTICE-ID
           MOVE WS-CURRENT-DATE-FIELDS TO NT-TIMESTAMP
           MOVE WS-NOTICE-ID TO NT-TRANSACTION-ID
           MOVE WS-CUST-ID TO NT-CUSTOMER-ID
           MOVE 'S' TO NT-TRANSACTION-TYPE
           MOVE ZERO TO NT-AMOUNT
           SET ERR-STATEMENT-READY TO TRUE
           MOVE WS-ERROR-CODE TO NT-ERROR-CODE
           MOVE SPACES TO NT-REASON
           STRING "YOUR STATEMENT FOR " WS-CUST-PERIOD " IS READY"
               DELIMITED BY SIZE
               INTO NT-REASON
           MOVE "ESTM" TO NT-ALERT-CLASS
           MOVE WS-CUST-NAME TO NT-CUSTOMER-NAME
           MOVE SPACES TO NT-CONTACT-PHONE
           MOVE WS-CUST-EMAIL TO NT-CONTACT-EMAIL
           MOVE 'E' TO NT-PREFERRED-CONTACT
           WRITE NOTIFICATION-RECORD

           ADD 1 TO WS-NOTICES-QUEUED
           MOVE WS-CUST-ID TO WS-LAST-NOTICE-CUST.

       WRITE-PRINT-LINE.
           IF ELECTRONIC-DELIVERY
               MOVE PRINT-LINE TO ESTATEMENT-LINE
               WRITE ESTATEMENT-LINE
           ELSE
               WRITE PRINT-LINE
           END-IF
           ADD 1 TO WS-LINE-COUNT.

       GENERATE-SUMMARY-REPORT.
           DISPLAY "STATEMENT RENDER SUMMARY"
           DISPLAY "Mailings Suppressed:" WS-MAILINGS-SUPPRESSED
           DISPLAY "Statements Rendered: " WS-STATEMENTS-RENDERED
           DISPLAY "Pages Printed:       " WS-PAGES-PRINTED
           DISPLAY "E-Statements:        " WS-ESTATEMENTS-RENDERED
           DISPLAY "E-Statement Pages:   " WS-ESTATEMENT-PAGES
           DISPLAY "Ready Notices Queued:" WS-NOTICES-QUEUED.

       CLEANUP-ROUTINE.
           CLOSE STATEMENT-FILE
                 PRINT-FILE
                 ADDRESS-RESEARCH-FILE
                 ESTATEMENT-FILE
                 NOTIFICATION-FILE
                 ERROR-LOG-FILE

           DISPLAY "STATEMENT RENDER BATCH COMPLETE".
