      * the operations alert file, large-transaction events to the     *
      * fraud alert file - and writes one delivery-status record per   *
      * alert so audit can prove every queued alert was dispatched.    *
      * E-statement ready notices go out by e-mail only; one whose    *
      * address cannot be delivered to is logged BOUNCED on the spot, *
      * and the e-mail gateway appends a BOUNCED record of the same   *
      * layout for each notice it gets back - the e-statement bounce  *
      * batch reads both to fall the customer back to paper.          *
      * Pure file-to-file; everything needed rides on the queue        *
      * records themselves.                                            *
      *================================================================*
           05  WS-ALERT-LINE              PIC X(180).
           05  WS-EDIT-AMOUNT             PIC ZZZ,ZZZ,ZZ9.99.
           05  WS-DESTINATION             PIC X(10).
           05  WS-AT-SIGN-COUNT           PIC 9(2) COMP.

      * Processing Statistics
       01  WS-PROCESSING-STATS.
           05  WS-TOTAL-FRAUD-DISPATCHED  PIC 9(5) COMP VALUE ZERO.
           05  WS-TOTAL-DUPLICATES        PIC 9(5) COMP VALUE ZERO.
           05  WS-TOTAL-CUST-DISPATCHED   PIC 9(5) COMP VALUE ZERO.
           05  WS-TOTAL-ESTMT-DISPATCHED  PIC 9(5) COMP VALUE ZERO.
           05  WS-TOTAL-ESTMT-BOUNCED     PIC 9(5) COMP VALUE ZERO.

      * Work Areas and Flags
       01  WS-WORK-AREAS.
      * error code, then route by alert class
           PERFORM CHECK-DUPLICATE-ALERT

           EVALUATE TRUE
               WHEN NT-ALERT-CLASS = "CUST"
                   MOVE "CUSTOMER" TO WS-DESTINATION
               WHEN NT-ALERT-CLASS = "ESTM"
                   MOVE "ESTATEMENT" TO WS-DESTINATION
               WHEN NT-ERROR-CODE = ZERO
                   MOVE "FRAUD" TO WS-DESTINATION
               WHEN OTHER
                   MOVE "OPS" TO WS-DESTINATION
           END-EVALUATE

           IF DUPLICATE-ALERT
               ADD 1 TO WS-TOTAL-DUPLICATES
               MOVE "DUPLICATE" TO DL-STATUS
           ELSE
               MOVE "DISPATCHED" TO DL-STATUS
               PERFORM COMPOSE-ALERT-LINE
               EVALUATE WS-DESTINATION
                   WHEN "ESTATEMENT"
                       PERFORM DISPATCH-ESTATEMENT-NOTICE
                   WHEN "CUSTOMER"
                       PERFORM COMPOSE-CUSTOMER-ALERT-LINE
                       MOVE WS-ALERT-LINE TO CUST-ALERT-RECORD
                       WRITE OPS-ALERT-RECORD
                       ADD 1 TO WS-TOTAL-OPS-DISPATCHED
               END-EVALUATE
           END-IF

           PERFORM WRITE-DELIVERY-RECORD.
                       INTO WS-ALERT-LINE
           END-EVALUATE.

       DISPATCH-ESTATEMENT-NOTICE.
      * The customer consented to e-mail delivery, so the notice
      * goes by e-mail whatever the preferred contact says.  An
      * address that cannot be delivered to bounces here rather
      * than at the gateway.
           MOVE ZERO TO WS-AT-SIGN-COUNT
           INSPECT NT-CONTACT-EMAIL
               TALLYING WS-AT-SIGN-COUNT FOR ALL "@"

           IF WS-AT-SIGN-COUNT = 1
               MOVE SPACES TO WS-ALERT-LINE
               STRING "TO " NT-CONTACT-EMAIL
                   " CUSTOMER " NT-CUSTOMER-ID
                   " " NT-REASON
                   DELIMITED BY SIZE
                   INTO WS-ALERT-LINE
               MOVE WS-ALERT-LINE TO CUST-ALERT-RECORD
               WRITE CUST-ALERT-RECORD
               ADD 1 TO WS-TOTAL-ESTMT-DISPATCHED
           ELSE
               MOVE "BOUNCED" TO DL-STATUS
               ADD 1 TO WS-TOTAL-ESTMT-BOUNCED
           END-IF.

       WRITE-DELIVERY-RECORD.
           MOVE WS-CURRENT-DATE-FIELDS TO DL-TIMESTAMP
           MOVE NT-TRANSACTION-ID TO DL-TRANSACTION-ID
           DISPLAY "Ops Dispatched:      " WS-TOTAL-OPS-DISPATCHED
           DISPLAY "Fraud Dispatched:    " WS-TOTAL-FRAUD-DISPATCHED
           DISPLAY "Customer Dispatched: " WS-TOTAL-CUST-DISPATCHED
           DISPLAY "E-Statement Notices: " WS-TOTAL-ESTMT-DISPATCHED
           DISPLAY "E-Statement Bounced: " WS-TOTAL-ESTMT-BOUNCED
           DISPLAY "Duplicates Dropped:  " WS-TOTAL-DUPLICATES.

       CLEANUP-ROUTINE.
