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
      * Customer name and mailing address from the customer master,
      * filled on header lines so the statement carries more than a
      * the render step suppresses the mailing and routes the
      * customer to address research instead
           05  STMT-RETURNED-MAIL     PIC X.
      * The relationship tier the account's household is priced at,
      * on header lines; spaces when the household earned no tier
           05  STMT-TIER-CODE         PIC X(4).
           05  STMT-TIER-NAME         PIC X(18).

      * Statement Archive Record - a byte image of the statement
      * record as produced
           MOVE SQL-CU-STATE-CODE TO STMT-STATE-CODE
           MOVE SQL-CU-POSTAL-CODE TO STMT-POSTAL-CODE
           MOVE SQL-CU-RETURNED-MAIL TO STMT-RETURNED-MAIL
           MOVE SQL-CU-ESTMT-STATUS TO STMT-ESTMT-STATUS
           MOVE SQL-CU-EMAIL-ADDRESS TO STMT-ESTMT-EMAIL

      * The household's relationship tier prints on the statement
           MOVE SQL-AM-CUSTOMER-ID TO HH-ACCOUNT-NUMBER
           PERFORM DB-GET-HOUSEHOLD-TIER
           MOVE SQL-HH-TIER-CODE TO STMT-TIER-CODE
           MOVE SQL-HH-TIER-NAME TO STMT-TIER-NAME

           WRITE STATEMENT-RECORD
           PERFORM WRITE-ARCHIVE-COPY.
           EXEC SQL
               SELECT CUSTOMER_NAME, ADDRESS_LINE_1, ADDRESS_LINE_2,
                      CITY, STATE_CODE, POSTAL_CODE,
                      COALESCE(RETURNED_MAIL_FLAG, 'N'),
                      COALESCE(ESTMT_STATUS, 'P'),
                      COALESCE(EMAIL_ADDRESS, ' ')
               INTO :SQL-CU-CUSTOMER-NAME, :SQL-CU-ADDRESS-LINE-1,
                    :SQL-CU-ADDRESS-LINE-2, :SQL-CU-CITY,
                    :SQL-CU-STATE-CODE, :SQL-CU-POSTAL-CODE,
                    :SQL-CU-RETURNED-MAIL,
                    :SQL-CU-ESTMT-STATUS,
                    :SQL-CU-EMAIL-ADDRESS
               FROM CUSTOMER_TABLE
               WHERE CUSTOMER_ID = :SQL-CU-CUSTOMER-ID
           END-EXEC
                   MOVE SPACES TO SQL-CU-STATE-CODE
                   MOVE SPACES TO SQL-CU-POSTAL-CODE
                   MOVE "N" TO SQL-CU-RETURNED-MAIL
                   MOVE "P" TO SQL-CU-ESTMT-STATUS
                   MOVE SPACES TO SQL-CU-EMAIL-ADDRESS

               WHEN OTHER
                   MOVE SPACES TO SQL-CU-CUSTOMER-NAME
                   MOVE "P" TO SQL-CU-ESTMT-STATUS
                   MOVE SQLCODE TO WS-ERROR-CODE
                   STRING "Error retrieving customer master - SQLCODE: "
                       SQLCODE
           COPY "jobcontrol.cpy".

           COPY "opslog.cpy".

           COPY "household.cpy".
