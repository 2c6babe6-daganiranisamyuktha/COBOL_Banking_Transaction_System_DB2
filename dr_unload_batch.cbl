      * Disaster Recovery Unload Batch                                 *
      * Full-fidelity unload of the operational tables for DR         *
      * rehearsals: ACCOUNT_TABLE, TRANSACTION_TABLE,                 *
      * FUNDS_HOLD_TABLE, STANDING_ORDER_TABLE, CUSTOMER_TABLE,       *
      * CARD_MASTER_TABLE and the control tables (reference serial,   *
      * day close, job control), each to its own file with a header   *
      * and a count/amount control trailer.  Everything is read       *
      * inside one unit of work with no intervening commit, so the    *
      * whole unload reflects a single consistent point.  The paired  *
      * reload verifies the trailers and proves the loaded book       *
      * against the unload's balance total the same way the posting   *
      * run's zero-proof works.  DR-MASK-BATCH turns the same set     *
      * into a PII-masked copy for the test regions.                  *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DR-UNLOAD-BATCH.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DR-ORDER-STATUS.

           SELECT DR-CUSTOMER-FILE
               ASSIGN TO "DRCUSTOMERS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DR-CUSTOMER-STATUS.

           SELECT DR-CARD-FILE
               ASSIGN TO "DRCARDS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DR-CARD-STATUS.

           SELECT DR-CONTROL-FILE
               ASSIGN TO "DRCONTROL"
               ORGANIZATION IS LINE SEQUENTIAL
           05  DT-OPERATOR-ID         PIC X(8).
           05  DT-DESCRIPTION         PIC X(40).
           05  DT-INSTITUTION-CODE    PIC X(4).
           05  DT-SOURCE-JOB          PIC X(4).
           05  DT-WORKED-DATE         PIC X(10).
           05  DT-POSTED-DATE         PIC X(10).
           05  DT-CONTROL-COUNT       PIC 9(9).
           05  DT-CONTROL-AMOUNT      PIC S9(15)V99
                                      SIGN LEADING SEPARATE.
           05  DO-CONTROL-AMOUNT      PIC S9(15)V99
                                      SIGN LEADING SEPARATE.

      * Customer Demographics Unload Record - the identity fields a
      * masked copy must replace are grouped together ahead of the
      * profile fields that are carried as they stand
       FD  DR-CUSTOMER-FILE.
       01  DR-CUSTOMER-RECORD.
           05  DM-RECORD-TYPE         PIC X.
           05  DM-CUSTOMER-ID         PIC X(10).
           05  DM-IDENTITY.
               10  DM-CUSTOMER-NAME   PIC X(40).
               10  DM-ADDRESS-LINE-1  PIC X(40).
               10  DM-ADDRESS-LINE-2  PIC X(40).
               10  DM-CITY            PIC X(20).
               10  DM-POSTAL-CODE     PIC X(10).
               10  DM-PHONE-NUMBER    PIC X(15).
               10  DM-EMAIL-ADDRESS   PIC X(40).
               10  DM-TAX-ID-NUMBER   PIC X(9).
           05  DM-PROFILE.
               10  DM-STATE-CODE      PIC X(2).
               10  DM-PREFERRED-CONTACT PIC X.
               10  DM-RETURNED-MAIL   PIC X.
               10  DM-DECEASED-FLAG   PIC X.
               10  DM-DECEASED-DATE   PIC X(10).
               10  DM-RISK-RATING     PIC X.
               10  DM-NEXT-REVIEW     PIC X(10).
               10  DM-WITHHOLD-FLAG   PIC X.
               10  DM-WITHHOLD-RATE   PIC S9(1)V9(4)
                                      SIGN LEADING SEPARATE.
               10  DM-TAX-ID-TYPE     PIC X.
               10  DM-BO-CERT-DATE    PIC X(10).
               10  DM-BIRTH-DATE      PIC X(10).
               10  DM-DEPOSITOR-CLASS PIC X.
               10  DM-ESTMT-STATUS    PIC X.
               10  DM-ESTMT-CONSENT   PIC X(10).
               10  DM-ESTMT-REASON    PIC X(30).
               10  DM-SHARE-OPT-OUT   PIC X.
               10  DM-SHARE-OPT-DATE  PIC X(10).
               10  DM-MKTG-OPT-OUT    PIC X.
               10  DM-MKTG-OPT-DATE   PIC X(10).
               10  DM-NOTICE-DATE     PIC X(10).
           05  DM-CONTROL-COUNT       PIC 9(9).
           05  DM-CONTROL-AMOUNT      PIC S9(15)V99
                                      SIGN LEADING SEPARATE.

      * Card Master Unload Record - control amount is the sum of
      * the daily card limits
       FD  DR-CARD-FILE.
       01  DR-CARD-RECORD.
           05  DK-RECORD-TYPE         PIC X.
           05  DK-CARD-NUMBER         PIC X(16).
           05  DK-ACCOUNT-NUMBER      PIC X(10).
           05  DK-CARD-STATUS         PIC X(10).
           05  DK-ISSUE-DATE          PIC X(10).
           05  DK-EXPIRY-DATE         PIC X(10).
           05  DK-DAILY-LIMIT         PIC S9(7)V99
                                      SIGN LEADING SEPARATE.
           05  DK-CONTROL-COUNT       PIC 9(9).
           05  DK-CONTROL-AMOUNT      PIC S9(15)V99
                                      SIGN LEADING SEPARATE.

      * Control Tables Unload Record - one file, discriminated by
      * table code: R reference serial, C day close, J job control
       FD  DR-CONTROL-FILE.
           05  WS-DR-TRANS-STATUS         PIC XX.
           05  WS-DR-HOLD-STATUS          PIC XX.
           05  WS-DR-ORDER-STATUS         PIC XX.
           05  WS-DR-CUSTOMER-STATUS      PIC XX.
           05  WS-DR-CARD-STATUS          PIC XX.
           05  WS-DR-CONTROL-STATUS       PIC XX.
           05  WS-ERROR-FILE-STATUS       PIC XX.

           05  WS-HOLD-AMOUNT             PIC S9(15)V99 VALUE ZERO.
           05  WS-ORDER-COUNT             PIC 9(9) VALUE ZERO.
           05  WS-ORDER-AMOUNT            PIC S9(15)V99 VALUE ZERO.
           05  WS-CUST-COUNT              PIC 9(9) VALUE ZERO.
           05  WS-CARD-COUNT              PIC 9(9) VALUE ZERO.
           05  WS-CARD-AMOUNT             PIC S9(15)V99 VALUE ZERO.
           05  WS-CTRL-COUNT              PIC 9(9) VALUE ZERO.

      * Unload Fetch Work Area - DATE/TIME columns come back in
           05  WS-UL-AMOUNT-1             PIC S9(11)V99.
           05  WS-UL-TEXT-1               PIC X(30).
           05  WS-UL-TEXT-2               PIC X(11).
           05  WS-UL-TEXT-3               PIC X(16).
           05  WS-UL-INST-CODE            PIC X(4).
           05  WS-UL-DESCRIPTION          PIC X(40).

               DR-TRANS-FILE
               DR-HOLD-FILE
               DR-ORDER-FILE
               DR-CUSTOMER-FILE
               DR-CARD-FILE
               DR-CONTROL-FILE
               ERROR-LOG-FILE.

           PERFORM UNLOAD-TRANSACTION-TABLE
           PERFORM UNLOAD-FUNDS-HOLD-TABLE
           PERFORM UNLOAD-STANDING-ORDERS
           PERFORM UNLOAD-CUSTOMER-TABLE
           PERFORM UNLOAD-CARD-MASTER
           PERFORM UNLOAD-CONTROL-TABLES
           PERFORM GENERATE-SUMMARY-REPORT
           PERFORM CLEANUP-ROUTINE
                OUTPUT DR-TRANS-FILE
                OUTPUT DR-HOLD-FILE
                OUTPUT DR-ORDER-FILE
                OUTPUT DR-CUSTOMER-FILE
                OUTPUT DR-CARD-FILE
                OUTPUT DR-CONTROL-FILE
                OUTPUT ERROR-LOG-FILE

              OR WS-DR-TRANS-STATUS NOT = "00"
              OR WS-DR-HOLD-STATUS NOT = "00"
              OR WS-DR-ORDER-STATUS NOT = "00"
              OR WS-DR-CUSTOMER-STATUS NOT = "00"
              OR WS-DR-CARD-STATUS NOT = "00"
              OR WS-DR-CONTROL-STATUS NOT = "00"
              SET ERR-FILE-ACCESS TO TRUE
              MOVE "ERROR OPENING A DR UNLOAD FILE"
               MOVE WS-UL-TEXT-1 (11:8) TO DT-OPERATOR-ID
               MOVE WS-UL-DESCRIPTION TO DT-DESCRIPTION
               MOVE WS-UL-INST-CODE TO DT-INSTITUTION-CODE
               MOVE WS-UL-TEXT-2 (1:4) TO DT-SOURCE-JOB
               MOVE WS-UL-DATE-1 TO DT-WORKED-DATE
               MOVE WS-UL-DATE-2 TO DT-POSTED-DATE
               MOVE ZERO TO DT-CONTROL-COUNT
               MOVE ZERO TO DT-CONTROL-AMOUNT
               WRITE DR-TRANS-RECORD
               ADD SQL-SO-AMOUNT TO WS-ORDER-AMOUNT
           END-IF.

       UNLOAD-CUSTOMER-TABLE.
           MOVE SPACES TO DR-CUSTOMER-RECORD
           MOVE "H" TO DM-RECORD-TYPE
           MOVE "CUSTOMERS" TO DM-CUSTOMER-ID
           WRITE DR-CUSTOMER-RECORD

           SET NOT-END-OF-FILE TO TRUE
           PERFORM DB-OPEN-CUSTOMER-UNLOAD
           PERFORM UNLOAD-NEXT-CUSTOMER
               UNTIL END-OF-FILE
           PERFORM DB-CLOSE-CUSTOMER-UNLOAD

      * The demographics carry no amount - the trailer foots on
      * the row count alone
           MOVE SPACES TO DR-CUSTOMER-RECORD
           MOVE "T" TO DM-RECORD-TYPE
           MOVE ZERO TO DM-WITHHOLD-RATE
           MOVE WS-CUST-COUNT TO DM-CONTROL-COUNT
           MOVE ZERO TO DM-CONTROL-AMOUNT
           WRITE DR-CUSTOMER-RECORD.

       UNLOAD-NEXT-CUSTOMER.
           PERFORM DB-FETCH-NEXT-UNLOAD-CUST

           IF NOT END-OF-FILE
               MOVE SPACES TO DR-CUSTOMER-RECORD
               MOVE "D" TO DM-RECORD-TYPE
               MOVE SQL-CU-CUSTOMER-ID TO DM-CUSTOMER-ID
               MOVE SQL-CU-CUSTOMER-NAME TO DM-CUSTOMER-NAME
               MOVE SQL-CU-ADDRESS-LINE-1 TO DM-ADDRESS-LINE-1
               MOVE SQL-CU-ADDRESS-LINE-2 TO DM-ADDRESS-LINE-2
               MOVE SQL-CU-CITY TO DM-CITY
               MOVE SQL-CU-POSTAL-CODE TO DM-POSTAL-CODE
               MOVE SQL-CU-PHONE-NUMBER TO DM-PHONE-NUMBER
               MOVE SQL-CU-EMAIL-ADDRESS TO DM-EMAIL-ADDRESS
               MOVE SQL-CU-TAX-ID TO DM-TAX-ID-NUMBER
               MOVE SQL-CU-STATE-CODE TO DM-STATE-CODE
               MOVE SQL-CU-PREFERRED-CONTACT TO DM-PREFERRED-CONTACT
               MOVE SQL-CU-RETURNED-MAIL TO DM-RETURNED-MAIL
               MOVE SQL-CU-DECEASED-FLAG TO DM-DECEASED-FLAG
               MOVE WS-UL-DATE-1 TO DM-DECEASED-DATE
               MOVE SQL-CU-RISK-RATING TO DM-RISK-RATING
               MOVE SQL-CU-NEXT-REVIEW TO DM-NEXT-REVIEW
               MOVE SQL-CU-WITHHOLD-FLAG TO DM-WITHHOLD-FLAG
               MOVE SQL-CU-WITHHOLD-RATE TO DM-WITHHOLD-RATE
               MOVE SQL-CU-TAX-ID-TYPE TO DM-TAX-ID-TYPE
               MOVE SQL-CU-BO-CERT-DATE TO DM-BO-CERT-DATE
               MOVE SQL-CU-BIRTH-DATE TO DM-BIRTH-DATE
               MOVE SQL-CU-DEPOSITOR-CLASS TO DM-DEPOSITOR-CLASS
               MOVE SQL-CU-ESTMT-STATUS TO DM-ESTMT-STATUS
               MOVE SQL-CU-ESTMT-CONSENT TO DM-ESTMT-CONSENT
               MOVE SQL-CU-ESTMT-REASON TO DM-ESTMT-REASON
               MOVE SQL-CU-SHARE-OPT-OUT TO DM-SHARE-OPT-OUT
               MOVE SQL-CU-SHARE-OPT-DATE TO DM-SHARE-OPT-DATE
               MOVE SQL-CU-MKTG-OPT-OUT TO DM-MKTG-OPT-OUT
               MOVE SQL-CU-MKTG-OPT-DATE TO DM-MKTG-OPT-DATE
               MOVE SQL-CU-NOTICE-DATE TO DM-NOTICE-DATE
               MOVE ZERO TO DM-CONTROL-COUNT
               MOVE ZERO TO DM-CONTROL-AMOUNT
               WRITE DR-CUSTOMER-RECORD
               ADD 1 TO WS-CUST-COUNT
           END-IF.

       UNLOAD-CARD-MASTER.
           MOVE SPACES TO DR-CARD-RECORD
           MOVE "H" TO DK-RECORD-TYPE
           MOVE "CARDS" TO DK-CARD-NUMBER
           WRITE DR-CARD-RECORD

           SET NOT-END-OF-FILE TO TRUE
           PERFORM DB-OPEN-CARD-UNLOAD
           PERFORM UNLOAD-NEXT-CARD
               UNTIL END-OF-FILE
           PERFORM DB-CLOSE-CARD-UNLOAD

           MOVE SPACES TO DR-CARD-RECORD
           MOVE "T" TO DK-RECORD-TYPE
           MOVE ZERO TO DK-DAILY-LIMIT
           MOVE WS-CARD-COUNT TO DK-CONTROL-COUNT
           MOVE WS-CARD-AMOUNT TO DK-CONTROL-AMOUNT
           WRITE DR-CARD-RECORD.

       UNLOAD-NEXT-CARD.
           PERFORM DB-FETCH-NEXT-UNLOAD-CARD

           IF NOT END-OF-FILE
               MOVE SPACES TO DR-CARD-RECORD
               MOVE "D" TO DK-RECORD-TYPE
               MOVE WS-UL-TEXT-3 TO DK-CARD-NUMBER
               MOVE WS-UL-TEXT-2 (1:10) TO DK-ACCOUNT-NUMBER
               MOVE WS-UL-TEXT-1 (1:10) TO DK-CARD-STATUS
               MOVE WS-UL-DATE-1 TO DK-ISSUE-DATE
               MOVE WS-UL-DATE-2 TO DK-EXPIRY-DATE
               MOVE WS-UL-AMOUNT-1 TO DK-DAILY-LIMIT
               MOVE ZERO TO DK-CONTROL-COUNT
               MOVE ZERO TO DK-CONTROL-AMOUNT
               WRITE DR-CARD-RECORD
               ADD 1 TO WS-CARD-COUNT
               ADD WS-UL-AMOUNT-1 TO WS-CARD-AMOUNT
           END-IF.

       UNLOAD-CONTROL-TABLES.
           MOVE SPACES TO DR-CONTROL-RECORD
           MOVE "H" TO DC-RECORD-TYPE
           DISPLAY "Transactions Unloaded: " WS-TRAN-COUNT
           DISPLAY "Holds Unloaded:        " WS-HOLD-COUNT
           DISPLAY "Orders Unloaded:       " WS-ORDER-COUNT
           DISPLAY "Customers Unloaded:    " WS-CUST-COUNT
           DISPLAY "Cards Unloaded:        " WS-CARD-COUNT
           DISPLAY "Control Rows Unloaded: " WS-CTRL-COUNT.

       CLEANUP-ROUTINE.
                 DR-TRANS-FILE
                 DR-HOLD-FILE
                 DR-ORDER-FILE
                 DR-CUSTOMER-FILE
                 DR-CARD-FILE
                 DR-CONTROL-FILE
                 ERROR-LOG-FILE

                      COALESCE(CHECK_SERIAL, ' ') CONCAT
                          COALESCE(OPERATOR_ID, ' '),
                      COALESCE(DESCRIPTION, ' '),
                      COALESCE(INSTITUTION_CODE, '0001'),
                      COALESCE(SOURCE_JOB, ' '),
                      COALESCE(CHAR(WORKED_DATE, ISO), ' '),
                      COALESCE(CHAR(POSTED_DATE, ISO), ' ')
               FROM TRANSACTION_TABLE
               ORDER BY CREATION_DATE, CREATION_TIME, REFERENCE_ID
           END-EXEC
               :SQL-TR-EXCHANGE-RATE, :SQL-TR-CHANNEL-CODE,
               :SQL-TR-ACCOUNT-NUMBER, :WS-UL-PRIORITY,
               :WS-UL-TEXT-1, :WS-UL-DESCRIPTION,
               :WS-UL-INST-CODE, :WS-UL-TEXT-2,
               :WS-UL-DATE-1, :WS-UL-DATE-2
           END-EXEC

           EVALUATE SQLCODE
               CLOSE UNLOAD_ORDER_CURSOR
           END-EXEC.

       DB-OPEN-CUSTOMER-UNLOAD.
           EXEC SQL
               DECLARE UNLOAD_CUST_CURSOR CURSOR FOR
               SELECT CUSTOMER_ID, CUSTOMER_NAME,
                      COALESCE(ADDRESS_LINE_1, ' '),
                      COALESCE(ADDRESS_LINE_2, ' '),
                      COALESCE(CITY, ' '),
                      COALESCE(STATE_CODE, ' '),
                      COALESCE(POSTAL_CODE, ' '),
                      COALESCE(PHONE_NUMBER, ' '),
                      COALESCE(EMAIL_ADDRESS, ' '),
                      COALESCE(PREFERRED_CONTACT, 'M'),
                      COALESCE(RETURNED_MAIL_FLAG, 'N'),
                      COALESCE(DECEASED_FLAG, 'N'),
                      COALESCE(CHAR(DECEASED_DATE, ISO), ' '),
                      COALESCE(RISK_RATING, 'L'),
                      COALESCE(CHAR(NEXT_REVIEW_DATE, ISO), ' '),
                      COALESCE(WITHHOLDING_FLAG, 'N'),
                      COALESCE(WITHHOLDING_RATE, 0),
                      COALESCE(TAX_ID_NUMBER, ' '),
                      COALESCE(TAX_ID_TYPE, '2'),
                      COALESCE(CHAR(BO_CERTIFIED_DATE, ISO), ' '),
                      COALESCE(CHAR(BIRTH_DATE, ISO), ' '),
                      COALESCE(DEPOSITOR_CLASS, 'I'),
                      COALESCE(ESTMT_STATUS, 'P'),
                      COALESCE(CHAR(ESTMT_CONSENT_DATE, ISO), ' '),
                      COALESCE(ESTMT_REASON, ' '),
                      COALESCE(SHARE_OPT_OUT, 'N'),
                      COALESCE(CHAR(SHARE_OPT_OUT_DATE, ISO), ' '),
                      COALESCE(MKTG_OPT_OUT, 'N'),
                      COALESCE(CHAR(MKTG_OPT_OUT_DATE, ISO), ' '),
                      COALESCE(CHAR(PRIVACY_NOTICE_DATE, ISO), ' ')
               FROM CUSTOMER_TABLE
               ORDER BY CUSTOMER_ID
           END-EXEC

           EXEC SQL
               OPEN UNLOAD_CUST_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error opening cust unload - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
               SET END-OF-FILE TO TRUE
           END-IF.

       DB-FETCH-NEXT-UNLOAD-CUST.
           EXEC SQL
               FETCH UNLOAD_CUST_CURSOR INTO
               :SQL-CU-CUSTOMER-ID, :SQL-CU-CUSTOMER-NAME,
               :SQL-CU-ADDRESS-LINE-1, :SQL-CU-ADDRESS-LINE-2,
               :SQL-CU-CITY, :SQL-CU-STATE-CODE,
               :SQL-CU-POSTAL-CODE, :SQL-CU-PHONE-NUMBER,
               :SQL-CU-EMAIL-ADDRESS, :SQL-CU-PREFERRED-CONTACT,
               :SQL-CU-RETURNED-MAIL, :SQL-CU-DECEASED-FLAG,
               :WS-UL-DATE-1, :SQL-CU-RISK-RATING,
               :SQL-CU-NEXT-REVIEW, :SQL-CU-WITHHOLD-FLAG,
               :SQL-CU-WITHHOLD-RATE, :SQL-CU-TAX-ID,
               :SQL-CU-TAX-ID-TYPE, :SQL-CU-BO-CERT-DATE,
               :SQL-CU-BIRTH-DATE, :SQL-CU-DEPOSITOR-CLASS,
               :SQL-CU-ESTMT-STATUS, :SQL-CU-ESTMT-CONSENT,
               :SQL-CU-ESTMT-REASON, :SQL-CU-SHARE-OPT-OUT,
               :SQL-CU-SHARE-OPT-DATE, :SQL-CU-MKTG-OPT-OUT,
               :SQL-CU-MKTG-OPT-DATE, :SQL-CU-NOTICE-DATE
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   SET END-OF-FILE TO TRUE
               WHEN OTHER
                   MOVE SQLCODE TO WS-ERROR-CODE
                   STRING "Error fetching unload cust - SQLCODE: "
                       SQLCODE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
                   SET END-OF-FILE TO TRUE
           END-EVALUATE.

       DB-CLOSE-CUSTOMER-UNLOAD.
           EXEC SQL
               CLOSE UNLOAD_CUST_CURSOR
           END-EXEC.

       DB-OPEN-CARD-UNLOAD.
           EXEC SQL
               DECLARE UNLOAD_CARD_CURSOR CURSOR FOR
               SELECT CARD_NUMBER, ACCOUNT_NUMBER,
                      COALESCE(CARD_STATUS, 'ACTIVE'),
                      COALESCE(CHAR(ISSUE_DATE, ISO), ' '),
                      CHAR(EXPIRY_DATE, ISO),
                      COALESCE(DAILY_CARD_LIMIT, 0)
               FROM CARD_MASTER_TABLE
               ORDER BY CARD_NUMBER
           END-EXEC

           EXEC SQL
               OPEN UNLOAD_CARD_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error opening card unload - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
               SET END-OF-FILE TO TRUE
           END-IF.

       DB-FETCH-NEXT-UNLOAD-CARD.
           EXEC SQL
               FETCH UNLOAD_CARD_CURSOR INTO
               :WS-UL-TEXT-3,
               :WS-UL-TEXT-2,
               :WS-UL-TEXT-1,
               :WS-UL-DATE-1,
               :WS-UL-DATE-2,
               :WS-UL-AMOUNT-1
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   SET END-OF-FILE TO TRUE
               WHEN OTHER
                   MOVE SQLCODE TO WS-ERROR-CODE
                   STRING "Error fetching unload card - SQLCODE: "
                       SQLCODE
                       INTO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
                   SET END-OF-FILE TO TRUE
           END-EVALUATE.

       DB-CLOSE-CARD-UNLOAD.
           EXEC SQL
               CLOSE UNLOAD_CARD_CURSOR
           END-EXEC.

       DB-OPEN-DAYCLOSE-UNLOAD.
           EXEC SQL
               DECLARE UNLOAD_DC_CURSOR CURSOR FOR
