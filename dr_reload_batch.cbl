      * loading, the ACCOUNT_TABLE total balance is proved against    *
      * the unload trailer's figure the same way the posting run's    *
      * zero-proof works - only a run in proof commits; anything      *
      * else rolls the whole load back.  The PII-masked set written   *
      * by DR-MASK-BATCH loads through here unchanged to build a      *
      * test subsystem.                                               *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DR-RELOAD-BATCH.
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

      * Customer Demographics Unload Record - must match
      * DR-UNLOAD-BATCH
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

      * Card Master Unload Record - must match DR-UNLOAD-BATCH
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

      * Control Tables Unload Record - must match DR-UNLOAD-BATCH
       FD  DR-CONTROL-FILE.
       01  DR-CONTROL-RECORD.
           05  WS-DR-TRANS-STATUS         PIC XX.
           05  WS-DR-HOLD-STATUS          PIC XX.
           05  WS-DR-ORDER-STATUS         PIC XX.
           05  WS-DR-CUSTOMER-STATUS      PIC XX.
           05  WS-DR-CARD-STATUS          PIC XX.
           05  WS-DR-CONTROL-STATUS       PIC XX.
           05  WS-ERROR-FILE-STATUS       PIC XX.

           05  WS-TRANS-LOADED            PIC 9(9) VALUE ZERO.
           05  WS-HOLDS-LOADED            PIC 9(9) VALUE ZERO.
           05  WS-ORDERS-LOADED           PIC 9(9) VALUE ZERO.
           05  WS-CUSTOMERS-LOADED        PIC 9(9) VALUE ZERO.
           05  WS-CARDS-LOADED            PIC 9(9) VALUE ZERO.
           05  WS-CONTROLS-LOADED         PIC 9(9) VALUE ZERO.

      * Work Areas and Flags
               DR-TRANS-FILE
               DR-HOLD-FILE
               DR-ORDER-FILE
               DR-CUSTOMER-FILE
               DR-CARD-FILE
               DR-CONTROL-FILE
               ERROR-LOG-FILE.

           PERFORM RELOAD-TRANS-FILE
           PERFORM RELOAD-HOLD-FILE
           PERFORM RELOAD-ORDER-FILE
           PERFORM RELOAD-CUSTOMER-FILE
           PERFORM RELOAD-CARD-FILE
           PERFORM RELOAD-CONTROL-FILE
           PERFORM PROVE-LOADED-BOOK
           PERFORM GENERATE-SUMMARY-REPORT
                INPUT DR-TRANS-FILE
                INPUT DR-HOLD-FILE
                INPUT DR-ORDER-FILE
                INPUT DR-CUSTOMER-FILE
                INPUT DR-CARD-FILE
                INPUT DR-CONTROL-FILE
                OUTPUT ERROR-LOG-FILE

              OR WS-DR-TRANS-STATUS NOT = "00"
              OR WS-DR-HOLD-STATUS NOT = "00"
              OR WS-DR-ORDER-STATUS NOT = "00"
              OR WS-DR-CUSTOMER-STATUS NOT = "00"
              OR WS-DR-CARD-STATUS NOT = "00"
              OR WS-DR-CONTROL-STATUS NOT = "00"
              SET ERR-FILE-ACCESS TO TRUE
              MOVE "ERROR OPENING A DR UNLOAD FILE"
                   END-EVALUATE
           END-READ.

       RELOAD-CUSTOMER-FILE.
           MOVE ZERO TO WS-LOADED-COUNT
           MOVE ZERO TO WS-LOADED-AMOUNT
           SET NOT-END-OF-FILE TO TRUE
           PERFORM LOAD-NEXT-CUSTOMER-RECORD
               UNTIL END-OF-FILE
           MOVE WS-LOADED-COUNT TO WS-CUSTOMERS-LOADED.

       LOAD-NEXT-CUSTOMER-RECORD.
           READ DR-CUSTOMER-FILE
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   EVALUATE DM-RECORD-TYPE
                       WHEN "H"
                           CONTINUE
                       WHEN "D"
                           PERFORM DB-INSERT-CUSTOMER-ROW
                       WHEN "T"
                           IF WS-LOADED-COUNT NOT = DM-CONTROL-COUNT
                              OR WS-LOADED-AMOUNT NOT =
                                 DM-CONTROL-AMOUNT
                               PERFORM FAIL-CONTROL-MISMATCH
                           END-IF
                           SET END-OF-FILE TO TRUE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       RELOAD-CARD-FILE.
           MOVE ZERO TO WS-LOADED-COUNT
           MOVE ZERO TO WS-LOADED-AMOUNT
           SET NOT-END-OF-FILE TO TRUE
           PERFORM LOAD-NEXT-CARD-RECORD
               UNTIL END-OF-FILE
           MOVE WS-LOADED-COUNT TO WS-CARDS-LOADED.

       LOAD-NEXT-CARD-RECORD.
           READ DR-CARD-FILE
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   EVALUATE DK-RECORD-TYPE
                       WHEN "H"
                           CONTINUE
                       WHEN "D"
                           PERFORM DB-INSERT-CARD-ROW
                       WHEN "T"
                           IF WS-LOADED-COUNT NOT = DK-CONTROL-COUNT
                              OR WS-LOADED-AMOUNT NOT =
                                 DK-CONTROL-AMOUNT
                               PERFORM FAIL-CONTROL-MISMATCH
                           END-IF
                           SET END-OF-FILE TO TRUE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       RELOAD-CONTROL-FILE.
           MOVE ZERO TO WS-LOADED-COUNT
           MOVE ZERO TO WS-LOADED-AMOUNT
           DISPLAY "Transactions Loaded: " WS-TRANS-LOADED
           DISPLAY "Holds Loaded:        " WS-HOLDS-LOADED
           DISPLAY "Orders Loaded:       " WS-ORDERS-LOADED
           DISPLAY "Customers Loaded:    " WS-CUSTOMERS-LOADED
           DISPLAY "Cards Loaded:        " WS-CARDS-LOADED
           DISPLAY "Control Rows Loaded: " WS-CONTROLS-LOADED.

       CLEANUP-ROUTINE.
                 DR-TRANS-FILE
                 DR-HOLD-FILE
                 DR-ORDER-FILE
                 DR-CUSTOMER-FILE
                 DR-CARD-FILE
                 DR-CONTROL-FILE
                 ERROR-LOG-FILE

                    ORIGINAL_AMOUNT, ORIGINAL_CURRENCY,
                    EXCHANGE_RATE, CHANNEL_CODE, ACCOUNT_NUMBER,
                    PRIORITY, CHECK_SERIAL, OPERATOR_ID,
                    DESCRIPTION, INSTITUTION_CODE, SOURCE_JOB,
                    WORKED_DATE, POSTED_DATE)
               VALUES
                   (:DT-CUSTOMER-ID, :DT-TRANSACTION-TYPE,
                    :DT-AMOUNT, :DT-TARGET-ACCOUNT,
                    :DT-EXCHANGE-RATE, :DT-CHANNEL-CODE,
                    :DT-ACCOUNT-NUMBER, :DT-PRIORITY,
                    :DT-CHECK-SERIAL, :DT-OPERATOR-ID,
                    :DT-DESCRIPTION, :DT-INSTITUTION-CODE,
                    :DT-SOURCE-JOB,
                    NULLIF(:DT-WORKED-DATE, ' '),
                    NULLIF(:DT-POSTED-DATE, ' '))
           END-EXEC

           IF SQLCODE = 0
               PERFORM FAIL-CONTROL-MISMATCH
           END-IF.

       DB-INSERT-CUSTOMER-ROW.
      * Dates the unload carried as blanks go back in as nulls
           EXEC SQL
               INSERT INTO CUSTOMER_TABLE
                   (CUSTOMER_ID, CUSTOMER_NAME, ADDRESS_LINE_1,
                    ADDRESS_LINE_2, CITY, STATE_CODE, POSTAL_CODE,
                    PHONE_NUMBER, EMAIL_ADDRESS, PREFERRED_CONTACT,
                    RETURNED_MAIL_FLAG, DECEASED_FLAG, DECEASED_DATE,
                    RISK_RATING, NEXT_REVIEW_DATE, WITHHOLDING_FLAG,
                    WITHHOLDING_RATE, TAX_ID_NUMBER, TAX_ID_TYPE,
                    BO_CERTIFIED_DATE, BIRTH_DATE, DEPOSITOR_CLASS,
                    ESTMT_STATUS, ESTMT_CONSENT_DATE, ESTMT_REASON,
                    SHARE_OPT_OUT, SHARE_OPT_OUT_DATE, MKTG_OPT_OUT,
                    MKTG_OPT_OUT_DATE, PRIVACY_NOTICE_DATE)
               VALUES
                   (:DM-CUSTOMER-ID, :DM-CUSTOMER-NAME,
                    :DM-ADDRESS-LINE-1, :DM-ADDRESS-LINE-2,
                    :DM-CITY, :DM-STATE-CODE, :DM-POSTAL-CODE,
                    :DM-PHONE-NUMBER, :DM-EMAIL-ADDRESS,
                    :DM-PREFERRED-CONTACT, :DM-RETURNED-MAIL,
                    :DM-DECEASED-FLAG,
                    NULLIF(:DM-DECEASED-DATE, ' '),
                    :DM-RISK-RATING,
                    NULLIF(:DM-NEXT-REVIEW, ' '),
                    :DM-WITHHOLD-FLAG, :DM-WITHHOLD-RATE,
                    NULLIF(:DM-TAX-ID-NUMBER, ' '),
                    :DM-TAX-ID-TYPE,
                    NULLIF(:DM-BO-CERT-DATE, ' '),
                    NULLIF(:DM-BIRTH-DATE, ' '),
                    :DM-DEPOSITOR-CLASS, :DM-ESTMT-STATUS,
                    NULLIF(:DM-ESTMT-CONSENT, ' '),
                    NULLIF(:DM-ESTMT-REASON, ' '),
                    :DM-SHARE-OPT-OUT,
                    NULLIF(:DM-SHARE-OPT-DATE, ' '),
                    :DM-MKTG-OPT-OUT,
                    NULLIF(:DM-MKTG-OPT-DATE, ' '),
                    NULLIF(:DM-NOTICE-DATE, ' '))
           END-EXEC

           IF SQLCODE = 0
               ADD 1 TO WS-LOADED-COUNT
           ELSE
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error loading customer row - SQLCODE: "
                   SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
               PERFORM FAIL-CONTROL-MISMATCH
           END-IF.

       DB-INSERT-CARD-ROW.
           EXEC SQL
               INSERT INTO CARD_MASTER_TABLE
                   (CARD_NUMBER, ACCOUNT_NUMBER, CARD_STATUS,
                    ISSUE_DATE, EXPIRY_DATE, DAILY_CARD_LIMIT)
               VALUES
                   (:DK-CARD-NUMBER, :DK-ACCOUNT-NUMBER,
                    :DK-CARD-STATUS,
                    NULLIF(:DK-ISSUE-DATE, ' '),
                    :DK-EXPIRY-DATE, :DK-DAILY-LIMIT)
           END-EXEC

           IF SQLCODE = 0
               ADD 1 TO WS-LOADED-COUNT
               ADD DK-DAILY-LIMIT TO WS-LOADED-AMOUNT
           ELSE
               MOVE SQLCODE TO WS-ERROR-CODE
               STRING "Error loading card row - SQLCODE: " SQLCODE
                   INTO WS-ERROR-MESSAGE-PARAM
               PERFORM LOG-ERROR-WITH-CODE
               PERFORM FAIL-CONTROL-MISMATCH
           END-IF.

       DB-INSERT-CONTROL-ROW.
           EVALUATE DC-TABLE-CODE
               WHEN "R"
