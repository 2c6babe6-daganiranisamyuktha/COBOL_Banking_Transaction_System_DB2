      *================================================================*
      * Customer Demographics Maintenance Batch                        *
      * The controlled change path for CUSTOMER_TABLE - keyed field    *
      * changes to name, address, phone, email, preferred contact,     *
      * the returned-mail flag, birth date, taxpayer ID and depositor  *
      * class, each reported before/after, so address corrections stop *
      * going in as ad-hoc SQL.  Setting the returned-mail flag also   *
      * routes an address-research entry to the exceptions file; the   *
      * statement render step suppresses the customer's mailings while *
      * the flag stands.  E-statement enrollment is taken here too -   *
      * the customer's consent is dated the day it is keyed and needs  *
      * an e-mail address on file to deliver to.                       *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOMER-MAINTENANCE-BATCH.
               88  CM-FIELD-RET-MAIL  VALUE 'R'.
               88  CM-FIELD-WHLD-FLAG VALUE 'W'.
               88  CM-FIELD-WHLD-RATE VALUE 'T'.
               88  CM-FIELD-BIRTH-DATE VALUE 'D'.
               88  CM-FIELD-DEP-CLASS VALUE 'G'.
               88  CM-FIELD-ESTMT     VALUE 'M'.
               88  CM-FIELD-TAX-ID    VALUE 'I'.
           05  FILLER                 PIC X.
           05  CM-NEW-VALUE           PIC X(40).
           05  CM-NEW-DATE REDEFINES CM-NEW-VALUE.
               10  CM-NEW-YEAR        PIC X(4).
               10  CM-NEW-DASH-1      PIC X.
               10  CM-NEW-MONTH       PIC X(2).
               10  CM-NEW-DASH-2      PIC X.
               10  CM-NEW-DAY         PIC X(2).
               10  CM-NEW-DATE-REST   PIC X(30).
      * Taxpayer ID changes key the nine digits, a space, then the
      * type - '1' EIN, '2' SSN
           05  CM-NEW-TAX-ID REDEFINES CM-NEW-VALUE.
               10  CM-NEW-TIN         PIC X(9).
               10  CM-NEW-TIN-GAP     PIC X.
               10  CM-NEW-TIN-TYPE    PIC X.
               10  CM-NEW-TIN-REST    PIC X(29).
           05  FILLER                 PIC X.
      * The operator keying the change - carried onto the change
      * history so the record says who, not just what
               88  ERR-NONE               VALUE 0000.
               88  ERR-INVALID-CUSTOMER   VALUE 1001.
               88  ERR-INVALID-TRANS-TYPE VALUE 1006.
               88  ERR-INVALID-BIRTH-DATE VALUE 1040.
               88  ERR-INVALID-DEP-CLASS  VALUE 1045.
               88  ERR-ESTMT-NO-EMAIL     VALUE 1051.
               88  ERR-INVALID-TAX-ID     VALUE 1059.
               88  ERR-FILE-ACCESS        VALUE 3001.
               88  ERR-SYSTEM-ERROR       VALUE 9999.
           05  WS-ERROR-MESSAGE-PARAM     PIC X(80).
       01  WS-CHANGE-AREA.
           05  WS-OLD-VALUE               PIC X(40).
           05  WS-FIELD-LABEL             PIC X(12).
      * What the change report shows - a taxpayer ID goes out with
      * all but its last four digits starred
           05  WS-REPORT-OLD-VALUE        PIC X(30).
           05  WS-REPORT-NEW-VALUE        PIC X(30).
           05  WS-AT-SIGN-COUNT           PIC 9(2) COMP.

      * Processing Statistics
       01  WS-PROCESSING-STATS.
               MOVE "CUSTMAINT" TO CH-CHANGE-REASON
               PERFORM DB-WRITE-CHANGE-HISTORY

               MOVE WS-OLD-VALUE TO WS-REPORT-OLD-VALUE
               MOVE CM-NEW-VALUE TO WS-REPORT-NEW-VALUE
               IF CM-FIELD-TAX-ID
                   IF WS-OLD-VALUE NOT = SPACES
                       MOVE "*****" TO WS-REPORT-OLD-VALUE (1:5)
                   END-IF
                   MOVE "*****" TO WS-REPORT-NEW-VALUE (1:5)
               END-IF
               MOVE SPACES TO CUST-REPORT-RECORD
               STRING "CHANGED " CM-CUSTOMER-ID
                   " " WS-FIELD-LABEL
                   " FROM [" WS-REPORT-OLD-VALUE
                   "] TO [" WS-REPORT-NEW-VALUE "]"
                   DELIMITED BY SIZE
                   INTO CUST-REPORT-RECORD
               WRITE CUST-REPORT-RECORD
                      EMAIL_ADDRESS, PREFERRED_CONTACT,
                      COALESCE(RETURNED_MAIL_FLAG, 'N'),
                      COALESCE(WITHHOLDING_FLAG, 'N'),
                      COALESCE(WITHHOLDING_RATE, 0),
                      COALESCE(CHAR(BIRTH_DATE, ISO), ' '),
                      COALESCE(DEPOSITOR_CLASS, 'I'),
                      COALESCE(ESTMT_STATUS, 'P'),
                      COALESCE(TAX_ID_NUMBER, ' '),
                      COALESCE(TAX_ID_TYPE, '2')
               INTO :SQL-CU-CUSTOMER-NAME, :SQL-CU-ADDRESS-LINE-1,
                    :SQL-CU-ADDRESS-LINE-2, :SQL-CU-CITY,
                    :SQL-CU-STATE-CODE, :SQL-CU-POSTAL-CODE,
                    :SQL-CU-PREFERRED-CONTACT,
                    :SQL-CU-RETURNED-MAIL,
                    :SQL-CU-WITHHOLD-FLAG,
                    :SQL-CU-WITHHOLD-RATE,
                    :SQL-CU-BIRTH-DATE,
                    :SQL-CU-DEPOSITOR-CLASS,
                    :SQL-CU-ESTMT-STATUS,
                    :SQL-CU-TAX-ID,
                    :SQL-CU-TAX-ID-TYPE
               FROM CUSTOMER_TABLE
               WHERE CUSTOMER_ID = :SQL-CU-CUSTOMER-ID
           END-EXEC
               WHEN CM-FIELD-WHLD-RATE
                   MOVE "WITHHOLD-RATE" TO WS-FIELD-LABEL
                   MOVE SQL-CU-WITHHOLD-RATE TO WS-OLD-VALUE (1:7)
               WHEN CM-FIELD-BIRTH-DATE
                   MOVE "BIRTH-DATE" TO WS-FIELD-LABEL
                   MOVE SQL-CU-BIRTH-DATE TO WS-OLD-VALUE
      * A birth date drives the minor account age-out, so only a
      * well-formed YYYY-MM-DD is taken
                   IF CM-NEW-YEAR NOT NUMERIC
                      OR CM-NEW-MONTH NOT NUMERIC
                      OR CM-NEW-DAY NOT NUMERIC
                      OR CM-NEW-DASH-1 NOT = "-"
                      OR CM-NEW-DASH-2 NOT = "-"
                      OR CM-NEW-DATE-REST NOT = SPACES
                       SET ERR-INVALID-BIRTH-DATE TO TRUE
                       MOVE "BIRTH DATE MUST BE YYYY-MM-DD"
                           TO WS-ERROR-MESSAGE-PARAM
                       PERFORM LOG-ERROR-WITH-CODE
                   END-IF
               WHEN CM-FIELD-DEP-CLASS
                   MOVE "DEP-CLASS" TO WS-FIELD-LABEL
                   MOVE SQL-CU-DEPOSITOR-CLASS TO WS-OLD-VALUE
      * The class the Call Report deposit schedule files the
      * customer's deposits under - 'I' individuals, partnerships
      * and corporations, 'G' U.S. Government, 'P' public funds
                   IF (CM-NEW-VALUE (1:1) NOT = 'I'
                       AND CM-NEW-VALUE (1:1) NOT = 'G'
                       AND CM-NEW-VALUE (1:1) NOT = 'P')
                      OR CM-NEW-VALUE (2:39) NOT = SPACES
                       SET ERR-INVALID-DEP-CLASS TO TRUE
                       MOVE "DEPOSITOR CLASS MUST BE I, G OR P"
                           TO WS-ERROR-MESSAGE-PARAM
                       PERFORM LOG-ERROR-WITH-CODE
                   END-IF
               WHEN CM-FIELD-TAX-ID
                   MOVE "TAX-ID" TO WS-FIELD-LABEL
                   IF SQL-CU-TAX-ID NOT = SPACES
                       MOVE SQL-CU-TAX-ID TO WS-OLD-VALUE (1:9)
                       MOVE SQL-CU-TAX-ID-TYPE TO WS-OLD-VALUE (11:1)
                   END-IF
      * The TIN goes on the 1098, 5498/1099-R, Metro 2 and SAR
      * filings, and an EIN marks the customer a legal entity for
      * beneficial-ownership purposes - only nine digits and a
      * known type are taken
                   IF CM-NEW-TIN NOT NUMERIC
                      OR CM-NEW-TIN-GAP NOT = SPACE
                      OR (CM-NEW-TIN-TYPE NOT = '1'
                          AND CM-NEW-TIN-TYPE NOT = '2')
                      OR CM-NEW-TIN-REST NOT = SPACES
                       SET ERR-INVALID-TAX-ID TO TRUE
                       MOVE "TAX ID MUST BE 9 DIGITS THEN TYPE 1 OR 2"
                           TO WS-ERROR-MESSAGE-PARAM
                       PERFORM LOG-ERROR-WITH-CODE
                   END-IF
               WHEN CM-FIELD-ESTMT
                   MOVE "ESTATEMENT" TO WS-FIELD-LABEL
                   MOVE SQL-CU-ESTMT-STATUS TO WS-OLD-VALUE
                   PERFORM CHECK-ESTATEMENT-ELECTION
               WHEN OTHER
                   SET ERR-INVALID-TRANS-TYPE TO TRUE
                   MOVE "UNRECOGNIZED FIELD CODE"
                   PERFORM LOG-ERROR-WITH-CODE
           END-EVALUATE.

       CHECK-ESTATEMENT-ELECTION.
      * 'E' enrolls the customer for e-statements, 'P' returns them
      * to paper.  Enrolling needs a deliverable e-mail address on
      * the master - at least something with an @ in it.
           MOVE ZERO TO WS-AT-SIGN-COUNT
           INSPECT SQL-CU-EMAIL-ADDRESS
               TALLYING WS-AT-SIGN-COUNT FOR ALL "@"

           EVALUATE TRUE
               WHEN (CM-NEW-VALUE (1:1) NOT = 'E'
                     AND CM-NEW-VALUE (1:1) NOT = 'P')
                 OR CM-NEW-VALUE (2:39) NOT = SPACES
                   SET ERR-INVALID-TRANS-TYPE TO TRUE
                   MOVE "E-STATEMENT ELECTION MUST BE E OR P"
                       TO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
               WHEN CM-NEW-VALUE (1:1) = 'E'
                AND WS-AT-SIGN-COUNT NOT = 1
                   SET ERR-ESTMT-NO-EMAIL TO TRUE
                   MOVE "E-STATEMENT NEEDS A VALID E-MAIL ON FILE"
                       TO WS-ERROR-MESSAGE-PARAM
                   PERFORM LOG-ERROR-WITH-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       DB-APPLY-FIELD-CHANGE.
           EVALUATE TRUE
               WHEN CM-FIELD-NAME
                           :SQL-CU-WITHHOLD-RATE
                       WHERE CUSTOMER_ID = :CM-CUSTOMER-ID
                   END-EXEC
               WHEN CM-FIELD-BIRTH-DATE
                   MOVE CM-NEW-VALUE (1:10) TO SQL-CU-BIRTH-DATE
                   EXEC SQL
                       UPDATE CUSTOMER_TABLE
                       SET BIRTH_DATE = DATE(:SQL-CU-BIRTH-DATE)
                       WHERE CUSTOMER_ID = :CM-CUSTOMER-ID
                   END-EXEC
               WHEN CM-FIELD-DEP-CLASS
                   MOVE CM-NEW-VALUE (1:1) TO SQL-CU-DEPOSITOR-CLASS
                   EXEC SQL
                       UPDATE CUSTOMER_TABLE
                       SET DEPOSITOR_CLASS = :SQL-CU-DEPOSITOR-CLASS
                       WHERE CUSTOMER_ID = :CM-CUSTOMER-ID
                   END-EXEC
               WHEN CM-FIELD-TAX-ID
                   MOVE CM-NEW-TIN TO SQL-CU-TAX-ID
                   MOVE CM-NEW-TIN-TYPE TO SQL-CU-TAX-ID-TYPE
                   EXEC SQL
                       UPDATE CUSTOMER_TABLE
                       SET TAX_ID_NUMBER = :SQL-CU-TAX-ID,
                           TAX_ID_TYPE = :SQL-CU-TAX-ID-TYPE
                       WHERE CUSTOMER_ID = :CM-CUSTOMER-ID
                   END-EXEC
      * Enrolling dates the consent and clears any bounce reason;
      * electing paper records that the customer asked for it
               WHEN CM-FIELD-ESTMT AND CM-NEW-VALUE (1:1) = 'E'
                   EXEC SQL
                       UPDATE CUSTOMER_TABLE
                       SET ESTMT_STATUS = 'E',
                           ESTMT_CONSENT_DATE = CURRENT DATE,
                           ESTMT_REASON = ' '
                       WHERE CUSTOMER_ID = :CM-CUSTOMER-ID
                   END-EXEC
               WHEN CM-FIELD-ESTMT
                   EXEC SQL
                       UPDATE CUSTOMER_TABLE
                       SET ESTMT_STATUS = 'P',
                           ESTMT_REASON = 'CUSTOMER ELECTED PAPER'
                       WHERE CUSTOMER_ID = :CM-CUSTOMER-ID
                   END-EXEC
           END-EVALUATE

           IF SQLCODE NOT = 0
