      *================================================================*
      * Customer Master Onboarding and Maintenance Batch               *
      * Reads a file of customer demographic records - name, mailing   *
      * address, contact details, date of birth and taxpayer ID - and  *
      * adds or updates one CUSTOMER_TABLE row per valid record,       *
      * rejecting malformed input to an exception file instead of      *
      * letting bad data in via ad hoc SQL, the same way               *
      * ACCOUNT-ONBOARDING-BATCH guards ACCOUNT_TABLE.                 *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOMER-ONBOARDING-BATCH.
           05  CR-PHONE-NUMBER        PIC X(15).
           05  CR-EMAIL-ADDRESS       PIC X(40).
           05  CR-PREFERRED-CONTACT   PIC X(1).
      * Date of birth (YYYY-MM-DD) - optional for an adult, but a
      * minor's accounts cannot age out without it
           05  CR-BIRTH-DATE          PIC X(10).
           05  CR-BIRTH-DATE-PARTS REDEFINES CR-BIRTH-DATE.
               10  CR-BIRTH-YEAR      PIC X(4).
               10  CR-BIRTH-DASH-1    PIC X.
               10  CR-BIRTH-MONTH     PIC X(2).
               10  CR-BIRTH-DASH-2    PIC X.
               10  CR-BIRTH-DAY       PIC X(2).
      * Taxpayer ID and its type ('1' EIN, '2' SSN) - optional on
      * the record, but the tax and bureau reporting and the SAR
      * carry it, and an EIN marks the customer a legal entity.  A
      * TIN keyed without a type is taken as an SSN.
           05  CR-TAX-ID              PIC X(9).
           05  CR-TAX-ID-TYPE         PIC X.

      * Exception File Record Structure - one record per request that
      * could not be applied
               88  ERR-DUPLICATE-CUSTOMER VALUE 1003.
               88  ERR-CUSTOMER-NOT-FOUND VALUE 1007.
               88  ERR-INVALID-ACTION     VALUE 1006.
               88  ERR-INVALID-BIRTH-DATE VALUE 1040.
               88  ERR-INVALID-TAX-ID     VALUE 1059.
               88  ERR-FILE-ACCESS        VALUE 3001.
               88  ERR-SYSTEM-ERROR       VALUE 9999.
           05  WS-ERROR-MESSAGE-PARAM     PIC X(80).
               SET ERR-INVALID-ACTION TO TRUE
               MOVE "ACTION CODE MUST BE A OR U"
                   TO WS-ERROR-MESSAGE-PARAM
           ELSE
           IF CR-BIRTH-DATE NOT = SPACES
              AND (CR-BIRTH-YEAR NOT NUMERIC
                OR CR-BIRTH-MONTH NOT NUMERIC
                OR CR-BIRTH-DAY NOT NUMERIC
                OR CR-BIRTH-DASH-1 NOT = "-"
                OR CR-BIRTH-DASH-2 NOT = "-")
               SET ERR-INVALID-BIRTH-DATE TO TRUE
               MOVE "BIRTH DATE MUST BE YYYY-MM-DD"
                   TO WS-ERROR-MESSAGE-PARAM
           ELSE
           IF CR-TAX-ID NOT = SPACES
              AND (CR-TAX-ID NOT NUMERIC
                OR (CR-TAX-ID-TYPE NOT = SPACE
                    AND CR-TAX-ID-TYPE NOT = '1'
                    AND CR-TAX-ID-TYPE NOT = '2'))
               SET ERR-INVALID-TAX-ID TO TRUE
               MOVE "TAX ID MUST BE 9 DIGITS, TYPE 1 OR 2"
                   TO WS-ERROR-MESSAGE-PARAM
           ELSE
           IF CR-TAX-ID = SPACES
              AND CR-TAX-ID-TYPE NOT = SPACE
               SET ERR-INVALID-TAX-ID TO TRUE
               MOVE "TAX ID TYPE GIVEN WITHOUT A TAX ID"
                   TO WS-ERROR-MESSAGE-PARAM
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           MOVE CR-POSTAL-CODE       TO SQL-CU-POSTAL-CODE
           MOVE CR-PHONE-NUMBER      TO SQL-CU-PHONE-NUMBER
           MOVE CR-EMAIL-ADDRESS     TO SQL-CU-EMAIL-ADDRESS
           MOVE CR-BIRTH-DATE        TO SQL-CU-BIRTH-DATE
           MOVE CR-TAX-ID            TO SQL-CU-TAX-ID
           IF CR-TAX-ID NOT = SPACES AND CR-TAX-ID-TYPE = SPACE
               MOVE "2" TO SQL-CU-TAX-ID-TYPE
           ELSE
               MOVE CR-TAX-ID-TYPE TO SQL-CU-TAX-ID-TYPE
           END-IF
           IF CR-PREFERRED-CONTACT = SPACE
               MOVE "M" TO SQL-CU-PREFERRED-CONTACT
           ELSE
                   (CUSTOMER_ID, CUSTOMER_NAME, ADDRESS_LINE_1,
                    ADDRESS_LINE_2, CITY, STATE_CODE, POSTAL_CODE,
                    PHONE_NUMBER, EMAIL_ADDRESS, PREFERRED_CONTACT,
                    RISK_RATING, NEXT_REVIEW_DATE, BIRTH_DATE,
                    TAX_ID_NUMBER, TAX_ID_TYPE)
               VALUES
                   (:SQL-CU-CUSTOMER-ID, :SQL-CU-CUSTOMER-NAME,
                    :SQL-CU-ADDRESS-LINE-1, :SQL-CU-ADDRESS-LINE-2,
                    :SQL-CU-CITY, :SQL-CU-STATE-CODE,
                    :SQL-CU-POSTAL-CODE, :SQL-CU-PHONE-NUMBER,
                    :SQL-CU-EMAIL-ADDRESS, :SQL-CU-PREFERRED-CONTACT,
                    'L', CURRENT DATE + 730 DAYS,
                    DATE(NULLIF(:SQL-CU-BIRTH-DATE, ' ')),
                    NULLIF(:SQL-CU-TAX-ID, ' '),
                    COALESCE(NULLIF(:SQL-CU-TAX-ID-TYPE, ' '), '2'))
           END-EXEC

           EVALUATE SQLCODE
           END-EVALUATE.

       DB-UPDATE-CUSTOMER.
      * Replace the demographics on an existing customer master row;
      * a blank birth date or taxpayer ID leaves the one on file
      * alone
           EXEC SQL
               UPDATE CUSTOMER_TABLE
               SET CUSTOMER_NAME = :SQL-CU-CUSTOMER-NAME,
                   POSTAL_CODE = :SQL-CU-POSTAL-CODE,
                   PHONE_NUMBER = :SQL-CU-PHONE-NUMBER,
                   EMAIL_ADDRESS = :SQL-CU-EMAIL-ADDRESS,
                   PREFERRED_CONTACT = :SQL-CU-PREFERRED-CONTACT,
                   BIRTH_DATE =
                       COALESCE(DATE(NULLIF(:SQL-CU-BIRTH-DATE, ' ')),
                                BIRTH_DATE),
                   TAX_ID_NUMBER =
                       COALESCE(NULLIF(:SQL-CU-TAX-ID, ' '),
                                TAX_ID_NUMBER),
                   TAX_ID_TYPE =
                       COALESCE(NULLIF(:SQL-CU-TAX-ID-TYPE, ' '),
                                TAX_ID_TYPE)
               WHERE CUSTOMER_ID = :SQL-CU-CUSTOMER-ID
           END-EXEC

