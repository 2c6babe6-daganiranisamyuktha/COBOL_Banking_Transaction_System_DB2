      *================================================================*
      * Lockbox Receivables Transmission Record                        *
      * The file a commercial customer loads straight into its        *
      * accounts-receivable system: per lockbox deposit, a '10'       *
      * header naming the account and the deposit reference, one '60' *
      * detail per invoice paid (or per payment carrying no invoice   *
      * detail) with the payer, check serial and amounts, and an '80' *
      * trailer footing the deposit.  Every record carries the        *
      * customer ID up front so the file splits per customer.         *
      *================================================================*
       FD  RECEIVABLES-TRANSMIT-FILE.
       01  RECEIVABLES-TRANSMIT-RECORD.
           05  RX-RECORD-TYPE         PIC X(2).
               88  RX-BATCH-HEADER    VALUE '10'.
               88  RX-REMITTANCE-DETAIL VALUE '60'.
               88  RX-BATCH-TRAILER   VALUE '80'.
           05  RX-CUSTOMER-ID         PIC X(10).
           05  RX-RECORD-BODY         PIC X(108).
           05  RX-HEADER-BODY REDEFINES RX-RECORD-BODY.
               10  RX-ACCOUNT-NUMBER  PIC X(10).
               10  RX-LOCKBOX-NUMBER  PIC X(7).
               10  RX-BATCH-NUMBER    PIC X(4).
               10  RX-DEPOSIT-DATE    PIC X(10).
               10  RX-DEPOSIT-REFERENCE PIC X(20).
               10  FILLER             PIC X(57).
           05  RX-DETAIL-BODY REDEFINES RX-RECORD-BODY.
               10  RX-ITEM-SEQUENCE   PIC X(5).
               10  RX-PAYER-NAME      PIC X(30).
               10  RX-CHECK-SERIAL    PIC X(10).
               10  RX-ITEM-AMOUNT     PIC 9(9)V99.
               10  RX-INVOICE-NUMBER  PIC X(15).
               10  RX-INVOICE-AMOUNT  PIC 9(9)V99.
               10  FILLER             PIC X(26).
           05  RX-TRAILER-BODY REDEFINES RX-RECORD-BODY.
               10  RX-ITEM-COUNT      PIC 9(5).
               10  RX-BATCH-AMOUNT    PIC 9(11)V99.
               10  FILLER             PIC X(90).
