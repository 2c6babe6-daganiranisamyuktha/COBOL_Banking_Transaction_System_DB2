      *================================================================*
      * DR Unload PII Masking Batch                                    *
      * Builds the production-like test copy developers and UAT ask   *
      * for out of a DR-UNLOAD-BATCH set.  Every unload file is       *
      * copied record for record to its MASK counterpart with the     *
      * trailers carried unchanged, so balances, amounts, dates,      *
      * statuses and the shape of the transaction history all match   *
      * production and the masked set reloads through DR-RELOAD-BATCH *
      * into a test subsystem exactly as a DR set would.  Names,      *
      * addresses, phone numbers, email addresses and TINs on the     *
      * customer file, card numbers on the card file and the free-    *
      * text transaction descriptions are replaced.  Replacements are *
      * drawn from a seed hashed out of the customer ID (or the card  *
      * number), never from the value being replaced, so the same     *
      * customer always masks to the same identity and every key the  *
      * tables join on is left alone.  A second pass re-reads both    *
      * sets side by side and writes the certificate: each masked     *
      * record must be exactly its input with the masks applied, and  *
      * no PII field may still hold its input value or fall outside   *
      * the mask format.  Pure file-to-file - it runs wherever the    *
      * unload set lands, with no DB2 connection opened.              *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DR-MASK-BATCH.
       DATE-WRITTEN. 2026-10-15.
       AUTHOR. Updated 2026-10-15 for DB2 Integration.
       REMARKS. PII-MASKED TEST COPY OF THE DR UNLOAD SET.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The DR unload set as DR-UNLOAD-BATCH wrote it
           SELECT DR-ACCOUNT-FILE
               ASSIGN TO "DRACCOUNTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DR-ACCOUNT-STATUS.

           SELECT DR-TRANS-FILE
               ASSIGN TO "DRTRANS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DR-TRANS-STATUS.

           SELECT DR-HOLD-FILE
               ASSIGN TO "DRHOLDS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DR-HOLD-STATUS.

           SELECT DR-ORDER-FILE
               ASSIGN TO "DRORDERS"
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
               FILE STATUS IS WS-DR-CONTROL-STATUS.

      * The masked set - same layouts, handed to DR-RELOAD-BATCH
      * under the DR file names for the test load
           SELECT MASK-ACCOUNT-FILE
               ASSIGN TO "MASKACCOUNTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MK-ACCOUNT-STATUS.

           SELECT MASK-TRANS-FILE
               ASSIGN TO "MASKTRANS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MK-TRANS-STATUS.

           SELECT MASK-HOLD-FILE
               ASSIGN TO "MASKHOLDS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MK-HOLD-STATUS.

           SELECT MASK-ORDER-FILE
               ASSIGN TO "MASKORDERS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MK-ORDER-STATUS.

           SELECT MASK-CUSTOMER-FILE
               ASSIGN TO "MASKCUSTOMERS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MK-CUSTOMER-STATUS.

           SELECT MASK-CARD-FILE
               ASSIGN TO "MASKCARDS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MK-CARD-STATUS.

           SELECT MASK-CONTROL-FILE
               ASSIGN TO "MASKCONTROL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MK-CONTROL-STATUS.

      * The masking certificate
           SELECT CERTIFICATE-FILE
               ASSIGN TO "MASKCERTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CERTIFICATE-STATUS.

           SELECT ERROR-LOG-FILE
               ASSIGN TO "MASKERRORLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERROR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * Account Unload Record - must match DR-UNLOAD-BATCH exactly
       FD  DR-ACCOUNT-FILE.
       01  DR-ACCOUNT-RECORD.
           05  DA-RECORD-TYPE         PIC X.
           05  DA-CUSTOMER-ID         PIC X(10).
           05  DA-ACCOUNT-BALANCE     PIC S9(12)V99
                                      SIGN LEADING SEPARATE.
           05  DA-ACCOUNT-STATUS      PIC X(10).
           05  DA-INTEREST-RATE       PIC S9(1)V9(4)
                                      SIGN LEADING SEPARATE.
           05  DA-ACCRUED-INTEREST    PIC S9(8)V99
                                      SIGN LEADING SEPARATE.
           05  DA-OVERDRAFT-LIMIT     PIC S9(8)V99
                                      SIGN LEADING SEPARATE.
           05  DA-CURRENCY-CODE       PIC X(3).
           05  DA-BRANCH-CODE         PIC X(4).
           05  DA-ACCOUNT-TYPE        PIC X(10).
           05  DA-MINIMUM-BALANCE     PIC S9(8)V99
                                      SIGN LEADING SEPARATE.
           05  DA-OVERDRAFT-RATE      PIC S9(1)V9(4)
                                      SIGN LEADING SEPARATE.
           05  DA-OD-ACCRUED          PIC S9(8)V99
                                      SIGN LEADING SEPARATE.
           05  DA-INSTITUTION-CODE    PIC X(4).
           05  DA-CONTROL-COUNT       PIC 9(9).
           05  DA-CONTROL-AMOUNT      PIC S9(15)V99
                                      SIGN LEADING SEPARATE.

      * Transaction Unload Record - must match DR-UNLOAD-BATCH
       FD  DR-TRANS-FILE.
       01  DR-TRANS-RECORD.
           05  DT-RECORD-TYPE         PIC X.
           05  DT-CUSTOMER-ID         PIC X(10).
           05  DT-TRANSACTION-TYPE    PIC X.
           05  DT-AMOUNT              PIC S9(9)V99
                                      SIGN LEADING SEPARATE.
           05  DT-TARGET-ACCOUNT      PIC X(10).
           05  DT-REFERENCE-ID        PIC X(20).
           05  DT-CREATION-DATE       PIC X(10).
           05  DT-CREATION-TIME       PIC X(8).
           05  DT-STATUS              PIC X(10).
           05  DT-CURRENCY-CODE       PIC X(3).
           05  DT-OVERRIDE-CODE       PIC X(10).
           05  DT-BRANCH-CODE         PIC X(4).
           05  DT-EFFECTIVE-DATE      PIC X(10).
           05  DT-ORIGINAL-AMOUNT     PIC S9(9)V99
                                      SIGN LEADING SEPARATE.
           05  DT-ORIGINAL-CURRENCY   PIC X(3).
           05  DT-EXCHANGE-RATE       PIC S9(3)V9(6)
                                      SIGN LEADING SEPARATE.
           05  DT-CHANNEL-CODE        PIC X(3).
           05  DT-ACCOUNT-NUMBER      PIC X(10).
           05  DT-PRIORITY            PIC 9.
           05  DT-CHECK-SERIAL        PIC X(10).
           05  DT-OPERATOR-ID         PIC X(8).
           05  DT-DESCRIPTION         PIC X(40).
           05  DT-INSTITUTION-CODE    PIC X(4).
           05  DT-SOURCE-JOB          PIC X(4).
           05  DT-WORKED-DATE         PIC X(10).
           05  DT-POSTED-DATE         PIC X(10).
           05  DT-CONTROL-COUNT       PIC 9(9).
           05  DT-CONTROL-AMOUNT      PIC S9(15)V99
                                      SIGN LEADING SEPARATE.

      * Funds Hold Unload Record - must match DR-UNLOAD-BATCH
       FD  DR-HOLD-FILE.
       01  DR-HOLD-RECORD.
           05  DH-RECORD-TYPE         PIC X.
           05  DH-ACCOUNT-ID          PIC X(10).
           05  DH-HOLD-REFERENCE      PIC X(20).
           05  DH-HOLD-TYPE           PIC X.
           05  DH-HOLD-AMOUNT         PIC S9(9)V99
                                      SIGN LEADING SEPARATE.
           05  DH-RELEASE-DATE        PIC X(10).
           05  DH-HOLD-STATUS         PIC X(10).
           05  DH-CONTROL-COUNT       PIC 9(9).
           05  DH-CONTROL-AMOUNT      PIC S9(15)V99
                                      SIGN LEADING SEPARATE.

      * Standing Order Unload Record - must match DR-UNLOAD-BATCH
       FD  DR-ORDER-FILE.
       01  DR-ORDER-RECORD.
           05  DO-RECORD-TYPE         PIC X.
           05  DO-ORDER-ID            PIC X(10).
           05  DO-CUSTOMER-ID         PIC X(10).
           05  DO-ORIGINAL-TYPE       PIC X.
           05  DO-AMOUNT              PIC S9(9)V99
                                      SIGN LEADING SEPARATE.
           05  DO-TARGET-ACCOUNT      PIC X(10).
           05  DO-REFERENCE-ID        PIC X(20).
           05  DO-FREQUENCY           PIC X.
           05  DO-NEXT-RUN-DATE       PIC X(10).
           05  DO-STATUS              PIC X(10).
           05  DO-CONTROL-COUNT       PIC 9(9).
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

      * Card Master Unload Record - must match DR-UNLOAD-BATCH.
      * The BIN and the last four digits are kept; the six digits
      * between them are what identifies the cardholder's card.
       FD  DR-CARD-FILE.
       01  DR-CARD-RECORD.
           05  DK-RECORD-TYPE         PIC X.
           05  DK-CARD-NUMBER         PIC X(16).
           05  DK-CARD-PARTS REDEFINES DK-CARD-NUMBER.
               10  DK-CARD-BIN        PIC X(6).
               10  DK-CARD-MIDDLE     PIC X(6).
               10  DK-CARD-LAST-FOUR  PIC X(4).
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
           05  DC-RECORD-TYPE         PIC X.
           05  DC-TABLE-CODE          PIC X.
           05  DC-KEY-1               PIC X(30).
           05  DC-KEY-2               PIC X(10).
           05  DC-DATA-1              PIC X(10).
           05  DC-DATA-2              PIC X(10).
           05  DC-DATA-3              PIC X(11).
           05  DC-DATA-4              PIC X(11).
           05  DC-DATA-5              PIC X(11).
           05  DC-CONTROL-COUNT       PIC 9(9).

      * Masked Set Records - each the full width of its unload
      * layout above, written from and compared against it whole
       FD  MASK-ACCOUNT-FILE.
       01  MK-ACCOUNT-RECORD          PIC X(140).

       FD  MASK-TRANS-FILE.
       01  MK-TRANS-RECORD            PIC X(261).

       FD  MASK-HOLD-FILE.
       01  MK-HOLD-RECORD             PIC X(91).

       FD  MASK-ORDER-FILE.
       01  MK-ORDER-RECORD            PIC X(112).

       FD  MASK-CUSTOMER-FILE.
       01  MK-CUSTOMER-RECORD         PIC X(380).

       FD  MASK-CARD-FILE.
       01  MK-CARD-RECORD             PIC X(94).

       FD  MASK-CONTROL-FILE.
       01  MK-CONTROL-RECORD          PIC X(104).

       FD  CERTIFICATE-FILE.
       01  CERTIFICATE-RECORD         PIC X(130).

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

       WORKING-STORAGE SECTION.
      * File Status Variables
       01  WS-FILE-STATUSES.
           05  WS-DR-ACCOUNT-STATUS       PIC XX.
           05  WS-DR-TRANS-STATUS         PIC XX.
           05  WS-DR-HOLD-STATUS          PIC XX.
           05  WS-DR-ORDER-STATUS         PIC XX.
           05  WS-DR-CUSTOMER-STATUS      PIC XX.
           05  WS-DR-CARD-STATUS          PIC XX.
           05  WS-DR-CONTROL-STATUS       PIC XX.
           05  WS-MK-ACCOUNT-STATUS       PIC XX.
           05  WS-MK-TRANS-STATUS         PIC XX.
           05  WS-MK-HOLD-STATUS          PIC XX.
           05  WS-MK-ORDER-STATUS         PIC XX.
           05  WS-MK-CUSTOMER-STATUS      PIC XX.
           05  WS-MK-CARD-STATUS          PIC XX.
           05  WS-MK-CONTROL-STATUS       PIC XX.
           05  WS-CERTIFICATE-STATUS      PIC XX.
           05  WS-ERROR-FILE-STATUS       PIC XX.

      * Error Code Management
       01  WS-ERROR-CODES.
           05  WS-ERROR-CODE              PIC 9(4).
               88  ERR-NONE               VALUE 0000.
               88  ERR-BATCH-IMBALANCE    VALUE 1020.
               88  ERR-PII-EXPOSED        VALUE 1048.
               88  ERR-FILE-ACCESS        VALUE 3001.
               88  ERR-SYSTEM-ERROR       VALUE 9999.
           05  WS-ERROR-MESSAGE-PARAM     PIC X(80).
           05  WS-ERROR-KEY               PIC X(10).

      * Per-File Masking and Certification Counts - one slot per
      * unload file, in the order the files are processed
       01  WS-MASK-STATS.
           05  WS-MS-FILE-NAMES.
               10  FILLER  PIC X(12) VALUE "DRACCOUNTS".
               10  FILLER  PIC X(12) VALUE "DRTRANS".
               10  FILLER  PIC X(12) VALUE "DRHOLDS".
               10  FILLER  PIC X(12) VALUE "DRORDERS".
               10  FILLER  PIC X(12) VALUE "DRCUSTOMERS".
               10  FILLER  PIC X(12) VALUE "DRCARDS".
               10  FILLER  PIC X(12) VALUE "DRCONTROL".
           05  WS-MS-FILE-NAME REDEFINES WS-MS-FILE-NAMES
                                          PIC X(12) OCCURS 7 TIMES.
           05  WS-MS-SLOT OCCURS 7 TIMES.
               10  WS-MS-RECORDS-IN       PIC 9(9) COMP.
               10  WS-MS-RECORDS-OUT      PIC 9(9) COMP.
               10  WS-MS-FIELDS-MASKED    PIC 9(9) COMP.
               10  WS-MS-RECORDS-PROVED   PIC 9(9) COMP.
               10  WS-MS-EXCEPTIONS       PIC 9(9) COMP.
           05  WS-MS-INDEX                PIC 9(2) COMP VALUE ZERO.
           05  WS-MS-FILE-COUNT           PIC 9(2) COMP VALUE 7.

      * Detail footing proved against each input trailer
       01  WS-FOOT-TOTALS.
           05  WS-FOOT-COUNT              PIC 9(9) VALUE ZERO.
           05  WS-FOOT-AMOUNT             PIC S9(15)V99 VALUE ZERO.

      * Replacement Value Pools - the masked identity is assembled
      * from these by the seed, so nothing in it comes from the
      * value it replaces
       01  WS-MASK-POOLS.
           05  WS-FIRST-NAME-VALUES.
               10  FILLER  PIC X(10) VALUE "AVERY".
               10  FILLER  PIC X(10) VALUE "BLAIR".
               10  FILLER  PIC X(10) VALUE "CAMERON".
               10  FILLER  PIC X(10) VALUE "DAKOTA".
               10  FILLER  PIC X(10) VALUE "EMERSON".
               10  FILLER  PIC X(10) VALUE "FINLEY".
               10  FILLER  PIC X(10) VALUE "GRAY".
               10  FILLER  PIC X(10) VALUE "HARPER".
               10  FILLER  PIC X(10) VALUE "INDIGO".
               10  FILLER  PIC X(10) VALUE "JORDAN".
               10  FILLER  PIC X(10) VALUE "KENDALL".
               10  FILLER  PIC X(10) VALUE "LOGAN".
               10  FILLER  PIC X(10) VALUE "MORGAN".
               10  FILLER  PIC X(10) VALUE "NOEL".
               10  FILLER  PIC X(10) VALUE "OAKLEY".
               10  FILLER  PIC X(10) VALUE "PARKER".
               10  FILLER  PIC X(10) VALUE "QUINN".
               10  FILLER  PIC X(10) VALUE "REESE".
               10  FILLER  PIC X(10) VALUE "SAWYER".
               10  FILLER  PIC X(10) VALUE "TAYLOR".
               10  FILLER  PIC X(10) VALUE "URBAN".
               10  FILLER  PIC X(10) VALUE "VAUGHN".
               10  FILLER  PIC X(10) VALUE "WINTER".
               10  FILLER  PIC X(10) VALUE "ROWAN".
           05  WS-FIRST-NAME REDEFINES WS-FIRST-NAME-VALUES
                                          PIC X(10) OCCURS 24 TIMES.
           05  WS-LAST-NAME-VALUES.
               10  FILLER  PIC X(10) VALUE "ASHWORTH".
               10  FILLER  PIC X(10) VALUE "BRAMBLE".
               10  FILLER  PIC X(10) VALUE "COLDWATER".
               10  FILLER  PIC X(10) VALUE "DUNMORE".
               10  FILLER  PIC X(10) VALUE "ELDRIDGE".
               10  FILLER  PIC X(10) VALUE "FAIRBANK".
               10  FILLER  PIC X(10) VALUE "GLENWOOD".
               10  FILLER  PIC X(10) VALUE "HOLLOWAY".
               10  FILLER  PIC X(10) VALUE "IVERSTONE".
               10  FILLER  PIC X(10) VALUE "JUNIPER".
               10  FILLER  PIC X(10) VALUE "KINGSLEY".
               10  FILLER  PIC X(10) VALUE "LANGDALE".
               10  FILLER  PIC X(10) VALUE "MARLOWE".
               10  FILLER  PIC X(10) VALUE "NORTHCOTE".
               10  FILLER  PIC X(10) VALUE "OVERTON".
               10  FILLER  PIC X(10) VALUE "PEMBROKE".
               10  FILLER  PIC X(10) VALUE "QUARRY".
               10  FILLER  PIC X(10) VALUE "RADCLIFFE".
               10  FILLER  PIC X(10) VALUE "STANWICK".
               10  FILLER  PIC X(10) VALUE "THORNBURY".
               10  FILLER  PIC X(10) VALUE "UPLAND".
               10  FILLER  PIC X(10) VALUE "VALEMONT".
               10  FILLER  PIC X(10) VALUE "WHITLOCK".
               10  FILLER  PIC X(10) VALUE "YARDLEY".
           05  WS-LAST-NAME REDEFINES WS-LAST-NAME-VALUES
                                          PIC X(10) OCCURS 24 TIMES.
           05  WS-ENTITY-SUFFIX-VALUES.
               10  FILLER  PIC X(14) VALUE "HOLDINGS LLC".
               10  FILLER  PIC X(14) VALUE "TRADING CO".
               10  FILLER  PIC X(14) VALUE "PARTNERS LP".
               10  FILLER  PIC X(14) VALUE "SUPPLY INC".
               10  FILLER  PIC X(14) VALUE "PROPERTIES LLC".
               10  FILLER  PIC X(14) VALUE "SERVICES INC".
               10  FILLER  PIC X(14) VALUE "FARMS LLC".
               10  FILLER  PIC X(14) VALUE "GROUP INC".
           05  WS-ENTITY-SUFFIX REDEFINES WS-ENTITY-SUFFIX-VALUES
                                          PIC X(14) OCCURS 8 TIMES.
           05  WS-STREET-VALUES.
               10  FILLER  PIC X(10) VALUE "ALDER".
               10  FILLER  PIC X(10) VALUE "BIRCH".
               10  FILLER  PIC X(10) VALUE "CEDAR".
               10  FILLER  PIC X(10) VALUE "DOGWOOD".
               10  FILLER  PIC X(10) VALUE "ELM".
               10  FILLER  PIC X(10) VALUE "FIR".
               10  FILLER  PIC X(10) VALUE "HAWTHORN".
               10  FILLER  PIC X(10) VALUE "HICKORY".
               10  FILLER  PIC X(10) VALUE "LARCH".
               10  FILLER  PIC X(10) VALUE "LINDEN".
               10  FILLER  PIC X(10) VALUE "MAPLE".
               10  FILLER  PIC X(10) VALUE "MULBERRY".
               10  FILLER  PIC X(10) VALUE "PINE".
               10  FILLER  PIC X(10) VALUE "SPRUCE".
               10  FILLER  PIC X(10) VALUE "SYCAMORE".
               10  FILLER  PIC X(10) VALUE "WILLOW".
           05  WS-STREET-NAME REDEFINES WS-STREET-VALUES
                                          PIC X(10) OCCURS 16 TIMES.
           05  WS-STREET-TYPE-VALUES.
               10  FILLER  PIC X(4)  VALUE "ST".
               10  FILLER  PIC X(4)  VALUE "AVE".
               10  FILLER  PIC X(4)  VALUE "RD".
               10  FILLER  PIC X(4)  VALUE "LN".
           05  WS-STREET-TYPE REDEFINES WS-STREET-TYPE-VALUES
                                          PIC X(4) OCCURS 4 TIMES.
           05  WS-CITY-VALUES.
               10  FILLER  PIC X(20) VALUE "ALDERBROOK".
               10  FILLER  PIC X(20) VALUE "BRIARWOOD FALLS".
               10  FILLER  PIC X(20) VALUE "CRESTHAVEN".
               10  FILLER  PIC X(20) VALUE "DEERFIELD GAP".
               10  FILLER  PIC X(20) VALUE "EASTMERE".
               10  FILLER  PIC X(20) VALUE "FOXHOLLOW".
               10  FILLER  PIC X(20) VALUE "GREYSTONE".
               10  FILLER  PIC X(20) VALUE "HEATHERTON".
               10  FILLER  PIC X(20) VALUE "IRONBRIDGE".
               10  FILLER  PIC X(20) VALUE "JUNIPER FLATS".
               10  FILLER  PIC X(20) VALUE "KESTREL BAY".
               10  FILLER  PIC X(20) VALUE "LAKEMOOR".
               10  FILLER  PIC X(20) VALUE "MILLBROOK CROSSING".
               10  FILLER  PIC X(20) VALUE "NORTHVALE".
               10  FILLER  PIC X(20) VALUE "OAKRIDGE HEIGHTS".
               10  FILLER  PIC X(20) VALUE "PINECREST".
           05  WS-CITY-NAME REDEFINES WS-CITY-VALUES
                                          PIC X(20) OCCURS 16 TIMES.

      * Mask Seed Work Area - two independent hashes of the key
      * byte string, laid side by side as an 18-digit string the
      * numeric replacements are cut from
       01  WS-MASK-SEED-AREA.
           05  WS-MK-SOURCE               PIC X(16).
           05  WS-MK-BYTE                 PIC 9(2) COMP.
           05  WS-MK-SEED-1               PIC 9(9) COMP.
           05  WS-MK-SEED-2               PIC 9(9) COMP.
           05  WS-MK-WORK                 PIC 9(12) COMP.
           05  WS-MK-QUOTIENT             PIC 9(12) COMP.
           05  WS-MK-QUOTIENT-2           PIC 9(12) COMP.
           05  WS-MK-REMAINDER            PIC 9(9) COMP.
           05  WS-MK-DIGIT-AREA.
               10  WS-MK-DIGITS-1         PIC 9(9).
               10  WS-MK-DIGITS-2         PIC 9(9).
           05  WS-MK-DIGIT-STRING REDEFINES WS-MK-DIGIT-AREA
                                          PIC X(18).
           05  WS-MK-FIRST-IX             PIC 9(2) COMP.
           05  WS-MK-LAST-IX              PIC 9(2) COMP.
           05  WS-MK-SUFFIX-IX            PIC 9(2) COMP.
           05  WS-MK-STREET-IX            PIC 9(2) COMP.
           05  WS-MK-TYPE-IX              PIC 9(2) COMP.
           05  WS-MK-CITY-IX              PIC 9(2) COMP.
           05  WS-MK-HOUSE-BASE           PIC 9(4).
           05  WS-MK-HOUSE-NUMBER         PIC 9(4).

      * The identity values as read, held while the record is
      * masked so the certificate can prove each one was replaced
       01  WS-ORIGINAL-VALUES.
           05  WS-ORIG-IDENTITY.
               10  WS-OI-CUSTOMER-NAME    PIC X(40).
               10  WS-OI-ADDRESS-LINE-1   PIC X(40).
               10  WS-OI-ADDRESS-LINE-2   PIC X(40).
               10  WS-OI-CITY             PIC X(20).
               10  WS-OI-POSTAL-CODE      PIC X(10).
               10  WS-OI-PHONE-NUMBER     PIC X(15).
               10  WS-OI-EMAIL-ADDRESS    PIC X(40).
               10  WS-OI-TAX-ID-NUMBER    PIC X(9).
           05  WS-ORIG-CARD-NUMBER        PIC X(16).
           05  WS-ORIG-DESCRIPTION        PIC X(40).

      * Masking and Certification Work Area
       01  WS-MASK-WORK.
           05  WS-MK-FIELDS-THIS-RECORD   PIC 9(2) COMP.
           05  WS-MK-DESCRIPTION          PIC X(40).
           05  WS-MK-EMAIL-TALLY          PIC 9(4) COMP.
           05  WS-MK-FIELD-NAME           PIC X(16).
           05  WS-MK-FINDING              PIC X(30).
           05  WS-MK-FINDING-KEY          PIC X(10).
           05  WS-CERT-PASS-FLAG          PIC X VALUE 'N'.
               88  CERTIFY-PASS           VALUE 'Y'.
               88  MASK-PASS              VALUE 'N'.
           05  WS-MK-FINDINGS-BEFORE      PIC 9(9) COMP.
           05  WS-MK-SHORT-FLAG           PIC X VALUE 'N'.
               88  MASK-FILE-SHORT        VALUE 'Y'.
               88  MASK-FILE-COMPLETE     VALUE 'N'.

      * Certificate Edit Fields
       01  WS-CERT-EDIT.
           05  WS-EDIT-IN                 PIC ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-OUT                PIC ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-MASKED             PIC ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-PROVED             PIC ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-EXCEPTIONS         PIC ZZZ,ZZ9.

      * Processing Statistics
       01  WS-PROCESSING-STATS.
           05  WS-TOTAL-MASKED            PIC 9(9) COMP VALUE ZERO.
           05  WS-TOTAL-EXCEPTIONS        PIC 9(9) COMP VALUE ZERO.

      * Work Areas and Flags
       01  WS-WORK-AREAS.
           05  WS-EOF-FLAG                PIC X VALUE 'N'.
               88  END-OF-FILE            VALUE 'Y'.
               88  NOT-END-OF-FILE        VALUE 'N'.

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
               DR-ACCOUNT-FILE
               DR-TRANS-FILE
               DR-HOLD-FILE
               DR-ORDER-FILE
               DR-CUSTOMER-FILE
               DR-CARD-FILE
               DR-CONTROL-FILE
               MASK-ACCOUNT-FILE
               MASK-TRANS-FILE
               MASK-HOLD-FILE
               MASK-ORDER-FILE
               MASK-CUSTOMER-FILE
               MASK-CARD-FILE
               MASK-CONTROL-FILE
               CERTIFICATE-FILE
               ERROR-LOG-FILE.

           DISPLAY "FILE PROCESSING ERROR DETECTED"
           PERFORM ABNORMAL-TERMINATION.
       END DECLARATIVES.

       MAIN-PROCESSING SECTION.
       MAIN-PROCESSING-ROUTINE.
           PERFORM INITIALIZATION-ROUTINE
           PERFORM MASK-ACCOUNT-SET
           PERFORM MASK-TRANS-SET
           PERFORM MASK-HOLD-SET
           PERFORM MASK-ORDER-SET
           PERFORM MASK-CUSTOMER-SET
           PERFORM MASK-CARD-SET
           PERFORM MASK-CONTROL-SET
           PERFORM REOPEN-SETS-FOR-CERTIFICATE
           PERFORM CERTIFY-ACCOUNT-SET
           PERFORM CERTIFY-TRANS-SET
           PERFORM CERTIFY-HOLD-SET
           PERFORM CERTIFY-ORDER-SET
           PERFORM CERTIFY-CUSTOMER-SET
           PERFORM CERTIFY-CARD-SET
           PERFORM CERTIFY-CONTROL-SET
           PERFORM WRITE-CERTIFICATE
           PERFORM GENERATE-SUMMARY-REPORT
           PERFORM CLEANUP-ROUTINE
           STOP RUN.

       INITIALIZATION-ROUTINE.
      * Open the certificate and error log first so a bad unload
      * set can be reported
           OPEN OUTPUT CERTIFICATE-FILE
                OUTPUT ERROR-LOG-FILE

           IF WS-CERTIFICATE-STATUS NOT = "00"
              DISPLAY "ERROR OPENING MASKING CERTIFICATE FILE"
              PERFORM ABNORMAL-TERMINATION
           END-IF

           IF WS-ERROR-FILE-STATUS NOT = "00"
              DISPLAY "ERROR OPENING ERROR LOG FILE"
              PERFORM ABNORMAL-TERMINATION
           END-IF

      * Get current system date and time
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS

           DISPLAY "DR UNLOAD PII MASKING BATCH"
           DISPLAY "DATE: " WS-YEAR "-" WS-MONTH "-" WS-DAY
           DISPLAY "TIME: " WS-HOUR ":" WS-MINUTE ":" WS-SECOND

           OPEN INPUT DR-ACCOUNT-FILE
                INPUT DR-TRANS-FILE
                INPUT DR-HOLD-FILE
                INPUT DR-ORDER-FILE
                INPUT DR-CUSTOMER-FILE
                INPUT DR-CARD-FILE
                INPUT DR-CONTROL-FILE

           IF WS-DR-ACCOUNT-STATUS NOT = "00"
              OR WS-DR-TRANS-STATUS NOT = "00"
              OR WS-DR-HOLD-STATUS NOT = "00"
              OR WS-DR-ORDER-STATUS NOT = "00"
              OR WS-DR-CUSTOMER-STATUS NOT = "00"
              OR WS-DR-CARD-STATUS NOT = "00"
              OR WS-DR-CONTROL-STATUS NOT = "00"
              SET ERR-FILE-ACCESS TO TRUE
              MOVE "ERROR OPENING A DR UNLOAD FILE"
                  TO WS-ERROR-MESSAGE-PARAM
              PERFORM LOG-ERROR-WITH-CODE
              PERFORM ABNORMAL-TERMINATION
           END-IF

           OPEN OUTPUT MASK-ACCOUNT-FILE
                OUTPUT MASK-TRANS-FILE
                OUTPUT MASK-HOLD-FILE
                OUTPUT MASK-ORDER-FILE
                OUTPUT MASK-CUSTOMER-FILE
                OUTPUT MASK-CARD-FILE
                OUTPUT MASK-CONTROL-FILE

           IF WS-MK-ACCOUNT-STATUS NOT = "00"
              OR WS-MK-TRANS-STATUS NOT = "00"
              OR WS-MK-HOLD-STATUS NOT = "00"
              OR WS-MK-ORDER-STATUS NOT = "00"
              OR WS-MK-CUSTOMER-STATUS NOT = "00"
              OR WS-MK-CARD-STATUS NOT = "00"
              OR WS-MK-CONTROL-STATUS NOT = "00"
              SET ERR-FILE-ACCESS TO TRUE
              MOVE "ERROR OPENING A MASKED OUTPUT FILE"
                  TO WS-ERROR-MESSAGE-PARAM
              PERFORM LOG-ERROR-WITH-CODE
              PERFORM ABNORMAL-TERMINATION
           END-IF

           PERFORM CLEAR-ONE-MASK-SLOT
               VARYING WS-MS-INDEX FROM 1 BY 1
               UNTIL WS-MS-INDEX > WS-MS-FILE-COUNT

           SET MASK-PASS TO TRUE

           MOVE SPACES TO CERTIFICATE-RECORD
           STRING "DR UNLOAD PII MASKING CERTIFICATE   RUN DATE "
               WS-YEAR "-" WS-MONTH "-" WS-DAY
               DELIMITED BY SIZE
               INTO CERTIFICATE-RECORD
           WRITE CERTIFICATE-RECORD.

       CLEAR-ONE-MASK-SLOT.
           MOVE ZERO TO WS-MS-RECORDS-IN (WS-MS-INDEX)
           MOVE ZERO TO WS-MS-RECORDS-OUT (WS-MS-INDEX)
           MOVE ZERO TO WS-MS-FIELDS-MASKED (WS-MS-INDEX)
           MOVE ZERO TO WS-MS-RECORDS-PROVED (WS-MS-INDEX)
           MOVE ZERO TO WS-MS-EXCEPTIONS (WS-MS-INDEX).

      *================================================================*
      * Mask pass - every input record is copied to the masked file; *
      * details are masked in place first and footed as they go, and  *
      * a file that doesn't foot to its trailer stops the run before  *
      * a damaged set can reach a test region                         *
      *================================================================*
       MASK-ACCOUNT-SET.
           MOVE 1 TO WS-MS-INDEX
           MOVE ZERO TO WS-FOOT-COUNT
           MOVE ZERO TO WS-FOOT-AMOUNT
           SET NOT-END-OF-FILE TO TRUE
           PERFORM MASK-NEXT-ACCOUNT
               UNTIL END-OF-FILE.

       MASK-NEXT-ACCOUNT.
           READ DR-ACCOUNT-FILE
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-MS-RECORDS-IN (WS-MS-INDEX)
                   EVALUATE DA-RECORD-TYPE
                       WHEN "D"
                           ADD 1 TO WS-FOOT-COUNT
                           ADD DA-ACCOUNT-BALANCE TO WS-FOOT-AMOUNT
                       WHEN "T"
                           IF WS-FOOT-COUNT NOT = DA-CONTROL-COUNT
                              OR WS-FOOT-AMOUNT NOT =
                                 DA-CONTROL-AMOUNT
                               PERFORM FAIL-CONTROL-MISMATCH
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
                   WRITE MK-ACCOUNT-RECORD FROM DR-ACCOUNT-RECORD
                   ADD 1 TO WS-MS-RECORDS-OUT (WS-MS-INDEX)
           END-READ.

       MASK-TRANS-SET.
           MOVE 2 TO WS-MS-INDEX
           MOVE ZERO TO WS-FOOT-COUNT
           MOVE ZERO TO WS-FOOT-AMOUNT
           SET NOT-END-OF-FILE TO TRUE
           PERFORM MASK-NEXT-TRANS
               UNTIL END-OF-FILE.

       MASK-NEXT-TRANS.
           READ DR-TRANS-FILE
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-MS-RECORDS-IN (WS-MS-INDEX)
                   EVALUATE DT-RECORD-TYPE
                       WHEN "D"
                           PERFORM MASK-TRANS-DETAIL
                           ADD WS-MK-FIELDS-THIS-RECORD
                               TO WS-MS-FIELDS-MASKED (WS-MS-INDEX)
                           ADD 1 TO WS-FOOT-COUNT
                           ADD DT-AMOUNT TO WS-FOOT-AMOUNT
                       WHEN "T"
                           IF WS-FOOT-COUNT NOT = DT-CONTROL-COUNT
                              OR WS-FOOT-AMOUNT NOT =
                                 DT-CONTROL-AMOUNT
                               PERFORM FAIL-CONTROL-MISMATCH
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
                   WRITE MK-TRANS-RECORD FROM DR-TRANS-RECORD
                   ADD 1 TO WS-MS-RECORDS-OUT (WS-MS-INDEX)
           END-READ.

       MASK-HOLD-SET.
           MOVE 3 TO WS-MS-INDEX
           MOVE ZERO TO WS-FOOT-COUNT
           MOVE ZERO TO WS-FOOT-AMOUNT
           SET NOT-END-OF-FILE TO TRUE
           PERFORM MASK-NEXT-HOLD
               UNTIL END-OF-FILE.

       MASK-NEXT-HOLD.
           READ DR-HOLD-FILE
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-MS-RECORDS-IN (WS-MS-INDEX)
                   EVALUATE DH-RECORD-TYPE
                       WHEN "D"
                           ADD 1 TO WS-FOOT-COUNT
                           ADD DH-HOLD-AMOUNT TO WS-FOOT-AMOUNT
                       WHEN "T"
                           IF WS-FOOT-COUNT NOT = DH-CONTROL-COUNT
                              OR WS-FOOT-AMOUNT NOT =
                                 DH-CONTROL-AMOUNT
                               PERFORM FAIL-CONTROL-MISMATCH
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
                   WRITE MK-HOLD-RECORD FROM DR-HOLD-RECORD
                   ADD 1 TO WS-MS-RECORDS-OUT (WS-MS-INDEX)
           END-READ.

       MASK-ORDER-SET.
           MOVE 4 TO WS-MS-INDEX
           MOVE ZERO TO WS-FOOT-COUNT
           MOVE ZERO TO WS-FOOT-AMOUNT
           SET NOT-END-OF-FILE TO TRUE
           PERFORM MASK-NEXT-ORDER
               UNTIL END-OF-FILE.

       MASK-NEXT-ORDER.
           READ DR-ORDER-FILE
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-MS-RECORDS-IN (WS-MS-INDEX)
                   EVALUATE DO-RECORD-TYPE
                       WHEN "D"
                           ADD 1 TO WS-FOOT-COUNT
                           ADD DO-AMOUNT TO WS-FOOT-AMOUNT
                       WHEN "T"
                           IF WS-FOOT-COUNT NOT = DO-CONTROL-COUNT
                              OR WS-FOOT-AMOUNT NOT =
                                 DO-CONTROL-AMOUNT
                               PERFORM FAIL-CONTROL-MISMATCH
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
                   WRITE MK-ORDER-RECORD FROM DR-ORDER-RECORD
                   ADD 1 TO WS-MS-RECORDS-OUT (WS-MS-INDEX)
           END-READ.

       MASK-CUSTOMER-SET.
           MOVE 5 TO WS-MS-INDEX
           MOVE ZERO TO WS-FOOT-COUNT
           MOVE ZERO TO WS-FOOT-AMOUNT
           SET NOT-END-OF-FILE TO TRUE
           PERFORM MASK-NEXT-CUSTOMER
               UNTIL END-OF-FILE.

       MASK-NEXT-CUSTOMER.
           READ DR-CUSTOMER-FILE
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-MS-RECORDS-IN (WS-MS-INDEX)
                   EVALUATE DM-RECORD-TYPE
                       WHEN "D"
                           PERFORM MASK-CUSTOMER-DETAIL
                           ADD WS-MK-FIELDS-THIS-RECORD
                               TO WS-MS-FIELDS-MASKED (WS-MS-INDEX)
                           ADD 1 TO WS-FOOT-COUNT
                       WHEN "T"
                           IF WS-FOOT-COUNT NOT = DM-CONTROL-COUNT
                               PERFORM FAIL-CONTROL-MISMATCH
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
                   WRITE MK-CUSTOMER-RECORD FROM DR-CUSTOMER-RECORD
                   ADD 1 TO WS-MS-RECORDS-OUT (WS-MS-INDEX)
           END-READ.

       MASK-CARD-SET.
           MOVE 6 TO WS-MS-INDEX
           MOVE ZERO TO WS-FOOT-COUNT
           MOVE ZERO TO WS-FOOT-AMOUNT
           SET NOT-END-OF-FILE TO TRUE
           PERFORM MASK-NEXT-CARD
               UNTIL END-OF-FILE.

       MASK-NEXT-CARD.
           READ DR-CARD-FILE
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-MS-RECORDS-IN (WS-MS-INDEX)
                   EVALUATE DK-RECORD-TYPE
                       WHEN "D"
                           PERFORM MASK-CARD-DETAIL
                           ADD WS-MK-FIELDS-THIS-RECORD
                               TO WS-MS-FIELDS-MASKED (WS-MS-INDEX)
                           ADD 1 TO WS-FOOT-COUNT
                           ADD DK-DAILY-LIMIT TO WS-FOOT-AMOUNT
                       WHEN "T"
                           IF WS-FOOT-COUNT NOT = DK-CONTROL-COUNT
                              OR WS-FOOT-AMOUNT NOT =
                                 DK-CONTROL-AMOUNT
                               PERFORM FAIL-CONTROL-MISMATCH
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
                   WRITE MK-CARD-RECORD FROM DR-CARD-RECORD
                   ADD 1 TO WS-MS-RECORDS-OUT (WS-MS-INDEX)
           END-READ.

       MASK-CONTROL-SET.
           MOVE 7 TO WS-MS-INDEX
           MOVE ZERO TO WS-FOOT-COUNT
           SET NOT-END-OF-FILE TO TRUE
           PERFORM MASK-NEXT-CONTROL
               UNTIL END-OF-FILE.

       MASK-NEXT-CONTROL.
           READ DR-CONTROL-FILE
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-MS-RECORDS-IN (WS-MS-INDEX)
                   EVALUATE DC-RECORD-TYPE
                       WHEN "D"
                           ADD 1 TO WS-FOOT-COUNT
                       WHEN "T"
                           IF WS-FOOT-COUNT NOT = DC-CONTROL-COUNT
                               PERFORM FAIL-CONTROL-MISMATCH
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
                   WRITE MK-CONTROL-RECORD FROM DR-CONTROL-RECORD
                   ADD 1 TO WS-MS-RECORDS-OUT (WS-MS-INDEX)
           END-READ.

      *================================================================*
      * Field masking - shared by both passes so the certificate     *
      * rebuilds exactly what the mask pass wrote                     *
      *================================================================*
       MASK-TRANS-DETAIL.
      * Free text can carry anything a teller or customer typed -
      * a described item keeps only its channel and type
           MOVE ZERO TO WS-MK-FIELDS-THIS-RECORD
           MOVE DT-DESCRIPTION TO WS-ORIG-DESCRIPTION
           IF DT-DESCRIPTION NOT = SPACES
               PERFORM BUILD-MASKED-DESCRIPTION
               MOVE WS-MK-DESCRIPTION TO DT-DESCRIPTION
               ADD 1 TO WS-MK-FIELDS-THIS-RECORD
           END-IF.

       BUILD-MASKED-DESCRIPTION.
           MOVE SPACES TO WS-MK-DESCRIPTION
           STRING "TEST ITEM " DT-CHANNEL-CODE " TYPE "
               DT-TRANSACTION-TYPE
               DELIMITED BY SIZE
               INTO WS-MK-DESCRIPTION.

       MASK-CUSTOMER-DETAIL.
      * Every replacement comes from the customer ID's seed, so the
      * customer masks the same way on every run and in every file;
      * a field blank on input stays blank
           MOVE ZERO TO WS-MK-FIELDS-THIS-RECORD
           MOVE DM-IDENTITY TO WS-ORIG-IDENTITY
           MOVE SPACES TO WS-MK-SOURCE
           MOVE DM-CUSTOMER-ID TO WS-MK-SOURCE
           PERFORM COMPUTE-MASK-SEED
           PERFORM DRAW-IDENTITY-INDEXES

           PERFORM BUILD-MASKED-NAME
           IF DM-CUSTOMER-NAME = WS-OI-CUSTOMER-NAME
               PERFORM ADVANCE-NAME-INDEXES
               PERFORM BUILD-MASKED-NAME
           END-IF
           IF WS-OI-CUSTOMER-NAME NOT = SPACES
               ADD 1 TO WS-MK-FIELDS-THIS-RECORD
           END-IF

           IF WS-OI-ADDRESS-LINE-1 NOT = SPACES
               PERFORM BUILD-MASKED-STREET
               IF DM-ADDRESS-LINE-1 = WS-OI-ADDRESS-LINE-1
                   PERFORM ADVANCE-HOUSE-NUMBER
                   PERFORM BUILD-MASKED-STREET
               END-IF
               ADD 1 TO WS-MK-FIELDS-THIS-RECORD
           END-IF

           IF WS-OI-ADDRESS-LINE-2 NOT = SPACES
               MOVE SPACES TO DM-ADDRESS-LINE-2
               STRING "APT " WS-MK-DIGIT-STRING (5:3)
                   DELIMITED BY SIZE
                   INTO DM-ADDRESS-LINE-2
               ADD 1 TO WS-MK-FIELDS-THIS-RECORD
           END-IF

           IF WS-OI-CITY NOT = SPACES
               MOVE WS-CITY-NAME (WS-MK-CITY-IX) TO DM-CITY
               IF DM-CITY = WS-OI-CITY
                   PERFORM ADVANCE-CITY-INDEX
                   MOVE WS-CITY-NAME (WS-MK-CITY-IX) TO DM-CITY
               END-IF
               ADD 1 TO WS-MK-FIELDS-THIS-RECORD
           END-IF

      * ZIP codes beginning 00 are not delivered to
           IF WS-OI-POSTAL-CODE NOT = SPACES
               MOVE SPACES TO DM-POSTAL-CODE
               STRING "00" WS-MK-DIGIT-STRING (8:3)
                   DELIMITED BY SIZE
                   INTO DM-POSTAL-CODE
               ADD 1 TO WS-MK-FIELDS-THIS-RECORD
           END-IF

      * 555 is the exchange reserved for fictitious numbers
           IF WS-OI-PHONE-NUMBER NOT = SPACES
               MOVE SPACES TO DM-PHONE-NUMBER
               STRING "555" WS-MK-DIGIT-STRING (11:7)
                   DELIMITED BY SIZE
                   INTO DM-PHONE-NUMBER
               ADD 1 TO WS-MK-FIELDS-THIS-RECORD
           END-IF

      * EXAMPLE.COM is reserved and never delivers mail
           IF WS-OI-EMAIL-ADDRESS NOT = SPACES
               MOVE SPACES TO DM-EMAIL-ADDRESS
               STRING WS-FIRST-NAME (WS-MK-FIRST-IX)
                      DELIMITED BY SPACE
                   "." DELIMITED BY SIZE
                   WS-LAST-NAME (WS-MK-LAST-IX)
                      DELIMITED BY SPACE
                   WS-MK-DIGIT-STRING (15:4) "@EXAMPLE.COM"
                      DELIMITED BY SIZE
                   INTO DM-EMAIL-ADDRESS
               ADD 1 TO WS-MK-FIELDS-THIS-RECORD
           END-IF

      * No EIN is issued with prefix 00 and no SSN with group 00
           IF WS-OI-TAX-ID-NUMBER NOT = SPACES
               MOVE SPACES TO DM-TAX-ID-NUMBER
               IF DM-TAX-ID-TYPE = "1"
                   STRING "00" WS-MK-DIGIT-STRING (9:7)
                       DELIMITED BY SIZE
                       INTO DM-TAX-ID-NUMBER
               ELSE
                   STRING WS-MK-DIGIT-STRING (4:3) "00"
                       WS-MK-DIGIT-STRING (14:4)
                       DELIMITED BY SIZE
                       INTO DM-TAX-ID-NUMBER
               END-IF
               ADD 1 TO WS-MK-FIELDS-THIS-RECORD
           END-IF.

       BUILD-MASKED-NAME.
      * Legal entities (TIN type 1) mask to a business name
           MOVE SPACES TO DM-CUSTOMER-NAME
           IF DM-TAX-ID-TYPE = "1"
               STRING WS-LAST-NAME (WS-MK-LAST-IX)
                      DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   WS-ENTITY-SUFFIX (WS-MK-SUFFIX-IX)
                      DELIMITED BY "  "
                   INTO DM-CUSTOMER-NAME
           ELSE
               STRING WS-FIRST-NAME (WS-MK-FIRST-IX)
                      DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   WS-LAST-NAME (WS-MK-LAST-IX)
                      DELIMITED BY SPACE
                   INTO DM-CUSTOMER-NAME
           END-IF.

       BUILD-MASKED-STREET.
           MOVE SPACES TO DM-ADDRESS-LINE-1
           STRING WS-MK-HOUSE-NUMBER " " DELIMITED BY SIZE
               WS-STREET-NAME (WS-MK-STREET-IX)
                  DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               WS-STREET-TYPE (WS-MK-TYPE-IX)
                  DELIMITED BY SPACE
               INTO DM-ADDRESS-LINE-1.

       ADVANCE-NAME-INDEXES.
      * The drawn name happened to be the customer's own
           IF WS-MK-FIRST-IX = 24
               MOVE 1 TO WS-MK-FIRST-IX
           ELSE
               ADD 1 TO WS-MK-FIRST-IX
           END-IF
           IF WS-MK-SUFFIX-IX = 8
               MOVE 1 TO WS-MK-SUFFIX-IX
           ELSE
               ADD 1 TO WS-MK-SUFFIX-IX
           END-IF.

       ADVANCE-HOUSE-NUMBER.
           IF WS-MK-HOUSE-NUMBER = 9999
               MOVE 1000 TO WS-MK-HOUSE-NUMBER
           ELSE
               ADD 1 TO WS-MK-HOUSE-NUMBER
           END-IF.

       ADVANCE-CITY-INDEX.
           IF WS-MK-CITY-IX = 16
               MOVE 1 TO WS-MK-CITY-IX
           ELSE
               ADD 1 TO WS-MK-CITY-IX
           END-IF.

       MASK-CARD-DETAIL.
      * The card keeps its BIN, so it still routes as the same
      * product, and its last four, so a tester can still find it;
      * the middle six come from the card number's own seed
           MOVE ZERO TO WS-MK-FIELDS-THIS-RECORD
           MOVE DK-CARD-NUMBER TO WS-ORIG-CARD-NUMBER
           MOVE DK-CARD-NUMBER TO WS-MK-SOURCE
           PERFORM COMPUTE-MASK-SEED
           MOVE WS-MK-DIGIT-STRING (1:6) TO DK-CARD-MIDDLE
           IF DK-CARD-NUMBER = WS-ORIG-CARD-NUMBER
               MOVE WS-MK-DIGIT-STRING (10:6) TO DK-CARD-MIDDLE
           END-IF
           ADD 1 TO WS-MK-FIELDS-THIS-RECORD.

       COMPUTE-MASK-SEED.
      * Two independent polynomial hashes of WS-MK-SOURCE, each kept
      * below a nine-digit prime
           MOVE 7 TO WS-MK-SEED-1
           MOVE 11 TO WS-MK-SEED-2
           PERFORM ADD-MASK-SEED-BYTE
               VARYING WS-MK-BYTE FROM 1 BY 1
               UNTIL WS-MK-BYTE > 16
           MOVE WS-MK-SEED-1 TO WS-MK-DIGITS-1
           MOVE WS-MK-SEED-2 TO WS-MK-DIGITS-2.

       ADD-MASK-SEED-BYTE.
           COMPUTE WS-MK-WORK = WS-MK-SEED-1 * 131
               + FUNCTION ORD (WS-MK-SOURCE (WS-MK-BYTE:1))
           DIVIDE WS-MK-WORK BY 999999937
               GIVING WS-MK-QUOTIENT REMAINDER WS-MK-SEED-1
           COMPUTE WS-MK-WORK = WS-MK-SEED-2 * 257
               + FUNCTION ORD (WS-MK-SOURCE (WS-MK-BYTE:1))
           DIVIDE WS-MK-WORK BY 999999929
               GIVING WS-MK-QUOTIENT REMAINDER WS-MK-SEED-2.

       DRAW-IDENTITY-INDEXES.
      * Name parts from the first seed, address parts from the
      * second
           DIVIDE WS-MK-SEED-1 BY 24
               GIVING WS-MK-QUOTIENT REMAINDER WS-MK-REMAINDER
           COMPUTE WS-MK-FIRST-IX = WS-MK-REMAINDER + 1
           DIVIDE WS-MK-QUOTIENT BY 24
               GIVING WS-MK-QUOTIENT-2 REMAINDER WS-MK-REMAINDER
           COMPUTE WS-MK-LAST-IX = WS-MK-REMAINDER + 1
           DIVIDE WS-MK-QUOTIENT-2 BY 8
               GIVING WS-MK-QUOTIENT REMAINDER WS-MK-REMAINDER
           COMPUTE WS-MK-SUFFIX-IX = WS-MK-REMAINDER + 1

           DIVIDE WS-MK-SEED-2 BY 16
               GIVING WS-MK-QUOTIENT REMAINDER WS-MK-REMAINDER
           COMPUTE WS-MK-STREET-IX = WS-MK-REMAINDER + 1
           DIVIDE WS-MK-QUOTIENT BY 4
               GIVING WS-MK-QUOTIENT-2 REMAINDER WS-MK-REMAINDER
           COMPUTE WS-MK-TYPE-IX = WS-MK-REMAINDER + 1
           DIVIDE WS-MK-QUOTIENT-2 BY 16
               GIVING WS-MK-QUOTIENT REMAINDER WS-MK-REMAINDER
           COMPUTE WS-MK-CITY-IX = WS-MK-REMAINDER + 1

           MOVE WS-MK-DIGIT-STRING (1:4) TO WS-MK-HOUSE-BASE
           DIVIDE WS-MK-HOUSE-BASE BY 9000
               GIVING WS-MK-QUOTIENT REMAINDER WS-MK-REMAINDER
           COMPUTE WS-MK-HOUSE-NUMBER = WS-MK-REMAINDER + 1000.

       FAIL-CONTROL-MISMATCH.
      * An unload file that doesn't foot to its trailer is damaged
      * or incomplete - no masked copy is made from it
           SET ERR-BATCH-IMBALANCE TO TRUE
           MOVE WS-MS-FILE-NAME (WS-MS-INDEX) TO WS-ERROR-KEY
           MOVE "UNLOAD FILE DOES NOT FOOT TO ITS TRAILER"
               TO WS-ERROR-MESSAGE-PARAM
           PERFORM LOG-ERROR-WITH-CODE
           MOVE SPACES TO CERTIFICATE-RECORD
           STRING "NOT CERTIFIED - " WS-MS-FILE-NAME (WS-MS-INDEX)
               " DOES NOT FOOT TO ITS TRAILER"
               DELIMITED BY SIZE
               INTO CERTIFICATE-RECORD
           WRITE CERTIFICATE-RECORD
           PERFORM ABNORMAL-TERMINATION.

       REOPEN-SETS-FOR-CERTIFICATE.
      * The certificate is taken from what is on disk, not from
      * what this run believes it wrote
           CLOSE DR-ACCOUNT-FILE
                 DR-TRANS-FILE
                 DR-HOLD-FILE
                 DR-ORDER-FILE
                 DR-CUSTOMER-FILE
                 DR-CARD-FILE
                 DR-CONTROL-FILE
                 MASK-ACCOUNT-FILE
                 MASK-TRANS-FILE
                 MASK-HOLD-FILE
                 MASK-ORDER-FILE
                 MASK-CUSTOMER-FILE
                 MASK-CARD-FILE
                 MASK-CONTROL-FILE

           OPEN INPUT DR-ACCOUNT-FILE
                INPUT DR-TRANS-FILE
                INPUT DR-HOLD-FILE
                INPUT DR-ORDER-FILE
                INPUT DR-CUSTOMER-FILE
                INPUT DR-CARD-FILE
                INPUT DR-CONTROL-FILE
                INPUT MASK-ACCOUNT-FILE
                INPUT MASK-TRANS-FILE
                INPUT MASK-HOLD-FILE
                INPUT MASK-ORDER-FILE
                INPUT MASK-CUSTOMER-FILE
                INPUT MASK-CARD-FILE
                INPUT MASK-CONTROL-FILE

           IF WS-MK-ACCOUNT-STATUS NOT = "00"
              OR WS-MK-TRANS-STATUS NOT = "00"
              OR WS-MK-HOLD-STATUS NOT = "00"
              OR WS-MK-ORDER-STATUS NOT = "00"
              OR WS-MK-CUSTOMER-STATUS NOT = "00"
              OR WS-MK-CARD-STATUS NOT = "00"
              OR WS-MK-CONTROL-STATUS NOT = "00"
              SET ERR-FILE-ACCESS TO TRUE
              MOVE "ERROR REOPENING A MASKED FILE FOR CERTIFICATE"
                  TO WS-ERROR-MESSAGE-PARAM
              PERFORM LOG-ERROR-WITH-CODE
              PERFORM ABNORMAL-TERMINATION
           END-IF

           SET CERTIFY-PASS TO TRUE

           MOVE SPACES TO CERTIFICATE-RECORD
           WRITE CERTIFICATE-RECORD
           MOVE SPACES TO CERTIFICATE-RECORD
           STRING "EXCEPTIONS  KEY         FIELD            FINDING"
               DELIMITED BY SIZE
               INTO CERTIFICATE-RECORD
           WRITE CERTIFICATE-RECORD.

      *================================================================*
      * Certificate pass - each input record is masked again and must *
      * equal the masked record on disk byte for byte, which proves   *
      * nothing but the PII fields moved; each PII field must then no *
      * longer hold its input value and must be in mask format        *
      *================================================================*
       CERTIFY-ACCOUNT-SET.
           MOVE 1 TO WS-MS-INDEX
           SET NOT-END-OF-FILE TO TRUE
           SET MASK-FILE-COMPLETE TO TRUE
           PERFORM CERTIFY-NEXT-ACCOUNT
               UNTIL END-OF-FILE
           IF MASK-FILE-COMPLETE
               READ MASK-ACCOUNT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM RECORD-EXTRA-MASK-RECORDS
               END-READ
           END-IF.

       CERTIFY-NEXT-ACCOUNT.
           READ DR-ACCOUNT-FILE
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   READ MASK-ACCOUNT-FILE
                       AT END
                           PERFORM RECORD-SHORT-MASK-FILE
                       NOT AT END
                           IF MK-ACCOUNT-RECORD = DR-ACCOUNT-RECORD
                               ADD 1 TO
                                   WS-MS-RECORDS-PROVED (WS-MS-INDEX)
                           ELSE
                               MOVE DA-CUSTOMER-ID TO WS-MK-FINDING-KEY
                               PERFORM RECORD-ALTERED-RECORD
                           END-IF
                   END-READ
           END-READ.

       CERTIFY-TRANS-SET.
           MOVE 2 TO WS-MS-INDEX
           SET NOT-END-OF-FILE TO TRUE
           SET MASK-FILE-COMPLETE TO TRUE
           PERFORM CERTIFY-NEXT-TRANS
               UNTIL END-OF-FILE
           IF MASK-FILE-COMPLETE
               READ MASK-TRANS-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM RECORD-EXTRA-MASK-RECORDS
               END-READ
           END-IF.

       CERTIFY-NEXT-TRANS.
           READ DR-TRANS-FILE
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   READ MASK-TRANS-FILE
                       AT END
                           PERFORM RECORD-SHORT-MASK-FILE
                       NOT AT END
                           PERFORM CERTIFY-TRANS-RECORD
                   END-READ
           END-READ.

       CERTIFY-TRANS-RECORD.
           MOVE DT-CUSTOMER-ID TO WS-MK-FINDING-KEY
           IF DT-RECORD-TYPE = "D"
               PERFORM MASK-TRANS-DETAIL
           END-IF

           IF MK-TRANS-RECORD NOT = DR-TRANS-RECORD
               PERFORM RECORD-ALTERED-RECORD
           ELSE
               IF DT-RECORD-TYPE = "D"
                  AND WS-ORIG-DESCRIPTION NOT = SPACES
                  AND DT-DESCRIPTION = WS-ORIG-DESCRIPTION
                   MOVE "DESCRIPTION" TO WS-MK-FIELD-NAME
                   MOVE "INPUT VALUE SURVIVED" TO WS-MK-FINDING
                   PERFORM RECORD-PII-EXCEPTION
               ELSE
                   ADD 1 TO WS-MS-RECORDS-PROVED (WS-MS-INDEX)
               END-IF
           END-IF.

       CERTIFY-HOLD-SET.
           MOVE 3 TO WS-MS-INDEX
           SET NOT-END-OF-FILE TO TRUE
           SET MASK-FILE-COMPLETE TO TRUE
           PERFORM CERTIFY-NEXT-HOLD
               UNTIL END-OF-FILE
           IF MASK-FILE-COMPLETE
               READ MASK-HOLD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM RECORD-EXTRA-MASK-RECORDS
               END-READ
           END-IF.

       CERTIFY-NEXT-HOLD.
           READ DR-HOLD-FILE
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   READ MASK-HOLD-FILE
                       AT END
                           PERFORM RECORD-SHORT-MASK-FILE
                       NOT AT END
                           IF MK-HOLD-RECORD = DR-HOLD-RECORD
                               ADD 1 TO
                                   WS-MS-RECORDS-PROVED (WS-MS-INDEX)
                           ELSE
                               MOVE DH-ACCOUNT-ID TO WS-MK-FINDING-KEY
                               PERFORM RECORD-ALTERED-RECORD
                           END-IF
                   END-READ
           END-READ.

       CERTIFY-ORDER-SET.
           MOVE 4 TO WS-MS-INDEX
           SET NOT-END-OF-FILE TO TRUE
           SET MASK-FILE-COMPLETE TO TRUE
           PERFORM CERTIFY-NEXT-ORDER
               UNTIL END-OF-FILE
           IF MASK-FILE-COMPLETE
               READ MASK-ORDER-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM RECORD-EXTRA-MASK-RECORDS
               END-READ
           END-IF.

       CERTIFY-NEXT-ORDER.
           READ DR-ORDER-FILE
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   READ MASK-ORDER-FILE
                       AT END
                           PERFORM RECORD-SHORT-MASK-FILE
                       NOT AT END
                           IF MK-ORDER-RECORD = DR-ORDER-RECORD
                               ADD 1 TO
                                   WS-MS-RECORDS-PROVED (WS-MS-INDEX)
                           ELSE
                               MOVE DO-ORDER-ID TO WS-MK-FINDING-KEY
                               PERFORM RECORD-ALTERED-RECORD
                           END-IF
                   END-READ
           END-READ.

       CERTIFY-CUSTOMER-SET.
           MOVE 5 TO WS-MS-INDEX
           SET NOT-END-OF-FILE TO TRUE
           SET MASK-FILE-COMPLETE TO TRUE
           PERFORM CERTIFY-NEXT-CUSTOMER
               UNTIL END-OF-FILE
           IF MASK-FILE-COMPLETE
               READ MASK-CUSTOMER-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM RECORD-EXTRA-MASK-RECORDS
               END-READ
           END-IF.

       CERTIFY-NEXT-CUSTOMER.
           READ DR-CUSTOMER-FILE
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   READ MASK-CUSTOMER-FILE
                       AT END
                           PERFORM RECORD-SHORT-MASK-FILE
                       NOT AT END
                           PERFORM CERTIFY-CUSTOMER-RECORD
                   END-READ
           END-READ.

       CERTIFY-CUSTOMER-RECORD.
           MOVE DM-CUSTOMER-ID TO WS-MK-FINDING-KEY
           IF DM-RECORD-TYPE = "D"
               PERFORM MASK-CUSTOMER-DETAIL
           END-IF

           IF MK-CUSTOMER-RECORD NOT = DR-CUSTOMER-RECORD
               PERFORM RECORD-ALTERED-RECORD
           ELSE
               MOVE WS-TOTAL-EXCEPTIONS TO WS-MK-FINDINGS-BEFORE
               IF DM-RECORD-TYPE = "D"
                   PERFORM CHECK-CUSTOMER-IDENTITY
               END-IF
               IF WS-TOTAL-EXCEPTIONS = WS-MK-FINDINGS-BEFORE
                   ADD 1 TO WS-MS-RECORDS-PROVED (WS-MS-INDEX)
               END-IF
           END-IF.

       CHECK-CUSTOMER-IDENTITY.
      * No identity field may still carry its input value
           MOVE "INPUT VALUE SURVIVED" TO WS-MK-FINDING
           IF WS-OI-CUSTOMER-NAME NOT = SPACES
              AND DM-CUSTOMER-NAME = WS-OI-CUSTOMER-NAME
               MOVE "CUSTOMER-NAME" TO WS-MK-FIELD-NAME
               PERFORM RECORD-PII-EXCEPTION
           END-IF
           IF WS-OI-ADDRESS-LINE-1 NOT = SPACES
              AND DM-ADDRESS-LINE-1 = WS-OI-ADDRESS-LINE-1
               MOVE "ADDRESS-LINE-1" TO WS-MK-FIELD-NAME
               PERFORM RECORD-PII-EXCEPTION
           END-IF
           IF WS-OI-ADDRESS-LINE-2 NOT = SPACES
              AND DM-ADDRESS-LINE-2 = WS-OI-ADDRESS-LINE-2
               MOVE "ADDRESS-LINE-2" TO WS-MK-FIELD-NAME
               PERFORM RECORD-PII-EXCEPTION
           END-IF
           IF WS-OI-CITY NOT = SPACES
              AND DM-CITY = WS-OI-CITY
               MOVE "CITY" TO WS-MK-FIELD-NAME
               PERFORM RECORD-PII-EXCEPTION
           END-IF
           IF WS-OI-POSTAL-CODE NOT = SPACES
              AND DM-POSTAL-CODE = WS-OI-POSTAL-CODE
               MOVE "POSTAL-CODE" TO WS-MK-FIELD-NAME
               PERFORM RECORD-PII-EXCEPTION
           END-IF
           IF WS-OI-PHONE-NUMBER NOT = SPACES
              AND DM-PHONE-NUMBER = WS-OI-PHONE-NUMBER
               MOVE "PHONE-NUMBER" TO WS-MK-FIELD-NAME
               PERFORM RECORD-PII-EXCEPTION
           END-IF
           IF WS-OI-EMAIL-ADDRESS NOT = SPACES
              AND DM-EMAIL-ADDRESS = WS-OI-EMAIL-ADDRESS
               MOVE "EMAIL-ADDRESS" TO WS-MK-FIELD-NAME
               PERFORM RECORD-PII-EXCEPTION
           END-IF
           IF WS-OI-TAX-ID-NUMBER NOT = SPACES
              AND DM-TAX-ID-NUMBER = WS-OI-TAX-ID-NUMBER
               MOVE "TAX-ID-NUMBER" TO WS-MK-FIELD-NAME
               PERFORM RECORD-PII-EXCEPTION
           END-IF

      * and every contact field must be in a format no real
      * customer can hold
           MOVE "NOT IN MASK FORMAT" TO WS-MK-FINDING
           IF DM-POSTAL-CODE NOT = SPACES
              AND DM-POSTAL-CODE (1:2) NOT = "00"
               MOVE "POSTAL-CODE" TO WS-MK-FIELD-NAME
               PERFORM RECORD-PII-EXCEPTION
           END-IF
           IF DM-PHONE-NUMBER NOT = SPACES
              AND DM-PHONE-NUMBER (1:3) NOT = "555"
               MOVE "PHONE-NUMBER" TO WS-MK-FIELD-NAME
               PERFORM RECORD-PII-EXCEPTION
           END-IF
           IF DM-EMAIL-ADDRESS NOT = SPACES
               MOVE ZERO TO WS-MK-EMAIL-TALLY
               INSPECT DM-EMAIL-ADDRESS TALLYING WS-MK-EMAIL-TALLY
                   FOR ALL "@EXAMPLE.COM"
               IF WS-MK-EMAIL-TALLY = ZERO
                   MOVE "EMAIL-ADDRESS" TO WS-MK-FIELD-NAME
                   PERFORM RECORD-PII-EXCEPTION
               END-IF
           END-IF
           IF DM-TAX-ID-NUMBER NOT = SPACES
               IF DM-TAX-ID-TYPE = "1"
                   IF DM-TAX-ID-NUMBER (1:2) NOT = "00"
                       MOVE "TAX-ID-NUMBER" TO WS-MK-FIELD-NAME
                       PERFORM RECORD-PII-EXCEPTION
                   END-IF
               ELSE
                   IF DM-TAX-ID-NUMBER (4:2) NOT = "00"
                       MOVE "TAX-ID-NUMBER" TO WS-MK-FIELD-NAME
                       PERFORM RECORD-PII-EXCEPTION
                   END-IF
               END-IF
           END-IF.

       CERTIFY-CARD-SET.
           MOVE 6 TO WS-MS-INDEX
           SET NOT-END-OF-FILE TO TRUE
           SET MASK-FILE-COMPLETE TO TRUE
           PERFORM CERTIFY-NEXT-CARD
               UNTIL END-OF-FILE
           IF MASK-FILE-COMPLETE
               READ MASK-CARD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM RECORD-EXTRA-MASK-RECORDS
               END-READ
           END-IF.

       CERTIFY-NEXT-CARD.
           READ DR-CARD-FILE
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   READ MASK-CARD-FILE
                       AT END
                           PERFORM RECORD-SHORT-MASK-FILE
                       NOT AT END
                           PERFORM CERTIFY-CARD-RECORD
                   END-READ
           END-READ.

       CERTIFY-CARD-RECORD.
      * Cards are reported by account - the certificate must not
      * print the very number it is proving was masked
           MOVE DK-ACCOUNT-NUMBER TO WS-MK-FINDING-KEY
           IF DK-RECORD-TYPE = "D"
               PERFORM MASK-CARD-DETAIL
           END-IF

           IF MK-CARD-RECORD NOT = DR-CARD-RECORD
               PERFORM RECORD-ALTERED-RECORD
           ELSE
               IF DK-RECORD-TYPE = "D"
                  AND DK-CARD-NUMBER = WS-ORIG-CARD-NUMBER
                   MOVE "CARD-NUMBER" TO WS-MK-FIELD-NAME
                   MOVE "INPUT VALUE SURVIVED" TO WS-MK-FINDING
                   PERFORM RECORD-PII-EXCEPTION
               ELSE
                   ADD 1 TO WS-MS-RECORDS-PROVED (WS-MS-INDEX)
               END-IF
           END-IF.

       CERTIFY-CONTROL-SET.
           MOVE 7 TO WS-MS-INDEX
           SET NOT-END-OF-FILE TO TRUE
           SET MASK-FILE-COMPLETE TO TRUE
           PERFORM CERTIFY-NEXT-CONTROL
               UNTIL END-OF-FILE
           IF MASK-FILE-COMPLETE
               READ MASK-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM RECORD-EXTRA-MASK-RECORDS
               END-READ
           END-IF.

       CERTIFY-NEXT-CONTROL.
           READ DR-CONTROL-FILE
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   READ MASK-CONTROL-FILE
                       AT END
                           PERFORM RECORD-SHORT-MASK-FILE
                       NOT AT END
                           IF MK-CONTROL-RECORD = DR-CONTROL-RECORD
                               ADD 1 TO
                                   WS-MS-RECORDS-PROVED (WS-MS-INDEX)
                           ELSE
                               MOVE DC-KEY-1 TO WS-MK-FINDING-KEY
                               PERFORM RECORD-ALTERED-RECORD
                           END-IF
                   END-READ
           END-READ.

       RECORD-ALTERED-RECORD.
      * Something other than a PII field differs from the input -
      * the copy no longer matches production's balances and keys
           MOVE "RECORD" TO WS-MK-FIELD-NAME
           MOVE "DIFFERS FROM MASKED INPUT" TO WS-MK-FINDING
           PERFORM RECORD-PII-EXCEPTION.

       RECORD-SHORT-MASK-FILE.
           MOVE SPACES TO WS-MK-FINDING-KEY
           MOVE "FILE" TO WS-MK-FIELD-NAME
           MOVE "MASKED FILE ENDS EARLY" TO WS-MK-FINDING
           PERFORM RECORD-PII-EXCEPTION
           SET MASK-FILE-SHORT TO TRUE
           SET END-OF-FILE TO TRUE.

       RECORD-EXTRA-MASK-RECORDS.
           MOVE SPACES TO WS-MK-FINDING-KEY
           MOVE "FILE" TO WS-MK-FIELD-NAME
           MOVE "MASKED FILE HAS EXTRA RECORDS" TO WS-MK-FINDING
           PERFORM RECORD-PII-EXCEPTION.

       RECORD-PII-EXCEPTION.
      * The finding names the key and the field, never the value
           ADD 1 TO WS-MS-EXCEPTIONS (WS-MS-INDEX)
           ADD 1 TO WS-TOTAL-EXCEPTIONS

           MOVE SPACES TO CERTIFICATE-RECORD
           STRING WS-MS-FILE-NAME (WS-MS-INDEX) WS-MK-FINDING-KEY
               "  " WS-MK-FIELD-NAME " " WS-MK-FINDING
               DELIMITED BY SIZE
               INTO CERTIFICATE-RECORD
           WRITE CERTIFICATE-RECORD

           SET ERR-PII-EXPOSED TO TRUE
           MOVE WS-MK-FINDING-KEY TO WS-ERROR-KEY
           MOVE SPACES TO WS-ERROR-MESSAGE-PARAM
           STRING "MASKED SET " WS-MS-FILE-NAME (WS-MS-INDEX)
               WS-MK-FIELD-NAME " " WS-MK-FINDING
               DELIMITED BY SIZE
               INTO WS-ERROR-MESSAGE-PARAM
           PERFORM LOG-ERROR-WITH-CODE.

       WRITE-CERTIFICATE.
           IF WS-TOTAL-EXCEPTIONS = ZERO
               MOVE SPACES TO CERTIFICATE-RECORD
               STRING "            NONE"
                   DELIMITED BY SIZE
                   INTO CERTIFICATE-RECORD
               WRITE CERTIFICATE-RECORD
           END-IF

           MOVE SPACES TO CERTIFICATE-RECORD
           WRITE CERTIFICATE-RECORD
           MOVE SPACES TO CERTIFICATE-RECORD
           STRING "FILE         RECORDS IN    RECORDS OUT  "
               "FIELDS MASKED  RECORDS PROVED  EXCEPTIONS"
               DELIMITED BY SIZE
               INTO CERTIFICATE-RECORD
           WRITE CERTIFICATE-RECORD

           PERFORM WRITE-CERTIFICATE-LINE
               VARYING WS-MS-INDEX FROM 1 BY 1
               UNTIL WS-MS-INDEX > WS-MS-FILE-COUNT

           MOVE SPACES TO CERTIFICATE-RECORD
           WRITE CERTIFICATE-RECORD
           MOVE SPACES TO CERTIFICATE-RECORD
           IF WS-TOTAL-EXCEPTIONS = ZERO
               STRING "CERTIFIED - EVERY RECORD PROVED AGAINST ITS "
                   "INPUT AND NO UNMASKED PII REMAINS IN THE "
                   "MASKED SET"
                   DELIMITED BY SIZE
                   INTO CERTIFICATE-RECORD
           ELSE
               MOVE WS-TOTAL-EXCEPTIONS TO WS-EDIT-EXCEPTIONS
               STRING "NOT CERTIFIED - " WS-EDIT-EXCEPTIONS
                   " EXCEPTIONS - THE MASKED SET MUST NOT BE "
                   "LOADED TO ANY TEST REGION"
                   DELIMITED BY SIZE
                   INTO CERTIFICATE-RECORD
           END-IF
           WRITE CERTIFICATE-RECORD.

       WRITE-CERTIFICATE-LINE.
           ADD WS-MS-FIELDS-MASKED (WS-MS-INDEX) TO WS-TOTAL-MASKED
           MOVE WS-MS-RECORDS-IN (WS-MS-INDEX) TO WS-EDIT-IN
           MOVE WS-MS-RECORDS-OUT (WS-MS-INDEX) TO WS-EDIT-OUT
           MOVE WS-MS-FIELDS-MASKED (WS-MS-INDEX) TO WS-EDIT-MASKED
           MOVE WS-MS-RECORDS-PROVED (WS-MS-INDEX) TO WS-EDIT-PROVED
           MOVE WS-MS-EXCEPTIONS (WS-MS-INDEX) TO WS-EDIT-EXCEPTIONS
           MOVE SPACES TO CERTIFICATE-RECORD
           STRING WS-MS-FILE-NAME (WS-MS-INDEX) " " WS-EDIT-IN
               "    " WS-EDIT-OUT "    " WS-EDIT-MASKED
               "     " WS-EDIT-PROVED "     " WS-EDIT-EXCEPTIONS
               DELIMITED BY SIZE
               INTO CERTIFICATE-RECORD
           WRITE CERTIFICATE-RECORD.

       GENERATE-SUMMARY-REPORT.
           DISPLAY "DR UNLOAD PII MASKING SUMMARY"
           DISPLAY "PII Fields Masked:    " WS-TOTAL-MASKED
           DISPLAY "Certificate Findings: " WS-TOTAL-EXCEPTIONS
           IF WS-TOTAL-EXCEPTIONS = ZERO
               DISPLAY "MASKED SET CERTIFIED"
           ELSE
               DISPLAY "MASKED SET NOT CERTIFIED - SEE MASKCERTRPT"
           END-IF.

       CLEANUP-ROUTINE.
           CLOSE DR-ACCOUNT-FILE
                 DR-TRANS-FILE
                 DR-HOLD-FILE
                 DR-ORDER-FILE
                 DR-CUSTOMER-FILE
                 DR-CARD-FILE
                 DR-CONTROL-FILE
                 MASK-ACCOUNT-FILE
                 MASK-TRANS-FILE
                 MASK-HOLD-FILE
                 MASK-ORDER-FILE
                 MASK-CUSTOMER-FILE
                 MASK-CARD-FILE
                 MASK-CONTROL-FILE
                 CERTIFICATE-FILE
                 ERROR-LOG-FILE

           DISPLAY "DR UNLOAD PII MASKING BATCH COMPLETE".

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
           MOVE WS-ERROR-KEY TO ER-CUSTOMER-ID
           MOVE WS-ERROR-MESSAGE-PARAM TO ER-ERROR-MESSAGE

      * Write to error log
           WRITE ERROR-RECORD.
