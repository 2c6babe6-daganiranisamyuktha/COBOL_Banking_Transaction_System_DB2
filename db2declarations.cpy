               OPERATOR_ID       CHAR(8) DEFAULT '        ',
               INSTITUTION_CODE  CHAR(4) DEFAULT '0001',
               DESCRIPTION       CHAR(40) DEFAULT ' ',
               SETTLED_DATE      DATE,
               SOURCE_JOB        CHAR(4) DEFAULT '    ',
               WORKED_DATE       DATE,
               POSTED_DATE       DATE)
           END-EXEC.

      *================================================================*
               SWEEP_STATUS      CHAR(10) DEFAULT 'ACTIVE')
           END-EXEC.

      *================================================================*
      * SQL Declarations for Reserve Reclassification Subaccounts.    *
      * One row per transaction account in the reclassification      *
      * program, keyed by the checking account it shadows.  The       *
      * money-market subaccount exists only here - SUB_BALANCE is     *
      * the part of the checking balance currently reclassified as   *
      * MMDA for the reserve filing, and ACCOUNT_TABLE keeps the one  *
      * combined balance every statement and inquiry shows.           *
      * CYCLE_TRANSFERS counts transfers back to checking in the      *
      * statement cycle named by CYCLE_PERIOD (YYYY-MM); CYCLE_LOCKED *
      * 'Y' holds everything in checking for the rest of the cycle.   *
      * TARGET_BALANCE overrides the program-wide target level;       *
      * SUB_STATUS 'EXCLUDED' takes an account out of the program.    *
      *================================================================*
           EXEC SQL DECLARE RESERVE_SUBACCOUNT_TABLE TABLE
              (ACCOUNT_NUMBER    CHAR(10) NOT NULL PRIMARY KEY,
               SUB_BALANCE       DECIMAL(14,2) NOT NULL DEFAULT 0,
               TARGET_BALANCE    DECIMAL(13,2),
               CYCLE_PERIOD      CHAR(7) NOT NULL,
               CYCLE_TRANSFERS   SMALLINT NOT NULL DEFAULT 0,
               CYCLE_LOCKED      CHAR(1) NOT NULL DEFAULT 'N',
               SUB_STATUS        CHAR(10) NOT NULL DEFAULT 'ACTIVE',
               OPEN_DATE         DATE NOT NULL,
               LAST_RECLASS_DATE DATE)
           END-EXEC.

      *================================================================*
      * SQL Declarations for the Sanctions Watch List.  One row per   *
      * listed party, refreshed per source from the official list     *
               DISPOSITION_DATE  DATE)
           END-EXEC.

      *================================================================*
      * SQL Declarations for AML Investigation Cases.  One row per    *
      * case loaded from the AMLCASE output, or scheduled as the      *
      * 90-day continuing-activity review of a filed SAR (CASE_TYPE   *
      * 'C', PRIOR_CASE_ID naming the case filed).  FILING_DEADLINE   *
      * is 30 days from detection.  CASE_STATUS runs OPEN -> CLOSED   *
      * (no action) or OPEN -> TOFILE (SAR decided) -> FILED once the *
      * submission batch has written the case to the SAR file.        *
      *================================================================*
           EXEC SQL DECLARE AML_CASE_TABLE TABLE
              (CASE_ID           CHAR(20) NOT NULL PRIMARY KEY,
               CASE_TYPE         CHAR(1) DEFAULT 'D',
               CUSTOMER_ID       CHAR(10) NOT NULL,
               DETECTION_DATE    DATE NOT NULL,
               CASE_SCORE        INTEGER DEFAULT 0,
               ACTIVITY_FROM     DATE,
               ACTIVITY_TO       DATE,
               FILING_DEADLINE   DATE NOT NULL,
               INVESTIGATOR_ID   CHAR(8),
               CASE_STATUS       CHAR(10) DEFAULT 'OPEN',
               DISPOSITION       CHAR(1),
               NARRATIVE_REF     CHAR(20),
               DISPOSITION_DATE  DATE,
               DISPOSED_BY       CHAR(8),
               FILED_DATE        DATE,
               REVIEW_DATE       DATE,
               PRIOR_CASE_ID     CHAR(20))
           END-EXEC.

      *================================================================*
      * SQL Declarations for Dispute Cases.  One row per customer     *
      * dispute, keyed by its own case ID and carrying the disputed   *
      * application batch after the posting run - split into          *
      * interest, escrow and principal legs with GL mappings for      *
      * each - so the deposit side and the loan side finally post     *
      * from one keying.  The nightly delinquency batch carries the   *
      * unpaid late charges, the installment date last charged and    *
      * the 30/60/90/120-day bucket the loan currently sits in.       *
      * ESCROW_BALANCE is the money held for the loan's tax and       *
      * insurance bills - raised by every escrow leg, drawn down by   *
      * the escrow disbursement batch - and DEPOSIT_ACCOUNT is the    *
      * borrower's deposit account the proceeds went to, where        *
      * escrow refunds are credited back.  POINTS_PAID is the         *
      * discount points collected at closing, reported on the 1098    *
      * for the year the loan was booked, and ORIGINAL_PRINCIPAL the  *
      * amount booked, reported to the credit bureaus.                *
      * LOAN_PRODUCT is the lending product the loan was booked       *
      * under, the level the subledger proof totals principal at.     *
      * RATE_TYPE is 'F' for a rate fixed for the life of the loan,   *
      * 'V' for one that follows its index - the repricing gap        *
      * report buckets a fixed loan by its remaining term and a       *
      * variable one as repricing at once.                            *
      *================================================================*
           EXEC SQL DECLARE LOAN_MASTER_TABLE TABLE
              (LOAN_ID           CHAR(10) NOT NULL PRIMARY KEY,
               REMAINING_MONTHS  SMALLINT NOT NULL,
               ORIGINATION_DATE  DATE,
               BRANCH_CODE       CHAR(4),
               LOAN_STATUS       CHAR(10) DEFAULT 'ACTIVE',
               LATE_CHARGE_BALANCE DECIMAL(9,2) DEFAULT 0,
               LATE_CHARGE_DUE_DATE DATE,
               DELINQUENCY_BUCKET SMALLINT DEFAULT 0,
               ESCROW_BALANCE    DECIMAL(11,2) DEFAULT 0,
               ESCROW_ANALYSIS_DATE DATE,
               DEPOSIT_ACCOUNT   CHAR(10),
               POINTS_PAID       DECIMAL(9,2) DEFAULT 0,
               ORIGINAL_PRINCIPAL DECIMAL(13,2),
               LOAN_PRODUCT      CHAR(10) DEFAULT 'INSTALLMNT',
               RATE_TYPE         CHAR(1) DEFAULT 'F')
           END-EXEC.

      *================================================================*
      * SQL Declarations for the Collateral Pledge table.  One row    *
      * per deposit account pledged as security for a loan - a share *
      * account ('D') or a CD on TERM_DEPOSIT_TABLE ('C').  While the *
      * pledge is ACTIVE the posting run will not let a withdrawal,   *
      * transfer or payment drop the account's balance below          *
      * PLEDGED_AMOUNT, and the CD maturity batch rolls a pledged CD  *
      * rather than paying it out.  Booked with the loan; each        *
      * payment the loan side applies scales PLEDGED_AMOUNT down with *
      * the falling principal, and the pledge is RELEASED when the    *
      * loan is paid off.  ORIGINAL_AMOUNT is the pledge as booked.   *
      *================================================================*
           EXEC SQL DECLARE COLLATERAL_PLEDGE_TABLE TABLE
              (LOAN_ID           CHAR(10) NOT NULL,
               PLEDGE_ACCOUNT    CHAR(10) NOT NULL,
               PLEDGE_TYPE       CHAR(1) DEFAULT 'D',
               PLEDGED_AMOUNT    DECIMAL(13,2) NOT NULL,
               ORIGINAL_AMOUNT   DECIMAL(13,2) NOT NULL,
               PLEDGE_DATE       DATE NOT NULL,
               RELEASE_DATE      DATE,
               PLEDGE_STATUS     CHAR(10) DEFAULT 'ACTIVE',
               PRIMARY KEY (LOAN_ID, PLEDGE_ACCOUNT))
           END-EXEC.

      *================================================================*
      * SQL Declarations for the Escrow payee table.  One row per     *
      * bill a mortgage escrow pays - the county tax collector, the   *
      * hazard insurer, the flood carrier - with the amount and the   *
      * date it next falls due.  FREQUENCY_MONTHS rolls DUE_DATE      *
      * forward once an item is paid (12 annual, 6 semi-annual, 3     *
      * quarterly, 1 monthly); the annual escrow analysis projects    *
      * the coming twelve months of bills from the same rows.         *
      *================================================================*
           EXEC SQL DECLARE ESCROW_PAYEE_TABLE TABLE
              (LOAN_ID           CHAR(10) NOT NULL,
               PAYEE_SEQ         SMALLINT NOT NULL,
               PAYEE_NAME        CHAR(40) NOT NULL,
               PAYEE_TYPE        CHAR(1) NOT NULL,
               PAYEE_REFERENCE   CHAR(20),
               DUE_DATE          DATE NOT NULL,
               AMOUNT            DECIMAL(9,2) NOT NULL,
               FREQUENCY_MONTHS  SMALLINT DEFAULT 12,
               LAST_PAID_DATE    DATE,
               PAYEE_STATUS      CHAR(8) DEFAULT 'ACTIVE',
               PRIMARY KEY (LOAN_ID, PAYEE_SEQ))
           END-EXEC.

      *================================================================*
      * SQL Declarations for the Loan payoff quote table.  One row    *
      * per payoff figure given out by the payoff quote utility:      *
      * principal, per-diem interest to the good-through date, unpaid *
      * late charges and any payoff fee make up PAYOFF_AMOUNT, with   *
      * the escrow balance to be refunded shown beside it.  A loan    *
      * payment for exactly PAYOFF_AMOUNT on or before the good-      *
      * through date closes the loan as PAIDOFF and marks the quote   *
      * USED; an OPEN quote past its good-through date is dead.       *
      *================================================================*
           EXEC SQL DECLARE LOAN_PAYOFF_QUOTE_TABLE TABLE
              (QUOTE_ID          CHAR(20) NOT NULL PRIMARY KEY,
               LOAN_ID           CHAR(10) NOT NULL,
               QUOTE_DATE        DATE NOT NULL,
               GOOD_THROUGH_DATE DATE NOT NULL,
               PRINCIPAL_AMOUNT  DECIMAL(13,2) NOT NULL,
               INTEREST_AMOUNT   DECIMAL(11,2) NOT NULL,
               PER_DIEM_AMOUNT   DECIMAL(9,2) NOT NULL,
               LATE_CHARGE_AMOUNT DECIMAL(9,2) DEFAULT 0,
               PAYOFF_FEE        DECIMAL(9,2) DEFAULT 0,
               ESCROW_REFUND     DECIMAL(11,2) DEFAULT 0,
               PAYOFF_AMOUNT     DECIMAL(13,2) NOT NULL,
               QUOTE_STATUS      CHAR(8) DEFAULT 'OPEN',
               PAYOFF_REFERENCE  CHAR(20))
           END-EXEC.

      *================================================================*
      * SQL Declarations for the Credit bureau reporting table.  One  *
      * row per account the month-end Metro 2 extract reports - a     *
      * loan ('L') or a charged-off deposit account ('C') - carrying  *
      * what one month's extract must remember for the next: the 24-  *
      * month payment history profile (newest month first), the       *
      * month it was last reported, the date of first delinquency,    *
      * and CLOSED_REPORTED 'Y' once a paid or recovered account has  *
      * gone out with its final status and is no longer reported.     *
      *================================================================*
           EXEC SQL DECLARE CREDIT_REPORTING_TABLE TABLE
              (ACCOUNT_ID        CHAR(10) NOT NULL,
               SOURCE_TYPE       CHAR(1) NOT NULL,
               PAYMENT_HISTORY   CHAR(24) NOT NULL,
               LAST_REPORTED_DATE DATE NOT NULL,
               ACCOUNT_STATUS    CHAR(2) NOT NULL,
               FIRST_DELINQ_DATE DATE,
               CLOSED_REPORTED   CHAR(1) DEFAULT 'N',
               PRIMARY KEY (ACCOUNT_ID, SOURCE_TYPE))
           END-EXEC.

      *================================================================*
               PRIMARY KEY (ACCOUNT_NUMBER, CHECK_SERIAL))
           END-EXEC.

      *================================================================*
      * SQL Declarations for the Official Check register.  One row    *
      * per cashier's check the bank itself issues - serial, payee,   *
      * amount and the purchaser's account that was debited for it.   *
      * The purchase credits the official check liability account     *
      * (the ACCOUNT_TABLE row typed OFFCHECK), so the OUTSTANDING    *
      * and STALE items here must always total that account's         *
      * balance.  A presented item is matched by serial and amount    *
      * in inbound clearing and flips to PAID; a stale item left      *
      * unclaimed past the escheat period flips to ESCHEATED when     *
      * it is remitted to the state.                                  *
      *================================================================*
           EXEC SQL DECLARE OFFICIAL_CHECK_TABLE TABLE
              (CHECK_SERIAL      CHAR(10) NOT NULL PRIMARY KEY,
               PURCHASER_ACCOUNT CHAR(10) NOT NULL,
               REMITTER_NAME     CHAR(40),
               PAYEE_NAME        CHAR(40) NOT NULL,
               AMOUNT            DECIMAL(11,2) NOT NULL,
               ISSUE_DATE        DATE NOT NULL,
               BRANCH_CODE       CHAR(4),
               OPERATOR_ID       CHAR(8),
               ISSUE_REFERENCE   CHAR(20),
               CHECK_STATUS      CHAR(10) DEFAULT 'OUTSTANDING',
               STATUS_DATE       DATE,
               SETTLE_REFERENCE  CHAR(20))
           END-EXEC.

      *================================================================*
      * SQL Declarations for Deposited Transit Items.  One row per    *
      * check deposited with us but drawn on another bank, captured   *
      * at intake under the deposit's own reference.  CAPTURED until  *
      * the outbound cash letter presents it (PRESENTED, with the     *
      * cash letter ID); RETURNED if the drawee sends it back unpaid, *
      * at which point the deposit is charged back to the customer.   *
      *================================================================*
           EXEC SQL DECLARE DEPOSITED_ITEM_TABLE TABLE
              (DEPOSIT_REFERENCE CHAR(20) NOT NULL PRIMARY KEY,
               CUSTOMER_ID       CHAR(10) NOT NULL,
               ACCOUNT_NUMBER    CHAR(10) DEFAULT '          ',
               DRAWEE_ROUTING    CHAR(9) NOT NULL,
               CHECK_SERIAL      CHAR(10),
               AMOUNT            DECIMAL(11,2) NOT NULL,
               BRANCH_CODE       CHAR(4),
               DEPOSIT_DATE      DATE NOT NULL,
               ITEM_STATUS       CHAR(10) DEFAULT 'CAPTURED',
               CASH_LETTER_ID    CHAR(16),
               PRESENTED_DATE    DATE,
               RETURN_DATE       DATE,
               RETURN_REASON     CHAR(30))
           END-EXEC.

      *================================================================*
      * SQL Declarations for ACH Debit Filters.  One row per account  *
      * per originator company ID the customer has authorized to      *
      * debit it (FILTER_TYPE 'A'), with an optional per-item maximum *
      * (zero = no maximum), or a single 'B' row blocking every       *
      * network debit outright.  An account with no ACTIVE rows is    *
      * unfiltered and takes network debits exactly as before.        *
      *================================================================*
           EXEC SQL DECLARE ACH_FILTER_TABLE TABLE
              (ACCOUNT_ID        CHAR(10) NOT NULL,
               FILTER_TYPE       CHAR(1) NOT NULL,
               ORIGINATOR_ID     CHAR(10) DEFAULT '          ',
               ORIGINATOR_NAME   CHAR(30),
               MAX_AMOUNT        DECIMAL(11,2) DEFAULT 0,
               EFFECTIVE_DATE    DATE NOT NULL,
               FILTER_STATUS     CHAR(10) DEFAULT 'ACTIVE',
               OPERATOR_ID       CHAR(8),
               PRIMARY KEY (ACCOUNT_ID, FILTER_TYPE, ORIGINATOR_ID))
           END-EXEC.

      *================================================================*
      * SQL Declarations for ACH Blocked Items.  One row per network  *
      * debit the filter refused and returned, written in the same    *
      * unit of work as the clearing file that carried it, and read   *
      * back by the daily blocked-item report so the customer can     *
      * authorize any originator that was in fact legitimate.         *
      *================================================================*
           EXEC SQL DECLARE ACH_BLOCKED_ITEM_TABLE TABLE
              (ACCOUNT_ID        CHAR(10) NOT NULL,
               CUSTOMER_ID       CHAR(10) NOT NULL,
               BLOCK_DATE        DATE NOT NULL,
               NETWORK_TRACE     CHAR(20) NOT NULL,
               ORIGINATOR_ID     CHAR(10),
               ORIGINATOR_NAME   CHAR(30),
               AMOUNT            DECIMAL(11,2) NOT NULL,
               BLOCK_REASON      CHAR(30))
           END-EXEC.

      *================================================================*
      * SQL Declarations for the Wholesale Lockbox directory.  One    *
      * row per lockbox number the vendor quotes on its batches,      *
      * naming the commercial customer it collects for and the        *
      * account the batch deposits post to (spaces = the customer's   *
      * own same-ID account).                                         *
      *================================================================*
           EXEC SQL DECLARE LOCKBOX_TABLE TABLE
              (LOCKBOX_NUMBER    CHAR(7) NOT NULL PRIMARY KEY,
               CUSTOMER_ID       CHAR(10) NOT NULL,
               ACCOUNT_NUMBER    CHAR(10) DEFAULT '          ',
               LOCKBOX_STATUS    CHAR(10) DEFAULT 'ACTIVE')
           END-EXEC.

      *================================================================*
      * SQL Declarations for Lockbox Exception Items.  A payment the  *
      * vendor flags as an exception (no invoice, amount disagrees,   *
      * stale or post-dated, payee name off) is not deposited with    *
      * its batch; it is held here under its own reference until the  *
      * customer decides - ACCEPTED posts it as a deposit of its own, *
      * RETURNED sends it back to the payer.                          *
      *================================================================*
           EXEC SQL DECLARE LOCKBOX_EXCEPTION_TABLE TABLE
              (EXCEPTION_ID      CHAR(20) NOT NULL PRIMARY KEY,
               LOCKBOX_NUMBER    CHAR(7) NOT NULL,
               BATCH_NUMBER      CHAR(4),
               ITEM_SEQUENCE     CHAR(5),
               CUSTOMER_ID       CHAR(10) NOT NULL,
               ACCOUNT_NUMBER    CHAR(10) DEFAULT '          ',
               PAYER_NAME        CHAR(30),
               PAYER_ROUTING     CHAR(9),
               CHECK_SERIAL      CHAR(10),
               AMOUNT            DECIMAL(11,2) NOT NULL,
               INVOICE_NUMBER    CHAR(15),
               EXCEPTION_REASON  CHAR(16),
               EXCEPTION_STATUS  CHAR(10) DEFAULT 'HELD',
               HOLD_DATE         DATE NOT NULL,
               DECISION_DATE     DATE,
               DECISION_REFERENCE CHAR(20),
               OPERATOR_ID       CHAR(8))
           END-EXEC.

      *================================================================*
      * SQL Declarations for Nostro correspondent accounts.  One row  *
      * per foreign currency we settle: the correspondent bank that   *
      * holds our money in that currency and our account number on    *
      * its books, as it appears on the correspondent's statement.    *
      *================================================================*
           EXEC SQL DECLARE NOSTRO_ACCOUNT_TABLE TABLE
              (CURRENCY_CODE     CHAR(3) NOT NULL PRIMARY KEY,
               CORRESPONDENT_ID  CHAR(11) NOT NULL,
               NOSTRO_ACCOUNT    CHAR(20) NOT NULL,
               NOSTRO_STATUS     CHAR(10) DEFAULT 'ACTIVE')
           END-EXEC.

      *================================================================*
      * SQL Declarations for the Nostro statement register.  Each     *
      * correspondent statement loaded is remembered here with its    *
      * balances, so a statement sent twice is never loaded twice.    *
      *================================================================*
           EXEC SQL DECLARE NOSTRO_STATEMENT_TABLE TABLE
              (CORRESPONDENT_ID  CHAR(11) NOT NULL,
               CURRENCY_CODE     CHAR(3) NOT NULL,
               STATEMENT_NUMBER  CHAR(5) NOT NULL,
               STATEMENT_DATE    DATE NOT NULL,
               OPENING_BALANCE   DECIMAL(15,2) NOT NULL,
               CLOSING_BALANCE   DECIMAL(15,2) NOT NULL,
               ENTRY_COUNT       INTEGER NOT NULL,
               LOAD_DATE         DATE NOT NULL,
               PRIMARY KEY (CORRESPONDENT_ID, CURRENCY_CODE,
                            STATEMENT_NUMBER))
           END-EXEC.

      *================================================================*
      * SQL Declarations for Nostro reconciliation items.  ITEM_SIDE  *
      * 'T' is an entry on the correspondent's statement ("they       *
      * have"), 'W' a cross-currency posting on our books ("we        *
      * have").  Items stay OPEN until paired with the other side by  *
      * reference, amount and value date, then go MATCHED; the open   *
      * items are the breaks treasury operations chase, aged from     *
      * VALUE_DATE.                                                   *
      *================================================================*
           EXEC SQL DECLARE NOSTRO_ITEM_TABLE TABLE
              (ITEM_SIDE         CHAR(1) NOT NULL,
               CORRESPONDENT_ID  CHAR(11) NOT NULL,
               CURRENCY_CODE     CHAR(3) NOT NULL,
               STATEMENT_NUMBER  CHAR(5) NOT NULL,
               ENTRY_SEQUENCE    INTEGER NOT NULL,
               ITEM_REFERENCE    CHAR(20) NOT NULL,
               DEBIT_CREDIT      CHAR(1) NOT NULL,
               AMOUNT            DECIMAL(13,2) NOT NULL,
               VALUE_DATE        DATE NOT NULL,
               LOAD_DATE         DATE NOT NULL,
               ITEM_STATUS       CHAR(10) DEFAULT 'OPEN',
               MATCH_DATE        DATE,
               PRIMARY KEY (ITEM_SIDE, CORRESPONDENT_ID,
                            CURRENCY_CODE, STATEMENT_NUMBER,
                            ENTRY_SEQUENCE, ITEM_REFERENCE))
           END-EXEC.

      *================================================================*
      * SQL Declarations for the Debit Card master.  One row per      *
      * card, linked to the account it draws on through the same      *
      * human behind CUSTOMER_ID - name, mailing address and contact  *
      * details - joined into the statement, dormant-sweep and        *
      * notification outputs so customer-facing records carry more    *
      * than a bare account number.  TAX_ID_NUMBER is the SSN or EIN  *
      * the year-end information returns are filed under, with        *
      * TAX_ID_TYPE '1' for an EIN and '2' for an SSN.  BIRTH_DATE    *
      * drives the age-out of custodial and minor accounts.           *
      * DEPOSITOR_CLASS is the regulatory class of the customer's     *
      * deposits: 'I' individuals, partnerships and corporations,     *
      * 'G' the U.S. Government, 'P' states and political             *
      * subdivisions (public funds).  ESTMT_STATUS is how the         *
      * monthly statement is delivered: 'P' paper, 'E' e-statement    *
      * to EMAIL_ADDRESS (consented on ESTMT_CONSENT_DATE), 'B' paper *
      * again after an e-statement notice bounced, ESTMT_REASON       *
      * saying why paper resumed.  SHARE_OPT_OUT and MKTG_OPT_OUT are *
      * the customer's choices on the annual privacy notice - 'Y'     *
      * opted out of information sharing or of marketing, dated when  *
      * the returned notice recorded them; PRIVACY_NOTICE_DATE is     *
      * when the last notice was mailed.                              *
      *================================================================*
           EXEC SQL DECLARE CUSTOMER_TABLE TABLE
              (CUSTOMER_ID       CHAR(10) NOT NULL PRIMARY KEY,
               RISK_RATING       CHAR(1) DEFAULT 'L',
               NEXT_REVIEW_DATE  DATE,
               WITHHOLDING_FLAG  CHAR(1) DEFAULT 'N',
               WITHHOLDING_RATE  DECIMAL(5,4) DEFAULT 0,
               TAX_ID_NUMBER     CHAR(9),
               TAX_ID_TYPE       CHAR(1) DEFAULT '2',
               BO_CERTIFIED_DATE DATE,
               BIRTH_DATE        DATE,
               DEPOSITOR_CLASS   CHAR(1) DEFAULT 'I',
               ESTMT_STATUS      CHAR(1) DEFAULT 'P',
               ESTMT_CONSENT_DATE DATE,
               ESTMT_REASON      CHAR(30),
               SHARE_OPT_OUT     CHAR(1) DEFAULT 'N',
               SHARE_OPT_OUT_DATE DATE,
               MKTG_OPT_OUT      CHAR(1) DEFAULT 'N',
               MKTG_OPT_OUT_DATE DATE,
               PRIVACY_NOTICE_DATE DATE)
           END-EXEC.

      *================================================================*
      * SQL Declarations for the Beneficial Ownership Register.  One  *
      * row per individual who owns 25% or more of a legal-entity     *
      * customer (TAX_ID_TYPE '1') or controls it (CONTROL_FLAG 'Y'), *
      * keyed by the business CUSTOMER_ID and an owner sequence.  The *
      * owner maintenance batch is the only change path and writes    *
      * CHANGE_HISTORY_TABLE for every field it touches; removed      *
      * owners stay on file at REMOVED.  CUSTOMER_TABLE's             *
      * BO_CERTIFIED_DATE records when the customer last certified    *
      * the register complete.                                        *
      *================================================================*
           EXEC SQL DECLARE BENEFICIAL_OWNER_TABLE TABLE
              (CUSTOMER_ID       CHAR(10) NOT NULL,
               OWNER_SEQUENCE    SMALLINT NOT NULL,
               OWNER_NAME        CHAR(40) NOT NULL,
               ADDRESS_LINE_1    CHAR(40),
               CITY              CHAR(20),
               STATE_CODE        CHAR(2),
               POSTAL_CODE       CHAR(10),
               BIRTH_DATE        DATE,
               ID_NUMBER         CHAR(20),
               OWNERSHIP_PCT     DECIMAL(5,2) DEFAULT 0,
               CONTROL_FLAG      CHAR(1) DEFAULT 'N',
               OWNER_STATUS      CHAR(10) DEFAULT 'ACTIVE',
               PRIMARY KEY (CUSTOMER_ID, OWNER_SEQUENCE))
           END-EXEC.

      *================================================================*
               POSITION_DATE     DATE NOT NULL)
           END-EXEC.

      *================================================================*
      * SQL Declarations for Intercompany Positions.  One row per     *
      * ordered institution pair per business date carrying the       *
      * running due-to/due-from position between two of our charters  *
      * - transfers from an account at one to an account at the       *
      * other, netted and carried forward - that each charter's GL    *
      * books and consolidation eliminates.                           *
      *================================================================*
           EXEC SQL DECLARE INTERCOMPANY_POSITION_TABLE TABLE
              (INSTITUTION_CODE  CHAR(4) NOT NULL,
               COUNTER_INSTITUTION CHAR(4) NOT NULL,
               POSITION_AMOUNT   DECIMAL(13,2) NOT NULL,
               POSITION_DATE     DATE NOT NULL)
           END-EXEC.

      *================================================================*
      * SQL Declarations for the shared Operations Log.  Every        *
      * LOG-ERROR-WITH-CODE paragraph mirrors its error record here   *
      * type carrying the monthly maintenance fee, per-item fee, NSF  *
      * fee and the balance level that waives them - so a pricing     *
      * change is a table update, not a code change and recompile.    *
      * MINIMUM_BALANCE is the product's required minimum balance,    *
      * applied to an account when it is converted onto the product.  *
      *================================================================*
           EXEC SQL DECLARE FEE_SCHEDULE_TABLE TABLE
              (ACCOUNT_TYPE      CHAR(10) NOT NULL PRIMARY KEY,
               PER_ITEM_FEE      DECIMAL(5,2) DEFAULT 0,
               NSF_FEE           DECIMAL(7,2) DEFAULT 0,
               WAIVER_BALANCE    DECIMAL(10,2) DEFAULT 0,
               CLOSEOUT_FEE      DECIMAL(7,2) DEFAULT 0,
               RETURN_ITEM_FEE   DECIMAL(7,2) DEFAULT 0,
               ANNUAL_RENT       DECIMAL(7,2) DEFAULT 0,
               MINIMUM_BALANCE   DECIMAL(10,2) DEFAULT 0)
           END-EXEC.

      *================================================================*
           05  SQL-TR-CHANNEL-CODE        PIC X(3).
           05  SQL-TR-ACCOUNT-NUMBER      PIC X(10).
           05  SQL-TR-DESCRIPTION         PIC X(40).
      * The business date the item actually posted on - later than
      * the creation date when it missed its channel's cutoff
           05  SQL-TR-POSTED-DATE         PIC X(10).

       01  SQL-CUSTOMER-ACCOUNT-RECORD.
           05  SQL-CA-ACCOUNT-NUMBER      PIC X(10).
                                                        OCCURS 50 TIMES.
           05  SQL-TR-ARR-CHECK-SERIAL     PIC X(10)    OCCURS 50 TIMES.
           05  SQL-TR-ARR-DESCRIPTION      PIC X(40)    OCCURS 50 TIMES.
           05  SQL-TR-ARR-SOURCE-JOB       PIC X(04)    OCCURS 50 TIMES.
           05  SQL-TR-ARR-WORKED-DATE      PIC X(10)    OCCURS 50 TIMES.

       01  SQL-ACCOUNT-RECORD.
           05  SQL-AM-CUSTOMER-ID         PIC X(10).
               PRIMARY KEY (OPERATOR_ID, FUNCTION_CODE))
           END-EXEC.

      *================================================================*
      * SQL Declarations for the Employee Master.  One row per staff  *
      * operator ID - who the operator is and the branch whose peers  *
      * their override volume is measured against.  EMPLOYEE_         *
      * RELATION_TABLE links the operator to the CUSTOMER_IDs they    *
      * own ('S' self) and their declared related parties ('F'        *
      * family, 'B' business interest, 'O' other); the surveillance   *
      * report lists every item an operator keyed against an account  *
      * any of those customers owns.  SUPERVISOR_ID is the operator   *
      * who recertifies this operator's entitlements each quarter.    *
      *================================================================*
           EXEC SQL DECLARE EMPLOYEE_TABLE TABLE
              (OPERATOR_ID       CHAR(8) NOT NULL PRIMARY KEY,
               EMPLOYEE_NAME     CHAR(40) NOT NULL,
               HOME_BRANCH       CHAR(4) NOT NULL,
               EMPLOYEE_STATUS   CHAR(10) DEFAULT 'ACTIVE',
               ENROLLED_DATE     DATE NOT NULL,
               SUPERVISOR_ID     CHAR(8) DEFAULT '        ')
           END-EXEC.

           EXEC SQL DECLARE EMPLOYEE_RELATION_TABLE TABLE
              (OPERATOR_ID       CHAR(8) NOT NULL,
               CUSTOMER_ID       CHAR(10) NOT NULL,
               RELATION_CODE     CHAR(1) DEFAULT 'S',
               RELATION_STATUS   CHAR(10) DEFAULT 'ACTIVE',
               DECLARED_DATE     DATE NOT NULL,
               PRIMARY KEY (OPERATOR_ID, CUSTOMER_ID))
           END-EXEC.

      *================================================================*
      * SQL Declarations for the IRA / retirement plan register.  One *
      * IRA_PLAN_TABLE row per retirement deposit account - plan type *
      * ('T' Traditional, 'R' Roth) and the owner's birth date, which *
      * drives the catch-up limit and the RMD notice.  Beneficiaries  *
      * hang off the account ('P' primary, 'C' contingent).  The      *
      * channel that stages an IRA deposit or distribution writes an  *
      * IRA_ACTIVITY_TABLE row under the transaction's REFERENCE_ID   *
      * carrying the contribution tax year and code ('R' regular,     *
      * 'O' rollover, 'T' trustee transfer) or the 1099-R             *
      * distribution code and federal withholding; the posting run    *
      * flips it to POSTED and the year-end extract reads it back.    *
      *================================================================*
           EXEC SQL DECLARE IRA_PLAN_TABLE TABLE
              (ACCOUNT_NUMBER    CHAR(10) NOT NULL PRIMARY KEY,
               CUSTOMER_ID       CHAR(10) NOT NULL,
               PLAN_TYPE         CHAR(1) DEFAULT 'T',
               OWNER_BIRTH_DATE  DATE NOT NULL,
               OPENED_DATE       DATE NOT NULL,
               PLAN_STATUS       CHAR(10) DEFAULT 'OPEN')
           END-EXEC.

           EXEC SQL DECLARE IRA_BENEFICIARY_TABLE TABLE
              (ACCOUNT_NUMBER    CHAR(10) NOT NULL,
               BENEFICIARY_SEQ   SMALLINT NOT NULL,
               BENEFICIARY_NAME  CHAR(40) NOT NULL,
               RELATIONSHIP      CHAR(10),
               BENEFICIARY_CLASS CHAR(1) DEFAULT 'P',
               SHARE_PERCENT     DECIMAL(5,2) DEFAULT 100,
               PRIMARY KEY (ACCOUNT_NUMBER, BENEFICIARY_SEQ))
           END-EXEC.

           EXEC SQL DECLARE IRA_ACTIVITY_TABLE TABLE
              (REFERENCE_ID      CHAR(20) NOT NULL PRIMARY KEY,
               ACCOUNT_NUMBER    CHAR(10) NOT NULL,
               ACTIVITY_TYPE     CHAR(1) NOT NULL,
               TAX_YEAR          SMALLINT NOT NULL,
               CONTRIBUTION_CODE CHAR(1),
               DISTRIBUTION_CODE CHAR(2),
               AMOUNT            DECIMAL(11,2) DEFAULT 0,
               FED_WITHHOLDING   DECIMAL(11,2) DEFAULT 0,
               ACTIVITY_STATUS   CHAR(10) DEFAULT 'PENDING',
               POSTED_DATE       DATE)
           END-EXEC.

      *================================================================*
      * SQL Declarations for the Safe Deposit Box inventory.  One row *
      * per box by branch and box number with its size - the size     *
      * names the FEE_SCHEDULE_TABLE row ('SDB-' + size) whose        *
      * ANNUAL_RENT the billing batch charges.  A rented box carries  *
      * the renter, the account the rent is debited from and the      *
      * rental anniversary the next year's rent falls due on; co-     *
      * lessees hang off the box in SAFE_DEPOSIT_LESSEE_TABLE.  An    *
      * unpaid bill makes the box DELINQUENT from that date; one      *
      * delinquent past the legal period is flagged DRILL until the   *
      * box is drilled and its contents inventoried.                  *
      *================================================================*
           EXEC SQL DECLARE SAFE_DEPOSIT_BOX_TABLE TABLE
              (BRANCH_CODE       CHAR(4) NOT NULL,
               BOX_NUMBER        CHAR(6) NOT NULL,
               BOX_SIZE          CHAR(6) NOT NULL,
               BOX_STATUS        CHAR(10) DEFAULT 'VACANT',
               RENTER_ID         CHAR(10),
               CHARGE_ACCOUNT    CHAR(10),
               RENTAL_ANNIVERSARY DATE,
               PAID_THROUGH      DATE,
               LAST_BILL_REFERENCE CHAR(20),
               LAST_BILL_AMOUNT  DECIMAL(7,2) DEFAULT 0,
               BILL_STATUS       CHAR(10) DEFAULT 'NONE',
               DELINQUENT_SINCE  DATE,
               LAST_NOTICE_DATE  DATE,
               NOTICE_COUNT      SMALLINT DEFAULT 0,
               PRIMARY KEY (BRANCH_CODE, BOX_NUMBER))
           END-EXEC.

           EXEC SQL DECLARE SAFE_DEPOSIT_LESSEE_TABLE TABLE
              (BRANCH_CODE       CHAR(4) NOT NULL,
               BOX_NUMBER        CHAR(6) NOT NULL,
               CUSTOMER_ID       CHAR(10) NOT NULL,
               ADDED_DATE        DATE NOT NULL,
               PRIMARY KEY (BRANCH_CODE, BOX_NUMBER, CUSTOMER_ID))
           END-EXEC.

      *================================================================*
      * SQL Declarations for IOLTA attorney trust accounts.  Each     *
      * state bar foundation's program names the clearing account     *
      * its remittances are swept to and whether allowable service    *
      * charges may be netted from the interest.  An account on       *
      * IOLTA_ACCOUNT_TABLE names its law firm and program; from      *
      * FLAGGED_DATE its nightly interest is accumulated here for     *
      * the period instead of being credited to the account, with     *
      * the daily balances behind the period's average balance.       *
      * Every monthly sweep is kept on IOLTA_REMITTANCE_TABLE.        *
      *================================================================*
           EXEC SQL DECLARE IOLTA_PROGRAM_TABLE TABLE
              (PROGRAM_CODE      CHAR(6) NOT NULL PRIMARY KEY,
               PROGRAM_NAME      CHAR(40) NOT NULL,
               STATE_CODE        CHAR(2) NOT NULL,
               CLEARING_ACCOUNT  CHAR(10) NOT NULL,
               FEES_ALLOWED      CHAR(1) DEFAULT 'Y',
               PROGRAM_STATUS    CHAR(10) DEFAULT 'ACTIVE')
           END-EXEC.

           EXEC SQL DECLARE IOLTA_ACCOUNT_TABLE TABLE
              (ACCOUNT_NUMBER    CHAR(10) NOT NULL PRIMARY KEY,
               PROGRAM_CODE      CHAR(6) NOT NULL,
               LAW_FIRM_NAME     CHAR(40) NOT NULL,
               LAW_FIRM_ID       CHAR(10),
               IOLTA_STATUS      CHAR(10) DEFAULT 'ACTIVE',
               FLAGGED_DATE      DATE NOT NULL,
               PERIOD_START      DATE,
               PERIOD_BALANCE_SUM DECIMAL(17,2) DEFAULT 0,
               PERIOD_DAYS       SMALLINT DEFAULT 0,
               PERIOD_INTEREST   DECIMAL(11,2) DEFAULT 0,
               LAST_REMIT_DATE   DATE)
           END-EXEC.

           EXEC SQL DECLARE IOLTA_REMITTANCE_TABLE TABLE
              (REFERENCE_ID      CHAR(20) NOT NULL PRIMARY KEY,
               ACCOUNT_NUMBER    CHAR(10) NOT NULL,
               PROGRAM_CODE      CHAR(6) NOT NULL,
               PERIOD_START      DATE,
               PERIOD_END        DATE NOT NULL,
               AVERAGE_BALANCE   DECIMAL(15,2),
               INTEREST_RATE     DECIMAL(5,4),
               GROSS_INTEREST    DECIMAL(11,2),
               FEES_NETTED       DECIMAL(9,2),
               NET_REMITTED      DECIMAL(11,2))
           END-EXEC.

      *================================================================*
      * SQL Declarations for custodial and minor account age-out.     *
      * AGE_OUT_PRODUCT_TABLE names each minor product (UTMA          *
      * custodial or minor savings), the adult product it converts    *
      * to, and whether it ages out at the state's UTMA age ('U') or  *
      * its age of majority ('M').  AGE_OUT_STATE_TABLE holds those   *
      * two ages per state; a state with no row takes the business    *
      * parameter defaults.  CUSTODIAL_AGEOUT_TABLE records, per      *
      * account, the notice sent ahead of the date and the            *
      * conversion itself.                                            *
      *================================================================*
           EXEC SQL DECLARE AGE_OUT_PRODUCT_TABLE TABLE
              (MINOR_ACCOUNT_TYPE CHAR(10) NOT NULL PRIMARY KEY,
               ADULT_ACCOUNT_TYPE CHAR(10) NOT NULL,
               AGE_BASIS         CHAR(1) DEFAULT 'U')
           END-EXEC.

           EXEC SQL DECLARE AGE_OUT_STATE_TABLE TABLE
              (STATE_CODE        CHAR(2) NOT NULL PRIMARY KEY,
               UTMA_AGE          SMALLINT NOT NULL,
               MAJORITY_AGE      SMALLINT NOT NULL)
           END-EXEC.

           EXEC SQL DECLARE CUSTODIAL_AGEOUT_TABLE TABLE
              (ACCOUNT_NUMBER    CHAR(10) NOT NULL PRIMARY KEY,
               MINOR_CUSTOMER_ID CHAR(10) NOT NULL,
               AGE_OUT_DATE      DATE NOT NULL,
               NOTICE_DATE       DATE,
               CONVERTED_DATE    DATE,
               OLD_ACCOUNT_TYPE  CHAR(10),
               NEW_ACCOUNT_TYPE  CHAR(10))
           END-EXEC.

      *================================================================*
      * SQL Declarations for promotional bonus-interest campaigns.    *
      * PROMO_CAMPAIGN_TABLE holds each offer: its enrollment window, *
      * the bonus rate paid on new money, the baseline date new money *
      * is measured from and the days it must be held.                *
      * PROMO_ELIGIBLE_TABLE lists the account types (and optionally  *
      * branches - blank means every branch) an offer is open to.     *
      * PROMO_ENROLLMENT_TABLE carries each enrolled account's        *
      * baseline balance, hold end date, peak new money and the bonus *
      * earned and clawed back.  Its status runs ACTIVE to VESTED     *
      * once the hold is served, or to CLAWBACK if the new money      *
      * leaves first.                                                 *
      *================================================================*
           EXEC SQL DECLARE PROMO_CAMPAIGN_TABLE TABLE
              (CAMPAIGN_ID       CHAR(8) NOT NULL PRIMARY KEY,
               CAMPAIGN_NAME     CHAR(40) NOT NULL,
               OFFER_START       DATE NOT NULL,
               OFFER_END         DATE NOT NULL,
               BONUS_RATE        DECIMAL(5,4) NOT NULL,
               BASELINE_DATE     DATE NOT NULL,
               HOLD_DAYS         SMALLINT NOT NULL,
               CAMPAIGN_STATUS   CHAR(10) DEFAULT 'ACTIVE')
           END-EXEC.

           EXEC SQL DECLARE PROMO_ELIGIBLE_TABLE TABLE
              (CAMPAIGN_ID       CHAR(8) NOT NULL,
               ACCOUNT_TYPE      CHAR(10) NOT NULL,
               BRANCH_CODE       CHAR(4) DEFAULT ' ')
           END-EXEC.

           EXEC SQL DECLARE PROMO_ENROLLMENT_TABLE TABLE
              (CAMPAIGN_ID       CHAR(8) NOT NULL,
               ACCOUNT_NUMBER    CHAR(10) NOT NULL,
               ENROLL_DATE       DATE NOT NULL,
               BASELINE_BALANCE  DECIMAL(14,2) DEFAULT 0,
               HOLD_END_DATE     DATE NOT NULL,
               NEW_MONEY         DECIMAL(14,2) DEFAULT 0,
               BONUS_EARNED      DECIMAL(10,2) DEFAULT 0,
               BONUS_CLAWED_BACK DECIMAL(10,2) DEFAULT 0,
               ENROLL_STATUS     CHAR(10) DEFAULT 'ACTIVE',
               STATUS_DATE       DATE)
           END-EXEC.

      *================================================================*
      * SQL Declarations for household relationship pricing.          *
      * HOUSEHOLD_MEMBER_TABLE puts each customer in one household -  *
      * LINK_TYPE 'A' when the monthly pricing run grouped them by    *
      * mailing address (the household takes the lowest customer ID   *
      * at the address), 'M' when an operator linked them by hand; a  *
      * manual link survives the monthly regrouping.                  *
      * HOUSEHOLD_TABLE carries each household's combined deposit and *
      * loan balances from the last pricing run and the relationship  *
      * tier they earned.  RELATIONSHIP_TIER_TABLE prices the tiers:  *
      * the combined balance a tier starts at, the share of each      *
      * monthly service charge it forgives (1.0000 waives the charge) *
      * and the rate bump added to interest-bearing accounts.         *
      * HOUSEHOLD_CONCESSION_TABLE records every fee forgiven ('F')   *
      * and every bump of interest paid ('R') - the revenue given up. *
      *================================================================*
           EXEC SQL DECLARE RELATIONSHIP_TIER_TABLE TABLE
              (TIER_CODE         CHAR(4) NOT NULL PRIMARY KEY,
               TIER_NAME         CHAR(18) NOT NULL,
               MIN_COMBINED_BALANCE DECIMAL(15,2) NOT NULL,
               FEE_DISCOUNT_PCT  DECIMAL(5,4) DEFAULT 0,
               RATE_BUMP         DECIMAL(5,4) DEFAULT 0)
           END-EXEC.

           EXEC SQL DECLARE HOUSEHOLD_MEMBER_TABLE TABLE
              (CUSTOMER_ID       CHAR(10) NOT NULL PRIMARY KEY,
               HOUSEHOLD_ID      CHAR(10) NOT NULL,
               LINK_TYPE         CHAR(1) DEFAULT 'A',
               LINK_DATE         DATE,
               LINKED_BY         CHAR(8))
           END-EXEC.

           EXEC SQL DECLARE HOUSEHOLD_TABLE TABLE
              (HOUSEHOLD_ID      CHAR(10) NOT NULL PRIMARY KEY,
               MEMBER_COUNT      SMALLINT DEFAULT 0,
               COMBINED_DEPOSITS DECIMAL(15,2) DEFAULT 0,
               COMBINED_LOANS    DECIMAL(15,2) DEFAULT 0,
               TIER_CODE         CHAR(4) DEFAULT ' ',
               PRICED_DATE       DATE)
           END-EXEC.

           EXEC SQL DECLARE HOUSEHOLD_CONCESSION_TABLE TABLE
              (HOUSEHOLD_ID      CHAR(10) NOT NULL,
               TIER_CODE         CHAR(4) NOT NULL,
               ACCOUNT_NUMBER    CHAR(10) NOT NULL,
               CONCESSION_DATE   DATE NOT NULL,
               CONCESSION_TYPE   CHAR(1) NOT NULL,
               AMOUNT            DECIMAL(11,2) NOT NULL)
           END-EXEC.

      *================================================================*
      * SQL Declarations for the daily subledger-to-GL proof.          *
      * GL_PROOF_TABLE holds one row per business date per segment -  *
      * deposits by account type, branch, currency and institution;   *
      * loans by product, branch and institution - with the GL        *
      * control account the segment books to, the control balance     *
      * rolled forward from the prior proof by the day's journal      *
      * lines, the subledger total it is proven against and the       *
      * difference.  GL_PROOF_JOURNAL_TABLE is the day's journal      *
      * lines per account or loan the roll-forward was built from,    *
      * kept for the drill-down.  The loan subledger has no nightly   *
      * snapshot of its own, so the proof keeps each loan's closing   *
      * principal on LOAN_BALANCE_HISTORY_TABLE for the next day's    *
      * drill-down.                                                   *
      *================================================================*
           EXEC SQL DECLARE GL_PROOF_TABLE TABLE
              (BUSINESS_DATE     DATE NOT NULL,
               SUBLEDGER         CHAR(1) NOT NULL,
               PRODUCT_CODE      CHAR(10) NOT NULL,
               BRANCH_CODE       CHAR(4) NOT NULL,
               CURRENCY_CODE     CHAR(3) NOT NULL,
               INSTITUTION_CODE  CHAR(4) NOT NULL,
               GL_ACCOUNT        CHAR(8),
               ITEM_COUNT        INTEGER DEFAULT 0,
               OPENING_BALANCE   DECIMAL(15,2),
               JOURNAL_NET       DECIMAL(15,2) DEFAULT 0,
               CONTROL_BALANCE   DECIMAL(15,2),
               SUBLEDGER_BALANCE DECIMAL(15,2) DEFAULT 0,
               DIFFERENCE        DECIMAL(15,2) DEFAULT 0,
               PROOF_STATUS      CHAR(8),
               PRIMARY KEY (BUSINESS_DATE, SUBLEDGER, PRODUCT_CODE,
                            BRANCH_CODE, CURRENCY_CODE,
                            INSTITUTION_CODE))
           END-EXEC.

           EXEC SQL DECLARE GL_PROOF_JOURNAL_TABLE TABLE
              (BUSINESS_DATE     DATE NOT NULL,
               SUBLEDGER         CHAR(1) NOT NULL,
               ITEM_ID           CHAR(10) NOT NULL,
               JOURNAL_SOURCE    CHAR(8) NOT NULL,
               AMOUNT            DECIMAL(13,2) NOT NULL)
           END-EXEC.

           EXEC SQL DECLARE LOAN_BALANCE_HISTORY_TABLE TABLE
              (LOAN_ID           CHAR(10) NOT NULL,
               BUSINESS_DATE     DATE NOT NULL,
               PRINCIPAL_BALANCE DECIMAL(13,2) NOT NULL,
               LOAN_STATUS       CHAR(10),
               PRIMARY KEY (LOAN_ID, BUSINESS_DATE))
           END-EXEC.

      *================================================================*
      * SQL Declarations for the consolidated GL posting interface.   *
      * One row per journal line the interface has collected from the *
      * five source journals, keyed by the batch and line it was      *
      * first sent under.  BATCH_ID/LINE_NUMBER are the batch and     *
      * line it was last sent under - the key the GL system's         *
      * acknowledgment quotes back.  LINE_STATUS runs STAGED, then    *
      * SENT (or UNBAL when its source failed to prove and the batch  *
      * was held back), then ACCEPTED or REJECTED from the            *
      * acknowledgment; a rejected line corrected through the repair  *
      * batch goes READY and is resent in the next RESUBMIT batch, or *
      * WTHDRAWN when finance has booked it by hand instead.          *
      *================================================================*
           EXEC SQL DECLARE GL_INTERFACE_LINE_TABLE TABLE
              (BUSINESS_DATE     DATE NOT NULL,
               ORIGINAL_BATCH_ID CHAR(16) NOT NULL,
               ORIGINAL_LINE     INTEGER NOT NULL,
               BATCH_ID          CHAR(16) NOT NULL,
               LINE_NUMBER       INTEGER NOT NULL,
               JOURNAL_SOURCE    CHAR(8) NOT NULL,
               INSTITUTION_CODE  CHAR(4) DEFAULT '0001',
               BRANCH_CODE       CHAR(4),
               GL_ACCOUNT        CHAR(8) NOT NULL,
               DEBIT_CREDIT      CHAR(2) NOT NULL,
               AMOUNT            DECIMAL(13,2) NOT NULL,
               REFERENCE_ID      CHAR(20),
               DESCRIPTION       CHAR(30),
               LINE_STATUS       CHAR(8) NOT NULL,
               SUBMIT_COUNT      INTEGER DEFAULT 1,
               REJECT_CODE       CHAR(4),
               REJECT_REASON     CHAR(40),
               STATUS_DATE       DATE,
               REPAIRED_BY       CHAR(8),
               PRIMARY KEY (ORIGINAL_BATCH_ID, ORIGINAL_LINE))
           END-EXEC.

      *================================================================*
      * SQL Declarations for the stream control ledger.  Every job in *
      * the nightly stream that hands work to another adds its input  *
      * and output counts and amounts here for the business date, one *
      * row per program, charter, control point and run key (the      *
      * partition a parallel run covers; spaces for a single run), in *
      * the same unit of work as the items themselves - so a batch    *
      * rolled back or a run that crashed has registered exactly what *
      * it committed and no more.  STREAM_PROOF_TABLE is the stream   *
      * proof's verdict on each handoff for the date: what the        *
      * upstream job said it passed on, what the downstream job said  *
      * it received, the items legitimately still in flight between   *
      * them and the difference left over.  DAY-CLOSE-BATCH will not  *
      * close a date whose handoffs have not all proven BALANCED.     *
      *================================================================*
           EXEC SQL DECLARE CONTROL_TOTAL_TABLE TABLE
              (PROGRAM_ID        CHAR(30) NOT NULL,
               BUSINESS_DATE     DATE NOT NULL,
               INSTITUTION_CODE  CHAR(4) NOT NULL DEFAULT '0001',
               CONTROL_POINT     CHAR(16) NOT NULL,
               RUN_KEY           CHAR(10) NOT NULL DEFAULT ' ',
               RECORD_COUNT      INTEGER DEFAULT 0,
               AMOUNT            DECIMAL(15,2) DEFAULT 0,
               LAST_UPDATED      TIMESTAMP,
               PRIMARY KEY (PROGRAM_ID, BUSINESS_DATE,
                            INSTITUTION_CODE, CONTROL_POINT,
                            RUN_KEY))
           END-EXEC.

           EXEC SQL DECLARE STREAM_PROOF_TABLE TABLE
              (BUSINESS_DATE     DATE NOT NULL,
               HANDOFF_CODE      CHAR(12) NOT NULL,
               UPSTREAM_COUNT    INTEGER DEFAULT 0,
               UPSTREAM_AMOUNT   DECIMAL(15,2) DEFAULT 0,
               DOWNSTREAM_COUNT  INTEGER DEFAULT 0,
               DOWNSTREAM_AMOUNT DECIMAL(15,2) DEFAULT 0,
               IN_FLIGHT_COUNT   INTEGER DEFAULT 0,
               IN_FLIGHT_AMOUNT  DECIMAL(15,2) DEFAULT 0,
               DIFFERENCE_COUNT  INTEGER DEFAULT 0,
               DIFFERENCE_AMOUNT DECIMAL(15,2) DEFAULT 0,
               PROOF_STATUS      CHAR(8) NOT NULL,
               PROOF_TIME        TIMESTAMP,
               PRIMARY KEY (BUSINESS_DATE, HANDOFF_CODE))
           END-EXEC.

      *================================================================*
      * SQL Declarations for the weekly integrity scan.  Each scan    *
      * writes one INTEGRITY_FINDING_TABLE row per rule violation it  *
      * finds - the rule, the table and key of the offending row and  *
      * the rule's severity - carrying forward the date the same      *
      * violation was first seen, so a finding new since the prior    *
      * scan stands out.  INTEGRITY_SCAN_TABLE keeps one row per rule *
      * per scan with the violation, new and cleared counts the       *
      * week-to-week backlog trend is read from.                      *
      *================================================================*
           EXEC SQL DECLARE INTEGRITY_FINDING_TABLE TABLE
              (SCAN_DATE         DATE NOT NULL,
               RULE_ID           CHAR(6) NOT NULL,
               ITEM_KEY          CHAR(40) NOT NULL,
               TABLE_NAME        CHAR(24) NOT NULL,
               SEVERITY          CHAR(6) NOT NULL,
               FIRST_SEEN_DATE   DATE NOT NULL,
               NEW_FLAG          CHAR(1) DEFAULT 'Y',
               PRIMARY KEY (SCAN_DATE, RULE_ID, ITEM_KEY))
           END-EXEC.

           EXEC SQL DECLARE INTEGRITY_SCAN_TABLE TABLE
              (SCAN_DATE         DATE NOT NULL,
               RULE_ID           CHAR(6) NOT NULL,
               TABLE_NAME        CHAR(24) NOT NULL,
               SEVERITY          CHAR(6) NOT NULL,
               VIOLATION_COUNT   INTEGER DEFAULT 0,
               PRIOR_COUNT       INTEGER DEFAULT 0,
               NEW_COUNT         INTEGER DEFAULT 0,
               CLEARED_COUNT     INTEGER DEFAULT 0,
               PRIMARY KEY (SCAN_DATE, RULE_ID))
           END-EXEC.

      *================================================================*
      * SQL Declarations for the cycle report repository.  The archive *
      * step run behind each nightly job copies the job's report into *
      * REPORT_STORE_TABLE line for line under its business date, and *
      * indexes it on REPORT_REPOSITORY_TABLE with the producing      *
      * program, its record count and a hash total of its content the *
      * retrieval utility proves a reproduced report against.  A      *
      * report kept longer or shorter than the repository default has *
      * its own period on REPORT_RETENTION_TABLE.                     *
      *================================================================*
           EXEC SQL DECLARE REPORT_REPOSITORY_TABLE TABLE
              (BUSINESS_DATE     DATE NOT NULL,
               REPORT_NAME       CHAR(16) NOT NULL,
               INSTITUTION_CODE  CHAR(4) NOT NULL,
               PROGRAM_ID        CHAR(30) NOT NULL,
               RECORD_COUNT      INTEGER DEFAULT 0,
               CONTROL_TOTAL     DECIMAL(9,0) DEFAULT 0,
               ARCHIVED_TIME     TIMESTAMP,
               PRIMARY KEY (BUSINESS_DATE, REPORT_NAME,
                            INSTITUTION_CODE))
           END-EXEC.

           EXEC SQL DECLARE REPORT_STORE_TABLE TABLE
              (BUSINESS_DATE     DATE NOT NULL,
               REPORT_NAME       CHAR(16) NOT NULL,
               INSTITUTION_CODE  CHAR(4) NOT NULL,
               LINE_NUMBER       INTEGER NOT NULL,
               LINE_TEXT         VARCHAR(300),
               PRIMARY KEY (BUSINESS_DATE, REPORT_NAME,
                            INSTITUTION_CODE, LINE_NUMBER))
           END-EXEC.

           EXEC SQL DECLARE REPORT_RETENTION_TABLE TABLE
              (REPORT_NAME       CHAR(16) NOT NULL,
               RETAIN_DAYS       INTEGER NOT NULL,
               PRIMARY KEY (REPORT_NAME))
           END-EXEC.

      * Business parameter lookup - the caller moves the name into
      * BP-PARAM-NAME and performs DB-GET-BUSINESS-PARAMETER; the
      * governing value comes back in SQL-BP-PARAM-VALUE with the
               88  ENTITLEMENT-GRANTED    VALUE 'Y'.
               88  ENTITLEMENT-DENIED     VALUE 'N'.

       01  SQL-EMPLOYEE-RECORD.
           05  SQL-EM-OPERATOR-ID         PIC X(8).
           05  SQL-EM-EMPLOYEE-NAME       PIC X(40).
           05  SQL-EM-HOME-BRANCH         PIC X(4).
           05  SQL-EM-EMPLOYEE-STATUS     PIC X(10).
           05  SQL-EM-CUSTOMER-ID         PIC X(10).
           05  SQL-EM-RELATION-CODE       PIC X(1).
           05  SQL-EM-RELATION-STATUS     PIC X(10).
           05  SQL-EM-ROW-COUNT           PIC S9(9) COMP-3.
           05  SQL-EM-SUPERVISOR-ID       PIC X(8).
           05  SQL-EM-SUPERVISOR-STATUS   PIC X(10).

      * Access recertification - one operator entitlement under
      * review, with who reviews it and when it was last exercised
       01  SQL-RECERT-RECORD.
           05  SQL-RV-SUPERVISOR-ID       PIC X(8).
           05  SQL-RV-SUPERVISOR-NAME     PIC X(40).
           05  SQL-RV-OPERATOR-ID         PIC X(8).
           05  SQL-RV-OPERATOR-NAME       PIC X(40).
           05  SQL-RV-EMPLOYEE-STATUS     PIC X(10).
           05  SQL-RV-FUNCTION-CODE       PIC X(10).
           05  SQL-RV-AUTHORITY           PIC S9(9)V99 COMP-3.
           05  SQL-RV-GATED-FLAG          PIC X(1).
               88  RV-ENTITLEMENT-GATED   VALUE 'Y'.
           05  SQL-RV-LAST-USED           PIC X(10).
           05  SQL-RV-WINDOW-DAYS         PIC S9(9) COMP-3.
           05  SQL-RV-ENTITLE-STATUS      PIC X(10).

       01  SQL-IRA-RECORD.
           05  SQL-IR-ACCOUNT-NUMBER      PIC X(10).
           05  SQL-IR-CUSTOMER-ID         PIC X(10).
           05  SQL-IR-PLAN-TYPE           PIC X(1).
           05  SQL-IR-BIRTH-DATE          PIC X(10).
           05  SQL-IR-PLAN-STATUS         PIC X(10).
           05  SQL-IR-BENEFICIARY-SEQ     PIC S9(4) COMP-5.
           05  SQL-IR-BENEFICIARY-NAME    PIC X(40).
           05  SQL-IR-RELATIONSHIP        PIC X(10).
           05  SQL-IR-BENEFICIARY-CLASS   PIC X(1).
           05  SQL-IR-SHARE-PERCENT       PIC S9(3)V99.
           05  SQL-IR-ACTIVITY-TYPE       PIC X(1).
           05  SQL-IR-TAX-YEAR            PIC S9(4) COMP-5.
           05  SQL-IR-CONTRIBUTION-CODE   PIC X(1).
           05  SQL-IR-DISTRIBUTION-CODE   PIC X(2).
           05  SQL-IR-AMOUNT              PIC S9(9)V99.
           05  SQL-IR-FED-WITHHOLDING     PIC S9(9)V99.
           05  SQL-IR-ACTIVITY-STATUS     PIC X(10).
           05  SQL-IR-YEAR-TOTAL          PIC S9(9)V99.
           05  SQL-IR-ROW-COUNT           PIC S9(9) COMP-3.

       01  SQL-SAFE-DEPOSIT-RECORD.
           05  SQL-SD-BRANCH-CODE         PIC X(4).
           05  SQL-SD-BOX-NUMBER          PIC X(6).
           05  SQL-SD-BOX-SIZE            PIC X(6).
           05  SQL-SD-BOX-STATUS          PIC X(10).
           05  SQL-SD-RENTER-ID           PIC X(10).
           05  SQL-SD-CHARGE-ACCOUNT      PIC X(10).
           05  SQL-SD-ANNIVERSARY         PIC X(10).
           05  SQL-SD-PAID-THROUGH        PIC X(10).
           05  SQL-SD-BILL-REFERENCE      PIC X(20).
           05  SQL-SD-BILL-AMOUNT         PIC S9(5)V99.
           05  SQL-SD-BILL-STATUS         PIC X(10).
           05  SQL-SD-DELINQUENT-SINCE    PIC X(10).
           05  SQL-SD-LAST-NOTICE-DATE    PIC X(10).
           05  SQL-SD-NOTICE-COUNT        PIC S9(4) COMP-5.
           05  SQL-SD-DAYS-DELINQUENT     PIC S9(9) COMP.
           05  SQL-SD-DAYS-SINCE-NOTICE   PIC S9(9) COMP.
           05  SQL-SD-LESSEE-ID           PIC X(10).
           05  SQL-SD-TXN-STATUS          PIC X(10).
           05  SQL-SD-ROW-COUNT           PIC S9(9) COMP-3.

       01  SQL-IOLTA-RECORD.
           05  SQL-IO-ACCOUNT-NUMBER      PIC X(10).
           05  SQL-IO-PROGRAM-CODE        PIC X(6).
           05  SQL-IO-PROGRAM-NAME        PIC X(40).
           05  SQL-IO-STATE-CODE          PIC X(2).
           05  SQL-IO-CLEARING-ACCOUNT    PIC X(10).
           05  SQL-IO-FEES-ALLOWED        PIC X(1).
           05  SQL-IO-PROGRAM-STATUS      PIC X(10).
           05  SQL-IO-LAW-FIRM-NAME       PIC X(40).
           05  SQL-IO-LAW-FIRM-ID         PIC X(10).
           05  SQL-IO-IOLTA-STATUS        PIC X(10).
           05  SQL-IO-FLAGGED-DATE        PIC X(10).
           05  SQL-IO-PERIOD-START        PIC X(10).
           05  SQL-IO-BALANCE-SUM         PIC S9(15)V99.
           05  SQL-IO-PERIOD-DAYS         PIC S9(4) COMP-5.
           05  SQL-IO-PERIOD-INTEREST     PIC S9(9)V99.
           05  SQL-IO-AVERAGE-BALANCE     PIC S9(13)V99.
           05  SQL-IO-FEES-NETTED         PIC S9(7)V99.
           05  SQL-IO-NET-REMITTED        PIC S9(9)V99.
           05  SQL-IO-ROW-COUNT           PIC S9(9) COMP-3.

       01  SQL-AGE-OUT-RECORD.
           05  SQL-AO-ACCOUNT-NUMBER      PIC X(10).
           05  SQL-AO-MINOR-ID            PIC X(10).
           05  SQL-AO-ACCOUNT-TYPE        PIC X(10).
           05  SQL-AO-ADULT-TYPE          PIC X(10).
           05  SQL-AO-BRANCH-CODE         PIC X(4).
           05  SQL-AO-BIRTH-DATE          PIC X(10).
           05  SQL-AO-AGE-OUT-AGE         PIC S9(4) COMP-5.
           05  SQL-AO-AGE-OUT-DATE        PIC X(10).
           05  SQL-AO-DAYS-TO-AGE-OUT     PIC S9(9) COMP-5.
           05  SQL-AO-NOTICE-DATE         PIC X(10).
           05  SQL-AO-CUSTODIAN-ID        PIC X(10).

       01  SQL-PROMO-RECORD.
           05  SQL-PR-CAMPAIGN-ID         PIC X(8).
           05  SQL-PR-CAMPAIGN-NAME       PIC X(40).
           05  SQL-PR-OFFER-START         PIC X(10).
           05  SQL-PR-OFFER-END           PIC X(10).
           05  SQL-PR-BONUS-RATE          PIC S9(1)V9(4).
           05  SQL-PR-BASELINE-DATE       PIC X(10).
           05  SQL-PR-HOLD-DAYS           PIC S9(4) COMP-5.
           05  SQL-PR-CAMPAIGN-STATUS     PIC X(10).
           05  SQL-PR-ACCOUNT-TYPE        PIC X(10).
           05  SQL-PR-BRANCH-CODE         PIC X(4).
           05  SQL-PR-BASELINE-BALANCE    PIC S9(12)V99.
           05  SQL-PR-NEW-MONEY           PIC S9(12)V99.
           05  SQL-PR-BONUS-EARNED        PIC S9(8)V99.
           05  SQL-PR-BONUS-CLAWED-BACK   PIC S9(8)V99.
           05  SQL-PR-DAYS-TO-HOLD-END    PIC S9(9) COMP-5.
           05  SQL-PR-ENROLLMENTS         PIC S9(9) COMP-3.
           05  SQL-PR-VESTED-COUNT        PIC S9(9) COMP-3.
           05  SQL-PR-CLAWBACK-COUNT      PIC S9(9) COMP-3.
           05  SQL-PR-ROW-COUNT           PIC S9(9) COMP-3.

      * Household tier lookup - the caller moves the account into
      * HH-ACCOUNT-NUMBER and performs DB-GET-HOUSEHOLD-TIER; the
      * tier of the household the account's primary owner belongs
      * to comes back with the found flag saying whether one priced
      * it at all
       01  SQL-HOUSEHOLD-RECORD.
           05  HH-ACCOUNT-NUMBER          PIC X(10).
           05  SQL-HH-HOUSEHOLD-ID        PIC X(10).
           05  SQL-HH-CUSTOMER-ID         PIC X(10).
           05  SQL-HH-LINK-TYPE           PIC X(1).
           05  SQL-HH-TIER-CODE           PIC X(4).
           05  SQL-HH-TIER-NAME           PIC X(18).
           05  SQL-HH-MIN-COMBINED        PIC S9(13)V99.
           05  SQL-HH-FEE-DISCOUNT        PIC S9(1)V9(4).
           05  SQL-HH-RATE-BUMP           PIC S9(1)V9(4).
           05  SQL-HH-COMBINED-DEPOSITS   PIC S9(13)V99.
           05  SQL-HH-COMBINED-LOANS      PIC S9(13)V99.
           05  SQL-HH-MEMBER-COUNT        PIC S9(9) COMP-3.
           05  SQL-HH-CONCESSION-TYPE     PIC X(1).
           05  SQL-HH-CONCESSION-AMOUNT   PIC S9(9)V99.
           05  SQL-HH-CONCESSION-DATE     PIC X(10).
           05  SQL-HH-ROW-COUNT           PIC S9(9) COMP-3.
           05  HH-TIER-FLAG               PIC X VALUE 'N'.
               88  HOUSEHOLD-TIER-FOUND   VALUE 'Y'.
               88  HOUSEHOLD-TIER-NOT-FOUND VALUE 'N'.

       01  SQL-GL-PROOF-RECORD.
           05  GP-BUSINESS-DATE           PIC X(10).
           05  GP-PRIOR-DATE              PIC X(10).
           05  SQL-GP-SUBLEDGER           PIC X(1).
           05  SQL-GP-PRODUCT-CODE        PIC X(10).
           05  SQL-GP-BRANCH-CODE         PIC X(4).
           05  SQL-GP-CURRENCY-CODE       PIC X(3).
           05  SQL-GP-INSTITUTION-CODE    PIC X(4).
           05  SQL-GP-GL-ACCOUNT          PIC X(8).
           05  SQL-GP-ITEM-COUNT          PIC S9(9) COMP-3.
           05  SQL-GP-OPENING-BALANCE     PIC S9(13)V99.
           05  SQL-GP-JOURNAL-NET         PIC S9(13)V99.
           05  SQL-GP-CONTROL-BALANCE     PIC S9(13)V99.
           05  SQL-GP-SUBLEDGER-BALANCE   PIC S9(13)V99.
           05  SQL-GP-DIFFERENCE          PIC S9(13)V99.
           05  SQL-GP-PROOF-STATUS        PIC X(8).
           05  SQL-GP-ITEM-ID             PIC X(10).
           05  SQL-GP-JOURNAL-SOURCE      PIC X(8).
           05  SQL-GP-AMOUNT              PIC S9(11)V99.
           05  SQL-GP-PRIOR-BALANCE       PIC S9(13)V99.
           05  SQL-GP-CLOSING-BALANCE     PIC S9(13)V99.
           05  SQL-GP-ITEM-JOURNAL        PIC S9(13)V99.

       01  SQL-GL-INTERFACE-RECORD.
           05  GI-BUSINESS-DATE           PIC X(10).
           05  GI-STATUS-DATE             PIC X(10).
           05  SQL-GI-BATCH-ID            PIC X(16).
           05  SQL-GI-LINE-NUMBER         PIC S9(9) COMP-3.
           05  SQL-GI-JOURNAL-SOURCE      PIC X(8).
           05  SQL-GI-INSTITUTION-CODE    PIC X(4).
           05  SQL-GI-BRANCH-CODE         PIC X(4).
           05  SQL-GI-GL-ACCOUNT          PIC X(8).
           05  SQL-GI-DEBIT-CREDIT        PIC X(2).
           05  SQL-GI-AMOUNT              PIC S9(11)V99.
           05  SQL-GI-REFERENCE-ID        PIC X(20).
           05  SQL-GI-DESCRIPTION         PIC X(30).
           05  SQL-GI-LINE-STATUS         PIC X(8).
           05  SQL-GI-ORIGINAL-BATCH-ID   PIC X(16).
           05  SQL-GI-ORIGINAL-LINE       PIC S9(9) COMP-3.
           05  SQL-GI-SUBMIT-COUNT        PIC S9(9) COMP-3.
           05  SQL-GI-REJECT-CODE         PIC X(4).
           05  SQL-GI-REJECT-REASON       PIC X(40).
           05  SQL-GI-ITEM-ID             PIC X(10).
           05  SQL-GI-LINE-COUNT          PIC S9(9) COMP-3.
           05  SQL-GI-DEBIT-TOTAL         PIC S9(13)V99.
           05  SQL-GI-CREDIT-TOTAL        PIC S9(13)V99.

      * Stream control ledger - the caller moves the control point,
      * run key, count and amount in and performs DB-ADD-CONTROL-
      * TOTAL; the program, business date and charter come from the
      * job control fields.  DB-GET-CONTROL-TOTAL sums one program's
      * point for the date across every charter and run key.
       01  SQL-CONTROL-TOTAL-RECORD.
           05  CT-PROGRAM-ID              PIC X(30).
           05  CT-CONTROL-POINT           PIC X(16).
           05  CT-RUN-KEY                 PIC X(10) VALUE SPACES.
           05  SQL-CT-RECORD-COUNT        PIC S9(9) COMP-3.
           05  SQL-CT-AMOUNT              PIC S9(13)V99.
           05  SQL-SP-HANDOFF-CODE        PIC X(12).
           05  SQL-SP-SOURCE-JOB          PIC X(04).
           05  SQL-SP-UPSTREAM-COUNT      PIC S9(9) COMP-3.
           05  SQL-SP-UPSTREAM-AMOUNT     PIC S9(13)V99.
           05  SQL-SP-DOWNSTREAM-COUNT    PIC S9(9) COMP-3.
           05  SQL-SP-DOWNSTREAM-AMOUNT   PIC S9(13)V99.
           05  SQL-SP-IN-FLIGHT-COUNT     PIC S9(9) COMP-3.
           05  SQL-SP-IN-FLIGHT-AMOUNT    PIC S9(13)V99.
           05  SQL-SP-DIFFERENCE-COUNT    PIC S9(9) COMP-3.
           05  SQL-SP-DIFFERENCE-AMOUNT   PIC S9(13)V99.
           05  SQL-SP-PROOF-STATUS        PIC X(8).
           05  SQL-SP-ROW-COUNT           PIC S9(9) COMP-3.

       01  SQL-INTEGRITY-RECORD.
           05  IS-SCAN-DATE               PIC X(10).
           05  IS-PRIOR-SCAN-DATE         PIC X(10).
           05  SQL-IS-RULE-ID             PIC X(06).
           05  SQL-IS-TABLE-NAME          PIC X(24).
           05  SQL-IS-SEVERITY            PIC X(06).
           05  SQL-IS-ITEM-KEY            PIC X(40).
           05  SQL-IS-FIRST-SEEN-DATE     PIC X(10).
           05  SQL-IS-NEW-FLAG            PIC X(01).
               88  IS-NEW-FINDING         VALUE 'Y'.
           05  SQL-IS-VIOLATION-COUNT     PIC S9(9) COMP-3.
           05  SQL-IS-PRIOR-COUNT         PIC S9(9) COMP-3.
           05  SQL-IS-NEW-COUNT           PIC S9(9) COMP-3.
           05  SQL-IS-CLEARED-COUNT       PIC S9(9) COMP-3.

      * Report repository - the key of the report being archived,
      * retrieved or purged, and the running record count and hash
      * total the reportrepo paragraphs build line by line
       01  SQL-REPORT-REPOSITORY-RECORD.
           05  RR-BUSINESS-DATE           PIC X(10).
           05  RR-REPORT-NAME             PIC X(16).
           05  RR-INSTITUTION-CODE        PIC X(4).
           05  SQL-RR-PROGRAM-ID          PIC X(30).
           05  SQL-RR-RECORD-COUNT        PIC S9(9) COMP-3.
           05  SQL-RR-CONTROL-TOTAL       PIC S9(9) COMP-3.
           05  SQL-RR-ARCHIVED-TIME       PIC X(26).
           05  SQL-RR-LINE-NUMBER         PIC S9(9) COMP-3.
           05  SQL-RR-LINE-TEXT           PIC X(300).
           05  SQL-RR-RETAIN-DAYS         PIC S9(9) COMP-3.
           05  SQL-RR-DEFAULT-DAYS        PIC S9(9) COMP-3.
           05  SQL-RR-STORED-COUNT        PIC S9(9) COMP-3.
           05  RR-LINE-COUNT              PIC 9(9) COMP.
           05  RR-HASH-TOTAL              PIC 9(9) COMP.
           05  RR-HASH-WORK               PIC 9(12) COMP.
           05  RR-HASH-QUOTIENT           PIC 9(12) COMP.
           05  RR-HASH-BYTE               PIC 9(3) COMP.

       01  SQL-BUSINESS-PARAM-RECORD.
           05  BP-PARAM-NAME              PIC X(20).
           05  SQL-BP-PARAM-VALUE         PIC S9(9)V9(4).
           05  SQL-SW-TARGET-BALANCE      PIC S9(11)V99.
           05  SQL-SW-SUB-BALANCE         PIC S9(12)V99.

       01  SQL-RESERVE-SUBACCOUNT-RECORD.
           05  SQL-RQ-ACCOUNT-NUMBER      PIC X(10).
           05  SQL-RQ-SUB-BALANCE         PIC S9(12)V99.
           05  SQL-RQ-TARGET-BALANCE      PIC S9(11)V99.
           05  SQL-RQ-CYCLE-PERIOD        PIC X(7).
           05  SQL-RQ-CYCLE-TRANSFERS     PIC S9(4) COMP.
           05  SQL-RQ-CYCLE-LOCKED        PIC X.
               88  RQ-CYCLE-LOCKED        VALUE 'Y'.
               88  RQ-CYCLE-OPEN          VALUE 'N'.
           05  SQL-RQ-ELIGIBLE            PIC X.
               88  RQ-ELIGIBLE            VALUE 'Y'.
           05  SQL-RQ-ACCOUNT-BALANCE     PIC S9(12)V99.
           05  SQL-RQ-OPENED-COUNT        PIC S9(9) COMP.

       01  SQL-WATCH-LIST-RECORD.
           05  SQL-WL-ENTRY-ID            PIC X(10).
           05  SQL-WL-ENTRY-NAME          PIC X(40).
           05  SQL-LN-REMAINING-MONTHS    PIC S9(4) COMP-5.
           05  SQL-LN-BRANCH-CODE         PIC X(4).
           05  SQL-LN-LOAN-STATUS         PIC X(10).
           05  SQL-LN-LATE-CHARGE-BAL     PIC S9(7)V99.
           05  SQL-LN-DELINQ-BUCKET       PIC S9(4) COMP-5.
           05  SQL-LN-ESCROW-BALANCE      PIC S9(9)V99.
           05  SQL-LN-DEPOSIT-ACCOUNT     PIC X(10).
           05  SQL-LN-POINTS-PAID         PIC S9(7)V99.
           05  SQL-LN-ORIGINAL-PRINCIPAL  PIC S9(11)V99.
           05  SQL-LN-TERM-MONTHS         PIC S9(4) COMP-5.
           05  SQL-LN-ORIGINATION-DATE    PIC X(10).

       01  SQL-COLLATERAL-PLEDGE-RECORD.
           05  SQL-CP-LOAN-ID             PIC X(10).
           05  SQL-CP-PLEDGE-ACCOUNT      PIC X(10).
           05  SQL-CP-PLEDGE-TYPE         PIC X.
               88  CP-PLEDGE-DEPOSIT      VALUE 'D'.
               88  CP-PLEDGE-CD           VALUE 'C'.
           05  SQL-CP-PLEDGED-AMOUNT      PIC S9(11)V99.
           05  SQL-CP-PLEDGE-STATUS       PIC X(10).
           05  SQL-CP-PLEDGED-TOTAL       PIC S9(11)V99.
           05  SQL-CP-PLEDGE-COUNT        PIC S9(9) COMP-3.

       01  SQL-ESCROW-PAYEE-RECORD.
           05  SQL-EP-LOAN-ID             PIC X(10).
           05  SQL-EP-PAYEE-SEQ           PIC S9(4) COMP-5.
           05  SQL-EP-PAYEE-NAME          PIC X(40).
           05  SQL-EP-PAYEE-TYPE          PIC X(1).
           05  SQL-EP-PAYEE-REFERENCE     PIC X(20).
           05  SQL-EP-DUE-DATE            PIC X(10).
           05  SQL-EP-AMOUNT              PIC S9(7)V99.
           05  SQL-EP-FREQUENCY           PIC S9(4) COMP-5.

       01  SQL-PAYOFF-QUOTE-RECORD.
           05  SQL-PQ-QUOTE-ID            PIC X(20).
           05  SQL-PQ-LOAN-ID             PIC X(10).
           05  SQL-PQ-GOOD-THROUGH        PIC X(10).
           05  SQL-PQ-PRINCIPAL           PIC S9(11)V99.
           05  SQL-PQ-INTEREST            PIC S9(9)V99.
           05  SQL-PQ-PER-DIEM            PIC S9(7)V99.
           05  SQL-PQ-LATE-CHARGES        PIC S9(7)V99.
           05  SQL-PQ-PAYOFF-FEE          PIC S9(7)V99.
           05  SQL-PQ-ESCROW-REFUND       PIC S9(9)V99.
           05  SQL-PQ-PAYOFF-AMOUNT       PIC S9(11)V99.

       01  SQL-CREDIT-REPORTING-RECORD.
           05  SQL-CR-ACCOUNT-ID          PIC X(10).
           05  SQL-CR-SOURCE-TYPE         PIC X.
           05  SQL-CR-PAYMENT-HISTORY     PIC X(24).
           05  SQL-CR-ACCOUNT-STATUS      PIC X(2).
           05  SQL-CR-FIRST-DELINQ        PIC X(10).
           05  SQL-CR-CLOSED-REPORTED     PIC X.
           05  SQL-CR-MONTHS-SINCE        PIC S9(4) COMP-5.

       01  SQL-CHECK-REGISTER-RECORD.
           05  SQL-CK-REGISTER-COUNT      PIC S9(9) COMP-3.
           05  SQL-CK-ISSUED-AMOUNT       PIC S9(9)V99.
           05  SQL-CK-REGISTER-STATUS     PIC X(10).

       01  SQL-OFFICIAL-CHECK-RECORD.
           05  SQL-OC-SERIAL              PIC X(10).
           05  SQL-OC-PURCHASER           PIC X(10).
           05  SQL-OC-REMITTER            PIC X(40).
           05  SQL-OC-PAYEE               PIC X(40).
           05  SQL-OC-AMOUNT              PIC S9(9)V99.
           05  SQL-OC-ISSUE-DATE          PIC X(10).
           05  SQL-OC-BRANCH              PIC X(4).
           05  SQL-OC-STATUS              PIC X(10).
           05  SQL-OC-DAYS-OUT            PIC S9(9) COMP-3.
      * The liability account every official check is drawn on
           05  SQL-OC-LIABILITY-ACCOUNT   PIC X(10).
           05  SQL-OC-LIABILITY-BALANCE   PIC S9(12)V99.

       01  SQL-DEPOSITED-ITEM-RECORD.
           05  SQL-DP-REFERENCE           PIC X(20).
           05  SQL-DP-CUSTOMER-ID         PIC X(10).
           05  SQL-DP-ACCOUNT-NUMBER      PIC X(10).
           05  SQL-DP-DRAWEE-ROUTING      PIC X(9).
           05  SQL-DP-CHECK-SERIAL        PIC X(10).
           05  SQL-DP-AMOUNT              PIC S9(9)V99.
           05  SQL-DP-BRANCH-CODE         PIC X(4).
           05  SQL-DP-DEPOSIT-DATE        PIC X(10).
           05  SQL-DP-ITEM-STATUS         PIC X(10).
           05  SQL-DP-CASH-LETTER-ID      PIC X(16).

       01  SQL-ACH-FILTER-RECORD.
           05  SQL-AF-ACCOUNT-ID          PIC X(10).
           05  SQL-AF-FILTER-TYPE         PIC X.
           05  SQL-AF-ORIGINATOR-ID       PIC X(10).
           05  SQL-AF-ORIGINATOR-NAME     PIC X(30).
           05  SQL-AF-MAX-AMOUNT          PIC S9(9)V99.
           05  SQL-AF-FILTER-COUNT        PIC S9(9) COMP-3.
           05  SQL-AF-BLOCK-ALL-COUNT     PIC S9(9) COMP-3.
           05  SQL-AF-BLOCK-DATE          PIC X(10).
           05  SQL-AF-NETWORK-TRACE       PIC X(20).
           05  SQL-AF-AMOUNT              PIC S9(9)V99.
           05  SQL-AF-BLOCK-REASON        PIC X(30).

       01  SQL-LOCKBOX-RECORD.
           05  SQL-LB-LOCKBOX-NUMBER      PIC X(7).
           05  SQL-LB-CUSTOMER-ID         PIC X(10).
           05  SQL-LB-ACCOUNT-NUMBER      PIC X(10).
           05  SQL-LB-LOCKBOX-STATUS      PIC X(10).
           05  SQL-LB-EXCEPTION-ID        PIC X(20).
           05  SQL-LB-BATCH-NUMBER        PIC X(4).
           05  SQL-LB-ITEM-SEQUENCE       PIC X(5).
           05  SQL-LB-PAYER-NAME          PIC X(30).
           05  SQL-LB-CHECK-SERIAL        PIC X(10).
           05  SQL-LB-AMOUNT              PIC S9(9)V99.
           05  SQL-LB-INVOICE-NUMBER      PIC X(15).
           05  SQL-LB-EXCEPTION-REASON    PIC X(16).
           05  SQL-LB-EXCEPTION-STATUS    PIC X(10).

       01  SQL-NOSTRO-RECORD.
           05  SQL-NO-CURRENCY-CODE       PIC X(3).
           05  SQL-NO-CORRESPONDENT-ID    PIC X(11).
           05  SQL-NO-NOSTRO-ACCOUNT      PIC X(20).
           05  SQL-NO-NOSTRO-STATUS       PIC X(10).
           05  SQL-NO-STATEMENT-NUMBER    PIC X(5).
           05  SQL-NO-ENTRY-SEQUENCE      PIC S9(9) COMP.
           05  SQL-NO-ITEM-SIDE           PIC X.
           05  SQL-NO-ITEM-REFERENCE      PIC X(20).
           05  SQL-NO-DEBIT-CREDIT        PIC X.
           05  SQL-NO-AMOUNT              PIC S9(11)V99.
           05  SQL-NO-VALUE-DATE          PIC X(10).
           05  SQL-NO-AGE-DAYS            PIC S9(9) COMP.
           05  SQL-NO-ROWS-LOADED         PIC S9(9) COMP.

       01  SQL-CARD-MASTER-RECORD.
           05  SQL-CD-CARD-COUNT          PIC S9(9) COMP-3.
           05  SQL-CD-USABLE-COUNT        PIC S9(9) COMP-3.
           05  SQL-CAL-DAY-TYPE           PIC X.
           05  SQL-CAL-NONBUS-COUNT       PIC S9(9) COMP-3.
           05  SQL-PRIOR-BUSINESS-DATE    PIC X(10).
           05  SQL-NEXT-BUSINESS-DATE     PIC X(10).

      * Posting cutoff rollover - one channel/type group of late
      * PENDING items at a time, moved to the next banking day
       01  SQL-POSTING-CUTOFF-RECORD.
           05  SQL-PC-CHANNEL-CODE        PIC X(3).
           05  SQL-PC-TRANSACTION-TYPE    PIC X.
           05  SQL-PC-CUTOFF-TIME         PIC X(8).

       01  SQL-ALERT-PREFERENCE-RECORD.
           05  SQL-AP-ALERT-TYPE          PIC X(2).
           05  SQL-FS-NSF-FEE             PIC S9(5)V99.
           05  SQL-FS-WAIVER-BALANCE      PIC S9(8)V99.
           05  SQL-FS-CLOSEOUT-FEE        PIC S9(5)V99.
           05  SQL-FS-RETURN-ITEM-FEE     PIC S9(5)V99.
           05  SQL-FS-ANNUAL-RENT         PIC S9(5)V99.
           05  SQL-FS-MINIMUM-BALANCE     PIC S9(8)V99.

      * Reference number generation - the caller moves the branch
      * into RN-BRANCH-CODE before performing
           05  SQL-CU-NEXT-REVIEW         PIC X(10).
           05  SQL-CU-WITHHOLD-FLAG       PIC X(1).
           05  SQL-CU-WITHHOLD-RATE       PIC S9(1)V9(4).
           05  SQL-CU-TAX-ID              PIC X(9).
           05  SQL-CU-TAX-ID-TYPE         PIC X(1).
           05  SQL-CU-BO-CERT-DATE        PIC X(10).
           05  SQL-CU-BIRTH-DATE          PIC X(10).
           05  SQL-CU-DEPOSITOR-CLASS     PIC X(1).
           05  SQL-CU-ESTMT-STATUS        PIC X(1).
               88  CU-ESTATEMENT-ENROLLED VALUE 'E'.
           05  SQL-CU-ESTMT-CONSENT       PIC X(10).
           05  SQL-CU-ESTMT-REASON        PIC X(30).
           05  SQL-CU-ESTMT-COUNT         PIC S9(9) COMP-3.
           05  SQL-CU-ESTMT-FROM          PIC X(10).
           05  SQL-CU-ESTMT-TO            PIC X(10).
           05  SQL-CU-SHARE-OPT-OUT       PIC X(1).
               88  CU-SHARING-OPTED-OUT   VALUE 'Y'.
           05  SQL-CU-SHARE-OPT-DATE      PIC X(10).
           05  SQL-CU-MKTG-OPT-OUT        PIC X(1).
               88  CU-MARKETING-OPTED-OUT VALUE 'Y'.
           05  SQL-CU-MKTG-OPT-DATE       PIC X(10).
           05  SQL-CU-NOTICE-DATE         PIC X(10).

       01  SQL-AML-CASE-RECORD.
           05  SQL-AC-CASE-ID             PIC X(20).
           05  SQL-AC-CASE-TYPE           PIC X(1).
           05  SQL-AC-CUSTOMER-ID         PIC X(10).
           05  SQL-AC-DETECTION-DATE      PIC X(10).
           05  SQL-AC-CASE-SCORE          PIC S9(9) COMP.
           05  SQL-AC-ACTIVITY-FROM       PIC X(10).
           05  SQL-AC-ACTIVITY-TO         PIC X(10).
           05  SQL-AC-FILING-DEADLINE     PIC X(10).
           05  SQL-AC-INVESTIGATOR-ID     PIC X(8).
           05  SQL-AC-CASE-STATUS         PIC X(10).
           05  SQL-AC-DISPOSITION         PIC X(1).
           05  SQL-AC-NARRATIVE-REF       PIC X(20).
           05  SQL-AC-FILED-DATE          PIC X(10).
           05  SQL-AC-REVIEW-DATE         PIC X(10).
           05  SQL-AC-PRIOR-CASE-ID       PIC X(20).
           05  SQL-AC-DAYS-LEFT           PIC S9(9) COMP.
           05  SQL-AC-ACTIVITY-AMOUNT     PIC S9(11)V99.
           05  SQL-AC-OPEN-COUNT          PIC S9(9) COMP.

       01  SQL-BENEFICIAL-OWNER-RECORD.
           05  SQL-BO-CUSTOMER-ID         PIC X(10).
           05  SQL-BO-OWNER-SEQUENCE      PIC S9(4) COMP-5.
           05  SQL-BO-OWNER-NAME          PIC X(40).
           05  SQL-BO-ADDRESS-LINE-1      PIC X(40).
           05  SQL-BO-CITY                PIC X(20).
           05  SQL-BO-STATE-CODE          PIC X(2).
           05  SQL-BO-POSTAL-CODE         PIC X(10).
           05  SQL-BO-BIRTH-DATE          PIC X(10).
           05  SQL-BO-ID-NUMBER           PIC X(20).
           05  SQL-BO-OWNERSHIP-PCT       PIC S9(3)V99.
           05  SQL-BO-CONTROL-FLAG        PIC X(1).
           05  SQL-BO-OWNER-STATUS        PIC X(10).
           05  SQL-BO-PCT-TOTAL           PIC S9(5)V99.
           05  SQL-BO-CONTROL-COUNT       PIC S9(9) COMP-3.

      * Job control registration - the program's own ID and the
      * predecessor it refuses to start ahead of (spaces = none),
           05  JC-INSTITUTION-CODE        PIC X(4) VALUE "0001".
           05  SQL-JC-COMPLETE-COUNT      PIC S9(9) COMP-3.

      * Real-time account inquiry - the account and requester the
      * channel asked about, and the rows the answer is built from
       01  SQL-INQUIRY-SERVICE-RECORD.
           05  SQL-IQ-REQUEST-ID          PIC X(20).
           05  SQL-IQ-CHANNEL-CODE        PIC X(3).
           05  SQL-IQ-REQUESTER-ID        PIC X(10).
           05  SQL-IQ-ACCOUNT-NUMBER      PIC X(10).
           05  SQL-IQ-DESCRIPTION         PIC X(40).
           05  SQL-IQ-LINK-COUNT          PIC S9(9) COMP-3.
           05  SQL-IQ-HELD-TOTAL          PIC S9(11)V99.
           05  SQL-IQ-TRAN-DATE           PIC X(10).
           05  SQL-IQ-TRAN-TYPE           PIC X(1).
           05  SQL-IQ-TRAN-AMOUNT         PIC S9(9)V99.
           05  SQL-IQ-TRAN-STATUS         PIC X(10).
           05  SQL-IQ-TRAN-REFERENCE      PIC X(20).
           05  SQL-IQ-TRAN-DESCRIPTION    PIC X(40).
           05  SQL-IQ-HOLD-TYPE           PIC X(1).
           05  SQL-IQ-HOLD-AMOUNT         PIC S9(9)V99.
           05  SQL-IQ-HOLD-RELEASE        PIC X(10).
           05  SQL-IQ-HOLD-REFERENCE      PIC X(20).

       01  SQL-EXCHANGE-RATE-RECORD.
           05  SQL-FX-RATE                PIC S9(3)V9(6).

