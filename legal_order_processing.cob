      *****************************************************************
      * LEGAL ORDER PROCESSING
      * Pre-batch job that works tax levies and creditor garnishments
      * served on our customers, in place of freezing the whole
      * account. Legal keys each order on LEGAL-ORDER-REQUESTS.DAT:
      *   - 'S' serves a new order - its type (tax levy or creditor
      *     garnishment), the account or the customer it names, the
      *     amount demanded, the served date, the answer deadline,
      *     the date it matures for payment and the creditor. Every
      *     deposit account the order reaches - for a customer,
      *     the accounts they own and those they hold jointly on
      *     ACCOUNT-RELATIONS.DAT - is reviewed in turn:
      *     federal benefit payments received by direct deposit in
      *     the two months before service are protected and cannot
      *     be held, and a hold is placed on HOLDS.DAT for the
      *     lesser of the demand still unsatisfied and the available
      *     balance net of that protected amount. An answer letter
      *     to the creditor sets out what was found and held.
      *   - 'R' releases an order before it matures - the creditor
      *     withdrew it or the court vacated it - and its holds come
      *     off the same day.
      * Every run then matures the orders whose payment date has
      * arrived: the hold comes off, the amount held (never more
      * than the ledger balance left to take it from) is staged as
      * an 'LR' legal-order remittance debit on the pending feed
      * for BANKING-SYSTEM to post, a remittance record goes to
      * accounts payable on LEGAL-REMITTANCE.DAT to pay the
      * creditor, and whatever part of the hold was not needed is
      * released with it.
      *
      * Legal-order holds carry a release date of 99999999, so
      * BANKING-SYSTEM carries them forward night after night until
      * this job takes them off; they count against the available
      * balance exactly like a deposit hold.
      *
      * Copyright (c) 2026 sekacorn
      * Contact: sekacorn@gmail.com
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEGAL-ORDER-PROCESSING.
       AUTHOR. sekacorn.
       DATE-WRITTEN. 2026-10-01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Night-cycle run statistics: every batch job appends one
      *    record here - counts and start/end stamps - for the cycle
      *    summary report.
           SELECT OPS-STATS-FILE
               ASSIGN TO "OPS-STATS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPS-STATS-STATUS.

      *    Master-file interlock: HOLDS.DAT is rewritten whole by
      *    BANKING-SYSTEM at the end of its run, under this same
      *    token, so the two can never overwrite each other's holds.
           SELECT MASTER-LOCK-FILE
               ASSIGN TO "MASTER-LOCK.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.

      *    Master-file generations: before ACCOUNTS.DAT opens for
      *    update, the run copies it - with HOLDS.DAT, REGD-
      *    COUNTS.DAT and IRA-LEDGER.DAT - into the next numbered
      *    generation and catalogs it on MASTER-GENERATIONS.DAT, so a
      *    bad posting run can be rolled back by MASTER-GENERATIONS
      *    to the point just before it. Copies go to fixed slot files
      *    (ACCOUNTS-GENnn.DAT and so on); the oldest generation past
      *    the retention count gives up its slot to the new one.
           SELECT GEN-CATALOG-FILE
               ASSIGN TO "MASTER-GENERATIONS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GEN-CATALOG-STATUS.

           SELECT GEN-ACCOUNT-COPY
               ASSIGN TO WS-GEN-ACCOUNT-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GEN-COPY-STATUS.

           SELECT GEN-HOLD-SOURCE
               ASSIGN TO "HOLDS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GEN-SOURCE-STATUS.

           SELECT GEN-HOLD-COPY
               ASSIGN TO WS-GEN-HOLD-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GEN-COPY-STATUS.

           SELECT GEN-REGD-SOURCE
               ASSIGN TO "REGD-COUNTS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GEN-SOURCE-STATUS.

           SELECT GEN-REGD-COPY
               ASSIGN TO WS-GEN-REGD-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GEN-COPY-STATUS.

           SELECT GEN-IRA-SOURCE
               ASSIGN TO "IRA-LEDGER.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GEN-SOURCE-STATUS.

           SELECT GEN-IRA-COPY
               ASSIGN TO WS-GEN-IRA-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GEN-COPY-STATUS.

           SELECT LEGAL-REQUEST-FILE
               ASSIGN TO "LEGAL-ORDER-REQUESTS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REQUEST-STATUS.

      *    The legal-order register: one record per order per
      *    account it reached, keyed on both. Uses the same
      *    indexed-register pattern as STOP-PAYMENTS.DAT.
           SELECT LEGAL-ORDER-FILE
               ASSIGN TO "LEGAL-ORDERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LGO-KEY
               FILE STATUS IS WS-ORDER-STATUS.

           SELECT ACCOUNT-FILE
               ASSIGN TO "ACCOUNTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-ACCOUNT-NUMBER
               ALTERNATE RECORD KEY IS ACCT-CUSTOMER-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT CUSTOMER-MASTER
               ASSIGN TO "CUSTOMERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-CUSTOMER-ID
               FILE STATUS IS WS-CUST-STATUS.

      *    Joint owners, POD beneficiaries and signers per account,
      *    kept by ACCOUNT-MAINTENANCE; an order against a customer
      *    reaches the accounts they hold jointly as well.
           SELECT ACCOUNT-RELATION-FILE
               ASSIGN TO "ACCOUNT-RELATIONS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REL-KEY
               ALTERNATE RECORD KEY IS REL-CUSTOMER-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-REL-STATUS.

           SELECT HOLD-FILE
               ASSIGN TO "HOLDS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HOLD-FILE-STATUS.

      *    History is partitioned by calendar month; the months of
      *    the lookback name the partitions to read, with the
      *    pre-partition TXN-HISTORY.DAT read as well while it
      *    still exists.
           SELECT TRANSACTION-HISTORY-FILE
               ASSIGN TO WS-HIST-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

      *    Remittance debits are staged on the pending feed
      *    MERGE-BRANCH-FEEDS consolidates - writing straight to
      *    TRANSACTIONS.DAT would be undone by the merge, which
      *    rebuilds that file from scratch every night.
           SELECT TRANSACTION-FILE
               ASSIGN TO "PENDING-FEED.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.

      *    Payment instructions for accounts payable, appended
      *    across runs until they are picked up.
           SELECT REMITTANCE-FILE
               ASSIGN TO "LEGAL-REMITTANCE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REMIT-STATUS.

           SELECT LETTER-FILE
               ASSIGN TO "LEGAL-ORDER-LETTERS.TXT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT ACTIVITY-REPORT-FILE
               ASSIGN TO "LEGAL-ORDER-REPORT.TXT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD OPS-STATS-FILE.
       01 OPS-STATS-RECORD.
          05 OPS-PROGRAM-NAME           PIC X(30).
          05 OPS-BUSINESS-DATE          PIC 9(8).
          05 OPS-START-TIMESTAMP        PIC X(14).
          05 OPS-END-TIMESTAMP          PIC X(14).
          05 OPS-RECORDS-READ           PIC 9(7).
          05 OPS-RECORDS-WRITTEN        PIC 9(7).
          05 OPS-RECORDS-REJECTED       PIC 9(7).

       FD MASTER-LOCK-FILE.
       01 MASTER-LOCK-RECORD.
          05 LOCK-HOLDER-PROGRAM        PIC X(30).
          05 LOCK-CLAIMED-TIMESTAMP     PIC X(26).

      *    Generation catalog: one control record (retention count
      *    and the last generation number issued) followed by one
      *    record per generation on hand, oldest first.
       FD GEN-CATALOG-FILE.
       01 GEN-CATALOG-RECORD.
          05 GENC-RECORD-TYPE           PIC X.
             88 GENC-CONTROL-RECORD     VALUE 'C'.
             88 GENC-GENERATION-RECORD  VALUE 'G'.
          05 GENC-GENERATION            PIC 9(6).
          05 GENC-SLOT                  PIC 9(2).
          05 GENC-TAKEN-STAMP           PIC X(14).
          05 GENC-TAKEN-BY              PIC X(30).
          05 GENC-REASON                PIC X(12).
          05 GENC-ACCOUNT-COUNT         PIC 9(7).
          05 GENC-HOLD-COUNT            PIC 9(7).
          05 GENC-REGD-COUNT            PIC 9(7).
          05 GENC-IRA-COUNT             PIC 9(7).
      *    'Y' when the file existed to be copied; an absent file is
      *    restored as an empty one.
          05 GENC-ACCOUNT-PRESENT       PIC X.
          05 GENC-HOLD-PRESENT          PIC X.
          05 GENC-REGD-PRESENT          PIC X.
          05 GENC-IRA-PRESENT           PIC X.
       01 GEN-CATALOG-CONTROL.
          05 GENC-CTL-RECORD-TYPE       PIC X.
          05 GENC-CTL-RETENTION         PIC 9(2).
          05 GENC-CTL-LAST-GENERATION   PIC 9(6).
          05 FILLER                     PIC X(88).

       FD GEN-ACCOUNT-COPY.
       01 GEN-ACCOUNT-COPY-RECORD       PIC X(149).

       FD GEN-HOLD-SOURCE.
       01 GEN-HOLD-SOURCE-RECORD        PIC X(33).

       FD GEN-HOLD-COPY.
       01 GEN-HOLD-COPY-RECORD          PIC X(33).

       FD GEN-REGD-SOURCE.
       01 GEN-REGD-SOURCE-RECORD        PIC X(22).

       FD GEN-REGD-COPY.
       01 GEN-REGD-COPY-RECORD          PIC X(22).

       FD GEN-IRA-SOURCE.
       01 GEN-IRA-SOURCE-RECORD         PIC X(53).

       FD GEN-IRA-COPY.
       01 GEN-IRA-COPY-RECORD           PIC X(53).

      *    One request per order action keyed by Legal. An account
      *    number takes precedence over the customer ID; with it
      *    zero, every deposit account of the customer is reached.
      *    A remit date of zero takes the 21-day holding period a
      *    tax levy runs before payment; Legal keys the date the
      *    court sets for a garnishment.
       FD LEGAL-REQUEST-FILE.
       01 LEGAL-REQUEST-RECORD.
          05 LOQ-ACTION                 PIC X.
             88 LOQ-SERVE-ORDER         VALUE 'S'.
             88 LOQ-RELEASE-ORDER       VALUE 'R'.
          05 LOQ-ORDER-NUMBER           PIC X(12).
          05 LOQ-ORDER-TYPE             PIC X.
             88 LOQ-TAX-LEVY            VALUE 'L'.
             88 LOQ-GARNISHMENT         VALUE 'G'.
          05 LOQ-CUSTOMER-ID            PIC 9(8).
          05 LOQ-ACCOUNT-NUMBER         PIC 9(10).
          05 LOQ-DEMAND-AMOUNT          PIC 9(13)V99.
          05 LOQ-SERVED-DATE            PIC 9(8).
          05 LOQ-ANSWER-DEADLINE        PIC 9(8).
          05 LOQ-REMIT-DATE             PIC 9(8).
          05 LOQ-CREDITOR-NAME          PIC X(40).
          05 LOQ-CREDITOR-ADDRESS       PIC X(60).
          05 LOQ-ENTERED-BY             PIC X(8).

       FD LEGAL-ORDER-FILE.
       01 LEGAL-ORDER-RECORD.
          05 LGO-KEY.
             10 LGO-ORDER-NUMBER        PIC X(12).
             10 LGO-ACCOUNT-NUMBER      PIC 9(10).
          05 LGO-ORDER-TYPE             PIC X.
             88 LGO-TAX-LEVY            VALUE 'L'.
             88 LGO-GARNISHMENT         VALUE 'G'.
          05 LGO-CUSTOMER-ID            PIC 9(8).
          05 LGO-DEMAND-AMOUNT          PIC 9(13)V99.
          05 LGO-SERVED-DATE            PIC 9(8).
          05 LGO-ANSWER-DEADLINE        PIC 9(8).
          05 LGO-REMIT-DATE             PIC 9(8).
          05 LGO-CREDITOR-NAME          PIC X(40).
          05 LGO-CREDITOR-ADDRESS       PIC X(60).
      *    Ledger balance at service, the federal benefit deposits
      *    protected from the order, the amount held against it and
      *    - once matured - the amount actually remitted.
          05 LGO-LEDGER-AT-SERVICE      PIC S9(13)V99.
          05 LGO-PROTECTED-AMOUNT       PIC 9(13)V99.
          05 LGO-HELD-AMOUNT            PIC 9(13)V99.
          05 LGO-REMITTED-AMOUNT        PIC 9(13)V99.
      *    'H' funds held awaiting the remit date; 'N' the account
      *    was reviewed but nothing could be held; 'M' matured and
      *    remitted; 'R' released before maturity.
          05 LGO-STATUS                 PIC X.
             88 LGO-FUNDS-HELD          VALUE 'H'.
             88 LGO-NOTHING-HELD        VALUE 'N'.
             88 LGO-REMITTED            VALUE 'M'.
             88 LGO-RELEASED            VALUE 'R'.
          05 LGO-STATUS-DATE            PIC 9(8).
          05 LGO-ENTERED-BY             PIC X(8).

       FD ACCOUNT-FILE.
       01 ACCOUNT-RECORD.
          05 ACCT-ACCOUNT-NUMBER        PIC 9(10).
          05 ACCT-CUSTOMER-ID           PIC 9(8).
          05 ACCT-TYPE                  PIC X(2).
             88 ACCT-CHECKING           VALUE 'CK'.
             88 ACCT-SAVINGS            VALUE 'SV'.
             88 ACCT-MONEY-MARKET       VALUE 'MM'.
             88 ACCT-CD                 VALUE 'CD'.
             88 ACCT-LOAN               VALUE 'LN'.
          05 ACCT-BALANCE               PIC S9(13)V99.
          05 ACCT-INTEREST-RATE         PIC 9V9999.
          05 ACCT-LAST-INTEREST-DATE    PIC 9(8).
          05 ACCT-LAST-ACTIVITY-DATE    PIC 9(8).
          05 ACCT-OPENING-DATE          PIC 9(8).
          05 ACCT-STATUS                PIC X.
             88 ACCT-ACTIVE             VALUE 'A'.
             88 ACCT-CLOSED             VALUE 'C'.
             88 ACCT-FROZEN             VALUE 'F'.
      *    Written off by CHARGEOFF-PROCESSING: the principal has
      *    gone to the loan-loss allowance and anything paid from
      *    here on is a recovery against CHARGEOFF-LEDGER.DAT.
             88 ACCT-CHARGED-OFF        VALUE 'W'.
          05 ACCT-OVERDRAFT-LIMIT       PIC 9(7)V99.
      *    CD terms: the term and maturity date are only meaningful
      *    when ACCT-TYPE is 'CD'; the maturity instruction tells the
      *    CD maturity batch what to do with the account when it
      *    matures, and ACCT-LINKED-ACCOUNT names the sweep
      *    destination account.
          05 ACCT-CD-TERM-MONTHS        PIC 9(3).
          05 ACCT-MATURITY-DATE         PIC 9(8).
          05 ACCT-MATURITY-INSTRUCTION  PIC X.
             88 ACCT-MATURITY-RENEW     VALUE 'R'.
             88 ACCT-MATURITY-SWEEP     VALUE 'S'.
             88 ACCT-MATURITY-HOLD      VALUE 'H'.
          05 ACCT-LINKED-ACCOUNT        PIC 9(10).
      *    Interest accrued by the daily accrual pass but not yet
      *    capitalized into ACCT-BALANCE; the month-end
      *    capitalization batch posts it in one audited transaction.
          05 ACCT-ACCRUED-INTEREST      PIC S9(13)V99.
      *    Loan terms, meaningful only when ACCT-TYPE is 'LN': the
      *    balance field carries the loan's outstanding principal,
      *    and each posted 'LP' loan payment is split into interest
      *    (at ACCT-INTEREST-RATE, monthly) and principal, advancing
      *    the next-due date by one month.
          05 ACCT-LOAN-ORIG-PRINCIPAL   PIC 9(13)V99.
          05 ACCT-LOAN-TERM-MONTHS      PIC 9(3).
          05 ACCT-LOAN-PAYMENT-AMOUNT   PIC 9(9)V99.
          05 ACCT-LOAN-NEXT-DUE-DATE    PIC 9(8).
      *    IRA wrapper on savings/CD accounts: 'T' (traditional) or
      *    'R' (Roth) marks the account so deposits count as tax-year
      *    contributions against the annual limit, withdrawals count
      *    as distributions with federal withholding, and the
      *    year-end IRA extract reports both. Blank means not an
      *    IRA.
          05 ACCT-IRA-PLAN              PIC X.
             88 ACCT-IRA-TRADITIONAL    VALUE 'T'.
             88 ACCT-IRA-ROTH           VALUE 'R'.
             88 ACCT-IS-IRA             VALUES 'T' 'R'.

       FD CUSTOMER-MASTER.
       01 CUSTOMER-RECORD.
          05 CUST-CUSTOMER-ID           PIC 9(8).
          05 CUST-NAME                  PIC X(40).
          05 CUST-ADDRESS               PIC X(60).
          05 CUST-CITY                  PIC X(20).
          05 CUST-STATE                 PIC X(2).
          05 CUST-ZIP                   PIC X(10).
          05 CUST-PHONE                 PIC X(15).
      *    Mail deliverability: 'R' marks a customer whose mail has
      *    come back from the post office, with the date it came
      *    back - the print programs route these customers to the
      *    undeliverable-mail worklist instead of mailing into the
      *    void, and a returned notice is itself evidence for the
      *    dormant/escheat timeline that the owner is lost. Blank
      *    means deliverable.
          05 CUST-MAIL-STATUS           PIC X.
             88 CUST-MAIL-RETURNED      VALUE 'R'.
          05 CUST-MAIL-RETURNED-DATE    PIC 9(8).
      *    Taxpayer identification: the TIN with its type ('S' SSN,
      *    'E' EIN, 'I' ITIN) and the W-9 certification status with
      *    the date it was last set - 'C' certified, 'X' exempt
      *    recipient, 'B' IRS B-notice received (TIN mismatch), blank
      *    or 'U' not yet certified. Interest paid to a customer who
      *    is not exempt and has no certified TIN is subject to
      *    backup withholding.
          05 CUST-TIN                   PIC 9(9).
          05 CUST-TIN-TYPE              PIC X.
             88 CUST-TIN-SSN            VALUE 'S'.
             88 CUST-TIN-EIN            VALUE 'E'.
             88 CUST-TIN-ITIN           VALUE 'I'.
             88 CUST-TIN-TYPE-VALID     VALUES 'S' 'E' 'I'.
          05 CUST-W9-STATUS             PIC X.
             88 CUST-W9-CERTIFIED       VALUE 'C'.
             88 CUST-W9-EXEMPT          VALUE 'X'.
             88 CUST-W9-B-NOTICE        VALUE 'B'.
             88 CUST-W9-UNCERTIFIED     VALUES 'U' ' '.
          05 CUST-W9-DATE               PIC 9(8).
      *    Electronic delivery: 'E' routes the customer's statements
      *    and notices to the electronic delivery extract instead of
      *    print, to the e-mail address on file, under the consent
      *    the customer gave on the consent date. Blank or 'P' is
      *    paper. A bounced address or lapsed consent reverts the
      *    customer to paper.
          05 CUST-DELIVERY-PREF         PIC X.
             88 CUST-EDELIVERY-ENROLLED VALUE 'E'.
             88 CUST-PAPER-DELIVERY     VALUES 'P' ' '.
          05 CUST-EMAIL-ADDRESS         PIC X(60).
          05 CUST-EDELIV-CONSENT-DATE   PIC 9(8).
      *    Duplicate-customer merge: 'M' marks an ID retired by
      *    CUSTOMER-MERGE - its accounts and relationships now stand
      *    under CUST-MERGED-INTO-ID, and the record stays on file
      *    so the ID is never issued again. Blank is a live
      *    customer.
          05 CUST-MERGE-STATUS          PIC X.
             88 CUST-RETIRED-BY-MERGE   VALUE 'M'.
          05 CUST-MERGED-INTO-ID        PIC 9(8).
          05 CUST-MERGED-DATE           PIC 9(8).
      *    Deceased customer: the date of death the branch reports
      *    through CUSTOMER-MAINTENANCE, which marks the customer 'P'
      *    (reported, not yet actioned). DECEASED-CUSTOMER-PROCESSING
      *    restricts the customer's accounts and services that night
      *    and moves the status to 'D'; 'S' records the estate as
      *    settled. The estate contact (executor, administrator or
      *    next of kin) is who the estate desk deals with. Blank
      *    status is a living customer.
          05 CUST-DATE-OF-DEATH         PIC 9(8).
          05 CUST-ESTATE-STATUS         PIC X.
             88 CUST-DEATH-REPORTED     VALUE 'P'.
             88 CUST-DECEASED-ACTIONED  VALUE 'D'.
             88 CUST-ESTATE-SETTLED     VALUE 'S'.
             88 CUST-IS-DECEASED        VALUES 'P' 'D' 'S'.
          05 CUST-ESTATE-CONTACT-NAME   PIC X(40).
          05 CUST-ESTATE-CONTACT-PHONE  PIC X(15).
      *    Customer identification (CIP) and risk: the ID seen at
      *    account opening - 'DL' driver licence, 'PP' passport, 'SI'
      *    state ID, 'MI' military ID, 'AR' alien registration, 'OT'
      *    other - with its expiry and the date it was verified. The
      *    risk rating ('L' low, 'M' medium, 'H' high, blank not yet
      *    rated) is re-scored monthly by CUSTOMER-RISK-RESCORE from
      *    the score shown; a rating keyed through
      *    CUSTOMER-MAINTENANCE is kept as the override, a floor the
      *    re-score never rates below. The next-review date drives
      *    the periodic KYC review worklist.
          05 CUST-ID-TYPE               PIC X(2).
             88 CUST-ID-TYPE-VALID      VALUES 'DL' 'PP' 'SI' 'MI'
                                               'AR' 'OT'.
          05 CUST-ID-NUMBER             PIC X(20).
          05 CUST-ID-EXPIRY-DATE        PIC 9(8).
          05 CUST-ID-VERIFIED-DATE      PIC 9(8).
          05 CUST-RISK-RATING           PIC X.
             88 CUST-RISK-LOW           VALUE 'L'.
             88 CUST-RISK-MEDIUM        VALUE 'M'.
             88 CUST-RISK-HIGH          VALUE 'H'.
          05 CUST-RISK-OVERRIDE         PIC X.
          05 CUST-RISK-SCORE            PIC 9(3).
          05 CUST-RISK-RATED-DATE       PIC 9(8).
          05 CUST-NEXT-REVIEW-DATE      PIC 9(8).

       FD ACCOUNT-RELATION-FILE.
       01 ACCOUNT-RELATION-RECORD.
          05 REL-KEY.
             10 REL-ACCOUNT-NUMBER      PIC 9(10).
             10 REL-CUSTOMER-ID         PIC 9(8).
          05 REL-ROLE                   PIC X.
             88 REL-PRIMARY-OWNER       VALUE 'P'.
             88 REL-JOINT-OWNER         VALUE 'J'.
             88 REL-POD-BENEFICIARY     VALUE 'B'.
             88 REL-AUTHORIZED-SIGNER   VALUE 'S'.
          05 REL-ADDED-DATE             PIC 9(8).

       FD HOLD-FILE.
       01 HOLD-RECORD.
          05 HOLD-ACCOUNT-NUMBER        PIC 9(10).
          05 HOLD-AMOUNT                PIC 9(13)V99.
          05 HOLD-RELEASE-DATE          PIC 9(8).

       FD TRANSACTION-HISTORY-FILE.
       01 TRANSACTION-HISTORY-RECORD.
          05 HIST-ACCOUNT-NUMBER        PIC 9(10).
          05 HIST-TYPE                  PIC X(2).
             88 HIST-ACH-CREDIT         VALUE 'AH'.
          05 HIST-TO-ACCOUNT-NUMBER     PIC 9(10).
          05 HIST-AMOUNT                PIC 9(13)V99.
          05 HIST-DATE                  PIC 9(8).
          05 HIST-TIME                  PIC 9(6).
      *    An ACH credit's description is 'ACH ', the originator's
      *    16-byte company name, a space and the batch's 10-byte
      *    entry description, as ACH-RECEIPT-INTAKE stages it.
          05 HIST-DESCRIPTION.
             10 FILLER                  PIC X(21).
             10 HIST-ACH-ENTRY-DESC.
      *    Treasury marks federal benefit batches with 'XX' at the
      *    head of the entry description.
                15 HIST-ACH-BENEFIT-MARK
                                        PIC X(2).
                   88 HIST-FEDERAL-BENEFIT
                                        VALUE 'XX'.
                15 FILLER               PIC X(8).
             10 FILLER                  PIC X(19).
          05 HIST-PROCESSED-FLAG        PIC X.
             88 HIST-WAS-POSTED         VALUE 'Y'.
          05 HIST-CHECK-NUMBER          PIC 9(10).
          05 HIST-BRANCH-CODE           PIC 9(2).
          05 HIST-EXT-ROUTING-NUMBER    PIC 9(9).
          05 HIST-EXT-ACCOUNT-NUMBER    PIC X(17).
          05 HIST-TELLER-ID             PIC X(8).

       FD TRANSACTION-FILE.
       01 TRANSACTION-RECORD.
          05 TXN-ACCOUNT-NUMBER         PIC 9(10).
          05 TXN-TYPE                   PIC X(2).
          05 TXN-TO-ACCOUNT-NUMBER      PIC 9(10).
          05 TXN-AMOUNT                 PIC 9(13)V99.
          05 TXN-DATE                   PIC 9(8).
          05 TXN-TIME                   PIC 9(6).
          05 TXN-DESCRIPTION            PIC X(50).
          05 TXN-PROCESSED-FLAG         PIC X.
          05 TXN-CHECK-NUMBER           PIC 9(10).
          05 TXN-BRANCH-CODE            PIC 9(2).
          05 TXN-EXT-ROUTING-NUMBER     PIC 9(9).
          05 TXN-EXT-ACCOUNT-NUMBER     PIC X(17).
          05 TXN-TELLER-ID              PIC X(8).

       FD REMITTANCE-FILE.
       01 REMITTANCE-RECORD.
          05 LRM-ORDER-NUMBER           PIC X(12).
          05 LRM-ORDER-TYPE             PIC X.
          05 LRM-ACCOUNT-NUMBER         PIC 9(10).
          05 LRM-AMOUNT                 PIC 9(13)V99.
          05 LRM-REMIT-DATE             PIC 9(8).
          05 LRM-CREDITOR-NAME          PIC X(40).
          05 LRM-CREDITOR-ADDRESS       PIC X(60).

       FD LETTER-FILE.
       01 LETTER-LINE                   PIC X(132).

       FD ACTIVITY-REPORT-FILE.
       01 ACTIVITY-REPORT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-OPS-STATS-STATUS           PIC X(2).
       01 WS-OPS-PROGRAM-NAME           PIC X(30)
          VALUE 'LEGAL-ORDER-PROCESSING'.
       01 WS-OPS-START-STAMP            PIC X(14).

      *    Interlock state: the claim is refused while another
      *    holder's token is on file, unless the operator runs with
      *    LOCKOVERRIDE on the command line to clear a crashed
      *    holder's stale token.
       01 WS-LOCK-STATUS                PIC X(2).
       01 WS-LOCK-PROGRAM-NAME          PIC X(30)
          VALUE 'LEGAL-ORDER-PROCESSING'.
       01 WS-LOCK-CLI-PARM              PIC X(60).
       01 WS-LOCK-OVERRIDE-TALLY        PIC 9(2).
       01 WS-LOCK-OVERRIDE-FLAG         PIC X VALUE 'N'.
          88 MASTER-LOCK-OVERRIDDEN     VALUE 'Y'.

      *    Generation catalog held in storage while the pre-update
      *    generation is taken. Retention defaults to seven
      *    generations until MASTER-GENERATIONS RETAIN=nn sets it.
       01 WS-GEN-CATALOG-STATUS         PIC X(2).
       01 WS-GEN-SOURCE-STATUS          PIC X(2).
       01 WS-GEN-COPY-STATUS            PIC X(2).
       01 WS-GEN-ACCOUNT-NAME           PIC X(24).
       01 WS-GEN-HOLD-NAME              PIC X(24).
       01 WS-GEN-REGD-NAME              PIC X(24).
       01 WS-GEN-IRA-NAME               PIC X(24).
       01 WS-GEN-WORK.
          05 WS-GEN-RETENTION           PIC 9(2) VALUE 7.
          05 WS-GEN-LAST-GENERATION     PIC 9(6) VALUE ZEROS.
          05 WS-GEN-COUNT               PIC 9(3) VALUE ZEROS.
          05 WS-GEN-SUB                 PIC 9(3).
          05 WS-GEN-NEW-SUB             PIC 9(3).
          05 WS-GEN-SLOT-TRY            PIC 9(3).
          05 WS-GEN-NEW-SLOT            PIC 9(2).
          05 WS-GEN-SLOT-FLAG           PIC X.
             88 GEN-SLOT-IN-USE         VALUE 'Y'.
          05 WS-GEN-EOF-FLAG            PIC X.
             88 GEN-COPY-EOF            VALUE 'Y'.
       01 WS-GEN-TABLE.
          05 WS-GEN-ENTRY OCCURS 100 TIMES.
             10 WS-GEN-TYPE             PIC X.
             10 WS-GEN-NUMBER           PIC 9(6).
             10 WS-GEN-SLOT             PIC 9(2).
             10 WS-GEN-TAKEN-STAMP      PIC X(14).
             10 WS-GEN-TAKEN-BY         PIC X(30).
             10 WS-GEN-REASON           PIC X(12).
             10 WS-GEN-ACCOUNT-COUNT    PIC 9(7).
             10 WS-GEN-HOLD-COUNT       PIC 9(7).
             10 WS-GEN-REGD-COUNT       PIC 9(7).
             10 WS-GEN-IRA-COUNT        PIC 9(7).
             10 WS-GEN-ACCOUNT-PRESENT  PIC X.
             10 WS-GEN-HOLD-PRESENT     PIC X.
             10 WS-GEN-REGD-PRESENT     PIC X.
             10 WS-GEN-IRA-PRESENT      PIC X.

       01 WS-REQUEST-STATUS             PIC X(2).
          88 WS-REQUEST-EOF             VALUE '10'.
       01 WS-ORDER-STATUS               PIC X(2).
       01 WS-ACCT-STATUS                PIC X(2).
       01 WS-CUST-STATUS                PIC X(2).
       01 WS-REL-STATUS                 PIC X(2).
       01 WS-REL-FILE-FLAG              PIC X VALUE 'N'.
          88 RELATION-FILE-OPEN         VALUE 'Y'.
       01 WS-HOLD-FILE-STATUS           PIC X(2).
          88 WS-HOLD-FILE-EOF           VALUE '10'.
       01 WS-HISTORY-STATUS             PIC X(2).
          88 WS-HISTORY-EOF             VALUE '10'.
       01 WS-TXN-STATUS                 PIC X(2).
       01 WS-REMIT-STATUS               PIC X(2).

       01 WS-TODAY-YMD                  PIC 9(8).
       01 WS-HIST-FILE-NAME             PIC X(24).

      *    A legal-order hold stays in force until this job takes
      *    it off.
       01 WS-LEGAL-HOLD-RELEASE         PIC 9(8) VALUE 99999999.
      *    Days a tax levy is held before the funds are paid over.
       01 WS-LEVY-HOLDING-DAYS          PIC 9(3) VALUE 21.
      *    Months of federal benefit deposits protected.
       01 WS-LOOKBACK-MONTHS            PIC 9(2) VALUE 2.

      *    HOLDS.DAT in memory - the same table BANKING-SYSTEM
      *    carries - rewritten whole at the end of the run.
       01 WS-HOLD-COUNT                 PIC 9(5) VALUE ZEROS.
       01 WS-HOLD-TABLE.
          05 WS-HOLD-ENTRY OCCURS 0 TO 5000 TIMES
             DEPENDING ON WS-HOLD-COUNT
             INDEXED BY WS-HOLD-IDX.
             10 WS-HOLD-ACCOUNT         PIC 9(10).
             10 WS-HOLD-AMOUNT          PIC 9(13)V99.
             10 WS-HOLD-RELEASE-DATE    PIC 9(8).
       01 WS-HOLD-SUB                   PIC 9(5).
       01 WS-HOLD-FOUND-FLAG            PIC X.
          88 LEGAL-HOLD-FOUND           VALUE 'Y'.

      *    Accounts an order being served reaches.
       01 WS-OA-COUNT                   PIC 9(2) VALUE ZEROS.
       01 WS-ORDER-ACCOUNTS.
          05 WS-OA-ACCOUNT OCCURS 50 TIMES PIC 9(10).
       01 WS-OA-SUB                     PIC 9(2).
       01 WS-OA-CANDIDATE               PIC 9(10).
       01 WS-OA-FOUND-FLAG              PIC X.
          88 ORDER-ACCOUNT-LISTED       VALUE 'Y'.

       01 WS-REJECT-REASON              PIC X(40).
       01 WS-ORDER-FOUND-FLAG           PIC X.
          88 ORDER-ON-FILE              VALUE 'Y'.
       01 WS-ORDER-CUSTOMER-ID          PIC 9(8).
       01 WS-ORDER-REMIT-DATE           PIC 9(8).

      *    Review of one account for the order being served.
       01 WS-REVIEW-WORK.
          05 WS-RV-DEMAND-LEFT          PIC S9(13)V99.
          05 WS-RV-HOLDS-IN-FORCE       PIC S9(13)V99.
          05 WS-RV-BENEFITS             PIC S9(13)V99.
          05 WS-RV-PROTECTED            PIC S9(13)V99.
          05 WS-RV-HOLDABLE             PIC S9(13)V99.
          05 WS-RV-HOLD                 PIC S9(13)V99.
          05 WS-RV-TOTAL-HELD           PIC S9(13)V99.
          05 WS-RV-TOTAL-PROTECTED      PIC S9(13)V99.
          05 WS-RV-ACCOUNTS-REVIEWED    PIC 9(3).

      *    Lookback window: from the same day two months before
      *    service (the last day of that month when it is shorter)
      *    up to the served date.
       01 WS-LOOKBACK-WORK.
          05 WS-LB-START-DATE           PIC 9(8).
          05 WS-LB-START-PARTS REDEFINES WS-LB-START-DATE.
             10 WS-LB-START-YEAR        PIC 9(4).
             10 WS-LB-START-MONTH       PIC 99.
             10 WS-LB-START-DAY         PIC 99.
          05 WS-LB-SCAN-MONTH           PIC 9(6).
          05 WS-LB-SCAN-PARTS REDEFINES WS-LB-SCAN-MONTH.
             10 WS-LB-SCAN-YEAR         PIC 9(4).
             10 WS-LB-SCAN-MM           PIC 99.
          05 WS-LB-END-MONTH            PIC 9(6).

      *    Maturity of one register record.
       01 WS-MATURE-WORK.
          05 WS-MT-REMIT                PIC S9(13)V99.
          05 WS-MT-RELEASED             PIC S9(13)V99.
       01 WS-ORDER-SCAN-FLAG            PIC X.
          88 ORDER-SCAN-DONE            VALUE 'Y'.

       01 WS-COUNTERS.
          05 WS-REQUESTS-READ           PIC 9(7) VALUE ZEROS.
          05 WS-REQUESTS-REJECTED       PIC 9(7) VALUE ZEROS.
          05 WS-ORDERS-SERVED           PIC 9(5) VALUE ZEROS.
          05 WS-ORDERS-RELEASED         PIC 9(5) VALUE ZEROS.
          05 WS-HOLDS-PLACED            PIC 9(5) VALUE ZEROS.
          05 WS-REMITTANCES-STAGED      PIC 9(5) VALUE ZEROS.
          05 WS-TOTAL-HELD              PIC S9(15)V99 VALUE ZEROS.
          05 WS-TOTAL-REMITTED          PIC S9(15)V99 VALUE ZEROS.
          05 WS-TOTAL-RELEASED          PIC S9(15)V99 VALUE ZEROS.

       01 WS-ED-AMOUNT                  PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
       01 WS-ED-DATE                    PIC 9999/99/99.
       01 WS-LETTER-TEXT                PIC X(132).
       01 WS-LETTER-RULE                PIC X(100) VALUE ALL '='.
       01 WS-ORDER-TYPE-TEXT            PIC X(24).

       01 WS-LETTER-ACCOUNT-HEADING.
          05 FILLER                     PIC X(6) VALUE SPACES.
          05 FILLER                     PIC X(40)
             VALUE 'Account     Type     Ledger balance   Pr'.
          05 FILLER                     PIC X(37)
             VALUE 'otected benefits          Amount held'.

       01 WS-LETTER-ACCOUNT-LINE.
          05 FILLER                     PIC X(6) VALUE SPACES.
          05 WS-LAL-ACCOUNT             PIC 9(10).
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-LAL-TYPE                PIC X(2).
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-LAL-LEDGER              PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-LAL-PROTECTED           PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-LAL-HELD                PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.

       01 WS-REPORT-HEADER.
          05 FILLER                     PIC X(40)
             VALUE '        LEGAL ORDER ACTIVITY'.
          05 FILLER                     PIC X(9) VALUE 'Run date '.
          05 WS-RPH-DATE                PIC 9(8).

       01 WS-REPORT-COLUMNS.
          05 FILLER                     PIC X(28)
             VALUE 'Order        Action     Acco'.
          05 FILLER                     PIC X(28)
             VALUE 'unt            Amount   Note'.

       01 WS-ACTIVITY-LINE.
          05 WS-ACT-ORDER               PIC X(12).
          05 FILLER                     PIC X(1) VALUE SPACES.
          05 WS-ACT-ACTION              PIC X(10).
          05 FILLER                     PIC X(1) VALUE SPACES.
          05 WS-ACT-ACCOUNT             PIC 9(10).
          05 FILLER                     PIC X(1) VALUE SPACES.
          05 WS-ACT-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                     PIC X(3) VALUE SPACES.
          05 WS-ACT-NOTE                PIC X(60).

       PROCEDURE DIVISION.
       MAIN-CONTROL.
           PERFORM INITIALIZATION
           PERFORM PROCESS-LEGAL-REQUESTS
           PERFORM MATURE-DUE-ORDERS
           PERFORM SAVE-HOLDS
           PERFORM CLEANUP
           PERFORM WRITE-RUN-STATISTICS
           PERFORM RELEASE-MASTER-FILE-LOCK
           STOP RUN.

       INITIALIZATION.
           DISPLAY 'Legal Order Processing - Started'
           DISPLAY '================================'
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-OPS-START-STAMP
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-YMD

           PERFORM CLAIM-MASTER-FILE-LOCK
           PERFORM TAKE-MASTER-GENERATION

           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCT-STATUS NOT = '00'
              DISPLAY 'FATAL: unable to open ACCOUNTS.DAT (status '
                      WS-ACCT-STATUS ')'
              PERFORM RELEASE-MASTER-FILE-LOCK
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT CUSTOMER-MASTER
      *    No relationship file just means every account has its
      *    primary owner alone.
           OPEN INPUT ACCOUNT-RELATION-FILE
           IF WS-REL-STATUS = '00'
              SET RELATION-FILE-OPEN TO TRUE
           END-IF

           OPEN I-O LEGAL-ORDER-FILE
           IF WS-ORDER-STATUS = '35'
              OPEN OUTPUT LEGAL-ORDER-FILE
              CLOSE LEGAL-ORDER-FILE
              OPEN I-O LEGAL-ORDER-FILE
           END-IF
           IF WS-ORDER-STATUS NOT = '00'
              DISPLAY 'FATAL: unable to open LEGAL-ORDERS.DAT '
                      '(status ' WS-ORDER-STATUS ')'
              PERFORM RELEASE-MASTER-FILE-LOCK
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM LOAD-HOLDS

           OPEN INPUT LEGAL-REQUEST-FILE
           IF WS-REQUEST-STATUS NOT = '00'
              DISPLAY 'No legal order requests today'
              SET WS-REQUEST-EOF TO TRUE
           END-IF

           OPEN EXTEND TRANSACTION-FILE
           IF WS-TXN-STATUS = '35'
              OPEN OUTPUT TRANSACTION-FILE
           END-IF
           OPEN EXTEND REMITTANCE-FILE
           IF WS-REMIT-STATUS = '35'
              OPEN OUTPUT REMITTANCE-FILE
           END-IF

           OPEN OUTPUT LETTER-FILE
           OPEN OUTPUT ACTIVITY-REPORT-FILE
           MOVE WS-TODAY-YMD TO WS-RPH-DATE
           WRITE ACTIVITY-REPORT-LINE FROM WS-REPORT-HEADER
           MOVE SPACES TO ACTIVITY-REPORT-LINE
           WRITE ACTIVITY-REPORT-LINE
           WRITE ACTIVITY-REPORT-LINE FROM WS-REPORT-COLUMNS.

       LOAD-HOLDS.
      *    Every hold on file is kept as it is - deposit holds whose
      *    date has come are BANKING-SYSTEM's to drop, not ours.
           MOVE ZEROS TO WS-HOLD-COUNT
           OPEN INPUT HOLD-FILE
           IF WS-HOLD-FILE-STATUS NOT = '00'
              SET WS-HOLD-FILE-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-HOLD-FILE-EOF
              READ HOLD-FILE
                  AT END
                      SET WS-HOLD-FILE-EOF TO TRUE
                  NOT AT END
                      IF WS-HOLD-COUNT < 5000
                         ADD 1 TO WS-HOLD-COUNT
                         MOVE HOLD-ACCOUNT-NUMBER
                             TO WS-HOLD-ACCOUNT(WS-HOLD-COUNT)
                         MOVE HOLD-AMOUNT
                             TO WS-HOLD-AMOUNT(WS-HOLD-COUNT)
                         MOVE HOLD-RELEASE-DATE
                             TO WS-HOLD-RELEASE-DATE(WS-HOLD-COUNT)
                      ELSE
                         DISPLAY 'FATAL: hold table full (5000) - '
                                 'HOLDS.DAT would lose holds'
                         PERFORM RELEASE-MASTER-FILE-LOCK
                         MOVE 8 TO RETURN-CODE
                         STOP RUN
                      END-IF
              END-READ
           END-PERFORM
           IF WS-HOLD-FILE-STATUS NOT = '35'
              CLOSE HOLD-FILE
           END-IF.

       PROCESS-LEGAL-REQUESTS.
           PERFORM READ-LEGAL-REQUEST
           PERFORM DISPOSE-LEGAL-REQUEST
               UNTIL WS-REQUEST-EOF.

       READ-LEGAL-REQUEST.
           READ LEGAL-REQUEST-FILE
               AT END
                   SET WS-REQUEST-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-REQUESTS-READ
           END-READ.

       DISPOSE-LEGAL-REQUEST.
           MOVE SPACES TO WS-REJECT-REASON
           PERFORM FIND-ORDER-ON-FILE
           EVALUATE TRUE
               WHEN LOQ-ORDER-NUMBER = SPACES
                   MOVE 'NO ORDER NUMBER' TO WS-REJECT-REASON
               WHEN LOQ-SERVE-ORDER
                   PERFORM VALIDATE-SERVE-REQUEST
                   IF WS-REJECT-REASON = SPACES
                      PERFORM SERVE-LEGAL-ORDER
                   END-IF
               WHEN LOQ-RELEASE-ORDER
                   IF NOT ORDER-ON-FILE
                      MOVE 'ORDER NOT ON FILE' TO WS-REJECT-REASON
                   ELSE
                      PERFORM RELEASE-LEGAL-ORDER
                   END-IF
               WHEN OTHER
                   MOVE 'UNKNOWN ACTION' TO WS-REJECT-REASON
           END-EVALUATE

           IF WS-REJECT-REASON NOT = SPACES
              ADD 1 TO WS-REQUESTS-REJECTED
              MOVE LOQ-ORDER-NUMBER   TO WS-ACT-ORDER
              MOVE 'REJECTED'         TO WS-ACT-ACTION
              MOVE LOQ-ACCOUNT-NUMBER TO WS-ACT-ACCOUNT
              MOVE LOQ-DEMAND-AMOUNT  TO WS-ACT-AMOUNT
              MOVE WS-REJECT-REASON   TO WS-ACT-NOTE
              WRITE ACTIVITY-REPORT-LINE FROM WS-ACTIVITY-LINE
           END-IF

           PERFORM READ-LEGAL-REQUEST.

       FIND-ORDER-ON-FILE.
      *    Position on the order's first register record, if any.
           MOVE 'N' TO WS-ORDER-FOUND-FLAG
           MOVE LOQ-ORDER-NUMBER TO LGO-ORDER-NUMBER
           MOVE ZEROS            TO LGO-ACCOUNT-NUMBER
           START LEGAL-ORDER-FILE KEY IS >= LGO-KEY
               INVALID KEY
                   MOVE '23' TO WS-ORDER-STATUS
           END-START
           IF WS-ORDER-STATUS = '00'
              READ LEGAL-ORDER-FILE NEXT RECORD
                  AT END
                      MOVE '10' TO WS-ORDER-STATUS
                  NOT AT END
                      IF LGO-ORDER-NUMBER = LOQ-ORDER-NUMBER
                         SET ORDER-ON-FILE TO TRUE
                      END-IF
              END-READ
           END-IF
           MOVE '00' TO WS-ORDER-STATUS.

       VALIDATE-SERVE-REQUEST.
           EVALUATE TRUE
               WHEN ORDER-ON-FILE
                   MOVE 'ORDER ALREADY SERVED' TO WS-REJECT-REASON
               WHEN NOT LOQ-TAX-LEVY AND NOT LOQ-GARNISHMENT
                   MOVE 'UNKNOWN ORDER TYPE' TO WS-REJECT-REASON
               WHEN LOQ-DEMAND-AMOUNT NOT NUMERIC
                    OR LOQ-DEMAND-AMOUNT = ZEROS
                   MOVE 'NO AMOUNT DEMANDED' TO WS-REJECT-REASON
               WHEN LOQ-SERVED-DATE NOT NUMERIC
                    OR LOQ-SERVED-DATE = ZEROS
                    OR LOQ-SERVED-DATE > WS-TODAY-YMD
                   MOVE 'SERVED DATE MISSING OR IN THE FUTURE'
                       TO WS-REJECT-REASON
               WHEN LOQ-ANSWER-DEADLINE NOT NUMERIC
                    OR LOQ-ANSWER-DEADLINE < LOQ-SERVED-DATE
                   MOVE 'ANSWER DEADLINE BEFORE SERVICE'
                       TO WS-REJECT-REASON
               WHEN LOQ-REMIT-DATE NOT NUMERIC
                    OR (LOQ-REMIT-DATE NOT = ZEROS
                        AND LOQ-REMIT-DATE < LOQ-SERVED-DATE)
                   MOVE 'REMIT DATE BEFORE SERVICE'
                       TO WS-REJECT-REASON
               WHEN LOQ-ACCOUNT-NUMBER = ZEROS
                    AND LOQ-CUSTOMER-ID = ZEROS
                   MOVE 'NO ACCOUNT OR CUSTOMER NAMED'
                       TO WS-REJECT-REASON
               WHEN LOQ-CREDITOR-NAME = SPACES
                   MOVE 'NO CREDITOR NAMED' TO WS-REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       SERVE-LEGAL-ORDER.
           ADD 1 TO WS-ORDERS-SERVED
           IF LOQ-REMIT-DATE = ZEROS
              COMPUTE WS-ORDER-REMIT-DATE =
                  FUNCTION DATE-OF-INTEGER(
                      FUNCTION INTEGER-OF-DATE(LOQ-SERVED-DATE)
                      + WS-LEVY-HOLDING-DAYS)
           ELSE
              MOVE LOQ-REMIT-DATE TO WS-ORDER-REMIT-DATE
           END-IF
           PERFORM COMPUTE-LOOKBACK-START
           PERFORM RESOLVE-ORDER-ACCOUNTS

           MOVE LOQ-DEMAND-AMOUNT TO WS-RV-DEMAND-LEFT
           MOVE ZEROS TO WS-RV-TOTAL-HELD
           MOVE ZEROS TO WS-RV-TOTAL-PROTECTED
           MOVE ZEROS TO WS-RV-ACCOUNTS-REVIEWED

           PERFORM WRITE-LETTER-HEADING
           IF WS-OA-COUNT > ZEROS
              WRITE LETTER-LINE FROM WS-LETTER-ACCOUNT-HEADING
              PERFORM VARYING WS-OA-SUB FROM 1 BY 1
                      UNTIL WS-OA-SUB > WS-OA-COUNT
                 PERFORM REVIEW-ORDER-ACCOUNT
              END-PERFORM
           END-IF
           PERFORM WRITE-LETTER-CLOSING.

       COMPUTE-LOOKBACK-START.
           MOVE LOQ-SERVED-DATE TO WS-LB-START-DATE
           IF WS-LB-START-MONTH > WS-LOOKBACK-MONTHS
              SUBTRACT WS-LOOKBACK-MONTHS FROM WS-LB-START-MONTH
           ELSE
              SUBTRACT 1 FROM WS-LB-START-YEAR
              COMPUTE WS-LB-START-MONTH =
                  WS-LB-START-MONTH + 12 - WS-LOOKBACK-MONTHS
           END-IF
      *    The 31st of a short month falls back to its last day.
           PERFORM UNTIL FUNCTION TEST-DATE-YYYYMMDD(WS-LB-START-DATE)
                             = ZERO
              SUBTRACT 1 FROM WS-LB-START-DAY
           END-PERFORM.

       RESOLVE-ORDER-ACCOUNTS.
      *    An account number names the one account; a customer ID
      *    reaches every account the customer holds - primary-owned
      *    by the ACCT-CUSTOMER-ID alternate index, then joint-owned
      *    by the relationship file's customer index.
           MOVE ZEROS TO WS-OA-COUNT
           MOVE LOQ-CUSTOMER-ID TO WS-ORDER-CUSTOMER-ID
           IF LOQ-ACCOUNT-NUMBER > ZEROS
              MOVE LOQ-ACCOUNT-NUMBER TO ACCT-ACCOUNT-NUMBER
              READ ACCOUNT-FILE
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      MOVE 1 TO WS-OA-COUNT
                      MOVE ACCT-ACCOUNT-NUMBER TO WS-OA-ACCOUNT(1)
                      MOVE ACCT-CUSTOMER-ID
                          TO WS-ORDER-CUSTOMER-ID
              END-READ
           ELSE
              MOVE LOQ-CUSTOMER-ID TO ACCT-CUSTOMER-ID
              START ACCOUNT-FILE KEY IS >= ACCT-CUSTOMER-ID
                  INVALID KEY
                      MOVE '10' TO WS-ACCT-STATUS
              END-START
              IF WS-ACCT-STATUS NOT = '10'
                 PERFORM READ-NEXT-ACCOUNT
                 PERFORM UNTIL WS-ACCT-STATUS = '10'
                         OR ACCT-CUSTOMER-ID NOT = LOQ-CUSTOMER-ID
                    MOVE ACCT-ACCOUNT-NUMBER TO WS-OA-CANDIDATE
                    PERFORM ADD-ORDER-ACCOUNT
                    PERFORM READ-NEXT-ACCOUNT
                 END-PERFORM
              END-IF
              MOVE '00' TO WS-ACCT-STATUS

              IF RELATION-FILE-OPEN
                 MOVE LOQ-CUSTOMER-ID TO REL-CUSTOMER-ID
                 START ACCOUNT-RELATION-FILE
                     KEY IS >= REL-CUSTOMER-ID
                     INVALID KEY
                         MOVE '10' TO WS-REL-STATUS
                 END-START
                 IF WS-REL-STATUS NOT = '10'
                    PERFORM READ-NEXT-RELATIONSHIP
                    PERFORM UNTIL WS-REL-STATUS = '10'
                            OR REL-CUSTOMER-ID NOT = LOQ-CUSTOMER-ID
                       IF REL-JOINT-OWNER
                          MOVE REL-ACCOUNT-NUMBER TO WS-OA-CANDIDATE
                          PERFORM ADD-ORDER-ACCOUNT
                       END-IF
                       PERFORM READ-NEXT-RELATIONSHIP
                    END-PERFORM
                 END-IF
                 MOVE '00' TO WS-REL-STATUS
              END-IF
           END-IF.

       ADD-ORDER-ACCOUNT.
      *    An account found both ways is reviewed once.
           MOVE 'N' TO WS-OA-FOUND-FLAG
           PERFORM VARYING WS-OA-SUB FROM 1 BY 1
                   UNTIL WS-OA-SUB > WS-OA-COUNT
              IF WS-OA-ACCOUNT(WS-OA-SUB) = WS-OA-CANDIDATE
                 SET ORDER-ACCOUNT-LISTED TO TRUE
              END-IF
           END-PERFORM
           IF NOT ORDER-ACCOUNT-LISTED
              IF WS-OA-COUNT < 50
                 ADD 1 TO WS-OA-COUNT
                 MOVE WS-OA-CANDIDATE TO WS-OA-ACCOUNT(WS-OA-COUNT)
              ELSE
                 DISPLAY 'WARNING: account list full (50) - '
                         'order ' LOQ-ORDER-NUMBER
                         ' reaches more accounts than reviewed'
              END-IF
           END-IF.

       READ-NEXT-RELATIONSHIP.
           READ ACCOUNT-RELATION-FILE NEXT RECORD
               AT END
                   MOVE '10' TO WS-REL-STATUS
           END-READ.

       READ-NEXT-ACCOUNT.
           READ ACCOUNT-FILE NEXT RECORD
               AT END
                   MOVE '10' TO WS-ACCT-STATUS
           END-READ.

       REVIEW-ORDER-ACCOUNT.
      *    Loans are not deposits and closed accounts hold nothing;
      *    every other account is reviewed and recorded, held or
      *    not, so the answer letter accounts for all of them.
           MOVE WS-OA-ACCOUNT(WS-OA-SUB) TO ACCT-ACCOUNT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE '23' TO WS-ACCT-STATUS
           END-READ
           IF WS-ACCT-STATUS = '00'
              AND NOT ACCT-LOAN
              AND NOT ACCT-CLOSED
              ADD 1 TO WS-RV-ACCOUNTS-REVIEWED
              PERFORM SUM-PROTECTED-BENEFITS
              PERFORM SUM-HOLDS-IN-FORCE

      *       Protection is the benefits received in the lookback,
      *       never more than the balance there is to protect.
              MOVE WS-RV-BENEFITS TO WS-RV-PROTECTED
              IF WS-RV-PROTECTED > ACCT-BALANCE
                 MOVE ACCT-BALANCE TO WS-RV-PROTECTED
              END-IF
              IF WS-RV-PROTECTED < ZEROS
                 MOVE ZEROS TO WS-RV-PROTECTED
              END-IF
              COMPUTE WS-RV-HOLDABLE = ACCT-BALANCE
                  - WS-RV-HOLDS-IN-FORCE - WS-RV-PROTECTED
              IF WS-RV-HOLDABLE < ZEROS
                 MOVE ZEROS TO WS-RV-HOLDABLE
              END-IF
              IF WS-RV-DEMAND-LEFT < WS-RV-HOLDABLE
                 MOVE WS-RV-DEMAND-LEFT TO WS-RV-HOLD
              ELSE
                 MOVE WS-RV-HOLDABLE TO WS-RV-HOLD
              END-IF

              IF WS-RV-HOLD > ZEROS
                 PERFORM PLACE-LEGAL-HOLD
              END-IF
              SUBTRACT WS-RV-HOLD FROM WS-RV-DEMAND-LEFT
              ADD WS-RV-HOLD TO WS-RV-TOTAL-HELD
              ADD WS-RV-PROTECTED TO WS-RV-TOTAL-PROTECTED
              PERFORM WRITE-ORDER-ACCOUNT-RECORD

              MOVE ACCT-ACCOUNT-NUMBER TO WS-LAL-ACCOUNT
              MOVE ACCT-TYPE           TO WS-LAL-TYPE
              MOVE ACCT-BALANCE        TO WS-LAL-LEDGER
              MOVE WS-RV-PROTECTED     TO WS-LAL-PROTECTED
              MOVE WS-RV-HOLD          TO WS-LAL-HELD
              WRITE LETTER-LINE FROM WS-LETTER-ACCOUNT-LINE
           END-IF
           MOVE '00' TO WS-ACCT-STATUS.

       SUM-PROTECTED-BENEFITS.
      *    Federal benefit payments credited to this account by
      *    direct deposit from the lookback start through the
      *    served date.
           MOVE ZEROS TO WS-RV-BENEFITS
           MOVE 'TXN-HISTORY.DAT' TO WS-HIST-FILE-NAME
           PERFORM SCAN-HISTORY-FOR-BENEFITS

           MOVE WS-LB-START-DATE(1:6) TO WS-LB-SCAN-MONTH
           MOVE LOQ-SERVED-DATE(1:6)  TO WS-LB-END-MONTH
           PERFORM UNTIL WS-LB-SCAN-MONTH > WS-LB-END-MONTH
              MOVE SPACES TO WS-HIST-FILE-NAME
              STRING 'TXN-HISTORY-' WS-LB-SCAN-MONTH '.DAT'
                  DELIMITED BY SIZE INTO WS-HIST-FILE-NAME
              END-STRING
              PERFORM SCAN-HISTORY-FOR-BENEFITS
              IF WS-LB-SCAN-MM = 12
                 ADD 1 TO WS-LB-SCAN-YEAR
                 MOVE 1 TO WS-LB-SCAN-MM
              ELSE
                 ADD 1 TO WS-LB-SCAN-MM
              END-IF
           END-PERFORM.

       SCAN-HISTORY-FOR-BENEFITS.
           MOVE '00' TO WS-HISTORY-STATUS
           OPEN INPUT TRANSACTION-HISTORY-FILE
           IF WS-HISTORY-STATUS = '00'
              PERFORM UNTIL WS-HISTORY-EOF
                 READ TRANSACTION-HISTORY-FILE
                     AT END
                         SET WS-HISTORY-EOF TO TRUE
                     NOT AT END
                         IF HIST-ACCOUNT-NUMBER = ACCT-ACCOUNT-NUMBER
                            AND HIST-WAS-POSTED
                            AND HIST-ACH-CREDIT
                            AND HIST-FEDERAL-BENEFIT
                            AND HIST-DATE >= WS-LB-START-DATE
                            AND HIST-DATE <= LOQ-SERVED-DATE
                            ADD HIST-AMOUNT TO WS-RV-BENEFITS
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE TRANSACTION-HISTORY-FILE
           END-IF
           MOVE '00' TO WS-HISTORY-STATUS.

       SUM-HOLDS-IN-FORCE.
      *    Deposit holds and earlier orders' holds come ahead of
      *    this order.
           MOVE ZEROS TO WS-RV-HOLDS-IN-FORCE
           IF WS-HOLD-COUNT > ZEROS
              PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
                      UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
                 IF WS-HOLD-ACCOUNT(WS-HOLD-IDX) = ACCT-ACCOUNT-NUMBER
                    AND WS-HOLD-RELEASE-DATE(WS-HOLD-IDX)
                        > WS-TODAY-YMD
                    ADD WS-HOLD-AMOUNT(WS-HOLD-IDX)
                        TO WS-RV-HOLDS-IN-FORCE
                 END-IF
              END-PERFORM
           END-IF.

       PLACE-LEGAL-HOLD.
           IF WS-HOLD-COUNT < 5000
              ADD 1 TO WS-HOLD-COUNT
              MOVE ACCT-ACCOUNT-NUMBER
                  TO WS-HOLD-ACCOUNT(WS-HOLD-COUNT)
              MOVE WS-RV-HOLD TO WS-HOLD-AMOUNT(WS-HOLD-COUNT)
              MOVE WS-LEGAL-HOLD-RELEASE
                  TO WS-HOLD-RELEASE-DATE(WS-HOLD-COUNT)
              ADD 1 TO WS-HOLDS-PLACED
              ADD WS-RV-HOLD TO WS-TOTAL-HELD
           ELSE
              DISPLAY 'WARNING: hold table full (5000) - order '
                      LOQ-ORDER-NUMBER ' account '
                      ACCT-ACCOUNT-NUMBER ' not held'
              MOVE ZEROS TO WS-RV-HOLD
           END-IF.

       WRITE-ORDER-ACCOUNT-RECORD.
           MOVE LOQ-ORDER-NUMBER     TO LGO-ORDER-NUMBER
           MOVE ACCT-ACCOUNT-NUMBER  TO LGO-ACCOUNT-NUMBER
           MOVE LOQ-ORDER-TYPE       TO LGO-ORDER-TYPE
      *    The customer served, who on a joint account is not the
      *    primary owner.
           MOVE WS-ORDER-CUSTOMER-ID TO LGO-CUSTOMER-ID
           MOVE LOQ-DEMAND-AMOUNT    TO LGO-DEMAND-AMOUNT
           MOVE LOQ-SERVED-DATE      TO LGO-SERVED-DATE
           MOVE LOQ-ANSWER-DEADLINE  TO LGO-ANSWER-DEADLINE
           MOVE WS-ORDER-REMIT-DATE  TO LGO-REMIT-DATE
           MOVE LOQ-CREDITOR-NAME    TO LGO-CREDITOR-NAME
           MOVE LOQ-CREDITOR-ADDRESS TO LGO-CREDITOR-ADDRESS
           MOVE ACCT-BALANCE         TO LGO-LEDGER-AT-SERVICE
           MOVE WS-RV-PROTECTED      TO LGO-PROTECTED-AMOUNT
           MOVE WS-RV-HOLD           TO LGO-HELD-AMOUNT
           MOVE ZEROS                TO LGO-REMITTED-AMOUNT
           IF WS-RV-HOLD > ZEROS
              SET LGO-FUNDS-HELD TO TRUE
           ELSE
              SET LGO-NOTHING-HELD TO TRUE
           END-IF
           MOVE WS-TODAY-YMD         TO LGO-STATUS-DATE
           MOVE LOQ-ENTERED-BY       TO LGO-ENTERED-BY
           WRITE LEGAL-ORDER-RECORD
               INVALID KEY
                   DISPLAY 'ERROR: order ' LOQ-ORDER-NUMBER
                           ' account ' ACCT-ACCOUNT-NUMBER
                           ' already on the register'
           END-WRITE

           MOVE LOQ-ORDER-NUMBER    TO WS-ACT-ORDER
           MOVE 'SERVED'            TO WS-ACT-ACTION
           MOVE ACCT-ACCOUNT-NUMBER TO WS-ACT-ACCOUNT
           MOVE WS-RV-HOLD          TO WS-ACT-AMOUNT
           MOVE SPACES              TO WS-ACT-NOTE
           MOVE WS-RV-PROTECTED     TO WS-ED-AMOUNT
           IF WS-RV-HOLD > ZEROS
              STRING 'held; protected benefits ' WS-ED-AMOUNT
                  DELIMITED BY SIZE INTO WS-ACT-NOTE
              END-STRING
           ELSE
              STRING 'nothing to hold; protected benefits '
                     WS-ED-AMOUNT
                  DELIMITED BY SIZE INTO WS-ACT-NOTE
              END-STRING
           END-IF
           WRITE ACTIVITY-REPORT-LINE FROM WS-ACTIVITY-LINE.

       WRITE-LETTER-HEADING.
           IF LOQ-TAX-LEVY
              MOVE 'NOTICE OF LEVY' TO WS-ORDER-TYPE-TEXT
           ELSE
              MOVE 'WRIT OF GARNISHMENT' TO WS-ORDER-TYPE-TEXT
           END-IF
           MOVE SPACES TO CUST-NAME
           MOVE WS-ORDER-CUSTOMER-ID TO CUST-CUSTOMER-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE SPACES TO CUST-NAME
           END-READ

           WRITE LETTER-LINE FROM WS-LETTER-RULE
           MOVE WS-TODAY-YMD TO WS-ED-DATE
           MOVE SPACES TO WS-LETTER-TEXT
           STRING '    ' WS-ED-DATE
               DELIMITED BY SIZE INTO WS-LETTER-TEXT
           END-STRING
           WRITE LETTER-LINE FROM WS-LETTER-TEXT
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO WS-LETTER-TEXT
           STRING '    ' LOQ-CREDITOR-NAME
               DELIMITED BY SIZE INTO WS-LETTER-TEXT
           END-STRING
           WRITE LETTER-LINE FROM WS-LETTER-TEXT
           MOVE SPACES TO WS-LETTER-TEXT
           STRING '    ' LOQ-CREDITOR-ADDRESS
               DELIMITED BY SIZE INTO WS-LETTER-TEXT
           END-STRING
           WRITE LETTER-LINE FROM WS-LETTER-TEXT
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE

           MOVE SPACES TO WS-LETTER-TEXT
           STRING '    RE: ' WS-ORDER-TYPE-TEXT
                  ' ' LOQ-ORDER-NUMBER
               DELIMITED BY SIZE INTO WS-LETTER-TEXT
           END-STRING
           WRITE LETTER-LINE FROM WS-LETTER-TEXT
           MOVE LOQ-SERVED-DATE TO WS-ED-DATE
           MOVE SPACES TO WS-LETTER-TEXT
           STRING '        Served on this bank ' WS-ED-DATE
               DELIMITED BY SIZE INTO WS-LETTER-TEXT
           END-STRING
           WRITE LETTER-LINE FROM WS-LETTER-TEXT
           MOVE SPACES TO WS-LETTER-TEXT
           STRING '        Debtor: ' CUST-NAME
                  '  customer ' WS-ORDER-CUSTOMER-ID
               DELIMITED BY SIZE INTO WS-LETTER-TEXT
           END-STRING
           WRITE LETTER-LINE FROM WS-LETTER-TEXT
           MOVE LOQ-DEMAND-AMOUNT TO WS-ED-AMOUNT
           MOVE SPACES TO WS-LETTER-TEXT
           STRING '        Amount demanded: ' WS-ED-AMOUNT
               DELIMITED BY SIZE INTO WS-LETTER-TEXT
           END-STRING
           WRITE LETTER-LINE FROM WS-LETTER-TEXT
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE

           IF WS-OA-COUNT > ZEROS
              MOVE SPACES TO WS-LETTER-TEXT
              STRING '    In answer to the order above, the bank'
                     ' has reviewed the accounts of the debtor'
                     ' and reports:'
                  DELIMITED BY SIZE INTO WS-LETTER-TEXT
              END-STRING
           ELSE
              MOVE SPACES TO WS-LETTER-TEXT
              STRING '    In answer to the order above, the bank'
                     ' holds no account for the debtor named.'
                  DELIMITED BY SIZE INTO WS-LETTER-TEXT
              END-STRING
           END-IF
           WRITE LETTER-LINE FROM WS-LETTER-TEXT
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE.

       WRITE-LETTER-CLOSING.
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           IF WS-RV-TOTAL-PROTECTED > ZEROS
              MOVE WS-RV-TOTAL-PROTECTED TO WS-ED-AMOUNT
              MOVE SPACES TO WS-LETTER-TEXT
              STRING '    Federal benefit payments of ' WS-ED-AMOUNT
                     ' received in the two months before service'
                     ' are protected by law and have not been held.'
                  DELIMITED BY SIZE INTO WS-LETTER-TEXT
              END-STRING
              WRITE LETTER-LINE FROM WS-LETTER-TEXT
           END-IF
           IF WS-RV-TOTAL-HELD > ZEROS
              MOVE WS-RV-TOTAL-HELD TO WS-ED-AMOUNT
              MOVE SPACES TO WS-LETTER-TEXT
              STRING '    The bank has placed a hold of '
                     WS-ED-AMOUNT ' against this order.'
                  DELIMITED BY SIZE INTO WS-LETTER-TEXT
              END-STRING
              WRITE LETTER-LINE FROM WS-LETTER-TEXT
              MOVE WS-ORDER-REMIT-DATE TO WS-ED-DATE
              MOVE SPACES TO WS-LETTER-TEXT
              STRING '    Unless the order is released, the funds'
                     ' held will be remitted to you on '
                     WS-ED-DATE '.'
                  DELIMITED BY SIZE INTO WS-LETTER-TEXT
              END-STRING
              WRITE LETTER-LINE FROM WS-LETTER-TEXT
           ELSE
              MOVE '    No funds are available to satisfy this order.'
                  TO LETTER-LINE
              WRITE LETTER-LINE
           END-IF
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE '    Legal Processing Department' TO LETTER-LINE
           WRITE LETTER-LINE.

       RELEASE-LEGAL-ORDER.
      *    Every account the order still holds is released; an
      *    order already matured or released is left as it is.
           ADD 1 TO WS-ORDERS-RELEASED
           MOVE 'N' TO WS-ORDER-SCAN-FLAG
           PERFORM UNTIL ORDER-SCAN-DONE
              IF LGO-FUNDS-HELD
                 PERFORM REMOVE-LEGAL-HOLD
                 ADD LGO-HELD-AMOUNT TO WS-TOTAL-RELEASED
                 SET LGO-RELEASED TO TRUE
                 MOVE WS-TODAY-YMD TO LGO-STATUS-DATE
                 REWRITE LEGAL-ORDER-RECORD
                 MOVE LGO-ORDER-NUMBER   TO WS-ACT-ORDER
                 MOVE 'RELEASED'         TO WS-ACT-ACTION
                 MOVE LGO-ACCOUNT-NUMBER TO WS-ACT-ACCOUNT
                 MOVE LGO-HELD-AMOUNT    TO WS-ACT-AMOUNT
                 MOVE 'order released before maturity'
                     TO WS-ACT-NOTE
                 WRITE ACTIVITY-REPORT-LINE FROM WS-ACTIVITY-LINE
              END-IF
              READ LEGAL-ORDER-FILE NEXT RECORD
                  AT END
                      SET ORDER-SCAN-DONE TO TRUE
                  NOT AT END
                      IF LGO-ORDER-NUMBER NOT = LOQ-ORDER-NUMBER
                         SET ORDER-SCAN-DONE TO TRUE
                      END-IF
              END-READ
           END-PERFORM
           MOVE '00' TO WS-ORDER-STATUS.

       REMOVE-LEGAL-HOLD.
      *    Take the order's hold (account, amount, open-ended date)
      *    off the table, closing up the gap.
           MOVE 'N' TO WS-HOLD-FOUND-FLAG
           IF WS-HOLD-COUNT > ZEROS
              PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
                      UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
                         OR LEGAL-HOLD-FOUND
                 IF WS-HOLD-ACCOUNT(WS-HOLD-IDX) = LGO-ACCOUNT-NUMBER
                    AND WS-HOLD-AMOUNT(WS-HOLD-IDX) = LGO-HELD-AMOUNT
                    AND WS-HOLD-RELEASE-DATE(WS-HOLD-IDX)
                        = WS-LEGAL-HOLD-RELEASE
                    SET LEGAL-HOLD-FOUND TO TRUE
                    SET WS-HOLD-SUB TO WS-HOLD-IDX
                 END-IF
              END-PERFORM
           END-IF
           IF LEGAL-HOLD-FOUND
              PERFORM VARYING WS-HOLD-IDX FROM WS-HOLD-SUB BY 1
                      UNTIL WS-HOLD-IDX >= WS-HOLD-COUNT
                 MOVE WS-HOLD-ENTRY(WS-HOLD-IDX + 1)
                     TO WS-HOLD-ENTRY(WS-HOLD-IDX)
              END-PERFORM
              SUBTRACT 1 FROM WS-HOLD-COUNT
           ELSE
              DISPLAY 'WARNING: no hold on file for order '
                      LGO-ORDER-NUMBER ' account '
                      LGO-ACCOUNT-NUMBER ' - check HOLDS.DAT'
           END-IF.

       MATURE-DUE-ORDERS.
      *    One pass over the register for held orders whose remit
      *    date has arrived, including any served today with a
      *    remit date already past.
           MOVE LOW-VALUES TO LGO-KEY
           MOVE 'N' TO WS-ORDER-SCAN-FLAG
           START LEGAL-ORDER-FILE KEY IS >= LGO-KEY
               INVALID KEY
                   SET ORDER-SCAN-DONE TO TRUE
           END-START
           PERFORM UNTIL ORDER-SCAN-DONE
              READ LEGAL-ORDER-FILE NEXT RECORD
                  AT END
                      SET ORDER-SCAN-DONE TO TRUE
                  NOT AT END
                      IF LGO-FUNDS-HELD
                         AND LGO-REMIT-DATE <= WS-TODAY-YMD
                         PERFORM MATURE-ONE-ORDER
                      END-IF
              END-READ
           END-PERFORM
           MOVE '00' TO WS-ORDER-STATUS.

       MATURE-ONE-ORDER.
      *    Remit what was held, never more than the ledger balance
      *    still there to take it from; the rest of the hold is
      *    released.
           MOVE LGO-HELD-AMOUNT TO WS-MT-REMIT
           MOVE LGO-ACCOUNT-NUMBER TO ACCT-ACCOUNT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE ZEROS TO WS-MT-REMIT
               NOT INVALID KEY
                   IF ACCT-BALANCE < WS-MT-REMIT
                      MOVE ACCT-BALANCE TO WS-MT-REMIT
                   END-IF
           END-READ
           IF WS-MT-REMIT < ZEROS
              MOVE ZEROS TO WS-MT-REMIT
           END-IF
           COMPUTE WS-MT-RELEASED = LGO-HELD-AMOUNT - WS-MT-REMIT

           PERFORM REMOVE-LEGAL-HOLD
           IF WS-MT-REMIT > ZEROS
              PERFORM STAGE-REMITTANCE
           END-IF
           ADD WS-MT-RELEASED TO WS-TOTAL-RELEASED

           MOVE WS-MT-REMIT  TO LGO-REMITTED-AMOUNT
           SET LGO-REMITTED  TO TRUE
           MOVE WS-TODAY-YMD TO LGO-STATUS-DATE
           REWRITE LEGAL-ORDER-RECORD

           MOVE LGO-ORDER-NUMBER   TO WS-ACT-ORDER
           MOVE 'REMITTED'         TO WS-ACT-ACTION
           MOVE LGO-ACCOUNT-NUMBER TO WS-ACT-ACCOUNT
           MOVE WS-MT-REMIT        TO WS-ACT-AMOUNT
           MOVE SPACES             TO WS-ACT-NOTE
           MOVE WS-MT-RELEASED     TO WS-ED-AMOUNT
           STRING 'to ' LGO-CREDITOR-NAME(1:30)
                  ' released ' WS-ED-AMOUNT
               DELIMITED BY SIZE INTO WS-ACT-NOTE
           END-STRING
           WRITE ACTIVITY-REPORT-LINE FROM WS-ACTIVITY-LINE.

       STAGE-REMITTANCE.
           MOVE SPACES              TO TRANSACTION-RECORD
           MOVE LGO-ACCOUNT-NUMBER  TO TXN-ACCOUNT-NUMBER
           MOVE 'LR'                TO TXN-TYPE
           MOVE ZEROS               TO TXN-TO-ACCOUNT-NUMBER
           MOVE WS-MT-REMIT         TO TXN-AMOUNT
           MOVE WS-TODAY-YMD        TO TXN-DATE
           MOVE ZEROS               TO TXN-TIME
           IF LGO-TAX-LEVY
              STRING 'LEVY ' LGO-ORDER-NUMBER ' PAID TO '
                     LGO-CREDITOR-NAME
                  DELIMITED BY SIZE INTO TXN-DESCRIPTION
              END-STRING
           ELSE
              STRING 'GARNISHMENT ' LGO-ORDER-NUMBER ' PAID TO '
                     LGO-CREDITOR-NAME
                  DELIMITED BY SIZE INTO TXN-DESCRIPTION
              END-STRING
           END-IF
           MOVE 'N'                 TO TXN-PROCESSED-FLAG
           MOVE ZEROS               TO TXN-CHECK-NUMBER
           MOVE ZEROS               TO TXN-BRANCH-CODE
           MOVE ZEROS               TO TXN-EXT-ROUTING-NUMBER
           MOVE SPACES              TO TXN-EXT-ACCOUNT-NUMBER
           MOVE SPACES              TO TXN-TELLER-ID
           WRITE TRANSACTION-RECORD

           MOVE LGO-ORDER-NUMBER     TO LRM-ORDER-NUMBER
           MOVE LGO-ORDER-TYPE       TO LRM-ORDER-TYPE
           MOVE LGO-ACCOUNT-NUMBER   TO LRM-ACCOUNT-NUMBER
           MOVE WS-MT-REMIT          TO LRM-AMOUNT
           MOVE WS-TODAY-YMD         TO LRM-REMIT-DATE
           MOVE LGO-CREDITOR-NAME    TO LRM-CREDITOR-NAME
           MOVE LGO-CREDITOR-ADDRESS TO LRM-CREDITOR-ADDRESS
           WRITE REMITTANCE-RECORD

           ADD 1 TO WS-REMITTANCES-STAGED
           ADD WS-MT-REMIT TO WS-TOTAL-REMITTED.

       SAVE-HOLDS.
           OPEN OUTPUT HOLD-FILE
           IF WS-HOLD-FILE-STATUS NOT = '00'
              DISPLAY 'FATAL: unable to rewrite HOLDS.DAT (status '
                      WS-HOLD-FILE-STATUS ') - legal holds not saved,'
                      ' restore generation ' WS-GEN-LAST-GENERATION
              PERFORM RELEASE-MASTER-FILE-LOCK
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           IF WS-HOLD-COUNT > ZEROS
              PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
                      UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
                 MOVE WS-HOLD-ACCOUNT(WS-HOLD-IDX)
                     TO HOLD-ACCOUNT-NUMBER
                 MOVE WS-HOLD-AMOUNT(WS-HOLD-IDX)
                     TO HOLD-AMOUNT
                 MOVE WS-HOLD-RELEASE-DATE(WS-HOLD-IDX)
                     TO HOLD-RELEASE-DATE
                 WRITE HOLD-RECORD
              END-PERFORM
           END-IF
           CLOSE HOLD-FILE.

       CLEANUP.
           MOVE SPACES TO ACTIVITY-REPORT-LINE
           WRITE ACTIVITY-REPORT-LINE
           MOVE SPACES TO WS-LETTER-TEXT
           STRING 'Orders served: ' WS-ORDERS-SERVED
                  '  released: ' WS-ORDERS-RELEASED
                  '  requests rejected: ' WS-REQUESTS-REJECTED
               DELIMITED BY SIZE INTO WS-LETTER-TEXT
           END-STRING
           WRITE ACTIVITY-REPORT-LINE FROM WS-LETTER-TEXT
           MOVE WS-TOTAL-HELD TO WS-ED-AMOUNT
           MOVE SPACES TO WS-LETTER-TEXT
           STRING 'Holds placed: ' WS-HOLDS-PLACED
                  '  amount ' WS-ED-AMOUNT
               DELIMITED BY SIZE INTO WS-LETTER-TEXT
           END-STRING
           WRITE ACTIVITY-REPORT-LINE FROM WS-LETTER-TEXT
           MOVE WS-TOTAL-REMITTED TO WS-ED-AMOUNT
           MOVE SPACES TO WS-LETTER-TEXT
           STRING 'Remittances staged: ' WS-REMITTANCES-STAGED
                  '  amount ' WS-ED-AMOUNT
               DELIMITED BY SIZE INTO WS-LETTER-TEXT
           END-STRING
           WRITE ACTIVITY-REPORT-LINE FROM WS-LETTER-TEXT
           MOVE WS-TOTAL-RELEASED TO WS-ED-AMOUNT
           MOVE SPACES TO WS-LETTER-TEXT
           STRING 'Held funds released: ' WS-ED-AMOUNT
               DELIMITED BY SIZE INTO WS-LETTER-TEXT
           END-STRING
           WRITE ACTIVITY-REPORT-LINE FROM WS-LETTER-TEXT

           CLOSE LEGAL-REQUEST-FILE
           CLOSE LEGAL-ORDER-FILE
           CLOSE ACCOUNT-FILE
           CLOSE CUSTOMER-MASTER
           IF RELATION-FILE-OPEN
              CLOSE ACCOUNT-RELATION-FILE
           END-IF
           CLOSE TRANSACTION-FILE
           CLOSE REMITTANCE-FILE
           CLOSE LETTER-FILE
           CLOSE ACTIVITY-REPORT-FILE

           DISPLAY ' '
           DISPLAY 'Legal Order Processing Summary'
           DISPLAY '=============================='
           DISPLAY 'Requests read:      ' WS-REQUESTS-READ
           DISPLAY 'Requests rejected:  ' WS-REQUESTS-REJECTED
           DISPLAY 'Orders served:      ' WS-ORDERS-SERVED
           DISPLAY 'Orders released:    ' WS-ORDERS-RELEASED
           DISPLAY 'Holds placed:       ' WS-HOLDS-PLACED
                   ' Amount: $' WS-TOTAL-HELD
           DISPLAY 'Remittances staged: ' WS-REMITTANCES-STAGED
                   ' Amount: $' WS-TOTAL-REMITTED
           DISPLAY 'Held funds released: $' WS-TOTAL-RELEASED
           IF WS-REQUESTS-REJECTED > ZEROS
              MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY 'Legal Order Processing - Complete'.

       WRITE-RUN-STATISTICS.
      *    One stats record per run, appended so the cycle summary
      *    can trend runtimes and volumes across nights.
           OPEN EXTEND OPS-STATS-FILE
           IF WS-OPS-STATS-STATUS = '35'
              OPEN OUTPUT OPS-STATS-FILE
           END-IF
           MOVE WS-OPS-PROGRAM-NAME   TO OPS-PROGRAM-NAME
           MOVE WS-TODAY-YMD          TO OPS-BUSINESS-DATE
           MOVE WS-OPS-START-STAMP    TO OPS-START-TIMESTAMP
           MOVE FUNCTION CURRENT-DATE(1:14) TO OPS-END-TIMESTAMP
           MOVE WS-REQUESTS-READ      TO OPS-RECORDS-READ
           COMPUTE OPS-RECORDS-WRITTEN =
               WS-HOLDS-PLACED + WS-REMITTANCES-STAGED
           MOVE WS-REQUESTS-REJECTED  TO OPS-RECORDS-REJECTED
           WRITE OPS-STATS-RECORD
           CLOSE OPS-STATS-FILE.

       CLAIM-MASTER-FILE-LOCK.
      *    Claim the update token before ACCOUNTS.DAT opens I-O. An
      *    active holder refuses the run; LOCKOVERRIDE on the
      *    command line is the operator's explicit path past a
      *    holder that crashed without releasing.
           MOVE ZEROS TO WS-LOCK-OVERRIDE-TALLY
           ACCEPT WS-LOCK-CLI-PARM FROM COMMAND-LINE
           INSPECT WS-LOCK-CLI-PARM
               TALLYING WS-LOCK-OVERRIDE-TALLY
               FOR ALL 'LOCKOVERRIDE'
           IF WS-LOCK-OVERRIDE-TALLY > ZEROS
              SET MASTER-LOCK-OVERRIDDEN TO TRUE
           END-IF

           OPEN INPUT MASTER-LOCK-FILE
           IF WS-LOCK-STATUS = '00'
              READ MASTER-LOCK-FILE
                  AT END
                      CONTINUE
                  NOT AT END
                      IF LOCK-HOLDER-PROGRAM NOT = SPACES
                         IF MASTER-LOCK-OVERRIDDEN
                            DISPLAY 'Master-file lock held by '
                                    LOCK-HOLDER-PROGRAM
                                    ' cleared by operator override'
                         ELSE
                            DISPLAY 'FATAL: ACCOUNTS.DAT locked by '
                                    LOCK-HOLDER-PROGRAM
                            DISPLAY '  claimed '
                                    LOCK-CLAIMED-TIMESTAMP
                                    ' - run refused; use '
                                    'LOCKOVERRIDE only for a dead '
                                    'holder'
                            MOVE 8 TO RETURN-CODE
                            STOP RUN
                         END-IF
                      END-IF
              END-READ
              CLOSE MASTER-LOCK-FILE
           END-IF

           OPEN OUTPUT MASTER-LOCK-FILE
           MOVE WS-LOCK-PROGRAM-NAME  TO LOCK-HOLDER-PROGRAM
           MOVE FUNCTION CURRENT-DATE TO LOCK-CLAIMED-TIMESTAMP
           WRITE MASTER-LOCK-RECORD
           CLOSE MASTER-LOCK-FILE.

       RELEASE-MASTER-FILE-LOCK.
      *    Clean end of job hands the token back; a crash leaves it
      *    on file, which is exactly what makes the next start stop
      *    and ask the operator.
           OPEN OUTPUT MASTER-LOCK-FILE
           MOVE SPACES TO MASTER-LOCK-RECORD
           WRITE MASTER-LOCK-RECORD
           CLOSE MASTER-LOCK-FILE.

       TAKE-MASTER-GENERATION.
      *    Runs under the master-file lock, before ACCOUNTS.DAT opens
      *    I-O: the copy is the point this run's postings can be
      *    rolled back to. A generation that cannot be written
      *    refuses the run - nothing has been touched yet, so the
      *    lock is handed back first.
           PERFORM LOAD-GENERATION-CATALOG
           PERFORM RELEASE-OLDEST-GENERATION
               UNTIL WS-GEN-COUNT < WS-GEN-RETENTION
           PERFORM PICK-GENERATION-SLOT

           ADD 1 TO WS-GEN-LAST-GENERATION
           COMPUTE WS-GEN-NEW-SUB = WS-GEN-COUNT + 1
           MOVE SPACES TO WS-GEN-ENTRY(WS-GEN-NEW-SUB)
           MOVE 'G' TO WS-GEN-TYPE(WS-GEN-NEW-SUB)
           MOVE WS-GEN-LAST-GENERATION
               TO WS-GEN-NUMBER(WS-GEN-NEW-SUB)
           MOVE WS-GEN-NEW-SLOT TO WS-GEN-SLOT(WS-GEN-NEW-SUB)
           MOVE FUNCTION CURRENT-DATE(1:14)
               TO WS-GEN-TAKEN-STAMP(WS-GEN-NEW-SUB)
           MOVE WS-LOCK-PROGRAM-NAME
               TO WS-GEN-TAKEN-BY(WS-GEN-NEW-SUB)
           MOVE 'PRE-UPDATE' TO WS-GEN-REASON(WS-GEN-NEW-SUB)

           PERFORM COPY-ACCOUNTS-GENERATION
           PERFORM COPY-HOLDS-GENERATION
           PERFORM COPY-REGD-GENERATION
           PERFORM COPY-IRA-GENERATION

           MOVE WS-GEN-NEW-SUB TO WS-GEN-COUNT
           PERFORM SAVE-GENERATION-CATALOG
           DISPLAY 'Master generation ' WS-GEN-LAST-GENERATION
                   ' taken to slot ' WS-GEN-NEW-SLOT
                   ' - ' WS-GEN-ACCOUNT-COUNT(WS-GEN-NEW-SUB)
                   ' accounts'.

       LOAD-GENERATION-CATALOG.
           MOVE ZEROS TO WS-GEN-COUNT
           OPEN INPUT GEN-CATALOG-FILE
           IF WS-GEN-CATALOG-STATUS = '00'
              PERFORM UNTIL WS-GEN-CATALOG-STATUS = '10'
                 READ GEN-CATALOG-FILE
                     AT END
                         MOVE '10' TO WS-GEN-CATALOG-STATUS
                     NOT AT END
                         IF GENC-CONTROL-RECORD
                            MOVE GENC-CTL-RETENTION
                                TO WS-GEN-RETENTION
                            MOVE GENC-CTL-LAST-GENERATION
                                TO WS-GEN-LAST-GENERATION
                         ELSE
                            IF WS-GEN-COUNT < 100
                               ADD 1 TO WS-GEN-COUNT
                               MOVE GEN-CATALOG-RECORD
                                   TO WS-GEN-ENTRY(WS-GEN-COUNT)
                            END-IF
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE GEN-CATALOG-FILE
           END-IF
           IF WS-GEN-RETENTION = ZEROS
              MOVE 7 TO WS-GEN-RETENTION
           END-IF.

       RELEASE-OLDEST-GENERATION.
      *    The catalog is kept oldest first, so the head entry is the
      *    one whose slot is given up.
           PERFORM VARYING WS-GEN-SUB FROM 1 BY 1
                   UNTIL WS-GEN-SUB >= WS-GEN-COUNT
              MOVE WS-GEN-ENTRY(WS-GEN-SUB + 1)
                  TO WS-GEN-ENTRY(WS-GEN-SUB)
           END-PERFORM
           SUBTRACT 1 FROM WS-GEN-COUNT.

       PICK-GENERATION-SLOT.
      *    Lowest slot number no generation still on hand occupies.
      *    With fewer generations than the retention count on hand
      *    there is always one free within the retention range.
           MOVE ZEROS TO WS-GEN-NEW-SLOT
           PERFORM VARYING WS-GEN-SLOT-TRY FROM 1 BY 1
                   UNTIL WS-GEN-NEW-SLOT > ZEROS
                      OR WS-GEN-SLOT-TRY > WS-GEN-RETENTION
              MOVE 'N' TO WS-GEN-SLOT-FLAG
              PERFORM VARYING WS-GEN-SUB FROM 1 BY 1
                      UNTIL WS-GEN-SUB > WS-GEN-COUNT
                 IF WS-GEN-SLOT(WS-GEN-SUB) = WS-GEN-SLOT-TRY
                    MOVE 'Y' TO WS-GEN-SLOT-FLAG
                 END-IF
              END-PERFORM
              IF NOT GEN-SLOT-IN-USE
                 MOVE WS-GEN-SLOT-TRY TO WS-GEN-NEW-SLOT
              END-IF
           END-PERFORM
           MOVE SPACES TO WS-GEN-ACCOUNT-NAME
           STRING 'ACCOUNTS-GEN' WS-GEN-NEW-SLOT '.DAT'
               DELIMITED BY SIZE INTO WS-GEN-ACCOUNT-NAME
           END-STRING
           MOVE SPACES TO WS-GEN-HOLD-NAME
           STRING 'HOLDS-GEN' WS-GEN-NEW-SLOT '.DAT'
               DELIMITED BY SIZE INTO WS-GEN-HOLD-NAME
           END-STRING
           MOVE SPACES TO WS-GEN-REGD-NAME
           STRING 'REGD-COUNTS-GEN' WS-GEN-NEW-SLOT '.DAT'
               DELIMITED BY SIZE INTO WS-GEN-REGD-NAME
           END-STRING
           MOVE SPACES TO WS-GEN-IRA-NAME
           STRING 'IRA-LEDGER-GEN' WS-GEN-NEW-SLOT '.DAT'
               DELIMITED BY SIZE INTO WS-GEN-IRA-NAME
           END-STRING.

       COPY-ACCOUNTS-GENERATION.
      *    Unloaded in key order to a plain sequential copy; the
      *    restore reloads it into a fresh indexed master.
           MOVE ZEROS TO WS-GEN-ACCOUNT-COUNT(WS-GEN-NEW-SUB)
           MOVE 'N' TO WS-GEN-ACCOUNT-PRESENT(WS-GEN-NEW-SUB)
           OPEN OUTPUT GEN-ACCOUNT-COPY
           IF WS-GEN-COPY-STATUS NOT = '00'
              DISPLAY 'FATAL: unable to write ' WS-GEN-ACCOUNT-NAME
                      ' (status ' WS-GEN-COPY-STATUS
                      ') - run refused'
              PERFORM RELEASE-MASTER-FILE-LOCK
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCT-STATUS = '00'
              MOVE 'Y' TO WS-GEN-ACCOUNT-PRESENT(WS-GEN-NEW-SUB)
              MOVE 'N' TO WS-GEN-EOF-FLAG
              PERFORM UNTIL GEN-COPY-EOF
                 READ ACCOUNT-FILE NEXT RECORD
                     AT END
                         MOVE 'Y' TO WS-GEN-EOF-FLAG
                     NOT AT END
                         WRITE GEN-ACCOUNT-COPY-RECORD
                             FROM ACCOUNT-RECORD
                         ADD 1 TO
                             WS-GEN-ACCOUNT-COUNT(WS-GEN-NEW-SUB)
                 END-READ
              END-PERFORM
              CLOSE ACCOUNT-FILE
           END-IF
           CLOSE GEN-ACCOUNT-COPY.

       COPY-HOLDS-GENERATION.
           MOVE ZEROS TO WS-GEN-HOLD-COUNT(WS-GEN-NEW-SUB)
           MOVE 'N' TO WS-GEN-HOLD-PRESENT(WS-GEN-NEW-SUB)
           OPEN OUTPUT GEN-HOLD-COPY
           IF WS-GEN-COPY-STATUS NOT = '00'
              DISPLAY 'FATAL: unable to write ' WS-GEN-HOLD-NAME
                      ' (status ' WS-GEN-COPY-STATUS
                      ') - run refused'
              PERFORM RELEASE-MASTER-FILE-LOCK
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT GEN-HOLD-SOURCE
           IF WS-GEN-SOURCE-STATUS = '00'
              MOVE 'Y' TO WS-GEN-HOLD-PRESENT(WS-GEN-NEW-SUB)
              MOVE 'N' TO WS-GEN-EOF-FLAG
              PERFORM UNTIL GEN-COPY-EOF
                 READ GEN-HOLD-SOURCE
                     AT END
                         MOVE 'Y' TO WS-GEN-EOF-FLAG
                     NOT AT END
                         WRITE GEN-HOLD-COPY-RECORD
                             FROM GEN-HOLD-SOURCE-RECORD
                         ADD 1 TO WS-GEN-HOLD-COUNT(WS-GEN-NEW-SUB)
                 END-READ
              END-PERFORM
              CLOSE GEN-HOLD-SOURCE
           END-IF
           CLOSE GEN-HOLD-COPY.

       COPY-REGD-GENERATION.
           MOVE ZEROS TO WS-GEN-REGD-COUNT(WS-GEN-NEW-SUB)
           MOVE 'N' TO WS-GEN-REGD-PRESENT(WS-GEN-NEW-SUB)
           OPEN OUTPUT GEN-REGD-COPY
           IF WS-GEN-COPY-STATUS NOT = '00'
              DISPLAY 'FATAL: unable to write ' WS-GEN-REGD-NAME
                      ' (status ' WS-GEN-COPY-STATUS
                      ') - run refused'
              PERFORM RELEASE-MASTER-FILE-LOCK
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT GEN-REGD-SOURCE
           IF WS-GEN-SOURCE-STATUS = '00'
              MOVE 'Y' TO WS-GEN-REGD-PRESENT(WS-GEN-NEW-SUB)
              MOVE 'N' TO WS-GEN-EOF-FLAG
              PERFORM UNTIL GEN-COPY-EOF
                 READ GEN-REGD-SOURCE
                     AT END
                         MOVE 'Y' TO WS-GEN-EOF-FLAG
                     NOT AT END
                         WRITE GEN-REGD-COPY-RECORD
                             FROM GEN-REGD-SOURCE-RECORD
                         ADD 1 TO WS-GEN-REGD-COUNT(WS-GEN-NEW-SUB)
                 END-READ
              END-PERFORM
              CLOSE GEN-REGD-SOURCE
           END-IF
           CLOSE GEN-REGD-COPY.

       COPY-IRA-GENERATION.
           MOVE ZEROS TO WS-GEN-IRA-COUNT(WS-GEN-NEW-SUB)
           MOVE 'N' TO WS-GEN-IRA-PRESENT(WS-GEN-NEW-SUB)
           OPEN OUTPUT GEN-IRA-COPY
           IF WS-GEN-COPY-STATUS NOT = '00'
              DISPLAY 'FATAL: unable to write ' WS-GEN-IRA-NAME
                      ' (status ' WS-GEN-COPY-STATUS
                      ') - run refused'
              PERFORM RELEASE-MASTER-FILE-LOCK
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT GEN-IRA-SOURCE
           IF WS-GEN-SOURCE-STATUS = '00'
              MOVE 'Y' TO WS-GEN-IRA-PRESENT(WS-GEN-NEW-SUB)
              MOVE 'N' TO WS-GEN-EOF-FLAG
              PERFORM UNTIL GEN-COPY-EOF
                 READ GEN-IRA-SOURCE
                     AT END
                         MOVE 'Y' TO WS-GEN-EOF-FLAG
                     NOT AT END
                         WRITE GEN-IRA-COPY-RECORD
                             FROM GEN-IRA-SOURCE-RECORD
                         ADD 1 TO WS-GEN-IRA-COUNT(WS-GEN-NEW-SUB)
                 END-READ
              END-PERFORM
              CLOSE GEN-IRA-SOURCE
           END-IF
           CLOSE GEN-IRA-COPY.

       SAVE-GENERATION-CATALOG.
           OPEN OUTPUT GEN-CATALOG-FILE
           IF WS-GEN-CATALOG-STATUS NOT = '00'
              DISPLAY 'FATAL: unable to write MASTER-GENERATIONS.DAT'
                      ' (status ' WS-GEN-CATALOG-STATUS
                      ') - run refused'
              PERFORM RELEASE-MASTER-FILE-LOCK
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE SPACES TO GEN-CATALOG-CONTROL
           MOVE 'C' TO GENC-CTL-RECORD-TYPE
           MOVE WS-GEN-RETENTION TO GENC-CTL-RETENTION
           MOVE WS-GEN-LAST-GENERATION TO GENC-CTL-LAST-GENERATION
           WRITE GEN-CATALOG-CONTROL
           PERFORM VARYING WS-GEN-SUB FROM 1 BY 1
                   UNTIL WS-GEN-SUB > WS-GEN-COUNT
              WRITE GEN-CATALOG-RECORD FROM WS-GEN-ENTRY(WS-GEN-SUB)
           END-PERFORM
           CLOSE GEN-CATALOG-FILE.
