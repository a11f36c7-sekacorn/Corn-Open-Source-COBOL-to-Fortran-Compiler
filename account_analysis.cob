      *****************************************************************
      * MONTHLY COMMERCIAL ACCOUNT ANALYSIS
      * Month-end analysis billing for the corporate checking
      * accounts enrolled on POSPAY-ENROLLED.DAT. Each account is
      * charged for the activity it generated during the month and
      * given an earnings credit on its average collected balance
      * to offset the charges:
      *   - billable volumes: checks paid ('CK') , deposits ('DP')
      *     and ACH originated ('XT') from the month's transaction
      *     history; incoming wires from the month's 'WIRE-IN'
      *     postings on AUDIT-ARCHIVE.DAT and AUDIT-TRAIL.DAT;
      *     positive-pay exceptions from POSPAY-EXCEPTIONS.DAT;
      *     plus one account maintenance charge, which is why
      *     SERVICE-CHARGE-ASSESSMENT leaves these accounts out of
      *     its flat monthly maintenance fee;
      *   - every volume is priced from the analysis fee codes in
      *     force on the central FEE-SCHEDULE.DAT, which also
      *     carries the annual earnings credit rate;
      *   - the average ledger and collected balances are the
      *     month's day-end balances on DAILY-BALANCES.DAT; for a
      *     month the daily file does not cover, the ledger balance
      *     is rebuilt day by day from the before/after balances on
      *     the month's audit-trail postings, the way SERVICE-
      *     CHARGE-ASSESSMENT rebuilds its month low, and each
      *     deposit counts as uncollected float for the float period
      *     after it posts.
      * Charges less the earnings credit is the net analysis fee,
      * posted to the account with its own audit-trail entry; a
      * credit at or above the charges leaves nothing to pay, and
      * excess credit does not carry forward. An analysis statement
      * goes to each customer, covering all of their analyzed
      * accounts, and a one-line-per-account report goes to finance.
      *
      * Copyright (c) 2026 sekacorn
      * Contact: sekacorn@gmail.com
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCOUNT-ANALYSIS.
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

      *    Master-file interlock: one updater at a time may hold
      *    ACCOUNTS.DAT open for update - the optimistic-lock retry
      *    protects a single rewrite, not two whole runs started
      *    together.
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

           SELECT AUDIT-TRAIL-FILE
               ASSIGN TO "AUDIT-TRAIL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

      *    Entries rolled off the live trail by ARCHIVE-RETENTION;
      *    each is the original trail image prefixed with its roll
      *    date.
           SELECT AUDIT-ARCHIVE-FILE
               ASSIGN TO "AUDIT-ARCHIVE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

      *    Audit-chain carry: the last sequence number and check
      *    value on the audit trail, read at startup and persisted
      *    at clean end of job so the tamper-evident chain continues
      *    across runs (and across the monthly archive roll).
           SELECT CHAIN-STATE-FILE
               ASSIGN TO "AUDIT-CHAIN-STATE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHAIN-STATE-STATUS.

      *    Corporate accounts under analysis - the same enrollment
      *    list positive pay runs from.
           SELECT POSPAY-ENROLLED-FILE
               ASSIGN TO "POSPAY-ENROLLED.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-POSPAY-ENR-STATUS.

           SELECT POSPAY-EXCEPTION-FILE
               ASSIGN TO "POSPAY-EXCEPTIONS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-POSPAY-EXC-STATUS.

      *    Central fee schedule, effective-dated: the unit price of
      *    each analysis service and the earnings credit rate are
      *    fee codes on it like any other fee.
           SELECT FEE-SCHEDULE-FILE
               ASSIGN TO "FEE-SCHEDULE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEE-SCHEDULE-STATUS.

      *    History is partitioned by calendar month; the analysis
      *    month's partition is read, with the pre-partition
      *    TXN-HISTORY.DAT read as well while it still exists.
           SELECT TRANSACTION-HISTORY-FILE
               ASSIGN TO WS-HIST-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

      *    Shared undeliverable-mail worklist: customers whose mail
      *    has come back route here instead of to print.
           SELECT UNDELIVERABLE-FILE
               ASSIGN TO "UNDELIVERABLE-MAIL.TXT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-UNDELIV-STATUS.

      *    Shared electronic delivery extract: documents for
      *    customers enrolled in e-delivery go here, one record per
      *    document line, for the e-mail vendor - instead of print.
           SELECT EDELIVERY-FILE
               ASSIGN TO "EDELIVERY-EXTRACT.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EDELIV-STATUS.

           SELECT STATEMENT-FILE
               ASSIGN TO "ANALYSIS-STATEMENTS.TXT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT ANALYSIS-REPORT-FILE
               ASSIGN TO "ANALYSIS-REPORT.TXT"
               ORGANIZATION IS SEQUENTIAL.

      *    Day-end ledger and collected balances BANKING-SYSTEM
      *    writes after posting, one record per account per
      *    calendar day.
           SELECT DAILY-BALANCE-FILE
               ASSIGN TO "DAILY-BALANCES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DB-KEY
               FILE STATUS IS WS-DAILY-BAL-STATUS.

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
      *    void. Blank means deliverable.
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

       FD AUDIT-TRAIL-FILE.
       01 AUDIT-TRAIL-RECORD.
          05 AUDIT-TIMESTAMP            PIC X(26).
          05 AUDIT-USER                 PIC X(20).
          05 AUDIT-OPERATION            PIC X(30).
          05 AUDIT-ACCOUNT              PIC 9(10).
          05 AUDIT-BEFORE-BALANCE       PIC S9(13)V9(6).
          05 AUDIT-AFTER-BALANCE        PIC S9(13)V9(6).
          05 AUDIT-AMOUNT               PIC S9(13)V9(6).
          05 AUDIT-STATUS               PIC X(10).
      *    Tamper-evident chain: every writer stamps a running
      *    sequence number and a check value folded from the entry's
      *    own content and the prior entry's check value, so an
      *    edited or deleted record breaks the chain for
      *    AUDIT-CHAIN-VERIFY to find.
          05 AUDIT-SEQUENCE             PIC 9(9).
          05 AUDIT-CHAIN-CHECK          PIC 9(9).

       FD AUDIT-ARCHIVE-FILE.
       01 AUDIT-ARCHIVE-RECORD.
          05 ARC-ROLL-DATE              PIC 9(8).
          05 ARC-AUDIT-IMAGE.
             10 ARC-TIMESTAMP           PIC X(26).
             10 ARC-USER                PIC X(20).
             10 ARC-OPERATION           PIC X(30).
             10 ARC-ACCOUNT             PIC 9(10).
             10 ARC-BEFORE-BALANCE      PIC S9(13)V9(6).
             10 ARC-AFTER-BALANCE       PIC S9(13)V9(6).
             10 ARC-AMOUNT              PIC S9(13)V9(6).
             10 ARC-STATUS              PIC X(10).
             10 ARC-SEQUENCE            PIC 9(9).
             10 ARC-CHAIN-CHECK         PIC 9(9).

       FD CHAIN-STATE-FILE.
       01 CHAIN-STATE-RECORD.
          05 CST-LAST-SEQUENCE          PIC 9(9).
          05 CST-LAST-CHECK             PIC 9(9).

       FD POSPAY-ENROLLED-FILE.
       01 POSPAY-ENROLLED-RECORD.
          05 PPE-ACCOUNT-NUMBER         PIC 9(10).

       FD POSPAY-EXCEPTION-FILE.
       01 POSPAY-EXCEPTION-RECORD.
          05 PPX-ACCOUNT-NUMBER         PIC 9(10).
          05 PPX-CHECK-NUMBER           PIC 9(10).
          05 PPX-AMOUNT                 PIC 9(13)V99.
          05 PPX-PRESENTED-DATE         PIC 9(8).
          05 PPX-ROUTING-NUMBER         PIC 9(9).
          05 PPX-REASON                 PIC X(20).

       FD FEE-SCHEDULE-FILE.
       01 FEE-SCHEDULE-RECORD.
          05 FS-EFFECTIVE-DATE          PIC 9(8).
          05 FS-FEE-CODE                PIC X(8).
      *    Account type the fee applies to ('**' = every type); for
      *    safe deposit box rental it carries the box size.
          05 FS-ACCOUNT-TYPE            PIC X(2).
      *    'F' = flat amount; 'D' = days of interest at the
      *    account's own rate on the amount concerned.
          05 FS-FEE-BASIS               PIC X.
      *    The price per item; for 'ANECR' the annual earnings
      *    credit rate in percent (1.50 is 1.5%).
          05 FS-FEE-AMOUNT              PIC 9(5)V99.
          05 FS-DESCRIPTION             PIC X(30).

      *    History records are full TRANSACTION-RECORD images.
       FD TRANSACTION-HISTORY-FILE.
       01 TRANSACTION-HISTORY-RECORD.
          05 HIST-ACCOUNT-NUMBER        PIC 9(10).
          05 HIST-TYPE                  PIC X(2).
          05 HIST-TO-ACCOUNT-NUMBER     PIC 9(10).
          05 HIST-AMOUNT                PIC 9(13)V99.
          05 HIST-DATE                  PIC 9(8).
          05 HIST-TIME                  PIC 9(6).
          05 HIST-DESCRIPTION           PIC X(50).
          05 HIST-PROCESSED-FLAG        PIC X.
             88 HIST-WAS-POSTED         VALUE 'Y'.
          05 HIST-CHECK-NUMBER          PIC 9(10).
          05 HIST-BRANCH-CODE           PIC 9(2).
          05 HIST-EXT-ROUTING-NUMBER    PIC 9(9).
          05 HIST-EXT-ACCOUNT-NUMBER    PIC X(17).
          05 HIST-TELLER-ID             PIC X(8).

       FD UNDELIVERABLE-FILE.
       01 UNDELIVERABLE-LINE            PIC X(132).

       FD EDELIVERY-FILE.
       01 EDELIVERY-RECORD.
          05 EDL-DOCUMENT-TYPE          PIC X(8).
          05 EDL-CUSTOMER-ID            PIC 9(8).
          05 EDL-EMAIL-ADDRESS          PIC X(60).
          05 EDL-DOCUMENT-DATE          PIC 9(8).
          05 EDL-RUN-STAMP              PIC X(14).
          05 EDL-DOCUMENT-NUMBER        PIC 9(5).
          05 EDL-LINE-NUMBER            PIC 9(5).
          05 EDL-BODY-LINE              PIC X(132).

       FD STATEMENT-FILE.
       01 STATEMENT-LINE                PIC X(132).

       FD ANALYSIS-REPORT-FILE.
       01 ANALYSIS-REPORT-LINE          PIC X(132).

       FD DAILY-BALANCE-FILE.
       01 DAILY-BALANCE-RECORD.
          05 DB-KEY.
             10 DB-ACCOUNT-NUMBER       PIC 9(10).
             10 DB-BALANCE-DATE         PIC 9(8).
          05 DB-ACCT-TYPE               PIC X(2).
          05 DB-LEDGER-BALANCE          PIC S9(13)V99.
          05 DB-COLLECTED-BALANCE       PIC S9(13)V99.
          05 DB-DAY-KIND                PIC X.
             88 DB-PROCESSING-DAY       VALUE 'P'.
             88 DB-CARRIED-DAY          VALUE 'C'.

       WORKING-STORAGE SECTION.
      *    Run statistics captured for the cycle summary report.
       01 WS-OPS-STATS-STATUS           PIC X(2).
       01 WS-OPS-PROGRAM-NAME           PIC X(30)
          VALUE 'ACCOUNT-ANALYSIS'.
       01 WS-OPS-START-STAMP            PIC X(14).

       01 WS-ACCT-STATUS                PIC X(2).
       01 WS-CUST-STATUS                PIC X(2).
       01 WS-AUDIT-FILE-STATUS          PIC X(2).
          88 WS-AUDIT-FILE-EOF          VALUE '10'.
       01 WS-ARCHIVE-STATUS             PIC X(2).
          88 WS-ARCHIVE-EOF             VALUE '10'.
       01 WS-POSPAY-ENR-STATUS          PIC X(2).
          88 WS-POSPAY-ENR-EOF          VALUE '10'.
       01 WS-POSPAY-EXC-STATUS          PIC X(2).
          88 WS-POSPAY-EXC-EOF          VALUE '10'.
       01 WS-FEE-SCHEDULE-STATUS        PIC X(2).
          88 WS-FEE-SCHEDULE-EOF        VALUE '10'.
       01 WS-HISTORY-STATUS             PIC X(2).
          88 WS-HISTORY-EOF             VALUE '10'.
       01 WS-UNDELIV-STATUS             PIC X(2).
       01 WS-EDELIV-STATUS              PIC X(2).
       01 WS-EDELIV-RUN-STAMP           PIC X(14).
       01 WS-EDELIV-DOC-TYPE            PIC X(8).
       01 WS-EDELIV-CUSTOMER            PIC 9(8).
       01 WS-EDELIV-EMAIL               PIC X(60).
       01 WS-EDELIV-DOC-COUNT           PIC 9(5) VALUE ZEROS.
       01 WS-EDELIV-LINE-COUNT          PIC 9(5) VALUE ZEROS.
       01 WS-EDELIVERY-FLAG             PIC X VALUE 'N'.
          88 DOCUMENT-ELECTRONIC        VALUE 'Y'.
       01 WS-HIST-FILE-NAME             PIC X(24).
       01 WS-DAILY-BAL-STATUS           PIC X(2).
       01 WS-DAILY-BAL-OPEN-FLAG        PIC X VALUE 'N'.
          88 DAILY-BALANCES-AVAILABLE   VALUE 'Y'.

      *    The account's day-end balances for the month from the
      *    daily balance file, by day of month.
       01 WS-DAILY-ROW-COUNT            PIC 9(2).
       01 WS-DAILY-MONTH.
          05 WS-DM-DAY OCCURS 31 TIMES.
             10 WS-DM-DAY-SET           PIC X.
             10 WS-DM-LEDGER            PIC S9(13)V99.
             10 WS-DM-COLLECTED         PIC S9(13)V99.
       01 WS-CARRY-COLLECTED            PIC S9(13)V99.
       01 WS-COLLECTED-SUM              PIC S9(15)V99.

      *    Interlock state: the claim is refused while another
      *    holder's token is on file, unless the operator runs with
      *    LOCKOVERRIDE on the command line to clear a crashed
      *    holder's stale token.
       01 WS-LOCK-STATUS                PIC X(2).
       01 WS-LOCK-PROGRAM-NAME          PIC X(30)
          VALUE 'ACCOUNT-ANALYSIS'.
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

       01 WS-TODAY-YMD                  PIC 9(8).
       01 WS-ANALYSIS-MONTH             PIC 9(6).
       01 WS-CLI-PARM                   PIC X(60).

      *    Analysis period: the calendar month named by
      *    WS-ANALYSIS-MONTH and its length in days.
       01 WS-PERIOD-WORK.
          05 WS-MONTH-START-DATE        PIC 9(8).
          05 WS-NEXT-MONTH-START        PIC 9(8).
          05 WS-NEXT-MONTH-PARTS REDEFINES WS-NEXT-MONTH-START.
             10 WS-NMS-YEAR             PIC 9(4).
             10 WS-NMS-MONTH            PIC 99.
             10 WS-NMS-DAY              PIC 99.
          05 WS-DAYS-IN-MONTH           PIC 9(2).
          05 WS-DAY-OF-MONTH            PIC 9(2).
          05 WS-FLOAT-DAY               PIC 9(2).

      *    A deposit is uncollected on the day it posts and for the
      *    rest of the float period - the same two days BANKING-
      *    SYSTEM holds deposited funds for.
       01 WS-FLOAT-DAYS                 PIC 9 VALUE 2.

      *    Billable services: the fee codes looked up on the fee
      *    schedule, in the order volumes are kept below.
       01 WS-SERVICE-CODE-VALUES.
          05 FILLER                     PIC X(38)
             VALUE 'ANCHKPD Checks paid                   '.
          05 FILLER                     PIC X(38)
             VALUE 'ANDEPOS Deposits                      '.
          05 FILLER                     PIC X(38)
             VALUE 'ANWIREINIncoming wires                '.
          05 FILLER                     PIC X(38)
             VALUE 'ANACHORGACH entries originated        '.
          05 FILLER                     PIC X(38)
             VALUE 'ANPPEXC Positive pay exceptions       '.
          05 FILLER                     PIC X(38)
             VALUE 'ANMAINT Account maintenance           '.
       01 WS-SERVICE-TABLE REDEFINES WS-SERVICE-CODE-VALUES.
          05 WS-SVC-ENTRY OCCURS 6 TIMES.
             10 WS-SVC-CODE             PIC X(8).
             10 WS-SVC-DESCRIPTION      PIC X(30).
       01 WS-SERVICE-COUNT              PIC 9 VALUE 6.
       01 WS-SVC-PRICES.
          05 WS-SVC-PRICE OCCURS 6 TIMES PIC 9(5)V9999.
       01 WS-IX-CHECKS-PAID             PIC 9 VALUE 1.
       01 WS-IX-DEPOSITS                PIC 9 VALUE 2.
       01 WS-IX-WIRES-IN                PIC 9 VALUE 3.
       01 WS-IX-ACH-ORIGINATED          PIC 9 VALUE 4.
       01 WS-IX-POSPAY-EXCEPTIONS       PIC 9 VALUE 5.
       01 WS-IX-MAINTENANCE             PIC 9 VALUE 6.
       01 WS-SVC-SUB                    PIC 9.

       01 WS-EARNINGS-CREDIT-RATE       PIC 9V9999 VALUE ZEROS.

      *    Fees in force, loaded from FEE-SCHEDULE.DAT at
      *    initialization - per fee code and account type, the
      *    record with the latest effective date on or before today
      *    wins. Analyzed accounts are corporate checking, so the
      *    analysis codes are looked up for type 'CK'.
       01 WS-FS-COUNT                   PIC 9(3) VALUE ZEROS.
       01 WS-FS-TABLE.
          05 WS-FS-ENTRY OCCURS 0 TO 200 TIMES
             DEPENDING ON WS-FS-COUNT
             INDEXED BY WS-FS-IDX.
             10 WS-FS-CODE              PIC X(8).
             10 WS-FS-TYPE              PIC X(2).
             10 WS-FS-EFFECTIVE         PIC 9(8).
             10 WS-FS-BASIS             PIC X.
             10 WS-FS-AMOUNT            PIC 9(5)V99.
       01 WS-FS-LOOKUP.
          05 WS-FS-LOOKUP-CODE          PIC X(8).
          05 WS-FS-LOOKUP-TYPE          PIC X(2).
          05 WS-FS-LOOKUP-BASIS         PIC X.
          05 WS-FS-LOOKUP-AMOUNT        PIC 9(5)V99.
          05 WS-FS-FOUND-FLAG           PIC X.
             88 SCHEDULED-FEE-FOUND     VALUE 'Y'.

      *    Audit posting being tracked, from the archive or the
      *    live trail.
       01 WS-PST-ENTRY.
          05 WS-PST-TIMESTAMP           PIC X(26).
          05 WS-PST-OPERATION           PIC X(30).
          05 WS-PST-ACCOUNT             PIC 9(10).
          05 WS-PST-BEFORE-BALANCE      PIC S9(13)V9(6).
          05 WS-PST-AFTER-BALANCE       PIC S9(13)V9(6).

      *    One entry per enrolled account: the month's volumes, the
      *    day-end ledger balance rebuilt from the audit trail, and
      *    the deposit float outstanding each day.
       01 WS-AN-COUNT                   PIC 9(3) VALUE ZEROS.
       01 WS-ANALYSIS-TABLE.
          05 WS-AN-ENTRY OCCURS 0 TO 500 TIMES
             DEPENDING ON WS-AN-COUNT
             INDEXED BY WS-AN-IDX.
             10 WS-AN-ACCOUNT           PIC 9(10).
             10 WS-AN-VOLUME OCCURS 6 TIMES PIC 9(7).
             10 WS-AN-ACTIVITY-FLAG     PIC X.
                88 AN-HAS-POSTINGS      VALUE 'Y'.
             10 WS-AN-OPENING-BALANCE   PIC S9(13)V99.
             10 WS-AN-DAY OCCURS 31 TIMES.
                15 WS-AN-DAY-SET        PIC X.
                15 WS-AN-DAY-BALANCE    PIC S9(13)V99.
                15 WS-AN-DAY-FLOAT      PIC 9(13)V99.
       01 WS-AN-FOUND-FLAG              PIC X VALUE 'N'.
          88 ANALYZED-ACCOUNT-FOUND     VALUE 'Y'.
       01 WS-AN-LOOKUP-ACCOUNT          PIC 9(10).

      *    Running chain state; the ACCOUNTS.DAT interlock already
      *    keeps two audit writers from carrying the chain at once.
       01 WS-CHAIN-STATE-STATUS         PIC X(2).
       01 WS-AUDIT-SEQUENCE             PIC 9(9) VALUE ZEROS.
       01 WS-AUDIT-CHAIN-CHECK          PIC 9(9) VALUE ZEROS.
       01 WS-CHAIN-FOLD-WORK.
          05 WS-CHAIN-AMOUNT-FOLD      PIC 9(9).
          05 WS-CHAIN-BALANCE-FOLD     PIC 9(9).

       01 WS-ACCOUNT-WORK.
          05 WS-CARRY-BALANCE           PIC S9(13)V99.
          05 WS-LEDGER-SUM              PIC S9(15)V99.
          05 WS-FLOAT-SUM               PIC S9(15)V99.
          05 WS-AVG-LEDGER              PIC S9(13)V99.
          05 WS-AVG-FLOAT               PIC S9(13)V99.
          05 WS-AVG-COLLECTED           PIC S9(13)V99.
          05 WS-SERVICE-CHARGE          PIC 9(9)V99.
          05 WS-TOTAL-CHARGES           PIC 9(9)V99.
          05 WS-EARNINGS-CREDIT         PIC 9(9)V99.
          05 WS-NET-FEE                 PIC S9(9)V99.
          05 WS-AUDIT-BEFORE-BALANCE    PIC S9(13)V99.
          05 WS-DISPOSITION             PIC X(30).

       01 WS-CUSTOMER-BREAK.
          05 WS-CURRENT-CUSTOMER-ID     PIC 9(8) VALUE ZEROS.
          05 WS-STATEMENT-OPEN-FLAG     PIC X VALUE 'N'.
             88 STATEMENT-OPEN          VALUE 'Y'.
          05 WS-MAIL-SUPPRESSED-FLAG    PIC X VALUE 'N'.
             88 MAIL-SUPPRESSED         VALUE 'Y'.
          05 WS-CUST-TOTAL-CHARGES      PIC 9(11)V99.
          05 WS-CUST-TOTAL-CREDIT       PIC 9(11)V99.
          05 WS-CUST-TOTAL-FEE          PIC 9(11)V99.

       01 WS-COUNTERS.
          05 WS-ENROLLED-COUNT          PIC 9(5) VALUE ZEROS.
          05 WS-HISTORY-READ-COUNT      PIC 9(9) VALUE ZEROS.
          05 WS-AUDIT-READ-COUNT        PIC 9(9) VALUE ZEROS.
          05 WS-ANALYZED-COUNT          PIC 9(5) VALUE ZEROS.
          05 WS-FEES-POSTED-COUNT       PIC 9(5) VALUE ZEROS.
          05 WS-FULLY-OFFSET-COUNT      PIC 9(5) VALUE ZEROS.
          05 WS-POST-FAILED-COUNT       PIC 9(5) VALUE ZEROS.
          05 WS-STATEMENT-COUNT         PIC 9(5) VALUE ZEROS.
          05 WS-MAIL-SUPPRESS-COUNT     PIC 9(5) VALUE ZEROS.
          05 WS-BANK-TOTAL-CHARGES      PIC 9(11)V99 VALUE ZEROS.
          05 WS-BANK-TOTAL-CREDIT       PIC 9(11)V99 VALUE ZEROS.
          05 WS-BANK-TOTAL-FEES         PIC 9(11)V99 VALUE ZEROS.

       01 WS-TEXT-LINE                  PIC X(132).
       01 WS-UNDELIV-TEXT               PIC X(132).

       01 WS-STMT-HEADER-1.
          05 FILLER                     PIC X(38)
             VALUE '      ACCOUNT ANALYSIS STATEMENT - '.
          05 WS-STH-MONTH               PIC 9(6).

       01 WS-STMT-ACCOUNT-LINE.
          05 FILLER                     PIC X(9) VALUE 'Account: '.
          05 WS-STA-ACCOUNT             PIC 9(10).
          05 FILLER                     PIC X(4) VALUE SPACES.
          05 FILLER                     PIC X(6) VALUE 'Days: '.
          05 WS-STA-DAYS                PIC Z9.

       01 WS-STMT-SERVICE-HEADER.
          05 FILLER                     PIC X(67)
             VALUE '  Service                          Volume    Unit'
                   & ' Price      Charge'.

       01 WS-STMT-SERVICE-LINE.
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-STS-DESCRIPTION         PIC X(30).
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-STS-VOLUME              PIC Z,ZZZ,ZZ9.
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-STS-PRICE               PIC ZZ,ZZ9.9999.
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-STS-CHARGE              PIC ZZZ,ZZ9.99.

       01 WS-STMT-AMOUNT-LINE.
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-STM-LABEL               PIC X(45).
          05 WS-STM-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99-.

       01 WS-REPORT-HEADER-1.
          05 FILLER                     PIC X(44)
             VALUE '      COMMERCIAL ACCOUNT ANALYSIS - MONTH '.
          05 WS-RPH-MONTH               PIC 9(6).
       01 WS-REPORT-HEADER-2.
          05 FILLER                     PIC X(72)
             VALUE 'Account     Customer  Avg Collected       Charges'
                   & '     Credit     Net Fee'.

       01 WS-REPORT-LINE.
          05 WS-RPT-ACCOUNT             PIC 9(10).
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-RPT-CUSTOMER            PIC 9(8).
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-RPT-AVG-COLLECTED       PIC ZZZ,ZZZ,ZZ9.99-.
          05 FILLER                     PIC X(1) VALUE SPACES.
          05 WS-RPT-CHARGES             PIC ZZZ,ZZ9.99.
          05 FILLER                     PIC X(1) VALUE SPACES.
          05 WS-RPT-CREDIT              PIC ZZZ,ZZ9.99.
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-RPT-NET-FEE             PIC ZZZ,ZZ9.99.
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-RPT-DISPOSITION         PIC X(30).

       01 WS-REPORT-TOTAL-LINE.
          05 FILLER                     PIC X(22)
             VALUE 'TOTALS   Charges:    $'.
          05 WS-RPT-TOTAL-CHARGES       PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                     PIC X(14)
             VALUE '   Credit:   $'.
          05 WS-RPT-TOTAL-CREDIT        PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                     PIC X(17)
             VALUE '   Fee income:  $'.
          05 WS-RPT-TOTAL-FEES          PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-CONTROL.
           PERFORM INITIALIZATION
           PERFORM LOAD-SERVICE-PRICES
           PERFORM LOAD-ANALYZED-ACCOUNTS
           PERFORM COUNT-HISTORY-ACTIVITY
           PERFORM COUNT-POSPAY-EXCEPTIONS
           PERFORM LOAD-MONTH-AUDIT-ACTIVITY
           PERFORM ANALYZE-ALL-CUSTOMERS
           PERFORM CLEANUP
           STOP RUN.

       INITIALIZATION.
           DISPLAY 'Account Analysis - Started'
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-OPS-START-STAMP
           DISPLAY '=========================='
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-YMD
           MOVE WS-TODAY-YMD(1:6) TO WS-ANALYSIS-MONTH

      *    MONTH=YYYYMM on the command line analyzes a named month
      *    instead of the current one (a re-run after month end).
           ACCEPT WS-CLI-PARM FROM COMMAND-LINE
           IF WS-CLI-PARM(1:6) = 'MONTH='
              MOVE WS-CLI-PARM(7:6) TO WS-ANALYSIS-MONTH
           END-IF
           DISPLAY 'Analyzing month: ' WS-ANALYSIS-MONTH

           MOVE WS-ANALYSIS-MONTH TO WS-MONTH-START-DATE(1:6)
           MOVE '01' TO WS-MONTH-START-DATE(7:2)
           MOVE WS-MONTH-START-DATE TO WS-NEXT-MONTH-START
           IF WS-NMS-MONTH = 12
              ADD 1 TO WS-NMS-YEAR
              MOVE 1 TO WS-NMS-MONTH
           ELSE
              ADD 1 TO WS-NMS-MONTH
           END-IF
           COMPUTE WS-DAYS-IN-MONTH =
               FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-START)
               - FUNCTION INTEGER-OF-DATE(WS-MONTH-START-DATE)

           PERFORM CLAIM-MASTER-FILE-LOCK
           PERFORM TAKE-MASTER-GENERATION
           OPEN I-O ACCOUNT-FILE
           OPEN INPUT CUSTOMER-MASTER
           OPEN OUTPUT STATEMENT-FILE
           OPEN EXTEND UNDELIVERABLE-FILE
           IF WS-UNDELIV-STATUS = '35'
              OPEN OUTPUT UNDELIVERABLE-FILE
           END-IF
           OPEN EXTEND EDELIVERY-FILE
           IF WS-EDELIV-STATUS = '35'
              OPEN OUTPUT EDELIVERY-FILE
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-EDELIV-RUN-STAMP
           OPEN OUTPUT ANALYSIS-REPORT-FILE
           OPEN INPUT DAILY-BALANCE-FILE
           IF WS-DAILY-BAL-STATUS = '00'
              SET DAILY-BALANCES-AVAILABLE TO TRUE
           ELSE
              DISPLAY 'No DAILY-BALANCES.DAT - average balances '
                      'rebuilt from the audit trail'
           END-IF
           MOVE WS-ANALYSIS-MONTH TO WS-RPH-MONTH
           MOVE WS-ANALYSIS-MONTH TO WS-STH-MONTH
           WRITE ANALYSIS-REPORT-LINE FROM WS-REPORT-HEADER-1
           WRITE ANALYSIS-REPORT-LINE FROM WS-REPORT-HEADER-2.

       LOAD-SERVICE-PRICES.
      *    Every billable service and the earnings credit rate must
      *    be in force on the fee schedule: activity with no price
      *    would go unbilled without anyone noticing, so a missing
      *    schedule or a missing code refuses the run.
           PERFORM LOAD-FEE-SCHEDULE
           MOVE 'CK' TO WS-FS-LOOKUP-TYPE
           PERFORM VARYING WS-SVC-SUB FROM 1 BY 1
                   UNTIL WS-SVC-SUB > WS-SERVICE-COUNT
              MOVE WS-SVC-CODE(WS-SVC-SUB) TO WS-FS-LOOKUP-CODE
              PERFORM REQUIRE-SCHEDULED-FEE
              MOVE WS-FS-LOOKUP-AMOUNT TO WS-SVC-PRICE(WS-SVC-SUB)
           END-PERFORM
           MOVE 'ANECR' TO WS-FS-LOOKUP-CODE
           PERFORM REQUIRE-SCHEDULED-FEE
           COMPUTE WS-EARNINGS-CREDIT-RATE = WS-FS-LOOKUP-AMOUNT / 100
           DISPLAY 'Earnings credit rate: ' WS-EARNINGS-CREDIT-RATE.

       LOAD-FEE-SCHEDULE.
      *    Same pick as the other fee programs: per fee code and
      *    account type, the record with the latest effective date
      *    on or before today. Future-dated records are not yet in
      *    force.
           MOVE ZEROS TO WS-FS-COUNT
           OPEN INPUT FEE-SCHEDULE-FILE
           IF WS-FEE-SCHEDULE-STATUS NOT = '00'
              DISPLAY 'FATAL: unable to open FEE-SCHEDULE.DAT '
                      '(status ' WS-FEE-SCHEDULE-STATUS ') - no fee '
                      'schedule, run refused'
              PERFORM RELEASE-MASTER-FILE-LOCK
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM UNTIL WS-FEE-SCHEDULE-EOF
              READ FEE-SCHEDULE-FILE
                  AT END
                      SET WS-FEE-SCHEDULE-EOF TO TRUE
                  NOT AT END
                      IF FS-EFFECTIVE-DATE <= WS-TODAY-YMD
                         PERFORM APPLY-FEE-SCHEDULE-RECORD
                      END-IF
              END-READ
           END-PERFORM
           CLOSE FEE-SCHEDULE-FILE

           PERFORM VARYING WS-FS-IDX FROM 1 BY 1
                   UNTIL WS-FS-IDX > WS-FS-COUNT
              IF WS-FS-AMOUNT(WS-FS-IDX) = ZEROS
                 OR (WS-FS-BASIS(WS-FS-IDX) NOT = 'F'
                     AND WS-FS-BASIS(WS-FS-IDX) NOT = 'D')
                 DISPLAY 'FATAL: fee ' WS-FS-CODE(WS-FS-IDX) ' '
                         WS-FS-TYPE(WS-FS-IDX) ' effective '
                         WS-FS-EFFECTIVE(WS-FS-IDX)
                         ' is zero or has no valid basis - run '
                         'refused'
                 PERFORM RELEASE-MASTER-FILE-LOCK
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-PERFORM
           DISPLAY 'Fee schedule loaded - fees in force: '
                   WS-FS-COUNT.

       APPLY-FEE-SCHEDULE-RECORD.
           MOVE 'N' TO WS-FS-FOUND-FLAG
           IF WS-FS-COUNT > ZEROS
              SET WS-FS-IDX TO 1
              SEARCH WS-FS-ENTRY
                  VARYING WS-FS-IDX
                  AT END
                      CONTINUE
                  WHEN WS-FS-CODE(WS-FS-IDX) = FS-FEE-CODE
                       AND WS-FS-TYPE(WS-FS-IDX) = FS-ACCOUNT-TYPE
                      SET SCHEDULED-FEE-FOUND TO TRUE
              END-SEARCH
           END-IF

           IF SCHEDULED-FEE-FOUND
              IF FS-EFFECTIVE-DATE >= WS-FS-EFFECTIVE(WS-FS-IDX)
                 MOVE FS-EFFECTIVE-DATE TO WS-FS-EFFECTIVE(WS-FS-IDX)
                 MOVE FS-FEE-BASIS      TO WS-FS-BASIS(WS-FS-IDX)
                 MOVE FS-FEE-AMOUNT     TO WS-FS-AMOUNT(WS-FS-IDX)
              END-IF
           ELSE
              IF WS-FS-COUNT < 200
                 ADD 1 TO WS-FS-COUNT
                 MOVE FS-FEE-CODE       TO WS-FS-CODE(WS-FS-COUNT)
                 MOVE FS-ACCOUNT-TYPE   TO WS-FS-TYPE(WS-FS-COUNT)
                 MOVE FS-EFFECTIVE-DATE TO WS-FS-EFFECTIVE(WS-FS-COUNT)
                 MOVE FS-FEE-BASIS      TO WS-FS-BASIS(WS-FS-COUNT)
                 MOVE FS-FEE-AMOUNT     TO WS-FS-AMOUNT(WS-FS-COUNT)
              ELSE
                 DISPLAY 'FATAL: fee schedule table full (200 '
                         'entries) - run refused'
                 PERFORM RELEASE-MASTER-FILE-LOCK
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

       LOOKUP-SCHEDULED-FEE.
      *    The fee for the exact account type wins; otherwise the
      *    code's '**' (every type) record applies.
           MOVE 'N' TO WS-FS-FOUND-FLAG
           MOVE ZEROS TO WS-FS-LOOKUP-AMOUNT
           MOVE SPACE TO WS-FS-LOOKUP-BASIS
           PERFORM VARYING WS-FS-IDX FROM 1 BY 1
                   UNTIL WS-FS-IDX > WS-FS-COUNT
                      OR SCHEDULED-FEE-FOUND
              IF WS-FS-CODE(WS-FS-IDX) = WS-FS-LOOKUP-CODE
                 AND WS-FS-TYPE(WS-FS-IDX) = WS-FS-LOOKUP-TYPE
                 SET SCHEDULED-FEE-FOUND TO TRUE
                 MOVE WS-FS-BASIS(WS-FS-IDX)  TO WS-FS-LOOKUP-BASIS
                 MOVE WS-FS-AMOUNT(WS-FS-IDX) TO WS-FS-LOOKUP-AMOUNT
              END-IF
           END-PERFORM
           PERFORM VARYING WS-FS-IDX FROM 1 BY 1
                   UNTIL WS-FS-IDX > WS-FS-COUNT
                      OR SCHEDULED-FEE-FOUND
              IF WS-FS-CODE(WS-FS-IDX) = WS-FS-LOOKUP-CODE
                 AND WS-FS-TYPE(WS-FS-IDX) = '**'
                 SET SCHEDULED-FEE-FOUND TO TRUE
                 MOVE WS-FS-BASIS(WS-FS-IDX)  TO WS-FS-LOOKUP-BASIS
                 MOVE WS-FS-AMOUNT(WS-FS-IDX) TO WS-FS-LOOKUP-AMOUNT
              END-IF
           END-PERFORM.

       REQUIRE-SCHEDULED-FEE.
           PERFORM LOOKUP-SCHEDULED-FEE
           IF NOT SCHEDULED-FEE-FOUND
              DISPLAY 'FATAL: no fee in force on FEE-SCHEDULE.DAT '
                      'for ' WS-FS-LOOKUP-CODE ' account type '
                      WS-FS-LOOKUP-TYPE ' - run refused'
              PERFORM RELEASE-MASTER-FILE-LOCK
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       LOAD-ANALYZED-ACCOUNTS.
           MOVE ZEROS TO WS-AN-COUNT
           OPEN INPUT POSPAY-ENROLLED-FILE
           IF WS-POSPAY-ENR-STATUS NOT = '00'
              DISPLAY 'No POSPAY-ENROLLED.DAT - no commercial '
                      'accounts to analyze'
              SET WS-POSPAY-ENR-EOF TO TRUE
           END-IF

           PERFORM UNTIL WS-POSPAY-ENR-EOF
              READ POSPAY-ENROLLED-FILE
                  AT END
                      SET WS-POSPAY-ENR-EOF TO TRUE
                  NOT AT END
                      ADD 1 TO WS-ENROLLED-COUNT
                      PERFORM ADD-ANALYZED-ACCOUNT
              END-READ
           END-PERFORM

           IF WS-POSPAY-ENR-STATUS NOT = '35'
              CLOSE POSPAY-ENROLLED-FILE
           END-IF
           DISPLAY 'Accounts under analysis: ' WS-AN-COUNT.

       ADD-ANALYZED-ACCOUNT.
      *    A full table would silently leave an account unbilled,
      *    so the run refuses instead.
           IF WS-AN-COUNT >= 500
              DISPLAY 'FATAL: analysis table full (500 accounts) - '
                      'run refused'
              PERFORM RELEASE-MASTER-FILE-LOCK
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO WS-AN-COUNT
           SET WS-AN-IDX TO WS-AN-COUNT
           MOVE PPE-ACCOUNT-NUMBER TO WS-AN-ACCOUNT(WS-AN-IDX)
           MOVE 'N' TO WS-AN-ACTIVITY-FLAG(WS-AN-IDX)
           MOVE ZEROS TO WS-AN-OPENING-BALANCE(WS-AN-IDX)
           PERFORM VARYING WS-SVC-SUB FROM 1 BY 1
                   UNTIL WS-SVC-SUB > WS-SERVICE-COUNT
              MOVE ZEROS TO WS-AN-VOLUME(WS-AN-IDX, WS-SVC-SUB)
           END-PERFORM
           PERFORM VARYING WS-DAY-OF-MONTH FROM 1 BY 1
                   UNTIL WS-DAY-OF-MONTH > 31
              MOVE 'N' TO WS-AN-DAY-SET(WS-AN-IDX, WS-DAY-OF-MONTH)
              MOVE ZEROS
                  TO WS-AN-DAY-BALANCE(WS-AN-IDX, WS-DAY-OF-MONTH)
              MOVE ZEROS
                  TO WS-AN-DAY-FLOAT(WS-AN-IDX, WS-DAY-OF-MONTH)
           END-PERFORM
           MOVE 1 TO WS-AN-VOLUME(WS-AN-IDX, WS-IX-MAINTENANCE).

       FIND-ANALYZED-ACCOUNT.
           MOVE 'N' TO WS-AN-FOUND-FLAG
           IF WS-AN-COUNT > ZEROS
              SET WS-AN-IDX TO 1
              SEARCH WS-AN-ENTRY
                  VARYING WS-AN-IDX
                  AT END
                      CONTINUE
                  WHEN WS-AN-ACCOUNT(WS-AN-IDX) = WS-AN-LOOKUP-ACCOUNT
                      SET ANALYZED-ACCOUNT-FOUND TO TRUE
              END-SEARCH
           END-IF.

       COUNT-HISTORY-ACTIVITY.
           MOVE SPACES TO WS-HIST-FILE-NAME
           STRING 'TXN-HISTORY-' WS-ANALYSIS-MONTH '.DAT'
               DELIMITED BY SIZE INTO WS-HIST-FILE-NAME
           END-STRING
           PERFORM SCAN-ONE-HISTORY-FILE
           MOVE 'TXN-HISTORY.DAT' TO WS-HIST-FILE-NAME
           PERFORM SCAN-ONE-HISTORY-FILE
           DISPLAY 'History records read: ' WS-HISTORY-READ-COUNT.

       SCAN-ONE-HISTORY-FILE.
           MOVE '00' TO WS-HISTORY-STATUS
           OPEN INPUT TRANSACTION-HISTORY-FILE
           IF WS-HISTORY-STATUS = '00'
              PERFORM UNTIL WS-HISTORY-EOF
                 READ TRANSACTION-HISTORY-FILE
                     AT END
                         SET WS-HISTORY-EOF TO TRUE
                     NOT AT END
                         ADD 1 TO WS-HISTORY-READ-COUNT
                         IF HIST-WAS-POSTED
                            AND HIST-DATE(1:6) = WS-ANALYSIS-MONTH
                            PERFORM COUNT-HISTORY-ITEM
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE TRANSACTION-HISTORY-FILE
           END-IF
           MOVE '00' TO WS-HISTORY-STATUS.

       COUNT-HISTORY-ITEM.
           MOVE HIST-ACCOUNT-NUMBER TO WS-AN-LOOKUP-ACCOUNT
           PERFORM FIND-ANALYZED-ACCOUNT
           IF ANALYZED-ACCOUNT-FOUND
              EVALUATE HIST-TYPE
                  WHEN 'CK'
                       ADD 1 TO
                           WS-AN-VOLUME(WS-AN-IDX, WS-IX-CHECKS-PAID)
                  WHEN 'DP'
                       ADD 1 TO
                           WS-AN-VOLUME(WS-AN-IDX, WS-IX-DEPOSITS)
                       PERFORM ADD-DEPOSIT-FLOAT
                  WHEN 'XT'
                       ADD 1 TO WS-AN-VOLUME(WS-AN-IDX,
                                             WS-IX-ACH-ORIGINATED)
                  WHEN OTHER
                       CONTINUE
              END-EVALUATE
           END-IF.

       ADD-DEPOSIT-FLOAT.
      *    The deposit is float from its posting day through the
      *    end of the float period, clipped at month end.
           MOVE HIST-DATE(7:2) TO WS-DAY-OF-MONTH
           PERFORM VARYING WS-FLOAT-DAY FROM WS-DAY-OF-MONTH BY 1
                   UNTIL WS-FLOAT-DAY >= WS-DAY-OF-MONTH + WS-FLOAT-DAYS
                      OR WS-FLOAT-DAY > WS-DAYS-IN-MONTH
              ADD HIST-AMOUNT
                  TO WS-AN-DAY-FLOAT(WS-AN-IDX, WS-FLOAT-DAY)
           END-PERFORM.

       COUNT-POSPAY-EXCEPTIONS.
           OPEN INPUT POSPAY-EXCEPTION-FILE
           IF WS-POSPAY-EXC-STATUS NOT = '00'
              SET WS-POSPAY-EXC-EOF TO TRUE
           END-IF

           PERFORM UNTIL WS-POSPAY-EXC-EOF
              READ POSPAY-EXCEPTION-FILE
                  AT END
                      SET WS-POSPAY-EXC-EOF TO TRUE
                  NOT AT END
                      IF PPX-PRESENTED-DATE(1:6) = WS-ANALYSIS-MONTH
                         MOVE PPX-ACCOUNT-NUMBER
                             TO WS-AN-LOOKUP-ACCOUNT
                         PERFORM FIND-ANALYZED-ACCOUNT
                         IF ANALYZED-ACCOUNT-FOUND
                            ADD 1 TO WS-AN-VOLUME(WS-AN-IDX,
                                         WS-IX-POSPAY-EXCEPTIONS)
                         END-IF
                      END-IF
              END-READ
           END-PERFORM

           IF WS-POSPAY-EXC-STATUS NOT = '35'
              CLOSE POSPAY-EXCEPTION-FILE
           END-IF.

       LOAD-MONTH-AUDIT-ACTIVITY.
      *    Incoming wires post straight from the wire file with a
      *    'WIRE-IN' audit entry rather than through the history,
      *    so they are counted here; every posting in the month
      *    also sets that day's closing ledger balance. Once the
      *    month-end archive roll has run, the month is on the
      *    archive rather than the live trail, so the archive is
      *    read first and the live trail after it, oldest first.
           OPEN INPUT AUDIT-ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS = '00'
              PERFORM UNTIL WS-ARCHIVE-EOF
                 READ AUDIT-ARCHIVE-FILE
                     AT END
                         SET WS-ARCHIVE-EOF TO TRUE
                     NOT AT END
                         ADD 1 TO WS-AUDIT-READ-COUNT
                         IF ARC-TIMESTAMP(1:6) = WS-ANALYSIS-MONTH
                            AND ARC-STATUS = 'POSTED'
                            MOVE ARC-TIMESTAMP TO WS-PST-TIMESTAMP
                            MOVE ARC-OPERATION TO WS-PST-OPERATION
                            MOVE ARC-ACCOUNT   TO WS-PST-ACCOUNT
                            MOVE ARC-BEFORE-BALANCE
                                TO WS-PST-BEFORE-BALANCE
                            MOVE ARC-AFTER-BALANCE
                                TO WS-PST-AFTER-BALANCE
                            PERFORM TRACK-AUDIT-POSTING
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE AUDIT-ARCHIVE-FILE
           END-IF

           OPEN INPUT AUDIT-TRAIL-FILE
           IF WS-AUDIT-FILE-STATUS NOT = '00'
              DISPLAY 'WARNING: unable to open AUDIT-TRAIL.DAT '
                      '(status ' WS-AUDIT-FILE-STATUS ') - average '
                      'balances fall back to current balances'
              SET WS-AUDIT-FILE-EOF TO TRUE
           END-IF

           PERFORM UNTIL WS-AUDIT-FILE-EOF
              READ AUDIT-TRAIL-FILE
                  AT END
                      SET WS-AUDIT-FILE-EOF TO TRUE
                  NOT AT END
                      ADD 1 TO WS-AUDIT-READ-COUNT
                      IF AUDIT-TIMESTAMP(1:6) = WS-ANALYSIS-MONTH
                         AND AUDIT-STATUS = 'POSTED'
                         MOVE AUDIT-TIMESTAMP TO WS-PST-TIMESTAMP
                         MOVE AUDIT-OPERATION TO WS-PST-OPERATION
                         MOVE AUDIT-ACCOUNT   TO WS-PST-ACCOUNT
                         MOVE AUDIT-BEFORE-BALANCE
                             TO WS-PST-BEFORE-BALANCE
                         MOVE AUDIT-AFTER-BALANCE
                             TO WS-PST-AFTER-BALANCE
                         PERFORM TRACK-AUDIT-POSTING
                      END-IF
              END-READ
           END-PERFORM

           IF WS-AUDIT-FILE-STATUS NOT = '35'
              CLOSE AUDIT-TRAIL-FILE
           END-IF.

       TRACK-AUDIT-POSTING.
           MOVE WS-PST-ACCOUNT TO WS-AN-LOOKUP-ACCOUNT
           PERFORM FIND-ANALYZED-ACCOUNT
           IF ANALYZED-ACCOUNT-FOUND
              IF WS-PST-OPERATION = 'WIRE-IN'
                 ADD 1 TO WS-AN-VOLUME(WS-AN-IDX, WS-IX-WIRES-IN)
              END-IF
              IF NOT AN-HAS-POSTINGS(WS-AN-IDX)
                 SET AN-HAS-POSTINGS(WS-AN-IDX) TO TRUE
                 MOVE WS-PST-BEFORE-BALANCE
                     TO WS-AN-OPENING-BALANCE(WS-AN-IDX)
              END-IF
              MOVE WS-PST-TIMESTAMP(7:2) TO WS-DAY-OF-MONTH
              MOVE 'Y' TO WS-AN-DAY-SET(WS-AN-IDX, WS-DAY-OF-MONTH)
              MOVE WS-PST-AFTER-BALANCE
                  TO WS-AN-DAY-BALANCE(WS-AN-IDX, WS-DAY-OF-MONTH)
           END-IF.

       ANALYZE-ALL-CUSTOMERS.
      *    Accounts are walked in customer order along the
      *    ACCT-CUSTOMER-ID alternate index so each customer's
      *    analyzed accounts land on one statement. The fee rewrite
      *    does not touch the customer key, so the walk keeps its
      *    place.
           PERFORM LOAD-AUDIT-CHAIN-STATE
           OPEN EXTEND AUDIT-TRAIL-FILE
           IF WS-AUDIT-FILE-STATUS = '35'
              OPEN OUTPUT AUDIT-TRAIL-FILE
           END-IF

           MOVE ZEROS TO ACCT-CUSTOMER-ID
           START ACCOUNT-FILE KEY IS >= ACCT-CUSTOMER-ID
               INVALID KEY
                   MOVE '10' TO WS-ACCT-STATUS
           END-START

           PERFORM UNTIL WS-ACCT-STATUS = '10'
              READ ACCOUNT-FILE NEXT RECORD
                  AT END
                      MOVE '10' TO WS-ACCT-STATUS
                  NOT AT END
                      MOVE ACCT-ACCOUNT-NUMBER
                          TO WS-AN-LOOKUP-ACCOUNT
                      PERFORM FIND-ANALYZED-ACCOUNT
                      IF ANALYZED-ACCOUNT-FOUND AND ACCT-ACTIVE
                         PERFORM ANALYZE-ONE-ACCOUNT
                      END-IF
              END-READ
           END-PERFORM

           IF STATEMENT-OPEN
              PERFORM CLOSE-CUSTOMER-STATEMENT
           END-IF.

       ANALYZE-ONE-ACCOUNT.
           IF NOT STATEMENT-OPEN
              OR ACCT-CUSTOMER-ID NOT = WS-CURRENT-CUSTOMER-ID
              IF STATEMENT-OPEN
                 PERFORM CLOSE-CUSTOMER-STATEMENT
              END-IF
              PERFORM OPEN-CUSTOMER-STATEMENT
           END-IF

           ADD 1 TO WS-ANALYZED-COUNT
           PERFORM COMPUTE-AVERAGE-BALANCES
           PERFORM COMPUTE-SERVICE-CHARGES
           PERFORM COMPUTE-EARNINGS-CREDIT

           COMPUTE WS-NET-FEE = WS-TOTAL-CHARGES - WS-EARNINGS-CREDIT
           IF WS-NET-FEE > ZEROS
              PERFORM POST-ANALYSIS-FEE
           ELSE
              MOVE ZEROS TO WS-NET-FEE
              ADD 1 TO WS-FULLY-OFFSET-COUNT
              MOVE 'NO FEE - OFFSET BY CREDIT' TO WS-DISPOSITION
           END-IF

           ADD WS-TOTAL-CHARGES   TO WS-CUST-TOTAL-CHARGES
           ADD WS-EARNINGS-CREDIT TO WS-CUST-TOTAL-CREDIT
           ADD WS-NET-FEE         TO WS-CUST-TOTAL-FEE
           ADD WS-TOTAL-CHARGES   TO WS-BANK-TOTAL-CHARGES
           ADD WS-EARNINGS-CREDIT TO WS-BANK-TOTAL-CREDIT

           PERFORM WRITE-ACCOUNT-STATEMENT-TAIL
           PERFORM WRITE-ANALYSIS-REPORT-LINE.

       COMPUTE-AVERAGE-BALANCES.
           MOVE ZEROS TO WS-DAILY-ROW-COUNT
           IF DAILY-BALANCES-AVAILABLE
              PERFORM LOAD-DAILY-MONTH-BALANCES
           END-IF
           IF WS-DAILY-ROW-COUNT > ZEROS
              PERFORM AVERAGE-FROM-DAILY-BALANCES
           ELSE
              PERFORM AVERAGE-FROM-AUDIT-POSTINGS
           END-IF.

       LOAD-DAILY-MONTH-BALANCES.
           PERFORM VARYING WS-DAY-OF-MONTH FROM 1 BY 1
                   UNTIL WS-DAY-OF-MONTH > 31
              MOVE 'N' TO WS-DM-DAY-SET(WS-DAY-OF-MONTH)
           END-PERFORM
           MOVE ACCT-ACCOUNT-NUMBER TO DB-ACCOUNT-NUMBER
           MOVE WS-MONTH-START-DATE TO DB-BALANCE-DATE
           START DAILY-BALANCE-FILE KEY IS >= DB-KEY
               INVALID KEY
                   MOVE '10' TO WS-DAILY-BAL-STATUS
           END-START
           IF WS-DAILY-BAL-STATUS NOT = '10'
              PERFORM READ-NEXT-DAILY-BALANCE
           END-IF
           PERFORM UNTIL WS-DAILY-BAL-STATUS = '10'
                   OR DB-ACCOUNT-NUMBER NOT = ACCT-ACCOUNT-NUMBER
                   OR DB-BALANCE-DATE >= WS-NEXT-MONTH-START
              MOVE DB-BALANCE-DATE(7:2) TO WS-DAY-OF-MONTH
              MOVE 'Y' TO WS-DM-DAY-SET(WS-DAY-OF-MONTH)
              MOVE DB-LEDGER-BALANCE
                  TO WS-DM-LEDGER(WS-DAY-OF-MONTH)
              MOVE DB-COLLECTED-BALANCE
                  TO WS-DM-COLLECTED(WS-DAY-OF-MONTH)
              ADD 1 TO WS-DAILY-ROW-COUNT
              PERFORM READ-NEXT-DAILY-BALANCE
           END-PERFORM
           MOVE '00' TO WS-DAILY-BAL-STATUS.

       READ-NEXT-DAILY-BALANCE.
           READ DAILY-BALANCE-FILE NEXT RECORD
               AT END
                   MOVE '10' TO WS-DAILY-BAL-STATUS
           END-READ.

       AVERAGE-FROM-DAILY-BALANCES.
      *    The daily file already carries the collected balance
      *    (ledger less deposit holds), so the float is simply the
      *    difference. A day without a row - before the file
      *    started, or before the account opened - takes the first
      *    row's balances, and later gaps keep the prior day's.
           MOVE 1 TO WS-DAY-OF-MONTH
           PERFORM UNTIL WS-DM-DAY-SET(WS-DAY-OF-MONTH) = 'Y'
              ADD 1 TO WS-DAY-OF-MONTH
           END-PERFORM
           MOVE WS-DM-LEDGER(WS-DAY-OF-MONTH) TO WS-CARRY-BALANCE
           MOVE WS-DM-COLLECTED(WS-DAY-OF-MONTH)
               TO WS-CARRY-COLLECTED
           MOVE ZEROS TO WS-LEDGER-SUM
           MOVE ZEROS TO WS-COLLECTED-SUM
           PERFORM VARYING WS-DAY-OF-MONTH FROM 1 BY 1
                   UNTIL WS-DAY-OF-MONTH > WS-DAYS-IN-MONTH
              IF WS-DM-DAY-SET(WS-DAY-OF-MONTH) = 'Y'
                 MOVE WS-DM-LEDGER(WS-DAY-OF-MONTH)
                     TO WS-CARRY-BALANCE
                 MOVE WS-DM-COLLECTED(WS-DAY-OF-MONTH)
                     TO WS-CARRY-COLLECTED
              END-IF
              ADD WS-CARRY-BALANCE   TO WS-LEDGER-SUM
              ADD WS-CARRY-COLLECTED TO WS-COLLECTED-SUM
           END-PERFORM
           COMPUTE WS-AVG-LEDGER ROUNDED =
               WS-LEDGER-SUM / WS-DAYS-IN-MONTH
           COMPUTE WS-AVG-COLLECTED ROUNDED =
               WS-COLLECTED-SUM / WS-DAYS-IN-MONTH
           COMPUTE WS-AVG-FLOAT = WS-AVG-LEDGER - WS-AVG-COLLECTED.

       AVERAGE-FROM-AUDIT-POSTINGS.
      *    Days before the first posting sat on the opening balance
      *    and days with no posting kept the prior day's close; an
      *    account with no postings all month sat on its current
      *    balance throughout.
           IF AN-HAS-POSTINGS(WS-AN-IDX)
              MOVE WS-AN-OPENING-BALANCE(WS-AN-IDX)
                  TO WS-CARRY-BALANCE
           ELSE
              MOVE ACCT-BALANCE TO WS-CARRY-BALANCE
           END-IF
           MOVE ZEROS TO WS-LEDGER-SUM
           MOVE ZEROS TO WS-FLOAT-SUM
           PERFORM VARYING WS-DAY-OF-MONTH FROM 1 BY 1
                   UNTIL WS-DAY-OF-MONTH > WS-DAYS-IN-MONTH
              IF WS-AN-DAY-SET(WS-AN-IDX, WS-DAY-OF-MONTH) = 'Y'
                 MOVE WS-AN-DAY-BALANCE(WS-AN-IDX, WS-DAY-OF-MONTH)
                     TO WS-CARRY-BALANCE
              END-IF
              ADD WS-CARRY-BALANCE TO WS-LEDGER-SUM
              ADD WS-AN-DAY-FLOAT(WS-AN-IDX, WS-DAY-OF-MONTH)
                  TO WS-FLOAT-SUM
           END-PERFORM
           COMPUTE WS-AVG-LEDGER ROUNDED =
               WS-LEDGER-SUM / WS-DAYS-IN-MONTH
           COMPUTE WS-AVG-FLOAT ROUNDED =
               WS-FLOAT-SUM / WS-DAYS-IN-MONTH
           COMPUTE WS-AVG-COLLECTED = WS-AVG-LEDGER - WS-AVG-FLOAT.

       COMPUTE-SERVICE-CHARGES.
           MOVE ZEROS TO WS-TOTAL-CHARGES
           MOVE ACCT-ACCOUNT-NUMBER TO WS-STA-ACCOUNT
           MOVE WS-DAYS-IN-MONTH    TO WS-STA-DAYS
           IF NOT MAIL-SUPPRESSED
              MOVE SPACES TO STATEMENT-LINE
              PERFORM PUT-STATEMENT-LINE
              MOVE WS-STMT-ACCOUNT-LINE TO STATEMENT-LINE
              PERFORM PUT-STATEMENT-LINE
              MOVE WS-STMT-SERVICE-HEADER TO STATEMENT-LINE
              PERFORM PUT-STATEMENT-LINE
           END-IF
           PERFORM VARYING WS-SVC-SUB FROM 1 BY 1
                   UNTIL WS-SVC-SUB > WS-SERVICE-COUNT
              COMPUTE WS-SERVICE-CHARGE ROUNDED =
                  WS-AN-VOLUME(WS-AN-IDX, WS-SVC-SUB)
                  * WS-SVC-PRICE(WS-SVC-SUB)
              ADD WS-SERVICE-CHARGE TO WS-TOTAL-CHARGES
              IF NOT MAIL-SUPPRESSED
                 MOVE WS-SVC-DESCRIPTION(WS-SVC-SUB)
                     TO WS-STS-DESCRIPTION
                 MOVE WS-AN-VOLUME(WS-AN-IDX, WS-SVC-SUB)
                     TO WS-STS-VOLUME
                 MOVE WS-SVC-PRICE(WS-SVC-SUB) TO WS-STS-PRICE
                 MOVE WS-SERVICE-CHARGE TO WS-STS-CHARGE
                 MOVE WS-STMT-SERVICE-LINE TO STATEMENT-LINE
                 PERFORM PUT-STATEMENT-LINE
              END-IF
           END-PERFORM.

       COMPUTE-EARNINGS-CREDIT.
      *    Credit accrues on a positive average collected balance
      *    only, at the annual rate for the days in the month.
           IF WS-AVG-COLLECTED > ZEROS
              COMPUTE WS-EARNINGS-CREDIT ROUNDED =
                  WS-AVG-COLLECTED * WS-EARNINGS-CREDIT-RATE
                  * WS-DAYS-IN-MONTH / 365
           ELSE
              MOVE ZEROS TO WS-EARNINGS-CREDIT
           END-IF.

       POST-ANALYSIS-FEE.
           MOVE ACCT-BALANCE TO WS-AUDIT-BEFORE-BALANCE
           SUBTRACT WS-NET-FEE FROM ACCT-BALANCE
           REWRITE ACCOUNT-RECORD
               INVALID KEY
                   DISPLAY 'ERROR: unable to post analysis fee on '
                           ACCT-ACCOUNT-NUMBER
                   ADD 1 TO WS-POST-FAILED-COUNT
                   MOVE 'NOT POSTED - REWRITE FAILED'
                       TO WS-DISPOSITION
               NOT INVALID KEY
                   ADD 1 TO WS-FEES-POSTED-COUNT
                   ADD WS-NET-FEE TO WS-BANK-TOTAL-FEES
                   PERFORM LOG-ANALYSIS-FEE-AUDIT
                   MOVE 'NET FEE POSTED' TO WS-DISPOSITION
           END-REWRITE.

       LOG-ANALYSIS-FEE-AUDIT.
           MOVE FUNCTION CURRENT-DATE   TO AUDIT-TIMESTAMP
           MOVE 'SYSTEM'                TO AUDIT-USER
           MOVE 'ANALYSIS-FEE'          TO AUDIT-OPERATION
           MOVE ACCT-ACCOUNT-NUMBER     TO AUDIT-ACCOUNT
           MOVE WS-AUDIT-BEFORE-BALANCE TO AUDIT-BEFORE-BALANCE
           MOVE ACCT-BALANCE            TO AUDIT-AFTER-BALANCE
           MOVE WS-NET-FEE              TO AUDIT-AMOUNT
           MOVE 'POSTED'                TO AUDIT-STATUS
           PERFORM STAMP-AUDIT-CHAIN
           WRITE AUDIT-TRAIL-RECORD.

       OPEN-CUSTOMER-STATEMENT.
      *    Statement heading with the customer's name and address;
      *    a customer flagged for returned mail gets a worklist
      *    entry instead and the statement body is not printed,
      *    unless the customer takes delivery electronically - then
      *    the whole statement goes to the e-delivery extract.
           MOVE ACCT-CUSTOMER-ID TO WS-CURRENT-CUSTOMER-ID
           SET STATEMENT-OPEN TO TRUE
           MOVE 'N' TO WS-MAIL-SUPPRESSED-FLAG
           MOVE 'N' TO WS-EDELIVERY-FLAG
           MOVE ZEROS TO WS-CUST-TOTAL-CHARGES
           MOVE ZEROS TO WS-CUST-TOTAL-CREDIT
           MOVE ZEROS TO WS-CUST-TOTAL-FEE

           MOVE ACCT-CUSTOMER-ID TO CUST-CUSTOMER-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE SPACES TO CUST-NAME
                   MOVE '*** CUSTOMER NOT ON FILE - HANDLE MANUALLY'
                       TO CUST-ADDRESS
                   MOVE SPACES TO CUST-CITY
                   MOVE SPACES TO CUST-STATE
                   MOVE SPACES TO CUST-ZIP
                   MOVE SPACE  TO CUST-MAIL-STATUS
                   MOVE SPACE  TO CUST-DELIVERY-PREF
           END-READ

           MOVE 'ANLYSTMT' TO WS-EDELIV-DOC-TYPE
           IF CUST-EDELIVERY-ENROLLED
              AND CUST-EMAIL-ADDRESS NOT = SPACES
              PERFORM START-ELECTRONIC-DOCUMENT
           END-IF

           IF CUST-MAIL-RETURNED AND NOT DOCUMENT-ELECTRONIC
              SET MAIL-SUPPRESSED TO TRUE
              PERFORM WRITE-UNDELIVERABLE-ENTRY
           ELSE
              ADD 1 TO WS-STATEMENT-COUNT
              MOVE SPACES TO STATEMENT-LINE
              PERFORM PUT-STATEMENT-LINE
              MOVE WS-STMT-HEADER-1 TO STATEMENT-LINE
              PERFORM PUT-STATEMENT-LINE
              MOVE SPACES TO STATEMENT-LINE
              PERFORM PUT-STATEMENT-LINE
              MOVE CUST-NAME TO STATEMENT-LINE
              PERFORM PUT-STATEMENT-LINE
              MOVE CUST-ADDRESS TO STATEMENT-LINE
              PERFORM PUT-STATEMENT-LINE
              MOVE SPACES TO WS-TEXT-LINE
              STRING CUST-CITY DELIMITED BY SIZE
                     ', ' DELIMITED BY SIZE
                     CUST-STATE DELIMITED BY SIZE
                     '  ' DELIMITED BY SIZE
                     CUST-ZIP DELIMITED BY SIZE
                     INTO WS-TEXT-LINE
              END-STRING
              MOVE WS-TEXT-LINE TO STATEMENT-LINE
              PERFORM PUT-STATEMENT-LINE
           END-IF.

       WRITE-ACCOUNT-STATEMENT-TAIL.
           IF NOT MAIL-SUPPRESSED
              MOVE 'Total service charges' TO WS-STM-LABEL
              MOVE WS-TOTAL-CHARGES TO WS-STM-AMOUNT
              MOVE WS-STMT-AMOUNT-LINE TO STATEMENT-LINE
              PERFORM PUT-STATEMENT-LINE
              MOVE 'Average ledger balance' TO WS-STM-LABEL
              MOVE WS-AVG-LEDGER TO WS-STM-AMOUNT
              MOVE WS-STMT-AMOUNT-LINE TO STATEMENT-LINE
              PERFORM PUT-STATEMENT-LINE
              MOVE 'Less average uncollected funds' TO WS-STM-LABEL
              MOVE WS-AVG-FLOAT TO WS-STM-AMOUNT
              MOVE WS-STMT-AMOUNT-LINE TO STATEMENT-LINE
              PERFORM PUT-STATEMENT-LINE
              MOVE 'Average collected balance' TO WS-STM-LABEL
              MOVE WS-AVG-COLLECTED TO WS-STM-AMOUNT
              MOVE WS-STMT-AMOUNT-LINE TO STATEMENT-LINE
              PERFORM PUT-STATEMENT-LINE
              MOVE SPACES TO WS-STM-LABEL
              STRING 'Earnings credit at annual rate '
                     DELIMITED BY SIZE
                     WS-EARNINGS-CREDIT-RATE DELIMITED BY SIZE
                     INTO WS-STM-LABEL
              END-STRING
              MOVE WS-EARNINGS-CREDIT TO WS-STM-AMOUNT
              MOVE WS-STMT-AMOUNT-LINE TO STATEMENT-LINE
              PERFORM PUT-STATEMENT-LINE
              MOVE 'Net analysis fee charged' TO WS-STM-LABEL
              MOVE WS-NET-FEE TO WS-STM-AMOUNT
              MOVE WS-STMT-AMOUNT-LINE TO STATEMENT-LINE
              PERFORM PUT-STATEMENT-LINE
           END-IF.

       CLOSE-CUSTOMER-STATEMENT.
           IF NOT MAIL-SUPPRESSED
              MOVE SPACES TO STATEMENT-LINE
              PERFORM PUT-STATEMENT-LINE
              MOVE 'Relationship total service charges'
                  TO WS-STM-LABEL
              MOVE WS-CUST-TOTAL-CHARGES TO WS-STM-AMOUNT
              MOVE WS-STMT-AMOUNT-LINE TO STATEMENT-LINE
              PERFORM PUT-STATEMENT-LINE
              MOVE 'Relationship total earnings credit'
                  TO WS-STM-LABEL
              MOVE WS-CUST-TOTAL-CREDIT TO WS-STM-AMOUNT
              MOVE WS-STMT-AMOUNT-LINE TO STATEMENT-LINE
              PERFORM PUT-STATEMENT-LINE
              MOVE 'Relationship total fees charged' TO WS-STM-LABEL
              MOVE WS-CUST-TOTAL-FEE TO WS-STM-AMOUNT
              MOVE WS-STMT-AMOUNT-LINE TO STATEMENT-LINE
              PERFORM PUT-STATEMENT-LINE
           END-IF
           MOVE 'N' TO WS-STATEMENT-OPEN-FLAG.

       WRITE-ANALYSIS-REPORT-LINE.
           MOVE ACCT-ACCOUNT-NUMBER TO WS-RPT-ACCOUNT
           MOVE ACCT-CUSTOMER-ID    TO WS-RPT-CUSTOMER
           MOVE WS-AVG-COLLECTED    TO WS-RPT-AVG-COLLECTED
           MOVE WS-TOTAL-CHARGES    TO WS-RPT-CHARGES
           MOVE WS-EARNINGS-CREDIT  TO WS-RPT-CREDIT
           MOVE WS-NET-FEE          TO WS-RPT-NET-FEE
           MOVE WS-DISPOSITION      TO WS-RPT-DISPOSITION
           WRITE ANALYSIS-REPORT-LINE FROM WS-REPORT-LINE.

       START-ELECTRONIC-DOCUMENT.
      *    The customer record is current in CUSTOMER-RECORD and the
      *    caller has set WS-EDELIV-DOC-TYPE; every line of the
      *    document from here on goes to the e-delivery extract.
           SET DOCUMENT-ELECTRONIC TO TRUE
           ADD 1 TO WS-EDELIV-DOC-COUNT
           MOVE ZEROS              TO WS-EDELIV-LINE-COUNT
           MOVE CUST-CUSTOMER-ID   TO WS-EDELIV-CUSTOMER
           MOVE CUST-EMAIL-ADDRESS TO WS-EDELIV-EMAIL.

       PUT-STATEMENT-LINE.
      *    One document line, to print or to the e-delivery extract.
           IF DOCUMENT-ELECTRONIC
              ADD 1 TO WS-EDELIV-LINE-COUNT
              MOVE WS-EDELIV-DOC-TYPE       TO EDL-DOCUMENT-TYPE
              MOVE WS-EDELIV-CUSTOMER       TO EDL-CUSTOMER-ID
              MOVE WS-EDELIV-EMAIL          TO EDL-EMAIL-ADDRESS
              MOVE WS-EDELIV-RUN-STAMP(1:8) TO EDL-DOCUMENT-DATE
              MOVE WS-EDELIV-RUN-STAMP      TO EDL-RUN-STAMP
              MOVE WS-EDELIV-DOC-COUNT      TO EDL-DOCUMENT-NUMBER
              MOVE WS-EDELIV-LINE-COUNT     TO EDL-LINE-NUMBER
              MOVE STATEMENT-LINE           TO EDL-BODY-LINE
              WRITE EDELIVERY-RECORD
           ELSE
              WRITE STATEMENT-LINE
           END-IF.

       WRITE-UNDELIVERABLE-ENTRY.
      *    The customer record is current in CUSTOMER-RECORD; the
      *    entry notes which document was suppressed so the branch
      *    can chase the address once and requeue everything.
           ADD 1 TO WS-MAIL-SUPPRESS-COUNT
           MOVE SPACES TO WS-UNDELIV-TEXT
           STRING CUST-CUSTOMER-ID DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  CUST-NAME DELIMITED BY SIZE
                  '  ANALYSIS STATEMENT SUPPRESSED - RETURNED '
                  DELIMITED BY SIZE
                  CUST-MAIL-RETURNED-DATE DELIMITED BY SIZE
                  INTO WS-UNDELIV-TEXT
           END-STRING
           WRITE UNDELIVERABLE-LINE FROM WS-UNDELIV-TEXT.

       CLEANUP.
           MOVE WS-BANK-TOTAL-CHARGES TO WS-RPT-TOTAL-CHARGES
           MOVE WS-BANK-TOTAL-CREDIT  TO WS-RPT-TOTAL-CREDIT
           MOVE WS-BANK-TOTAL-FEES    TO WS-RPT-TOTAL-FEES
           MOVE SPACES TO ANALYSIS-REPORT-LINE
           WRITE ANALYSIS-REPORT-LINE
           WRITE ANALYSIS-REPORT-LINE FROM WS-REPORT-TOTAL-LINE

           DISPLAY ' '
           DISPLAY 'Account Analysis Summary'
           DISPLAY '========================'
           DISPLAY 'Enrolled accounts:       ' WS-ENROLLED-COUNT
           DISPLAY 'Accounts analyzed:       ' WS-ANALYZED-COUNT
           DISPLAY 'Net fees posted:         ' WS-FEES-POSTED-COUNT
           DISPLAY 'Fully offset by credit:  ' WS-FULLY-OFFSET-COUNT
           DISPLAY 'Posting failures:        ' WS-POST-FAILED-COUNT
           DISPLAY 'Statements produced:     ' WS-STATEMENT-COUNT
           DISPLAY 'Suppressed (returned mail): '
                   WS-MAIL-SUPPRESS-COUNT
           DISPLAY 'Delivered electronically:   '
                   WS-EDELIV-DOC-COUNT
           DISPLAY 'Total service charges:  $' WS-BANK-TOTAL-CHARGES
           DISPLAY 'Total earnings credit:  $' WS-BANK-TOTAL-CREDIT
           DISPLAY 'Total fee income:       $' WS-BANK-TOTAL-FEES

           CLOSE ACCOUNT-FILE
           CLOSE CUSTOMER-MASTER
           CLOSE AUDIT-TRAIL-FILE
           CLOSE STATEMENT-FILE
           CLOSE UNDELIVERABLE-FILE
           CLOSE EDELIVERY-FILE
           CLOSE ANALYSIS-REPORT-FILE
           IF DAILY-BALANCES-AVAILABLE
              CLOSE DAILY-BALANCE-FILE
           END-IF

           PERFORM SAVE-AUDIT-CHAIN-STATE
           PERFORM WRITE-RUN-STATISTICS
           PERFORM RELEASE-MASTER-FILE-LOCK
           DISPLAY 'Account Analysis - Complete'.

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

       WRITE-RUN-STATISTICS.
      *    One stats record per run, appended so the cycle summary
      *    can trend runtimes and volumes across nights.
           OPEN EXTEND OPS-STATS-FILE
           IF WS-OPS-STATS-STATUS = '35'
              OPEN OUTPUT OPS-STATS-FILE
           END-IF
           MOVE WS-OPS-PROGRAM-NAME   TO OPS-PROGRAM-NAME
           MOVE WS-TODAY-YMD TO OPS-BUSINESS-DATE
           MOVE WS-OPS-START-STAMP    TO OPS-START-TIMESTAMP
           MOVE FUNCTION CURRENT-DATE(1:14) TO OPS-END-TIMESTAMP
           MOVE WS-ANALYZED-COUNT TO OPS-RECORDS-READ
           MOVE WS-FEES-POSTED-COUNT TO OPS-RECORDS-WRITTEN
           MOVE WS-POST-FAILED-COUNT TO OPS-RECORDS-REJECTED
           WRITE OPS-STATS-RECORD
           CLOSE OPS-STATS-FILE.

       LOAD-AUDIT-CHAIN-STATE.
      *    The live trail is always at or ahead of the state file -
      *    a mid-run crash leaves the state stale, and resuming
      *    from it would append duplicate sequence numbers - so the
      *    anchor comes from the trail's last stamped record
      *    whenever the trail has one. The state file only carries
      *    the chain across the archive roll, when the trail is
      *    empty.
           PERFORM ANCHOR-CHAIN-ON-TRAIL
           IF WS-AUDIT-SEQUENCE = ZEROS
              PERFORM READ-CHAIN-STATE-FILE
           END-IF.

       ANCHOR-CHAIN-ON-TRAIL.
           MOVE ZEROS TO WS-AUDIT-SEQUENCE
           MOVE ZEROS TO WS-AUDIT-CHAIN-CHECK
           OPEN INPUT AUDIT-TRAIL-FILE
           IF WS-AUDIT-FILE-STATUS = '00'
              PERFORM UNTIL WS-AUDIT-FILE-STATUS = '10'
                 READ AUDIT-TRAIL-FILE
                     AT END
                         MOVE '10' TO WS-AUDIT-FILE-STATUS
                     NOT AT END
                         MOVE AUDIT-SEQUENCE TO WS-AUDIT-SEQUENCE
                         MOVE AUDIT-CHAIN-CHECK
                             TO WS-AUDIT-CHAIN-CHECK
                 END-READ
              END-PERFORM
              CLOSE AUDIT-TRAIL-FILE
           END-IF
           MOVE '00' TO WS-AUDIT-FILE-STATUS.

       READ-CHAIN-STATE-FILE.
           OPEN INPUT CHAIN-STATE-FILE
           IF WS-CHAIN-STATE-STATUS = '00'
              READ CHAIN-STATE-FILE
                  AT END
                      CONTINUE
                  NOT AT END
                      MOVE CST-LAST-SEQUENCE TO WS-AUDIT-SEQUENCE
                      MOVE CST-LAST-CHECK TO WS-AUDIT-CHAIN-CHECK
              END-READ
              CLOSE CHAIN-STATE-FILE
           END-IF.

       STAMP-AUDIT-CHAIN.
      *    Stamp the next link onto the populated audit fields: the
      *    sequence advances by one and the check value folds the
      *    entry's own account, amount and closing balance into the
      *    prior link. AUDIT-CHAIN-VERIFY recomputes exactly this.
           ADD 1 TO WS-AUDIT-SEQUENCE
           MOVE WS-AUDIT-SEQUENCE TO AUDIT-SEQUENCE
           COMPUTE WS-CHAIN-AMOUNT-FOLD =
               FUNCTION MOD(
                   FUNCTION ABS(AUDIT-AMOUNT) * 1000000,
                   999999937)
           COMPUTE WS-CHAIN-BALANCE-FOLD =
               FUNCTION MOD(
                   FUNCTION ABS(AUDIT-AFTER-BALANCE) * 1000000,
                   999999937)
           COMPUTE WS-AUDIT-CHAIN-CHECK =
               FUNCTION MOD(WS-AUDIT-CHAIN-CHECK * 31
                   + AUDIT-SEQUENCE + AUDIT-ACCOUNT
                   + WS-CHAIN-AMOUNT-FOLD + WS-CHAIN-BALANCE-FOLD,
                   999999937)
           MOVE WS-AUDIT-CHAIN-CHECK TO AUDIT-CHAIN-CHECK.

       SAVE-AUDIT-CHAIN-STATE.
           OPEN OUTPUT CHAIN-STATE-FILE
           MOVE WS-AUDIT-SEQUENCE    TO CST-LAST-SEQUENCE
           MOVE WS-AUDIT-CHAIN-CHECK TO CST-LAST-CHECK
           WRITE CHAIN-STATE-RECORD
           CLOSE CHAIN-STATE-FILE.
