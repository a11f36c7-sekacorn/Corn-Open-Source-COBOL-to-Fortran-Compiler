      *****************************************************************
      * OUTBOUND WIRE RELEASE
      * Releases customer-initiated outbound wires. Requests keyed
      * at the branch arrive on OUTBOUND-WIRE-REQUESTS.DAT - debit
      * account, amount, beneficiary bank routing number,
      * beneficiary name and account, and a reference - and each
      * one is:
      *   - validated, including the ABA check digit of the
      *     beneficiary bank's routing number;
      *   - screened, beneficiary name and reference, against the
      *     WATCHLIST.DAT names WATCHLIST-SCREENING uses; a hit is
      *     refused for compliance review and never sent;
      *   - held, when over the callback threshold, until a
      *     callback confirmation is keyed on WIRE-CALLBACKS.DAT by
      *     an operator other than the one who took the request -
      *     the same maker-checker control ACCOUNT-MAINTENANCE
      *     applies to its high-risk actions. Held wires carry
      *     between runs on PENDING-WIRES.DAT and age on the
      *     outstanding-callback listing;
      *   - checked against the available balance - ledger less the
      *     deposit holds in force on HOLDS.DAT - for the amount plus
      *     the outgoing wire fee (fee code WIREOUT on
      *     FEE-SCHEDULE.DAT); wires are final, so no overdraft
      *     line is extended to them;
      *   - debited, with audited 'WIRE-OUT' and 'WIRE-OUT-FEE'
      *     postings, and written to the fixed-format outgoing wire
      *     message file, OUTBOUND-WIRES.DAT, for the correspondent.
      * The request file is emptied at end of run, the way
      * BANKING-SYSTEM empties the inbound wire feed, so a rerun
      * cannot send a wire twice.
      *
      * Copyright (c) 2026 sekacorn
      * Contact: sekacorn@gmail.com
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OUTBOUND-WIRE-RELEASE.
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

           SELECT WIRE-REQUEST-FILE
               ASSIGN TO "OUTBOUND-WIRE-REQUESTS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REQUEST-STATUS.

      *    Callback confirmations keyed separately from the
      *    requests: a wire over the threshold only releases when a
      *    matching confirmation from a different operator is on
      *    this file.
           SELECT CALLBACK-FILE
               ASSIGN TO "WIRE-CALLBACKS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CALLBACK-STATUS.

      *    Wires still waiting for their callback, carried between
      *    runs so a callback recorded tomorrow can release a wire
      *    requested today.
           SELECT PENDING-WIRE-FILE
               ASSIGN TO "PENDING-WIRES.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PENDING-STATUS.

           SELECT WATCHLIST-FILE
               ASSIGN TO "WATCHLIST.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WATCHLIST-STATUS.

      *    Deposit holds in force, as BANKING-SYSTEM last wrote them.
           SELECT HOLD-FILE
               ASSIGN TO "HOLDS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HOLD-FILE-STATUS.

      *    Central fee schedule, effective-dated: one record per fee
      *    code and account type per effective date, with old fees
      *    retained as history. FEE-SCHEDULE-LISTING prints it for
      *    sign-off before a new schedule takes effect.
           SELECT FEE-SCHEDULE-FILE
               ASSIGN TO "FEE-SCHEDULE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEE-SCHEDULE-STATUS.

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

      *    Audit-chain carry: the last sequence number and check
      *    value on the audit trail, read at startup and persisted
      *    at clean end of job so the tamper-evident chain continues
      *    across runs (and across the monthly archive roll).
           SELECT CHAIN-STATE-FILE
               ASSIGN TO "AUDIT-CHAIN-STATE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHAIN-STATE-STATUS.

      *    Outgoing wire messages for the correspondent, appended
      *    run after run until transmission picks them up.
           SELECT WIRE-MESSAGE-FILE
               ASSIGN TO "OUTBOUND-WIRES.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MESSAGE-STATUS.

           SELECT WIRE-REPORT-FILE
               ASSIGN TO "OUTBOUND-WIRE-REPORT.TXT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT OUTSTANDING-REPORT-FILE
               ASSIGN TO "OUTSTANDING-WIRE-CALLBACKS.TXT"
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

      *    One outbound wire request. The wire ID is assigned when
      *    the branch takes the request and is what the callback
      *    confirmation quotes back.
       FD WIRE-REQUEST-FILE.
       01 WIRE-REQUEST-RECORD.
          05 OWQ-WIRE-ID                PIC 9(10).
          05 OWQ-DEBIT-ACCOUNT          PIC 9(10).
          05 OWQ-AMOUNT                 PIC 9(13)V99.
          05 OWQ-BENEF-ROUTING          PIC 9(9).
          05 OWQ-BENEF-NAME             PIC X(40).
          05 OWQ-BENEF-ACCOUNT          PIC X(34).
          05 OWQ-REFERENCE              PIC X(16).
          05 OWQ-OPERATOR-ID            PIC X(8).
          05 OWQ-REQUEST-DATE           PIC 9(8).

       FD CALLBACK-FILE.
       01 CALLBACK-RECORD.
          05 CBK-WIRE-ID                PIC 9(10).
          05 CBK-ACCOUNT-NUMBER         PIC 9(10).
          05 CBK-VERIFIER-ID            PIC X(8).
          05 CBK-CONTACT-NAME           PIC X(30).
          05 CBK-CALLBACK-DATE          PIC 9(8).

      *    Image of the held request plus the date it was queued,
      *    for the aging on the outstanding listing.
       FD PENDING-WIRE-FILE.
       01 PENDING-WIRE-RECORD.
          05 PWQ-REQUEST-IMAGE          PIC X(150).
          05 PWQ-QUEUED-DATE            PIC 9(8).

       FD WATCHLIST-FILE.
       01 WATCHLIST-RECORD.
          05 WL-NAME                    PIC X(40).

       FD HOLD-FILE.
       01 HOLD-RECORD.
          05 HOLD-ACCOUNT-NUMBER        PIC 9(10).
          05 HOLD-AMOUNT                PIC 9(13)V99.
          05 HOLD-RELEASE-DATE          PIC 9(8).

       FD FEE-SCHEDULE-FILE.
       01 FEE-SCHEDULE-RECORD.
          05 FS-EFFECTIVE-DATE          PIC 9(8).
          05 FS-FEE-CODE                PIC X(8).
      *    Account type the fee applies to ('**' = every type).
          05 FS-ACCOUNT-TYPE            PIC X(2).
      *    'F' = flat amount; 'D' = days of interest at the
      *    account's own rate on the amount concerned.
          05 FS-FEE-BASIS               PIC X.
          05 FS-FEE-AMOUNT              PIC 9(5)V99.
          05 FS-DESCRIPTION             PIC X(30).

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

       FD CHAIN-STATE-FILE.
       01 CHAIN-STATE-RECORD.
          05 CST-LAST-SEQUENCE          PIC 9(9).
          05 CST-LAST-CHECK             PIC 9(9).

      *    Fixed-format customer transfer message: this bank as
      *    sender, the beneficiary's bank as receiver, originator
      *    and beneficiary identified in full.
       FD WIRE-MESSAGE-FILE.
       01 WIRE-MESSAGE-RECORD.
          05 OWM-MESSAGE-TYPE           PIC X(4).
          05 OWM-SENDER-ROUTING         PIC 9(9).
          05 OWM-RECEIVER-ROUTING       PIC 9(9).
          05 OWM-WIRE-ID                PIC 9(10).
          05 OWM-VALUE-DATE             PIC 9(8).
          05 OWM-AMOUNT                 PIC 9(13)V99.
          05 OWM-ORIGINATOR-ACCOUNT     PIC 9(10).
          05 OWM-ORIGINATOR-NAME        PIC X(40).
          05 OWM-BENEF-ACCOUNT          PIC X(34).
          05 OWM-BENEF-NAME             PIC X(40).
          05 OWM-REFERENCE              PIC X(16).

       FD WIRE-REPORT-FILE.
       01 WIRE-REPORT-LINE              PIC X(132).

       FD OUTSTANDING-REPORT-FILE.
       01 OUTSTANDING-REPORT-LINE       PIC X(132).

       WORKING-STORAGE SECTION.
      *    Run statistics captured for the cycle summary report.
       01 WS-OPS-STATS-STATUS           PIC X(2).
       01 WS-OPS-PROGRAM-NAME           PIC X(30)
          VALUE 'OUTBOUND-WIRE-RELEASE'.
       01 WS-OPS-START-STAMP            PIC X(14).

       01 WS-REQUEST-STATUS             PIC X(2).
          88 WS-REQUEST-EOF             VALUE '10'.
       01 WS-CALLBACK-STATUS            PIC X(2).
          88 WS-CALLBACK-EOF            VALUE '10'.
       01 WS-PENDING-STATUS             PIC X(2).
          88 WS-PENDING-EOF             VALUE '10'.
       01 WS-WATCHLIST-STATUS           PIC X(2).
          88 WS-WATCHLIST-EOF           VALUE '10'.
       01 WS-HOLD-FILE-STATUS           PIC X(2).
          88 WS-HOLD-FILE-EOF           VALUE '10'.
       01 WS-FEE-SCHEDULE-STATUS        PIC X(2).
          88 WS-FEE-SCHEDULE-EOF        VALUE '10'.
       01 WS-ACCT-STATUS                PIC X(2).
       01 WS-CUST-STATUS                PIC X(2).
       01 WS-MESSAGE-STATUS             PIC X(2).
       01 WS-AUDIT-FILE-STATUS          PIC X(2).
          88 WS-AUDIT-FILE-EOF          VALUE '10'.

      *    Interlock state: the claim is refused while another
      *    holder's token is on file, unless the operator runs with
      *    LOCKOVERRIDE on the command line to clear a crashed
      *    holder's stale token.
       01 WS-LOCK-STATUS                PIC X(2).
       01 WS-LOCK-PROGRAM-NAME          PIC X(30)
          VALUE 'OUTBOUND-WIRE-RELEASE'.
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

      *    Running chain state; the ACCOUNTS.DAT interlock already
      *    keeps two audit writers from carrying the chain at once.
       01 WS-CHAIN-STATE-STATUS         PIC X(2).
       01 WS-AUDIT-SEQUENCE             PIC 9(9) VALUE ZEROS.
       01 WS-AUDIT-CHAIN-CHECK          PIC 9(9) VALUE ZEROS.
       01 WS-CHAIN-FOLD-WORK.
          05 WS-CHAIN-AMOUNT-FOLD      PIC 9(9).
          05 WS-CHAIN-BALANCE-FOLD     PIC 9(9).

       01 WS-TODAY-YMD                  PIC 9(8).

      *    This bank's own routing number, as the sending bank on
      *    every outgoing message.
       01 WS-OUR-ROUTING-NUMBER         PIC 9(9) VALUE 071000013.
       01 WS-CUSTOMER-TRANSFER-TYPE     PIC X(4) VALUE '1000'.

      *    Maker-checker control. A wire over the threshold releases
      *    only as a matched maker/verifier pair; one operator alone
      *    can take the request but never release it.
       01 WS-CALLBACK-THRESHOLD         PIC 9(9)V99 VALUE 10000.00.
       01 WS-CALLBACK-AGE-LIMIT         PIC 9(3) VALUE 5.
       01 WS-CBK-COUNT                  PIC 9(3) VALUE ZEROS.
       01 WS-CALLBACK-TABLE.
          05 WS-CBK-ENTRY OCCURS 500 TIMES
             INDEXED BY WS-CBK-IDX.
             10 WS-CBK-WIRE-ID          PIC 9(10).
             10 WS-CBK-ACCOUNT          PIC 9(10).
             10 WS-CBK-VERIFIER         PIC X(8).
             10 WS-CBK-CONTACT          PIC X(30).
             10 WS-CBK-USED-FLAG        PIC X.
       01 WS-CBK-FOUND-FLAG             PIC X VALUE 'N'.
          88 CALLBACK-MATCHED           VALUE 'Y'.

      *    Every wire this run has seen - the carried ones first,
      *    then today's requests - so a wire ID quoted twice is
      *    refused. Only entries still waiting for their callback
      *    are written back to PENDING-WIRES.DAT.
       01 WS-PEND-COUNT                 PIC 9(4) VALUE ZEROS.
       01 WS-CARRIED-COUNT              PIC 9(4) VALUE ZEROS.
       01 WS-PENDING-TABLE.
          05 WS-PEND-ENTRY OCCURS 2000 TIMES
             INDEXED BY WS-PEND-IDX.
             10 WS-PEND-IMAGE           PIC X(150).
             10 WS-PEND-QUEUED          PIC 9(8).
             10 WS-PEND-DISPOSED-FLAG   PIC X.
       01 WS-PEND-SUB                   PIC 9(4).
       01 WS-PENDING-AGE-DAYS           PIC S9(5).
       01 WS-DUP-FOUND-FLAG             PIC X.
          88 DUPLICATE-WIRE-ID          VALUE 'Y'.

      *    Watchlist names, trimmed for the contains-match.
       01 WS-WL-COUNT                   PIC 9(3) VALUE ZEROS.
       01 WS-WATCHLIST-TABLE.
          05 WS-WL-ENTRY OCCURS 500 TIMES
             INDEXED BY WS-WL-IDX.
             10 WS-WL-TEXT              PIC X(40).
             10 WS-WL-LENGTH            PIC 9(2).
       01 WS-SCREEN-WORK.
          05 WS-SCREEN-TEXT             PIC X(60).
          05 WS-SCREEN-HIT-FLAG         PIC X.
             88 WATCHLIST-NAME-HIT      VALUE 'Y'.
          05 WS-SCREEN-TALLY            PIC 9(3).
          05 WS-WL-SUB                  PIC 9(3).
          05 WS-TRIM-SUB                PIC 9(2).

      *    Holds still in force today; a hold whose release date has
      *    arrived no longer restricts the balance.
       01 WS-HOLD-COUNT                 PIC 9(5) VALUE ZEROS.
       01 WS-HOLD-TABLE.
          05 WS-HOLD-ENTRY OCCURS 0 TO 5000 TIMES
             DEPENDING ON WS-HOLD-COUNT
             INDEXED BY WS-HOLD-IDX.
             10 WS-HOLD-ACCOUNT         PIC 9(10).
             10 WS-HOLD-AMOUNT          PIC 9(13)V99.
       01 WS-HELD-AMOUNT                PIC S9(13)V99.
       01 WS-AVAILABLE-BALANCE          PIC S9(13)V99.

      *    Fees in force, loaded from FEE-SCHEDULE.DAT at
      *    initialization - per fee code and account type, the
      *    record with the latest effective date on or before today
      *    wins. A fee change is a data update, never a program
      *    change.
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
       01 WS-OUTGOING-WIRE-FEE          PIC 9(5)V99.

      *    ABA routing check digit: weights 3, 7, 1 repeated across
      *    the nine digits; a valid number sums to a multiple of 10.
       01 WS-ABA-ROUTING                PIC 9(9).
       01 WS-ABA-DIGITS REDEFINES WS-ABA-ROUTING.
          05 WS-ABA-DIGIT               PIC 9 OCCURS 9 TIMES.
       01 WS-ABA-SUM                    PIC 9(4).

       01 WS-DISPOSITION                PIC X(30).
       01 WS-WIRE-OK-FLAG               PIC X.
          88 WIRE-REQUEST-OK            VALUE 'Y'.
       01 WS-ORIGINATOR-NAME            PIC X(40).
       01 WS-AUDIT-BEFORE-BALANCE       PIC S9(13)V99.

       01 WS-COUNTERS.
          05 WS-REQUESTS-READ           PIC 9(7) VALUE ZEROS.
          05 WS-WIRES-RELEASED          PIC 9(7) VALUE ZEROS.
          05 WS-WIRES-REJECTED          PIC 9(7) VALUE ZEROS.
          05 WS-WIRES-QUEUED            PIC 9(7) VALUE ZEROS.
          05 WS-CARRIED-RELEASED        PIC 9(7) VALUE ZEROS.
          05 WS-WATCHLIST-HITS          PIC 9(7) VALUE ZEROS.
          05 WS-OUTSTANDING-COUNT       PIC 9(7) VALUE ZEROS.
          05 WS-TOTAL-RELEASED          PIC S9(15)V99 VALUE ZEROS.
          05 WS-TOTAL-FEES              PIC S9(13)V99 VALUE ZEROS.

       01 WS-REPORT-HEADER-1.
          05 FILLER                     PIC X(50)
             VALUE '          OUTBOUND WIRE RELEASE REPORT'.
          05 FILLER                     PIC X(8) VALUE 'Run date'.
          05 FILLER                     PIC X(1) VALUE SPACES.
          05 WS-RPH-DATE                PIC 9(8).
       01 WS-REPORT-HEADER-2.
          05 FILLER                     PIC X(50)
             VALUE 'Wire ID     Account              Amount        Fe'.
          05 FILLER                     PIC X(50)
             VALUE 'e  Beneficiary               Disposition'.

       01 WS-REPORT-LINE.
          05 WS-RPT-WIRE-ID             PIC 9(10).
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-RPT-ACCOUNT             PIC 9(10).
          05 FILLER                     PIC X(1) VALUE SPACES.
          05 WS-RPT-AMOUNT              PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                     PIC X(1) VALUE SPACES.
          05 WS-RPT-FEE                 PIC ZZ,ZZ9.99.
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-RPT-BENEFICIARY         PIC X(24).
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-RPT-DISPOSITION         PIC X(30).

       01 WS-SUMMARY-LINE.
          05 WS-SUM-LABEL               PIC X(30).
          05 WS-SUM-COUNT               PIC ZZZ,ZZ9.
          05 FILLER                     PIC X(3) VALUE SPACES.
          05 WS-SUM-AMOUNT              PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

       01 WS-OUTSTANDING-HEADER-1.
          05 FILLER                     PIC X(60)
             VALUE '      OUTSTANDING WIRE CALLBACKS'.
       01 WS-OUTSTANDING-HEADER-2.
          05 FILLER                     PIC X(60)
             VALUE 'Wire ID     Account              Amount  Maker   '.
          05 FILLER                     PIC X(20)
             VALUE '  Queued    Days'.
       01 WS-OUTSTANDING-LINE.
          05 WS-OUT-WIRE-ID             PIC 9(10).
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-OUT-ACCOUNT             PIC 9(10).
          05 FILLER                     PIC X(1) VALUE SPACES.
          05 WS-OUT-AMOUNT              PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-OUT-MAKER               PIC X(8).
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-OUT-QUEUED              PIC 9(8).
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-OUT-DAYS                PIC ZZ,ZZ9.
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-OUT-FLAG                PIC X(8).

       PROCEDURE DIVISION.
       MAIN-CONTROL.
           PERFORM INITIALIZATION
           PERFORM RELEASE-CARRIED-WIRES
           PERFORM PROCESS-WIRE-REQUESTS
           PERFORM CLEANUP
           STOP RUN.

       INITIALIZATION.
           DISPLAY 'Outbound Wire Release - Started'
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-OPS-START-STAMP
           DISPLAY '==============================='
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-YMD

           PERFORM LOAD-FEE-SCHEDULE
           MOVE 'WIREOUT' TO WS-FS-LOOKUP-CODE
           MOVE 'CK' TO WS-FS-LOOKUP-TYPE
           PERFORM REQUIRE-SCHEDULED-FEE
           MOVE 'SV' TO WS-FS-LOOKUP-TYPE
           PERFORM REQUIRE-SCHEDULED-FEE
           MOVE 'MM' TO WS-FS-LOOKUP-TYPE
           PERFORM REQUIRE-SCHEDULED-FEE
           PERFORM LOAD-WATCHLIST
           PERFORM LOAD-HOLDS
           PERFORM LOAD-CALLBACKS
           PERFORM LOAD-PENDING-WIRES

           PERFORM CLAIM-MASTER-FILE-LOCK
           PERFORM TAKE-MASTER-GENERATION
           OPEN I-O ACCOUNT-FILE
           IF WS-ACCT-STATUS NOT = '00'
              DISPLAY 'FATAL: unable to open ACCOUNTS.DAT (status '
                      WS-ACCT-STATUS ')'
              PERFORM RELEASE-MASTER-FILE-LOCK
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT CUSTOMER-MASTER
           OPEN INPUT WIRE-REQUEST-FILE
           IF WS-REQUEST-STATUS NOT = '00'
              DISPLAY 'No outbound wire requests today'
              SET WS-REQUEST-EOF TO TRUE
           END-IF
           OPEN EXTEND WIRE-MESSAGE-FILE
           IF WS-MESSAGE-STATUS = '35'
              OPEN OUTPUT WIRE-MESSAGE-FILE
           END-IF
           OPEN OUTPUT WIRE-REPORT-FILE
           MOVE WS-TODAY-YMD TO WS-RPH-DATE
           WRITE WIRE-REPORT-LINE FROM WS-REPORT-HEADER-1
           WRITE WIRE-REPORT-LINE FROM WS-REPORT-HEADER-2

           PERFORM LOAD-AUDIT-CHAIN-STATE
           OPEN EXTEND AUDIT-TRAIL-FILE
           IF WS-AUDIT-FILE-STATUS = '35'
              OPEN OUTPUT AUDIT-TRAIL-FILE
           END-IF.

       LOAD-FEE-SCHEDULE.
      *    Same pick as the rate sheet: per fee code and account
      *    type, the record with the latest effective date on or
      *    before today. Future-dated records are not yet in force.
      *    Assessing fees from a missing schedule, or at zero, is
      *    worse than not running at all.
           MOVE ZEROS TO WS-FS-COUNT
           OPEN INPUT FEE-SCHEDULE-FILE
           IF WS-FEE-SCHEDULE-STATUS NOT = '00'
              DISPLAY 'FATAL: unable to open FEE-SCHEDULE.DAT '
                      '(status ' WS-FEE-SCHEDULE-STATUS ') - no fee '
                      'schedule, run refused'
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
      *    A fee this run will assess must be in force before the
      *    first account is touched.
           PERFORM LOOKUP-SCHEDULED-FEE
           IF NOT SCHEDULED-FEE-FOUND
              DISPLAY 'FATAL: no fee in force on FEE-SCHEDULE.DAT '
                      'for ' WS-FS-LOOKUP-CODE ' account type '
                      WS-FS-LOOKUP-TYPE ' - run refused'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       LOAD-WATCHLIST.
      *    Money leaving the bank unscreened cannot be called back,
      *    so a missing watchlist refuses the run rather than
      *    releasing wires blind.
           MOVE ZEROS TO WS-WL-COUNT
           OPEN INPUT WATCHLIST-FILE
           IF WS-WATCHLIST-STATUS NOT = '00'
              DISPLAY 'FATAL: unable to open WATCHLIST.DAT '
                      '(status ' WS-WATCHLIST-STATUS ') - wires '
                      'cannot be screened, run refused'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM UNTIL WS-WATCHLIST-EOF
              READ WATCHLIST-FILE
                  AT END
                      SET WS-WATCHLIST-EOF TO TRUE
                  NOT AT END
                      PERFORM STORE-WATCHLIST-NAME
              END-READ
           END-PERFORM
           CLOSE WATCHLIST-FILE
           DISPLAY 'Watchlist names loaded: ' WS-WL-COUNT.

       STORE-WATCHLIST-NAME.
           IF WL-NAME = SPACES
              CONTINUE
           ELSE
              IF WS-WL-COUNT < 500
                 ADD 1 TO WS-WL-COUNT
                 MOVE WL-NAME TO WS-WL-TEXT(WS-WL-COUNT)
                 MOVE 40 TO WS-TRIM-SUB
                 PERFORM UNTIL WS-TRIM-SUB = 1
                         OR WL-NAME(WS-TRIM-SUB:1) NOT = SPACE
                    SUBTRACT 1 FROM WS-TRIM-SUB
                 END-PERFORM
                 MOVE WS-TRIM-SUB TO WS-WL-LENGTH(WS-WL-COUNT)
              ELSE
                 DISPLAY 'FATAL: watchlist table full (500 entries)'
                         ' - wires cannot be fully screened, run '
                         'refused'
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

       LOAD-HOLDS.
      *    Understating the holds would overstate what the customer
      *    can send, so a full table refuses the run.
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
                      IF HOLD-RELEASE-DATE > WS-TODAY-YMD
                         IF WS-HOLD-COUNT < 5000
                            ADD 1 TO WS-HOLD-COUNT
                            MOVE HOLD-ACCOUNT-NUMBER
                                TO WS-HOLD-ACCOUNT(WS-HOLD-COUNT)
                            MOVE HOLD-AMOUNT
                                TO WS-HOLD-AMOUNT(WS-HOLD-COUNT)
                         ELSE
                            DISPLAY 'FATAL: hold table full (5000 '
                                    'entries) - run refused'
                            MOVE 8 TO RETURN-CODE
                            STOP RUN
                         END-IF
                      END-IF
              END-READ
           END-PERFORM

           IF WS-HOLD-FILE-STATUS NOT = '35'
              CLOSE HOLD-FILE
           END-IF
           DISPLAY 'Deposit holds in force: ' WS-HOLD-COUNT.

       LOAD-CALLBACKS.
           MOVE ZEROS TO WS-CBK-COUNT
           OPEN INPUT CALLBACK-FILE
           IF WS-CALLBACK-STATUS NOT = '00'
              DISPLAY 'No callback confirmations present this run'
              SET WS-CALLBACK-EOF TO TRUE
           END-IF

           PERFORM UNTIL WS-CALLBACK-EOF
              READ CALLBACK-FILE
                  AT END
                      SET WS-CALLBACK-EOF TO TRUE
                  NOT AT END
                      IF WS-CBK-COUNT < 500
                         ADD 1 TO WS-CBK-COUNT
                         MOVE CBK-WIRE-ID
                             TO WS-CBK-WIRE-ID(WS-CBK-COUNT)
                         MOVE CBK-ACCOUNT-NUMBER
                             TO WS-CBK-ACCOUNT(WS-CBK-COUNT)
                         MOVE CBK-VERIFIER-ID
                             TO WS-CBK-VERIFIER(WS-CBK-COUNT)
                         MOVE CBK-CONTACT-NAME
                             TO WS-CBK-CONTACT(WS-CBK-COUNT)
                         MOVE 'N'
                             TO WS-CBK-USED-FLAG(WS-CBK-COUNT)
                      ELSE
                         DISPLAY 'WARNING: callback table full '
                                 '(500 entries)'
                      END-IF
              END-READ
           END-PERFORM

           IF WS-CALLBACK-STATUS NOT = '35'
              CLOSE CALLBACK-FILE
           END-IF
           DISPLAY 'Callback confirmations loaded: ' WS-CBK-COUNT.

       LOAD-PENDING-WIRES.
           MOVE ZEROS TO WS-PEND-COUNT
           OPEN INPUT PENDING-WIRE-FILE
           IF WS-PENDING-STATUS NOT = '00'
              SET WS-PENDING-EOF TO TRUE
           END-IF

           PERFORM UNTIL WS-PENDING-EOF
              READ PENDING-WIRE-FILE
                  AT END
                      SET WS-PENDING-EOF TO TRUE
                  NOT AT END
                      IF WS-PEND-COUNT < 2000
                         ADD 1 TO WS-PEND-COUNT
                         MOVE PWQ-REQUEST-IMAGE
                             TO WS-PEND-IMAGE(WS-PEND-COUNT)
                         MOVE PWQ-QUEUED-DATE
                             TO WS-PEND-QUEUED(WS-PEND-COUNT)
                         MOVE 'N'
                             TO WS-PEND-DISPOSED-FLAG(WS-PEND-COUNT)
                      ELSE
      *                  The pending file is rewritten whole from
      *                  this table at end of run - dropping a
      *                  record here would lose a held wire, so the
      *                  run refuses instead.
                         DISPLAY 'FATAL: pending-wire table full '
                                 '(2000 entries) - run refused'
                         MOVE 8 TO RETURN-CODE
                         STOP RUN
                      END-IF
              END-READ
           END-PERFORM

           IF WS-PENDING-STATUS NOT = '35'
              CLOSE PENDING-WIRE-FILE
           END-IF
           MOVE WS-PEND-COUNT TO WS-CARRIED-COUNT
           DISPLAY 'Held wires carried in: ' WS-PEND-COUNT.

       RELEASE-CARRIED-WIRES.
      *    Wires held on earlier runs are retried against today's
      *    callbacks before the new requests are read; each one goes
      *    through every check again, since balances, holds and the
      *    watchlist have all moved since it was taken.
           IF WS-CARRIED-COUNT > ZEROS
              PERFORM VARYING WS-PEND-SUB FROM 1 BY 1
                      UNTIL WS-PEND-SUB > WS-CARRIED-COUNT
                 MOVE WS-PEND-IMAGE(WS-PEND-SUB)
                     TO WIRE-REQUEST-RECORD
                 PERFORM DISPOSE-WIRE-REQUEST
                 IF WS-PEND-DISPOSED-FLAG(WS-PEND-SUB) = 'Y'
                    AND WS-DISPOSITION = 'RELEASED'
                    ADD 1 TO WS-CARRIED-RELEASED
                 END-IF
              END-PERFORM
           END-IF.

       PROCESS-WIRE-REQUESTS.
           PERFORM UNTIL WS-REQUEST-EOF
              READ WIRE-REQUEST-FILE
                  AT END
                      SET WS-REQUEST-EOF TO TRUE
                  NOT AT END
                      ADD 1 TO WS-REQUESTS-READ
                      PERFORM TAKE-NEW-WIRE-REQUEST
              END-READ
           END-PERFORM.

       TAKE-NEW-WIRE-REQUEST.
           PERFORM FIND-DUPLICATE-WIRE-ID
           IF DUPLICATE-WIRE-ID
              MOVE 'REJECTED - DUPLICATE WIRE ID' TO WS-DISPOSITION
              MOVE ZEROS TO WS-OUTGOING-WIRE-FEE
              ADD 1 TO WS-WIRES-REJECTED
              PERFORM WRITE-WIRE-REPORT-LINE
           ELSE
              IF WS-PEND-COUNT < 2000
                 ADD 1 TO WS-PEND-COUNT
                 MOVE WS-PEND-COUNT TO WS-PEND-SUB
                 MOVE WIRE-REQUEST-RECORD
                     TO WS-PEND-IMAGE(WS-PEND-SUB)
                 MOVE WS-TODAY-YMD TO WS-PEND-QUEUED(WS-PEND-SUB)
                 MOVE 'N' TO WS-PEND-DISPOSED-FLAG(WS-PEND-SUB)
                 PERFORM DISPOSE-WIRE-REQUEST
                 IF WS-PEND-DISPOSED-FLAG(WS-PEND-SUB) = 'N'
                    ADD 1 TO WS-WIRES-QUEUED
                 END-IF
              ELSE
                 MOVE 'REJECTED - WIRE QUEUE FULL' TO WS-DISPOSITION
                 MOVE ZEROS TO WS-OUTGOING-WIRE-FEE
                 ADD 1 TO WS-WIRES-REJECTED
                 PERFORM WRITE-WIRE-REPORT-LINE
              END-IF
           END-IF.

       FIND-DUPLICATE-WIRE-ID.
           MOVE 'N' TO WS-DUP-FOUND-FLAG
           IF WS-PEND-COUNT > ZEROS
              PERFORM VARYING WS-PEND-IDX FROM 1 BY 1
                      UNTIL WS-PEND-IDX > WS-PEND-COUNT
                         OR DUPLICATE-WIRE-ID
                 IF WS-PEND-IMAGE(WS-PEND-IDX)(1:10) = OWQ-WIRE-ID
                    SET DUPLICATE-WIRE-ID TO TRUE
                 END-IF
              END-PERFORM
           END-IF.

       DISPOSE-WIRE-REQUEST.
      *    The request is in WIRE-REQUEST-RECORD and its table entry
      *    at WS-PEND-SUB. Every outcome but a callback hold
      *    disposes of the entry.
           MOVE ZEROS TO WS-OUTGOING-WIRE-FEE
           PERFORM VALIDATE-WIRE-REQUEST
           IF WIRE-REQUEST-OK
              PERFORM SCREEN-WIRE-PARTIES
           END-IF
           IF WIRE-REQUEST-OK
              PERFORM VALIDATE-DEBIT-ACCOUNT
           END-IF
           IF WIRE-REQUEST-OK
              AND OWQ-AMOUNT > WS-CALLBACK-THRESHOLD
              PERFORM FIND-MATCHING-CALLBACK
              IF NOT CALLBACK-MATCHED
                 MOVE 'N' TO WS-WIRE-OK-FLAG
                 MOVE 'HELD - AWAITING CALLBACK' TO WS-DISPOSITION
              END-IF
           END-IF
           IF WIRE-REQUEST-OK
              PERFORM CHECK-AVAILABLE-FUNDS
           END-IF
           IF WIRE-REQUEST-OK
              PERFORM RELEASE-WIRE
           END-IF

           IF WS-DISPOSITION NOT = 'HELD - AWAITING CALLBACK'
              MOVE 'Y' TO WS-PEND-DISPOSED-FLAG(WS-PEND-SUB)
              IF WS-DISPOSITION NOT = 'RELEASED'
                 ADD 1 TO WS-WIRES-REJECTED
              END-IF
           END-IF
           PERFORM WRITE-WIRE-REPORT-LINE.

       VALIDATE-WIRE-REQUEST.
           MOVE 'Y' TO WS-WIRE-OK-FLAG
           MOVE SPACES TO WS-DISPOSITION
           EVALUATE TRUE
               WHEN OWQ-WIRE-ID = ZEROS
                   MOVE 'REJECTED - NO WIRE ID' TO WS-DISPOSITION
               WHEN OWQ-AMOUNT = ZEROS
                   MOVE 'REJECTED - ZERO AMOUNT' TO WS-DISPOSITION
               WHEN OWQ-BENEF-NAME = SPACES
                   MOVE 'REJECTED - NO BENEFICIARY NAME'
                       TO WS-DISPOSITION
               WHEN OWQ-BENEF-ACCOUNT = SPACES
                   MOVE 'REJECTED - NO BENEFICIARY ACCT'
                       TO WS-DISPOSITION
               WHEN OWQ-OPERATOR-ID = SPACES
                   MOVE 'REJECTED - NO OPERATOR ID' TO WS-DISPOSITION
               WHEN OTHER
                   PERFORM VALIDATE-BENEFICIARY-ROUTING
           END-EVALUATE
           IF WS-DISPOSITION NOT = SPACES
              MOVE 'N' TO WS-WIRE-OK-FLAG
           END-IF.

       VALIDATE-BENEFICIARY-ROUTING.
           MOVE OWQ-BENEF-ROUTING TO WS-ABA-ROUTING
           COMPUTE WS-ABA-SUM =
               3 * (WS-ABA-DIGIT(1) + WS-ABA-DIGIT(4)
                    + WS-ABA-DIGIT(7))
             + 7 * (WS-ABA-DIGIT(2) + WS-ABA-DIGIT(5)
                    + WS-ABA-DIGIT(8))
             +     (WS-ABA-DIGIT(3) + WS-ABA-DIGIT(6)
                    + WS-ABA-DIGIT(9))
           IF OWQ-BENEF-ROUTING = ZEROS
              OR FUNCTION MOD(WS-ABA-SUM, 10) NOT = ZEROS
              MOVE 'REJECTED - INVALID ROUTING NO' TO WS-DISPOSITION
           END-IF.

       SCREEN-WIRE-PARTIES.
      *    Contains-match, as WATCHLIST-SCREENING does it: the
      *    beneficiary name, then the reference text, which often
      *    carries the ultimate beneficiary.
           MOVE OWQ-BENEF-NAME TO WS-SCREEN-TEXT
           PERFORM SCREEN-TEXT-AGAINST-WATCHLIST
           IF NOT WATCHLIST-NAME-HIT
              MOVE OWQ-REFERENCE TO WS-SCREEN-TEXT
              PERFORM SCREEN-TEXT-AGAINST-WATCHLIST
           END-IF
           IF WATCHLIST-NAME-HIT
              MOVE 'N' TO WS-WIRE-OK-FLAG
              MOVE 'REFUSED - WATCHLIST HIT' TO WS-DISPOSITION
              ADD 1 TO WS-WATCHLIST-HITS
              DISPLAY 'WATCHLIST HIT: wire ' OWQ-WIRE-ID
                      ' beneficiary ' OWQ-BENEF-NAME
                      ' matched ' WS-WL-TEXT(WS-WL-SUB)
                      ' - refer to compliance'
           END-IF.

       SCREEN-TEXT-AGAINST-WATCHLIST.
           MOVE 'N' TO WS-SCREEN-HIT-FLAG
           PERFORM VARYING WS-WL-SUB FROM 1 BY 1
                   UNTIL WS-WL-SUB > WS-WL-COUNT
                      OR WATCHLIST-NAME-HIT
              MOVE ZEROS TO WS-SCREEN-TALLY
              INSPECT WS-SCREEN-TEXT
                  TALLYING WS-SCREEN-TALLY FOR ALL
                  WS-WL-TEXT(WS-WL-SUB)(1:WS-WL-LENGTH(WS-WL-SUB))
              IF WS-SCREEN-TALLY > ZEROS
                 SET WATCHLIST-NAME-HIT TO TRUE
              END-IF
           END-PERFORM
           IF WATCHLIST-NAME-HIT
              SUBTRACT 1 FROM WS-WL-SUB
           END-IF.

       VALIDATE-DEBIT-ACCOUNT.
      *    A loan, an IRA (a distribution needs its withholding) or
      *    an account that is not active cannot send a wire, and the
      *    originator must be identified by name on the message.
           MOVE OWQ-DEBIT-ACCOUNT TO ACCT-ACCOUNT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE 'REJECTED - ACCOUNT NOT FOUND'
                       TO WS-DISPOSITION
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN NOT ACCT-ACTIVE
                           MOVE 'REJECTED - ACCOUNT NOT ACTIVE'
                               TO WS-DISPOSITION
                       WHEN ACCT-LOAN
                           MOVE 'REJECTED - LOAN ACCOUNT'
                               TO WS-DISPOSITION
                       WHEN ACCT-IS-IRA
                           MOVE 'REJECTED - IRA ACCOUNT'
                               TO WS-DISPOSITION
                       WHEN OTHER
                           MOVE ACCT-CUSTOMER-ID TO CUST-CUSTOMER-ID
                           READ CUSTOMER-MASTER
                               INVALID KEY
                                   MOVE 'REJECTED - NO ORIGINATOR'
                                       TO WS-DISPOSITION
                               NOT INVALID KEY
                                   MOVE CUST-NAME
                                       TO WS-ORIGINATOR-NAME
                           END-READ
                   END-EVALUATE
           END-READ
           IF WS-DISPOSITION NOT = SPACES
              MOVE 'N' TO WS-WIRE-OK-FLAG
           END-IF.

       FIND-MATCHING-CALLBACK.
      *    A usable callback names the same wire and account and was
      *    made by a different operator than the one who took the
      *    request - the same person confirming their own wire is no
      *    control at all.
           MOVE 'N' TO WS-CBK-FOUND-FLAG
           IF WS-CBK-COUNT > ZEROS
              SET WS-CBK-IDX TO 1
              SEARCH WS-CBK-ENTRY
                  VARYING WS-CBK-IDX
                  AT END
                      CONTINUE
                  WHEN WS-CBK-WIRE-ID(WS-CBK-IDX) = OWQ-WIRE-ID
                       AND WS-CBK-ACCOUNT(WS-CBK-IDX)
                           = OWQ-DEBIT-ACCOUNT
                       AND WS-CBK-USED-FLAG(WS-CBK-IDX) = 'N'
                       AND WS-CBK-VERIFIER(WS-CBK-IDX)
                           NOT = OWQ-OPERATOR-ID
                      SET CALLBACK-MATCHED TO TRUE
              END-SEARCH
           END-IF
           IF CALLBACK-MATCHED
              MOVE 'Y' TO WS-CBK-USED-FLAG(WS-CBK-IDX)
              DISPLAY 'Wire ' OWQ-WIRE-ID ' callback confirmed by '
                      WS-CBK-VERIFIER(WS-CBK-IDX) ' with '
                      WS-CBK-CONTACT(WS-CBK-IDX)
           END-IF.

       CHECK-AVAILABLE-FUNDS.
      *    Available balance: the ledger balance less every hold
      *    still in force against the account. It must cover the
      *    wire and its fee together.
           MOVE 'WIREOUT' TO WS-FS-LOOKUP-CODE
           MOVE ACCT-TYPE TO WS-FS-LOOKUP-TYPE
           PERFORM LOOKUP-SCHEDULED-FEE
           MOVE WS-FS-LOOKUP-AMOUNT TO WS-OUTGOING-WIRE-FEE
           IF NOT SCHEDULED-FEE-FOUND
              DISPLAY 'WARNING: no outgoing wire fee scheduled for '
                      'account type ' ACCT-TYPE ' - account '
                      ACCT-ACCOUNT-NUMBER ' not charged'
           END-IF

           MOVE ZEROS TO WS-HELD-AMOUNT
           IF WS-HOLD-COUNT > ZEROS
              PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
                      UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
                 IF WS-HOLD-ACCOUNT(WS-HOLD-IDX)
                        = ACCT-ACCOUNT-NUMBER
                    ADD WS-HOLD-AMOUNT(WS-HOLD-IDX)
                        TO WS-HELD-AMOUNT
                 END-IF
              END-PERFORM
           END-IF
           COMPUTE WS-AVAILABLE-BALANCE =
               ACCT-BALANCE - WS-HELD-AMOUNT
           IF WS-AVAILABLE-BALANCE
              < OWQ-AMOUNT + WS-OUTGOING-WIRE-FEE
              MOVE 'N' TO WS-WIRE-OK-FLAG
              MOVE 'REJECTED - INSUFFICIENT FUNDS' TO WS-DISPOSITION
              DISPLAY 'Wire ' OWQ-WIRE-ID ' refused - account '
                      ACCT-ACCOUNT-NUMBER ' available '
                      WS-AVAILABLE-BALANCE
           END-IF.

       RELEASE-WIRE.
      *    One rewrite carries both the wire and its fee; each gets
      *    its own audit line, chained balance to balance.
           MOVE ACCT-BALANCE TO WS-AUDIT-BEFORE-BALANCE
           SUBTRACT OWQ-AMOUNT FROM ACCT-BALANCE
           SUBTRACT WS-OUTGOING-WIRE-FEE FROM ACCT-BALANCE
           MOVE WS-TODAY-YMD TO ACCT-LAST-ACTIVITY-DATE
           REWRITE ACCOUNT-RECORD
               INVALID KEY
                   DISPLAY 'ERROR: unable to debit account '
                           ACCT-ACCOUNT-NUMBER ' for wire '
                           OWQ-WIRE-ID
                   MOVE 'REJECTED - ACCOUNT UPDATE FAILED'
                       TO WS-DISPOSITION
               NOT INVALID KEY
                   PERFORM LOG-WIRE-POSTINGS
                   PERFORM WRITE-WIRE-MESSAGE
                   MOVE 'RELEASED' TO WS-DISPOSITION
                   ADD 1 TO WS-WIRES-RELEASED
                   ADD OWQ-AMOUNT TO WS-TOTAL-RELEASED
                   ADD WS-OUTGOING-WIRE-FEE TO WS-TOTAL-FEES
           END-REWRITE.

       LOG-WIRE-POSTINGS.
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
           MOVE OWQ-OPERATOR-ID       TO AUDIT-USER
           MOVE 'WIRE-OUT'            TO AUDIT-OPERATION
           MOVE ACCT-ACCOUNT-NUMBER   TO AUDIT-ACCOUNT
           MOVE WS-AUDIT-BEFORE-BALANCE TO AUDIT-BEFORE-BALANCE
           COMPUTE AUDIT-AFTER-BALANCE =
               WS-AUDIT-BEFORE-BALANCE - OWQ-AMOUNT
           MOVE OWQ-AMOUNT            TO AUDIT-AMOUNT
           MOVE 'POSTED'              TO AUDIT-STATUS
           PERFORM STAMP-AUDIT-CHAIN
           WRITE AUDIT-TRAIL-RECORD

           IF WS-OUTGOING-WIRE-FEE > ZEROS
              MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
              MOVE 'SYSTEM'              TO AUDIT-USER
              MOVE 'WIRE-OUT-FEE'        TO AUDIT-OPERATION
              MOVE ACCT-ACCOUNT-NUMBER   TO AUDIT-ACCOUNT
              MOVE AUDIT-AFTER-BALANCE   TO AUDIT-BEFORE-BALANCE
              MOVE ACCT-BALANCE          TO AUDIT-AFTER-BALANCE
              MOVE WS-OUTGOING-WIRE-FEE  TO AUDIT-AMOUNT
              MOVE 'POSTED'              TO AUDIT-STATUS
              PERFORM STAMP-AUDIT-CHAIN
              WRITE AUDIT-TRAIL-RECORD
           END-IF.

       WRITE-WIRE-MESSAGE.
           MOVE WS-CUSTOMER-TRANSFER-TYPE TO OWM-MESSAGE-TYPE
           MOVE WS-OUR-ROUTING-NUMBER     TO OWM-SENDER-ROUTING
           MOVE OWQ-BENEF-ROUTING         TO OWM-RECEIVER-ROUTING
           MOVE OWQ-WIRE-ID               TO OWM-WIRE-ID
           MOVE WS-TODAY-YMD              TO OWM-VALUE-DATE
           MOVE OWQ-AMOUNT                TO OWM-AMOUNT
           MOVE OWQ-DEBIT-ACCOUNT         TO OWM-ORIGINATOR-ACCOUNT
           MOVE WS-ORIGINATOR-NAME        TO OWM-ORIGINATOR-NAME
           MOVE OWQ-BENEF-ACCOUNT         TO OWM-BENEF-ACCOUNT
           MOVE OWQ-BENEF-NAME            TO OWM-BENEF-NAME
           MOVE OWQ-REFERENCE             TO OWM-REFERENCE
           WRITE WIRE-MESSAGE-RECORD.

       WRITE-WIRE-REPORT-LINE.
           MOVE OWQ-WIRE-ID          TO WS-RPT-WIRE-ID
           MOVE OWQ-DEBIT-ACCOUNT    TO WS-RPT-ACCOUNT
           MOVE OWQ-AMOUNT           TO WS-RPT-AMOUNT
           MOVE WS-OUTGOING-WIRE-FEE TO WS-RPT-FEE
           MOVE OWQ-BENEF-NAME       TO WS-RPT-BENEFICIARY
           MOVE WS-DISPOSITION       TO WS-RPT-DISPOSITION
           WRITE WIRE-REPORT-LINE FROM WS-REPORT-LINE.

       CLEANUP.
           PERFORM WRITE-PENDING-WIRES
           PERFORM WRITE-OUTSTANDING-LISTING

           MOVE SPACES TO WIRE-REPORT-LINE
           WRITE WIRE-REPORT-LINE
           MOVE 'Wires released'    TO WS-SUM-LABEL
           MOVE WS-WIRES-RELEASED   TO WS-SUM-COUNT
           MOVE WS-TOTAL-RELEASED   TO WS-SUM-AMOUNT
           WRITE WIRE-REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE 'Outgoing wire fees' TO WS-SUM-LABEL
           MOVE WS-WIRES-RELEASED   TO WS-SUM-COUNT
           MOVE WS-TOTAL-FEES       TO WS-SUM-AMOUNT
           WRITE WIRE-REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE 'Wires rejected'    TO WS-SUM-LABEL
           MOVE WS-WIRES-REJECTED   TO WS-SUM-COUNT
           MOVE ZEROS               TO WS-SUM-AMOUNT
           WRITE WIRE-REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE 'Held awaiting callback' TO WS-SUM-LABEL
           MOVE WS-OUTSTANDING-COUNT TO WS-SUM-COUNT
           MOVE ZEROS               TO WS-SUM-AMOUNT
           WRITE WIRE-REPORT-LINE FROM WS-SUMMARY-LINE

           DISPLAY ' '
           DISPLAY 'Outbound Wire Release Summary'
           DISPLAY '============================='
           DISPLAY 'Requests read:          ' WS-REQUESTS-READ
           DISPLAY 'Wires released:         ' WS-WIRES-RELEASED
                   ' Amount: $' WS-TOTAL-RELEASED
           DISPLAY '  from earlier holds:   ' WS-CARRIED-RELEASED
           DISPLAY 'Wire fees assessed:    $' WS-TOTAL-FEES
           DISPLAY 'Wires rejected:         ' WS-WIRES-REJECTED
           DISPLAY '  watchlist hits:       ' WS-WATCHLIST-HITS
           DISPLAY 'Newly held for callback: ' WS-WIRES-QUEUED
           DISPLAY 'Still awaiting callback: ' WS-OUTSTANDING-COUNT

           IF WS-WIRES-REJECTED > ZEROS
              MOVE 4 TO RETURN-CODE
           END-IF

      *    Every request is now released, rejected or carried on the
      *    pending file: empty the request file so a rerun cannot
      *    send a wire twice.
           IF WS-REQUEST-STATUS NOT = '35'
              CLOSE WIRE-REQUEST-FILE
              OPEN OUTPUT WIRE-REQUEST-FILE
              CLOSE WIRE-REQUEST-FILE
           END-IF
           CLOSE ACCOUNT-FILE
           CLOSE CUSTOMER-MASTER
           CLOSE AUDIT-TRAIL-FILE
           CLOSE WIRE-MESSAGE-FILE
           CLOSE WIRE-REPORT-FILE

           PERFORM SAVE-AUDIT-CHAIN-STATE
           PERFORM WRITE-RUN-STATISTICS
           PERFORM RELEASE-MASTER-FILE-LOCK
           DISPLAY 'Outbound Wire Release - Complete'.

       WRITE-PENDING-WIRES.
           OPEN OUTPUT PENDING-WIRE-FILE
           IF WS-PEND-COUNT > ZEROS
              PERFORM VARYING WS-PEND-SUB FROM 1 BY 1
                      UNTIL WS-PEND-SUB > WS-PEND-COUNT
                 IF WS-PEND-DISPOSED-FLAG(WS-PEND-SUB) NOT = 'Y'
                    MOVE WS-PEND-IMAGE(WS-PEND-SUB)
                        TO PWQ-REQUEST-IMAGE
                    MOVE WS-PEND-QUEUED(WS-PEND-SUB)
                        TO PWQ-QUEUED-DATE
                    WRITE PENDING-WIRE-RECORD
                 END-IF
              END-PERFORM
           END-IF
           CLOSE PENDING-WIRE-FILE.

       WRITE-OUTSTANDING-LISTING.
      *    Every wire still waiting for its callback, with its age;
      *    anything past the age limit is flagged for the wire room
      *    supervisor to chase or cancel.
           OPEN OUTPUT OUTSTANDING-REPORT-FILE
           WRITE OUTSTANDING-REPORT-LINE FROM WS-OUTSTANDING-HEADER-1
           WRITE OUTSTANDING-REPORT-LINE FROM WS-OUTSTANDING-HEADER-2
           IF WS-PEND-COUNT > ZEROS
              PERFORM VARYING WS-PEND-SUB FROM 1 BY 1
                      UNTIL WS-PEND-SUB > WS-PEND-COUNT
                 IF WS-PEND-DISPOSED-FLAG(WS-PEND-SUB) NOT = 'Y'
                    ADD 1 TO WS-OUTSTANDING-COUNT
                    MOVE WS-PEND-IMAGE(WS-PEND-SUB)
                        TO WIRE-REQUEST-RECORD
                    COMPUTE WS-PENDING-AGE-DAYS =
                        FUNCTION INTEGER-OF-DATE(WS-TODAY-YMD) -
                        FUNCTION INTEGER-OF-DATE(
                            WS-PEND-QUEUED(WS-PEND-SUB))
                    MOVE OWQ-WIRE-ID           TO WS-OUT-WIRE-ID
                    MOVE OWQ-DEBIT-ACCOUNT     TO WS-OUT-ACCOUNT
                    MOVE OWQ-AMOUNT            TO WS-OUT-AMOUNT
                    MOVE OWQ-OPERATOR-ID       TO WS-OUT-MAKER
                    MOVE WS-PEND-QUEUED(WS-PEND-SUB)
                        TO WS-OUT-QUEUED
                    MOVE WS-PENDING-AGE-DAYS   TO WS-OUT-DAYS
                    IF WS-PENDING-AGE-DAYS > WS-CALLBACK-AGE-LIMIT
                       MOVE 'AGED' TO WS-OUT-FLAG
                    ELSE
                       MOVE SPACES TO WS-OUT-FLAG
                    END-IF
                    WRITE OUTSTANDING-REPORT-LINE
                        FROM WS-OUTSTANDING-LINE
                 END-IF
              END-PERFORM
           END-IF
           CLOSE OUTSTANDING-REPORT-FILE.

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
           MOVE WS-REQUESTS-READ TO OPS-RECORDS-READ
           MOVE WS-WIRES-RELEASED TO OPS-RECORDS-WRITTEN
           MOVE WS-WIRES-REJECTED TO OPS-RECORDS-REJECTED
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
