      *****************************************************************
      * DECEASED CUSTOMER PROCESSING
      * Nightly job that actions every customer CUSTOMER-MAINTENANCE
      * has marked reported deceased ('P' estate status, with the
      * date of death the branch was given):
      *   - each deposit account the customer owns with no joint
      *     owner is frozen, so nothing more is paid out of it - the
      *     customer's outbound ACH transfers and card debits are
      *     refused by BANKING-SYSTEM from the next run - and every
      *     active debit card on it is blocked as the cardholder's
      *     death;
      *   - standing instructions paying from or into those accounts
      *     are suspended on STANDING-INSTRUCTIONS.DAT;
      *   - an e-delivery enrolment is withdrawn and the customer's
      *     mail reverts to paper, where the estate can receive it;
      *   - joint and POD accounts, loans, and the accounts the
      *     customer stood on for someone else (joint owner, POD
      *     beneficiary, signer), go to the estate desk worklist,
      *     since what happens to those turns on the survivors and
      *     the paperwork;
      *   - federal benefit payments received by direct deposit
      *     after the date of death, on any account the customer
      *     owned, go to the reclamation worklist so they are
      *     returned to Treasury before a reclamation notice has to
      *     ask for them.
      * The customer then moves to 'D' (actioned). An actioned
      * customer stays watched until the estate is settled: each
      * night's reclamation worklist also carries benefit credits
      * that have posted to the customer's accounts since the last
      * one listed, BENEFIT-RECLAIM-STATUS.DAT remembering the
      * latest credit listed per account. A corrected date
      * of death puts the customer back to 'P' and the next run
      * actions it again: restrictions already in place are left
      * as they are, and the worklists are produced afresh.
      *
      * Copyright (c) 2026 sekacorn
      * Contact: sekacorn@gmail.com
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DECEASED-CUSTOMER-PROCESSING.
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

      *    Master-file interlock: accounts are frozen in place on
      *    ACCOUNTS.DAT, so the job holds the same token
      *    BANKING-SYSTEM and the other master-file updaters hold.
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

           SELECT CUSTOMER-MASTER
               ASSIGN TO "CUSTOMERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-CUSTOMER-ID
               FILE STATUS IS WS-CUST-STATUS.

           SELECT ACCOUNT-FILE
               ASSIGN TO "ACCOUNTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-ACCOUNT-NUMBER
               ALTERNATE RECORD KEY IS ACCT-CUSTOMER-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-ACCT-STATUS.

      *    Account relationships kept by ACCOUNT-MAINTENANCE: read by
      *    account to find a surviving joint owner or a POD
      *    beneficiary, and by customer for the accounts the
      *    deceased stood on for someone else.
           SELECT ACCOUNT-RELATION-FILE
               ASSIGN TO "ACCOUNT-RELATIONS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REL-KEY
               ALTERNATE RECORD KEY IS REL-CUSTOMER-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-REL-STATUS.

           SELECT CARD-MASTER-FILE
               ASSIGN TO "CARD-MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CARD-NUMBER
               ALTERNATE RECORD KEY IS CARD-ACCOUNT-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS WS-CARD-STATUS.

           SELECT STANDING-INSTRUCTION-FILE
               ASSIGN TO "STANDING-INSTRUCTIONS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INSTRUCTION-STATUS.

           SELECT INSTRUCTION-WORK-FILE
               ASSIGN TO "DECEASED-SI-WORK.TMP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.

      *    History partitions are named on the locator index; the
      *    pre-partition TXN-HISTORY.DAT is read as well while it
      *    still exists.
           SELECT HISTORY-INDEX-FILE
               ASSIGN TO "TXN-HISTORY-INDEX.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-INDEX-STATUS.

           SELECT TRANSACTION-HISTORY-FILE
               ASSIGN TO WS-HIST-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

      *    Latest benefit credit listed per account, so a credit
      *    reaches the reclamation worklist once.
           SELECT RECLAIM-STATUS-FILE
               ASSIGN TO "BENEFIT-RECLAIM-STATUS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BRS-ACCOUNT-NUMBER
               FILE STATUS IS WS-BRS-STATUS.

           SELECT ACTION-REPORT-FILE
               ASSIGN TO "DECEASED-PROCESSING-REPORT.TXT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT RECLAMATION-FILE
               ASSIGN TO "BENEFIT-RECLAMATION-WORKLIST.TXT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT ESTATE-DESK-FILE
               ASSIGN TO "ESTATE-DESK-WORKLIST.TXT"
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

       FD CARD-MASTER-FILE.
       01 CARD-MASTER-RECORD.
          05 CARD-NUMBER                PIC 9(16).
          05 CARD-ACCOUNT-NUMBER        PIC 9(10).
          05 CARD-STATUS                PIC X.
             88 CARD-ACTIVE             VALUE 'A'.
             88 CARD-BLOCKED            VALUE 'B'.
          05 CARD-EXPIRY-DATE           PIC 9(8).
          05 CARD-DAILY-LIMIT           PIC 9(7)V99.
          05 CARD-ISSUED-DATE           PIC 9(8).
          05 CARD-STATUS-DATE           PIC 9(8).
          05 CARD-BLOCK-REASON          PIC X.
             88 CARD-HOLDER-DECEASED    VALUE 'D'.
          05 CARD-REPLACED-BY           PIC 9(16).

       FD STANDING-INSTRUCTION-FILE.
       01 STANDING-INSTRUCTION-RECORD.
          05 SI-FROM-ACCOUNT            PIC 9(10).
          05 SI-TO-ACCOUNT              PIC 9(10).
          05 SI-AMOUNT                  PIC 9(13)V99.
          05 SI-FREQUENCY               PIC X.
          05 SI-NEXT-RUN-DATE           PIC 9(8).
          05 SI-EXPIRY-DATE             PIC 9(8).
          05 SI-STATUS                  PIC X.
             88 SI-ACTIVE               VALUE 'A'.
             88 SI-SUSPENDED            VALUE 'S'.

       FD INSTRUCTION-WORK-FILE.
       01 INSTRUCTION-WORK-RECORD       PIC X(53).

       FD HISTORY-INDEX-FILE.
       01 HISTORY-INDEX-RECORD.
          05 THX-MONTH                  PIC 9(6).
          05 THX-FILE-NAME              PIC X(24).
          05 THX-FIRST-ACCOUNT          PIC 9(10).
          05 THX-LAST-ACCOUNT           PIC 9(10).

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
             10 FILLER                  PIC X(4).
             10 HIST-ACH-COMPANY-NAME   PIC X(16).
             10 FILLER                  PIC X(1).
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

       FD RECLAIM-STATUS-FILE.
       01 RECLAIM-STATUS-RECORD.
          05 BRS-ACCOUNT-NUMBER         PIC 9(10).
          05 BRS-CUSTOMER-ID            PIC 9(8).
          05 BRS-LISTED-THROUGH         PIC 9(14).
          05 BRS-LAST-LISTED-ON         PIC 9(8).

       FD ACTION-REPORT-FILE.
       01 ACTION-REPORT-LINE            PIC X(132).

       FD RECLAMATION-FILE.
       01 RECLAMATION-LINE              PIC X(132).

       FD ESTATE-DESK-FILE.
       01 ESTATE-DESK-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-OPS-STATS-STATUS           PIC X(2).
       01 WS-OPS-PROGRAM-NAME           PIC X(30)
          VALUE 'DECEASED-CUSTOMER-PROCESSING'.
       01 WS-OPS-START-STAMP            PIC X(14).

      *    Interlock state: the claim is refused while another
      *    holder's token is on file, unless the operator runs with
      *    LOCKOVERRIDE on the command line to clear a crashed
      *    holder's stale token.
       01 WS-LOCK-STATUS                PIC X(2).
       01 WS-LOCK-PROGRAM-NAME          PIC X(30)
          VALUE 'DECEASED-CUSTOMER-PROCESSING'.
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

       01 WS-CUST-STATUS                PIC X(2).
          88 WS-CUST-EOF                VALUE '10'.
       01 WS-ACCT-STATUS                PIC X(2).
       01 WS-REL-STATUS                 PIC X(2).
       01 WS-CARD-STATUS                PIC X(2).
       01 WS-INSTRUCTION-STATUS         PIC X(2).
          88 WS-INSTRUCTION-EOF         VALUE '10'.
       01 WS-WORK-STATUS                PIC X(2).
          88 WS-WORK-EOF                VALUE '10'.
       01 WS-HIST-INDEX-STATUS          PIC X(2).
          88 WS-HIST-INDEX-EOF          VALUE '10'.
       01 WS-HISTORY-STATUS             PIC X(2).
          88 WS-HISTORY-EOF             VALUE '10'.
       01 WS-BRS-STATUS                 PIC X(2).

       01 WS-REL-FILE-FLAG              PIC X VALUE 'N'.
          88 RELATION-FILE-OPEN         VALUE 'Y'.
       01 WS-CARD-FILE-FLAG             PIC X VALUE 'N'.
          88 CARD-FILE-OPEN             VALUE 'Y'.

       01 WS-TODAY-YMD                  PIC 9(8).
       01 WS-HIST-FILE-NAME             PIC X(24).

      *    The customer being actioned.
       01 WS-DECEASED-WORK.
          05 WS-DC-CUSTOMER-ID          PIC 9(8).
          05 WS-DC-DEATH-DATE           PIC 9(8).
          05 WS-DC-CONTACT-NAME         PIC X(40).
          05 WS-DC-CONTACT-PHONE        PIC X(15).
          05 WS-DC-WATCH-FLAG           PIC X.
             88 DC-WATCHED-ONLY         VALUE 'Y'.

      *    Accounts the customer owns (primary), and the other
      *    accounts the customer is related to, collected before
      *    any is touched.
       01 WS-OA-COUNT                   PIC 9(2) VALUE ZEROS.
       01 WS-OWNED-ACCOUNTS.
          05 WS-OA-ACCOUNT OCCURS 50 TIMES PIC 9(10).
       01 WS-OA-SUB                     PIC 9(2).
       01 WS-RA-COUNT                   PIC 9(2) VALUE ZEROS.
       01 WS-RELATED-ACCOUNTS.
          05 WS-RA-ENTRY OCCURS 50 TIMES.
             10 WS-RA-ACCOUNT           PIC 9(10).
             10 WS-RA-ROLE              PIC X.
       01 WS-RA-SUB                     PIC 9(2).
       01 WS-SCAN-DONE-FLAG             PIC X.
          88 SCAN-DONE                  VALUE 'Y'.

      *    Who else stands on an account the deceased owned.
       01 WS-JOINT-OWNER-FLAG           PIC X.
          88 JOINT-OWNER-SURVIVES       VALUE 'Y'.
       01 WS-POD-FLAG                   PIC X.
          88 POD-BENEFICIARY-NAMED      VALUE 'Y'.

      *    Every account actioned this run, for the standing
      *    instruction pass (restricted accounts) and the benefit
      *    reclamation pass (every account the deceased owned), and
      *    the accounts of customers actioned on earlier runs, for
      *    the reclamation pass alone. A credit counts only when it
      *    is later than the last one listed for the account.
       01 WS-DA-COUNT                   PIC 9(4) VALUE ZEROS.
       01 WS-DECEASED-ACCOUNTS.
          05 WS-DA-ENTRY OCCURS 0 TO 2000 TIMES
             DEPENDING ON WS-DA-COUNT
             INDEXED BY WS-DA-IDX.
             10 WS-DA-ACCOUNT           PIC 9(10).
             10 WS-DA-CUSTOMER-ID       PIC 9(8).
             10 WS-DA-DEATH-DATE        PIC 9(8).
             10 WS-DA-RESTRICTED-FLAG   PIC X.
                88 DA-ACCOUNT-RESTRICTED VALUE 'Y'.
             10 WS-DA-LISTED-THROUGH    PIC 9(14).
      *    History months before the earliest date still to be
      *    scanned - a date of death, or the last credit already
      *    listed - hold nothing to reclaim.
       01 WS-EARLIEST-DEATH-DATE        PIC 9(8) VALUE 99999999.
       01 WS-DA-SCAN-FROM-DATE          PIC 9(8).
       01 WS-HIST-STAMP.
          05 WS-HS-DATE                 PIC 9(8).
          05 WS-HS-TIME                 PIC 9(6).
       01 WS-HIST-STAMP-N REDEFINES WS-HIST-STAMP PIC 9(14).
       01 WS-DA-MATCH-FLAG              PIC X.
          88 DA-ACCOUNT-MATCHED         VALUE 'Y'.

       01 WS-COUNTERS.
          05 WS-CUSTOMERS-READ          PIC 9(7) VALUE ZEROS.
          05 WS-CUSTOMERS-ACTIONED      PIC 9(5) VALUE ZEROS.
          05 WS-CUSTOMERS-WATCHED       PIC 9(7) VALUE ZEROS.
          05 WS-ACCOUNTS-FROZEN         PIC 9(5) VALUE ZEROS.
          05 WS-CARDS-BLOCKED           PIC 9(5) VALUE ZEROS.
          05 WS-INSTRUCTIONS-SUSPENDED  PIC 9(5) VALUE ZEROS.
          05 WS-EDELIVERY-WITHDRAWN     PIC 9(5) VALUE ZEROS.
          05 WS-ESTATE-ITEMS            PIC 9(5) VALUE ZEROS.
          05 WS-RECLAIM-ITEMS           PIC 9(5) VALUE ZEROS.
          05 WS-RECLAIM-TOTAL           PIC 9(13)V99 VALUE ZEROS.
          05 WS-UPDATE-ERRORS           PIC 9(5) VALUE ZEROS.

       01 WS-ED-DATE                    PIC 9999/99/99.
       01 WS-ED-AMOUNT                  PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-REPORT-TEXT                PIC X(132).

       01 WS-REPORT-HEADER.
          05 FILLER                     PIC X(40)
             VALUE '        DECEASED CUSTOMER PROCESSING'.
          05 FILLER                     PIC X(9) VALUE 'Run date '.
          05 WS-RPH-DATE                PIC 9(8).

       01 WS-ACTION-LINE.
          05 FILLER                     PIC X(4) VALUE SPACES.
          05 WS-ACN-ACCOUNT             PIC 9(10).
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-ACN-ACTION              PIC X(60).

       01 WS-RECLAIM-HEADER-1.
          05 FILLER                     PIC X(50)
             VALUE '   FEDERAL BENEFIT RECLAMATION WORKLIST'.
          05 FILLER                     PIC X(9) VALUE 'Run date '.
          05 WS-RCH-DATE                PIC 9(8).
       01 WS-RECLAIM-HEADER-2.
          05 FILLER                     PIC X(40)
             VALUE 'Customer  Account     Date of    Credite'.
          05 FILLER                     PIC X(40)
             VALUE 'd          Amount  Originator       Entr'.
          05 FILLER                     PIC X(6)
             VALUE 'y desc'.
       01 WS-RECLAIM-HEADER-3.
          05 FILLER                     PIC X(35)
             VALUE '                      death      on'.

       01 WS-RECLAIM-LINE.
          05 WS-RCL-CUSTOMER            PIC 9(8).
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-RCL-ACCOUNT             PIC 9(10).
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-RCL-DEATH-DATE          PIC 9999/99/99.
          05 FILLER                     PIC X(1) VALUE SPACES.
          05 WS-RCL-CREDIT-DATE         PIC 9999/99/99.
          05 FILLER                     PIC X(1) VALUE SPACES.
          05 WS-RCL-AMOUNT              PIC ZZ,ZZZ,ZZ9.99.
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-RCL-COMPANY             PIC X(16).
          05 FILLER                     PIC X(1) VALUE SPACES.
          05 WS-RCL-ENTRY-DESC          PIC X(10).

       01 WS-ESTATE-HEADER-1.
          05 FILLER                     PIC X(50)
             VALUE '          ESTATE DESK WORKLIST'.
          05 FILLER                     PIC X(9) VALUE 'Run date '.
          05 WS-ESH-DATE                PIC 9(8).
       01 WS-ESTATE-HEADER-2.
          05 FILLER                     PIC X(40)
             VALUE 'Customer  Date of     Account     Type  '.
          05 FILLER                     PIC X(38)
             VALUE '    Balance   Deceased as       Action'.
       01 WS-ESTATE-HEADER-3.
          05 FILLER                     PIC X(15)
             VALUE '          death'.

       01 WS-ESTATE-LINE.
          05 WS-EST-CUSTOMER            PIC 9(8).
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-EST-DEATH-DATE          PIC 9999/99/99.
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-EST-ACCOUNT             PIC 9(10).
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-EST-TYPE                PIC X(2).
          05 FILLER                     PIC X(1) VALUE SPACES.
          05 WS-EST-BALANCE             PIC ZZZ,ZZZ,ZZ9.99-.
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-EST-ROLE                PIC X(16).
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-EST-ACTION              PIC X(60).

       PROCEDURE DIVISION.
       MAIN-CONTROL.
           PERFORM INITIALIZATION
           PERFORM PROCESS-REPORTED-DEATHS
           IF WS-CUSTOMERS-ACTIONED > ZEROS
              PERFORM SUSPEND-STANDING-INSTRUCTIONS
           END-IF
           IF WS-DA-COUNT > ZEROS
              PERFORM LIST-BENEFIT-RECLAMATIONS
           END-IF
           PERFORM CLEANUP
           PERFORM WRITE-RUN-STATISTICS
           PERFORM RELEASE-MASTER-FILE-LOCK
           STOP RUN.

       INITIALIZATION.
           DISPLAY 'Deceased Customer Processing - Started'
           DISPLAY '======================================'
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-OPS-START-STAMP
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-YMD

           PERFORM CLAIM-MASTER-FILE-LOCK
           PERFORM TAKE-MASTER-GENERATION

           OPEN I-O CUSTOMER-MASTER
           IF WS-CUST-STATUS NOT = '00'
              DISPLAY 'FATAL: unable to open CUSTOMERS.DAT (status '
                      WS-CUST-STATUS ')'
              PERFORM RELEASE-MASTER-FILE-LOCK
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN I-O ACCOUNT-FILE
           IF WS-ACCT-STATUS NOT = '00'
              DISPLAY 'FATAL: unable to open ACCOUNTS.DAT (status '
                      WS-ACCT-STATUS ')'
              PERFORM RELEASE-MASTER-FILE-LOCK
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

      *    No relationship file just means every account has its
      *    primary owner alone; no card master means no cards
      *    have been issued.
           OPEN INPUT ACCOUNT-RELATION-FILE
           IF WS-REL-STATUS = '00'
              SET RELATION-FILE-OPEN TO TRUE
           END-IF
           OPEN I-O CARD-MASTER-FILE
           IF WS-CARD-STATUS = '00'
              SET CARD-FILE-OPEN TO TRUE
           END-IF

      *    First ever run creates the reclamation status file;
      *    after that it is opened for update in place.
           OPEN I-O RECLAIM-STATUS-FILE
           IF WS-BRS-STATUS = '35'
              OPEN OUTPUT RECLAIM-STATUS-FILE
              CLOSE RECLAIM-STATUS-FILE
              OPEN I-O RECLAIM-STATUS-FILE
           END-IF

           OPEN OUTPUT ACTION-REPORT-FILE
           MOVE WS-TODAY-YMD TO WS-RPH-DATE
           WRITE ACTION-REPORT-LINE FROM WS-REPORT-HEADER
           MOVE SPACES TO ACTION-REPORT-LINE
           WRITE ACTION-REPORT-LINE

           OPEN OUTPUT RECLAMATION-FILE
           MOVE WS-TODAY-YMD TO WS-RCH-DATE
           WRITE RECLAMATION-LINE FROM WS-RECLAIM-HEADER-1
           MOVE SPACES TO RECLAMATION-LINE
           WRITE RECLAMATION-LINE
           WRITE RECLAMATION-LINE FROM WS-RECLAIM-HEADER-2
           WRITE RECLAMATION-LINE FROM WS-RECLAIM-HEADER-3

           OPEN OUTPUT ESTATE-DESK-FILE
           MOVE WS-TODAY-YMD TO WS-ESH-DATE
           WRITE ESTATE-DESK-LINE FROM WS-ESTATE-HEADER-1
           MOVE SPACES TO ESTATE-DESK-LINE
           WRITE ESTATE-DESK-LINE
           WRITE ESTATE-DESK-LINE FROM WS-ESTATE-HEADER-2
           WRITE ESTATE-DESK-LINE FROM WS-ESTATE-HEADER-3.

       PROCESS-REPORTED-DEATHS.
      *    One pass over the customer master; only customers still
      *    waiting to be actioned are touched. Customers actioned on
      *    an earlier run are only watched for benefits.
           MOVE ZEROS TO CUST-CUSTOMER-ID
           START CUSTOMER-MASTER KEY IS >= CUST-CUSTOMER-ID
               INVALID KEY
                   SET WS-CUST-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-CUST-EOF
              READ CUSTOMER-MASTER NEXT RECORD
                  AT END
                      SET WS-CUST-EOF TO TRUE
                  NOT AT END
                      ADD 1 TO WS-CUSTOMERS-READ
                      IF NOT CUST-RETIRED-BY-MERGE
                         EVALUATE TRUE
                             WHEN CUST-DEATH-REPORTED
                                 PERFORM ACTION-DECEASED-CUSTOMER
                             WHEN CUST-DECEASED-ACTIONED
                                 PERFORM WATCH-ACTIONED-CUSTOMER
                         END-EVALUATE
                      END-IF
              END-READ
           END-PERFORM.

       ACTION-DECEASED-CUSTOMER.
           ADD 1 TO WS-CUSTOMERS-ACTIONED
           MOVE CUST-CUSTOMER-ID          TO WS-DC-CUSTOMER-ID
           MOVE CUST-DATE-OF-DEATH        TO WS-DC-DEATH-DATE
           MOVE CUST-ESTATE-CONTACT-NAME  TO WS-DC-CONTACT-NAME
           MOVE CUST-ESTATE-CONTACT-PHONE TO WS-DC-CONTACT-PHONE
           MOVE 'N' TO WS-DC-WATCH-FLAG
           PERFORM WRITE-CUSTOMER-HEADING

           PERFORM RESOLVE-OWNED-ACCOUNTS
           PERFORM VARYING WS-OA-SUB FROM 1 BY 1
                   UNTIL WS-OA-SUB > WS-OA-COUNT
              PERFORM ACTION-OWNED-ACCOUNT
           END-PERFORM
           PERFORM RESOLVE-RELATED-ACCOUNTS
           PERFORM VARYING WS-RA-SUB FROM 1 BY 1
                   UNTIL WS-RA-SUB > WS-RA-COUNT
              PERFORM ACTION-RELATED-ACCOUNT
           END-PERFORM
           PERFORM CLOSE-OUT-CUSTOMER.

       WATCH-ACTIONED-CUSTOMER.
      *    Nothing is restricted or listed for the estate desk again;
      *    the accounts the first run checked for benefits - every
      *    deposit account the customer owns and the joint accounts
      *    the customer stood on - go back on the table for the
      *    reclamation pass.
           ADD 1 TO WS-CUSTOMERS-WATCHED
           MOVE CUST-CUSTOMER-ID          TO WS-DC-CUSTOMER-ID
           MOVE CUST-DATE-OF-DEATH        TO WS-DC-DEATH-DATE
           MOVE 'Y' TO WS-DC-WATCH-FLAG

           PERFORM RESOLVE-OWNED-ACCOUNTS
           PERFORM VARYING WS-OA-SUB FROM 1 BY 1
                   UNTIL WS-OA-SUB > WS-OA-COUNT
              MOVE WS-OA-ACCOUNT(WS-OA-SUB) TO ACCT-ACCOUNT-NUMBER
              PERFORM WATCH-ACCOUNT
           END-PERFORM
           PERFORM RESOLVE-RELATED-ACCOUNTS
           PERFORM VARYING WS-RA-SUB FROM 1 BY 1
                   UNTIL WS-RA-SUB > WS-RA-COUNT
              IF WS-RA-ROLE(WS-RA-SUB) = 'J'
                 MOVE WS-RA-ACCOUNT(WS-RA-SUB) TO ACCT-ACCOUNT-NUMBER
                 PERFORM WATCH-ACCOUNT
              END-IF
           END-PERFORM.

       WATCH-ACCOUNT.
           READ ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-ACCT-STATUS = '00'
              AND NOT ACCT-CLOSED
              AND NOT ACCT-LOAN
              PERFORM ADD-DECEASED-ACCOUNT
           END-IF.

       WRITE-CUSTOMER-HEADING.
           MOVE SPACES TO ACTION-REPORT-LINE
           WRITE ACTION-REPORT-LINE
           MOVE WS-DC-DEATH-DATE TO WS-ED-DATE
           MOVE SPACES TO WS-REPORT-TEXT
           STRING 'Customer ' WS-DC-CUSTOMER-ID '  ' CUST-NAME
                  '  date of death ' WS-ED-DATE
               DELIMITED BY SIZE INTO WS-REPORT-TEXT
           END-STRING
           WRITE ACTION-REPORT-LINE FROM WS-REPORT-TEXT
           MOVE SPACES TO WS-REPORT-TEXT
           IF WS-DC-CONTACT-NAME = SPACES
              MOVE '  Estate contact: none on file yet'
                  TO WS-REPORT-TEXT
           ELSE
              STRING '  Estate contact: ' WS-DC-CONTACT-NAME
                     '  ' WS-DC-CONTACT-PHONE
                  DELIMITED BY SIZE INTO WS-REPORT-TEXT
              END-STRING
           END-IF
           WRITE ACTION-REPORT-LINE FROM WS-REPORT-TEXT.

       RESOLVE-OWNED-ACCOUNTS.
      *    Every account the customer is primary owner of, found
      *    through the ACCT-CUSTOMER-ID alternate index.
           MOVE ZEROS TO WS-OA-COUNT
           MOVE 'N' TO WS-SCAN-DONE-FLAG
           MOVE WS-DC-CUSTOMER-ID TO ACCT-CUSTOMER-ID
           START ACCOUNT-FILE KEY IS >= ACCT-CUSTOMER-ID
               INVALID KEY
                   SET SCAN-DONE TO TRUE
           END-START
           PERFORM UNTIL SCAN-DONE
              READ ACCOUNT-FILE NEXT RECORD
                  AT END
                      SET SCAN-DONE TO TRUE
                  NOT AT END
                      IF ACCT-CUSTOMER-ID NOT = WS-DC-CUSTOMER-ID
                         SET SCAN-DONE TO TRUE
                      ELSE
                         IF WS-OA-COUNT < 50
                            ADD 1 TO WS-OA-COUNT
                            MOVE ACCT-ACCOUNT-NUMBER
                                TO WS-OA-ACCOUNT(WS-OA-COUNT)
                         ELSE
                            DISPLAY 'WARNING: customer '
                                    WS-DC-CUSTOMER-ID ' owns more '
                                    'than 50 accounts - account '
                                    ACCT-ACCOUNT-NUMBER
                                    ' not actioned'
                            ADD 1 TO WS-UPDATE-ERRORS
                         END-IF
                      END-IF
              END-READ
           END-PERFORM.

       ACTION-OWNED-ACCOUNT.
      *    A surviving joint owner owns the account outright now,
      *    so it stays open for the survivor and the estate desk
      *    retitles it. Anything else is the estate's: it is frozen
      *    and its cards blocked - a POD account too, frozen until
      *    the desk pays the beneficiary. Loans are the estate's
      *    debt, not its funds, and go to the desk as a claim.
           MOVE WS-OA-ACCOUNT(WS-OA-SUB) TO ACCT-ACCOUNT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-ACCT-STATUS = '00'
              AND NOT ACCT-CLOSED
              PERFORM CHECK-SURVIVING-PARTIES
              EVALUATE TRUE
                  WHEN ACCT-LOAN
                      MOVE 'PRIMARY OWNER' TO WS-EST-ROLE
                      MOVE 'LOAN - FILE CLAIM AGAINST THE ESTATE'
                          TO WS-EST-ACTION
                      PERFORM WRITE-ESTATE-ITEM
                  WHEN JOINT-OWNER-SURVIVES
                      PERFORM ADD-DECEASED-ACCOUNT
                      MOVE 'PRIMARY OWNER' TO WS-EST-ROLE
                      MOVE 'JOINT - RETITLE TO SURVIVOR, REVIEW CARDS'
                          TO WS-EST-ACTION
                      PERFORM WRITE-ESTATE-ITEM
                  WHEN OTHER
                      PERFORM RESTRICT-SOLE-ACCOUNT
                      IF POD-BENEFICIARY-NAMED
                         MOVE 'PRIMARY OWNER' TO WS-EST-ROLE
                         MOVE 'POD - PAY OUT TO BENEFICIARY ON CLAIM'
                             TO WS-EST-ACTION
                         PERFORM WRITE-ESTATE-ITEM
                      END-IF
              END-EVALUATE
           END-IF.

       CHECK-SURVIVING-PARTIES.
      *    Walk the account's relationship rows (keyed account then
      *    customer) for anyone other than the deceased.
           MOVE 'N' TO WS-JOINT-OWNER-FLAG
           MOVE 'N' TO WS-POD-FLAG
           IF RELATION-FILE-OPEN
              MOVE 'N' TO WS-SCAN-DONE-FLAG
              MOVE ACCT-ACCOUNT-NUMBER TO REL-ACCOUNT-NUMBER
              MOVE ZEROS TO REL-CUSTOMER-ID
              START ACCOUNT-RELATION-FILE KEY IS >= REL-KEY
                  INVALID KEY
                      SET SCAN-DONE TO TRUE
              END-START
              PERFORM UNTIL SCAN-DONE
                 READ ACCOUNT-RELATION-FILE NEXT RECORD
                     AT END
                         SET SCAN-DONE TO TRUE
                     NOT AT END
                         IF REL-ACCOUNT-NUMBER NOT = ACCT-ACCOUNT-NUMBER
                            SET SCAN-DONE TO TRUE
                         ELSE
                            IF REL-CUSTOMER-ID NOT = WS-DC-CUSTOMER-ID
                               IF REL-JOINT-OWNER
                                  SET JOINT-OWNER-SURVIVES TO TRUE
                               END-IF
                               IF REL-POD-BENEFICIARY
                                  SET POD-BENEFICIARY-NAMED TO TRUE
                               END-IF
                            END-IF
                         END-IF
                 END-READ
              END-PERFORM
           END-IF.

       RESTRICT-SOLE-ACCOUNT.
           PERFORM ADD-DECEASED-ACCOUNT
           IF WS-DA-COUNT > ZEROS
              AND WS-DA-ACCOUNT(WS-DA-COUNT) = ACCT-ACCOUNT-NUMBER
              SET DA-ACCOUNT-RESTRICTED(WS-DA-COUNT) TO TRUE
           END-IF
           MOVE ACCT-ACCOUNT-NUMBER TO WS-ACN-ACCOUNT
           IF ACCT-FROZEN
              MOVE 'Account already frozen' TO WS-ACN-ACTION
              WRITE ACTION-REPORT-LINE FROM WS-ACTION-LINE
           ELSE
              SET ACCT-FROZEN TO TRUE
              REWRITE ACCOUNT-RECORD
                  INVALID KEY
                      MOVE 'ERROR - unable to freeze account'
                          TO WS-ACN-ACTION
                      ADD 1 TO WS-UPDATE-ERRORS
                  NOT INVALID KEY
                      MOVE 'Account frozen - sole owner deceased'
                          TO WS-ACN-ACTION
                      ADD 1 TO WS-ACCOUNTS-FROZEN
              END-REWRITE
              WRITE ACTION-REPORT-LINE FROM WS-ACTION-LINE
           END-IF
           PERFORM BLOCK-ACCOUNT-CARDS.

       BLOCK-ACCOUNT-CARDS.
      *    Every card still active on the account is blocked with
      *    the cardholder-deceased reason; cards already blocked
      *    keep the reason they were blocked for.
           IF CARD-FILE-OPEN
              MOVE 'N' TO WS-SCAN-DONE-FLAG
              MOVE ACCT-ACCOUNT-NUMBER TO CARD-ACCOUNT-NUMBER
              START CARD-MASTER-FILE KEY IS >= CARD-ACCOUNT-NUMBER
                  INVALID KEY
                      SET SCAN-DONE TO TRUE
              END-START
              PERFORM UNTIL SCAN-DONE
                 READ CARD-MASTER-FILE NEXT RECORD
                     AT END
                         SET SCAN-DONE TO TRUE
                     NOT AT END
                         IF CARD-ACCOUNT-NUMBER
                                NOT = ACCT-ACCOUNT-NUMBER
                            SET SCAN-DONE TO TRUE
                         ELSE
                            IF CARD-ACTIVE
                               PERFORM BLOCK-DECEASED-CARD
                            END-IF
                         END-IF
                 END-READ
              END-PERFORM
           END-IF.

       BLOCK-DECEASED-CARD.
           SET CARD-BLOCKED TO TRUE
           SET CARD-HOLDER-DECEASED TO TRUE
           MOVE WS-TODAY-YMD TO CARD-STATUS-DATE
           MOVE ACCT-ACCOUNT-NUMBER TO WS-ACN-ACCOUNT
           MOVE SPACES TO WS-ACN-ACTION
           REWRITE CARD-MASTER-RECORD
               INVALID KEY
                   STRING 'ERROR - unable to block card ending '
                          CARD-NUMBER(13:4)
                       DELIMITED BY SIZE INTO WS-ACN-ACTION
                   END-STRING
                   ADD 1 TO WS-UPDATE-ERRORS
               NOT INVALID KEY
                   STRING 'Debit card ending ' CARD-NUMBER(13:4)
                          ' blocked'
                       DELIMITED BY SIZE INTO WS-ACN-ACTION
                   END-STRING
                   ADD 1 TO WS-CARDS-BLOCKED
           END-REWRITE
           WRITE ACTION-REPORT-LINE FROM WS-ACTION-LINE.

       RESOLVE-RELATED-ACCOUNTS.
      *    The relationship rows naming the customer, through the
      *    REL-CUSTOMER-ID alternate key. The primary-owner rows are
      *    the accounts already actioned above.
           MOVE ZEROS TO WS-RA-COUNT
           IF RELATION-FILE-OPEN
              MOVE 'N' TO WS-SCAN-DONE-FLAG
              MOVE WS-DC-CUSTOMER-ID TO REL-CUSTOMER-ID
              START ACCOUNT-RELATION-FILE KEY IS >= REL-CUSTOMER-ID
                  INVALID KEY
                      SET SCAN-DONE TO TRUE
              END-START
              PERFORM UNTIL SCAN-DONE
                 READ ACCOUNT-RELATION-FILE NEXT RECORD
                     AT END
                         SET SCAN-DONE TO TRUE
                     NOT AT END
                         IF REL-CUSTOMER-ID NOT = WS-DC-CUSTOMER-ID
                            SET SCAN-DONE TO TRUE
                         ELSE
                            IF NOT REL-PRIMARY-OWNER
                               AND WS-RA-COUNT < 50
                               ADD 1 TO WS-RA-COUNT
                               MOVE REL-ACCOUNT-NUMBER
                                   TO WS-RA-ACCOUNT(WS-RA-COUNT)
                               MOVE REL-ROLE
                                   TO WS-RA-ROLE(WS-RA-COUNT)
                            END-IF
                         END-IF
                 END-READ
              END-PERFORM
           END-IF.

       ACTION-RELATED-ACCOUNT.
      *    Someone else's account the deceased stood on. A joint
      *    owner's share is also where benefits may have been paid,
      *    so it is kept for the reclamation pass.
           MOVE WS-RA-ACCOUNT(WS-RA-SUB) TO ACCT-ACCOUNT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-ACCT-STATUS = '00'
              AND NOT ACCT-CLOSED
              AND ACCT-CUSTOMER-ID NOT = WS-DC-CUSTOMER-ID
              EVALUATE WS-RA-ROLE(WS-RA-SUB)
                  WHEN 'J'
                      PERFORM ADD-DECEASED-ACCOUNT
                      MOVE 'JOINT OWNER' TO WS-EST-ROLE
                      MOVE 'REMOVE DECEASED FROM TITLE, REVIEW CARDS'
                          TO WS-EST-ACTION
                  WHEN 'B'
                      MOVE 'POD BENEFICIARY' TO WS-EST-ROLE
                      MOVE 'OWNER TO NAME A NEW BENEFICIARY'
                          TO WS-EST-ACTION
                  WHEN OTHER
                      MOVE 'SIGNER' TO WS-EST-ROLE
                      MOVE 'REMOVE SIGNING AUTHORITY'
                          TO WS-EST-ACTION
              END-EVALUATE
              PERFORM WRITE-ESTATE-ITEM
           END-IF.

       ADD-DECEASED-ACCOUNT.
           IF WS-DA-COUNT < 2000
              ADD 1 TO WS-DA-COUNT
              MOVE ACCT-ACCOUNT-NUMBER
                  TO WS-DA-ACCOUNT(WS-DA-COUNT)
              MOVE WS-DC-CUSTOMER-ID
                  TO WS-DA-CUSTOMER-ID(WS-DA-COUNT)
              MOVE WS-DC-DEATH-DATE
                  TO WS-DA-DEATH-DATE(WS-DA-COUNT)
              MOVE 'N' TO WS-DA-RESTRICTED-FLAG(WS-DA-COUNT)
              PERFORM LOAD-LISTED-THROUGH
           ELSE
              DISPLAY 'WARNING: deceased account table full (2000)'
                      ' - account ' ACCT-ACCOUNT-NUMBER
                      ' not checked for instructions or benefits'
              ADD 1 TO WS-UPDATE-ERRORS
           END-IF.

       LOAD-LISTED-THROUGH.
      *    A customer being actioned tonight gets the worklist
      *    afresh; a watched customer only what has posted since the
      *    last credit listed. The history scan starts from the
      *    earliest date any account on the table still needs.
           MOVE ZEROS TO WS-DA-LISTED-THROUGH(WS-DA-COUNT)
           IF DC-WATCHED-ONLY
              MOVE ACCT-ACCOUNT-NUMBER TO BRS-ACCOUNT-NUMBER
              READ RECLAIM-STATUS-FILE
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      MOVE BRS-LISTED-THROUGH
                          TO WS-DA-LISTED-THROUGH(WS-DA-COUNT)
              END-READ
           END-IF
           MOVE WS-DC-DEATH-DATE TO WS-DA-SCAN-FROM-DATE
           IF WS-DA-LISTED-THROUGH(WS-DA-COUNT)(1:8)
              > WS-DA-SCAN-FROM-DATE
              MOVE WS-DA-LISTED-THROUGH(WS-DA-COUNT)(1:8)
                  TO WS-DA-SCAN-FROM-DATE
           END-IF
           IF WS-DA-SCAN-FROM-DATE < WS-EARLIEST-DEATH-DATE
              MOVE WS-DA-SCAN-FROM-DATE TO WS-EARLIEST-DEATH-DATE
           END-IF.

       WRITE-ESTATE-ITEM.
           MOVE WS-DC-CUSTOMER-ID   TO WS-EST-CUSTOMER
           MOVE WS-DC-DEATH-DATE    TO WS-EST-DEATH-DATE
           MOVE ACCT-ACCOUNT-NUMBER TO WS-EST-ACCOUNT
           MOVE ACCT-TYPE           TO WS-EST-TYPE
           MOVE ACCT-BALANCE        TO WS-EST-BALANCE
           WRITE ESTATE-DESK-LINE FROM WS-ESTATE-LINE
           ADD 1 TO WS-ESTATE-ITEMS.

       CLOSE-OUT-CUSTOMER.
      *    Statements and notices go to paper at the address on file,
      *    where the estate can receive them; the e-mail address is
      *    kept for the record.
           IF CUST-EDELIVERY-ENROLLED
              MOVE 'P' TO CUST-DELIVERY-PREF
              ADD 1 TO WS-EDELIVERY-WITHDRAWN
              MOVE ZEROS TO WS-ACN-ACCOUNT
              MOVE 'E-delivery withdrawn - mail reverts to paper'
                  TO WS-ACN-ACTION
              WRITE ACTION-REPORT-LINE FROM WS-ACTION-LINE
           END-IF
           SET CUST-DECEASED-ACTIONED TO TRUE
           REWRITE CUSTOMER-RECORD
               INVALID KEY
                   DISPLAY 'ERROR: unable to mark customer '
                           WS-DC-CUSTOMER-ID ' actioned'
                   ADD 1 TO WS-UPDATE-ERRORS
           END-REWRITE.

       SUSPEND-STANDING-INSTRUCTIONS.
      *    The instruction file is plain sequential: instructions
      *    are copied to a work file, those paying from or into a
      *    restricted account suspended on the way, and the work
      *    file copied back - the STANDING-ORDER-EXPAND idiom.
      *    Suspended instructions are left for the estate desk to
      *    cancel; STANDING-ORDER-EXPAND expands active ones only.
           OPEN INPUT STANDING-INSTRUCTION-FILE
           IF WS-INSTRUCTION-STATUS = '00'
              OPEN OUTPUT INSTRUCTION-WORK-FILE
              PERFORM UNTIL WS-INSTRUCTION-EOF
                 READ STANDING-INSTRUCTION-FILE
                     AT END
                         SET WS-INSTRUCTION-EOF TO TRUE
                     NOT AT END
                         IF SI-ACTIVE
                            PERFORM CHECK-INSTRUCTION-ACCOUNTS
                         END-IF
                         WRITE INSTRUCTION-WORK-RECORD
                             FROM STANDING-INSTRUCTION-RECORD
                 END-READ
              END-PERFORM
              CLOSE STANDING-INSTRUCTION-FILE
              CLOSE INSTRUCTION-WORK-FILE
              IF WS-INSTRUCTIONS-SUSPENDED > ZEROS
                 PERFORM REWRITE-INSTRUCTION-FILE
              END-IF
           END-IF.

       CHECK-INSTRUCTION-ACCOUNTS.
           MOVE 'N' TO WS-DA-MATCH-FLAG
           PERFORM VARYING WS-DA-IDX FROM 1 BY 1
                   UNTIL WS-DA-IDX > WS-DA-COUNT
                      OR DA-ACCOUNT-MATCHED
              IF DA-ACCOUNT-RESTRICTED(WS-DA-IDX)
                 AND (WS-DA-ACCOUNT(WS-DA-IDX) = SI-FROM-ACCOUNT
                      OR WS-DA-ACCOUNT(WS-DA-IDX) = SI-TO-ACCOUNT)
                 SET DA-ACCOUNT-MATCHED TO TRUE
              END-IF
           END-PERFORM
           IF DA-ACCOUNT-MATCHED
              SET SI-SUSPENDED TO TRUE
              ADD 1 TO WS-INSTRUCTIONS-SUSPENDED
              MOVE SI-FROM-ACCOUNT TO WS-ACN-ACCOUNT
              MOVE SI-AMOUNT TO WS-ED-AMOUNT
              MOVE SPACES TO WS-ACN-ACTION
              STRING 'Standing instruction to ' SI-TO-ACCOUNT
                     ' for ' WS-ED-AMOUNT ' suspended'
                  DELIMITED BY SIZE INTO WS-ACN-ACTION
              END-STRING
              WRITE ACTION-REPORT-LINE FROM WS-ACTION-LINE
           END-IF.

       REWRITE-INSTRUCTION-FILE.
           OPEN INPUT INSTRUCTION-WORK-FILE
           OPEN OUTPUT STANDING-INSTRUCTION-FILE
           PERFORM UNTIL WS-WORK-EOF
              READ INSTRUCTION-WORK-FILE
                  AT END
                      SET WS-WORK-EOF TO TRUE
                  NOT AT END
                      WRITE STANDING-INSTRUCTION-RECORD
                          FROM INSTRUCTION-WORK-RECORD
              END-READ
           END-PERFORM
           CLOSE INSTRUCTION-WORK-FILE
           CLOSE STANDING-INSTRUCTION-FILE.

       LIST-BENEFIT-RECLAMATIONS.
      *    One forward pass over history: the pre-partition file,
      *    then each month from the month of the earliest date any
      *    account on the table still needs.
           MOVE 'TXN-HISTORY.DAT' TO WS-HIST-FILE-NAME
           PERFORM SCAN-HISTORY-FOR-BENEFITS

           MOVE '00' TO WS-HIST-INDEX-STATUS
           OPEN INPUT HISTORY-INDEX-FILE
           IF WS-HIST-INDEX-STATUS = '00'
              PERFORM UNTIL WS-HIST-INDEX-EOF
                 READ HISTORY-INDEX-FILE
                     AT END
                         SET WS-HIST-INDEX-EOF TO TRUE
                     NOT AT END
                         IF THX-MONTH >= WS-EARLIEST-DEATH-DATE(1:6)
                            MOVE THX-FILE-NAME TO WS-HIST-FILE-NAME
                            PERFORM SCAN-HISTORY-FOR-BENEFITS
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE HISTORY-INDEX-FILE
           END-IF.

       SCAN-HISTORY-FOR-BENEFITS.
           MOVE '00' TO WS-HISTORY-STATUS
           OPEN INPUT TRANSACTION-HISTORY-FILE
           IF WS-HISTORY-STATUS = '00'
              PERFORM UNTIL WS-HISTORY-EOF
                 READ TRANSACTION-HISTORY-FILE
                     AT END
                         SET WS-HISTORY-EOF TO TRUE
                     NOT AT END
                         IF HIST-WAS-POSTED
                            AND HIST-ACH-CREDIT
                            AND HIST-FEDERAL-BENEFIT
                            AND HIST-DATE >= WS-EARLIEST-DEATH-DATE
                            PERFORM CHECK-BENEFIT-AFTER-DEATH
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE TRANSACTION-HISTORY-FILE
           END-IF
           MOVE '00' TO WS-HISTORY-STATUS.

       CHECK-BENEFIT-AFTER-DEATH.
      *    A joint account two deceased customers both stood on is
      *    listed once, against the first whose death it follows.
      *    A credit no later than the last one listed for the
      *    account is already on an earlier worklist.
           MOVE HIST-DATE TO WS-HS-DATE
           MOVE HIST-TIME TO WS-HS-TIME
           MOVE 'N' TO WS-DA-MATCH-FLAG
           PERFORM VARYING WS-DA-IDX FROM 1 BY 1
                   UNTIL WS-DA-IDX > WS-DA-COUNT
                      OR DA-ACCOUNT-MATCHED
              IF WS-DA-ACCOUNT(WS-DA-IDX) = HIST-ACCOUNT-NUMBER
                 AND HIST-DATE > WS-DA-DEATH-DATE(WS-DA-IDX)
                 AND WS-HIST-STAMP-N > WS-DA-LISTED-THROUGH(WS-DA-IDX)
                 SET DA-ACCOUNT-MATCHED TO TRUE
                 PERFORM WRITE-RECLAMATION-ITEM
              END-IF
           END-PERFORM.

       WRITE-RECLAMATION-ITEM.
           MOVE WS-DA-CUSTOMER-ID(WS-DA-IDX) TO WS-RCL-CUSTOMER
           MOVE HIST-ACCOUNT-NUMBER          TO WS-RCL-ACCOUNT
           MOVE WS-DA-DEATH-DATE(WS-DA-IDX)  TO WS-RCL-DEATH-DATE
           MOVE HIST-DATE                    TO WS-RCL-CREDIT-DATE
           MOVE HIST-AMOUNT                  TO WS-RCL-AMOUNT
           MOVE HIST-ACH-COMPANY-NAME        TO WS-RCL-COMPANY
           MOVE HIST-ACH-ENTRY-DESC          TO WS-RCL-ENTRY-DESC
           WRITE RECLAMATION-LINE FROM WS-RECLAIM-LINE
           ADD 1 TO WS-RECLAIM-ITEMS
           ADD HIST-AMOUNT TO WS-RECLAIM-TOTAL
           PERFORM RECORD-BENEFIT-LISTED.

       RECORD-BENEFIT-LISTED.
      *    History is read oldest first, so the credit just listed
      *    is the latest listed for the account so far.
           MOVE HIST-ACCOUNT-NUMBER TO BRS-ACCOUNT-NUMBER
           READ RECLAIM-STATUS-FILE
               INVALID KEY
                   MOVE WS-DA-CUSTOMER-ID(WS-DA-IDX)
                       TO BRS-CUSTOMER-ID
                   MOVE WS-HIST-STAMP-N TO BRS-LISTED-THROUGH
                   MOVE WS-TODAY-YMD    TO BRS-LAST-LISTED-ON
                   WRITE RECLAIM-STATUS-RECORD
                       INVALID KEY
                           DISPLAY 'ERROR: unable to record benefit '
                                   'listed for account '
                                   HIST-ACCOUNT-NUMBER
                           ADD 1 TO WS-UPDATE-ERRORS
                   END-WRITE
               NOT INVALID KEY
                   IF WS-HIST-STAMP-N > BRS-LISTED-THROUGH
                      MOVE WS-DA-CUSTOMER-ID(WS-DA-IDX)
                          TO BRS-CUSTOMER-ID
                      MOVE WS-HIST-STAMP-N TO BRS-LISTED-THROUGH
                      MOVE WS-TODAY-YMD    TO BRS-LAST-LISTED-ON
                      REWRITE RECLAIM-STATUS-RECORD
                          INVALID KEY
                              DISPLAY 'ERROR: unable to record '
                                      'benefit listed for account '
                                      HIST-ACCOUNT-NUMBER
                              ADD 1 TO WS-UPDATE-ERRORS
                      END-REWRITE
                   END-IF
           END-READ.

       CLEANUP.
           MOVE SPACES TO ACTION-REPORT-LINE
           WRITE ACTION-REPORT-LINE
           MOVE SPACES TO WS-REPORT-TEXT
           STRING 'Customers actioned: ' WS-CUSTOMERS-ACTIONED
                  '  accounts frozen: ' WS-ACCOUNTS-FROZEN
                  '  cards blocked: ' WS-CARDS-BLOCKED
               DELIMITED BY SIZE INTO WS-REPORT-TEXT
           END-STRING
           WRITE ACTION-REPORT-LINE FROM WS-REPORT-TEXT
           MOVE SPACES TO WS-REPORT-TEXT
           STRING 'Standing instructions suspended: '
                  WS-INSTRUCTIONS-SUSPENDED
                  '  e-delivery withdrawn: ' WS-EDELIVERY-WITHDRAWN
               DELIMITED BY SIZE INTO WS-REPORT-TEXT
           END-STRING
           WRITE ACTION-REPORT-LINE FROM WS-REPORT-TEXT

           MOVE SPACES TO RECLAMATION-LINE
           WRITE RECLAMATION-LINE
           MOVE WS-RECLAIM-TOTAL TO WS-ED-AMOUNT
           MOVE SPACES TO WS-REPORT-TEXT
           STRING 'Items to reclaim: ' WS-RECLAIM-ITEMS
                  '  amount ' WS-ED-AMOUNT
               DELIMITED BY SIZE INTO WS-REPORT-TEXT
           END-STRING
           WRITE RECLAMATION-LINE FROM WS-REPORT-TEXT

           MOVE SPACES TO ESTATE-DESK-LINE
           WRITE ESTATE-DESK-LINE
           MOVE SPACES TO WS-REPORT-TEXT
           STRING 'Items for the estate desk: ' WS-ESTATE-ITEMS
               DELIMITED BY SIZE INTO WS-REPORT-TEXT
           END-STRING
           WRITE ESTATE-DESK-LINE FROM WS-REPORT-TEXT

           CLOSE CUSTOMER-MASTER
           CLOSE ACCOUNT-FILE
           IF RELATION-FILE-OPEN
              CLOSE ACCOUNT-RELATION-FILE
           END-IF
           IF CARD-FILE-OPEN
              CLOSE CARD-MASTER-FILE
           END-IF
           CLOSE RECLAIM-STATUS-FILE
           CLOSE ACTION-REPORT-FILE
           CLOSE RECLAMATION-FILE
           CLOSE ESTATE-DESK-FILE

           DISPLAY ' '
           DISPLAY 'Deceased Customer Processing Summary'
           DISPLAY '===================================='
           DISPLAY 'Customers read:          ' WS-CUSTOMERS-READ
           DISPLAY 'Customers actioned:      ' WS-CUSTOMERS-ACTIONED
           DISPLAY 'Actioned, watched:       ' WS-CUSTOMERS-WATCHED
           DISPLAY 'Accounts frozen:         ' WS-ACCOUNTS-FROZEN
           DISPLAY 'Cards blocked:           ' WS-CARDS-BLOCKED
           DISPLAY 'Instructions suspended:  '
                   WS-INSTRUCTIONS-SUSPENDED
           DISPLAY 'E-delivery withdrawn:    ' WS-EDELIVERY-WITHDRAWN
           DISPLAY 'Estate desk items:       ' WS-ESTATE-ITEMS
           DISPLAY 'Benefits to reclaim:     ' WS-RECLAIM-ITEMS
                   ' Amount: $' WS-RECLAIM-TOTAL
           DISPLAY 'Update errors:           ' WS-UPDATE-ERRORS
           IF WS-UPDATE-ERRORS > ZEROS
              MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY 'Deceased Customer Processing - Complete'.

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
           MOVE WS-TODAY-YMD          TO OPS-BUSINESS-DATE
           MOVE WS-OPS-START-STAMP    TO OPS-START-TIMESTAMP
           MOVE FUNCTION CURRENT-DATE(1:14) TO OPS-END-TIMESTAMP
           MOVE WS-CUSTOMERS-READ     TO OPS-RECORDS-READ
           MOVE WS-CUSTOMERS-ACTIONED TO OPS-RECORDS-WRITTEN
           MOVE WS-UPDATE-ERRORS      TO OPS-RECORDS-REJECTED
           WRITE OPS-STATS-RECORD
           CLOSE OPS-STATS-FILE.
