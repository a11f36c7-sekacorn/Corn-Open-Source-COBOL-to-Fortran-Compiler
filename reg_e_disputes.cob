      *****************************************************************
      * REG E DISPUTE CLAIMS
      * Tracks consumer disputes of electronic debits - card debits
      * ('PS') and ACH/external debits ('XT') - from intake to
      * resolution, replacing the branch's paper claim log. Each run
      * works the day's claim requests, then sweeps the open claim
      * file:
      *   OP - open a claim. The disputed item must sit on the
      *        transaction history as a posted record, matched on
      *        account, date, amount and type the way
      *        ADJUSTMENT-INTAKE matches originals. The provisional
      *        credit deadline is ten business days from the
      *        customer's notice, counted against BANK-CALENDAR.DAT,
      *        and the investigation deadline 45 calendar days (90
      *        for point-of-sale, foreign or new-account claims).
      *   FN - resolve in the customer's favor: a provisional credit
      *        already given becomes final; otherwise the credit is
      *        staged now.
      *   DN - resolve against the customer: a provisional credit is
      *        reversed five business days after the notice goes
      *        out, so the customer has time to cover items drawn on
      *        it; a claim never credited simply closes.
      * The sweep stages provisional credits ('AC') on the pending
      * feed once their deadline arrives and denial reversals
      * ('AJ') once their reversal date arrives, the same staging
      * path the other pre-batch jobs use. Every resolution and
      * credit produces a customer notice, with returned-mail
      * customers diverted to the undeliverable-mail worklist. The
      * aging report lists every claim still under investigation
      * with the days left to its deadline.
      *
      * Copyright (c) 2026 sekacorn
      * Contact: sekacorn@gmail.com
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REG-E-DISPUTES.
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

           SELECT DISPUTE-REQUEST-FILE
               ASSIGN TO "DISPUTE-REQUESTS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REQUEST-STATUS.

      *    Claim master, keyed by a claim number this program
      *    assigns at intake.
           SELECT DISPUTE-CLAIM-FILE
               ASSIGN TO "DISPUTE-CLAIMS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSP-CLAIM-NUMBER
               FILE STATUS IS WS-CLAIM-STATUS.

      *    History is partitioned by calendar month; the disputed
      *    item's own date names the partition to search, with the
      *    pre-partition TXN-HISTORY.DAT checked as well while it
      *    still exists.
           SELECT TRANSACTION-HISTORY-FILE
               ASSIGN TO WS-HIST-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT BANK-CALENDAR-FILE
               ASSIGN TO "BANK-CALENDAR.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.

      *    Staged credits and reversals join the pending feed
      *    MERGE-BRANCH-FEEDS consolidates.
           SELECT TRANSACTION-FILE
               ASSIGN TO "PENDING-FEED.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.

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

           SELECT NOTICE-FILE
               ASSIGN TO "DISPUTE-NOTICES.TXT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT REJECT-LISTING-FILE
               ASSIGN TO "DISPUTE-REJECTS.TXT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT AGING-REPORT-FILE
               ASSIGN TO "DISPUTE-AGING-REPORT.TXT"
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

       FD DISPUTE-REQUEST-FILE.
       01 DISPUTE-REQUEST-RECORD.
          05 DREQ-ACTION                PIC X(2).
             88 DREQ-OPEN-CLAIM         VALUE 'OP'.
             88 DREQ-FINALIZE-CLAIM     VALUE 'FN'.
             88 DREQ-DENY-CLAIM         VALUE 'DN'.
      *    Claim number, resolutions only.
          05 DREQ-CLAIM-NUMBER          PIC 9(8).
      *    The disputed item, intake only.
          05 DREQ-ACCOUNT-NUMBER        PIC 9(10).
          05 DREQ-ORIG-DATE             PIC 9(8).
          05 DREQ-ORIG-AMOUNT           PIC 9(13)V99.
          05 DREQ-ORIG-TYPE             PIC X(2).
             88 DREQ-ORIG-IS-EFT        VALUES 'PS' 'XT'.
      *    Date the customer notified the bank; zero means today.
          05 DREQ-NOTICE-DATE           PIC 9(8).
      *    'Y' for point-of-sale, foreign-initiated or new-account
      *    claims, which carry the longer investigation period.
          05 DREQ-EXTENDED-FLAG         PIC X.
             88 DREQ-EXTENDED-PERIOD    VALUE 'Y'.
          05 DREQ-OPERATOR-REFERENCE    PIC X(20).

       FD DISPUTE-CLAIM-FILE.
       01 DISPUTE-CLAIM-RECORD.
          05 DSP-CLAIM-NUMBER           PIC 9(8).
          05 DSP-ACCOUNT-NUMBER         PIC 9(10).
          05 DSP-ORIG-DATE              PIC 9(8).
          05 DSP-ORIG-AMOUNT            PIC 9(13)V99.
          05 DSP-ORIG-TYPE              PIC X(2).
          05 DSP-ORIG-DESCRIPTION       PIC X(50).
          05 DSP-NOTICE-DATE            PIC 9(8).
          05 DSP-PROVISIONAL-DUE-DATE   PIC 9(8).
          05 DSP-INVESTIGATION-DUE-DATE PIC 9(8).
      *    O open, P provisionally credited, F resolved for the
      *    customer, R denied with the reversal still to stage, D
      *    denied and reversed, N denied with no credit ever given.
          05 DSP-STATUS                 PIC X.
             88 DSP-OPEN                VALUE 'O'.
             88 DSP-PROVISIONAL         VALUE 'P'.
             88 DSP-FINALIZED           VALUE 'F'.
             88 DSP-REVERSAL-PENDING    VALUE 'R'.
             88 DSP-DENIED-REVERSED     VALUE 'D'.
             88 DSP-DENIED-NO-CREDIT    VALUE 'N'.
             88 DSP-UNDER-INVESTIGATION VALUES 'O' 'P'.
          05 DSP-PROVISIONAL-DATE       PIC 9(8).
          05 DSP-RESOLVED-DATE          PIC 9(8).
          05 DSP-REVERSAL-DATE          PIC 9(8).
          05 DSP-OPERATOR-REFERENCE     PIC X(20).

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

       FD BANK-CALENDAR-FILE.
       01 BANK-CALENDAR-RECORD.
          05 CAL-DATE                   PIC 9(8).
      *    'N' marks a non-processing date (holiday); anything else
      *    is informational and ignored.
          05 CAL-BUSINESS-DAY-FLAG      PIC X.

       FD TRANSACTION-FILE.
       01 TRANSACTION-RECORD.
          05 TXN-ACCOUNT-NUMBER         PIC 9(10).
          05 TXN-TYPE                   PIC X(2).
          05 TXN-TO-ACCOUNT-NUMBER      PIC 9(10).
          05 TXN-AMOUNT                 PIC 9(13)V99.
          05 TXN-DATE.
             10 TXN-YEAR                PIC 9(4).
             10 TXN-MONTH               PIC 99.
             10 TXN-DAY                 PIC 99.
          05 TXN-TIME.
             10 TXN-HOUR                PIC 99.
             10 TXN-MINUTE              PIC 99.
             10 TXN-SECOND              PIC 99.
          05 TXN-DESCRIPTION            PIC X(50).
          05 TXN-PROCESSED-FLAG         PIC X.
          05 TXN-CHECK-NUMBER           PIC 9(10).
          05 TXN-BRANCH-CODE            PIC 9(2).
          05 TXN-EXT-ROUTING-NUMBER     PIC 9(9).
          05 TXN-EXT-ACCOUNT-NUMBER     PIC X(17).
          05 TXN-TELLER-ID              PIC X(8).

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

       FD NOTICE-FILE.
       01 NOTICE-LINE                   PIC X(132).

       FD REJECT-LISTING-FILE.
       01 REJECT-LISTING-LINE           PIC X(132).

       FD AGING-REPORT-FILE.
       01 AGING-REPORT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
      *    Run statistics captured for the cycle summary report.
       01 WS-OPS-STATS-STATUS           PIC X(2).
       01 WS-OPS-PROGRAM-NAME           PIC X(30)
          VALUE 'REG-E-DISPUTES'.
       01 WS-OPS-START-STAMP            PIC X(14).

       01 WS-REQUEST-STATUS             PIC X(2).
          88 WS-REQUEST-EOF             VALUE '10'.
       01 WS-CLAIM-STATUS               PIC X(2).
       01 WS-HISTORY-STATUS             PIC X(2).
          88 WS-HISTORY-EOF             VALUE '10'.
       01 WS-TXN-STATUS                 PIC X(2).
       01 WS-ACCT-STATUS                PIC X(2).
       01 WS-CUST-STATUS                PIC X(2).
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

       01 WS-TODAY-YMD                  PIC 9(8).
       01 WS-HIST-FILE-NAME             PIC X(24).

      *    Regulatory clocks: provisional credit within ten business
      *    days of the customer's notice; investigation within 45
      *    calendar days, 90 for the extended-period claims; a
      *    denial reversal no sooner than five business days after
      *    the customer is told. Claims within the warning window of
      *    their investigation deadline are flagged on the aging
      *    report.
       01 WS-REG-E-LIMITS.
          05 WS-PROVISIONAL-BUS-DAYS    PIC 9(2) VALUE 10.
          05 WS-INVESTIGATION-DAYS      PIC 9(3) VALUE 45.
          05 WS-EXTENDED-INVEST-DAYS    PIC 9(3) VALUE 90.
          05 WS-REVERSAL-NOTICE-DAYS    PIC 9(2) VALUE 5.
          05 WS-AGING-WARNING-DAYS      PIC 9(3) VALUE 10.

      *    Holiday dates from BANK-CALENDAR.DAT. A missing calendar
      *    file degrades to weekend-only arithmetic rather than
      *    refusing the run.
       01 WS-CALENDAR-STATUS            PIC X(2).
          88 WS-CALENDAR-EOF            VALUE '10'.
       01 WS-HOLIDAY-COUNT              PIC 9(3) VALUE ZEROS.
       01 WS-HOLIDAY-TABLE.
          05 WS-HOLIDAY-DATE OCCURS 200 TIMES PIC 9(8).
       01 WS-CAL-WORK.
          05 WS-CAL-CHECK-DATE          PIC 9(8).
          05 WS-CAL-DAY-NUMBER          PIC S9(7).
          05 WS-CAL-DAY-OF-WEEK         PIC 9.
          05 WS-CAL-SUB                 PIC 9(3).
          05 WS-CAL-BUSINESS-FLAG       PIC X.
             88 CAL-IS-BUSINESS-DAY     VALUE 'Y'.
          05 WS-CAL-DAYS-TO-ADD         PIC 9(3).
          05 WS-CAL-DAYS-COUNTED        PIC 9(3).

       01 WS-MATCH-FLAG                 PIC X VALUE 'N'.
          88 ORIGINAL-ITEM-FOUND        VALUE 'Y'.
       01 WS-MATCHED-DESCRIPTION        PIC X(50).
       01 WS-LAST-CLAIM-NUMBER          PIC 9(8) VALUE ZEROS.
       01 WS-NOTICE-DATE                PIC 9(8).
       01 WS-DAYS-REMAINING             PIC S9(5).
       01 WS-REJECT-REASON              PIC X(40).

       01 WS-STAGE-WORK.
          05 WS-STAGE-TYPE              PIC X(2).
          05 WS-STAGE-LABEL             PIC X(26).

       01 WS-COUNTERS.
          05 WS-REQUEST-COUNT           PIC 9(5) VALUE ZEROS.
          05 WS-OPENED-COUNT            PIC 9(5) VALUE ZEROS.
          05 WS-FINALIZED-COUNT         PIC 9(5) VALUE ZEROS.
          05 WS-DENIED-COUNT            PIC 9(5) VALUE ZEROS.
          05 WS-REJECTED-COUNT          PIC 9(5) VALUE ZEROS.
          05 WS-CREDIT-COUNT            PIC 9(5) VALUE ZEROS.
          05 WS-CREDIT-TOTAL            PIC 9(13)V99 VALUE ZEROS.
          05 WS-REVERSAL-COUNT          PIC 9(5) VALUE ZEROS.
          05 WS-REVERSAL-TOTAL          PIC 9(13)V99 VALUE ZEROS.
          05 WS-AGING-COUNT             PIC 9(5) VALUE ZEROS.
          05 WS-NEAR-DEADLINE-COUNT     PIC 9(5) VALUE ZEROS.
          05 WS-NOTICE-COUNT            PIC 9(5) VALUE ZEROS.
          05 WS-MISSING-CUSTOMER-COUNT  PIC 9(5) VALUE ZEROS.
          05 WS-MAIL-SUPPRESS-COUNT     PIC 9(5) VALUE ZEROS.

       01 WS-JOIN-FOUND-FLAG            PIC X VALUE 'N'.
          88 CUSTOMER-JOIN-FOUND        VALUE 'Y'.
       01 WS-MAIL-SUPPRESSED-FLAG       PIC X VALUE 'N'.
          88 MAIL-SUPPRESSED            VALUE 'Y'.
       01 WS-UNDELIV-TEXT               PIC X(132).

       01 WS-NOTICE-WORK.
          05 WS-NOTICE-TEXT-LINE        PIC X(132).
          05 WS-NOTICE-AMOUNT-ED        PIC ZZZ,ZZZ,ZZ9.99.

       01 WS-REJECT-HEADER.
          05 FILLER                     PIC X(60)
             VALUE '      DISPUTE CLAIM REQUESTS REJECTED'.

       01 WS-REJECT-LINE.
          05 WS-REJ-ACTION              PIC X(2).
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-REJ-CLAIM               PIC 9(8).
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-REJ-ACCOUNT             PIC 9(10).
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-REJ-DATE                PIC 9(8).
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-REJ-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-REJ-REASON              PIC X(40).
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-REJ-REFERENCE           PIC X(20).

       01 WS-AGING-HEADER-1.
          05 FILLER                     PIC X(40)
             VALUE '      REG E DISPUTE CLAIM AGING - AS OF '.
          05 WS-AGH-DATE                PIC 9(8).
       01 WS-AGING-HEADER-2.
          05 FILLER                     PIC X(66)
             VALUE 'Claim     Account     Item Date  Type        Amou'
                   & 'nt  Notice    '.
          05 FILLER                     PIC X(44)
             VALUE 'St  Prov Due  Invest Due  Days Left'.

       01 WS-AGING-DETAIL.
          05 WS-AGD-CLAIM               PIC 9(8).
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-AGD-ACCOUNT             PIC 9(10).
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-AGD-ORIG-DATE           PIC 9(8).
          05 FILLER                     PIC X(3) VALUE SPACES.
          05 WS-AGD-TYPE                PIC X(2).
          05 FILLER                     PIC X(1) VALUE SPACES.
          05 WS-AGD-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-AGD-NOTICE-DATE         PIC 9(8).
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-AGD-STATUS              PIC X.
          05 FILLER                     PIC X(3) VALUE SPACES.
          05 WS-AGD-PROV-DUE            PIC 9(8).
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-AGD-INVEST-DUE          PIC 9(8).
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-AGD-DAYS-LEFT           PIC ----9.
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-AGD-FLAG                PIC X(15).

       01 WS-AGING-TOTAL-LINE.
          05 FILLER                     PIC X(24)
             VALUE 'Claims open:            '.
          05 WS-AGT-OPEN                PIC ZZ,ZZ9.
          05 FILLER                     PIC X(4) VALUE SPACES.
          05 FILLER                     PIC X(24)
             VALUE 'Near or past deadline:  '.
          05 WS-AGT-NEAR                PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-CONTROL.
           PERFORM INITIALIZATION
           PERFORM LOAD-BANK-CALENDAR
           PERFORM FIND-LAST-CLAIM-NUMBER
           PERFORM PROCESS-DISPUTE-REQUESTS
           PERFORM SWEEP-CLAIM-FILE
           PERFORM CLEANUP
           STOP RUN.

       INITIALIZATION.
           DISPLAY 'Reg E Dispute Claims - Started'
           MOVE FUNCTION CURRENT-DATE(1:14)
               TO WS-OPS-START-STAMP
           DISPLAY '=============================='
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-YMD

           OPEN INPUT DISPUTE-REQUEST-FILE
           IF WS-REQUEST-STATUS NOT = '00'
              DISPLAY 'No dispute request file present - sweep only'
              SET WS-REQUEST-EOF TO TRUE
           END-IF

      *    First ever run creates the claim file; after that it is
      *    opened for update in place.
           OPEN I-O DISPUTE-CLAIM-FILE
           IF WS-CLAIM-STATUS = '35'
              OPEN OUTPUT DISPUTE-CLAIM-FILE
              CLOSE DISPUTE-CLAIM-FILE
              OPEN I-O DISPUTE-CLAIM-FILE
           END-IF

           OPEN EXTEND TRANSACTION-FILE
           IF WS-TXN-STATUS = '35'
              OPEN OUTPUT TRANSACTION-FILE
           END-IF

           OPEN INPUT ACCOUNT-FILE
           OPEN INPUT CUSTOMER-MASTER
           OPEN OUTPUT NOTICE-FILE
           OPEN EXTEND UNDELIVERABLE-FILE
           IF WS-UNDELIV-STATUS = '35'
              OPEN OUTPUT UNDELIVERABLE-FILE
           END-IF
           OPEN EXTEND EDELIVERY-FILE
           IF WS-EDELIV-STATUS = '35'
              OPEN OUTPUT EDELIVERY-FILE
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-EDELIV-RUN-STAMP

           OPEN OUTPUT REJECT-LISTING-FILE
           WRITE REJECT-LISTING-LINE FROM WS-REJECT-HEADER
           OPEN OUTPUT AGING-REPORT-FILE
           MOVE WS-TODAY-YMD TO WS-AGH-DATE
           WRITE AGING-REPORT-LINE FROM WS-AGING-HEADER-1
           WRITE AGING-REPORT-LINE FROM WS-AGING-HEADER-2.

       LOAD-BANK-CALENDAR.
      *    Holiday dates only - the processing calendar is weekdays
      *    less whatever the calendar file marks 'N'.
           MOVE ZEROS TO WS-HOLIDAY-COUNT
           OPEN INPUT BANK-CALENDAR-FILE
           IF WS-CALENDAR-STATUS NOT = '00'
              DISPLAY 'WARNING: no BANK-CALENDAR.DAT (status '
                      WS-CALENDAR-STATUS ') - holidays treated as '
                      'processing days'
              SET WS-CALENDAR-EOF TO TRUE
           END-IF

           PERFORM UNTIL WS-CALENDAR-EOF
              READ BANK-CALENDAR-FILE
                  AT END
                      SET WS-CALENDAR-EOF TO TRUE
                  NOT AT END
                      IF CAL-BUSINESS-DAY-FLAG = 'N'
                         IF WS-HOLIDAY-COUNT < 200
                            ADD 1 TO WS-HOLIDAY-COUNT
                            MOVE CAL-DATE
                                TO WS-HOLIDAY-DATE(WS-HOLIDAY-COUNT)
                         ELSE
                            DISPLAY 'WARNING: holiday table full '
                                    '(200 entries) - ' CAL-DATE
                                    ' not loaded'
                         END-IF
                      END-IF
              END-READ
           END-PERFORM

           IF WS-CALENDAR-STATUS NOT = '35'
              CLOSE BANK-CALENDAR-FILE
           END-IF
           DISPLAY 'Bank holidays loaded: ' WS-HOLIDAY-COUNT.

       FIND-LAST-CLAIM-NUMBER.
      *    New claims number on from the highest already on file.
           MOVE ZEROS TO WS-LAST-CLAIM-NUMBER
           MOVE ZEROS TO DSP-CLAIM-NUMBER
           START DISPUTE-CLAIM-FILE KEY IS >= DSP-CLAIM-NUMBER
               INVALID KEY
                   MOVE '10' TO WS-CLAIM-STATUS
           END-START

           PERFORM UNTIL WS-CLAIM-STATUS = '10'
              READ DISPUTE-CLAIM-FILE NEXT RECORD
                  AT END
                      MOVE '10' TO WS-CLAIM-STATUS
                  NOT AT END
                      MOVE DSP-CLAIM-NUMBER TO WS-LAST-CLAIM-NUMBER
              END-READ
           END-PERFORM
           MOVE '00' TO WS-CLAIM-STATUS.

       PROCESS-DISPUTE-REQUESTS.
           PERFORM READ-DISPUTE-REQUEST
           PERFORM DISPOSE-DISPUTE-REQUEST
               UNTIL WS-REQUEST-EOF.

       READ-DISPUTE-REQUEST.
           READ DISPUTE-REQUEST-FILE
               AT END
                   SET WS-REQUEST-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-REQUEST-COUNT
           END-READ.

       DISPOSE-DISPUTE-REQUEST.
           EVALUATE TRUE
               WHEN DREQ-OPEN-CLAIM
                    PERFORM OPEN-DISPUTE-CLAIM
               WHEN DREQ-FINALIZE-CLAIM
                    PERFORM FINALIZE-DISPUTE-CLAIM
               WHEN DREQ-DENY-CLAIM
                    PERFORM DENY-DISPUTE-CLAIM
               WHEN OTHER
                    MOVE 'Unknown request action' TO WS-REJECT-REASON
                    PERFORM WRITE-REJECT-LINE
           END-EVALUATE
           PERFORM READ-DISPUTE-REQUEST.

       OPEN-DISPUTE-CLAIM.
           IF NOT DREQ-ORIG-IS-EFT
              MOVE 'Item type not an electronic debit'
                  TO WS-REJECT-REASON
              PERFORM WRITE-REJECT-LINE
           ELSE
              PERFORM VERIFY-ORIGINAL-POSTING
              IF ORIGINAL-ITEM-FOUND
                 PERFORM WRITE-NEW-CLAIM
              ELSE
                 MOVE 'No posted original on history'
                     TO WS-REJECT-REASON
                 PERFORM WRITE-REJECT-LINE
              END-IF
           END-IF.

       VERIFY-ORIGINAL-POSTING.
      *    A claim can only be opened against an item that actually
      *    posted - provisionally crediting something that never
      *    left the account would manufacture money.
           MOVE 'N' TO WS-MATCH-FLAG
           MOVE SPACES TO WS-HIST-FILE-NAME
           STRING 'TXN-HISTORY-' DREQ-ORIG-DATE(1:6) '.DAT'
               DELIMITED BY SIZE INTO WS-HIST-FILE-NAME
           END-STRING
           PERFORM SEARCH-ONE-HISTORY-FILE
           IF NOT ORIGINAL-ITEM-FOUND
              MOVE 'TXN-HISTORY.DAT' TO WS-HIST-FILE-NAME
              PERFORM SEARCH-ONE-HISTORY-FILE
           END-IF.

       SEARCH-ONE-HISTORY-FILE.
           MOVE '00' TO WS-HISTORY-STATUS
           OPEN INPUT TRANSACTION-HISTORY-FILE
           IF WS-HISTORY-STATUS = '00'
              PERFORM MATCH-HISTORY-RECORDS
           END-IF.

       MATCH-HISTORY-RECORDS.
           PERFORM UNTIL WS-HISTORY-EOF OR ORIGINAL-ITEM-FOUND
              READ TRANSACTION-HISTORY-FILE
                  AT END
                      SET WS-HISTORY-EOF TO TRUE
                  NOT AT END
                      IF HIST-WAS-POSTED
                         AND HIST-ACCOUNT-NUMBER
                             = DREQ-ACCOUNT-NUMBER
                         AND HIST-DATE = DREQ-ORIG-DATE
                         AND HIST-AMOUNT = DREQ-ORIG-AMOUNT
                         AND HIST-TYPE = DREQ-ORIG-TYPE
                         SET ORIGINAL-ITEM-FOUND TO TRUE
                         MOVE HIST-DESCRIPTION
                             TO WS-MATCHED-DESCRIPTION
                      END-IF
              END-READ
           END-PERFORM

           CLOSE TRANSACTION-HISTORY-FILE
           MOVE '00' TO WS-HISTORY-STATUS.

       WRITE-NEW-CLAIM.
           IF DREQ-NOTICE-DATE > ZEROS
              MOVE DREQ-NOTICE-DATE TO WS-NOTICE-DATE
           ELSE
              MOVE WS-TODAY-YMD TO WS-NOTICE-DATE
           END-IF

           ADD 1 TO WS-LAST-CLAIM-NUMBER
           MOVE WS-LAST-CLAIM-NUMBER    TO DSP-CLAIM-NUMBER
           MOVE DREQ-ACCOUNT-NUMBER     TO DSP-ACCOUNT-NUMBER
           MOVE DREQ-ORIG-DATE          TO DSP-ORIG-DATE
           MOVE DREQ-ORIG-AMOUNT        TO DSP-ORIG-AMOUNT
           MOVE DREQ-ORIG-TYPE          TO DSP-ORIG-TYPE
           MOVE WS-MATCHED-DESCRIPTION  TO DSP-ORIG-DESCRIPTION
           MOVE WS-NOTICE-DATE          TO DSP-NOTICE-DATE

           MOVE WS-NOTICE-DATE          TO WS-CAL-CHECK-DATE
           MOVE WS-PROVISIONAL-BUS-DAYS TO WS-CAL-DAYS-TO-ADD
           PERFORM ADD-BUSINESS-DAYS
           MOVE WS-CAL-CHECK-DATE       TO DSP-PROVISIONAL-DUE-DATE

           IF DREQ-EXTENDED-PERIOD
              COMPUTE WS-CAL-DAY-NUMBER =
                  FUNCTION INTEGER-OF-DATE(WS-NOTICE-DATE)
                  + WS-EXTENDED-INVEST-DAYS
           ELSE
              COMPUTE WS-CAL-DAY-NUMBER =
                  FUNCTION INTEGER-OF-DATE(WS-NOTICE-DATE)
                  + WS-INVESTIGATION-DAYS
           END-IF
           COMPUTE DSP-INVESTIGATION-DUE-DATE =
               FUNCTION DATE-OF-INTEGER(WS-CAL-DAY-NUMBER)

           SET DSP-OPEN                 TO TRUE
           MOVE ZEROS                   TO DSP-PROVISIONAL-DATE
           MOVE ZEROS                   TO DSP-RESOLVED-DATE
           MOVE ZEROS                   TO DSP-REVERSAL-DATE
           MOVE DREQ-OPERATOR-REFERENCE TO DSP-OPERATOR-REFERENCE
           WRITE DISPUTE-CLAIM-RECORD
               INVALID KEY
                   MOVE 'Claim number already on file'
                       TO WS-REJECT-REASON
                   PERFORM WRITE-REJECT-LINE
               NOT INVALID KEY
                   ADD 1 TO WS-OPENED-COUNT
                   DISPLAY 'Claim ' DSP-CLAIM-NUMBER ' opened for '
                           'account ' DSP-ACCOUNT-NUMBER
                           ' - provisional credit due '
                           DSP-PROVISIONAL-DUE-DATE
           END-WRITE.

       READ-CLAIM-FOR-RESOLUTION.
           MOVE DREQ-CLAIM-NUMBER TO DSP-CLAIM-NUMBER
           READ DISPUTE-CLAIM-FILE
               INVALID KEY
                   MOVE '23' TO WS-CLAIM-STATUS
           END-READ.

       FINALIZE-DISPUTE-CLAIM.
      *    Resolved for the customer. A provisional credit already
      *    posted simply becomes final; a claim resolved before its
      *    provisional deadline gets its credit now.
           PERFORM READ-CLAIM-FOR-RESOLUTION
           IF WS-CLAIM-STATUS NOT = '00'
              MOVE 'No such claim' TO WS-REJECT-REASON
              PERFORM WRITE-REJECT-LINE
           ELSE
              IF NOT DSP-UNDER-INVESTIGATION
                 MOVE 'Claim already resolved' TO WS-REJECT-REASON
                 PERFORM WRITE-REJECT-LINE
              ELSE
                 IF DSP-OPEN
                    MOVE 'AC' TO WS-STAGE-TYPE
                    MOVE 'REG E CLAIM CREDIT' TO WS-STAGE-LABEL
                    PERFORM STAGE-CLAIM-TRANSACTION
                    ADD 1 TO WS-CREDIT-COUNT
                    ADD DSP-ORIG-AMOUNT TO WS-CREDIT-TOTAL
                 END-IF
                 SET DSP-FINALIZED TO TRUE
                 MOVE WS-TODAY-YMD TO DSP-RESOLVED-DATE
                 PERFORM REWRITE-CLAIM
                 ADD 1 TO WS-FINALIZED-COUNT
                 PERFORM WRITE-NOTICE-ADDRESS-BLOCK
                 IF NOT MAIL-SUPPRESSED
                    PERFORM WRITE-FINALIZED-NOTICE-BODY
                 END-IF
              END-IF
           END-IF.

       DENY-DISPUTE-CLAIM.
      *    Resolved against the customer. A provisional credit is
      *    taken back only after the notice period, so the notice
      *    can tell the customer the date and amount of the debit.
           PERFORM READ-CLAIM-FOR-RESOLUTION
           IF WS-CLAIM-STATUS NOT = '00'
              MOVE 'No such claim' TO WS-REJECT-REASON
              PERFORM WRITE-REJECT-LINE
           ELSE
              IF NOT DSP-UNDER-INVESTIGATION
                 MOVE 'Claim already resolved' TO WS-REJECT-REASON
                 PERFORM WRITE-REJECT-LINE
              ELSE
                 IF DSP-PROVISIONAL
                    MOVE WS-TODAY-YMD TO WS-CAL-CHECK-DATE
                    MOVE WS-REVERSAL-NOTICE-DAYS
                        TO WS-CAL-DAYS-TO-ADD
                    PERFORM ADD-BUSINESS-DAYS
                    MOVE WS-CAL-CHECK-DATE TO DSP-REVERSAL-DATE
                    SET DSP-REVERSAL-PENDING TO TRUE
                 ELSE
                    SET DSP-DENIED-NO-CREDIT TO TRUE
                 END-IF
                 MOVE WS-TODAY-YMD TO DSP-RESOLVED-DATE
                 PERFORM REWRITE-CLAIM
                 ADD 1 TO WS-DENIED-COUNT
                 PERFORM WRITE-NOTICE-ADDRESS-BLOCK
                 IF NOT MAIL-SUPPRESSED
                    PERFORM WRITE-DENIAL-NOTICE-BODY
                 END-IF
              END-IF
           END-IF.

       REWRITE-CLAIM.
           REWRITE DISPUTE-CLAIM-RECORD
               INVALID KEY
                   DISPLAY 'ERROR: claim ' DSP-CLAIM-NUMBER
                           ' rewrite failed (status '
                           WS-CLAIM-STATUS ')'
           END-REWRITE.

       SWEEP-CLAIM-FILE.
      *    One pass over every claim: provisional credits and denial
      *    reversals whose day has come are staged, and every claim
      *    still under investigation goes on the aging report.
           MOVE ZEROS TO DSP-CLAIM-NUMBER
           START DISPUTE-CLAIM-FILE KEY IS >= DSP-CLAIM-NUMBER
               INVALID KEY
                   MOVE '10' TO WS-CLAIM-STATUS
           END-START

           PERFORM UNTIL WS-CLAIM-STATUS = '10'
              READ DISPUTE-CLAIM-FILE NEXT RECORD
                  AT END
                      MOVE '10' TO WS-CLAIM-STATUS
                  NOT AT END
                      PERFORM SWEEP-ONE-CLAIM
              END-READ
           END-PERFORM

           MOVE WS-AGING-COUNT         TO WS-AGT-OPEN
           MOVE WS-NEAR-DEADLINE-COUNT TO WS-AGT-NEAR
           MOVE SPACES TO AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE FROM WS-AGING-TOTAL-LINE.

       SWEEP-ONE-CLAIM.
           IF DSP-OPEN AND DSP-PROVISIONAL-DUE-DATE <= WS-TODAY-YMD
              MOVE 'AC' TO WS-STAGE-TYPE
              MOVE 'REG E PROVISIONAL CREDIT' TO WS-STAGE-LABEL
              PERFORM STAGE-CLAIM-TRANSACTION
              ADD 1 TO WS-CREDIT-COUNT
              ADD DSP-ORIG-AMOUNT TO WS-CREDIT-TOTAL
              SET DSP-PROVISIONAL TO TRUE
              MOVE WS-TODAY-YMD TO DSP-PROVISIONAL-DATE
              PERFORM REWRITE-CLAIM
              PERFORM WRITE-NOTICE-ADDRESS-BLOCK
              IF NOT MAIL-SUPPRESSED
                 PERFORM WRITE-PROVISIONAL-NOTICE-BODY
              END-IF
           END-IF

           IF DSP-REVERSAL-PENDING AND DSP-REVERSAL-DATE <= WS-TODAY-YMD
              MOVE 'AJ' TO WS-STAGE-TYPE
              MOVE 'REG E CREDIT REVERSAL' TO WS-STAGE-LABEL
              PERFORM STAGE-CLAIM-TRANSACTION
              ADD 1 TO WS-REVERSAL-COUNT
              ADD DSP-ORIG-AMOUNT TO WS-REVERSAL-TOTAL
              SET DSP-DENIED-REVERSED TO TRUE
              PERFORM REWRITE-CLAIM
           END-IF

           IF DSP-UNDER-INVESTIGATION
              PERFORM WRITE-AGING-LINE
           END-IF.

       STAGE-CLAIM-TRANSACTION.
      *    Credits and reversals carry the claim number in the
      *    description so the statement and any later research can
      *    tie them back to the claim.
           MOVE SPACES             TO TRANSACTION-RECORD
           MOVE DSP-ACCOUNT-NUMBER TO TXN-ACCOUNT-NUMBER
           MOVE WS-STAGE-TYPE      TO TXN-TYPE
           MOVE ZEROS              TO TXN-TO-ACCOUNT-NUMBER
           MOVE DSP-ORIG-AMOUNT    TO TXN-AMOUNT
           MOVE WS-TODAY-YMD       TO TXN-DATE
           MOVE ZEROS              TO TXN-TIME
           MOVE SPACES             TO TXN-DESCRIPTION
           STRING WS-STAGE-LABEL DELIMITED BY '  '
                  ' CLAIM ' DSP-CLAIM-NUMBER
               DELIMITED BY SIZE INTO TXN-DESCRIPTION
           END-STRING
           MOVE 'N'                TO TXN-PROCESSED-FLAG
           MOVE ZEROS              TO TXN-CHECK-NUMBER
           MOVE ZEROS              TO TXN-BRANCH-CODE
           MOVE ZEROS              TO TXN-EXT-ROUTING-NUMBER
           MOVE SPACES             TO TXN-EXT-ACCOUNT-NUMBER
           MOVE SPACES             TO TXN-TELLER-ID
           WRITE TRANSACTION-RECORD.

       WRITE-AGING-LINE.
           COMPUTE WS-DAYS-REMAINING =
               FUNCTION INTEGER-OF-DATE(DSP-INVESTIGATION-DUE-DATE)
               - FUNCTION INTEGER-OF-DATE(WS-TODAY-YMD)
           MOVE DSP-CLAIM-NUMBER           TO WS-AGD-CLAIM
           MOVE DSP-ACCOUNT-NUMBER         TO WS-AGD-ACCOUNT
           MOVE DSP-ORIG-DATE              TO WS-AGD-ORIG-DATE
           MOVE DSP-ORIG-TYPE              TO WS-AGD-TYPE
           MOVE DSP-ORIG-AMOUNT            TO WS-AGD-AMOUNT
           MOVE DSP-NOTICE-DATE            TO WS-AGD-NOTICE-DATE
           MOVE DSP-STATUS                 TO WS-AGD-STATUS
           MOVE DSP-PROVISIONAL-DUE-DATE   TO WS-AGD-PROV-DUE
           MOVE DSP-INVESTIGATION-DUE-DATE TO WS-AGD-INVEST-DUE
           MOVE WS-DAYS-REMAINING          TO WS-AGD-DAYS-LEFT
           EVALUATE TRUE
               WHEN WS-DAYS-REMAINING < ZEROS
                    MOVE '*** PAST DUE' TO WS-AGD-FLAG
                    ADD 1 TO WS-NEAR-DEADLINE-COUNT
               WHEN WS-DAYS-REMAINING <= WS-AGING-WARNING-DAYS
                    MOVE '** NEAR DUE' TO WS-AGD-FLAG
                    ADD 1 TO WS-NEAR-DEADLINE-COUNT
               WHEN OTHER
                    MOVE SPACES TO WS-AGD-FLAG
           END-EVALUATE
           WRITE AGING-REPORT-LINE FROM WS-AGING-DETAIL
           ADD 1 TO WS-AGING-COUNT.

       CHECK-BUSINESS-DAY.
      *    WS-CAL-CHECK-DATE is a business day when it is neither a
      *    weekend (INTEGER-OF-DATE day 1, 1601-01-01, was a Monday,
      *    so MOD(day-number, 7) of 0 is a Sunday and 6 a Saturday)
      *    nor on the holiday table.
           MOVE 'Y' TO WS-CAL-BUSINESS-FLAG
           COMPUTE WS-CAL-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-CAL-CHECK-DATE)
           COMPUTE WS-CAL-DAY-OF-WEEK =
               FUNCTION MOD(WS-CAL-DAY-NUMBER, 7)
           IF WS-CAL-DAY-OF-WEEK = 0 OR WS-CAL-DAY-OF-WEEK = 6
              MOVE 'N' TO WS-CAL-BUSINESS-FLAG
           ELSE
              PERFORM VARYING WS-CAL-SUB FROM 1 BY 1
                      UNTIL WS-CAL-SUB > WS-HOLIDAY-COUNT
                 IF WS-HOLIDAY-DATE(WS-CAL-SUB) = WS-CAL-CHECK-DATE
                    MOVE 'N' TO WS-CAL-BUSINESS-FLAG
                    MOVE WS-HOLIDAY-COUNT TO WS-CAL-SUB
                 END-IF
              END-PERFORM
           END-IF.

       ADD-BUSINESS-DAYS.
      *    Moves WS-CAL-CHECK-DATE forward WS-CAL-DAYS-TO-ADD
      *    business days; the starting day itself is not counted.
           MOVE ZEROS TO WS-CAL-DAYS-COUNTED
           PERFORM UNTIL WS-CAL-DAYS-COUNTED >= WS-CAL-DAYS-TO-ADD
              COMPUTE WS-CAL-DAY-NUMBER =
                  FUNCTION INTEGER-OF-DATE(WS-CAL-CHECK-DATE) + 1
              COMPUTE WS-CAL-CHECK-DATE =
                  FUNCTION DATE-OF-INTEGER(WS-CAL-DAY-NUMBER)
              PERFORM CHECK-BUSINESS-DAY
              IF CAL-IS-BUSINESS-DAY
                 ADD 1 TO WS-CAL-DAYS-COUNTED
              END-IF
           END-PERFORM.

       WRITE-NOTICE-ADDRESS-BLOCK.
      *    Name and address joined through the claim account's
      *    owning customer; a missing join still produces the notice
      *    body for manual handling. A customer flagged for returned
      *    mail gets no notice at all - the worklist entry replaces
      *    it - unless the customer takes delivery electronically,
      *    in which case the whole notice goes to the e-delivery
      *    extract and the postal address does not matter.
           MOVE 'N' TO WS-MAIL-SUPPRESSED-FLAG
           MOVE 'N' TO WS-EDELIVERY-FLAG
           MOVE 'N' TO WS-JOIN-FOUND-FLAG
           MOVE DSP-ACCOUNT-NUMBER TO ACCT-ACCOUNT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ACCT-CUSTOMER-ID TO CUST-CUSTOMER-ID
                   READ CUSTOMER-MASTER
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET CUSTOMER-JOIN-FOUND TO TRUE
                   END-READ
           END-READ

           MOVE 'REGENTC' TO WS-EDELIV-DOC-TYPE
           IF CUSTOMER-JOIN-FOUND AND CUST-EDELIVERY-ENROLLED
              AND CUST-EMAIL-ADDRESS NOT = SPACES
              PERFORM START-ELECTRONIC-DOCUMENT
           END-IF

           IF CUSTOMER-JOIN-FOUND AND CUST-MAIL-RETURNED
              AND NOT DOCUMENT-ELECTRONIC
              SET MAIL-SUPPRESSED TO TRUE
              PERFORM WRITE-UNDELIVERABLE-ENTRY
           ELSE
              ADD 1 TO WS-NOTICE-COUNT
              MOVE SPACES TO NOTICE-LINE
              PERFORM PUT-NOTICE-LINE
              IF CUSTOMER-JOIN-FOUND
                 MOVE CUST-NAME TO NOTICE-LINE
                 PERFORM PUT-NOTICE-LINE
                 MOVE CUST-ADDRESS TO NOTICE-LINE
                 PERFORM PUT-NOTICE-LINE
                 MOVE SPACES TO WS-NOTICE-TEXT-LINE
                 STRING CUST-CITY DELIMITED BY SIZE
                        ', ' DELIMITED BY SIZE
                        CUST-STATE DELIMITED BY SIZE
                        '  ' DELIMITED BY SIZE
                        CUST-ZIP DELIMITED BY SIZE
                        INTO WS-NOTICE-TEXT-LINE
                 END-STRING
                 MOVE WS-NOTICE-TEXT-LINE TO NOTICE-LINE
                 PERFORM PUT-NOTICE-LINE
              ELSE
                 ADD 1 TO WS-MISSING-CUSTOMER-COUNT
                 MOVE '*** CUSTOMER NOT ON FILE - HANDLE MANUALLY ***'
                     TO NOTICE-LINE
                 PERFORM PUT-NOTICE-LINE
              END-IF
              PERFORM WRITE-CLAIM-REFERENCE-LINE
           END-IF.

       WRITE-CLAIM-REFERENCE-LINE.
           MOVE SPACES TO WS-NOTICE-TEXT-LINE
           MOVE DSP-ORIG-AMOUNT TO WS-NOTICE-AMOUNT-ED
           STRING 'Re: dispute claim ' DELIMITED BY SIZE
                  DSP-CLAIM-NUMBER DELIMITED BY SIZE
                  ' - ' DELIMITED BY SIZE
                  WS-NOTICE-AMOUNT-ED DELIMITED BY SIZE
                  ' posted ' DELIMITED BY SIZE
                  DSP-ORIG-DATE DELIMITED BY SIZE
                  ' to account ' DELIMITED BY SIZE
                  DSP-ACCOUNT-NUMBER DELIMITED BY SIZE
                  INTO WS-NOTICE-TEXT-LINE
           END-STRING
           MOVE WS-NOTICE-TEXT-LINE TO NOTICE-LINE
           PERFORM PUT-NOTICE-LINE.

       WRITE-PROVISIONAL-NOTICE-BODY.
           MOVE 'We are still investigating your claim. The disputed'
               TO NOTICE-LINE
           PERFORM PUT-NOTICE-LINE
           MOVE SPACES TO WS-NOTICE-TEXT-LINE
           STRING 'amount has been provisionally credited to your '
                  DELIMITED BY SIZE
                  'account on ' DELIMITED BY SIZE
                  WS-TODAY-YMD DELIMITED BY SIZE
                  '.' DELIMITED BY SIZE
                  INTO WS-NOTICE-TEXT-LINE
           END-STRING
           MOVE WS-NOTICE-TEXT-LINE TO NOTICE-LINE
           PERFORM PUT-NOTICE-LINE
           MOVE SPACES TO WS-NOTICE-TEXT-LINE
           STRING 'We will tell you the result by ' DELIMITED BY SIZE
                  DSP-INVESTIGATION-DUE-DATE DELIMITED BY SIZE
                  '.' DELIMITED BY SIZE
                  INTO WS-NOTICE-TEXT-LINE
           END-STRING
           MOVE WS-NOTICE-TEXT-LINE TO NOTICE-LINE
           PERFORM PUT-NOTICE-LINE.

       WRITE-FINALIZED-NOTICE-BODY.
           MOVE 'We have completed our investigation and found in your'
               TO NOTICE-LINE
           PERFORM PUT-NOTICE-LINE
           MOVE 'favor. The credit to your account for this amount is'
               TO NOTICE-LINE
           PERFORM PUT-NOTICE-LINE
           MOVE 'now final.' TO NOTICE-LINE
           PERFORM PUT-NOTICE-LINE.

       WRITE-DENIAL-NOTICE-BODY.
           MOVE 'We have completed our investigation and determined'
               TO NOTICE-LINE
           PERFORM PUT-NOTICE-LINE
           MOVE 'that no error occurred. You may request copies of the'
               TO NOTICE-LINE
           PERFORM PUT-NOTICE-LINE
           MOVE 'documents we relied on in reaching this conclusion.'
               TO NOTICE-LINE
           PERFORM PUT-NOTICE-LINE
           IF DSP-REVERSAL-PENDING
              MOVE SPACES TO WS-NOTICE-TEXT-LINE
              MOVE DSP-ORIG-AMOUNT TO WS-NOTICE-AMOUNT-ED
              STRING 'The provisional credit of ' DELIMITED BY SIZE
                     WS-NOTICE-AMOUNT-ED DELIMITED BY SIZE
                     ' will be debited from your account on '
                     DELIMITED BY SIZE
                     DSP-REVERSAL-DATE DELIMITED BY SIZE
                     '.' DELIMITED BY SIZE
                     INTO WS-NOTICE-TEXT-LINE
              END-STRING
              MOVE WS-NOTICE-TEXT-LINE TO NOTICE-LINE
              PERFORM PUT-NOTICE-LINE
              MOVE 'Until then we will honor items drawn against it.'
                  TO NOTICE-LINE
              PERFORM PUT-NOTICE-LINE
           END-IF.

       START-ELECTRONIC-DOCUMENT.
      *    The customer record is current in CUSTOMER-RECORD and the
      *    caller has set WS-EDELIV-DOC-TYPE; every line of the
      *    document from here on goes to the e-delivery extract.
           SET DOCUMENT-ELECTRONIC TO TRUE
           ADD 1 TO WS-EDELIV-DOC-COUNT
           MOVE ZEROS              TO WS-EDELIV-LINE-COUNT
           MOVE CUST-CUSTOMER-ID   TO WS-EDELIV-CUSTOMER
           MOVE CUST-EMAIL-ADDRESS TO WS-EDELIV-EMAIL.

       PUT-NOTICE-LINE.
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
              MOVE NOTICE-LINE              TO EDL-BODY-LINE
              WRITE EDELIVERY-RECORD
           ELSE
              WRITE NOTICE-LINE
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
                  '  DISPUTE NOTICE SUPPRESSED - RETURNED '
                  DELIMITED BY SIZE
                  CUST-MAIL-RETURNED-DATE DELIMITED BY SIZE
                  INTO WS-UNDELIV-TEXT
           END-STRING
           WRITE UNDELIVERABLE-LINE FROM WS-UNDELIV-TEXT.

       WRITE-REJECT-LINE.
           ADD 1 TO WS-REJECTED-COUNT
           MOVE DREQ-ACTION             TO WS-REJ-ACTION
           MOVE DREQ-CLAIM-NUMBER       TO WS-REJ-CLAIM
           MOVE DREQ-ACCOUNT-NUMBER     TO WS-REJ-ACCOUNT
           MOVE DREQ-ORIG-DATE          TO WS-REJ-DATE
           MOVE DREQ-ORIG-AMOUNT        TO WS-REJ-AMOUNT
           MOVE WS-REJECT-REASON        TO WS-REJ-REASON
           MOVE DREQ-OPERATOR-REFERENCE TO WS-REJ-REFERENCE
           WRITE REJECT-LISTING-LINE FROM WS-REJECT-LINE.

       CLEANUP.
           DISPLAY ' '
           DISPLAY 'Reg E Dispute Claims Summary'
           DISPLAY '============================'
           DISPLAY 'Requests read:          ' WS-REQUEST-COUNT
           DISPLAY 'Claims opened:          ' WS-OPENED-COUNT
           DISPLAY 'Claims finalized:       ' WS-FINALIZED-COUNT
           DISPLAY 'Claims denied:          ' WS-DENIED-COUNT
           DISPLAY 'Requests rejected:      ' WS-REJECTED-COUNT
           DISPLAY 'Credits staged:         ' WS-CREDIT-COUNT
                   ' Amount: $' WS-CREDIT-TOTAL
           DISPLAY 'Reversals staged:       ' WS-REVERSAL-COUNT
                   ' Amount: $' WS-REVERSAL-TOTAL
           DISPLAY 'Claims open:            ' WS-AGING-COUNT
           DISPLAY 'Near/past deadline:     ' WS-NEAR-DEADLINE-COUNT
           DISPLAY 'Notices produced:       ' WS-NOTICE-COUNT
           DISPLAY 'Suppressed (returned mail): '
                   WS-MAIL-SUPPRESS-COUNT
           DISPLAY 'Delivered electronically:   '
                   WS-EDELIV-DOC-COUNT

           IF WS-REQUEST-STATUS NOT = '35'
              CLOSE DISPUTE-REQUEST-FILE
           END-IF
           CLOSE DISPUTE-CLAIM-FILE
           CLOSE TRANSACTION-FILE
           CLOSE ACCOUNT-FILE
           CLOSE CUSTOMER-MASTER
           CLOSE NOTICE-FILE
           CLOSE UNDELIVERABLE-FILE
           CLOSE EDELIVERY-FILE
           CLOSE REJECT-LISTING-FILE
           CLOSE AGING-REPORT-FILE

           PERFORM WRITE-RUN-STATISTICS
           DISPLAY 'Reg E Dispute Claims - Complete'.

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
           MOVE WS-REQUEST-COUNT TO OPS-RECORDS-READ
           COMPUTE OPS-RECORDS-WRITTEN =
               WS-CREDIT-COUNT + WS-REVERSAL-COUNT
           MOVE WS-REJECTED-COUNT TO OPS-RECORDS-REJECTED
           WRITE OPS-STATS-RECORD
           CLOSE OPS-STATS-FILE.
