      *****************************************************************
      * CUSTOMER RISK RE-SCORE
      * Monthly batch that re-scores every live customer's BSA/AML
      * risk rating and produces the KYC documentation examiners ask
      * for at every exam. The score is built from:
      *   - product mix: the open accounts the customer owns, with
      *     checking and money market (the accounts money moves
      *     through) weighted, and a wide spread of accounts;
      *   - cash volume: currency transaction filings and the
      *     structuring flags BANKING-SYSTEM lodged on CTR-FILE.DAT
      *     (and CTR-ARCHIVE.DAT for the months already rolled);
      *   - wire volume: inbound and outbound wires posted over the
      *     year, from the WIRE-IN / WIRE-OUT entries on the audit
      *     trail and its archive - the WIRES-IN.DAT feed itself is
      *     cleared once each day's wires are disposed;
      *   - WATCHLIST-SCREENING hits on WATCHLIST-HIT-LOG.DAT;
      *   - NEW-ACCOUNT-MONITOR findings on NEW-ACCT-FINDINGS.DAT.
      * The look-back is the last twelve months. A rating keyed by an
      * officer through CUSTOMER-MAINTENANCE is a floor - the score
      * can raise the customer above it but never below. A customer
      * never reviewed is given a next-review date from the ID
      * verification date and the rating's review cycle (high risk
      * yearly, medium every two years, low every three); a rating
      * that rises pulls the review in to the new cycle.
      *
      * Outputs: KYC-RISK-REPORT.TXT (every rating change with its
      * score breakdown, and the rating population),
      * KYC-REVIEW-WORKLIST.TXT (customers due for periodic review
      * within the notice period, overdue ones flagged) and
      * EXPIRED-ID-LISTING.TXT (customers whose identification has
      * expired or who have no CIP identification on file).
      * Merged-away and deceased customers are not rated.
      *
      * Copyright (c) 2026 sekacorn
      * Contact: sekacorn@gmail.com
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOMER-RISK-RESCORE.
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

      *    ARCHIVE-RETENTION rolls the CTR file and the audit trail
      *    off each month-end, so the year's activity is mostly on
      *    the archives (each record the original image prefixed
      *    with its roll date).
           SELECT CTR-FILE
               ASSIGN TO "CTR-FILE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTR-STATUS.

           SELECT CTR-ARCHIVE-FILE
               ASSIGN TO "CTR-ARCHIVE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTR-ARCHIVE-STATUS.

           SELECT AUDIT-TRAIL-FILE
               ASSIGN TO "AUDIT-TRAIL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT AUDIT-ARCHIVE-FILE
               ASSIGN TO "AUDIT-ARCHIVE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT HIT-LOG-FILE
               ASSIGN TO "WATCHLIST-HIT-LOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIT-LOG-STATUS.

           SELECT FINDINGS-FILE
               ASSIGN TO "NEW-ACCT-FINDINGS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FINDINGS-STATUS.

           SELECT RISK-REPORT-FILE
               ASSIGN TO "KYC-RISK-REPORT.TXT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT REVIEW-WORKLIST-FILE
               ASSIGN TO "KYC-REVIEW-WORKLIST.TXT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT EXPIRED-ID-FILE
               ASSIGN TO "EXPIRED-ID-LISTING.TXT"
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

      *    CTR-TXN-TYPE 'ST' is a structuring flag and 'WI' a large
      *    inbound wire (counted from the audit trail with the other
      *    wires); any other type is a currency transaction.
       FD CTR-FILE.
       01 CTR-RECORD.
          05 CTR-ACCOUNT-NUMBER         PIC 9(10).
          05 CTR-TXN-TYPE               PIC X(2).
          05 CTR-AMOUNT                 PIC 9(13)V99.
          05 CTR-DATE                   PIC 9(8).
          05 CTR-TIME                   PIC 9(6).

       FD CTR-ARCHIVE-FILE.
       01 CTR-ARCHIVE-RECORD.
          05 CTR-ARC-ROLL-DATE          PIC 9(8).
          05 CTR-ARC-IMAGE.
             10 CTR-ARC-ACCOUNT-NUMBER  PIC 9(10).
             10 CTR-ARC-TXN-TYPE        PIC X(2).
             10 CTR-ARC-AMOUNT          PIC 9(13)V99.
             10 CTR-ARC-DATE            PIC 9(8).
             10 CTR-ARC-TIME            PIC 9(6).

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

       FD HIT-LOG-FILE.
       01 HIT-LOG-RECORD.
          05 WHL-HIT-DATE               PIC 9(8).
          05 WHL-SOURCE                 PIC X(12).
          05 WHL-CUSTOMER-ID            PIC 9(8).
          05 WHL-ACCOUNT-NUMBER         PIC 9(10).
          05 WHL-MATCHED-NAME           PIC X(40).

       FD FINDINGS-FILE.
       01 FINDINGS-RECORD.
          05 NAF-FINDING-DATE           PIC 9(8).
          05 NAF-ACCOUNT-NUMBER         PIC 9(10).
          05 NAF-CUSTOMER-ID            PIC 9(8).
          05 NAF-PATTERN-CODE           PIC X(2).
             88 NAF-LARGE-DEP-EXT-OUT   VALUE 'LX'.
             88 NAF-ACTIVITY-VELOCITY   VALUE 'VL'.
             88 NAF-DEPOSITS-DRAINED    VALUE 'DR'.
          05 NAF-PATTERN                PIC X(28).

       FD RISK-REPORT-FILE.
       01 RISK-REPORT-LINE              PIC X(132).

       FD REVIEW-WORKLIST-FILE.
       01 REVIEW-WORKLIST-LINE          PIC X(132).

       FD EXPIRED-ID-FILE.
       01 EXPIRED-ID-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-OPS-STATS-STATUS           PIC X(2).
       01 WS-OPS-PROGRAM-NAME           PIC X(30)
          VALUE 'CUSTOMER-RISK-RESCORE'.
       01 WS-OPS-START-STAMP            PIC X(14).

       01 WS-CUST-STATUS                PIC X(2).
          88 WS-CUST-EOF                VALUE '10'.
       01 WS-ACCT-STATUS                PIC X(2).
       01 WS-CTR-STATUS                 PIC X(2).
          88 WS-CTR-EOF                 VALUE '10'.
       01 WS-CTR-ARCHIVE-STATUS         PIC X(2).
          88 WS-CTR-ARCHIVE-EOF         VALUE '10'.
       01 WS-AUDIT-STATUS               PIC X(2).
          88 WS-AUDIT-EOF               VALUE '10'.
       01 WS-ARCHIVE-STATUS             PIC X(2).
          88 WS-ARCHIVE-EOF             VALUE '10'.
       01 WS-HIT-LOG-STATUS             PIC X(2).
          88 WS-HIT-LOG-EOF             VALUE '10'.
       01 WS-FINDINGS-STATUS            PIC X(2).
          88 WS-FINDINGS-EOF            VALUE '10'.

       01 WS-TODAY-YMD                  PIC 9(8).
      *    Activity dated before the look-back start is not scored;
      *    reviews falling due before the notice date are worklisted.
       01 WS-LOOKBACK-START.
          05 WS-LOOKBACK-YYYY           PIC 9(4).
          05 WS-LOOKBACK-MMDD           PIC 9(4).
       01 WS-NOTICE-DATE                PIC 9(8).

      *    Scoring weights and rating bands - set by BSA compliance
      *    and reviewed with the risk assessment each year.
       01 WS-SCORING-WEIGHTS.
          05 WS-PTS-CHECKING            PIC 9(3) VALUE 10.
          05 WS-PTS-MONEY-MARKET        PIC 9(3) VALUE 5.
          05 WS-MANY-ACCOUNTS           PIC 9(3) VALUE 5.
          05 WS-PTS-MANY-ACCOUNTS       PIC 9(3) VALUE 10.
          05 WS-PTS-CASH-FILING         PIC 9(3) VALUE 10.
          05 WS-CASH-PTS-CAP            PIC 9(3) VALUE 30.
          05 WS-PTS-STRUCTURING         PIC 9(3) VALUE 25.
          05 WS-STRUCTURING-PTS-CAP     PIC 9(3) VALUE 50.
          05 WS-WIRE-HIGH-VOLUME        PIC 9(9)V99 VALUE 100000.00.
          05 WS-PTS-WIRE-HIGH           PIC 9(3) VALUE 20.
          05 WS-WIRE-MEDIUM-VOLUME      PIC 9(9)V99 VALUE 25000.00.
          05 WS-PTS-WIRE-MEDIUM         PIC 9(3) VALUE 10.
          05 WS-PTS-WATCHLIST-HIT       PIC 9(3) VALUE 50.
          05 WS-PTS-FINDING-PATTERN     PIC 9(3) VALUE 15.
          05 WS-HIGH-RISK-SCORE         PIC 9(3) VALUE 50.
          05 WS-MEDIUM-RISK-SCORE       PIC 9(3) VALUE 25.
          05 WS-REVIEW-NOTICE-DAYS      PIC 9(3) VALUE 30.

      *    Each customer's activity over the look-back, gathered from
      *    the activity files before the customer master is walked.
       01 WS-CA-COUNT                   PIC 9(5) VALUE ZEROS.
       01 WS-CUSTOMER-ACTIVITY-TABLE.
          05 WS-CA-ENTRY OCCURS 0 TO 5000 TIMES
             DEPENDING ON WS-CA-COUNT
             INDEXED BY WS-CA-IDX.
             10 WS-CA-CUSTOMER-ID       PIC 9(8).
             10 WS-CA-CASH-COUNT        PIC 9(5).
             10 WS-CA-STRUCTURING-COUNT PIC 9(5).
             10 WS-CA-WIRE-TOTAL        PIC 9(13)V99.
             10 WS-CA-HIT-COUNT         PIC 9(5).
      *    A new-account finding recurs on every daily run while the
      *    account is on watch, so each pattern scores once.
             10 WS-CA-LX-FLAG           PIC X.
             10 WS-CA-VL-FLAG           PIC X.
             10 WS-CA-DR-FLAG           PIC X.
       01 WS-CA-FOUND-FLAG              PIC X VALUE 'N'.
          88 ACTIVITY-ENTRY-FOUND       VALUE 'Y'.
       01 WS-CA-FULL-FLAG               PIC X VALUE 'N'.
          88 ACTIVITY-TABLE-FULL        VALUE 'Y'.

      *    The activity item being tallied.
       01 WS-POSTING-ACCOUNT            PIC 9(10).
       01 WS-POSTING-CUSTOMER           PIC 9(8).
       01 WS-POSTING-DATE               PIC 9(8).
       01 WS-POSTING-TYPE               PIC X(2).
       01 WS-POSTING-AMOUNT             PIC S9(13)V9(6).

      *    The customer being scored.
       01 WS-SCORE-WORK.
          05 WS-OPEN-ACCOUNTS           PIC 9(3).
          05 WS-HAS-CHECKING-FLAG       PIC X.
          05 WS-HAS-MONEY-MARKET-FLAG   PIC X.
          05 WS-PRODUCT-POINTS          PIC 9(3).
          05 WS-CASH-POINTS             PIC 9(3).
          05 WS-WIRE-POINTS             PIC 9(3).
          05 WS-HIT-POINTS              PIC 9(3).
          05 WS-FINDING-POINTS          PIC 9(3).
          05 WS-STRUCTURING-POINTS      PIC 9(5).
          05 WS-TOTAL-SCORE             PIC 9(5).
          05 WS-OLD-RATING              PIC X.
          05 WS-NEW-RATING              PIC X.
          05 WS-OLD-RANK                PIC 9.
          05 WS-NEW-RANK                PIC 9.
          05 WS-FLOOR-RANK              PIC 9.
       01 WS-ACCOUNT-SCAN-FLAG          PIC X.
          88 ACCOUNT-SCAN-DONE          VALUE 'Y'.

      *    Review-cycle date arithmetic: a whole number of years on
      *    from a base date, a 29 February base falling back to the
      *    28th.
       01 WS-REVIEW-CYCLE-YEARS         PIC 9 VALUE ZERO.
       01 WS-CYCLE-DATE.
          05 WS-CYCLE-YYYY              PIC 9(4).
          05 WS-CYCLE-MMDD              PIC 9(4).

       01 WS-COUNTERS.
          05 WS-CUSTOMERS-READ          PIC 9(7) VALUE ZEROS.
          05 WS-CUSTOMERS-RATED         PIC 9(7) VALUE ZEROS.
          05 WS-CUSTOMERS-SKIPPED       PIC 9(7) VALUE ZEROS.
          05 WS-ACTIVITY-RECORDS-READ   PIC 9(9) VALUE ZEROS.
          05 WS-RATED-LOW               PIC 9(7) VALUE ZEROS.
          05 WS-RATED-MEDIUM            PIC 9(7) VALUE ZEROS.
          05 WS-RATED-HIGH              PIC 9(7) VALUE ZEROS.
          05 WS-RATINGS-RAISED          PIC 9(7) VALUE ZEROS.
          05 WS-RATINGS-LOWERED         PIC 9(7) VALUE ZEROS.
          05 WS-FIRST-RATINGS           PIC 9(7) VALUE ZEROS.
          05 WS-REVIEWS-DUE             PIC 9(7) VALUE ZEROS.
          05 WS-REVIEWS-OVERDUE         PIC 9(7) VALUE ZEROS.
          05 WS-IDS-EXPIRED             PIC 9(7) VALUE ZEROS.
          05 WS-IDS-MISSING             PIC 9(7) VALUE ZEROS.
          05 WS-UPDATE-ERRORS           PIC 9(5) VALUE ZEROS.

       01 WS-ED-DATE                    PIC 9999/99/99.
       01 WS-REPORT-TEXT                PIC X(132).

       01 WS-RISK-HEADER-1.
          05 FILLER                     PIC X(50)
             VALUE '      CUSTOMER RISK RATING RE-SCORE'.
          05 FILLER                     PIC X(9) VALUE 'Run date '.
          05 WS-RKH-DATE                PIC 9(8).
       01 WS-RISK-HEADER-2.
          05 FILLER                     PIC X(40)
             VALUE 'Customer  Name                          '.
          05 FILLER                     PIC X(40)
             VALUE ' Was  Now Ovr Score Prod Cash Wire List '.
          05 FILLER                     PIC X(16)
             VALUE 'Find Next review'.

       01 WS-RISK-LINE.
          05 WS-RSK-CUSTOMER            PIC 9(8).
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-RSK-NAME                PIC X(30).
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-RSK-OLD-RATING          PIC X.
          05 FILLER                     PIC X(4) VALUE SPACES.
          05 WS-RSK-NEW-RATING          PIC X.
          05 FILLER                     PIC X(3) VALUE SPACES.
          05 WS-RSK-OVERRIDE            PIC X.
          05 FILLER                     PIC X(3) VALUE SPACES.
          05 WS-RSK-SCORE               PIC ZZ9.
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-RSK-PRODUCT-POINTS      PIC ZZ9.
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-RSK-CASH-POINTS         PIC ZZ9.
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-RSK-WIRE-POINTS         PIC ZZ9.
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-RSK-HIT-POINTS          PIC ZZ9.
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-RSK-FINDING-POINTS      PIC ZZ9.
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-RSK-NEXT-REVIEW         PIC 9999/99/99.

       01 WS-WORKLIST-HEADER-1.
          05 FILLER                     PIC X(50)
             VALUE '        KYC PERIODIC REVIEW WORKLIST'.
          05 FILLER                     PIC X(9) VALUE 'Run date '.
          05 WS-WKH-DATE                PIC 9(8).
       01 WS-WORKLIST-HEADER-2.
          05 FILLER                     PIC X(40)
             VALUE 'Customer  Name                          '.
          05 FILLER                     PIC X(40)
             VALUE ' Risk Score  Review due  ID verified Sta'.
          05 FILLER                     PIC X(3)
             VALUE 'tus'.

       01 WS-WORKLIST-LINE.
          05 WS-WRK-CUSTOMER            PIC 9(8).
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-WRK-NAME                PIC X(30).
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-WRK-RATING              PIC X.
          05 FILLER                     PIC X(4) VALUE SPACES.
          05 WS-WRK-SCORE               PIC ZZ9.
          05 FILLER                     PIC X(3) VALUE SPACES.
          05 WS-WRK-REVIEW-DATE         PIC 9999/99/99.
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-WRK-VERIFIED-DATE       PIC X(10).
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-WRK-STATUS              PIC X(20).

       01 WS-EXPIRED-HEADER-1.
          05 FILLER                     PIC X(50)
             VALUE '     EXPIRED / MISSING CUSTOMER ID LISTING'.
          05 FILLER                     PIC X(9) VALUE 'Run date '.
          05 WS-EXH-DATE                PIC 9(8).
       01 WS-EXPIRED-HEADER-2.
          05 FILLER                     PIC X(40)
             VALUE 'Customer  Name                          '.
          05 FILLER                     PIC X(40)
             VALUE '  ID  ID number             Expired    R'.
          05 FILLER                     PIC X(10)
             VALUE 'isk Reason'.

       01 WS-EXPIRED-LINE.
          05 WS-EXP-CUSTOMER            PIC 9(8).
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-EXP-NAME                PIC X(30).
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-EXP-ID-TYPE             PIC X(2).
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-EXP-ID-NUMBER           PIC X(20).
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-EXP-EXPIRY-DATE         PIC X(10).
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-EXP-RATING              PIC X.
          05 FILLER                     PIC X(3) VALUE SPACES.
          05 WS-EXP-REASON              PIC X(30).

       PROCEDURE DIVISION.
       MAIN-CONTROL.
           PERFORM INITIALIZATION
           PERFORM GATHER-CTR-ACTIVITY
           PERFORM GATHER-WIRE-ACTIVITY
           PERFORM GATHER-WATCHLIST-HITS
           PERFORM GATHER-NEW-ACCOUNT-FINDINGS
           PERFORM RESCORE-CUSTOMERS
           PERFORM CLEANUP
           PERFORM WRITE-RUN-STATISTICS
           STOP RUN.

       INITIALIZATION.
           DISPLAY 'Customer Risk Re-score - Started'
           DISPLAY '================================'
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-OPS-START-STAMP
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-YMD

           MOVE WS-TODAY-YMD TO WS-LOOKBACK-START
           SUBTRACT 1 FROM WS-LOOKBACK-YYYY
           IF WS-LOOKBACK-MMDD = 0229
              MOVE 0228 TO WS-LOOKBACK-MMDD
           END-IF
           COMPUTE WS-NOTICE-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-TODAY-YMD)
                + WS-REVIEW-NOTICE-DAYS)

           OPEN I-O CUSTOMER-MASTER
           IF WS-CUST-STATUS NOT = '00'
              DISPLAY 'FATAL: unable to open CUSTOMERS.DAT (status '
                      WS-CUST-STATUS ')'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCT-STATUS NOT = '00'
              DISPLAY 'FATAL: unable to open ACCOUNTS.DAT (status '
                      WS-ACCT-STATUS ')'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT RISK-REPORT-FILE
           MOVE WS-TODAY-YMD TO WS-RKH-DATE
           WRITE RISK-REPORT-LINE FROM WS-RISK-HEADER-1
           MOVE SPACES TO RISK-REPORT-LINE
           WRITE RISK-REPORT-LINE
           WRITE RISK-REPORT-LINE FROM WS-RISK-HEADER-2

           OPEN OUTPUT REVIEW-WORKLIST-FILE
           MOVE WS-TODAY-YMD TO WS-WKH-DATE
           WRITE REVIEW-WORKLIST-LINE FROM WS-WORKLIST-HEADER-1
           MOVE SPACES TO REVIEW-WORKLIST-LINE
           WRITE REVIEW-WORKLIST-LINE
           WRITE REVIEW-WORKLIST-LINE FROM WS-WORKLIST-HEADER-2

           OPEN OUTPUT EXPIRED-ID-FILE
           MOVE WS-TODAY-YMD TO WS-EXH-DATE
           WRITE EXPIRED-ID-LINE FROM WS-EXPIRED-HEADER-1
           MOVE SPACES TO EXPIRED-ID-LINE
           WRITE EXPIRED-ID-LINE
           WRITE EXPIRED-ID-LINE FROM WS-EXPIRED-HEADER-2.

       GATHER-CTR-ACTIVITY.
      *    Rolled months first, then the current month still live.
           OPEN INPUT CTR-ARCHIVE-FILE
           IF WS-CTR-ARCHIVE-STATUS NOT = '00'
              DISPLAY 'No CTR archive on file - scoring cash from '
                      'the live CTR file only'
           ELSE
              PERFORM UNTIL WS-CTR-ARCHIVE-EOF
                 READ CTR-ARCHIVE-FILE
                     AT END
                         SET WS-CTR-ARCHIVE-EOF TO TRUE
                     NOT AT END
                         ADD 1 TO WS-ACTIVITY-RECORDS-READ
                         MOVE CTR-ARC-ACCOUNT-NUMBER
                             TO WS-POSTING-ACCOUNT
                         MOVE CTR-ARC-TXN-TYPE TO WS-POSTING-TYPE
                         MOVE CTR-ARC-DATE     TO WS-POSTING-DATE
                         PERFORM TALLY-CTR-ITEM
                 END-READ
              END-PERFORM
              CLOSE CTR-ARCHIVE-FILE
           END-IF

           OPEN INPUT CTR-FILE
           IF WS-CTR-STATUS = '00'
              PERFORM UNTIL WS-CTR-EOF
                 READ CTR-FILE
                     AT END
                         SET WS-CTR-EOF TO TRUE
                     NOT AT END
                         ADD 1 TO WS-ACTIVITY-RECORDS-READ
                         MOVE CTR-ACCOUNT-NUMBER TO WS-POSTING-ACCOUNT
                         MOVE CTR-TXN-TYPE       TO WS-POSTING-TYPE
                         MOVE CTR-DATE           TO WS-POSTING-DATE
                         PERFORM TALLY-CTR-ITEM
                 END-READ
              END-PERFORM
              CLOSE CTR-FILE
           END-IF.

       TALLY-CTR-ITEM.
           IF WS-POSTING-DATE >= WS-LOOKBACK-START
              AND WS-POSTING-TYPE NOT = 'WI'
              PERFORM RESOLVE-POSTING-CUSTOMER
              IF WS-POSTING-CUSTOMER > ZEROS
                 PERFORM FIND-OR-ADD-ACTIVITY
                 IF ACTIVITY-ENTRY-FOUND
                    IF WS-POSTING-TYPE = 'ST'
                       ADD 1 TO WS-CA-STRUCTURING-COUNT(WS-CA-IDX)
                    ELSE
                       ADD 1 TO WS-CA-CASH-COUNT(WS-CA-IDX)
                    END-IF
                 END-IF
              END-IF
           END-IF.

       GATHER-WIRE-ACTIVITY.
           OPEN INPUT AUDIT-ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS NOT = '00'
              DISPLAY 'No audit archive on file - scoring wires from '
                      'the live audit trail only'
           ELSE
              PERFORM UNTIL WS-ARCHIVE-EOF
                 READ AUDIT-ARCHIVE-FILE
                     AT END
                         SET WS-ARCHIVE-EOF TO TRUE
                     NOT AT END
                         ADD 1 TO WS-ACTIVITY-RECORDS-READ
                         IF (ARC-OPERATION = 'WIRE-IN'
                             OR ARC-OPERATION = 'WIRE-OUT')
                            AND ARC-STATUS = 'POSTED'
                            MOVE ARC-ACCOUNT TO WS-POSTING-ACCOUNT
                            MOVE ARC-TIMESTAMP(1:8)
                                TO WS-POSTING-DATE
                            MOVE ARC-AMOUNT  TO WS-POSTING-AMOUNT
                            PERFORM TALLY-WIRE-ITEM
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE AUDIT-ARCHIVE-FILE
           END-IF

           OPEN INPUT AUDIT-TRAIL-FILE
           IF WS-AUDIT-STATUS = '00'
              PERFORM UNTIL WS-AUDIT-EOF
                 READ AUDIT-TRAIL-FILE
                     AT END
                         SET WS-AUDIT-EOF TO TRUE
                     NOT AT END
                         ADD 1 TO WS-ACTIVITY-RECORDS-READ
                         IF (AUDIT-OPERATION = 'WIRE-IN'
                             OR AUDIT-OPERATION = 'WIRE-OUT')
                            AND AUDIT-STATUS = 'POSTED'
                            MOVE AUDIT-ACCOUNT TO WS-POSTING-ACCOUNT
                            MOVE AUDIT-TIMESTAMP(1:8)
                                TO WS-POSTING-DATE
                            MOVE AUDIT-AMOUNT  TO WS-POSTING-AMOUNT
                            PERFORM TALLY-WIRE-ITEM
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE AUDIT-TRAIL-FILE
           END-IF.

       TALLY-WIRE-ITEM.
           IF WS-POSTING-DATE >= WS-LOOKBACK-START
              PERFORM RESOLVE-POSTING-CUSTOMER
              IF WS-POSTING-CUSTOMER > ZEROS
                 PERFORM FIND-OR-ADD-ACTIVITY
                 IF ACTIVITY-ENTRY-FOUND
                    ADD WS-POSTING-AMOUNT
                        TO WS-CA-WIRE-TOTAL(WS-CA-IDX)
                 END-IF
              END-IF
           END-IF.

       GATHER-WATCHLIST-HITS.
           OPEN INPUT HIT-LOG-FILE
           IF WS-HIT-LOG-STATUS = '00'
              PERFORM UNTIL WS-HIT-LOG-EOF
                 READ HIT-LOG-FILE
                     AT END
                         SET WS-HIT-LOG-EOF TO TRUE
                     NOT AT END
                         ADD 1 TO WS-ACTIVITY-RECORDS-READ
                         IF WHL-HIT-DATE >= WS-LOOKBACK-START
                            AND WHL-CUSTOMER-ID > ZEROS
                            MOVE WHL-CUSTOMER-ID
                                TO WS-POSTING-CUSTOMER
                            PERFORM FIND-OR-ADD-ACTIVITY
                            IF ACTIVITY-ENTRY-FOUND
                               ADD 1 TO WS-CA-HIT-COUNT(WS-CA-IDX)
                            END-IF
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE HIT-LOG-FILE
           END-IF.

       GATHER-NEW-ACCOUNT-FINDINGS.
           OPEN INPUT FINDINGS-FILE
           IF WS-FINDINGS-STATUS = '00'
              PERFORM UNTIL WS-FINDINGS-EOF
                 READ FINDINGS-FILE
                     AT END
                         SET WS-FINDINGS-EOF TO TRUE
                     NOT AT END
                         ADD 1 TO WS-ACTIVITY-RECORDS-READ
                         IF NAF-FINDING-DATE >= WS-LOOKBACK-START
                            AND NAF-CUSTOMER-ID > ZEROS
                            MOVE NAF-CUSTOMER-ID
                                TO WS-POSTING-CUSTOMER
                            PERFORM FIND-OR-ADD-ACTIVITY
                            IF ACTIVITY-ENTRY-FOUND
                               PERFORM TALLY-FINDING-PATTERN
                            END-IF
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE FINDINGS-FILE
           END-IF.

       TALLY-FINDING-PATTERN.
           EVALUATE TRUE
               WHEN NAF-LARGE-DEP-EXT-OUT
                   MOVE 'Y' TO WS-CA-LX-FLAG(WS-CA-IDX)
               WHEN NAF-ACTIVITY-VELOCITY
                   MOVE 'Y' TO WS-CA-VL-FLAG(WS-CA-IDX)
               WHEN NAF-DEPOSITS-DRAINED
                   MOVE 'Y' TO WS-CA-DR-FLAG(WS-CA-IDX)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       RESOLVE-POSTING-CUSTOMER.
      *    Activity is recorded by account; it is scored against the
      *    account's owner.
           MOVE ZEROS TO WS-POSTING-CUSTOMER
           MOVE WS-POSTING-ACCOUNT TO ACCT-ACCOUNT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ACCT-CUSTOMER-ID TO WS-POSTING-CUSTOMER
           END-READ.

       FIND-OR-ADD-ACTIVITY.
           PERFORM FIND-ACTIVITY-ENTRY
           IF NOT ACTIVITY-ENTRY-FOUND
              IF WS-CA-COUNT < 5000
                 ADD 1 TO WS-CA-COUNT
                 SET WS-CA-IDX TO WS-CA-COUNT
                 MOVE WS-POSTING-CUSTOMER
                     TO WS-CA-CUSTOMER-ID(WS-CA-IDX)
                 MOVE ZEROS TO WS-CA-CASH-COUNT(WS-CA-IDX)
                 MOVE ZEROS TO WS-CA-STRUCTURING-COUNT(WS-CA-IDX)
                 MOVE ZEROS TO WS-CA-WIRE-TOTAL(WS-CA-IDX)
                 MOVE ZEROS TO WS-CA-HIT-COUNT(WS-CA-IDX)
                 MOVE 'N'   TO WS-CA-LX-FLAG(WS-CA-IDX)
                 MOVE 'N'   TO WS-CA-VL-FLAG(WS-CA-IDX)
                 MOVE 'N'   TO WS-CA-DR-FLAG(WS-CA-IDX)
                 SET ACTIVITY-ENTRY-FOUND TO TRUE
              ELSE
                 IF NOT ACTIVITY-TABLE-FULL
                    DISPLAY 'WARNING: customer activity table full - '
                            'activity for further customers not scored'
                    SET ACTIVITY-TABLE-FULL TO TRUE
                 END-IF
              END-IF
           END-IF.

       FIND-ACTIVITY-ENTRY.
           MOVE 'N' TO WS-CA-FOUND-FLAG
           IF WS-CA-COUNT > ZEROS
              SET WS-CA-IDX TO 1
              SEARCH WS-CA-ENTRY
                  VARYING WS-CA-IDX
                  AT END
                      CONTINUE
                  WHEN WS-CA-CUSTOMER-ID(WS-CA-IDX)
                       = WS-POSTING-CUSTOMER
                      SET ACTIVITY-ENTRY-FOUND TO TRUE
              END-SEARCH
           END-IF.

       RESCORE-CUSTOMERS.
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
                      IF CUST-RETIRED-BY-MERGE OR CUST-IS-DECEASED
                         ADD 1 TO WS-CUSTOMERS-SKIPPED
                      ELSE
                         PERFORM RESCORE-ONE-CUSTOMER
                      END-IF
              END-READ
           END-PERFORM.

       RESCORE-ONE-CUSTOMER.
           MOVE ZEROS TO WS-PRODUCT-POINTS WS-CASH-POINTS
                         WS-WIRE-POINTS WS-HIT-POINTS
                         WS-FINDING-POINTS WS-STRUCTURING-POINTS
           PERFORM SCORE-PRODUCT-MIX
           MOVE CUST-CUSTOMER-ID TO WS-POSTING-CUSTOMER
           PERFORM FIND-ACTIVITY-ENTRY
           IF ACTIVITY-ENTRY-FOUND
              PERFORM SCORE-ACTIVITY
           END-IF
           COMPUTE WS-TOTAL-SCORE = WS-PRODUCT-POINTS
                                  + WS-CASH-POINTS
                                  + WS-WIRE-POINTS
                                  + WS-HIT-POINTS
                                  + WS-FINDING-POINTS
           IF WS-TOTAL-SCORE > 999
              MOVE 999 TO WS-TOTAL-SCORE
           END-IF

           PERFORM ASSIGN-RISK-RATING
           PERFORM SET-NEXT-REVIEW-DATE

           MOVE WS-NEW-RATING  TO CUST-RISK-RATING
           MOVE WS-TOTAL-SCORE TO CUST-RISK-SCORE
           MOVE WS-TODAY-YMD   TO CUST-RISK-RATED-DATE
           REWRITE CUSTOMER-RECORD
               INVALID KEY
                   DISPLAY 'ERROR: unable to rewrite customer '
                           CUST-CUSTOMER-ID ' (status '
                           WS-CUST-STATUS ')'
                   ADD 1 TO WS-UPDATE-ERRORS
               NOT INVALID KEY
                   ADD 1 TO WS-CUSTOMERS-RATED
                   PERFORM COUNT-RATING
                   IF WS-NEW-RATING NOT = WS-OLD-RATING
                      PERFORM WRITE-RATING-CHANGE
                   END-IF
                   PERFORM CHECK-REVIEW-DUE
                   PERFORM CHECK-IDENTIFICATION
           END-REWRITE.

       SCORE-PRODUCT-MIX.
      *    The open accounts the customer owns, through the
      *    ACCT-CUSTOMER-ID alternate index.
           MOVE ZEROS TO WS-OPEN-ACCOUNTS
           MOVE 'N' TO WS-HAS-CHECKING-FLAG
           MOVE 'N' TO WS-HAS-MONEY-MARKET-FLAG
           MOVE 'N' TO WS-ACCOUNT-SCAN-FLAG
           MOVE CUST-CUSTOMER-ID TO ACCT-CUSTOMER-ID
           START ACCOUNT-FILE KEY IS = ACCT-CUSTOMER-ID
               INVALID KEY
                   SET ACCOUNT-SCAN-DONE TO TRUE
           END-START
           PERFORM UNTIL ACCOUNT-SCAN-DONE
              READ ACCOUNT-FILE NEXT RECORD
                  AT END
                      SET ACCOUNT-SCAN-DONE TO TRUE
                  NOT AT END
                      IF ACCT-CUSTOMER-ID NOT = CUST-CUSTOMER-ID
                         SET ACCOUNT-SCAN-DONE TO TRUE
                      ELSE
                         IF NOT ACCT-CLOSED
                            ADD 1 TO WS-OPEN-ACCOUNTS
                            IF ACCT-CHECKING
                               MOVE 'Y' TO WS-HAS-CHECKING-FLAG
                            END-IF
                            IF ACCT-MONEY-MARKET
                               MOVE 'Y' TO WS-HAS-MONEY-MARKET-FLAG
                            END-IF
                         END-IF
                      END-IF
              END-READ
           END-PERFORM

           IF WS-HAS-CHECKING-FLAG = 'Y'
              ADD WS-PTS-CHECKING TO WS-PRODUCT-POINTS
           END-IF
           IF WS-HAS-MONEY-MARKET-FLAG = 'Y'
              ADD WS-PTS-MONEY-MARKET TO WS-PRODUCT-POINTS
           END-IF
           IF WS-OPEN-ACCOUNTS > WS-MANY-ACCOUNTS
              ADD WS-PTS-MANY-ACCOUNTS TO WS-PRODUCT-POINTS
           END-IF.

       SCORE-ACTIVITY.
      *    Cash filings and structuring flags are each capped so one
      *    busy cash business does not swamp every other factor; the
      *    structuring points are folded into the cash column.
           COMPUTE WS-CASH-POINTS =
               WS-CA-CASH-COUNT(WS-CA-IDX) * WS-PTS-CASH-FILING
               ON SIZE ERROR
                   MOVE WS-CASH-PTS-CAP TO WS-CASH-POINTS
           END-COMPUTE
           IF WS-CASH-POINTS > WS-CASH-PTS-CAP
              MOVE WS-CASH-PTS-CAP TO WS-CASH-POINTS
           END-IF
           COMPUTE WS-STRUCTURING-POINTS =
               WS-CA-STRUCTURING-COUNT(WS-CA-IDX)
               * WS-PTS-STRUCTURING
               ON SIZE ERROR
                   MOVE WS-STRUCTURING-PTS-CAP
                       TO WS-STRUCTURING-POINTS
           END-COMPUTE
           IF WS-STRUCTURING-POINTS > WS-STRUCTURING-PTS-CAP
              MOVE WS-STRUCTURING-PTS-CAP TO WS-STRUCTURING-POINTS
           END-IF
           ADD WS-STRUCTURING-POINTS TO WS-CASH-POINTS

           EVALUATE TRUE
               WHEN WS-CA-WIRE-TOTAL(WS-CA-IDX)
                    >= WS-WIRE-HIGH-VOLUME
                   MOVE WS-PTS-WIRE-HIGH TO WS-WIRE-POINTS
               WHEN WS-CA-WIRE-TOTAL(WS-CA-IDX)
                    >= WS-WIRE-MEDIUM-VOLUME
                   MOVE WS-PTS-WIRE-MEDIUM TO WS-WIRE-POINTS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF WS-CA-HIT-COUNT(WS-CA-IDX) > ZEROS
              MOVE WS-PTS-WATCHLIST-HIT TO WS-HIT-POINTS
           END-IF

           IF WS-CA-LX-FLAG(WS-CA-IDX) = 'Y'
              ADD WS-PTS-FINDING-PATTERN TO WS-FINDING-POINTS
           END-IF
           IF WS-CA-VL-FLAG(WS-CA-IDX) = 'Y'
              ADD WS-PTS-FINDING-PATTERN TO WS-FINDING-POINTS
           END-IF
           IF WS-CA-DR-FLAG(WS-CA-IDX) = 'Y'
              ADD WS-PTS-FINDING-PATTERN TO WS-FINDING-POINTS
           END-IF.

       ASSIGN-RISK-RATING.
      *    Ratings rank L 1, M 2, H 3 (0 not yet rated); the officer's
      *    override is the floor.
           MOVE CUST-RISK-RATING TO WS-OLD-RATING
           EVALUATE TRUE
               WHEN WS-TOTAL-SCORE >= WS-HIGH-RISK-SCORE
                   MOVE 3 TO WS-NEW-RANK
               WHEN WS-TOTAL-SCORE >= WS-MEDIUM-RISK-SCORE
                   MOVE 2 TO WS-NEW-RANK
               WHEN OTHER
                   MOVE 1 TO WS-NEW-RANK
           END-EVALUATE
           EVALUATE CUST-RISK-OVERRIDE
               WHEN 'H'
                   MOVE 3 TO WS-FLOOR-RANK
               WHEN 'M'
                   MOVE 2 TO WS-FLOOR-RANK
               WHEN OTHER
                   MOVE 1 TO WS-FLOOR-RANK
           END-EVALUATE
           IF WS-FLOOR-RANK > WS-NEW-RANK
              MOVE WS-FLOOR-RANK TO WS-NEW-RANK
           END-IF
           EVALUATE WS-NEW-RANK
               WHEN 3
                   MOVE 'H' TO WS-NEW-RATING
               WHEN 2
                   MOVE 'M' TO WS-NEW-RATING
               WHEN OTHER
                   MOVE 'L' TO WS-NEW-RATING
           END-EVALUATE
           EVALUATE WS-OLD-RATING
               WHEN 'H'
                   MOVE 3 TO WS-OLD-RANK
               WHEN 'M'
                   MOVE 2 TO WS-OLD-RANK
               WHEN 'L'
                   MOVE 1 TO WS-OLD-RANK
               WHEN OTHER
                   MOVE 0 TO WS-OLD-RANK
           END-EVALUATE.

       SET-NEXT-REVIEW-DATE.
      *    A customer with no review scheduled is due one cycle after
      *    the ID was verified - at once when no verification is on
      *    file. A rating that rises brings the review forward to one
      *    new cycle from today; a completed review is recorded by
      *    keying the next review date through CUSTOMER-MAINTENANCE.
           EVALUATE WS-NEW-RATING
               WHEN 'H'
                   MOVE 1 TO WS-REVIEW-CYCLE-YEARS
               WHEN 'M'
                   MOVE 2 TO WS-REVIEW-CYCLE-YEARS
               WHEN OTHER
                   MOVE 3 TO WS-REVIEW-CYCLE-YEARS
           END-EVALUATE
           IF CUST-NEXT-REVIEW-DATE = ZEROS
              IF CUST-ID-VERIFIED-DATE > ZEROS
                 MOVE CUST-ID-VERIFIED-DATE TO WS-CYCLE-DATE
                 PERFORM ADVANCE-CYCLE-DATE
                 MOVE WS-CYCLE-DATE TO CUST-NEXT-REVIEW-DATE
              ELSE
                 MOVE WS-TODAY-YMD TO CUST-NEXT-REVIEW-DATE
              END-IF
           ELSE
              IF WS-OLD-RANK > ZERO
                 AND WS-NEW-RANK > WS-OLD-RANK
                 MOVE WS-TODAY-YMD TO WS-CYCLE-DATE
                 PERFORM ADVANCE-CYCLE-DATE
                 IF WS-CYCLE-DATE < CUST-NEXT-REVIEW-DATE
                    MOVE WS-CYCLE-DATE TO CUST-NEXT-REVIEW-DATE
                 END-IF
              END-IF
           END-IF.

       ADVANCE-CYCLE-DATE.
           ADD WS-REVIEW-CYCLE-YEARS TO WS-CYCLE-YYYY
           IF WS-CYCLE-MMDD = 0229
              MOVE 0228 TO WS-CYCLE-MMDD
           END-IF.

       COUNT-RATING.
           EVALUATE WS-NEW-RATING
               WHEN 'H'
                   ADD 1 TO WS-RATED-HIGH
               WHEN 'M'
                   ADD 1 TO WS-RATED-MEDIUM
               WHEN OTHER
                   ADD 1 TO WS-RATED-LOW
           END-EVALUATE
           EVALUATE TRUE
               WHEN WS-OLD-RANK = ZERO
                   ADD 1 TO WS-FIRST-RATINGS
               WHEN WS-NEW-RANK > WS-OLD-RANK
                   ADD 1 TO WS-RATINGS-RAISED
               WHEN WS-NEW-RANK < WS-OLD-RANK
                   ADD 1 TO WS-RATINGS-LOWERED
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       WRITE-RATING-CHANGE.
           MOVE CUST-CUSTOMER-ID      TO WS-RSK-CUSTOMER
           MOVE CUST-NAME             TO WS-RSK-NAME
           MOVE WS-OLD-RATING         TO WS-RSK-OLD-RATING
           MOVE WS-NEW-RATING         TO WS-RSK-NEW-RATING
           MOVE CUST-RISK-OVERRIDE    TO WS-RSK-OVERRIDE
           MOVE WS-TOTAL-SCORE        TO WS-RSK-SCORE
           MOVE WS-PRODUCT-POINTS     TO WS-RSK-PRODUCT-POINTS
           MOVE WS-CASH-POINTS        TO WS-RSK-CASH-POINTS
           MOVE WS-WIRE-POINTS        TO WS-RSK-WIRE-POINTS
           MOVE WS-HIT-POINTS         TO WS-RSK-HIT-POINTS
           MOVE WS-FINDING-POINTS     TO WS-RSK-FINDING-POINTS
           MOVE CUST-NEXT-REVIEW-DATE TO WS-RSK-NEXT-REVIEW
           WRITE RISK-REPORT-LINE FROM WS-RISK-LINE.

       CHECK-REVIEW-DUE.
           IF CUST-NEXT-REVIEW-DATE <= WS-NOTICE-DATE
              MOVE CUST-CUSTOMER-ID      TO WS-WRK-CUSTOMER
              MOVE CUST-NAME             TO WS-WRK-NAME
              MOVE CUST-RISK-RATING      TO WS-WRK-RATING
              MOVE CUST-RISK-SCORE       TO WS-WRK-SCORE
              MOVE CUST-NEXT-REVIEW-DATE TO WS-WRK-REVIEW-DATE
              IF CUST-ID-VERIFIED-DATE > ZEROS
                 MOVE CUST-ID-VERIFIED-DATE TO WS-ED-DATE
                 MOVE WS-ED-DATE TO WS-WRK-VERIFIED-DATE
              ELSE
                 MOVE 'NONE' TO WS-WRK-VERIFIED-DATE
              END-IF
              IF CUST-NEXT-REVIEW-DATE < WS-TODAY-YMD
                 MOVE 'OVERDUE' TO WS-WRK-STATUS
                 ADD 1 TO WS-REVIEWS-OVERDUE
              ELSE
                 MOVE 'DUE' TO WS-WRK-STATUS
                 ADD 1 TO WS-REVIEWS-DUE
              END-IF
              WRITE REVIEW-WORKLIST-LINE FROM WS-WORKLIST-LINE
           END-IF.

       CHECK-IDENTIFICATION.
           MOVE SPACES TO WS-EXP-REASON
           EVALUATE TRUE
               WHEN CUST-ID-TYPE = SPACES
                   MOVE 'NO CIP IDENTIFICATION ON FILE'
                       TO WS-EXP-REASON
                   ADD 1 TO WS-IDS-MISSING
               WHEN CUST-ID-EXPIRY-DATE > ZEROS
                    AND CUST-ID-EXPIRY-DATE < WS-TODAY-YMD
                   MOVE 'IDENTIFICATION EXPIRED' TO WS-EXP-REASON
                   ADD 1 TO WS-IDS-EXPIRED
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-EXP-REASON NOT = SPACES
              MOVE CUST-CUSTOMER-ID TO WS-EXP-CUSTOMER
              MOVE CUST-NAME        TO WS-EXP-NAME
              MOVE CUST-ID-TYPE     TO WS-EXP-ID-TYPE
              MOVE CUST-ID-NUMBER   TO WS-EXP-ID-NUMBER
              IF CUST-ID-EXPIRY-DATE > ZEROS
                 MOVE CUST-ID-EXPIRY-DATE TO WS-ED-DATE
                 MOVE WS-ED-DATE TO WS-EXP-EXPIRY-DATE
              ELSE
                 MOVE SPACES TO WS-EXP-EXPIRY-DATE
              END-IF
              MOVE CUST-RISK-RATING TO WS-EXP-RATING
              WRITE EXPIRED-ID-LINE FROM WS-EXPIRED-LINE
           END-IF.

       CLEANUP.
           MOVE SPACES TO RISK-REPORT-LINE
           WRITE RISK-REPORT-LINE
           MOVE SPACES TO WS-REPORT-TEXT
           STRING 'Customers rated: ' WS-CUSTOMERS-RATED
                  '  high: ' WS-RATED-HIGH
                  '  medium: ' WS-RATED-MEDIUM
                  '  low: ' WS-RATED-LOW
               DELIMITED BY SIZE INTO WS-REPORT-TEXT
           END-STRING
           WRITE RISK-REPORT-LINE FROM WS-REPORT-TEXT
           MOVE SPACES TO WS-REPORT-TEXT
           STRING 'Ratings raised: ' WS-RATINGS-RAISED
                  '  lowered: ' WS-RATINGS-LOWERED
                  '  first rated: ' WS-FIRST-RATINGS
                  '  not rated (merged/deceased): '
                  WS-CUSTOMERS-SKIPPED
               DELIMITED BY SIZE INTO WS-REPORT-TEXT
           END-STRING
           WRITE RISK-REPORT-LINE FROM WS-REPORT-TEXT

           MOVE SPACES TO REVIEW-WORKLIST-LINE
           WRITE REVIEW-WORKLIST-LINE
           MOVE SPACES TO WS-REPORT-TEXT
           STRING 'Reviews overdue: ' WS-REVIEWS-OVERDUE
                  '  due within notice period: ' WS-REVIEWS-DUE
               DELIMITED BY SIZE INTO WS-REPORT-TEXT
           END-STRING
           WRITE REVIEW-WORKLIST-LINE FROM WS-REPORT-TEXT

           MOVE SPACES TO EXPIRED-ID-LINE
           WRITE EXPIRED-ID-LINE
           MOVE SPACES TO WS-REPORT-TEXT
           STRING 'Identification expired: ' WS-IDS-EXPIRED
                  '  no CIP identification: ' WS-IDS-MISSING
               DELIMITED BY SIZE INTO WS-REPORT-TEXT
           END-STRING
           WRITE EXPIRED-ID-LINE FROM WS-REPORT-TEXT

           CLOSE CUSTOMER-MASTER
           CLOSE ACCOUNT-FILE
           CLOSE RISK-REPORT-FILE
           CLOSE REVIEW-WORKLIST-FILE
           CLOSE EXPIRED-ID-FILE

           DISPLAY ' '
           DISPLAY 'Customer Risk Re-score Summary'
           DISPLAY '=============================='
           DISPLAY 'Customers read:          ' WS-CUSTOMERS-READ
           DISPLAY 'Customers rated:         ' WS-CUSTOMERS-RATED
           DISPLAY 'Activity records read:   ' WS-ACTIVITY-RECORDS-READ
           DISPLAY 'High / medium / low:     ' WS-RATED-HIGH ' / '
                   WS-RATED-MEDIUM ' / ' WS-RATED-LOW
           DISPLAY 'Ratings raised:          ' WS-RATINGS-RAISED
           DISPLAY 'Ratings lowered:         ' WS-RATINGS-LOWERED
           DISPLAY 'Reviews overdue:         ' WS-REVIEWS-OVERDUE
           DISPLAY 'Reviews due:             ' WS-REVIEWS-DUE
           DISPLAY 'IDs expired:             ' WS-IDS-EXPIRED
           DISPLAY 'No CIP identification:   ' WS-IDS-MISSING
           DISPLAY 'Update errors:           ' WS-UPDATE-ERRORS
           IF WS-UPDATE-ERRORS > ZEROS
              MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY 'Customer Risk Re-score - Complete'.

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
           MOVE WS-CUSTOMERS-RATED    TO OPS-RECORDS-WRITTEN
           MOVE WS-UPDATE-ERRORS      TO OPS-RECORDS-REJECTED
           WRITE OPS-STATS-RECORD
           CLOSE OPS-STATS-FILE.
