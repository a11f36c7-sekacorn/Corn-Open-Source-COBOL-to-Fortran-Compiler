      *****************************************************************
      * VARIABLE-RATE LOAN REPRICING
      * Daily batch, run after BANKING-SYSTEM's cycle, that reprices
      * every variable-rate loan whose reprice date has arrived. A
      * loan floats when ACCOUNT-MAINTENANCE has put terms for it on
      * LOAN-RATE-TERMS.DAT: the published index it follows, the
      * margin over that index, the months between reprices, the
      * next reprice date and a floor and cap on the rate.
      *   - the index value is the RATE-TABLE.DAT record for the
      *     index code with the latest effective date on or before
      *     the scheduled reprice date, so a reprice caught up after
      *     an outage still uses the value in force on the day;
      *   - the new rate is index plus margin, held between the
      *     floor and the cap (a zero cap means no cap);
      *   - the payment is recomputed to amortize the outstanding
      *     principal over the payments left in the original term
      *     at the new rate, starting with the first due date at
      *     least the payment-change notice period after the run;
      *     until that installment comes due the new amount waits
      *     on LOAN-RATE-TERMS.DAT and a later run moves it into
      *     ACCT-LOAN-PAYMENT-AMOUNT;
      *   - the borrower gets a rate/payment change notice naming
      *     the first payment due at the new amount, and the
      *     schedule moves on by the reprice frequency.
      * A loan whose index has no published value is left at its
      * current rate and listed on the report for loan ops.
      *
      * Copyright (c) 2026 sekacorn
      * Contact: sekacorn@gmail.com
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAN-REPRICING.
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

      *    Published rate sheet, effective-dated; the index values
      *    ride it under their index codes alongside the product
      *    rates.
           SELECT RATE-TABLE-FILE
               ASSIGN TO "RATE-TABLE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RATE-FILE-STATUS.

      *    Variable-rate terms, kept by ACCOUNT-MAINTENANCE; this
      *    batch moves the reprice schedule along.
           SELECT LOAN-RATE-TERMS-FILE
               ASSIGN TO "LOAN-RATE-TERMS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VRT-ACCOUNT-NUMBER
               FILE STATUS IS WS-VRT-STATUS.

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
               ASSIGN TO "LOAN-RATE-NOTICES.TXT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT REPRICING-REPORT-FILE
               ASSIGN TO "LOAN-REPRICING-REPORT.TXT"
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
      *    Charged off by CHARGEOFF-PROCESSING - the principal has
      *    been written off and no longer accrues.
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

       FD RATE-TABLE-FILE.
       01 RATE-TABLE-RECORD.
          05 RT-EFFECTIVE-DATE          PIC 9(8).
          05 RT-ACCOUNT-TYPE            PIC X(2).
          05 RT-FLAT-RATE               PIC 9V9999.
          05 RT-TIER-BREAKPOINT-1       PIC 9(9)V99.
          05 RT-TIER-BREAKPOINT-2       PIC 9(9)V99.
          05 RT-TIER1-RATE              PIC 9V9999.
          05 RT-TIER2-RATE              PIC 9V9999.
          05 RT-TIER3-RATE              PIC 9V9999.
      *    Balance the accrual is computed on: 'D' (or blank, on the
      *    older records) the closing balance on the day interest
      *    runs; 'A' the average daily balance since the last
      *    accrual, read from DAILY-BALANCES.DAT.
          05 RT-INTEREST-METHOD         PIC X.
             88 RT-DAILY-BALANCE-METHOD VALUES 'D' ' '.
             88 RT-AVERAGE-BALANCE-METHOD VALUE 'A'.

       FD LOAN-RATE-TERMS-FILE.
       01 LOAN-RATE-TERMS-RECORD.
          05 VRT-ACCOUNT-NUMBER         PIC 9(10).
          05 VRT-INDEX-NAME             PIC X(2).
             88 VRT-INDEX-KNOWN         VALUES 'PR' 'SF' 'TY' 'CF'.
          05 VRT-MARGIN                 PIC 9V9999.
          05 VRT-REPRICE-FREQUENCY      PIC 9(3).
          05 VRT-NEXT-REPRICE-DATE      PIC 9(8).
          05 VRT-RATE-FLOOR             PIC 9V9999.
          05 VRT-RATE-CAP               PIC 9V9999.
          05 VRT-LAST-REPRICE-DATE      PIC 9(8).
          05 VRT-LAST-INDEX-VALUE       PIC 9V9999.
          05 VRT-TERMS-SET-DATE         PIC 9(8).
          05 VRT-PENDING-PAYMENT        PIC 9(9)V99.
          05 VRT-PAYMENT-CHANGE-DATE    PIC 9(8).

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

       FD REPRICING-REPORT-FILE.
       01 REPRICING-REPORT-LINE         PIC X(132).

       WORKING-STORAGE SECTION.
      *    Run statistics captured for the cycle summary report.
       01 WS-OPS-STATS-STATUS           PIC X(2).
       01 WS-OPS-PROGRAM-NAME           PIC X(30)
          VALUE 'LOAN-REPRICING'.
       01 WS-OPS-START-STAMP            PIC X(14).

       01 WS-ACCT-STATUS                PIC X(2).
       01 WS-CUST-STATUS                PIC X(2).
       01 WS-VRT-STATUS                 PIC X(2).
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
       01 WS-RATE-FILE-STATUS           PIC X(2).
          88 WS-RATE-FILE-EOF           VALUE '10'.

      *    Interlock state: the claim is refused while another
      *    holder's token is on file, unless the operator runs with
      *    LOCKOVERRIDE on the command line to clear a crashed
      *    holder's stale token.
       01 WS-LOCK-STATUS                PIC X(2).
       01 WS-LOCK-PROGRAM-NAME          PIC X(30)
          VALUE 'LOAN-REPRICING'.
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

      *    Every published index value on the sheet, in file order;
      *    the lookup keeps the latest one in force on the reprice
      *    date.
       01 WS-IDX-COUNT                  PIC 9(4) VALUE ZEROS.
       01 WS-INDEX-TABLE.
          05 WS-IDX-ENTRY OCCURS 1000 TIMES.
             10 WS-IDX-NAME             PIC X(2).
             10 WS-IDX-EFFECTIVE        PIC 9(8).
             10 WS-IDX-VALUE            PIC 9V9999.
       01 WS-IDX-SUB                    PIC 9(4).
       01 WS-IDX-FOUND-DATE             PIC 9(8).
       01 WS-IDX-FOUND-VALUE            PIC 9V9999.

      *    New rate and the level payment that retires the remaining
      *    principal over the rest of the original term.
       01 WS-REPRICE-WORK.
          05 WS-OLD-RATE                PIC 9V9999.
          05 WS-NEW-RATE                PIC 9V9999.
          05 WS-RATE-SUM                PIC 9(2)V9999.
          05 WS-OLD-PAYMENT             PIC 9(9)V99.
          05 WS-NEW-PAYMENT             PIC 9(9)V99.
          05 WS-MONTHLY-RATE            PIC 9V9(9).
          05 WS-GROWTH-FACTOR           PIC 9(7)V9(9).
          05 WS-REMAINING-PAYMENTS      PIC S9(5).
          05 WS-OPEN-MONTH-INDEX        PIC S9(7).
          05 WS-DUE-MONTH-INDEX         PIC S9(7).
          05 WS-REPRICE-DATE            PIC 9(8).
          05 WS-CATCHUP-GUARD           PIC 9(3).
          05 WS-NOTICE-CUTOFF-DATE      PIC 9(8).
          05 WS-FIRST-NEW-DUE-DATE      PIC 9(8).
          05 WS-PAYMENT-OK-FLAG         PIC X.
             88 NEW-PAYMENT-COMPUTED    VALUE 'Y'.

      *    Calendar-month date advance for the reprice schedule, with
      *    the day clamped back when the target month is shorter
      *    (including February in leap years).
       01 WS-MATURITY-CALC.
          05 WS-MAT-BASE-DATE.
             10 WS-MAT-BASE-YEAR        PIC 9(4).
             10 WS-MAT-BASE-MONTH       PIC 9(2).
             10 WS-MAT-BASE-DAY         PIC 9(2).
          05 WS-MAT-ADVANCE-MONTHS      PIC 9(3).
          05 WS-MAT-MONTH-INDEX         PIC S9(7).
          05 WS-MAT-RESULT-DATE.
             10 WS-MAT-RESULT-YEAR      PIC 9(4).
             10 WS-MAT-RESULT-MONTH     PIC 9(2).
             10 WS-MAT-RESULT-DAY       PIC 9(2).
          05 WS-MAT-DAYS-IN-MONTH       PIC 9(2).
       01 WS-MONTH-DAYS-TABLE.
          05 FILLER                     PIC X(24)
             VALUE '312831303130313130313031'.
       01 WS-MONTH-DAYS-R REDEFINES WS-MONTH-DAYS-TABLE.
          05 WS-MONTH-DAYS OCCURS 12 TIMES PIC 9(2).

      *    Payment-change notice period: the first installment at a
      *    repriced payment falls at least this many days after the
      *    notice goes out.
       01 WS-PAYMENT-NOTICE-DAYS        PIC 9(3) VALUE 60.

       01 WS-DATE-PARTS.
          05 WS-DP-YEAR                 PIC 9(4).
          05 WS-DP-MONTH                PIC 9(2).
          05 WS-DP-DAY                  PIC 9(2).

       01 WS-COUNTERS.
          05 WS-TERMS-READ              PIC 9(6) VALUE ZEROS.
          05 WS-DUE-COUNT               PIC 9(6) VALUE ZEROS.
          05 WS-REPRICED-COUNT          PIC 9(6) VALUE ZEROS.
          05 WS-UNCHANGED-COUNT         PIC 9(6) VALUE ZEROS.
          05 WS-EXCEPTION-COUNT         PIC 9(6) VALUE ZEROS.
          05 WS-NOTICES-PRODUCED        PIC 9(6) VALUE ZEROS.
          05 WS-MAIL-SUPPRESS-COUNT     PIC 9(6) VALUE ZEROS.
          05 WS-MISSING-JOIN-COUNT      PIC 9(6) VALUE ZEROS.
          05 WS-PAYMENT-SWITCH-COUNT    PIC 9(6) VALUE ZEROS.

       01 WS-JOIN-FOUND-FLAG            PIC X.
          88 CUSTOMER-JOIN-FOUND        VALUE 'Y'.

       01 WS-OLD-RATE-ED                PIC 9.9999.
       01 WS-NEW-RATE-ED                PIC 9.9999.
       01 WS-INDEX-ED                   PIC 9.9999.
       01 WS-MARGIN-ED                  PIC 9.9999.
       01 WS-OLD-PAYMENT-ED             PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-NEW-PAYMENT-ED             PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-BALANCE-ED                 PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
       01 WS-NOTICE-TEXT                PIC X(132).
       01 WS-UNDELIV-TEXT               PIC X(132).

       01 WS-REPORT-HEADER-1.
          05 FILLER                     PIC X(50)
             VALUE '        VARIABLE-RATE LOAN REPRICING REPORT'.
       01 WS-REPORT-HEADER-2.
          05 FILLER                     PIC X(80)
             VALUE 'Account     Reprice   Idx  Old Rate New Rate    Ol'
                   & 'd Payment    New Payment'.

       01 WS-REPORT-LINE.
          05 WS-RPT-ACCOUNT             PIC 9(10).
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-RPT-REPRICE-DATE        PIC 9(8).
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-RPT-INDEX               PIC X(2).
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-RPT-OLD-RATE            PIC 9.9999.
          05 FILLER                     PIC X(3) VALUE SPACES.
          05 WS-RPT-NEW-RATE            PIC 9.9999.
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-RPT-OLD-PAYMENT         PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                     PIC X(1) VALUE SPACES.
          05 WS-RPT-NEW-PAYMENT         PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-RPT-DETAIL              PIC X(40).

       PROCEDURE DIVISION.
       MAIN-CONTROL.
           PERFORM INITIALIZATION
           PERFORM SCAN-FOR-DUE-REPRICES
           PERFORM CLEANUP
           STOP RUN.

       INITIALIZATION.
           DISPLAY 'Loan Repricing - Started'
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-OPS-START-STAMP
           DISPLAY '========================'
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-YMD
           PERFORM LOAD-INDEX-VALUES
           PERFORM CLAIM-MASTER-FILE-LOCK
           PERFORM TAKE-MASTER-GENERATION
           OPEN I-O ACCOUNT-FILE
           OPEN INPUT CUSTOMER-MASTER
           OPEN I-O LOAN-RATE-TERMS-FILE
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
           OPEN OUTPUT REPRICING-REPORT-FILE
           WRITE REPRICING-REPORT-LINE FROM WS-REPORT-HEADER-1
           WRITE REPRICING-REPORT-LINE FROM WS-REPORT-HEADER-2.

       LOAD-INDEX-VALUES.
      *    Only index rows are kept; product rates on the same sheet
      *    belong to the posting and maintenance programs.
           OPEN INPUT RATE-TABLE-FILE
           IF WS-RATE-FILE-STATUS NOT = '00'
              DISPLAY 'FATAL: unable to open RATE-TABLE.DAT (status '
                      WS-RATE-FILE-STATUS ') - no published rates, '
                      'run refused'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM UNTIL WS-RATE-FILE-EOF
              READ RATE-TABLE-FILE
                  AT END
                      SET WS-RATE-FILE-EOF TO TRUE
                  NOT AT END
                      MOVE RT-ACCOUNT-TYPE TO VRT-INDEX-NAME
                      IF VRT-INDEX-KNOWN
                         PERFORM STORE-INDEX-VALUE
                      END-IF
              END-READ
           END-PERFORM
           CLOSE RATE-TABLE-FILE
           DISPLAY 'Index values loaded: ' WS-IDX-COUNT.

       STORE-INDEX-VALUE.
           IF WS-IDX-COUNT >= 1000
              DISPLAY 'FATAL: index table full (1000 values) - '
                      'run refused'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO WS-IDX-COUNT
           MOVE RT-ACCOUNT-TYPE   TO WS-IDX-NAME(WS-IDX-COUNT)
           MOVE RT-EFFECTIVE-DATE TO WS-IDX-EFFECTIVE(WS-IDX-COUNT)
           MOVE RT-FLAT-RATE      TO WS-IDX-VALUE(WS-IDX-COUNT).

       SCAN-FOR-DUE-REPRICES.
           MOVE ZEROS TO VRT-ACCOUNT-NUMBER
           START LOAN-RATE-TERMS-FILE
               KEY IS >= VRT-ACCOUNT-NUMBER
               INVALID KEY
                   MOVE '10' TO WS-VRT-STATUS
           END-START

           PERFORM UNTIL WS-VRT-STATUS = '10'
              READ LOAN-RATE-TERMS-FILE NEXT RECORD
                  AT END
                      MOVE '10' TO WS-VRT-STATUS
                  NOT AT END
                      ADD 1 TO WS-TERMS-READ
                      IF VRT-PAYMENT-CHANGE-DATE > ZEROS
                         PERFORM APPLY-PENDING-PAYMENT
                      END-IF
                      IF VRT-NEXT-REPRICE-DATE <= WS-TODAY-YMD
                         ADD 1 TO WS-DUE-COUNT
                         PERFORM REPRICE-ONE-LOAN
                      END-IF
              END-READ
           END-PERFORM.

       APPLY-PENDING-PAYMENT.
      *    A payment set by an earlier reprice takes over once the
      *    loan's next due date reaches the first installment the
      *    borrower was given notice of.
           MOVE VRT-ACCOUNT-NUMBER TO ACCT-ACCOUNT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ACCT-LOAN-NEXT-DUE-DATE >= VRT-PAYMENT-CHANGE-DATE
                      MOVE VRT-PENDING-PAYMENT
                          TO ACCT-LOAN-PAYMENT-AMOUNT
                      REWRITE ACCOUNT-RECORD
                          INVALID KEY
                              DISPLAY 'ERROR: unable to apply new '
                                      'payment on loan '
                                      VRT-ACCOUNT-NUMBER
                          NOT INVALID KEY
                              ADD 1 TO WS-PAYMENT-SWITCH-COUNT
                              MOVE ZEROS TO VRT-PENDING-PAYMENT
                              MOVE ZEROS TO VRT-PAYMENT-CHANGE-DATE
                              REWRITE LOAN-RATE-TERMS-RECORD
                                  INVALID KEY
                                      DISPLAY 'ERROR: unable to clear '
                                              'new payment for loan '
                                              VRT-ACCOUNT-NUMBER
                              END-REWRITE
                      END-REWRITE
                   END-IF
           END-READ.

       REPRICE-ONE-LOAN.
           MOVE VRT-NEXT-REPRICE-DATE TO WS-REPRICE-DATE
           MOVE VRT-ACCOUNT-NUMBER    TO WS-RPT-ACCOUNT
           MOVE WS-REPRICE-DATE       TO WS-RPT-REPRICE-DATE
           MOVE VRT-INDEX-NAME        TO WS-RPT-INDEX
           MOVE ZEROS TO WS-RPT-OLD-RATE
           MOVE ZEROS TO WS-RPT-NEW-RATE
           MOVE ZEROS TO WS-RPT-OLD-PAYMENT
           MOVE ZEROS TO WS-RPT-NEW-PAYMENT

           MOVE VRT-ACCOUNT-NUMBER TO ACCT-ACCOUNT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE 'Loan account not on file'
                       TO WS-RPT-DETAIL
                   PERFORM REPORT-REPRICE-EXCEPTION
               NOT INVALID KEY
                   PERFORM EVALUATE-LOAN-FOR-REPRICE
           END-READ.

       EVALUATE-LOAN-FOR-REPRICE.
      *    A closed, charged-off or paid-off loan has nothing left
      *    to reprice; its schedule is left where it stands for
      *    loan ops to convert the loan back to fixed.
           MOVE ACCT-INTEREST-RATE       TO WS-OLD-RATE
           MOVE ACCT-LOAN-PAYMENT-AMOUNT TO WS-OLD-PAYMENT
           MOVE WS-OLD-RATE              TO WS-RPT-OLD-RATE
           MOVE WS-OLD-PAYMENT           TO WS-RPT-OLD-PAYMENT
           EVALUATE TRUE
               WHEN NOT ACCT-LOAN
                   MOVE 'Account is not a loan' TO WS-RPT-DETAIL
                   PERFORM REPORT-REPRICE-EXCEPTION
               WHEN ACCT-CLOSED
                   MOVE 'Loan closed - not repriced' TO WS-RPT-DETAIL
                   PERFORM REPORT-REPRICE-EXCEPTION
               WHEN ACCT-CHARGED-OFF
                   MOVE 'Loan charged off - not repriced'
                       TO WS-RPT-DETAIL
                   PERFORM REPORT-REPRICE-EXCEPTION
               WHEN ACCT-BALANCE NOT > ZEROS
                   MOVE 'Loan paid off - not repriced'
                       TO WS-RPT-DETAIL
                   PERFORM REPORT-REPRICE-EXCEPTION
               WHEN OTHER
                   PERFORM FIND-INDEX-VALUE
                   IF WS-IDX-FOUND-DATE = ZEROS
                      MOVE SPACES TO WS-RPT-DETAIL
                      STRING 'No ' VRT-INDEX-NAME
                             ' index value in force on reprice date'
                          DELIMITED BY SIZE INTO WS-RPT-DETAIL
                      END-STRING
                      PERFORM REPORT-REPRICE-EXCEPTION
                   ELSE
                      PERFORM APPLY-NEW-RATE
                   END-IF
           END-EVALUATE.

       FIND-INDEX-VALUE.
           MOVE ZEROS TO WS-IDX-FOUND-DATE
           MOVE ZEROS TO WS-IDX-FOUND-VALUE
           PERFORM VARYING WS-IDX-SUB FROM 1 BY 1
                   UNTIL WS-IDX-SUB > WS-IDX-COUNT
              IF WS-IDX-NAME(WS-IDX-SUB) = VRT-INDEX-NAME
                 AND WS-IDX-EFFECTIVE(WS-IDX-SUB) <= WS-REPRICE-DATE
                 AND WS-IDX-EFFECTIVE(WS-IDX-SUB) >= WS-IDX-FOUND-DATE
                 MOVE WS-IDX-EFFECTIVE(WS-IDX-SUB)
                     TO WS-IDX-FOUND-DATE
                 MOVE WS-IDX-VALUE(WS-IDX-SUB) TO WS-IDX-FOUND-VALUE
              END-IF
           END-PERFORM.

       APPLY-NEW-RATE.
      *    Index plus margin, held inside the floor and cap. A sum
      *    past the rate field's reach is held at the cap, or at the
      *    field's top when the loan has no cap.
           COMPUTE WS-RATE-SUM = WS-IDX-FOUND-VALUE + VRT-MARGIN
           IF WS-RATE-SUM > 9.9999
              MOVE 9.9999 TO WS-NEW-RATE
           ELSE
              MOVE WS-RATE-SUM TO WS-NEW-RATE
           END-IF
           IF VRT-RATE-CAP > ZEROS AND WS-NEW-RATE > VRT-RATE-CAP
              MOVE VRT-RATE-CAP TO WS-NEW-RATE
           END-IF
           IF WS-NEW-RATE < VRT-RATE-FLOOR
              MOVE VRT-RATE-FLOOR TO WS-NEW-RATE
           END-IF
           MOVE WS-NEW-RATE TO WS-RPT-NEW-RATE

           PERFORM FIND-FIRST-NEW-DUE-DATE
           PERFORM COMPUTE-NEW-PAYMENT
           IF NOT NEW-PAYMENT-COMPUTED
              MOVE 'Payment overflow - not repriced' TO WS-RPT-DETAIL
              PERFORM REPORT-REPRICE-EXCEPTION
           ELSE
      *       The rate moves today; the payment moves now only when
      *       the next installment is already far enough out, and
      *       otherwise waits on the terms record for its due date.
              MOVE WS-NEW-PAYMENT TO WS-RPT-NEW-PAYMENT
              MOVE WS-NEW-RATE    TO ACCT-INTEREST-RATE
              IF WS-FIRST-NEW-DUE-DATE = ACCT-LOAN-NEXT-DUE-DATE
                 MOVE WS-NEW-PAYMENT TO ACCT-LOAN-PAYMENT-AMOUNT
                 MOVE ZEROS TO VRT-PENDING-PAYMENT
                 MOVE ZEROS TO VRT-PAYMENT-CHANGE-DATE
              ELSE
                 MOVE WS-NEW-PAYMENT        TO VRT-PENDING-PAYMENT
                 MOVE WS-FIRST-NEW-DUE-DATE TO VRT-PAYMENT-CHANGE-DATE
              END-IF
              REWRITE ACCOUNT-RECORD
                  INVALID KEY
                      MOVE 'Unable to rewrite loan account'
                          TO WS-RPT-DETAIL
                      PERFORM REPORT-REPRICE-EXCEPTION
                  NOT INVALID KEY
                      PERFORM ADVANCE-REPRICE-SCHEDULE
                      IF WS-NEW-RATE = WS-OLD-RATE
                         AND WS-NEW-PAYMENT = WS-OLD-PAYMENT
                         ADD 1 TO WS-UNCHANGED-COUNT
                         MOVE 'No change - next reprice '
                             TO WS-RPT-DETAIL
                         MOVE VRT-NEXT-REPRICE-DATE
                             TO WS-RPT-DETAIL(26:8)
                      ELSE
                         ADD 1 TO WS-REPRICED-COUNT
                         MOVE 'Repriced - next reprice '
                             TO WS-RPT-DETAIL
                         MOVE VRT-NEXT-REPRICE-DATE
                             TO WS-RPT-DETAIL(25:8)
                         PERFORM WRITE-CHANGE-NOTICE
                      END-IF
                      WRITE REPRICING-REPORT-LINE FROM WS-REPORT-LINE
              END-REWRITE
           END-IF.

       FIND-FIRST-NEW-DUE-DATE.
      *    The first installment at the new payment is the first due
      *    date at least the notice period after today, stepped a
      *    month at a time from the loan's next due date so the day
      *    of the month is kept.
           COMPUTE WS-NOTICE-CUTOFF-DATE =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-YMD)
                   + WS-PAYMENT-NOTICE-DAYS)
           MOVE ACCT-LOAN-NEXT-DUE-DATE TO WS-FIRST-NEW-DUE-DATE
           MOVE ACCT-LOAN-NEXT-DUE-DATE TO WS-MAT-BASE-DATE
           MOVE ZEROS TO WS-MAT-ADVANCE-MONTHS
           PERFORM UNTIL WS-FIRST-NEW-DUE-DATE >= WS-NOTICE-CUTOFF-DATE
                   OR WS-MAT-ADVANCE-MONTHS >= 120
              ADD 1 TO WS-MAT-ADVANCE-MONTHS
              PERFORM ADVANCE-DATE-BY-TERM-MONTHS
              MOVE WS-MAT-RESULT-DATE TO WS-FIRST-NEW-DUE-DATE
           END-PERFORM.

       COMPUTE-NEW-PAYMENT.
      *    Payments left: the original term counted from the month
      *    the loan opened, less the months already come due before
      *    the first installment at the new payment. A loan past its
      *    term with principal still owing is asked for the whole
      *    balance plus a month's interest in one payment.
           MOVE 'N' TO WS-PAYMENT-OK-FLAG
           MOVE ACCT-OPENING-DATE TO WS-DATE-PARTS
           COMPUTE WS-OPEN-MONTH-INDEX = WS-DP-YEAR * 12 + WS-DP-MONTH
           MOVE WS-FIRST-NEW-DUE-DATE TO WS-DATE-PARTS
           COMPUTE WS-DUE-MONTH-INDEX = WS-DP-YEAR * 12 + WS-DP-MONTH
           COMPUTE WS-REMAINING-PAYMENTS =
               ACCT-LOAN-TERM-MONTHS
               - (WS-DUE-MONTH-INDEX - WS-OPEN-MONTH-INDEX) + 1
           IF WS-REMAINING-PAYMENTS < 1
              MOVE 1 TO WS-REMAINING-PAYMENTS
           END-IF

           COMPUTE WS-MONTHLY-RATE = WS-NEW-RATE / 12
           IF WS-MONTHLY-RATE = ZEROS
              COMPUTE WS-NEW-PAYMENT ROUNDED =
                  ACCT-BALANCE / WS-REMAINING-PAYMENTS
                  ON SIZE ERROR
                      DISPLAY 'ERROR: payment overflow on loan '
                              ACCT-ACCOUNT-NUMBER
                  NOT ON SIZE ERROR
                      SET NEW-PAYMENT-COMPUTED TO TRUE
              END-COMPUTE
           ELSE
              COMPUTE WS-GROWTH-FACTOR ROUNDED =
                  (1 + WS-MONTHLY-RATE) ** WS-REMAINING-PAYMENTS
                  ON SIZE ERROR
                      DISPLAY 'ERROR: payment overflow on loan '
                              ACCT-ACCOUNT-NUMBER
                  NOT ON SIZE ERROR
                      COMPUTE WS-NEW-PAYMENT ROUNDED =
                          ACCT-BALANCE * WS-MONTHLY-RATE
                          * WS-GROWTH-FACTOR
                          / (WS-GROWTH-FACTOR - 1)
                          ON SIZE ERROR
                              DISPLAY 'ERROR: payment overflow on '
                                      'loan ' ACCT-ACCOUNT-NUMBER
                          NOT ON SIZE ERROR
                              SET NEW-PAYMENT-COMPUTED TO TRUE
                      END-COMPUTE
              END-COMPUTE
           END-IF.

       ADVANCE-REPRICE-SCHEDULE.
      *    The next reprice falls one frequency after the one just
      *    applied, stepped past today so a reprice caught up after
      *    an outage does not schedule another in the past; the
      *    guard backstops a date that refuses to move.
           MOVE WS-REPRICE-DATE       TO VRT-LAST-REPRICE-DATE
           MOVE WS-IDX-FOUND-VALUE    TO VRT-LAST-INDEX-VALUE
           MOVE VRT-REPRICE-FREQUENCY TO WS-MAT-ADVANCE-MONTHS
           MOVE ZEROS TO WS-CATCHUP-GUARD
           MOVE WS-REPRICE-DATE TO WS-MAT-BASE-DATE
           PERFORM ADVANCE-DATE-BY-TERM-MONTHS
           PERFORM UNTIL WS-MAT-RESULT-DATE > WS-TODAY-YMD
                   OR WS-CATCHUP-GUARD >= 100
              ADD 1 TO WS-CATCHUP-GUARD
              MOVE WS-MAT-RESULT-DATE TO WS-MAT-BASE-DATE
              PERFORM ADVANCE-DATE-BY-TERM-MONTHS
           END-PERFORM
           MOVE WS-MAT-RESULT-DATE TO VRT-NEXT-REPRICE-DATE
           REWRITE LOAN-RATE-TERMS-RECORD
               INVALID KEY
                   DISPLAY 'ERROR: unable to advance reprice date '
                           'for loan ' VRT-ACCOUNT-NUMBER
           END-REWRITE.

       REPORT-REPRICE-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT
           DISPLAY 'Reprice exception on loan ' VRT-ACCOUNT-NUMBER
                   ': ' WS-RPT-DETAIL
           WRITE REPRICING-REPORT-LINE FROM WS-REPORT-LINE.

       WRITE-CHANGE-NOTICE.
      *    A customer enrolled in e-delivery gets the notice through
      *    the e-delivery extract whatever the state of the postal
      *    address; otherwise returned mail suppresses it.
           MOVE 'N' TO WS-JOIN-FOUND-FLAG
           MOVE 'N' TO WS-EDELIVERY-FLAG
           MOVE ACCT-CUSTOMER-ID TO CUST-CUSTOMER-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET CUSTOMER-JOIN-FOUND TO TRUE
           END-READ

           EVALUATE TRUE
               WHEN NOT CUSTOMER-JOIN-FOUND
                   ADD 1 TO WS-MISSING-JOIN-COUNT
                   DISPLAY 'WARNING: customer ' ACCT-CUSTOMER-ID
                           ' not on file - notice for loan '
                           ACCT-ACCOUNT-NUMBER
                           ' needs manual handling'
               WHEN CUST-EDELIVERY-ENROLLED
                AND CUST-EMAIL-ADDRESS NOT = SPACES
                   MOVE 'LOANRATE' TO WS-EDELIV-DOC-TYPE
                   PERFORM START-ELECTRONIC-DOCUMENT
                   PERFORM PRINT-CHANGE-NOTICE
               WHEN CUST-MAIL-RETURNED
                   ADD 1 TO WS-MAIL-SUPPRESS-COUNT
                   MOVE SPACES TO WS-UNDELIV-TEXT
                   STRING CUST-CUSTOMER-ID DELIMITED BY SIZE
                          '  ' DELIMITED BY SIZE
                          CUST-NAME DELIMITED BY SIZE
                          '  LOAN RATE NOTICE SUPPRESSED - RETURNED '
                          DELIMITED BY SIZE
                          CUST-MAIL-RETURNED-DATE
                          DELIMITED BY SIZE
                          INTO WS-UNDELIV-TEXT
                   END-STRING
                   WRITE UNDELIVERABLE-LINE FROM WS-UNDELIV-TEXT
               WHEN OTHER
                   PERFORM PRINT-CHANGE-NOTICE
           END-EVALUATE.

       PRINT-CHANGE-NOTICE.
           ADD 1 TO WS-NOTICES-PRODUCED
           MOVE SPACES TO NOTICE-LINE
           PERFORM PUT-NOTICE-LINE
           MOVE CUST-NAME TO NOTICE-LINE
           PERFORM PUT-NOTICE-LINE
           MOVE CUST-ADDRESS TO NOTICE-LINE
           PERFORM PUT-NOTICE-LINE
           MOVE SPACES TO WS-NOTICE-TEXT
           STRING CUST-CITY DELIMITED BY SIZE
                  ', ' DELIMITED BY SIZE
                  CUST-STATE DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  CUST-ZIP DELIMITED BY SIZE
                  INTO WS-NOTICE-TEXT
           END-STRING
           MOVE WS-NOTICE-TEXT TO NOTICE-LINE
           PERFORM PUT-NOTICE-LINE
           MOVE SPACES TO NOTICE-LINE
           PERFORM PUT-NOTICE-LINE

           MOVE WS-OLD-RATE TO WS-OLD-RATE-ED
           MOVE WS-NEW-RATE TO WS-NEW-RATE-ED
           MOVE SPACES TO WS-NOTICE-TEXT
           STRING 'The interest rate on loan ' ACCT-ACCOUNT-NUMBER
                  ' changes from ' WS-OLD-RATE-ED
                  ' to ' WS-NEW-RATE-ED
                  ' effective ' WS-REPRICE-DATE '.'
               DELIMITED BY SIZE INTO WS-NOTICE-TEXT
           END-STRING
           MOVE WS-NOTICE-TEXT TO NOTICE-LINE
           PERFORM PUT-NOTICE-LINE

           MOVE WS-IDX-FOUND-VALUE TO WS-INDEX-ED
           MOVE VRT-MARGIN         TO WS-MARGIN-ED
           MOVE SPACES TO WS-NOTICE-TEXT
           STRING 'The new rate is the ' VRT-INDEX-NAME
                  ' index of ' WS-INDEX-ED
                  ' plus your margin of ' WS-MARGIN-ED
                  ', within the limits of your loan agreement.'
               DELIMITED BY SIZE INTO WS-NOTICE-TEXT
           END-STRING
           MOVE WS-NOTICE-TEXT TO NOTICE-LINE
           PERFORM PUT-NOTICE-LINE

           MOVE ACCT-BALANCE TO WS-BALANCE-ED
           MOVE SPACES TO WS-NOTICE-TEXT
           STRING 'Principal outstanding: ' WS-BALANCE-ED
                  '  Payments remaining: ' WS-REMAINING-PAYMENTS
               DELIMITED BY SIZE INTO WS-NOTICE-TEXT
           END-STRING
           MOVE WS-NOTICE-TEXT TO NOTICE-LINE
           PERFORM PUT-NOTICE-LINE

           MOVE WS-OLD-PAYMENT TO WS-OLD-PAYMENT-ED
           MOVE WS-NEW-PAYMENT TO WS-NEW-PAYMENT-ED
           MOVE SPACES TO WS-NOTICE-TEXT
           STRING 'Your monthly payment changes from '
                  WS-OLD-PAYMENT-ED ' to ' WS-NEW-PAYMENT-ED
               DELIMITED BY SIZE INTO WS-NOTICE-TEXT
           END-STRING
           MOVE WS-NOTICE-TEXT TO NOTICE-LINE
           PERFORM PUT-NOTICE-LINE

           MOVE SPACES TO WS-NOTICE-TEXT
           STRING 'beginning with the payment due '
                  WS-FIRST-NEW-DUE-DATE '.'
               DELIMITED BY SIZE INTO WS-NOTICE-TEXT
           END-STRING
           MOVE WS-NOTICE-TEXT TO NOTICE-LINE
           PERFORM PUT-NOTICE-LINE

           MOVE SPACES TO WS-NOTICE-TEXT
           STRING 'Your next scheduled rate change date is '
                  VRT-NEXT-REPRICE-DATE '.'
               DELIMITED BY SIZE INTO WS-NOTICE-TEXT
           END-STRING
           MOVE WS-NOTICE-TEXT TO NOTICE-LINE
           PERFORM PUT-NOTICE-LINE.

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

       ADVANCE-DATE-BY-TERM-MONTHS.
      *    Advances WS-MAT-BASE-DATE by WS-MAT-ADVANCE-MONTHS
      *    calendar months into WS-MAT-RESULT-DATE, clamping the day
      *    when the target month has fewer days than the base month.
           COMPUTE WS-MAT-MONTH-INDEX =
               WS-MAT-BASE-YEAR * 12 + WS-MAT-BASE-MONTH - 1
               + WS-MAT-ADVANCE-MONTHS
           COMPUTE WS-MAT-RESULT-YEAR = WS-MAT-MONTH-INDEX / 12
           COMPUTE WS-MAT-RESULT-MONTH =
               FUNCTION MOD(WS-MAT-MONTH-INDEX, 12) + 1
           MOVE WS-MONTH-DAYS(WS-MAT-RESULT-MONTH)
               TO WS-MAT-DAYS-IN-MONTH
           IF WS-MAT-RESULT-MONTH = 2
              IF FUNCTION MOD(WS-MAT-RESULT-YEAR, 4) = 0
                 AND (FUNCTION MOD(WS-MAT-RESULT-YEAR, 100) NOT = 0
                      OR FUNCTION MOD(WS-MAT-RESULT-YEAR, 400) = 0)
                 MOVE 29 TO WS-MAT-DAYS-IN-MONTH
              END-IF
           END-IF
           IF WS-MAT-BASE-DAY > WS-MAT-DAYS-IN-MONTH
              MOVE WS-MAT-DAYS-IN-MONTH TO WS-MAT-RESULT-DAY
           ELSE
              MOVE WS-MAT-BASE-DAY TO WS-MAT-RESULT-DAY
           END-IF.

       CLEANUP.
           DISPLAY ' '
           DISPLAY 'Loan Repricing Summary'
           DISPLAY '======================'
           DISPLAY 'Variable-rate loans:  ' WS-TERMS-READ
           DISPLAY 'Due for reprice:      ' WS-DUE-COUNT
           DISPLAY 'Repriced:             ' WS-REPRICED-COUNT
           DISPLAY 'Reprice, no change:   ' WS-UNCHANGED-COUNT
           DISPLAY 'Exceptions:           ' WS-EXCEPTION-COUNT
           DISPLAY 'Notices produced:     ' WS-NOTICES-PRODUCED
           DISPLAY 'Suppressed (returned mail): '
                   WS-MAIL-SUPPRESS-COUNT
           DISPLAY 'Delivered electronically:   '
                   WS-EDELIV-DOC-COUNT
           DISPLAY 'Missing joins:        ' WS-MISSING-JOIN-COUNT
           DISPLAY 'New payments started: ' WS-PAYMENT-SWITCH-COUNT

           CLOSE ACCOUNT-FILE
           CLOSE CUSTOMER-MASTER
           CLOSE LOAN-RATE-TERMS-FILE
           CLOSE NOTICE-FILE
           CLOSE UNDELIVERABLE-FILE
           CLOSE EDELIVERY-FILE
           CLOSE REPRICING-REPORT-FILE

           PERFORM WRITE-RUN-STATISTICS
           PERFORM RELEASE-MASTER-FILE-LOCK
           DISPLAY 'Loan Repricing - Complete'.

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
           MOVE WS-TERMS-READ TO OPS-RECORDS-READ
           MOVE WS-REPRICED-COUNT TO OPS-RECORDS-WRITTEN
           MOVE WS-EXCEPTION-COUNT TO OPS-RECORDS-REJECTED
           WRITE OPS-STATS-RECORD
           CLOSE OPS-STATS-FILE.
