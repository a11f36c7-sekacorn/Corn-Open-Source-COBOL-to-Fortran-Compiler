               RECORD KEY IS STOP-KEY
               FILE STATUS IS WS-STOP-FILE-STATUS.

      *    Debit cards, maintained by CARD-MAINTENANCE. A 'PS'
      *    card debit carries its card number in the external
      *    account field and is vetted against this master with
      *    one read.
           SELECT CARD-MASTER-FILE
               ASSIGN TO "CARD-MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CARD-NUMBER
               ALTERNATE RECORD KEY IS CARD-ACCOUNT-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS WS-CARD-FILE-STATUS.

      *    Recovery ledger kept by CHARGEOFF-PROCESSING: one record
      *    per charged-off loan, carrying what is still owed after
      *    the write-off. Payments on those loans post against it.
           SELECT CHARGEOFF-LEDGER-FILE
               ASSIGN TO "CHARGEOFF-LEDGER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CO-ACCOUNT-NUMBER
               FILE STATUS IS WS-CHARGEOFF-FILE-STATUS.

           SELECT STOP-HIT-REPORT-FILE
               ASSIGN TO "STOP-HIT-REPORT.TXT"
               ORGANIZATION IS SEQUENTIAL.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RATE-FILE-STATUS.

      *    Central fee schedule, effective-dated: one record per fee
      *    code and account type per effective date, with old fees
      *    retained as history. FEE-SCHEDULE-LISTING prints it for
      *    sign-off before a new schedule takes effect.
           SELECT FEE-SCHEDULE-FILE
               ASSIGN TO "FEE-SCHEDULE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEE-SCHEDULE-STATUS.

      *    Customer master, read only when interest is posted to
      *    check the owner's TIN and W-9 certification for backup
      *    withholding.
           SELECT CUSTOMER-MASTER
               ASSIGN TO "CUSTOMERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-CUSTOMER-ID
               FILE STATUS IS WS-CUST-FILE-STATUS.

      *    Permanent transaction history: MERGE-BRANCH-FEEDS rebuilds
      *    TRANSACTIONS.DAT from scratch every night, so the day's
      *    records are appended here at end of run before they are
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

      *    Bank calendar: the federal holidays (and any other
      *    non-processing dates) loaded at initialization so date
      *    arithmetic lands on actual processing days instead of
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HOLD-FILE-STATUS.

      *    End-of-day balances: one record per account per calendar
      *    day, written after posting - the ledger balance and the
      *    collected balance (ledger less deposit holds still in
      *    force). Weekends and holidays since the last processing
      *    day are carried at that day's close, so every calendar
      *    day has its row. Average-daily-balance interest reads it
      *    back here; service charges, account analysis and the
      *    statements read it for true daily and average balances.
           SELECT DAILY-BALANCE-FILE
               ASSIGN TO "DAILY-BALANCES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DB-KEY
               FILE STATUS IS WS-DAILY-BAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD OPS-STATS-FILE.
             88 TXN-CARD                VALUE 'PS'.
             88 TXN-ADJ-DEBIT           VALUE 'AJ'.
             88 TXN-ADJ-CREDIT          VALUE 'AC'.
             88 TXN-OFFICIAL-CHECK       VALUE 'OF'.
             88 TXN-ACH-CREDIT          VALUE 'AH'.
             88 TXN-ACH-DEBIT           VALUE 'AD'.
             88 TXN-LEGAL-REMIT         VALUE 'LR'.
          05 TXN-TO-ACCOUNT-NUMBER      PIC 9(10).
          05 TXN-AMOUNT                 PIC 9(13)V99.
          05 TXN-DATE.
      *    when TXN-TYPE is 'XT'.
          05 TXN-EXT-ROUTING-NUMBER     PIC 9(9).
          05 TXN-EXT-ACCOUNT-NUMBER     PIC X(17).
      *    Teller who keyed the item at the branch window;
      *    blank for head-office and system-generated work.
          05 TXN-TELLER-ID              PIC X(8).

       FD ACCOUNT-FILE.
       01 ACCOUNT-RECORD.
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
             88 SORT-IS-CARD            VALUE 'PS'.
             88 SORT-IS-ADJ-DEBIT       VALUE 'AJ'.
             88 SORT-IS-ADJ-CREDIT      VALUE 'AC'.
             88 SORT-IS-OFFICIAL-CHECK   VALUE 'OF'.
             88 SORT-IS-ACH-CREDIT      VALUE 'AH'.
             88 SORT-IS-ACH-DEBIT       VALUE 'AD'.
             88 SORT-IS-LEGAL-REMIT     VALUE 'LR'.
          05 SORT-TO-ACCOUNT-NUMBER     PIC 9(10).
          05 SORT-AMOUNT                PIC 9(13)V99.
          05 SORT-DATE.
          05 SORT-BRANCH-CODE           PIC 9(2).
          05 SORT-EXT-ROUTING-NUMBER    PIC 9(9).
          05 SORT-EXT-ACCOUNT-NUMBER    PIC X(17).
          05 SORT-TELLER-ID             PIC X(8).

       FD PARTITION-FILE-1.
       01 PARTITION1-RECORD.
          05 P1-BRANCH-CODE             PIC 9(2).
          05 P1-EXT-ROUTING-NUMBER      PIC 9(9).
          05 P1-EXT-ACCOUNT-NUMBER      PIC X(17).
          05 P1-TELLER-ID               PIC X(8).

       FD PARTITION-FILE-2.
       01 PARTITION2-RECORD.
          05 P2-BRANCH-CODE             PIC 9(2).
          05 P2-EXT-ROUTING-NUMBER      PIC 9(9).
          05 P2-EXT-ACCOUNT-NUMBER      PIC X(17).
          05 P2-TELLER-ID               PIC X(8).

       FD PARTITION-FILE-3.
       01 PARTITION3-RECORD.
          05 P3-BRANCH-CODE             PIC 9(2).
          05 P3-EXT-ROUTING-NUMBER      PIC 9(9).
          05 P3-EXT-ACCOUNT-NUMBER      PIC X(17).
          05 P3-TELLER-ID               PIC X(8).

       FD PARTITION-SORTED-1.
       01 PARTITION1-SORTED-RECORD.
          05 PS1-BRANCH-CODE            PIC 9(2).
          05 PS1-EXT-ROUTING-NUMBER     PIC 9(9).
          05 PS1-EXT-ACCOUNT-NUMBER     PIC X(17).
          05 PS1-TELLER-ID              PIC X(8).

       FD PARTITION-SORTED-2.
       01 PARTITION2-SORTED-RECORD.
          05 PS2-BRANCH-CODE            PIC 9(2).
          05 PS2-EXT-ROUTING-NUMBER     PIC 9(9).
          05 PS2-EXT-ACCOUNT-NUMBER     PIC X(17).
          05 PS2-TELLER-ID              PIC X(8).

       FD PARTITION-SORTED-3.
       01 PARTITION3-SORTED-RECORD.
          05 PS3-BRANCH-CODE            PIC 9(2).
          05 PS3-EXT-ROUTING-NUMBER     PIC 9(9).
          05 PS3-EXT-ACCOUNT-NUMBER     PIC X(17).
          05 PS3-TELLER-ID              PIC X(8).

      *    DMRG-RECORD mirrors SORT-RECORD so the merged, fully
      *    ordered stream can feed WRITE-SORTED-REPORT exactly as the
             88 DMRG-IS-CARD            VALUE 'PS'.
             88 DMRG-IS-ADJ-DEBIT       VALUE 'AJ'.
             88 DMRG-IS-ADJ-CREDIT      VALUE 'AC'.
             88 DMRG-IS-OFFICIAL-CHECK   VALUE 'OF'.
             88 DMRG-IS-ACH-CREDIT      VALUE 'AH'.
             88 DMRG-IS-ACH-DEBIT       VALUE 'AD'.
             88 DMRG-IS-LEGAL-REMIT     VALUE 'LR'.
          05 DMRG-TO-ACCOUNT-NUMBER     PIC 9(10).
          05 DMRG-AMOUNT                PIC 9(13)V99.
          05 DMRG-DATE.
          05 DMRG-BRANCH-CODE           PIC 9(2).
          05 DMRG-EXT-ROUTING-NUMBER    PIC 9(9).
          05 DMRG-EXT-ACCOUNT-NUMBER    PIC X(17).
          05 DMRG-TELLER-ID             PIC X(8).

       FD REPORT-FILE.
       01 REPORT-LINE                   PIC X(132).
          05 SUSP-DESCRIPTION           PIC X(50).
          05 SUSP-REASON                PIC X(40).
          05 SUSP-BRANCH-CODE           PIC 9(2).
          05 SUSP-TELLER-ID             PIC X(8).

       FD REVERSAL-FILE.
       01 REVERSAL-RECORD.
             88 STOP-ORDER-RELEASED     VALUE 'I'.
          05 STOP-PLACED-DATE           PIC 9(8).

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
          05 CARD-REPLACED-BY           PIC 9(16).

       FD CHARGEOFF-LEDGER-FILE.
       01 CHARGEOFF-LEDGER-RECORD.
          05 CO-ACCOUNT-NUMBER          PIC 9(10).
          05 CO-CHARGE-OFF-DATE         PIC 9(8).
          05 CO-DAYS-PAST-DUE           PIC 9(5).
          05 CO-AMOUNT-CHARGED-OFF      PIC 9(13)V99.
          05 CO-RECOVERED-TO-DATE       PIC 9(13)V99.
          05 CO-RECOVERY-BALANCE        PIC 9(13)V99.
          05 CO-LAST-RECOVERY-DATE      PIC 9(8).

       FD STOP-HIT-REPORT-FILE.
       01 STOP-HIT-REPORT-LINE          PIC X(132).

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
          05 FS-FEE-AMOUNT              PIC 9(5)V99.
          05 FS-DESCRIPTION             PIC X(30).

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

       FD TRANSACTION-HISTORY-FILE.
      *    Image of TRANSACTION-RECORD, appended day by day in the
      *    consolidated account/date/time order so one forward scan
      *    retrieves an account's activity for a date range.
       01 TRANSACTION-HISTORY-RECORD    PIC X(148).

       FD HISTORY-INDEX-FILE.
       01 HISTORY-INDEX-RECORD.
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

       FD BANK-CALENDAR-FILE.
       01 BANK-CALENDAR-RECORD.
          05 CAL-DATE                   PIC 9(8).
          05 HOLD-AMOUNT                PIC 9(13)V99.
          05 HOLD-RELEASE-DATE          PIC 9(8).

       FD DAILY-BALANCE-FILE.
       01 DAILY-BALANCE-RECORD.
          05 DB-KEY.
             10 DB-ACCOUNT-NUMBER       PIC 9(10).
             10 DB-BALANCE-DATE         PIC 9(8).
          05 DB-ACCT-TYPE               PIC X(2).
          05 DB-LEDGER-BALANCE          PIC S9(13)V99.
          05 DB-COLLECTED-BALANCE       PIC S9(13)V99.
      *    'P' the close of a processing day; 'C' a weekend or
      *    holiday carried at the prior processing day's close.
          05 DB-DAY-KIND                PIC X.
             88 DB-PROCESSING-DAY       VALUE 'P'.
             88 DB-CARRIED-DAY          VALUE 'C'.

       WORKING-STORAGE SECTION.
      *    Run statistics captured for the cycle summary report.
       01 WS-OPS-STATS-STATUS           PIC X(2).
       01 WS-STOP-FILE-OPEN-FLAG        PIC X VALUE 'N'.
          88 STOP-FILE-AVAILABLE        VALUE 'Y'.

       01 WS-CARD-FILE-STATUS           PIC X(2).
      *    'Y' once CARD-MASTER.DAT opened cleanly. Before any card
      *    has been issued there is nothing to vet against.
       01 WS-CARD-FILE-OPEN-FLAG        PIC X VALUE 'N'.
          88 CARD-FILE-AVAILABLE        VALUE 'Y'.
       01 WS-CUST-FILE-STATUS           PIC X(2).
       01 WS-CUST-FILE-OPEN-FLAG        PIC X VALUE 'N'.
          88 CUSTOMER-FILE-AVAILABLE    VALUE 'Y'.

       01 WS-DAILY-BAL-STATUS           PIC X(2).
      *    'Y' once DAILY-BALANCES.DAT is open; a PHASE=RPT rerun
      *    neither writes nor reads it.
       01 WS-DAILY-BAL-OPEN-FLAG        PIC X VALUE 'N'.
          88 DAILY-BALANCES-AVAILABLE   VALUE 'Y'.

       01 WS-CHARGEOFF-FILE-STATUS      PIC X(2).
      *    'Y' once CHARGEOFF-LEDGER.DAT opened cleanly - no ledger
      *    yet simply means nothing has ever been charged off.
       01 WS-CHARGEOFF-FILE-OPEN-FLAG   PIC X VALUE 'N'.
          88 CHARGEOFF-LEDGER-AVAILABLE VALUE 'Y'.
       01 WS-CARD-TXN-DATE              PIC 9(8).

       01 WS-REVERSAL-DATA.
          05 WS-REV-BEFORE-BALANCE      PIC S9(13)V99.
          05 WS-REV-AFTER-BALANCE       PIC S9(13)V99.
          05 WS-MIN-BALANCE             PIC 9(7)V99 VALUE 500.00.
          05 WS-MAX-WITHDRAWAL          PIC 9(7)V99 VALUE 10000.00.
          05 WS-DAILY-LIMIT             PIC 9(9)V99 VALUE 50000.00.
      *    Overdraft and incoming wire fees are priced from the fee
      *    schedule for the account's type as each one is assessed.
          05 WS-OVERDRAFT-FEE           PIC 9(5)V99 VALUE ZEROS.
      *    Funds availability schedule: the first part of a deposit
      *    is spendable the same day, the remainder is held for the
      *    scheduled number of business days.
          05 WS-AVAILABILITY-FLOOR      PIC 9(5)V99 VALUE 225.00.
          05 WS-HOLD-BUSINESS-DAYS      PIC 9(2) VALUE 2.
          05 WS-INCOMING-WIRE-FEE       PIC 9(5)V99 VALUE ZEROS.
      *    IRA rules: the annual contribution limit per account per
      *    tax year, and the flat federal withholding rate applied
      *    to distributions.
          05 WS-IRA-ANNUAL-LIMIT        PIC 9(5)V99 VALUE 7000.00.
          05 WS-IRA-WITHHOLDING-RATE    PIC V99 VALUE 0.10.
      *    Backup withholding rate taken from interest paid to a
      *    customer who is not exempt and has no certified TIN.
          05 WS-BACKUP-WITHHOLDING-RATE PIC V99 VALUE 0.24.

      *    Published rates, loaded from RATE-TABLE.DAT at
      *    initialization - the record per account type with the
          05 WS-MM-TIER1-RATE           PIC 9V9999.
          05 WS-MM-TIER2-RATE           PIC 9V9999.
          05 WS-MM-TIER3-RATE           PIC 9V9999.
      *    Interest method per account type, from the same rate
      *    records: 'D' closing balance, 'A' average daily balance.
          05 WS-CK-INTEREST-METHOD      PIC X VALUE 'D'.
          05 WS-SV-INTEREST-METHOD      PIC X VALUE 'D'.
          05 WS-MM-INTEREST-METHOD      PIC X VALUE 'D'.
          05 WS-CD-INTEREST-METHOD      PIC X VALUE 'D'.

      *    Rate-load bookkeeping: the winning effective date per
      *    account type, zero while no record has been accepted yet.
          05 WS-RL-MM-DATE              PIC 9(8) VALUE ZEROS.
          05 WS-RL-CD-DATE              PIC 9(8) VALUE ZEROS.

      *    Fees in force, loaded from FEE-SCHEDULE.DAT at
      *    initialization - per fee code and account type, the
      *    record with the latest effective date on or before today
      *    wins. A fee change is a data update, never a program
      *    change.
       01 WS-FEE-SCHEDULE-STATUS        PIC X(2).
          88 WS-FEE-SCHEDULE-EOF        VALUE '10'.
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

       01 WS-COUNTERS.
          05 WS-TRANSACTION-COUNT       PIC 9(7) VALUE ZEROS.
          05 WS-DEPOSIT-COUNT           PIC 9(7) VALUE ZEROS.
          05 WS-CD-PENALTY-COUNT        PIC 9(5) VALUE ZEROS.
          05 WS-HOLDS-RELEASED-COUNT    PIC 9(5) VALUE ZEROS.
          05 WS-HOLDS-PLACED-COUNT      PIC 9(5) VALUE ZEROS.
          05 WS-DAILY-BAL-WRITTEN       PIC 9(7) VALUE ZEROS.
          05 WS-DAILY-BAL-CARRIED       PIC 9(7) VALUE ZEROS.
          05 WS-STOP-HIT-COUNT          PIC 9(5) VALUE ZEROS.
          05 WS-DUPLICATE-COUNT         PIC 9(5) VALUE ZEROS.
          05 WS-EXTERNAL-XFER-COUNT     PIC 9(5) VALUE ZEROS.
          05 WS-DAILY-CAP-REJECT-COUNT  PIC 9(5) VALUE ZEROS.
          05 WS-LOAN-PAYMENT-COUNT      PIC 9(5) VALUE ZEROS.
          05 WS-LOAN-RECOVERY-COUNT     PIC 9(5) VALUE ZEROS.
          05 WS-ODP-SWEEP-COUNT         PIC 9(5) VALUE ZEROS.
          05 WS-WIRE-IN-COUNT           PIC 9(5) VALUE ZEROS.
          05 WS-WIRE-REJECT-COUNT       PIC 9(5) VALUE ZEROS.
          05 WS-ADJUSTMENT-COUNT        PIC 9(5) VALUE ZEROS.
          05 WS-ACH-CREDIT-COUNT        PIC 9(5) VALUE ZEROS.
          05 WS-ACH-DEBIT-COUNT         PIC 9(5) VALUE ZEROS.
          05 WS-LEGAL-REMIT-COUNT       PIC 9(5) VALUE ZEROS.
          05 WS-REGD-EXCEEDED-COUNT     PIC 9(5) VALUE ZEROS.
          05 WS-IRA-LIMIT-REJECT-COUNT  PIC 9(5) VALUE ZEROS.
          05 WS-IRA-DISTRIB-COUNT       PIC 9(5) VALUE ZEROS.
      *    income and never touches an account balance.
          05 WS-TOTAL-LOAN-PRINCIPAL    PIC S9(13)V99 VALUE ZEROS.
          05 WS-TOTAL-LOAN-INTEREST     PIC S9(13)V99 VALUE ZEROS.
      *    Recoveries on charged-off loans go to the loan-loss
      *    allowance; the written-off balance stays at zero, so
      *    they stay out of the balancing math as well.
          05 WS-TOTAL-LOAN-RECOVERIES   PIC S9(13)V99 VALUE ZEROS.
      *    Overdraft-protection sweeps move money between two of our
      *    own accounts, so like transfers they net to zero in the
      *    end-of-day balancing math.
      *    reduces account balances, so it belongs in the end-of-day
      *    balancing math.
          05 WS-TOTAL-IRA-WITHHOLDING   PIC S9(13)V99 VALUE ZEROS.
      *    Backup withholding taken back out of interest just paid
      *    lowers balances the same way.
          05 WS-TOTAL-BACKUP-WITHHOLDING
                                        PIC S9(13)V99 VALUE ZEROS.
      *    Back-office adjustments reverse an earlier mis-posting;
      *    they move real balance and so belong in the end-of-day
      *    balancing math, but never in the CTR counts or the
      *    activity.
          05 WS-TOTAL-ADJ-CREDITS       PIC S9(13)V99 VALUE ZEROS.
          05 WS-TOTAL-ADJ-DEBITS        PIC S9(13)V99 VALUE ZEROS.
      *    Received ACH entries staged by ACH-RECEIPT-INTAKE: outside
      *    money in and out, in the balancing math like deposits and
      *    withdrawals but kept apart from the teller cash figures.
          05 WS-TOTAL-ACH-CREDITS       PIC S9(15)V99 VALUE ZEROS.
          05 WS-TOTAL-ACH-DEBITS        PIC S9(15)V99 VALUE ZEROS.
      *    Funds paid over to a levying or garnishing creditor,
      *    staged by LEGAL-ORDER-PROCESSING: money leaving the bank,
      *    in the balancing math like any other outbound debit.
          05 WS-TOTAL-LEGAL-REMITS      PIC S9(15)V99 VALUE ZEROS.

      *    End-of-day balancing: opening total (from WS-OPENING-
      *    BALANCES) plus net activity should equal the actual sum of
          05 WS-TIER-2-AMOUNT           PIC S9(13)V99.
          05 WS-TIER-3-AMOUNT           PIC S9(13)V99.

      *    The balance interest is computed on: the closing balance,
      *    or for an average-daily-balance account the average of the
      *    day-end ledger balances since the last accrual. A day with
      *    no row keeps the balance of the row before it; an
      *    overdrawn day counts as zero.
       01 WS-INTEREST-BASIS.
          05 WS-INTEREST-BALANCE        PIC S9(13)V99.
          05 WS-ACCT-INTEREST-METHOD    PIC X.
             88 AVERAGE-BALANCE-METHOD  VALUE 'A'.
          05 WS-ADB-BALANCE-DAYS        PIC S9(17)V99.
          05 WS-ADB-CARRY-BALANCE       PIC S9(13)V99.
          05 WS-ADB-NEXT-DAY            PIC S9(7).
          05 WS-ADB-ROW-DAY             PIC S9(7).
          05 WS-ADB-END-DAY             PIC S9(7).
          05 WS-ADB-START-DATE          PIC 9(8).
          05 WS-ADB-ROW-FLAG            PIC X.
             88 ADB-ROW-SEEN            VALUE 'Y'.

      *    Daily balance snapshot work: the processing day before
      *    this one (the days between are carried at the opening
      *    balance), and the deposit holds per account at the open
      *    and at the close.
       01 WS-DAILY-BAL-WORK.
          05 WS-DB-BUSINESS-DATE        PIC 9(8).
          05 WS-DB-PRIOR-DAY-NUMBER     PIC S9(7).
          05 WS-DB-BUSINESS-DAY-NUMBER  PIC S9(7).
          05 WS-DB-GAP-DAY-NUMBER       PIC S9(7).
          05 WS-DB-OPEN-LEDGER          PIC S9(13)V99.
          05 WS-DB-OPEN-HELD            PIC S9(13)V99.
          05 WS-DB-CLOSE-HELD           PIC S9(13)V99.

       01 WS-XFER-FROM-ACCOUNT.
          05 WS-XFER-ACCOUNT-NUMBER     PIC 9(10).
          05 WS-XFER-CUSTOMER-ID        PIC 9(8).
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

      *    IRA ledger carried between runs: contributions,
      *    distributions and withholding per IRA account per tax
      *    year. Contributions over the annual limit reject to the
       01 WS-IRA-REFUSE-FLAG            PIC X VALUE 'N'.
          88 IRA-CONTRIBUTION-REFUSED   VALUE 'Y'.
       01 WS-IRA-WITHHOLD-AMOUNT        PIC S9(11)V99.
       01 WS-BACKUP-WITHHOLD-AMOUNT     PIC S9(11)V99.
       01 WS-BACKUP-WITHHOLD-FLAG       PIC X VALUE 'N'.
          88 BACKUP-WITHHOLDING-DUE     VALUE 'Y'.

      *    Reg D excessive-withdrawal watch: per savings-type
      *    account, the statement cycle's running count of WD/TR/XT
             10 WS-OB-ACCOUNT           PIC 9(10).
             10 WS-OB-TYPE              PIC X(2).
             10 WS-OB-BALANCE           PIC S9(13)V99.
      *    Deposit holds against the account: those carried in from
      *    yesterday, and all of them after today's posting.
             10 WS-OB-OPEN-HELD         PIC S9(13)V99.
             10 WS-OB-CLOSE-HELD        PIC S9(13)V99.

      *    Structuring watch: per account, per day running total of
      *    deposit/withdrawal activity, so several transactions each
      *    the ledger balance less this table's entries for the
      *    account.
       01 WS-HOLD-COUNT                 PIC 9(5) VALUE ZEROS.
      *    Entries 1 through WS-HOLD-CARRIED-COUNT came in from
      *    HOLD-FILE; those after were placed on today's deposits.
       01 WS-HOLD-CARRIED-COUNT         PIC 9(5) VALUE ZEROS.
       01 WS-HOLD-TABLE.
          05 WS-HOLD-ENTRY OCCURS 0 TO 5000 TIMES
             DEPENDING ON WS-HOLD-COUNT
      *    hold, TF transfer failed, SE amount overflow, RW account
      *    update failed, UT unknown type, NL loan payment on a
      *    non-loan account, IC IRA contribution over the annual
      *    limit, PP positive-pay mismatch on an enrolled account,
      *    CB card debit on a blocked, expired or unknown card.
       01 WS-EXCEPTION-STATUS           PIC X(2).
          88 WS-EXCEPTION-EOF           VALUE '10'.
       01 WS-EXC-REASON-CODE            PIC X(2).
       01 WS-EXC-SUMMARY-COUNT          PIC 9(2) VALUE ZEROS.
       01 WS-EXC-SUMMARY-TABLE.
          05 WS-EXCS-ENTRY OCCURS 0 TO 20 TIMES
             DEPENDING ON WS-EXC-SUMMARY-COUNT
             INDEXED BY WS-EXCS-IDX.
             10 WS-EXCS-CODE            PIC X(2).
           EVALUATE TRUE
               WHEN RUN-TXN-PHASE-ONLY
                   PERFORM PROCESS-DAILY-TRANSACTIONS
                   PERFORM WRITE-DAILY-BALANCES
               WHEN RUN-INTEREST-PHASE-ONLY
                   PERFORM CALCULATE-INTEREST-ALL-ACCOUNTS
               WHEN RUN-REPORT-PHASE-ONLY
                   PERFORM GENERATE-DAILY-REPORT
               WHEN OTHER
                   PERFORM PROCESS-DAILY-TRANSACTIONS
                   PERFORM WRITE-DAILY-BALANCES
                   PERFORM CALCULATE-INTEREST-ALL-ACCOUNTS
                   PERFORM GENERATE-DAILY-REPORT
           END-EVALUATE
           COMPUTE WS-NEAR-LIMIT-AMOUNT = WS-DAILY-LIMIT * 0.80
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-YMD
           PERFORM LOAD-RATE-TABLE
           PERFORM LOAD-FEE-SCHEDULE
           PERFORM VALIDATE-REQUIRED-FEES
           PERFORM LOAD-BANK-CALENDAR
           PERFORM PARSE-COMMAND-LINE-ARGS
           PERFORM CHECK-RUN-CONTROL
              OPEN INPUT TRANSACTION-FILE
           END-IF
           PERFORM CLAIM-MASTER-FILE-LOCK
           PERFORM TAKE-MASTER-GENERATION
           OPEN I-O ACCOUNT-FILE
           OPEN OUTPUT REPORT-FILE

              MOVE 'N' TO WS-STOP-FILE-OPEN-FLAG
           END-IF

           OPEN INPUT CARD-MASTER-FILE
           IF WS-CARD-FILE-STATUS = '00'
              MOVE 'Y' TO WS-CARD-FILE-OPEN-FLAG
           ELSE
              MOVE 'N' TO WS-CARD-FILE-OPEN-FLAG
           END-IF

      *    No customer master means no TIN to check; interest still
      *    posts, without backup withholding.
           OPEN INPUT CUSTOMER-MASTER
           IF WS-CUST-FILE-STATUS = '00'
              MOVE 'Y' TO WS-CUST-FILE-OPEN-FLAG
           ELSE
              MOVE 'N' TO WS-CUST-FILE-OPEN-FLAG
           END-IF

           OPEN I-O CHARGEOFF-LEDGER-FILE
           IF WS-CHARGEOFF-FILE-STATUS = '00'
              MOVE 'Y' TO WS-CHARGEOFF-FILE-OPEN-FLAG
           ELSE
              MOVE 'N' TO WS-CHARGEOFF-FILE-OPEN-FLAG
           END-IF

      *    The first run creates the daily balance file; a run that
      *    still cannot open it posts as before, and average-daily-
      *    balance accounts fall back to their closing balance.
           IF NOT RUN-REPORT-PHASE-ONLY
              OPEN I-O DAILY-BALANCE-FILE
              IF WS-DAILY-BAL-STATUS = '35'
                 OPEN OUTPUT DAILY-BALANCE-FILE
                 CLOSE DAILY-BALANCE-FILE
                 OPEN I-O DAILY-BALANCE-FILE
              END-IF
              IF WS-DAILY-BAL-STATUS = '00'
                 SET DAILY-BALANCES-AVAILABLE TO TRUE
              ELSE
                 DISPLAY 'WARNING: unable to open DAILY-BALANCES.DAT '
                         '(status ' WS-DAILY-BAL-STATUS ') - no '
                         'daily balances this run'
              END-IF
           END-IF

           PERFORM LOAD-POSPAY-ENROLLMENT
           OPEN I-O POSPAY-REGISTER-FILE
           IF WS-POSPAY-REG-STATUS = '00'
      *    Bring yesterday's holds into the in-memory table. This is
      *    also the daily release step: a hold whose release date has
      *    arrived is simply not carried forward, which makes the
      *    funds spendable from this run on. Legal-order holds carry
      *    a release date of 99999999 and so ride forward until
      *    LEGAL-ORDER-PROCESSING takes them off.
           MOVE ZEROS TO WS-HOLD-COUNT
           OPEN INPUT HOLD-FILE
           IF WS-HOLD-FILE-STATUS NOT = '00'
           IF WS-HOLD-FILE-STATUS NOT = '35'
              CLOSE HOLD-FILE
           END-IF
           MOVE WS-HOLD-COUNT TO WS-HOLD-CARRIED-COUNT
           DISPLAY 'Deposit holds carried forward: ' WS-HOLD-COUNT
                   ' released today: ' WS-HOLDS-RELEASED-COUNT.

                   IF RT-EFFECTIVE-DATE >= WS-RL-CK-DATE
                      MOVE RT-EFFECTIVE-DATE TO WS-RL-CK-DATE
                      MOVE RT-FLAT-RATE      TO WS-CHECKING-RATE
                      MOVE RT-INTEREST-METHOD
                          TO WS-CK-INTEREST-METHOD
                   END-IF
               WHEN 'SV'
                   IF RT-EFFECTIVE-DATE >= WS-RL-SV-DATE
                      MOVE RT-EFFECTIVE-DATE TO WS-RL-SV-DATE
                      MOVE RT-FLAT-RATE      TO WS-SAVINGS-RATE
                      MOVE RT-INTEREST-METHOD
                          TO WS-SV-INTEREST-METHOD
                      MOVE RT-TIER-BREAKPOINT-1
                          TO WS-SAVINGS-BREAKPOINT-1
                      MOVE RT-TIER-BREAKPOINT-2
                   IF RT-EFFECTIVE-DATE >= WS-RL-MM-DATE
                      MOVE RT-EFFECTIVE-DATE TO WS-RL-MM-DATE
                      MOVE RT-FLAT-RATE      TO WS-MM-RATE
                      MOVE RT-INTEREST-METHOD
                          TO WS-MM-INTEREST-METHOD
                      MOVE RT-TIER-BREAKPOINT-1
                          TO WS-MM-BREAKPOINT-1
                      MOVE RT-TIER-BREAKPOINT-2
                   IF RT-EFFECTIVE-DATE >= WS-RL-CD-DATE
                      MOVE RT-EFFECTIVE-DATE TO WS-RL-CD-DATE
                      MOVE RT-FLAT-RATE      TO WS-CD-RATE
                      MOVE RT-INTEREST-METHOD
                          TO WS-CD-INTEREST-METHOD
                   END-IF
      *        Published index values for variable-rate loans
      *        (prime, SOFR, one-year Treasury, cost of funds) ride
      *        the same sheet; LOAN-REPRICING reads them.
               WHEN 'PR' WHEN 'SF' WHEN 'TY' WHEN 'CF'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'WARNING: rate record for unknown account '
                           'type ' RT-ACCOUNT-TYPE ' ignored'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
      *    Blank on the older records is the closing-balance
      *    method; anything else unknown would accrue on a guess.
           INSPECT WS-CK-INTEREST-METHOD REPLACING ALL ' ' BY 'D'
           INSPECT WS-SV-INTEREST-METHOD REPLACING ALL ' ' BY 'D'
           INSPECT WS-MM-INTEREST-METHOD REPLACING ALL ' ' BY 'D'
           INSPECT WS-CD-INTEREST-METHOD REPLACING ALL ' ' BY 'D'
           IF (WS-CK-INTEREST-METHOD NOT = 'D' AND NOT = 'A')
              OR (WS-SV-INTEREST-METHOD NOT = 'D' AND NOT = 'A')
              OR (WS-MM-INTEREST-METHOD NOT = 'D' AND NOT = 'A')
              OR (WS-CD-INTEREST-METHOD NOT = 'D' AND NOT = 'A')
              DISPLAY 'FATAL: rate table interest method not D or A '
                      '- run refused'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           DISPLAY 'Rates loaded - effective CK ' WS-RL-CK-DATE
                   ' SV ' WS-RL-SV-DATE ' MM ' WS-RL-MM-DATE
                   ' CD ' WS-RL-CD-DATE
           DISPLAY 'Interest methods - CK ' WS-CK-INTEREST-METHOD
                   ' SV ' WS-SV-INTEREST-METHOD
                   ' MM ' WS-MM-INTEREST-METHOD
                   ' CD ' WS-CD-INTEREST-METHOD.

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

       VALIDATE-REQUIRED-FEES.
      *    Overdraft and incoming wire fees for every deposit type,
      *    and the CD early-withdrawal penalty.
           MOVE 'ODFEE' TO WS-FS-LOOKUP-CODE
           MOVE 'CK' TO WS-FS-LOOKUP-TYPE
           PERFORM REQUIRE-SCHEDULED-FEE
           MOVE 'SV' TO WS-FS-LOOKUP-TYPE
           PERFORM REQUIRE-SCHEDULED-FEE
           MOVE 'MM' TO WS-FS-LOOKUP-TYPE
           PERFORM REQUIRE-SCHEDULED-FEE
           MOVE 'WIREIN' TO WS-FS-LOOKUP-CODE
           MOVE 'CK' TO WS-FS-LOOKUP-TYPE
           PERFORM REQUIRE-SCHEDULED-FEE
           MOVE 'SV' TO WS-FS-LOOKUP-TYPE
           PERFORM REQUIRE-SCHEDULED-FEE
           MOVE 'MM' TO WS-FS-LOOKUP-TYPE
           PERFORM REQUIRE-SCHEDULED-FEE
           MOVE 'CDEWPEN' TO WS-FS-LOOKUP-CODE
           MOVE 'CD' TO WS-FS-LOOKUP-TYPE
           PERFORM REQUIRE-SCHEDULED-FEE.

       OPEN-AUDIT-AND-REGULATORY-FILES.
      *    CTR/reversal/audit/suspense history is durable, multi-day
           MOVE ACCT-ACCOUNT-NUMBER TO WS-OB-ACCOUNT(WS-OPEN-BAL-COUNT)
           MOVE ACCT-TYPE           TO WS-OB-TYPE(WS-OPEN-BAL-COUNT)
           MOVE ACCT-BALANCE        TO WS-OB-BALANCE(WS-OPEN-BAL-COUNT)
           MOVE ZEROS TO WS-OB-OPEN-HELD(WS-OPEN-BAL-COUNT)
           MOVE ZEROS TO WS-OB-CLOSE-HELD(WS-OPEN-BAL-COUNT)
           PERFORM READ-NEXT-ACCOUNT.

       PROCESS-DAILY-TRANSACTIONS.
              PERFORM LOG-AUDIT-TRAIL
              ADD 1 TO WS-WIRE-IN-COUNT
              ADD WIR-AMOUNT TO WS-TOTAL-WIRES-IN
              PERFORM PRICE-INCOMING-WIRE-FEE
              IF WS-INCOMING-WIRE-FEE > ZEROS
                 PERFORM ASSESS-INCOMING-WIRE-FEE
              END-IF
              PERFORM WRITE-WIRE-REPORT-LINE
              IF WIR-AMOUNT >= WS-REPORTING-THRESHOLD
                 PERFORM LOG-LARGE-WIRE-CREDIT
              END-IF
           END-IF.

       PRICE-INCOMING-WIRE-FEE.
           MOVE 'N' TO WS-WIRE-FEE-POSTED-FLAG
           MOVE 'WIREIN' TO WS-FS-LOOKUP-CODE
           MOVE ACCT-TYPE TO WS-FS-LOOKUP-TYPE
           PERFORM LOOKUP-SCHEDULED-FEE
           MOVE WS-FS-LOOKUP-AMOUNT TO WS-INCOMING-WIRE-FEE
           IF NOT SCHEDULED-FEE-FOUND
              DISPLAY 'WARNING: no incoming wire fee scheduled for '
                      'account type ' ACCT-TYPE ' - account '
                      ACCT-ACCOUNT-NUMBER ' not charged'
           END-IF.

       ASSESS-INCOMING-WIRE-FEE.
           MOVE ACCT-BALANCE TO WS-AUDIT-BEFORE-BALANCE
           MOVE 'WIRE-IN-FEE' TO WS-AUDIT-OPERATION-NAME
           MOVE WS-INCOMING-WIRE-FEE TO WS-AUDIT-AMOUNT
           MOVE 'INBOUND WIRE - ACCOUNT UNPOSTABLE'
               TO SUSP-REASON
           MOVE ZEROS                 TO SUSP-BRANCH-CODE
           MOVE SPACES                TO SUSP-TELLER-ID
           WRITE SUSPENSE-RECORD
           DISPLAY 'INBOUND WIRE PARKED: account '
                   WIR-ACCOUNT-NUMBER ' amount ' WIR-AMOUNT.
           MOVE TXN-DESCRIPTION       TO SUSP-DESCRIPTION
           MOVE 'DUPLICATE TRANSACTION' TO SUSP-REASON
           MOVE TXN-BRANCH-CODE       TO SUSP-BRANCH-CODE
           MOVE TXN-TELLER-ID         TO SUSP-TELLER-ID
           WRITE SUSPENSE-RECORD
           DISPLAY 'DUPLICATE SUSPECTED: Account ' TXN-ACCOUNT-NUMBER
                   ' Type: ' TXN-TYPE
              END-SEARCH
           END-IF
           IF NOT EXC-SUMMARY-FOUND
              IF WS-EXC-SUMMARY-COUNT < 20
                 ADD 1 TO WS-EXC-SUMMARY-COUNT
                 SET WS-EXCS-IDX TO WS-EXC-SUMMARY-COUNT
                 MOVE WS-EXC-REASON-CODE
              ADD 1 TO WS-BR-TXN-COUNT(WS-BR-IDX)
              IF TRANSACTION-POSTED
                 EVALUATE TRUE
                     WHEN TXN-DEPOSIT OR TXN-ACH-CREDIT
                         ADD TXN-AMOUNT TO WS-BR-DEP-TOTAL(WS-BR-IDX)
                     WHEN TXN-WITHDRAWAL OR TXN-CHECK
                          OR TXN-EXTERNAL OR TXN-CARD
                          OR TXN-OFFICIAL-CHECK OR TXN-ACH-DEBIT
                          OR TXN-LEGAL-REMIT
                         ADD TXN-AMOUNT TO WS-BR-WD-TOTAL(WS-BR-IDX)
                 END-EVALUATE
              ELSE
                 PERFORM WRITE-EXCEPTION-RECORD
              END-IF

      *       Validate transaction amount. An official check is
      *       bought with the account's own funds, not drawn in
      *       cash, so it is held to the funds tests alone - a
      *       cashier's check for a house closing routinely runs
      *       past the daily cash limit. A received ACH entry was
      *       authorized by the customer with the originator and is
      *       not cash either, and a legal-order remittance is paid
      *       over under a court or tax authority's order.
              IF TXN-AMOUNT <= ZEROS
                 OR (TXN-AMOUNT > WS-DAILY-LIMIT
                     AND NOT TXN-OFFICIAL-CHECK
                     AND NOT TXN-ACH-CREDIT
                     AND NOT TXN-ACH-DEBIT
                     AND NOT TXN-LEGAL-REMIT)
                 MOVE 'N' TO WS-VALID-TRANSACTION
                 DISPLAY WS-ERR-INVALID-AMOUNT
                 MOVE 'IA' TO WS-EXC-REASON-CODE
                 PERFORM CHECK-POSITIVE-PAY
              END-IF

      *       A card debit on a card that is blocked, past its
      *       expiry date, unknown, or linked to another account is
      *       refused
              IF TXN-CARD AND TRANSACTION-VALID
                 PERFORM CHECK-CARD-STATUS
              END-IF

      *       Check for structuring (several transactions below the
      *       CTR threshold that sum above it on the same day)
              IF TXN-DEPOSIT OR TXN-WITHDRAWAL
              END-READ
           END-IF.

       CHECK-CARD-STATUS.
      *    Settlement items without a card number (older network
      *    files) post unvetted, as they always have.
           IF CARD-FILE-AVAILABLE
              AND TXN-EXT-ACCOUNT-NUMBER(1:16) NOT = SPACES
              AND TXN-EXT-ACCOUNT-NUMBER(1:16) IS NUMERIC
              MOVE TXN-EXT-ACCOUNT-NUMBER(1:16) TO CARD-NUMBER
              MOVE TXN-DATE TO WS-CARD-TXN-DATE
              READ CARD-MASTER-FILE
                  INVALID KEY
                      MOVE 'N' TO WS-VALID-TRANSACTION
                      DISPLAY 'ERROR: Card not on file'
                  NOT INVALID KEY
                      IF NOT CARD-ACTIVE
                         MOVE 'N' TO WS-VALID-TRANSACTION
                         DISPLAY 'ERROR: Card is blocked'
                      ELSE
                         IF CARD-EXPIRY-DATE < WS-CARD-TXN-DATE
                            MOVE 'N' TO WS-VALID-TRANSACTION
                            DISPLAY 'ERROR: Card has expired'
                         ELSE
                            IF CARD-ACCOUNT-NUMBER
                                   NOT = TXN-ACCOUNT-NUMBER
                               MOVE 'N' TO WS-VALID-TRANSACTION
                               DISPLAY 'ERROR: Card not linked to '
                                       'account'
                            END-IF
                         END-IF
                      END-IF
              END-READ
              IF NOT TRANSACTION-VALID
                 DISPLAY 'Account: ' TXN-ACCOUNT-NUMBER
                         ' Card ending: '
                         TXN-EXT-ACCOUNT-NUMBER(13:4)
                 MOVE 'CB' TO WS-EXC-REASON-CODE
                 PERFORM WRITE-EXCEPTION-RECORD
              END-IF
           END-IF.

       LOAD-POSPAY-ENROLLMENT.
           MOVE ZEROS TO WS-PPE-COUNT
           OPEN INPUT POSPAY-ENROLLED-FILE
                    PERFORM PROCESS-WITHDRAWAL
               WHEN TXN-CARD
                    PERFORM PROCESS-WITHDRAWAL
      *        An official check issued at the branch debits the
      *        remitter like a withdrawal; the proceeds move to the
      *        official-check liability, not out in cash.
               WHEN TXN-OFFICIAL-CHECK
                    PERFORM PROCESS-WITHDRAWAL
               WHEN TXN-TRANSFER
                    PERFORM PROCESS-TRANSFER
      *        External transfers debit the customer like a
               WHEN TXN-INTEREST
                    PERFORM PROCESS-MANUAL-INTEREST
      *        Loan payments are split into principal and interest
      *        against the loan master fields on the account; on a
      *        charged-off loan the whole payment is a recovery.
               WHEN TXN-LOAN-PAYMENT
                    IF ACCT-CHARGED-OFF
                       PERFORM PROCESS-LOAN-RECOVERY
                    ELSE
                       PERFORM PROCESS-LOAN-PAYMENT
                    END-IF
      *        Back-office adjustments book the reversal directly -
      *        no deposit hold, no overdraft fee, no caps: the error
      *        being corrected already went through all of that.
                    PERFORM PROCESS-ADJUSTMENT-CREDIT
               WHEN TXN-ADJ-DEBIT
                    PERFORM PROCESS-ADJUSTMENT-DEBIT
      *        Entries received from other banks over ACH, staged by
      *        ACH-RECEIPT-INTAKE. A refusal lands on EXCEPTIONS.DAT
      *        like any other, and ACH-RECEIPT-RETURNS sends it back
      *        to the originating bank with its return reason.
               WHEN TXN-ACH-CREDIT
                    PERFORM PROCESS-ACH-CREDIT
               WHEN TXN-ACH-DEBIT
                    PERFORM PROCESS-ACH-DEBIT
      *        Funds held under a tax levy or garnishment, paid over
      *        to the creditor when the order matures.
               WHEN TXN-LEGAL-REMIT
                    PERFORM PROCESS-LEGAL-REMIT
               WHEN OTHER
                    DISPLAY 'Unknown transaction type: ' TXN-TYPE
                    PERFORM WRITE-SUSPENSE-RECORD
           MOVE TXN-DESCRIPTION       TO SUSP-DESCRIPTION
           MOVE 'UNRECOGNIZED TRANSACTION TYPE' TO SUSP-REASON
           MOVE TXN-BRANCH-CODE       TO SUSP-BRANCH-CODE
           MOVE TXN-TELLER-ID         TO SUSP-TELLER-ID
           WRITE SUSPENSE-RECORD.

       PROCESS-DEPOSIT.

       PROCESS-WITHDRAWAL.
      *    Check the per-transaction withdrawal cap, then sufficient
      *    funds including overdraft. Official checks are exempt
      *    from the cash cap the same way they are from the daily
      *    limit in VALIDATE-TRANSACTION.
           IF TXN-AMOUNT > WS-MAX-WITHDRAWAL
              AND NOT TXN-OFFICIAL-CHECK
              DISPLAY 'ERROR: Withdrawal exceeds per-transaction limit'
              DISPLAY 'Account: ' ACCT-ACCOUNT-NUMBER
                      ' Amount: ' TXN-AMOUNT
      *             so a retry-exhausted failure logs this
      *             transaction's own name and amount, not a stale
      *             one left over from whatever was audited last.
                    IF TXN-OFFICIAL-CHECK
                       MOVE 'OFFICIAL-CHECK'
                           TO WS-AUDIT-OPERATION-NAME
                    ELSE
                       MOVE 'WITHDRAWAL' TO WS-AUDIT-OPERATION-NAME
                    END-IF
                    MOVE TXN-AMOUNT TO WS-AUDIT-AMOUNT
                    SUBTRACT TXN-AMOUNT FROM ACCT-BALANCE
                    ADD TXN-AMOUNT TO WS-TOTAL-WITHDRAWALS
                    END-IF

                    IF OVERDRAFT-EXCEEDED AND REWRITE-SUCCESSFUL
                       PERFORM PRICE-OVERDRAFT-FEE
                       IF WS-OVERDRAFT-FEE > ZEROS
                          PERFORM ASSESS-OVERDRAFT-FEE
                       END-IF
                    END-IF
                 END-IF
                 END-IF

       CHECK-CD-EARLY-WITHDRAWAL.
      *    A withdrawal that hits a CD ahead of its maturity date
      *    draws an interest penalty - by default the scheduled
      *    number of days' interest at the account's own rate on the
      *    amount withdrawn, or a flat scheduled amount - assessed as
      *    its own balance change and audit line, the same way
      *    ASSESS-OVERDRAFT-FEE layers the overdraft fee on top of
      *    the withdrawal that triggered it.
           MOVE TXN-DATE TO WS-CD-POSTING-DATE
           IF ACCT-MATURITY-DATE > ZEROS
              AND WS-CD-POSTING-DATE < ACCT-MATURITY-DATE
              MOVE 'CDEWPEN' TO WS-FS-LOOKUP-CODE
              MOVE ACCT-TYPE TO WS-FS-LOOKUP-TYPE
              PERFORM LOOKUP-SCHEDULED-FEE
              IF WS-FS-LOOKUP-BASIS = 'D'
                 COMPUTE WS-CD-PENALTY-AMOUNT ROUNDED =
                     TXN-AMOUNT * ACCT-INTEREST-RATE
                     * WS-FS-LOOKUP-AMOUNT / WS-ANNUAL-DAYS
                     ON SIZE ERROR
                         DISPLAY 'ERROR: CD penalty overflow on '
                                 'account ' ACCT-ACCOUNT-NUMBER
                         MOVE ZEROS TO WS-CD-PENALTY-AMOUNT
                 END-COMPUTE
              ELSE
                 MOVE WS-FS-LOOKUP-AMOUNT TO WS-CD-PENALTY-AMOUNT
              END-IF

              IF WS-CD-PENALTY-AMOUNT > ZEROS
                 MOVE ACCT-BALANCE TO WS-AUDIT-BEFORE-BALANCE
              END-IF
           END-IF.

       PRICE-OVERDRAFT-FEE.
           MOVE 'ODFEE' TO WS-FS-LOOKUP-CODE
           MOVE ACCT-TYPE TO WS-FS-LOOKUP-TYPE
           PERFORM LOOKUP-SCHEDULED-FEE
           MOVE WS-FS-LOOKUP-AMOUNT TO WS-OVERDRAFT-FEE
           IF NOT SCHEDULED-FEE-FOUND
              DISPLAY 'WARNING: no overdraft fee scheduled for '
                      'account type ' ACCT-TYPE ' - account '
                      ACCT-ACCOUNT-NUMBER ' not charged'
           END-IF.

       ASSESS-OVERDRAFT-FEE.
      *    A withdrawal that dips the balance below zero (but still
      *    within ACCT-OVERDRAFT-LIMIT) draws a flat overdraft fee,
              END-IF
           END-IF.

       PROCESS-LOAN-RECOVERY.
      *    The principal on a charged-off loan was written off to
      *    the loan-loss allowance, so a payment no longer reduces
      *    a balance or accrues interest income: the whole amount
      *    is a recovery. The account stays at zero (its audit line
      *    carries the amount with before and after equal), the
      *    due date no longer advances, and the recovery is applied
      *    to the loan's CHARGEOFF-LEDGER.DAT record.
           MOVE ACCT-BALANCE TO WS-AUDIT-BEFORE-BALANCE
           MOVE 'LOAN-RECOVERY' TO WS-AUDIT-OPERATION-NAME
           MOVE TXN-AMOUNT TO WS-AUDIT-AMOUNT
           MOVE TXN-DATE TO ACCT-LAST-ACTIVITY-DATE

           PERFORM REWRITE-ACCOUNT-WITH-RETRY
           IF NOT REWRITE-SUCCESSFUL
              MOVE 'RW' TO WS-EXC-REASON-CODE
              PERFORM WRITE-EXCEPTION-RECORD
              ADD 1 TO WS-ERROR-COUNT
           ELSE
              MOVE 'Y' TO WS-TRANSACTION-POSTED
              ADD 1 TO WS-LOAN-RECOVERY-COUNT
              ADD TXN-AMOUNT TO WS-TOTAL-LOAN-RECOVERIES
              PERFORM LOG-AUDIT-TRAIL
              PERFORM APPLY-RECOVERY-TO-LEDGER
           END-IF.

       APPLY-RECOVERY-TO-LEDGER.
      *    The recovery has posted and is on the audit trail, which
      *    is what the GL and the loss report run from; a missing
      *    ledger record only leaves the collections balance stale,
      *    so it is flagged for follow-up rather than refused.
           IF NOT CHARGEOFF-LEDGER-AVAILABLE
              DISPLAY 'WARNING: recovery on account '
                      ACCT-ACCOUNT-NUMBER ' - CHARGEOFF-LEDGER.DAT '
                      'not available, ledger not updated'
           ELSE
              MOVE ACCT-ACCOUNT-NUMBER TO CO-ACCOUNT-NUMBER
              READ CHARGEOFF-LEDGER-FILE
                  INVALID KEY
                      DISPLAY 'WARNING: recovery on account '
                              ACCT-ACCOUNT-NUMBER ' has no charge-'
                              'off ledger record'
                  NOT INVALID KEY
                      ADD TXN-AMOUNT TO CO-RECOVERED-TO-DATE
                      IF TXN-AMOUNT < CO-RECOVERY-BALANCE
                         SUBTRACT TXN-AMOUNT
                             FROM CO-RECOVERY-BALANCE
                      ELSE
                         MOVE ZEROS TO CO-RECOVERY-BALANCE
                      END-IF
                      MOVE TXN-DATE TO CO-LAST-RECOVERY-DATE
                      REWRITE CHARGEOFF-LEDGER-RECORD
                          INVALID KEY
                              DISPLAY 'WARNING: unable to update '
                                      'charge-off ledger for '
                                      ACCT-ACCOUNT-NUMBER
                      END-REWRITE
              END-READ
           END-IF.

       ADVANCE-LOAN-DUE-DATE.
      *    Advances WS-LADV-BASE-DATE one calendar month into
      *    WS-LADV-RESULT-DATE, clamping the day when the target
                   END-IF
           END-SUBTRACT.

       PROCESS-ACH-CREDIT.
      *    Payroll, benefit and other credits from originators at
      *    other banks. The money has already settled through the
      *    ACH operator, so it posts without a deposit hold.
           MOVE ACCT-BALANCE TO WS-AUDIT-BEFORE-BALANCE
           MOVE 'ACH-CREDIT' TO WS-AUDIT-OPERATION-NAME
           MOVE TXN-AMOUNT TO WS-AUDIT-AMOUNT
           ADD TXN-AMOUNT TO ACCT-BALANCE
           MOVE TXN-DATE TO ACCT-LAST-ACTIVITY-DATE

           PERFORM REWRITE-ACCOUNT-WITH-RETRY
           IF NOT REWRITE-SUCCESSFUL
              MOVE 'RW' TO WS-EXC-REASON-CODE
              PERFORM WRITE-EXCEPTION-RECORD
              ADD 1 TO WS-ERROR-COUNT
           ELSE
              MOVE 'Y' TO WS-TRANSACTION-POSTED
              ADD 1 TO WS-ACH-CREDIT-COUNT
              ADD TXN-AMOUNT TO WS-TOTAL-ACH-CREDITS
              PERFORM LOG-AUDIT-TRAIL
           END-IF.

       PROCESS-ACH-DEBIT.
      *    Biller and other debits originated against the customer.
      *    No overdraft line is extended and no overdraft fee is
      *    charged: an entry the available balance cannot cover is
      *    refused 'IF' or 'FH' and returned to the originator as
      *    insufficient funds.
           PERFORM COMPUTE-AVAILABLE-BALANCE
           IF ACCT-BALANCE < TXN-AMOUNT
              DISPLAY WS-ERR-INSUFFICIENT-FUNDS
              DISPLAY 'Account: ' ACCT-ACCOUNT-NUMBER
                      ' ACH debit: ' TXN-AMOUNT
              MOVE 'IF' TO WS-EXC-REASON-CODE
              PERFORM WRITE-EXCEPTION-RECORD
              ADD 1 TO WS-ERROR-COUNT
           ELSE
           IF WS-AVAILABLE-BALANCE < TXN-AMOUNT
              DISPLAY WS-ERR-FUNDS-ON-HOLD
              DISPLAY 'Account: ' ACCT-ACCOUNT-NUMBER
                      ' ACH debit: ' TXN-AMOUNT
                      ' Available: ' WS-AVAILABLE-BALANCE
              MOVE 'FH' TO WS-EXC-REASON-CODE
              PERFORM WRITE-EXCEPTION-RECORD
              ADD 1 TO WS-ERROR-COUNT
           ELSE
              MOVE ACCT-BALANCE TO WS-AUDIT-BEFORE-BALANCE
              MOVE 'ACH-DEBIT' TO WS-AUDIT-OPERATION-NAME
              MOVE TXN-AMOUNT TO WS-AUDIT-AMOUNT
              SUBTRACT TXN-AMOUNT FROM ACCT-BALANCE
              MOVE TXN-DATE TO ACCT-LAST-ACTIVITY-DATE

              PERFORM REWRITE-ACCOUNT-WITH-RETRY
              IF NOT REWRITE-SUCCESSFUL
                 MOVE 'RW' TO WS-EXC-REASON-CODE
                 PERFORM WRITE-EXCEPTION-RECORD
                 ADD 1 TO WS-ERROR-COUNT
              ELSE
                 MOVE 'Y' TO WS-TRANSACTION-POSTED
                 ADD 1 TO WS-ACH-DEBIT-COUNT
                 ADD TXN-AMOUNT TO WS-TOTAL-ACH-DEBITS
                 PERFORM LOG-AUDIT-TRAIL
              END-IF
           END-IF
           END-IF.

       PROCESS-LEGAL-REMIT.
      *    Pays a matured levy or garnishment out of the funds held
      *    for it. LEGAL-ORDER-PROCESSING took the hold off when it
      *    staged this item, so the funds are tested against the
      *    ledger balance alone; no overdraft line is extended and
      *    no fee is charged. A shortfall is refused 'IF' and Legal
      *    works it by hand.
           IF ACCT-BALANCE < TXN-AMOUNT
              DISPLAY WS-ERR-INSUFFICIENT-FUNDS
              DISPLAY 'Account: ' ACCT-ACCOUNT-NUMBER
                      ' Legal order remittance: ' TXN-AMOUNT
              MOVE 'IF' TO WS-EXC-REASON-CODE
              PERFORM WRITE-EXCEPTION-RECORD
              ADD 1 TO WS-ERROR-COUNT
           ELSE
              MOVE ACCT-BALANCE TO WS-AUDIT-BEFORE-BALANCE
              MOVE 'LEGAL-REMIT' TO WS-AUDIT-OPERATION-NAME
              MOVE TXN-AMOUNT TO WS-AUDIT-AMOUNT
              SUBTRACT TXN-AMOUNT FROM ACCT-BALANCE
              MOVE TXN-DATE TO ACCT-LAST-ACTIVITY-DATE

              PERFORM REWRITE-ACCOUNT-WITH-RETRY
              IF NOT REWRITE-SUCCESSFUL
                 MOVE 'RW' TO WS-EXC-REASON-CODE
                 PERFORM WRITE-EXCEPTION-RECORD
                 ADD 1 TO WS-ERROR-COUNT
              ELSE
                 MOVE 'Y' TO WS-TRANSACTION-POSTED
                 ADD 1 TO WS-LEGAL-REMIT-COUNT
                 ADD TXN-AMOUNT TO WS-TOTAL-LEGAL-REMITS
                 PERFORM LOG-AUDIT-TRAIL
              END-IF
           END-IF.

       PROCESS-MANUAL-INTEREST.
      *    Manual interest posting (batch interest calculated separately)
           MOVE ACCT-BALANCE TO WS-AUDIT-BEFORE-BALANCE
              ADD 1 TO WS-ERROR-COUNT
           ELSE
              PERFORM LOG-AUDIT-TRAIL
              PERFORM TAKE-BACKUP-WITHHOLDING
           END-IF.

       TAKE-BACKUP-WITHHOLDING.
      *    Interest paid to an owner without a certified TIN has the
      *    backup withholding rate taken straight back out as its
      *    own audited balance change, reported on the 1099-INT as
      *    federal tax withheld. IRA interest is never withheld.
           MOVE 'N' TO WS-BACKUP-WITHHOLD-FLAG
           IF CUSTOMER-FILE-AVAILABLE AND NOT ACCT-IS-IRA
              MOVE ACCT-CUSTOMER-ID TO CUST-CUSTOMER-ID
              READ CUSTOMER-MASTER
                  INVALID KEY
                      SET BACKUP-WITHHOLDING-DUE TO TRUE
                  NOT INVALID KEY
                      IF NOT CUST-W9-EXEMPT
                         AND (CUST-TIN = ZEROS
                              OR NOT CUST-W9-CERTIFIED)
                         SET BACKUP-WITHHOLDING-DUE TO TRUE
                      END-IF
              END-READ
           END-IF
           IF BACKUP-WITHHOLDING-DUE
              COMPUTE WS-BACKUP-WITHHOLD-AMOUNT ROUNDED =
                  TXN-AMOUNT * WS-BACKUP-WITHHOLDING-RATE
              IF WS-BACKUP-WITHHOLD-AMOUNT > ZEROS
                 MOVE ACCT-BALANCE TO WS-AUDIT-BEFORE-BALANCE
                 MOVE 'BACKUP-WITHHOLDING'
                     TO WS-AUDIT-OPERATION-NAME
                 MOVE WS-BACKUP-WITHHOLD-AMOUNT TO WS-AUDIT-AMOUNT
                 SUBTRACT WS-BACKUP-WITHHOLD-AMOUNT
                     FROM ACCT-BALANCE
                 PERFORM REWRITE-ACCOUNT-WITH-RETRY
                 IF REWRITE-SUCCESSFUL
                    PERFORM LOG-AUDIT-TRAIL
                    ADD WS-BACKUP-WITHHOLD-AMOUNT
                        TO WS-TOTAL-BACKUP-WITHHOLDING
                 ELSE
                    ADD 1 TO WS-ERROR-COUNT
                 END-IF
              END-IF
           END-IF.

       CALCULATE-INTEREST-ALL-ACCOUNTS.
      *    A loan's positive balance is principal the customer owes,
      *    not a deposit - loans earn the bank interest through
      *    payment splits, never the depositor accrual below.
      *    An average-daily-balance account can have earned on days
      *    it was in funds even when today's close is not.
           PERFORM LOOKUP-INTEREST-METHOD
           IF ACCT-ACTIVE AND NOT ACCT-LOAN
              AND (ACCT-BALANCE > ZEROS OR AVERAGE-BALANCE-METHOD)
      *       Calculate days since last interest payment
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-YMD
              COMPUTE WS-DAYS-SINCE-INTEREST =
                  FUNCTION INTEGER-OF-DATE(WS-TODAY-YMD) -
                  FUNCTION INTEGER-OF-DATE(ACCT-LAST-INTEREST-DATE)

              IF AVERAGE-BALANCE-METHOD
                 PERFORM COMPUTE-AVERAGE-DAILY-BALANCE
              ELSE
                 MOVE ACCT-BALANCE TO WS-INTEREST-BALANCE
              END-IF

      *       Savings and money-market accounts earn our published
      *       tiered rate; checking/CD keep a single flat rate
              IF ACCT-SAVINGS OR ACCT-MONEY-MARKET
           ADD 1 TO WS-ACCOUNTS-PROCESSED
           PERFORM READ-NEXT-ACCOUNT.

       LOOKUP-INTEREST-METHOD.
           EVALUATE TRUE
               WHEN ACCT-CHECKING
                   MOVE WS-CK-INTEREST-METHOD TO WS-ACCT-INTEREST-METHOD
               WHEN ACCT-SAVINGS
                   MOVE WS-SV-INTEREST-METHOD TO WS-ACCT-INTEREST-METHOD
               WHEN ACCT-MONEY-MARKET
                   MOVE WS-MM-INTEREST-METHOD TO WS-ACCT-INTEREST-METHOD
               WHEN ACCT-CD
                   MOVE WS-CD-INTEREST-METHOD TO WS-ACCT-INTEREST-METHOD
               WHEN OTHER
                   MOVE 'D' TO WS-ACCT-INTEREST-METHOD
           END-EVALUATE
           IF NOT DAILY-BALANCES-AVAILABLE
              MOVE 'D' TO WS-ACCT-INTEREST-METHOD
           END-IF.

       COMPUTE-AVERAGE-DAILY-BALANCE.
      *    Average of the day-end ledger balances for each day after
      *    the last accrual through today. Days before the account's
      *    first row in the window take that row's balance; with no
      *    row at all the account sat on today's balance throughout.
           MOVE ACCT-BALANCE TO WS-INTEREST-BALANCE
           IF WS-DAYS-SINCE-INTEREST > ZEROS
              MOVE ZEROS TO WS-ADB-BALANCE-DAYS
              MOVE 'N' TO WS-ADB-ROW-FLAG
              COMPUTE WS-ADB-NEXT-DAY =
                  FUNCTION INTEGER-OF-DATE(ACCT-LAST-INTEREST-DATE)
                  + 1
              COMPUTE WS-ADB-END-DAY =
                  FUNCTION INTEGER-OF-DATE(WS-TODAY-YMD)
              COMPUTE WS-ADB-START-DATE =
                  FUNCTION DATE-OF-INTEGER(WS-ADB-NEXT-DAY)
              MOVE ACCT-BALANCE TO WS-ADB-CARRY-BALANCE

              MOVE ACCT-ACCOUNT-NUMBER TO DB-ACCOUNT-NUMBER
              MOVE WS-ADB-START-DATE   TO DB-BALANCE-DATE
              START DAILY-BALANCE-FILE KEY IS >= DB-KEY
                  INVALID KEY
                      MOVE '10' TO WS-DAILY-BAL-STATUS
              END-START
              IF WS-DAILY-BAL-STATUS NOT = '10'
                 PERFORM READ-NEXT-DAILY-BALANCE
              END-IF
              PERFORM UNTIL WS-DAILY-BAL-STATUS = '10'
                      OR DB-ACCOUNT-NUMBER NOT = ACCT-ACCOUNT-NUMBER
                      OR DB-BALANCE-DATE > WS-TODAY-YMD
                 COMPUTE WS-ADB-ROW-DAY =
                     FUNCTION INTEGER-OF-DATE(DB-BALANCE-DATE)
                 IF NOT ADB-ROW-SEEN
                    SET ADB-ROW-SEEN TO TRUE
                    MOVE DB-LEDGER-BALANCE TO WS-ADB-CARRY-BALANCE
                 END-IF
                 PERFORM ADD-ADB-CARRY-DAYS
                 MOVE DB-LEDGER-BALANCE TO WS-ADB-CARRY-BALANCE
                 MOVE WS-ADB-ROW-DAY TO WS-ADB-NEXT-DAY
                 PERFORM READ-NEXT-DAILY-BALANCE
              END-PERFORM
              COMPUTE WS-ADB-ROW-DAY = WS-ADB-END-DAY + 1
              PERFORM ADD-ADB-CARRY-DAYS
              MOVE '00' TO WS-DAILY-BAL-STATUS

              COMPUTE WS-INTEREST-BALANCE ROUNDED =
                  WS-ADB-BALANCE-DAYS / WS-DAYS-SINCE-INTEREST
           END-IF.

       ADD-ADB-CARRY-DAYS.
      *    Days from WS-ADB-NEXT-DAY up to (not including) the row
      *    day sat on the carried balance.
           IF WS-ADB-CARRY-BALANCE > ZEROS
              AND WS-ADB-ROW-DAY > WS-ADB-NEXT-DAY
              COMPUTE WS-ADB-BALANCE-DAYS = WS-ADB-BALANCE-DAYS
                  + WS-ADB-CARRY-BALANCE
                    * (WS-ADB-ROW-DAY - WS-ADB-NEXT-DAY)
           END-IF.

       READ-NEXT-DAILY-BALANCE.
           READ DAILY-BALANCE-FILE NEXT RECORD
               AT END
                   MOVE '10' TO WS-DAILY-BAL-STATUS
           END-READ.

       CALCULATE-FLAT-INTEREST.
      *    Single flat rate for the life of the balance (checking, CD)
           DIVIDE ACCT-INTEREST-RATE BY WS-ANNUAL-DAYS
               GIVING WS-DAILY-INTEREST-RATE

           COMPUTE WS-INTEREST-AMOUNT ROUNDED =
               WS-INTEREST-BALANCE *
               WS-DAILY-INTEREST-RATE *
               WS-DAYS-SINCE-INTEREST
               ON SIZE ERROR
              MOVE WS-MM-BREAKPOINT-2 TO WS-TIER-BREAKPOINT-2
           END-IF

           IF WS-INTEREST-BALANCE > WS-TIER-BREAKPOINT-2
              MOVE WS-TIER-BREAKPOINT-1 TO WS-TIER-1-AMOUNT
              COMPUTE WS-TIER-2-AMOUNT =
                  WS-TIER-BREAKPOINT-2 - WS-TIER-BREAKPOINT-1
              COMPUTE WS-TIER-3-AMOUNT =
                  WS-INTEREST-BALANCE - WS-TIER-BREAKPOINT-2
           ELSE
              IF WS-INTEREST-BALANCE > WS-TIER-BREAKPOINT-1
                 MOVE WS-TIER-BREAKPOINT-1 TO WS-TIER-1-AMOUNT
                 COMPUTE WS-TIER-2-AMOUNT =
                     WS-INTEREST-BALANCE - WS-TIER-BREAKPOINT-1
                 MOVE ZEROS TO WS-TIER-3-AMOUNT
              ELSE
                 MOVE WS-INTEREST-BALANCE TO WS-TIER-1-AMOUNT
                 MOVE ZEROS TO WS-TIER-2-AMOUNT
                 MOVE ZEROS TO WS-TIER-3-AMOUNT
              END-IF
                   MOVE ZEROS TO WS-INTEREST-AMOUNT
           END-COMPUTE.

       WRITE-DAILY-BALANCES.
      *    Day-end ledger and collected balance for every account,
      *    after the day's posting. The weekends and holidays since
      *    the last processing day had no posting, so each is carried
      *    at this morning's opening balance (and the holds that
      *    were in force then). A rerun of the day rewrites its rows.
           IF DAILY-BALANCES-AVAILABLE
              MOVE WS-RC-BUSINESS-DATE TO WS-DB-BUSINESS-DATE
              IF WS-DB-BUSINESS-DATE = ZEROS
                 MOVE WS-TODAY-YMD TO WS-DB-BUSINESS-DATE
              END-IF
              PERFORM FIND-PRIOR-PROCESSING-DAY
              PERFORM TOTAL-HOLDS-BY-ACCOUNT

              MOVE ZEROS TO ACCT-ACCOUNT-NUMBER
              START ACCOUNT-FILE KEY IS >= ACCT-ACCOUNT-NUMBER
                  INVALID KEY
                      MOVE '10' TO WS-ACCT-STATUS
              END-START
              IF WS-ACCT-STATUS NOT = '10'
                 PERFORM READ-NEXT-ACCOUNT
              END-IF
              PERFORM WRITE-ACCOUNT-DAILY-BALANCES
                  UNTIL WS-ACCT-STATUS = '10'
              MOVE '00' TO WS-ACCT-STATUS
              DISPLAY 'Daily balances written for '
                      WS-DB-BUSINESS-DATE ': ' WS-DAILY-BAL-WRITTEN
                      ' (carried days: ' WS-DAILY-BAL-CARRIED ')'
           END-IF.

       FIND-PRIOR-PROCESSING-DAY.
      *    Steps back from the day before the business date to the
      *    last processing day; the guard stops a corrupt calendar
      *    from looping the batch.
           COMPUTE WS-DB-BUSINESS-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-DB-BUSINESS-DATE)
           COMPUTE WS-DB-PRIOR-DAY-NUMBER =
               WS-DB-BUSINESS-DAY-NUMBER - 1
           COMPUTE WS-CAL-CHECK-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DB-PRIOR-DAY-NUMBER)
           MOVE ZEROS TO WS-CAL-GUARD
           PERFORM CHECK-BUSINESS-DAY
           PERFORM UNTIL CAL-IS-BUSINESS-DAY OR WS-CAL-GUARD >= 30
              ADD 1 TO WS-CAL-GUARD
              SUBTRACT 1 FROM WS-DB-PRIOR-DAY-NUMBER
              COMPUTE WS-CAL-CHECK-DATE =
                  FUNCTION DATE-OF-INTEGER(WS-DB-PRIOR-DAY-NUMBER)
              PERFORM CHECK-BUSINESS-DAY
           END-PERFORM.

       TOTAL-HOLDS-BY-ACCOUNT.
           PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
                   UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
              SET WS-OB-IDX TO 1
              SEARCH ALL WS-OB-ENTRY
                  AT END
                      CONTINUE
                  WHEN WS-OB-ACCOUNT(WS-OB-IDX)
                           = WS-HOLD-ACCOUNT(WS-HOLD-IDX)
                      ADD WS-HOLD-AMOUNT(WS-HOLD-IDX)
                          TO WS-OB-CLOSE-HELD(WS-OB-IDX)
                      IF WS-HOLD-IDX <= WS-HOLD-CARRIED-COUNT
                         ADD WS-HOLD-AMOUNT(WS-HOLD-IDX)
                             TO WS-OB-OPEN-HELD(WS-OB-IDX)
                      END-IF
              END-SEARCH
           END-PERFORM.

       WRITE-ACCOUNT-DAILY-BALANCES.
           MOVE ACCT-BALANCE TO WS-DB-OPEN-LEDGER
           MOVE ZEROS TO WS-DB-OPEN-HELD
           MOVE ZEROS TO WS-DB-CLOSE-HELD
           IF WS-OPEN-BAL-COUNT > ZEROS
              SET WS-OB-IDX TO 1
              SEARCH ALL WS-OB-ENTRY
                  AT END
                      CONTINUE
                  WHEN WS-OB-ACCOUNT(WS-OB-IDX) = ACCT-ACCOUNT-NUMBER
                      MOVE WS-OB-BALANCE(WS-OB-IDX)
                          TO WS-DB-OPEN-LEDGER
                      MOVE WS-OB-OPEN-HELD(WS-OB-IDX)
                          TO WS-DB-OPEN-HELD
                      MOVE WS-OB-CLOSE-HELD(WS-OB-IDX)
                          TO WS-DB-CLOSE-HELD
              END-SEARCH
           END-IF

           MOVE ACCT-ACCOUNT-NUMBER TO DB-ACCOUNT-NUMBER
           MOVE ACCT-TYPE           TO DB-ACCT-TYPE
           MOVE WS-DB-OPEN-LEDGER   TO DB-LEDGER-BALANCE
           COMPUTE DB-COLLECTED-BALANCE =
               WS-DB-OPEN-LEDGER - WS-DB-OPEN-HELD
           SET DB-CARRIED-DAY TO TRUE
           COMPUTE WS-DB-GAP-DAY-NUMBER = WS-DB-PRIOR-DAY-NUMBER + 1
           PERFORM UNTIL WS-DB-GAP-DAY-NUMBER
                         >= WS-DB-BUSINESS-DAY-NUMBER
              COMPUTE DB-BALANCE-DATE =
                  FUNCTION DATE-OF-INTEGER(WS-DB-GAP-DAY-NUMBER)
              PERFORM PUT-DAILY-BALANCE-RECORD
              ADD 1 TO WS-DAILY-BAL-CARRIED
              ADD 1 TO WS-DB-GAP-DAY-NUMBER
           END-PERFORM

           MOVE WS-DB-BUSINESS-DATE TO DB-BALANCE-DATE
           MOVE ACCT-BALANCE        TO DB-LEDGER-BALANCE
           COMPUTE DB-COLLECTED-BALANCE =
               ACCT-BALANCE - WS-DB-CLOSE-HELD
           SET DB-PROCESSING-DAY TO TRUE
           PERFORM PUT-DAILY-BALANCE-RECORD
           ADD 1 TO WS-DAILY-BAL-WRITTEN
           PERFORM READ-NEXT-ACCOUNT.

       PUT-DAILY-BALANCE-RECORD.
           WRITE DAILY-BALANCE-RECORD
               INVALID KEY
                   REWRITE DAILY-BALANCE-RECORD
                       INVALID KEY
                           DISPLAY 'WARNING: daily balance for '
                                   DB-ACCOUNT-NUMBER ' on '
                                   DB-BALANCE-DATE ' not written'
                   END-REWRITE
           END-WRITE.

       GENERATE-DAILY-REPORT.
           DISPLAY 'Generating daily report...'

                        TO P1-EXT-ROUTING-NUMBER
                    MOVE TXN-EXT-ACCOUNT-NUMBER
                        TO P1-EXT-ACCOUNT-NUMBER
                    MOVE TXN-TELLER-ID         TO P1-TELLER-ID
                    WRITE PARTITION1-RECORD
               WHEN 1
                    MOVE TXN-ACCOUNT-NUMBER    TO P2-ACCOUNT-NUMBER
                        TO P2-EXT-ROUTING-NUMBER
                    MOVE TXN-EXT-ACCOUNT-NUMBER
                        TO P2-EXT-ACCOUNT-NUMBER
                    MOVE TXN-TELLER-ID         TO P2-TELLER-ID
                    WRITE PARTITION2-RECORD
               WHEN OTHER
                    MOVE TXN-ACCOUNT-NUMBER    TO P3-ACCOUNT-NUMBER
                        TO P3-EXT-ROUTING-NUMBER
                    MOVE TXN-EXT-ACCOUNT-NUMBER
                        TO P3-EXT-ACCOUNT-NUMBER
                    MOVE TXN-TELLER-ID         TO P3-TELLER-ID
                    WRITE PARTITION3-RECORD
           END-EVALUATE

                    MOVE TXN-BRANCH-CODE       TO P1-BRANCH-CODE
                    MOVE ZEROS                 TO P1-EXT-ROUTING-NUMBER
                    MOVE SPACES                TO P1-EXT-ACCOUNT-NUMBER
                    MOVE SPACES                TO P1-TELLER-ID
                    WRITE PARTITION1-RECORD
               WHEN 1
                    MOVE TXN-TO-ACCOUNT-NUMBER TO P2-ACCOUNT-NUMBER
                    MOVE TXN-BRANCH-CODE       TO P2-BRANCH-CODE
                    MOVE ZEROS                 TO P2-EXT-ROUTING-NUMBER
                    MOVE SPACES                TO P2-EXT-ACCOUNT-NUMBER
                    MOVE SPACES                TO P2-TELLER-ID
                    WRITE PARTITION2-RECORD
               WHEN OTHER
                    MOVE TXN-TO-ACCOUNT-NUMBER TO P3-ACCOUNT-NUMBER
                    MOVE TXN-BRANCH-CODE       TO P3-BRANCH-CODE
                    MOVE ZEROS                 TO P3-EXT-ROUTING-NUMBER
                    MOVE SPACES                TO P3-EXT-ACCOUNT-NUMBER
                    MOVE SPACES                TO P3-TELLER-ID
                    WRITE PARTITION3-RECORD
           END-EVALUATE.

       ACCUMULATE-REPORT-TRANSACTION.
           EVALUATE TRUE
               WHEN DMRG-IS-DEPOSIT OR DMRG-IS-INTEREST
                    OR DMRG-IS-ADJ-CREDIT OR DMRG-IS-ACH-CREDIT
                   ADD DMRG-AMOUNT TO WS-CTL-DEP-TOTAL
               WHEN DMRG-IS-WITHDRAWAL OR DMRG-IS-TRANSFER
                    OR DMRG-IS-CHECK OR DMRG-IS-EXTERNAL
                    OR DMRG-IS-LOAN-PAYMENT OR DMRG-IS-CARD
                    OR DMRG-IS-ADJ-DEBIT OR DMRG-IS-OFFICIAL-CHECK
                    OR DMRG-IS-ACH-DEBIT OR DMRG-IS-LEGAL-REMIT
                   ADD DMRG-AMOUNT TO WS-CTL-WD-TOTAL
           END-EVALUATE.

               WS-TOTAL-CD-PENALTIES - WS-TOTAL-EXTERNAL-XFERS -
               WS-TOTAL-LOAN-PRINCIPAL +
               WS-TOTAL-WIRES-IN - WS-TOTAL-WIRE-FEES +
               WS-TOTAL-ADJ-CREDITS - WS-TOTAL-ADJ-DEBITS +
               WS-TOTAL-ACH-CREDITS - WS-TOTAL-ACH-DEBITS -
               WS-TOTAL-LEGAL-REMITS -
               WS-TOTAL-IRA-WITHHOLDING -
               WS-TOTAL-BACKUP-WITHHOLDING
               ON SIZE ERROR
                   DISPLAY 'ERROR: reconciliation total overflow'
                   SET RECON-OVERFLOW-OCCURRED TO TRUE
           DISPLAY 'Loan payments: ' WS-LOAN-PAYMENT-COUNT
                   ' Principal: $' WS-TOTAL-LOAN-PRINCIPAL
                   ' Interest: $' WS-TOTAL-LOAN-INTEREST
           DISPLAY 'Charged-off loan recoveries: '
                   WS-LOAN-RECOVERY-COUNT
                   ' Amount: $' WS-TOTAL-LOAN-RECOVERIES
           DISPLAY 'Overdraft protection sweeps: '
                   WS-ODP-SWEEP-COUNT
                   ' Amount: $' WS-ODP-SWEEP-TOTAL
           DISPLAY 'Adjustments posted: ' WS-ADJUSTMENT-COUNT
                   ' Credits: $' WS-TOTAL-ADJ-CREDITS
                   ' Debits: $' WS-TOTAL-ADJ-DEBITS
           DISPLAY 'ACH credits received: ' WS-ACH-CREDIT-COUNT
                   ' Amount: $' WS-TOTAL-ACH-CREDITS
           DISPLAY 'ACH debits received: ' WS-ACH-DEBIT-COUNT
                   ' Amount: $' WS-TOTAL-ACH-DEBITS
           DISPLAY 'Legal order remittances: ' WS-LEGAL-REMIT-COUNT
                   ' Amount: $' WS-TOTAL-LEGAL-REMITS
           DISPLAY 'Reg D limits exceeded this run: '
                   WS-REGD-EXCEEDED-COUNT
           DISPLAY 'IRA distributions: ' WS-IRA-DISTRIB-COUNT
                   ' Withheld: $' WS-TOTAL-IRA-WITHHOLDING
                   ' Limit rejections: '
                   WS-IRA-LIMIT-REJECT-COUNT
           DISPLAY 'Backup withholding on interest: $'
                   WS-TOTAL-BACKUP-WITHHOLDING
           DISPLAY 'Net cash flow: $' WS-NET-CASH-FLOW
           DISPLAY 'Errors encountered: ' WS-ERROR-COUNT
           DISPLAY 'Accounts processed: ' WS-ACCOUNTS-PROCESSED
           IF STOP-FILE-AVAILABLE
              CLOSE STOP-PAYMENT-FILE
           END-IF
           IF CARD-FILE-AVAILABLE
              CLOSE CARD-MASTER-FILE
           END-IF
           IF CUSTOMER-FILE-AVAILABLE
              CLOSE CUSTOMER-MASTER
           END-IF
           IF CHARGEOFF-LEDGER-AVAILABLE
              CLOSE CHARGEOFF-LEDGER-FILE
           END-IF
           IF POSPAY-REGISTER-AVAILABLE
              CLOSE POSPAY-REGISTER-FILE
           END-IF
           IF DAILY-BALANCES-AVAILABLE
              CLOSE DAILY-BALANCE-FILE
           END-IF
           IF RUN-ALL-PHASES OR RUN-TXN-PHASE-ONLY
              CLOSE POSPAY-EXCEPTION-FILE
           END-IF
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
