      *****************************************************************
      * MONTHLY DEPOSIT AND LOAN PORTFOLIO REPORT
      * Month-end management report on the book by branch and
      * product, in place of the spreadsheet built by hand from the
      * daily processing summaries. For each branch and ACCT-TYPE
      * product, and rolled up to all products and all branches:
      *   - accounts on the book at month end, accounts opened and
      *     closed in the month and the net change;
      *   - ending balance and the month's average daily balance;
      *   - the balance-weighted average rate, paid on deposits and
      *     earned on loans;
      *   - distribution of the accounts across balance tiers;
      *   - change in accounts and ending balance against the
      *     prior month and the same month a year earlier.
      * Accounts carry no branch of their own. An account's branch
      * is the TXN-BRANCH-CODE on the first posted transaction it
      * makes at a branch; once set it is kept on ACCOUNT-
      * BRANCH.DAT so the account stays with that branch from
      * month to month. Accounts never yet seen at a branch report
      * under branch 00, head office.
      * Ending figures are ACCOUNTS.DAT as it stands, so the report
      * runs at month-end close, after the month's last posting.
      * The average balance is rebuilt from the month's posted
      * history in the monthly TXN-HISTORY-YYYYMM.DAT partition
      * (plus any pre-partition TXN-HISTORY.DAT): each account's
      * daily ledger balance is worked back from its ending balance
      * through the month's postings, from its opening day if it
      * opened in the month.
      * An account is counted as closed in the month when it is
      * closed or charged off and its last activity - the payout
      * that emptied it - falls in the month.
      * Each month's figures are kept on PORTFOLIO-SNAPSHOT.DAT for
      * the month-over-month and year-over-year comparisons; a
      * rerun for the same month replaces that month's snapshot,
      * and snapshots over 24 months old are dropped. Only a run
      * for the current month is kept: a MONTH= run for any other
      * month would carry today's ending figures, so it reports
      * but leaves the snapshots as they are. The same lines go to
      * PORTFOLIO-REPORT.CSV for the board package.
      * MONTH=YYYYMM on the command line names the month - the
      * default is the current month.
      *
      * Copyright (c) 2026 sekacorn
      * Contact: sekacorn@gmail.com
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PORTFOLIO-MIS-REPORT.
       AUTHOR. sekacorn.
       DATE-WRITTEN. 2026-10-01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-FILE
               ASSIGN TO "ACCOUNTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-ACCOUNT-NUMBER
               ALTERNATE RECORD KEY IS ACCT-CUSTOMER-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-ACCT-STATUS.

      *    Transaction history, read one monthly partition at a
      *    time - the name is set before each OPEN.
           SELECT TRANSACTION-FILE
               ASSIGN TO WS-HIST-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.

      *    Each account's branch, in account number order.
           SELECT ACCOUNT-BRANCH-FILE
               ASSIGN TO "ACCOUNT-BRANCH.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ABR-STATUS.

      *    Month-end figures by month, branch and product, kept for
      *    the month-over-month and year-over-year comparisons.
           SELECT SNAPSHOT-FILE
               ASSIGN TO "PORTFOLIO-SNAPSHOT.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SNAP-STATUS.

           SELECT PORTFOLIO-REPORT-FILE
               ASSIGN TO "PORTFOLIO-REPORT.TXT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT PORTFOLIO-CSV-FILE
               ASSIGN TO "PORTFOLIO-REPORT.CSV"
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPS-STATS-FILE
               ASSIGN TO "OPS-STATS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPS-STATS-STATUS.

       DATA DIVISION.
       FILE SECTION.
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
      *    Charged off by CHARGEOFF-PROCESSING - off the books.
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

       FD TRANSACTION-FILE.
       01 TRANSACTION-RECORD.
          05 TXN-ACCOUNT-NUMBER         PIC 9(10).
          05 TXN-TYPE                   PIC X(2).
             88 TXN-DEPOSIT             VALUE 'DP'.
             88 TXN-WITHDRAWAL          VALUE 'WD'.
             88 TXN-TRANSFER            VALUE 'TR'.
             88 TXN-INTEREST            VALUE 'IN'.
             88 TXN-CHECK               VALUE 'CK'.
             88 TXN-EXTERNAL            VALUE 'XT'.
             88 TXN-LOAN-PAYMENT        VALUE 'LP'.
             88 TXN-CARD                VALUE 'PS'.
             88 TXN-ADJ-DEBIT           VALUE 'AJ'.
             88 TXN-ADJ-CREDIT          VALUE 'AC'.
             88 TXN-OFFICIAL-CHECK      VALUE 'OF'.
             88 TXN-ACH-CREDIT          VALUE 'AH'.
             88 TXN-ACH-DEBIT           VALUE 'AD'.
             88 TXN-LEGAL-REMIT         VALUE 'LR'.
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
             88 TXN-WAS-POSTED          VALUE 'Y'.
          05 TXN-CHECK-NUMBER           PIC 9(10).
          05 TXN-BRANCH-CODE            PIC 9(2).
          05 TXN-EXT-ROUTING-NUMBER     PIC 9(9).
          05 TXN-EXT-ACCOUNT-NUMBER     PIC X(17).
          05 TXN-TELLER-ID              PIC X(8).

       FD ACCOUNT-BRANCH-FILE.
       01 ACCOUNT-BRANCH-RECORD.
          05 ABR-ACCOUNT-NUMBER         PIC 9(10).
          05 ABR-BRANCH-CODE            PIC 9(2).
      *    Date the branch was first seen on the account.
          05 ABR-ASSIGNED-DATE          PIC 9(8).

       FD SNAPSHOT-FILE.
       01 SNAPSHOT-RECORD.
          05 SNAP-MONTH                 PIC 9(6).
          05 SNAP-BRANCH-CODE           PIC 9(2).
          05 SNAP-PRODUCT               PIC X(2).
          05 SNAP-ACCOUNTS              PIC 9(7).
          05 SNAP-OPENED                PIC 9(7).
          05 SNAP-CLOSED                PIC 9(7).
          05 SNAP-ENDING-BALANCE        PIC S9(15)V99.
          05 SNAP-AVERAGE-BALANCE       PIC S9(15)V99.
          05 SNAP-WEIGHTED-RATE         PIC 9V9999.
          05 SNAP-TIER OCCURS 5 TIMES.
             10 SNAP-TIER-ACCOUNTS      PIC 9(7).
             10 SNAP-TIER-BALANCE       PIC S9(15)V99.

       FD PORTFOLIO-REPORT-FILE.
       01 PORTFOLIO-REPORT-LINE         PIC X(132).

       FD PORTFOLIO-CSV-FILE.
       01 PORTFOLIO-CSV-LINE            PIC X(400).

       FD OPS-STATS-FILE.
       01 OPS-STATS-RECORD.
          05 OPS-PROGRAM-NAME           PIC X(30).
          05 OPS-BUSINESS-DATE          PIC 9(8).
          05 OPS-START-TIMESTAMP        PIC X(14).
          05 OPS-END-TIMESTAMP          PIC X(14).
          05 OPS-RECORDS-READ           PIC 9(7).
          05 OPS-RECORDS-WRITTEN        PIC 9(7).
          05 OPS-RECORDS-REJECTED       PIC 9(7).

       WORKING-STORAGE SECTION.
       01 WS-ACCT-STATUS                PIC X(2).
       01 WS-TXN-STATUS                 PIC X(2).
          88 WS-TXN-EOF                 VALUE '10'.
       01 WS-ABR-STATUS                 PIC X(2).
          88 WS-ABR-EOF                 VALUE '10'.
       01 WS-SNAP-STATUS                PIC X(2).
          88 WS-SNAP-EOF                VALUE '10'.
       01 WS-OPS-STATS-STATUS           PIC X(2).
       01 WS-OPS-PROGRAM-NAME           PIC X(30)
          VALUE 'PORTFOLIO-MIS-REPORT'.
       01 WS-OPS-START-STAMP            PIC X(14).

       01 WS-CLI-PARM                   PIC X(60).
       01 WS-TODAY-YMD                  PIC 9(8).
       01 WS-REPORT-MONTH               PIC 9(6).
       01 WS-REPORT-MONTH-PARTS REDEFINES WS-REPORT-MONTH.
          05 WS-REPORT-YEAR             PIC 9(4).
          05 WS-REPORT-MM               PIC 9(2).
       01 WS-SNAPSHOT-MONTH-FLAG        PIC X.
          88 SNAPSHOT-MONTH-RUN         VALUE 'Y'.
       01 WS-PRIOR-MONTH                PIC 9(6).
       01 WS-PRIOR-YEAR-MONTH           PIC 9(6).
       01 WS-NEXT-MONTH                 PIC 9(6).
       01 WS-RETAIN-FROM-MONTH          PIC 9(6).
       01 WS-MONTH-START-DATE           PIC 9(8).
       01 WS-MONTH-END-DATE             PIC 9(8).
       01 WS-NEXT-MONTH-START           PIC 9(8).
       01 WS-DAYS-IN-MONTH              PIC 9(2).
       01 WS-TXN-DATE-NUM               PIC 9(8).
       01 WS-HIST-FILE-NAME             PIC X(24).

      *    Every account on file in account number order, as the
      *    keyed scan reads them, so history lookups can binary-
      *    search. The day-balance adjustment collects the month's
      *    postings weighted by the days before each one that the
      *    account's balance was without it.
       01 WS-ACCT-COUNT                 PIC 9(5) VALUE ZEROS.
       01 WS-ACCOUNT-TABLE.
          05 WS-AT-ENTRY OCCURS 0 TO 50000 TIMES
             DEPENDING ON WS-ACCT-COUNT
             ASCENDING KEY IS WS-AT-ACCOUNT
             INDEXED BY WS-AT-IDX.
             10 WS-AT-ACCOUNT           PIC 9(10).
             10 WS-AT-PRODUCT           PIC 9.
             10 WS-AT-BRANCH            PIC 9(2).
             10 WS-AT-BRANCH-DATE       PIC 9(8).
             10 WS-AT-BRANCH-FLAG       PIC X.
                88 AT-BRANCH-KNOWN      VALUE 'Y'.
             10 WS-AT-BOOK-FLAG         PIC X.
                88 AT-ON-BOOK           VALUE 'Y'.
             10 WS-AT-OPENED-FLAG       PIC X.
                88 AT-OPENED-IN-MONTH   VALUE 'Y'.
             10 WS-AT-CLOSED-FLAG       PIC X.
                88 AT-CLOSED-IN-MONTH   VALUE 'Y'.
             10 WS-AT-BALANCE           PIC S9(13)V99 COMP-3.
             10 WS-AT-RATE              PIC 9V9999 COMP-3.
             10 WS-AT-FIRST-DAY         PIC 9(2).
             10 WS-AT-DAY-ADJUST        PIC S9(15)V99 COMP-3.
       01 WS-FIND-ACCOUNT               PIC 9(10).
       01 WS-AT-FOUND-FLAG              PIC X.
          88 ACCOUNT-IN-TABLE           VALUE 'Y'.

      *    Products in report order; an ACCT-TYPE outside the list
      *    is counted and left out.
       01 WS-PRODUCT-LIST.
          05 FILLER PIC X(22) VALUE 'CKCHECKING            '.
          05 FILLER PIC X(22) VALUE 'SVSAVINGS             '.
          05 FILLER PIC X(22) VALUE 'MMMONEY MARKET        '.
          05 FILLER PIC X(22) VALUE 'CDCERTIFICATES        '.
          05 FILLER PIC X(22) VALUE 'LNLOANS               '.
          05 FILLER PIC X(22) VALUE '  ALL PRODUCTS        '.
       01 WS-PRODUCT-TABLE REDEFINES WS-PRODUCT-LIST.
          05 WS-PRODUCT-ENTRY OCCURS 6 TIMES.
             10 WS-PRODUCT-CODE         PIC X(2).
             10 WS-PRODUCT-NAME         PIC X(20).
       01 WS-PRODUCT-SUB                PIC 9.
       01 WS-PRODUCT-LOOKUP             PIC X(2).

      *    Balance tiers: the upper bound of each of the first four;
      *    the fifth takes everything above.
       01 WS-TIER-BOUNDS.
          05 FILLER                     PIC 9(13)V99 VALUE 1000.00.
          05 FILLER                     PIC 9(13)V99 VALUE 10000.00.
          05 FILLER                     PIC 9(13)V99 VALUE 50000.00.
          05 FILLER                     PIC 9(13)V99 VALUE 250000.00.
       01 WS-TIER-BOUND-TABLE REDEFINES WS-TIER-BOUNDS.
          05 WS-TIER-BOUND OCCURS 4 TIMES PIC 9(13)V99.
       01 WS-TIER-SUB                   PIC 9.

      *    Figures by branch and product. Rows 1-100 are branches
      *    00-99 and row 101 all branches; columns 1-5 follow the
      *    product list and column 6 is all products. The prior
      *    month (PM) and prior year (PY) figures come from the
      *    snapshot file.
       01 WS-CELL-ROW-ALL               PIC 9(3) VALUE 101.
       01 WS-CELL-COL-ALL               PIC 9 VALUE 6.
       01 WS-CELL-TABLE.
          05 WS-CELL-ROW OCCURS 101 TIMES.
             10 WS-CELL OCCURS 6 TIMES.
                15 WS-CL-ACCOUNTS       PIC 9(7).
                15 WS-CL-OPENED         PIC 9(7).
                15 WS-CL-CLOSED         PIC 9(7).
                15 WS-CL-ENDING         PIC S9(15)V99 COMP-3.
                15 WS-CL-DAY-SUM        PIC S9(17)V99 COMP-3.
                15 WS-CL-RATE-WEIGHT    PIC S9(15)V9(6) COMP-3.
                15 WS-CL-RATE-BASE      PIC S9(15)V99 COMP-3.
                15 WS-CL-TIER OCCURS 5 TIMES.
                   20 WS-CL-TIER-ACCOUNTS PIC 9(7).
                   20 WS-CL-TIER-BALANCE  PIC S9(15)V99 COMP-3.
                15 WS-CL-PM-FLAG        PIC X.
                   88 CL-HAS-PRIOR-MONTH VALUE 'Y'.
                15 WS-CL-PM-ACCOUNTS    PIC 9(7).
                15 WS-CL-PM-ENDING      PIC S9(15)V99 COMP-3.
                15 WS-CL-PY-FLAG        PIC X.
                   88 CL-HAS-PRIOR-YEAR VALUE 'Y'.
                15 WS-CL-PY-ACCOUNTS    PIC 9(7).
                15 WS-CL-PY-ENDING      PIC S9(15)V99 COMP-3.
       01 WS-CB                         PIC 9(3).
       01 WS-CP                         PIC 9.
       01 WS-HOME-ROW                   PIC 9(3).
       01 WS-HOME-COL                   PIC 9.
       01 WS-CELL-ACTIVE-FLAG           PIC X.
          88 CELL-IS-ACTIVE             VALUE 'Y'.
       01 WS-CELL-CURRENT-FLAG          PIC X.
          88 CELL-HAS-CURRENT           VALUE 'Y'.

      *    One account's balance days and tier, added to its cells.
       01 WS-ACCOUNT-DAY-SUM            PIC S9(17)V99.
       01 WS-ACCOUNT-TIER               PIC 9.
       01 WS-BALANCE-DAYS               PIC 9(2).
       01 WS-OPENING-DAY                PIC 9(2).

      *    One history posting's effect on an account's balance.
       01 WS-POSTING-EFFECT             PIC S9(13)V99.
       01 WS-LOAN-INTEREST-ESTIMATE     PIC S9(13)V99.
       01 WS-EFFECT-DAY                 PIC 9(2).

      *    Month-end snapshots kept from earlier runs, written back
      *    with this month's.
       01 WS-KEPT-SNAP-COUNT            PIC 9(4) VALUE ZEROS.
       01 WS-KEPT-SNAPSHOTS.
          05 WS-KEPT-SNAP OCCURS 0 TO 6000 TIMES
             DEPENDING ON WS-KEPT-SNAP-COUNT
             INDEXED BY WS-KS-IDX
                                        PIC X(190).
       01 WS-SNAP-ROW                   PIC 9(3).

      *    Figures worked out for the line being written.
       01 WS-LINE-FIGURES.
          05 WS-LF-NET                  PIC S9(7).
          05 WS-LF-AVERAGE              PIC S9(15)V99.
          05 WS-LF-RATE                 PIC 9V9999.
          05 WS-LF-RATE-PERCENT         PIC 99V999.
          05 WS-LF-MOM-PERCENT          PIC S9(5)V9.
          05 WS-LF-YOY-PERCENT          PIC S9(5)V9.
          05 WS-LF-MOM-ACCOUNTS         PIC S9(7).
          05 WS-LF-YOY-ACCOUNTS         PIC S9(7).
          05 WS-LF-PERCENT-EDIT         PIC -(4)9.9.
          05 WS-LF-ACCOUNTS-EDIT        PIC --,--9.

       01 WS-COUNTERS.
          05 WS-ACCOUNTS-READ           PIC 9(7) VALUE ZEROS.
          05 WS-ACCOUNTS-REPORTED       PIC 9(7) VALUE ZEROS.
          05 WS-OTHER-PRODUCT           PIC 9(7) VALUE ZEROS.
          05 WS-OPENED-LATER            PIC 9(7) VALUE ZEROS.
          05 WS-BRANCHES-LOADED         PIC 9(7) VALUE ZEROS.
          05 WS-BRANCHES-ASSIGNED       PIC 9(7) VALUE ZEROS.
          05 WS-HISTORY-READ            PIC 9(9) VALUE ZEROS.
          05 WS-HISTORY-USED            PIC 9(7) VALUE ZEROS.
          05 WS-HISTORY-ORPHANS         PIC 9(7) VALUE ZEROS.
          05 WS-PARTITIONS-READ         PIC 9(3) VALUE ZEROS.
          05 WS-SNAPSHOTS-WRITTEN       PIC 9(7) VALUE ZEROS.
          05 WS-SNAPSHOTS-DROPPED       PIC 9(7) VALUE ZEROS.
          05 WS-REPORT-LINES            PIC 9(7) VALUE ZEROS.

       01 WS-REPORT-HEADER-1.
          05 FILLER                     PIC X(48)
             VALUE 'DEPOSIT AND LOAN PORTFOLIO REPORT - MONTH ENDED '.
          05 WS-RH-MONTH-END            PIC 9(8).
          05 FILLER                     PIC X(9) VALUE '  DAYS: '.
          05 WS-RH-DAYS                 PIC Z9.
          05 FILLER                     PIC X(16)
             VALUE '  COMPARED WITH '.
          05 WS-RH-PRIOR-MONTH          PIC 9(6).
          05 FILLER                     PIC X(5) VALUE ' AND '.
          05 WS-RH-PRIOR-YEAR           PIC 9(6).
       01 WS-REPORT-HEADER-2.
          05 FILLER                     PIC X(10) VALUE 'BR   PROD'.
          05 FILLER                     PIC X(7) VALUE '  ACCTS'.
          05 FILLER                     PIC X(7) VALUE ' OPENED'.
          05 FILLER                     PIC X(7) VALUE ' CLOSED'.
          05 FILLER                     PIC X(8) VALUE '     NET'.
          05 FILLER                     PIC X(20)
             VALUE '      ENDING BALANCE'.
          05 FILLER                     PIC X(20)
             VALUE '     AVERAGE BALANCE'.
          05 FILLER                     PIC X(7) VALUE '  RATE%'.
          05 FILLER                     PIC X(10) VALUE '  MOM BAL%'.
          05 FILLER                     PIC X(10) VALUE '  YOY BAL%'.
          05 FILLER                     PIC X(8) VALUE ' MOM ACT'.
          05 FILLER                     PIC X(8) VALUE ' YOY ACT'.

       01 WS-REPORT-DETAIL.
          05 WS-RD-BRANCH               PIC X(3).
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-RD-PRODUCT              PIC X(5).
          05 WS-RD-ACCOUNTS             PIC ZZZ,ZZ9.
          05 FILLER                     PIC X VALUE SPACE.
          05 WS-RD-OPENED               PIC ZZ,ZZ9.
          05 FILLER                     PIC X VALUE SPACE.
          05 WS-RD-CLOSED               PIC ZZ,ZZ9.
          05 FILLER                     PIC X VALUE SPACE.
          05 WS-RD-NET                  PIC --,--9.
          05 FILLER                     PIC X VALUE SPACE.
          05 WS-RD-ENDING               PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
          05 FILLER                     PIC X VALUE SPACE.
          05 WS-RD-AVERAGE              PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
          05 FILLER                     PIC X VALUE SPACE.
          05 WS-RD-RATE                 PIC Z9.999.
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-RD-MOM-PERCENT          PIC X(8).
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-RD-YOY-PERCENT          PIC X(8).
          05 FILLER                     PIC X VALUE SPACE.
          05 WS-RD-MOM-ACCOUNTS         PIC X(7).
          05 FILLER                     PIC X VALUE SPACE.
          05 WS-RD-YOY-ACCOUNTS         PIC X(7).

       01 WS-TIER-HEADER-1.
          05 FILLER                     PIC X(40)
             VALUE 'BALANCE TIER DISTRIBUTION - ACCOUNTS AND'.
          05 FILLER                     PIC X(16)
             VALUE ' ENDING BALANCES'.
       01 WS-TIER-HEADER-2.
          05 FILLER                     PIC X(10) VALUE 'BR   PROD'.
          05 FILLER                     PIC X(24)
             VALUE '      UNDER $1,000      '.
          05 FILLER                     PIC X(24)
             VALUE '    $1,000 - $10,000    '.
          05 FILLER                     PIC X(24)
             VALUE '   $10,000 - $50,000    '.
          05 FILLER                     PIC X(24)
             VALUE '   $50,000 - $250,000   '.
          05 FILLER                     PIC X(24)
             VALUE '    $250,000 AND OVER   '.
       01 WS-TIER-DETAIL.
          05 WS-TD-BRANCH               PIC X(3).
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-TD-PRODUCT              PIC X(5).
          05 WS-TD-TIER OCCURS 5 TIMES.
             10 WS-TD-ACCOUNTS          PIC ZZZ,ZZ9.
             10 FILLER                  PIC X VALUE SPACE.
             10 WS-TD-BALANCE           PIC ZZZ,ZZZ,ZZZ,ZZ9-.
       01 WS-BRANCH-LABEL               PIC 9(2).

      *    Board-package CSV: a header row, then a row for every line
      *    of the report.
       01 WS-CSV-LINE                   PIC X(400).
       01 WS-CSV-POINTER                PIC 9(3).
       01 WS-CSV-FIELD                  PIC X(24).
       01 WS-CSV-AMOUNT                 PIC -(15)9.99.
       01 WS-CSV-COUNT                  PIC -(7)9.
       01 WS-CSV-PERCENT                PIC -(5)9.9.
       01 WS-CSV-RATE                   PIC Z9.999.

       PROCEDURE DIVISION.
       MAIN-CONTROL.
           PERFORM INITIALIZATION
           PERFORM LOAD-ACCOUNT-TABLE
           PERFORM LOAD-ACCOUNT-BRANCHES
           PERFORM SCAN-MONTH-HISTORY
           PERFORM BUILD-PORTFOLIO-CELLS
           PERFORM LOAD-PRIOR-SNAPSHOTS
           PERFORM WRITE-PORTFOLIO-REPORT
           IF SNAPSHOT-MONTH-RUN
              PERFORM WRITE-SNAPSHOT-FILE
           END-IF
           PERFORM WRITE-ACCOUNT-BRANCHES
           PERFORM CLEANUP
           STOP RUN.

       INITIALIZATION.
           DISPLAY 'Portfolio MIS Report - Started'
           DISPLAY '==============================='
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-OPS-START-STAMP
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-YMD
           MOVE WS-TODAY-YMD(1:6) TO WS-REPORT-MONTH

           ACCEPT WS-CLI-PARM FROM COMMAND-LINE
           IF WS-CLI-PARM(1:6) = 'MONTH='
              IF WS-CLI-PARM(7:6) IS NUMERIC
                 MOVE WS-CLI-PARM(7:6) TO WS-REPORT-MONTH
              ELSE
                 MOVE ZEROS TO WS-REPORT-MONTH
              END-IF
           END-IF
           IF WS-REPORT-MM < 1 OR WS-REPORT-MM > 12
              DISPLAY 'FATAL: MONTH= must be YYYYMM - run refused'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           IF WS-REPORT-MONTH = WS-TODAY-YMD(1:6)
              SET SNAPSHOT-MONTH-RUN TO TRUE
           ELSE
              MOVE 'N' TO WS-SNAPSHOT-MONTH-FLAG
              DISPLAY 'WARNING: ' WS-REPORT-MONTH ' is not the '
                      'current month - ending figures are today''s '
                      'and no snapshot is kept'
           END-IF

      *    Month boundaries, and the months compared with it.
           COMPUTE WS-MONTH-START-DATE = WS-REPORT-MONTH * 100 + 1
           IF WS-REPORT-MM = 12
              COMPUTE WS-NEXT-MONTH = WS-REPORT-MONTH + 89
           ELSE
              COMPUTE WS-NEXT-MONTH = WS-REPORT-MONTH + 1
           END-IF
           IF WS-REPORT-MM = 1
              COMPUTE WS-PRIOR-MONTH = WS-REPORT-MONTH - 89
           ELSE
              COMPUTE WS-PRIOR-MONTH = WS-REPORT-MONTH - 1
           END-IF
           COMPUTE WS-PRIOR-YEAR-MONTH = WS-REPORT-MONTH - 100
           COMPUTE WS-RETAIN-FROM-MONTH = WS-REPORT-MONTH - 200
           COMPUTE WS-NEXT-MONTH-START = WS-NEXT-MONTH * 100 + 1
           COMPUTE WS-MONTH-END-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-START) - 1)
           COMPUTE WS-DAYS-IN-MONTH =
               FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-START) -
               FUNCTION INTEGER-OF-DATE(WS-MONTH-START-DATE)
           DISPLAY 'Month: ' WS-MONTH-START-DATE
                   ' through ' WS-MONTH-END-DATE

           INITIALIZE WS-CELL-TABLE

           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCT-STATUS NOT = '00'
              DISPLAY 'FATAL: unable to open ACCOUNTS.DAT (status '
                      WS-ACCT-STATUS ') - run refused'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       LOAD-ACCOUNT-TABLE.
      *    An account opened after the month is not part of it; an
      *    account type outside the product list is counted and
      *    left out.
           MOVE ZEROS TO ACCT-ACCOUNT-NUMBER
           START ACCOUNT-FILE KEY IS >= ACCT-ACCOUNT-NUMBER
               INVALID KEY
                   MOVE '10' TO WS-ACCT-STATUS
           END-START
           IF WS-ACCT-STATUS NOT = '10'
              PERFORM READ-NEXT-ACCOUNT
              PERFORM UNTIL WS-ACCT-STATUS = '10'
                 ADD 1 TO WS-ACCOUNTS-READ
                 MOVE ACCT-TYPE TO WS-PRODUCT-LOOKUP
                 PERFORM FIND-PRODUCT
                 EVALUATE TRUE
                     WHEN WS-PRODUCT-SUB > 5
                         ADD 1 TO WS-OTHER-PRODUCT
                     WHEN ACCT-OPENING-DATE > WS-MONTH-END-DATE
                         ADD 1 TO WS-OPENED-LATER
                     WHEN OTHER
                         PERFORM STORE-ACCOUNT-ENTRY
                 END-EVALUATE
                 PERFORM READ-NEXT-ACCOUNT
              END-PERFORM
           END-IF
           CLOSE ACCOUNT-FILE
           DISPLAY 'Accounts in the month: ' WS-ACCT-COUNT.

       READ-NEXT-ACCOUNT.
           READ ACCOUNT-FILE NEXT RECORD
               AT END
                   MOVE '10' TO WS-ACCT-STATUS
           END-READ.

       FIND-PRODUCT.
           PERFORM VARYING WS-PRODUCT-SUB FROM 1 BY 1
                   UNTIL WS-PRODUCT-SUB > 5
                      OR WS-PRODUCT-CODE(WS-PRODUCT-SUB)
                         = WS-PRODUCT-LOOKUP
              CONTINUE
           END-PERFORM.


       STORE-ACCOUNT-ENTRY.
           IF WS-ACCT-COUNT >= 50000
              DISPLAY 'FATAL: account table full (50000 entries) - '
                      'run refused'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO WS-ACCT-COUNT
           SET WS-AT-IDX TO WS-ACCT-COUNT
           MOVE ACCT-ACCOUNT-NUMBER TO WS-AT-ACCOUNT(WS-AT-IDX)
           MOVE WS-PRODUCT-SUB      TO WS-AT-PRODUCT(WS-AT-IDX)
           MOVE ZEROS               TO WS-AT-BRANCH(WS-AT-IDX)
           MOVE ZEROS               TO WS-AT-BRANCH-DATE(WS-AT-IDX)
           MOVE 'N'                 TO WS-AT-BRANCH-FLAG(WS-AT-IDX)
           MOVE ACCT-BALANCE        TO WS-AT-BALANCE(WS-AT-IDX)
           MOVE ACCT-INTEREST-RATE  TO WS-AT-RATE(WS-AT-IDX)
           MOVE ZEROS               TO WS-AT-DAY-ADJUST(WS-AT-IDX)

           MOVE 'N' TO WS-AT-BOOK-FLAG(WS-AT-IDX)
           MOVE 'N' TO WS-AT-OPENED-FLAG(WS-AT-IDX)
           MOVE 'N' TO WS-AT-CLOSED-FLAG(WS-AT-IDX)
           IF NOT ACCT-CLOSED AND NOT ACCT-CHARGED-OFF
              SET AT-ON-BOOK(WS-AT-IDX) TO TRUE
           ELSE
              IF ACCT-LAST-ACTIVITY-DATE >= WS-MONTH-START-DATE
                 AND ACCT-LAST-ACTIVITY-DATE <= WS-MONTH-END-DATE
                 SET AT-CLOSED-IN-MONTH(WS-AT-IDX) TO TRUE
              END-IF
           END-IF

      *    Balance days are counted from the opening day for an
      *    account opened in the month.
           MOVE 1 TO WS-AT-FIRST-DAY(WS-AT-IDX)
           IF ACCT-OPENING-DATE >= WS-MONTH-START-DATE
              SET AT-OPENED-IN-MONTH(WS-AT-IDX) TO TRUE
              MOVE ACCT-OPENING-DATE(7:2) TO WS-OPENING-DAY
              MOVE WS-OPENING-DAY TO WS-AT-FIRST-DAY(WS-AT-IDX)
           END-IF.

       LOAD-ACCOUNT-BRANCHES.
      *    No branch file yet is the first run - every account's
      *    branch is found from this month's history.
           OPEN INPUT ACCOUNT-BRANCH-FILE
           IF WS-ABR-STATUS NOT = '00'
              DISPLAY 'No ACCOUNT-BRANCH.DAT on file - branches '
                      'assigned from history'
              SET WS-ABR-EOF TO TRUE
           END-IF

           PERFORM UNTIL WS-ABR-EOF
              READ ACCOUNT-BRANCH-FILE
                  AT END
                      SET WS-ABR-EOF TO TRUE
                  NOT AT END
                      MOVE ABR-ACCOUNT-NUMBER TO WS-FIND-ACCOUNT
                      PERFORM FIND-ACCOUNT-ENTRY
                      IF ACCOUNT-IN-TABLE
                         MOVE ABR-BRANCH-CODE
                             TO WS-AT-BRANCH(WS-AT-IDX)
                         MOVE ABR-ASSIGNED-DATE
                             TO WS-AT-BRANCH-DATE(WS-AT-IDX)
                         SET AT-BRANCH-KNOWN(WS-AT-IDX) TO TRUE
                         ADD 1 TO WS-BRANCHES-LOADED
                      END-IF
              END-READ
           END-PERFORM
           IF WS-ABR-STATUS NOT = '35'
              CLOSE ACCOUNT-BRANCH-FILE
           END-IF
           DISPLAY 'Account branches on file: ' WS-BRANCHES-LOADED.

       FIND-ACCOUNT-ENTRY.
           MOVE 'N' TO WS-AT-FOUND-FLAG
           IF WS-ACCT-COUNT > ZEROS
              SEARCH ALL WS-AT-ENTRY
                  AT END
                      CONTINUE
                  WHEN WS-AT-ACCOUNT(WS-AT-IDX) = WS-FIND-ACCOUNT
                      SET ACCOUNT-IN-TABLE TO TRUE
              END-SEARCH
           END-IF.

       SCAN-MONTH-HISTORY.
           MOVE 'TXN-HISTORY.DAT' TO WS-HIST-FILE-NAME
           PERFORM SCAN-ONE-HISTORY-FILE
           MOVE SPACES TO WS-HIST-FILE-NAME
           STRING 'TXN-HISTORY-' WS-REPORT-MONTH '.DAT'
               DELIMITED BY SIZE INTO WS-HIST-FILE-NAME
           END-STRING
           PERFORM SCAN-ONE-HISTORY-FILE.

       SCAN-ONE-HISTORY-FILE.
      *    A partition that does not exist (a month with no activity,
      *    or pre-partition history already retired) is simply
      *    skipped.
           MOVE '00' TO WS-TXN-STATUS
           OPEN INPUT TRANSACTION-FILE
           IF WS-TXN-STATUS = '00'
              ADD 1 TO WS-PARTITIONS-READ
              PERFORM READ-HISTORY-RECORD
              PERFORM UNTIL WS-TXN-EOF
                 ADD 1 TO WS-HISTORY-READ
                 MOVE TXN-DATE TO WS-TXN-DATE-NUM
                 IF TXN-WAS-POSTED
                    AND WS-TXN-DATE-NUM >= WS-MONTH-START-DATE
                    AND WS-TXN-DATE-NUM <= WS-MONTH-END-DATE
                    PERFORM APPLY-HISTORY-POSTING
                 END-IF
                 PERFORM READ-HISTORY-RECORD
              END-PERFORM
              CLOSE TRANSACTION-FILE
           END-IF
           MOVE '00' TO WS-TXN-STATUS.

       READ-HISTORY-RECORD.
           READ TRANSACTION-FILE
               AT END
                   SET WS-TXN-EOF TO TRUE
           END-READ.

       APPLY-HISTORY-POSTING.
      *    Credits raise the balance and everything else lowers it;
      *    a transfer also credits the account it went to. A loan
      *    payment lowers the loan only by its principal - the
      *    history carries the whole payment, so the month's
      *    interest at the loan's rate is taken back out of it.
           MOVE TXN-ACCOUNT-NUMBER TO WS-FIND-ACCOUNT
           PERFORM FIND-ACCOUNT-ENTRY
           IF NOT ACCOUNT-IN-TABLE
              ADD 1 TO WS-HISTORY-ORPHANS
           ELSE
              ADD 1 TO WS-HISTORY-USED
              IF NOT AT-BRANCH-KNOWN(WS-AT-IDX)
                 AND TXN-BRANCH-CODE > ZEROS
                 MOVE TXN-BRANCH-CODE TO WS-AT-BRANCH(WS-AT-IDX)
                 MOVE WS-TXN-DATE-NUM TO WS-AT-BRANCH-DATE(WS-AT-IDX)
                 SET AT-BRANCH-KNOWN(WS-AT-IDX) TO TRUE
                 ADD 1 TO WS-BRANCHES-ASSIGNED
              END-IF
              EVALUATE TRUE
                  WHEN TXN-DEPOSIT OR TXN-INTEREST
                       OR TXN-ADJ-CREDIT OR TXN-ACH-CREDIT
                      MOVE TXN-AMOUNT TO WS-POSTING-EFFECT
                  WHEN TXN-LOAN-PAYMENT
                      COMPUTE WS-LOAN-INTEREST-ESTIMATE ROUNDED =
                          WS-AT-BALANCE(WS-AT-IDX)
                          * WS-AT-RATE(WS-AT-IDX) / 12
                      IF WS-LOAN-INTEREST-ESTIMATE < ZEROS
                         MOVE ZEROS TO WS-LOAN-INTEREST-ESTIMATE
                      END-IF
                      IF WS-LOAN-INTEREST-ESTIMATE > TXN-AMOUNT
                         MOVE TXN-AMOUNT TO WS-LOAN-INTEREST-ESTIMATE
                      END-IF
                      COMPUTE WS-POSTING-EFFECT =
                          WS-LOAN-INTEREST-ESTIMATE - TXN-AMOUNT
                  WHEN OTHER
                      COMPUTE WS-POSTING-EFFECT = 0 - TXN-AMOUNT
              END-EVALUATE
              PERFORM ADD-POSTING-DAY-ADJUST
              IF TXN-TRANSFER
                 MOVE TXN-TO-ACCOUNT-NUMBER TO WS-FIND-ACCOUNT
                 PERFORM FIND-ACCOUNT-ENTRY
                 IF ACCOUNT-IN-TABLE
                    MOVE TXN-AMOUNT TO WS-POSTING-EFFECT
                    PERFORM ADD-POSTING-DAY-ADJUST
                 END-IF
              END-IF
           END-IF.

       ADD-POSTING-DAY-ADJUST.
      *    The balance went without this posting on each day from
      *    the first balance day up to the day before it posted.
           MOVE TXN-DAY TO WS-EFFECT-DAY
           IF WS-EFFECT-DAY > WS-AT-FIRST-DAY(WS-AT-IDX)
              COMPUTE WS-AT-DAY-ADJUST(WS-AT-IDX) =
                  WS-AT-DAY-ADJUST(WS-AT-IDX) + WS-POSTING-EFFECT
                  * (WS-EFFECT-DAY - WS-AT-FIRST-DAY(WS-AT-IDX))
           END-IF.

       BUILD-PORTFOLIO-CELLS.
           PERFORM VARYING WS-AT-IDX FROM 1 BY 1
                   UNTIL WS-AT-IDX > WS-ACCT-COUNT
              PERFORM ADD-ACCOUNT-TO-CELLS
           END-PERFORM.

       ADD-ACCOUNT-TO-CELLS.
      *    Sum of the account's daily balances over the month: the
      *    ending balance for every balance day, less what each
      *    posting made up on the days before it.
           COMPUTE WS-BALANCE-DAYS =
               WS-DAYS-IN-MONTH - WS-AT-FIRST-DAY(WS-AT-IDX) + 1
           COMPUTE WS-ACCOUNT-DAY-SUM =
               WS-AT-BALANCE(WS-AT-IDX) * WS-BALANCE-DAYS
             - WS-AT-DAY-ADJUST(WS-AT-IDX)

           MOVE 5 TO WS-ACCOUNT-TIER
           PERFORM VARYING WS-TIER-SUB FROM 4 BY -1
                   UNTIL WS-TIER-SUB < 1
              IF WS-AT-BALANCE(WS-AT-IDX) < WS-TIER-BOUND(WS-TIER-SUB)
                 MOVE WS-TIER-SUB TO WS-ACCOUNT-TIER
              END-IF
           END-PERFORM

           IF AT-ON-BOOK(WS-AT-IDX)
              ADD 1 TO WS-ACCOUNTS-REPORTED
           END-IF

      *    The account's own cell, its branch's all-products cell,
      *    the all-branches cell for its product and the bank total.
           COMPUTE WS-HOME-ROW = WS-AT-BRANCH(WS-AT-IDX) + 1
           MOVE WS-AT-PRODUCT(WS-AT-IDX) TO WS-HOME-COL
           MOVE WS-HOME-ROW TO WS-CB
           MOVE WS-HOME-COL TO WS-CP
           PERFORM ADD-ACCOUNT-TO-ONE-CELL
           MOVE WS-CELL-COL-ALL TO WS-CP
           PERFORM ADD-ACCOUNT-TO-ONE-CELL
           MOVE WS-CELL-ROW-ALL TO WS-CB
           PERFORM ADD-ACCOUNT-TO-ONE-CELL
           MOVE WS-HOME-COL TO WS-CP
           PERFORM ADD-ACCOUNT-TO-ONE-CELL.

       ADD-ACCOUNT-TO-ONE-CELL.
           IF AT-ON-BOOK(WS-AT-IDX)
              ADD 1 TO WS-CL-ACCOUNTS(WS-CB, WS-CP)
              ADD WS-AT-BALANCE(WS-AT-IDX)
                  TO WS-CL-ENDING(WS-CB, WS-CP)
              ADD 1 TO WS-CL-TIER-ACCOUNTS(WS-CB, WS-CP,
                                           WS-ACCOUNT-TIER)
              ADD WS-AT-BALANCE(WS-AT-IDX)
                  TO WS-CL-TIER-BALANCE(WS-CB, WS-CP,
                                        WS-ACCOUNT-TIER)
              IF WS-AT-BALANCE(WS-AT-IDX) > ZEROS
                 ADD WS-AT-BALANCE(WS-AT-IDX)
                     TO WS-CL-RATE-BASE(WS-CB, WS-CP)
                 COMPUTE WS-CL-RATE-WEIGHT(WS-CB, WS-CP) =
                     WS-CL-RATE-WEIGHT(WS-CB, WS-CP)
                     + WS-AT-BALANCE(WS-AT-IDX) * WS-AT-RATE(WS-AT-IDX)
              END-IF
           END-IF
           IF AT-OPENED-IN-MONTH(WS-AT-IDX)
              ADD 1 TO WS-CL-OPENED(WS-CB, WS-CP)
           END-IF
           IF AT-CLOSED-IN-MONTH(WS-AT-IDX)
              ADD 1 TO WS-CL-CLOSED(WS-CB, WS-CP)
           END-IF
           ADD WS-ACCOUNT-DAY-SUM TO WS-CL-DAY-SUM(WS-CB, WS-CP).

       LOAD-PRIOR-SNAPSHOTS.
      *    The prior month's and the prior year's figures go into the
      *    cells for comparison. Every snapshot still within the
      *    retention period is kept to be written back, except this
      *    month's own, which the run replaces.
           OPEN INPUT SNAPSHOT-FILE
           IF WS-SNAP-STATUS NOT = '00'
              DISPLAY 'No PORTFOLIO-SNAPSHOT.DAT on file - no '
                      'comparisons this run'
              SET WS-SNAP-EOF TO TRUE
           END-IF

           PERFORM UNTIL WS-SNAP-EOF
              READ SNAPSHOT-FILE
                  AT END
                      SET WS-SNAP-EOF TO TRUE
                  NOT AT END
                      PERFORM APPLY-PRIOR-SNAPSHOT
              END-READ
           END-PERFORM
           IF WS-SNAP-STATUS NOT = '35'
              CLOSE SNAPSHOT-FILE
           END-IF.

       APPLY-PRIOR-SNAPSHOT.
           IF SNAP-MONTH = WS-PRIOR-MONTH
              OR SNAP-MONTH = WS-PRIOR-YEAR-MONTH
              MOVE SNAP-PRODUCT TO WS-PRODUCT-LOOKUP
              PERFORM FIND-PRODUCT
              IF WS-PRODUCT-SUB <= 5
                 COMPUTE WS-HOME-ROW = SNAP-BRANCH-CODE + 1
                 MOVE WS-PRODUCT-SUB TO WS-HOME-COL
                 MOVE WS-HOME-ROW TO WS-CB
                 MOVE WS-HOME-COL TO WS-CP
                 PERFORM ADD-SNAPSHOT-TO-ONE-CELL
                 MOVE WS-CELL-COL-ALL TO WS-CP
                 PERFORM ADD-SNAPSHOT-TO-ONE-CELL
                 MOVE WS-CELL-ROW-ALL TO WS-CB
                 PERFORM ADD-SNAPSHOT-TO-ONE-CELL
                 MOVE WS-HOME-COL TO WS-CP
                 PERFORM ADD-SNAPSHOT-TO-ONE-CELL
              END-IF
           END-IF

           EVALUATE TRUE
               WHEN SNAP-MONTH = WS-REPORT-MONTH
                   CONTINUE
               WHEN SNAP-MONTH < WS-RETAIN-FROM-MONTH
                   ADD 1 TO WS-SNAPSHOTS-DROPPED
               WHEN WS-KEPT-SNAP-COUNT >= 6000
                   DISPLAY 'FATAL: snapshot table full (6000 '
                           'entries) - run refused'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   ADD 1 TO WS-KEPT-SNAP-COUNT
                   MOVE SNAPSHOT-RECORD
                       TO WS-KEPT-SNAP(WS-KEPT-SNAP-COUNT)
           END-EVALUATE.

       ADD-SNAPSHOT-TO-ONE-CELL.
           IF SNAP-MONTH = WS-PRIOR-MONTH
              SET CL-HAS-PRIOR-MONTH(WS-CB, WS-CP) TO TRUE
              ADD SNAP-ACCOUNTS TO WS-CL-PM-ACCOUNTS(WS-CB, WS-CP)
              ADD SNAP-ENDING-BALANCE
                  TO WS-CL-PM-ENDING(WS-CB, WS-CP)
           ELSE
              SET CL-HAS-PRIOR-YEAR(WS-CB, WS-CP) TO TRUE
              ADD SNAP-ACCOUNTS TO WS-CL-PY-ACCOUNTS(WS-CB, WS-CP)
              ADD SNAP-ENDING-BALANCE
                  TO WS-CL-PY-ENDING(WS-CB, WS-CP)
           END-IF.

       WRITE-PORTFOLIO-REPORT.
      *    Each branch's products and its all-products line, then
      *    the same for all branches together; the tier distribution
      *    follows in the same order.
           OPEN OUTPUT PORTFOLIO-REPORT-FILE
           OPEN OUTPUT PORTFOLIO-CSV-FILE
           MOVE WS-MONTH-END-DATE   TO WS-RH-MONTH-END
           MOVE WS-DAYS-IN-MONTH    TO WS-RH-DAYS
           MOVE WS-PRIOR-MONTH      TO WS-RH-PRIOR-MONTH
           MOVE WS-PRIOR-YEAR-MONTH TO WS-RH-PRIOR-YEAR
           WRITE PORTFOLIO-REPORT-LINE FROM WS-REPORT-HEADER-1
           MOVE SPACES TO PORTFOLIO-REPORT-LINE
           WRITE PORTFOLIO-REPORT-LINE
           WRITE PORTFOLIO-REPORT-LINE FROM WS-REPORT-HEADER-2

           MOVE SPACES TO WS-CSV-LINE
           STRING 'Month,Branch,Product,Accounts,Opened,Closed,Net,'
                  'EndingBalance,AverageBalance,WeightedRatePct,'
                  'PriorMonthAccounts,PriorMonthEndingBalance,'
                  'MoMBalancePct,PriorYearAccounts,'
                  'PriorYearEndingBalance,YoYBalancePct,'
                  'Tier1Accounts,Tier1Balance,Tier2Accounts,'
                  'Tier2Balance,Tier3Accounts,Tier3Balance,'
                  'Tier4Accounts,Tier4Balance,Tier5Accounts,'
                  'Tier5Balance'
                  DELIMITED BY SIZE INTO WS-CSV-LINE
           END-STRING
           WRITE PORTFOLIO-CSV-LINE FROM WS-CSV-LINE

           PERFORM VARYING WS-CB FROM 1 BY 1
                   UNTIL WS-CB > WS-CELL-ROW-ALL
              MOVE WS-CELL-COL-ALL TO WS-CP
              PERFORM CHECK-CELL-ACTIVE
              IF CELL-IS-ACTIVE
                 MOVE SPACES TO PORTFOLIO-REPORT-LINE
                 WRITE PORTFOLIO-REPORT-LINE
                 PERFORM VARYING WS-CP FROM 1 BY 1
                         UNTIL WS-CP > WS-CELL-COL-ALL
                    PERFORM CHECK-CELL-ACTIVE
                    IF CELL-IS-ACTIVE
                       PERFORM WRITE-CELL-LINE
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM

           MOVE SPACES TO PORTFOLIO-REPORT-LINE
           WRITE PORTFOLIO-REPORT-LINE
           WRITE PORTFOLIO-REPORT-LINE
           WRITE PORTFOLIO-REPORT-LINE FROM WS-TIER-HEADER-1
           MOVE SPACES TO PORTFOLIO-REPORT-LINE
           WRITE PORTFOLIO-REPORT-LINE
           WRITE PORTFOLIO-REPORT-LINE FROM WS-TIER-HEADER-2
           PERFORM VARYING WS-CB FROM 1 BY 1
                   UNTIL WS-CB > WS-CELL-ROW-ALL
              MOVE WS-CELL-COL-ALL TO WS-CP
              PERFORM CHECK-CELL-ACTIVE
              IF CELL-IS-ACTIVE
                 MOVE SPACES TO PORTFOLIO-REPORT-LINE
                 WRITE PORTFOLIO-REPORT-LINE
                 PERFORM VARYING WS-CP FROM 1 BY 1
                         UNTIL WS-CP > WS-CELL-COL-ALL
                    PERFORM CHECK-CELL-ACTIVE
                    IF CELL-IS-ACTIVE
                       PERFORM WRITE-TIER-LINE
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM

           CLOSE PORTFOLIO-REPORT-FILE
           CLOSE PORTFOLIO-CSV-FILE.

       CHECK-CELL-ACTIVE.
      *    A cell is reported when it has accounts or activity this
      *    month, or had accounts in a month it is compared with.
           MOVE 'N' TO WS-CELL-CURRENT-FLAG
           IF WS-CL-ACCOUNTS(WS-CB, WS-CP) > ZEROS
              OR WS-CL-OPENED(WS-CB, WS-CP) > ZEROS
              OR WS-CL-CLOSED(WS-CB, WS-CP) > ZEROS
              OR WS-CL-DAY-SUM(WS-CB, WS-CP) NOT = ZEROS
              SET CELL-HAS-CURRENT TO TRUE
           END-IF
           MOVE WS-CELL-CURRENT-FLAG TO WS-CELL-ACTIVE-FLAG
           IF CL-HAS-PRIOR-MONTH(WS-CB, WS-CP)
              OR CL-HAS-PRIOR-YEAR(WS-CB, WS-CP)
              SET CELL-IS-ACTIVE TO TRUE
           END-IF.

       SET-CELL-LABELS.
           IF WS-CB = WS-CELL-ROW-ALL
              MOVE 'ALL' TO WS-RD-BRANCH
           ELSE
              COMPUTE WS-BRANCH-LABEL = WS-CB - 1
              MOVE WS-BRANCH-LABEL TO WS-RD-BRANCH
           END-IF
           IF WS-CP = WS-CELL-COL-ALL
              MOVE 'ALL' TO WS-RD-PRODUCT
           ELSE
              MOVE WS-PRODUCT-CODE(WS-CP) TO WS-RD-PRODUCT
           END-IF.

       WORK-OUT-LINE-FIGURES.
           COMPUTE WS-LF-NET = WS-CL-OPENED(WS-CB, WS-CP)
                             - WS-CL-CLOSED(WS-CB, WS-CP)
           COMPUTE WS-LF-AVERAGE ROUNDED =
               WS-CL-DAY-SUM(WS-CB, WS-CP) / WS-DAYS-IN-MONTH
           MOVE ZEROS TO WS-LF-RATE
           IF WS-CL-RATE-BASE(WS-CB, WS-CP) > ZEROS
              COMPUTE WS-LF-RATE ROUNDED =
                  WS-CL-RATE-WEIGHT(WS-CB, WS-CP)
                  / WS-CL-RATE-BASE(WS-CB, WS-CP)
           END-IF
           COMPUTE WS-LF-RATE-PERCENT = WS-LF-RATE * 100

           MOVE SPACES TO WS-RD-MOM-PERCENT
           MOVE SPACES TO WS-RD-MOM-ACCOUNTS
           MOVE ZEROS TO WS-LF-MOM-PERCENT
           IF CL-HAS-PRIOR-MONTH(WS-CB, WS-CP)
              COMPUTE WS-LF-MOM-ACCOUNTS =
                  WS-CL-ACCOUNTS(WS-CB, WS-CP)
                  - WS-CL-PM-ACCOUNTS(WS-CB, WS-CP)
              MOVE WS-LF-MOM-ACCOUNTS TO WS-LF-ACCOUNTS-EDIT
              MOVE WS-LF-ACCOUNTS-EDIT TO WS-RD-MOM-ACCOUNTS
              IF WS-CL-PM-ENDING(WS-CB, WS-CP) NOT = ZEROS
                 COMPUTE WS-LF-MOM-PERCENT ROUNDED =
                     (WS-CL-ENDING(WS-CB, WS-CP)
                      - WS-CL-PM-ENDING(WS-CB, WS-CP)) * 100
                     / WS-CL-PM-ENDING(WS-CB, WS-CP)
                     ON SIZE ERROR
                         MOVE 99999.9 TO WS-LF-MOM-PERCENT
                 END-COMPUTE
                 MOVE WS-LF-MOM-PERCENT TO WS-LF-PERCENT-EDIT
                 MOVE WS-LF-PERCENT-EDIT TO WS-RD-MOM-PERCENT
              END-IF
           END-IF

           MOVE SPACES TO WS-RD-YOY-PERCENT
           MOVE SPACES TO WS-RD-YOY-ACCOUNTS
           MOVE ZEROS TO WS-LF-YOY-PERCENT
           IF CL-HAS-PRIOR-YEAR(WS-CB, WS-CP)
              COMPUTE WS-LF-YOY-ACCOUNTS =
                  WS-CL-ACCOUNTS(WS-CB, WS-CP)
                  - WS-CL-PY-ACCOUNTS(WS-CB, WS-CP)
              MOVE WS-LF-YOY-ACCOUNTS TO WS-LF-ACCOUNTS-EDIT
              MOVE WS-LF-ACCOUNTS-EDIT TO WS-RD-YOY-ACCOUNTS
              IF WS-CL-PY-ENDING(WS-CB, WS-CP) NOT = ZEROS
                 COMPUTE WS-LF-YOY-PERCENT ROUNDED =
                     (WS-CL-ENDING(WS-CB, WS-CP)
                      - WS-CL-PY-ENDING(WS-CB, WS-CP)) * 100
                     / WS-CL-PY-ENDING(WS-CB, WS-CP)
                     ON SIZE ERROR
                         MOVE 99999.9 TO WS-LF-YOY-PERCENT
                 END-COMPUTE
                 MOVE WS-LF-YOY-PERCENT TO WS-LF-PERCENT-EDIT
                 MOVE WS-LF-PERCENT-EDIT TO WS-RD-YOY-PERCENT
              END-IF
           END-IF.

       WRITE-CELL-LINE.
           PERFORM SET-CELL-LABELS
           PERFORM WORK-OUT-LINE-FIGURES
           MOVE WS-CL-ACCOUNTS(WS-CB, WS-CP) TO WS-RD-ACCOUNTS
           MOVE WS-CL-OPENED(WS-CB, WS-CP)   TO WS-RD-OPENED
           MOVE WS-CL-CLOSED(WS-CB, WS-CP)   TO WS-RD-CLOSED
           MOVE WS-LF-NET                    TO WS-RD-NET
           MOVE WS-CL-ENDING(WS-CB, WS-CP)   TO WS-RD-ENDING
           MOVE WS-LF-AVERAGE                TO WS-RD-AVERAGE
           MOVE WS-LF-RATE-PERCENT           TO WS-RD-RATE
           WRITE PORTFOLIO-REPORT-LINE FROM WS-REPORT-DETAIL
           ADD 1 TO WS-REPORT-LINES
           PERFORM WRITE-CELL-CSV.

       WRITE-CELL-CSV.
           MOVE SPACES TO WS-CSV-LINE
           MOVE 1 TO WS-CSV-POINTER
           STRING WS-REPORT-MONTH ',' WS-RD-BRANCH ','
                  WS-RD-PRODUCT
                  DELIMITED BY SPACE
                  INTO WS-CSV-LINE WITH POINTER WS-CSV-POINTER
           END-STRING
           MOVE WS-CL-ACCOUNTS(WS-CB, WS-CP) TO WS-CSV-COUNT
           MOVE WS-CSV-COUNT TO WS-CSV-FIELD
           PERFORM APPEND-CSV-FIELD
           MOVE WS-CL-OPENED(WS-CB, WS-CP) TO WS-CSV-COUNT
           MOVE WS-CSV-COUNT TO WS-CSV-FIELD
           PERFORM APPEND-CSV-FIELD
           MOVE WS-CL-CLOSED(WS-CB, WS-CP) TO WS-CSV-COUNT
           MOVE WS-CSV-COUNT TO WS-CSV-FIELD
           PERFORM APPEND-CSV-FIELD
           MOVE WS-LF-NET TO WS-CSV-COUNT
           MOVE WS-CSV-COUNT TO WS-CSV-FIELD
           PERFORM APPEND-CSV-FIELD
           MOVE WS-CL-ENDING(WS-CB, WS-CP) TO WS-CSV-AMOUNT
           MOVE WS-CSV-AMOUNT TO WS-CSV-FIELD
           PERFORM APPEND-CSV-FIELD
           MOVE WS-LF-AVERAGE TO WS-CSV-AMOUNT
           MOVE WS-CSV-AMOUNT TO WS-CSV-FIELD
           PERFORM APPEND-CSV-FIELD
           MOVE WS-LF-RATE-PERCENT TO WS-CSV-RATE
           MOVE WS-CSV-RATE TO WS-CSV-FIELD
           PERFORM APPEND-CSV-FIELD

      *    Comparisons with no snapshot to compare with are left
      *    empty.
           MOVE SPACES TO WS-CSV-FIELD
           IF CL-HAS-PRIOR-MONTH(WS-CB, WS-CP)
              MOVE WS-CL-PM-ACCOUNTS(WS-CB, WS-CP) TO WS-CSV-COUNT
              MOVE WS-CSV-COUNT TO WS-CSV-FIELD
           END-IF
           PERFORM APPEND-CSV-FIELD
           MOVE SPACES TO WS-CSV-FIELD
           IF CL-HAS-PRIOR-MONTH(WS-CB, WS-CP)
              MOVE WS-CL-PM-ENDING(WS-CB, WS-CP) TO WS-CSV-AMOUNT
              MOVE WS-CSV-AMOUNT TO WS-CSV-FIELD
           END-IF
           PERFORM APPEND-CSV-FIELD
           MOVE SPACES TO WS-CSV-FIELD
           IF WS-RD-MOM-PERCENT NOT = SPACES
              MOVE WS-LF-MOM-PERCENT TO WS-CSV-PERCENT
              MOVE WS-CSV-PERCENT TO WS-CSV-FIELD
           END-IF
           PERFORM APPEND-CSV-FIELD
           MOVE SPACES TO WS-CSV-FIELD
           IF CL-HAS-PRIOR-YEAR(WS-CB, WS-CP)
              MOVE WS-CL-PY-ACCOUNTS(WS-CB, WS-CP) TO WS-CSV-COUNT
              MOVE WS-CSV-COUNT TO WS-CSV-FIELD
           END-IF
           PERFORM APPEND-CSV-FIELD
           MOVE SPACES TO WS-CSV-FIELD
           IF CL-HAS-PRIOR-YEAR(WS-CB, WS-CP)
              MOVE WS-CL-PY-ENDING(WS-CB, WS-CP) TO WS-CSV-AMOUNT
              MOVE WS-CSV-AMOUNT TO WS-CSV-FIELD
           END-IF
           PERFORM APPEND-CSV-FIELD
           MOVE SPACES TO WS-CSV-FIELD
           IF WS-RD-YOY-PERCENT NOT = SPACES
              MOVE WS-LF-YOY-PERCENT TO WS-CSV-PERCENT
              MOVE WS-CSV-PERCENT TO WS-CSV-FIELD
           END-IF
           PERFORM APPEND-CSV-FIELD

           PERFORM VARYING WS-TIER-SUB FROM 1 BY 1
                   UNTIL WS-TIER-SUB > 5
              MOVE WS-CL-TIER-ACCOUNTS(WS-CB, WS-CP, WS-TIER-SUB)
                  TO WS-CSV-COUNT
              MOVE WS-CSV-COUNT TO WS-CSV-FIELD
              PERFORM APPEND-CSV-FIELD
              MOVE WS-CL-TIER-BALANCE(WS-CB, WS-CP, WS-TIER-SUB)
                  TO WS-CSV-AMOUNT
              MOVE WS-CSV-AMOUNT TO WS-CSV-FIELD
              PERFORM APPEND-CSV-FIELD
           END-PERFORM
           WRITE PORTFOLIO-CSV-LINE FROM WS-CSV-LINE.

       APPEND-CSV-FIELD.
      *    Edited figures are left-justified; an empty field is just
      *    the comma.
           MOVE FUNCTION TRIM(WS-CSV-FIELD LEADING) TO WS-CSV-FIELD
           STRING ',' DELIMITED BY SIZE
                  WS-CSV-FIELD DELIMITED BY SPACE
                  INTO WS-CSV-LINE WITH POINTER WS-CSV-POINTER
           END-STRING.

       WRITE-TIER-LINE.
           PERFORM SET-CELL-LABELS
           MOVE WS-RD-BRANCH  TO WS-TD-BRANCH
           MOVE WS-RD-PRODUCT TO WS-TD-PRODUCT
           PERFORM VARYING WS-TIER-SUB FROM 1 BY 1
                   UNTIL WS-TIER-SUB > 5
              MOVE WS-CL-TIER-ACCOUNTS(WS-CB, WS-CP, WS-TIER-SUB)
                  TO WS-TD-ACCOUNTS(WS-TIER-SUB)
              MOVE WS-CL-TIER-BALANCE(WS-CB, WS-CP, WS-TIER-SUB)
                  TO WS-TD-BALANCE(WS-TIER-SUB)
           END-PERFORM
           WRITE PORTFOLIO-REPORT-LINE FROM WS-TIER-DETAIL.

       WRITE-SNAPSHOT-FILE.
      *    The kept months first, then this month's branch and
      *    product figures - the roll-ups are rebuilt from these.
           OPEN OUTPUT SNAPSHOT-FILE
           PERFORM VARYING WS-KS-IDX FROM 1 BY 1
                   UNTIL WS-KS-IDX > WS-KEPT-SNAP-COUNT
              WRITE SNAPSHOT-RECORD FROM WS-KEPT-SNAP(WS-KS-IDX)
           END-PERFORM
           PERFORM VARYING WS-CB FROM 1 BY 1
                   UNTIL WS-CB >= WS-CELL-ROW-ALL
              PERFORM VARYING WS-CP FROM 1 BY 1
                      UNTIL WS-CP >= WS-CELL-COL-ALL
                 PERFORM CHECK-CELL-ACTIVE
                 IF CELL-HAS-CURRENT
                    PERFORM WRITE-CELL-SNAPSHOT
                 END-IF
              END-PERFORM
           END-PERFORM
           CLOSE SNAPSHOT-FILE.

       WRITE-CELL-SNAPSHOT.
           PERFORM WORK-OUT-LINE-FIGURES
           MOVE WS-REPORT-MONTH              TO SNAP-MONTH
           COMPUTE SNAP-BRANCH-CODE = WS-CB - 1
           MOVE WS-PRODUCT-CODE(WS-CP)       TO SNAP-PRODUCT
           MOVE WS-CL-ACCOUNTS(WS-CB, WS-CP) TO SNAP-ACCOUNTS
           MOVE WS-CL-OPENED(WS-CB, WS-CP)   TO SNAP-OPENED
           MOVE WS-CL-CLOSED(WS-CB, WS-CP)   TO SNAP-CLOSED
           MOVE WS-CL-ENDING(WS-CB, WS-CP)   TO SNAP-ENDING-BALANCE
           MOVE WS-LF-AVERAGE                TO SNAP-AVERAGE-BALANCE
           MOVE WS-LF-RATE                   TO SNAP-WEIGHTED-RATE
           PERFORM VARYING WS-TIER-SUB FROM 1 BY 1
                   UNTIL WS-TIER-SUB > 5
              MOVE WS-CL-TIER-ACCOUNTS(WS-CB, WS-CP, WS-TIER-SUB)
                  TO SNAP-TIER-ACCOUNTS(WS-TIER-SUB)
              MOVE WS-CL-TIER-BALANCE(WS-CB, WS-CP, WS-TIER-SUB)
                  TO SNAP-TIER-BALANCE(WS-TIER-SUB)
           END-PERFORM
           WRITE SNAPSHOT-RECORD
           ADD 1 TO WS-SNAPSHOTS-WRITTEN.

       WRITE-ACCOUNT-BRANCHES.
      *    Every account with a branch, in account number order,
      *    ready for next month's run.
           OPEN OUTPUT ACCOUNT-BRANCH-FILE
           PERFORM VARYING WS-AT-IDX FROM 1 BY 1
                   UNTIL WS-AT-IDX > WS-ACCT-COUNT
              IF AT-BRANCH-KNOWN(WS-AT-IDX)
                 MOVE WS-AT-ACCOUNT(WS-AT-IDX) TO ABR-ACCOUNT-NUMBER
                 MOVE WS-AT-BRANCH(WS-AT-IDX)  TO ABR-BRANCH-CODE
                 MOVE WS-AT-BRANCH-DATE(WS-AT-IDX)
                     TO ABR-ASSIGNED-DATE
                 WRITE ACCOUNT-BRANCH-RECORD
              END-IF
           END-PERFORM
           CLOSE ACCOUNT-BRANCH-FILE.

       CLEANUP.
           DISPLAY ' '
           DISPLAY 'Portfolio MIS Report Summary'
           DISPLAY '============================='
           DISPLAY 'Accounts read:          ' WS-ACCOUNTS-READ
           DISPLAY 'Accounts on the book:   ' WS-ACCOUNTS-REPORTED
           DISPLAY 'Opened after the month: ' WS-OPENED-LATER
           DISPLAY 'Branches assigned:      ' WS-BRANCHES-ASSIGNED
           DISPLAY 'History partitions:     ' WS-PARTITIONS-READ
           DISPLAY 'History records read:   ' WS-HISTORY-READ
           DISPLAY 'Month postings used:    ' WS-HISTORY-USED
           DISPLAY 'Report lines:           ' WS-REPORT-LINES
           DISPLAY 'Snapshots written:      ' WS-SNAPSHOTS-WRITTEN
           IF SNAPSHOT-MONTH-RUN
              DISPLAY 'Snapshots kept:         ' WS-KEPT-SNAP-COUNT
              DISPLAY 'Snapshots retired:      ' WS-SNAPSHOTS-DROPPED
           ELSE
              DISPLAY 'Snapshots left as they were'
           END-IF
           IF WS-OTHER-PRODUCT > 0
              DISPLAY 'WARNING: accounts of an unreported type: '
                      WS-OTHER-PRODUCT
           END-IF
           IF WS-HISTORY-ORPHANS > 0
              DISPLAY 'WARNING: history items with no account on '
                      'file: ' WS-HISTORY-ORPHANS
           END-IF

           OPEN EXTEND OPS-STATS-FILE
           IF WS-OPS-STATS-STATUS = '35'
              OPEN OUTPUT OPS-STATS-FILE
           END-IF
           MOVE WS-OPS-PROGRAM-NAME  TO OPS-PROGRAM-NAME
           MOVE WS-MONTH-END-DATE    TO OPS-BUSINESS-DATE
           MOVE WS-OPS-START-STAMP   TO OPS-START-TIMESTAMP
           MOVE FUNCTION CURRENT-DATE(1:14) TO OPS-END-TIMESTAMP
           MOVE WS-ACCOUNTS-READ     TO OPS-RECORDS-READ
           MOVE WS-REPORT-LINES      TO OPS-RECORDS-WRITTEN
           MOVE WS-HISTORY-ORPHANS   TO OPS-RECORDS-REJECTED
           WRITE OPS-STATS-RECORD
           CLOSE OPS-STATS-FILE

           DISPLAY 'Portfolio MIS Report - Complete'.
