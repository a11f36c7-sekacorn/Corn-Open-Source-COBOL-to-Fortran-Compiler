      *****************************************************************
      * CALL REPORT DEPOSIT AND LOAN SCHEDULE EXTRACT
      * Quarter-end batch producing the figures for the call
      * report's deposit schedule (RC-E), past-due loan schedule
      * (RC-N) and the quarter's deposit interest expense and loan
      * collections (RI), in place of building them by hand from the
      * daily processing summary and the GL.
      *   Deposits come from ACCOUNTS.DAT by ACCT-TYPE: checking is
      *   a transaction account; savings, money market and CDs are
      *   nontransaction. Time deposits (CDs) are further broken
      *   down by size band and by remaining maturity from
      *   ACCT-MATURITY-DATE. IRA balances are a memo item. An
      *   overdrawn deposit account is not a deposit - it is
      *   reported with the loans as an overdraft.
      *   Loans are the 'LN' accounts by past-due status from
      *   ACCT-LOAN-NEXT-DUE-DATE: current (under 30 days),
      *   30-89 days and 90 days or more.
      *   Interest paid on deposits and loan payments collected
      *   during the quarter come from the posted history in the
      *   quarter's monthly TXN-HISTORY-YYYYMM.DAT partitions (plus
      *   any pre-partition TXN-HISTORY.DAT). Interest capitalized
      *   by INTEREST-CAPITALIZATION is never a transaction, so its
      *   POSTED 'BATCH-INTEREST' entries are taken from
      *   AUDIT-ARCHIVE.DAT and AUDIT-TRAIL.DAT.
      * Prints the internal working report and writes the fixed-
      * layout extract for the filing software. QTR=YYYYMMDD on the
      * command line names the quarter-end date - the default is
      * today; the quarter is the three months ending that month.
      *
      * Copyright (c) 2026 sekacorn
      * Contact: sekacorn@gmail.com
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALL-REPORT-EXTRACT.
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

           SELECT WORKING-REPORT-FILE
               ASSIGN TO "CALL-REPORT-WORKING.TXT"
               ORGANIZATION IS SEQUENTIAL.

      *    Fixed-layout extract for the filing software: one record
      *    per schedule line item.
           SELECT CALL-REPORT-FILE
               ASSIGN TO "CALL-REPORT-EXTRACT.DAT"
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

       FD WORKING-REPORT-FILE.
       01 WORKING-REPORT-LINE           PIC X(132).

       FD CALL-REPORT-FILE.
       01 CALL-REPORT-RECORD.
          05 CR-QUARTER-END-DATE        PIC 9(8).
          05 CR-SCHEDULE                PIC X(4).
          05 CR-ITEM-CODE               PIC X(10).
          05 CR-ITEM-COUNT              PIC 9(7).
          05 CR-ITEM-AMOUNT             PIC 9(15)V99.

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
       01 WS-AUDIT-FILE-STATUS          PIC X(2).
          88 WS-AUDIT-FILE-EOF          VALUE '10'.
       01 WS-ARCHIVE-STATUS             PIC X(2).
          88 WS-ARCHIVE-EOF             VALUE '10'.
       01 WS-OPS-STATS-STATUS           PIC X(2).
       01 WS-OPS-PROGRAM-NAME           PIC X(30)
          VALUE 'CALL-REPORT-EXTRACT'.
       01 WS-OPS-START-STAMP            PIC X(14).

       01 WS-CLI-PARM                   PIC X(60).
       01 WS-QUARTER-END-DATE           PIC 9(8).
       01 WS-QUARTER-START-DATE         PIC 9(8).
       01 WS-TXN-DATE-NUM               PIC 9(8).

      *    Capitalized-interest entry being counted, from the archive
      *    or the live trail.
       01 WS-POSTING-DATE               PIC 9(8).
       01 WS-POSTING-ACCOUNT            PIC 9(10).
       01 WS-POSTING-AMOUNT             PIC S9(13)V9(6).

       01 WS-HIST-FILE-NAME             PIC X(24).
       01 WS-HIST-SCAN.
          05 WS-HIST-SCAN-YEAR          PIC 9(4).
          05 WS-HIST-SCAN-MONTH         PIC 9(2).
          05 WS-HIST-SCAN-YYYYMM        PIC 9(6).
          05 WS-HIST-END-YYYYMM         PIC 9(6).

       01 WS-DAYS-PAST-DUE              PIC S9(5).
       01 WS-DAYS-TO-MATURITY           PIC S9(5).
       01 WS-DEPOSIT-AMOUNT             PIC S9(13)V99.

      *    Time-deposit size bands - the call report breaks time
      *    deposits at $100,000 and at the $250,000 insurance limit.
       01 WS-TIME-BAND-LOW              PIC 9(13)V99 VALUE 100000.00.
       01 WS-TIME-BAND-HIGH             PIC 9(13)V99 VALUE 250000.00.

      *    Schedule line items, in report order: schedule, item code
      *    and description. Counts and amounts accumulate in the
      *    parallel WS-ITEM-TOTALS table.
       01 WS-ITEM-DEFINITIONS.
          05 FILLER PIC X(54) VALUE
             'RC-ETRN-DEMANDTransaction accounts - checking/demand  '.
          05 FILLER PIC X(54) VALUE
             'RC-ENTR-SAVINGNontransaction - savings                '.
          05 FILLER PIC X(54) VALUE
             'RC-ENTR-MMDA  Nontransaction - money market deposit   '.
          05 FILLER PIC X(54) VALUE
             'RC-ENTR-TIME  Nontransaction - time deposits          '.
          05 FILLER PIC X(54) VALUE
             'RC-ETIM-LT100KTime deposits under $100,000            '.
          05 FILLER PIC X(54) VALUE
             'RC-ETIM-100250Time deposits $100,000 thru $250,000    '.
          05 FILLER PIC X(54) VALUE
             'RC-ETIM-GT250KTime deposits over $250,000             '.
          05 FILLER PIC X(54) VALUE
             'RC-ETMAT-3M   Time - remaining maturity 3 mos or less '.
          05 FILLER PIC X(54) VALUE
             'RC-ETMAT-12M  Time - remaining over 3 thru 12 months  '.
          05 FILLER PIC X(54) VALUE
             'RC-ETMAT-3Y   Time - remaining over 1 thru 3 years    '.
          05 FILLER PIC X(54) VALUE
             'RC-ETMAT-OV3Y Time - remaining over 3 years           '.
          05 FILLER PIC X(54) VALUE
             'RC-EIRA-MEMO  Memo - IRA deposit balances             '.
          05 FILLER PIC X(54) VALUE
             'RC-ETOT-DEPOSTotal deposits                           '.
          05 FILLER PIC X(54) VALUE
             'RC-NLN-CURRENTLoans current or under 30 days past due '.
          05 FILLER PIC X(54) VALUE
             'RC-NLN-PD3089 Loans 30-89 days past due               '.
          05 FILLER PIC X(54) VALUE
             'RC-NLN-PD90   Loans 90 days or more past due          '.
          05 FILLER PIC X(54) VALUE
             'RC-NLN-TOTAL  Total loans                             '.
          05 FILLER PIC X(54) VALUE
             'RC-NOVERDRAFT Overdrawn deposit accounts (as loans)   '.
          05 FILLER PIC X(54) VALUE
             'RI  INT-TRANS Interest expense - transaction accounts '.
          05 FILLER PIC X(54) VALUE
             'RI  INT-SAVMMDInterest expense - savings and MMDA     '.
          05 FILLER PIC X(54) VALUE
             'RI  INT-TIME  Interest expense - time deposits        '.
          05 FILLER PIC X(54) VALUE
             'RI  LN-COLLECTLoan payments collected in quarter      '.
       01 WS-ITEM-DEFINITION-TABLE REDEFINES WS-ITEM-DEFINITIONS.
          05 WS-ITEM-DEFINITION OCCURS 22 TIMES.
             10 WS-ITEM-SCHEDULE        PIC X(4).
             10 WS-ITEM-CODE            PIC X(10).
             10 WS-ITEM-DESCRIPTION     PIC X(40).
       01 WS-ITEM-COUNT-MAX             PIC 99 VALUE 22.
       01 WS-ITEM-TOTALS.
          05 WS-ITEM-TOTAL OCCURS 22 TIMES.
             10 WS-ITEM-ACCOUNTS        PIC 9(7) VALUE ZEROS.
             10 WS-ITEM-AMOUNT          PIC 9(15)V99 VALUE ZEROS.
       01 WS-ITEM-SUB                   PIC 99.
       01 WS-ADD-AMOUNT                 PIC 9(15)V99.

      *    Line item positions in the tables above.
       01 WS-IX-TRANS-DEMAND            PIC 99 VALUE 1.
       01 WS-IX-NONTRANS-SAVINGS        PIC 99 VALUE 2.
       01 WS-IX-NONTRANS-MMDA           PIC 99 VALUE 3.
       01 WS-IX-NONTRANS-TIME           PIC 99 VALUE 4.
       01 WS-IX-TIME-UNDER-100K         PIC 99 VALUE 5.
       01 WS-IX-TIME-100K-250K          PIC 99 VALUE 6.
       01 WS-IX-TIME-OVER-250K          PIC 99 VALUE 7.
       01 WS-IX-MATURITY-3M             PIC 99 VALUE 8.
       01 WS-IX-MATURITY-12M            PIC 99 VALUE 9.
       01 WS-IX-MATURITY-3Y             PIC 99 VALUE 10.
       01 WS-IX-MATURITY-OVER-3Y        PIC 99 VALUE 11.
       01 WS-IX-IRA-MEMO                PIC 99 VALUE 12.
       01 WS-IX-TOTAL-DEPOSITS          PIC 99 VALUE 13.
       01 WS-IX-LOANS-CURRENT           PIC 99 VALUE 14.
       01 WS-IX-LOANS-30-89             PIC 99 VALUE 15.
       01 WS-IX-LOANS-90-PLUS           PIC 99 VALUE 16.
       01 WS-IX-LOANS-TOTAL             PIC 99 VALUE 17.
       01 WS-IX-OVERDRAFTS              PIC 99 VALUE 18.
       01 WS-IX-INT-TRANSACTION         PIC 99 VALUE 19.
       01 WS-IX-INT-SAVINGS-MMDA        PIC 99 VALUE 20.
       01 WS-IX-INT-TIME                PIC 99 VALUE 21.
       01 WS-IX-LOAN-COLLECTIONS        PIC 99 VALUE 22.

       01 WS-PREV-SCHEDULE              PIC X(4).

       01 WS-COUNTERS.
          05 WS-ACCOUNTS-SCANNED        PIC 9(7) VALUE ZEROS.
          05 WS-HISTORY-READ            PIC 9(9) VALUE ZEROS.
          05 WS-HISTORY-USED            PIC 9(7) VALUE ZEROS.
          05 WS-HISTORY-ORPHANS         PIC 9(7) VALUE ZEROS.
          05 WS-AUDIT-RECORDS-READ      PIC 9(9) VALUE ZEROS.
          05 WS-CAPITALIZED-USED        PIC 9(7) VALUE ZEROS.
          05 WS-PARTITIONS-READ         PIC 9(3) VALUE ZEROS.
          05 WS-EXTRACT-RECORDS         PIC 9(7) VALUE ZEROS.

       01 WS-REPORT-HEADER-1.
          05 FILLER                     PIC X(46)
             VALUE 'CALL REPORT WORKING PAPERS - QUARTER ENDED '.
          05 WS-RH-QUARTER-END          PIC 9(8).
          05 FILLER                     PIC X(8) VALUE '  FROM '.
          05 WS-RH-QUARTER-START        PIC 9(8).
       01 WS-REPORT-HEADER-2.
          05 FILLER                     PIC X(6)  VALUE 'SCHED'.
          05 FILLER                     PIC X(12) VALUE 'ITEM'.
          05 FILLER                     PIC X(42) VALUE 'DESCRIPTION'.
          05 FILLER                     PIC X(10) VALUE '  ACCOUNTS'.
          05 FILLER                     PIC X(26)
             VALUE '                    AMOUNT'.

       01 WS-REPORT-DETAIL.
          05 WS-RD-SCHEDULE             PIC X(4).
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-RD-ITEM-CODE            PIC X(10).
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-RD-DESCRIPTION          PIC X(40).
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-RD-ACCOUNTS             PIC Z,ZZZ,ZZ9.
          05 FILLER                     PIC X(3) VALUE SPACES.
          05 WS-RD-AMOUNT               PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-CONTROL.
           PERFORM INITIALIZATION
           PERFORM SCAN-ACCOUNT-BALANCES
           PERFORM SCAN-QUARTER-HISTORY
           PERFORM SCAN-ARCHIVED-INTEREST
           PERFORM SCAN-LIVE-INTEREST
           PERFORM WRITE-SCHEDULES
           PERFORM CLEANUP
           STOP RUN.

       INITIALIZATION.
           DISPLAY 'Call Report Extract - Started'
           DISPLAY '=============================='
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-OPS-START-STAMP
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-QUARTER-END-DATE

           ACCEPT WS-CLI-PARM FROM COMMAND-LINE
           IF WS-CLI-PARM(1:4) = 'QTR='
              MOVE WS-CLI-PARM(5:8) TO WS-QUARTER-END-DATE
           END-IF

      *    The quarter is the quarter-end month and the two months
      *    before it.
           MOVE WS-QUARTER-END-DATE(1:4) TO WS-HIST-SCAN-YEAR
           MOVE WS-QUARTER-END-DATE(5:2) TO WS-HIST-SCAN-MONTH
           IF WS-HIST-SCAN-MONTH < 3
              ADD 10 TO WS-HIST-SCAN-MONTH
              SUBTRACT 1 FROM WS-HIST-SCAN-YEAR
           ELSE
              SUBTRACT 2 FROM WS-HIST-SCAN-MONTH
           END-IF
           COMPUTE WS-HIST-SCAN-YYYYMM =
               WS-HIST-SCAN-YEAR * 100 + WS-HIST-SCAN-MONTH
           COMPUTE WS-QUARTER-START-DATE =
               WS-HIST-SCAN-YYYYMM * 100 + 1
           MOVE WS-QUARTER-END-DATE(1:6) TO WS-HIST-END-YYYYMM
           DISPLAY 'Quarter: ' WS-QUARTER-START-DATE
                   ' through ' WS-QUARTER-END-DATE

           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCT-STATUS NOT = '00'
              DISPLAY 'FATAL: unable to open ACCOUNTS.DAT (status '
                      WS-ACCT-STATUS ') - run refused'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT WORKING-REPORT-FILE
           OPEN OUTPUT CALL-REPORT-FILE.

       SCAN-ACCOUNT-BALANCES.
           MOVE ZEROS TO ACCT-ACCOUNT-NUMBER
           START ACCOUNT-FILE KEY IS >= ACCT-ACCOUNT-NUMBER
               INVALID KEY
                   MOVE '10' TO WS-ACCT-STATUS
           END-START
           IF WS-ACCT-STATUS NOT = '10'
              PERFORM READ-NEXT-ACCOUNT
              PERFORM UNTIL WS-ACCT-STATUS = '10'
                 ADD 1 TO WS-ACCOUNTS-SCANNED
      *          A charged-off loan has left the balance sheet and is
      *          not reported as a loan outstanding.
                 IF NOT ACCT-CLOSED AND NOT ACCT-CHARGED-OFF
                    IF ACCT-LOAN
                       PERFORM CLASSIFY-LOAN-ACCOUNT
                    ELSE
                       PERFORM CLASSIFY-DEPOSIT-ACCOUNT
                    END-IF
                 END-IF
                 PERFORM READ-NEXT-ACCOUNT
              END-PERFORM
           END-IF
           MOVE '00' TO WS-ACCT-STATUS.

       READ-NEXT-ACCOUNT.
           READ ACCOUNT-FILE NEXT RECORD
               AT END
                   MOVE '10' TO WS-ACCT-STATUS
           END-READ.

       CLASSIFY-DEPOSIT-ACCOUNT.
      *    The reported deposit is the ledger balance plus interest
      *    accrued and owed to the depositor.
           MOVE ACCT-BALANCE TO WS-DEPOSIT-AMOUNT
           IF ACCT-ACCRUED-INTEREST > 0
              ADD ACCT-ACCRUED-INTEREST TO WS-DEPOSIT-AMOUNT
           END-IF

           IF WS-DEPOSIT-AMOUNT < 0
              COMPUTE WS-ADD-AMOUNT = 0 - WS-DEPOSIT-AMOUNT
              MOVE WS-IX-OVERDRAFTS TO WS-ITEM-SUB
              PERFORM ADD-TO-LINE-ITEM
           ELSE
              MOVE WS-DEPOSIT-AMOUNT TO WS-ADD-AMOUNT
              MOVE WS-IX-TOTAL-DEPOSITS TO WS-ITEM-SUB
              PERFORM ADD-TO-LINE-ITEM
              IF ACCT-IS-IRA
                 MOVE WS-IX-IRA-MEMO TO WS-ITEM-SUB
                 PERFORM ADD-TO-LINE-ITEM
              END-IF
              EVALUATE TRUE
                  WHEN ACCT-CHECKING
                      MOVE WS-IX-TRANS-DEMAND TO WS-ITEM-SUB
                      PERFORM ADD-TO-LINE-ITEM
                  WHEN ACCT-SAVINGS
                      MOVE WS-IX-NONTRANS-SAVINGS TO WS-ITEM-SUB
                      PERFORM ADD-TO-LINE-ITEM
                  WHEN ACCT-MONEY-MARKET
                      MOVE WS-IX-NONTRANS-MMDA TO WS-ITEM-SUB
                      PERFORM ADD-TO-LINE-ITEM
                  WHEN ACCT-CD
                      MOVE WS-IX-NONTRANS-TIME TO WS-ITEM-SUB
                      PERFORM ADD-TO-LINE-ITEM
                      PERFORM CLASSIFY-TIME-DEPOSIT
                  WHEN OTHER
                      MOVE WS-IX-TRANS-DEMAND TO WS-ITEM-SUB
                      PERFORM ADD-TO-LINE-ITEM
              END-EVALUATE
           END-IF.

       CLASSIFY-TIME-DEPOSIT.
           EVALUATE TRUE
               WHEN WS-DEPOSIT-AMOUNT < WS-TIME-BAND-LOW
                   MOVE WS-IX-TIME-UNDER-100K TO WS-ITEM-SUB
               WHEN WS-DEPOSIT-AMOUNT <= WS-TIME-BAND-HIGH
                   MOVE WS-IX-TIME-100K-250K TO WS-ITEM-SUB
               WHEN OTHER
                   MOVE WS-IX-TIME-OVER-250K TO WS-ITEM-SUB
           END-EVALUATE
           PERFORM ADD-TO-LINE-ITEM

      *    Remaining maturity from the quarter-end date; a CD with no
      *    maturity date or already matured (awaiting the maturity
      *    batch) is in the shortest bucket.
           MOVE ZEROS TO WS-DAYS-TO-MATURITY
           IF ACCT-MATURITY-DATE > WS-QUARTER-END-DATE
              COMPUTE WS-DAYS-TO-MATURITY =
                  FUNCTION INTEGER-OF-DATE(ACCT-MATURITY-DATE) -
                  FUNCTION INTEGER-OF-DATE(WS-QUARTER-END-DATE)
           END-IF
           EVALUATE TRUE
               WHEN WS-DAYS-TO-MATURITY <= 92
                   MOVE WS-IX-MATURITY-3M TO WS-ITEM-SUB
               WHEN WS-DAYS-TO-MATURITY <= 365
                   MOVE WS-IX-MATURITY-12M TO WS-ITEM-SUB
               WHEN WS-DAYS-TO-MATURITY <= 1096
                   MOVE WS-IX-MATURITY-3Y TO WS-ITEM-SUB
               WHEN OTHER
                   MOVE WS-IX-MATURITY-OVER-3Y TO WS-ITEM-SUB
           END-EVALUATE
           PERFORM ADD-TO-LINE-ITEM.

       CLASSIFY-LOAN-ACCOUNT.
      *    Past-due status as of the quarter-end date, the same
      *    measure the delinquency aging uses.
           MOVE ZEROS TO WS-DAYS-PAST-DUE
           IF ACCT-LOAN-NEXT-DUE-DATE > ZEROS
              AND ACCT-LOAN-NEXT-DUE-DATE < WS-QUARTER-END-DATE
              COMPUTE WS-DAYS-PAST-DUE =
                  FUNCTION INTEGER-OF-DATE(WS-QUARTER-END-DATE) -
                  FUNCTION INTEGER-OF-DATE(ACCT-LOAN-NEXT-DUE-DATE)
           END-IF
           IF ACCT-BALANCE > 0
              MOVE ACCT-BALANCE TO WS-ADD-AMOUNT
           ELSE
              MOVE ZEROS TO WS-ADD-AMOUNT
           END-IF
           EVALUATE TRUE
               WHEN WS-DAYS-PAST-DUE >= 90
                   MOVE WS-IX-LOANS-90-PLUS TO WS-ITEM-SUB
               WHEN WS-DAYS-PAST-DUE >= 30
                   MOVE WS-IX-LOANS-30-89 TO WS-ITEM-SUB
               WHEN OTHER
                   MOVE WS-IX-LOANS-CURRENT TO WS-ITEM-SUB
           END-EVALUATE
           PERFORM ADD-TO-LINE-ITEM
           MOVE WS-IX-LOANS-TOTAL TO WS-ITEM-SUB
           PERFORM ADD-TO-LINE-ITEM.

       ADD-TO-LINE-ITEM.
           ADD 1 TO WS-ITEM-ACCOUNTS(WS-ITEM-SUB)
           ADD WS-ADD-AMOUNT TO WS-ITEM-AMOUNT(WS-ITEM-SUB).

       SCAN-QUARTER-HISTORY.
           MOVE 'TXN-HISTORY.DAT' TO WS-HIST-FILE-NAME
           PERFORM SCAN-ONE-HISTORY-FILE

           PERFORM UNTIL WS-HIST-SCAN-YYYYMM > WS-HIST-END-YYYYMM
              MOVE SPACES TO WS-HIST-FILE-NAME
              STRING 'TXN-HISTORY-' WS-HIST-SCAN-YYYYMM '.DAT'
                  DELIMITED BY SIZE INTO WS-HIST-FILE-NAME
              END-STRING
              PERFORM SCAN-ONE-HISTORY-FILE
              ADD 1 TO WS-HIST-SCAN-MONTH
              IF WS-HIST-SCAN-MONTH > 12
                 MOVE 1 TO WS-HIST-SCAN-MONTH
                 ADD 1 TO WS-HIST-SCAN-YEAR
              END-IF
              COMPUTE WS-HIST-SCAN-YYYYMM =
                  WS-HIST-SCAN-YEAR * 100 + WS-HIST-SCAN-MONTH
           END-PERFORM.

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
                    AND WS-TXN-DATE-NUM >= WS-QUARTER-START-DATE
                    AND WS-TXN-DATE-NUM <= WS-QUARTER-END-DATE
                    AND (TXN-INTEREST OR TXN-LOAN-PAYMENT)
                    PERFORM ACCUMULATE-QUARTER-ACTIVITY
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

       ACCUMULATE-QUARTER-ACTIVITY.
      *    Interest credited to a deposit account is interest
      *    expense for its class; a loan payment is a collection.
           MOVE TXN-ACCOUNT-NUMBER TO ACCT-ACCOUNT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   ADD 1 TO WS-HISTORY-ORPHANS
               NOT INVALID KEY
                   ADD 1 TO WS-HISTORY-USED
                   MOVE TXN-AMOUNT TO WS-ADD-AMOUNT
                   IF TXN-LOAN-PAYMENT
                      MOVE WS-IX-LOAN-COLLECTIONS TO WS-ITEM-SUB
                      PERFORM ADD-TO-LINE-ITEM
                   ELSE
                      PERFORM ADD-TO-INTEREST-EXPENSE
                   END-IF
           END-READ.

       ADD-TO-INTEREST-EXPENSE.
      *    Interest expense by the class of the deposit account just
      *    read.
           EVALUATE TRUE
               WHEN ACCT-CD
                   MOVE WS-IX-INT-TIME TO WS-ITEM-SUB
               WHEN ACCT-SAVINGS OR ACCT-MONEY-MARKET
                   MOVE WS-IX-INT-SAVINGS-MMDA TO WS-ITEM-SUB
               WHEN OTHER
                   MOVE WS-IX-INT-TRANSACTION TO WS-ITEM-SUB
           END-EVALUATE
           PERFORM ADD-TO-LINE-ITEM.

       SCAN-ARCHIVED-INTEREST.
      *    The month-end archive roll moves the quarter's earlier
      *    capitalizations off the live trail; skipping the archive
      *    would understate interest expense. Manual interest is an
      *    'IN' transaction and is already in the history, so only
      *    'BATCH-INTEREST' is taken here.
           OPEN INPUT AUDIT-ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS NOT = '00'
              DISPLAY 'No audit archive on file - capitalized '
                      'interest from the live audit trail only'
           ELSE
              PERFORM UNTIL WS-ARCHIVE-EOF
                 READ AUDIT-ARCHIVE-FILE
                     AT END
                         SET WS-ARCHIVE-EOF TO TRUE
                     NOT AT END
                         ADD 1 TO WS-AUDIT-RECORDS-READ
                         MOVE ARC-TIMESTAMP(1:8) TO WS-POSTING-DATE
                         IF ARC-OPERATION = 'BATCH-INTEREST'
                            AND ARC-STATUS = 'POSTED'
                            AND WS-POSTING-DATE
                                >= WS-QUARTER-START-DATE
                            AND WS-POSTING-DATE
                                <= WS-QUARTER-END-DATE
                            MOVE ARC-ACCOUNT TO WS-POSTING-ACCOUNT
                            MOVE ARC-AMOUNT  TO WS-POSTING-AMOUNT
                            PERFORM ACCUMULATE-CAPITALIZED-INTEREST
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE AUDIT-ARCHIVE-FILE
           END-IF.

       SCAN-LIVE-INTEREST.
           OPEN INPUT AUDIT-TRAIL-FILE
           IF WS-AUDIT-FILE-STATUS NOT = '00'
              DISPLAY 'WARNING: unable to open AUDIT-TRAIL.DAT '
                      '(status ' WS-AUDIT-FILE-STATUS ')'
           ELSE
              PERFORM UNTIL WS-AUDIT-FILE-EOF
                 READ AUDIT-TRAIL-FILE
                     AT END
                         SET WS-AUDIT-FILE-EOF TO TRUE
                     NOT AT END
                         ADD 1 TO WS-AUDIT-RECORDS-READ
                         MOVE AUDIT-TIMESTAMP(1:8) TO WS-POSTING-DATE
                         IF AUDIT-OPERATION = 'BATCH-INTEREST'
                            AND AUDIT-STATUS = 'POSTED'
                            AND WS-POSTING-DATE
                                >= WS-QUARTER-START-DATE
                            AND WS-POSTING-DATE
                                <= WS-QUARTER-END-DATE
                            MOVE AUDIT-ACCOUNT TO WS-POSTING-ACCOUNT
                            MOVE AUDIT-AMOUNT  TO WS-POSTING-AMOUNT
                            PERFORM ACCUMULATE-CAPITALIZED-INTEREST
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE AUDIT-TRAIL-FILE
           END-IF.

       ACCUMULATE-CAPITALIZED-INTEREST.
           MOVE WS-POSTING-ACCOUNT TO ACCT-ACCOUNT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   ADD 1 TO WS-HISTORY-ORPHANS
               NOT INVALID KEY
                   ADD 1 TO WS-CAPITALIZED-USED
                   MOVE WS-POSTING-AMOUNT TO WS-ADD-AMOUNT
                   PERFORM ADD-TO-INTEREST-EXPENSE
           END-READ.

       WRITE-SCHEDULES.
           MOVE WS-QUARTER-END-DATE   TO WS-RH-QUARTER-END
           MOVE WS-QUARTER-START-DATE TO WS-RH-QUARTER-START
           WRITE WORKING-REPORT-LINE FROM WS-REPORT-HEADER-1
           MOVE SPACES TO WORKING-REPORT-LINE
           WRITE WORKING-REPORT-LINE
           WRITE WORKING-REPORT-LINE FROM WS-REPORT-HEADER-2
           MOVE SPACES TO WS-PREV-SCHEDULE

           PERFORM VARYING WS-ITEM-SUB FROM 1 BY 1
                   UNTIL WS-ITEM-SUB > WS-ITEM-COUNT-MAX
              IF WS-ITEM-SCHEDULE(WS-ITEM-SUB) NOT = WS-PREV-SCHEDULE
                 MOVE SPACES TO WORKING-REPORT-LINE
                 WRITE WORKING-REPORT-LINE
                 MOVE WS-ITEM-SCHEDULE(WS-ITEM-SUB)
                     TO WS-PREV-SCHEDULE
              END-IF
              MOVE WS-ITEM-SCHEDULE(WS-ITEM-SUB)    TO WS-RD-SCHEDULE
              MOVE WS-ITEM-CODE(WS-ITEM-SUB)        TO WS-RD-ITEM-CODE
              MOVE WS-ITEM-DESCRIPTION(WS-ITEM-SUB)
                  TO WS-RD-DESCRIPTION
              MOVE WS-ITEM-ACCOUNTS(WS-ITEM-SUB)    TO WS-RD-ACCOUNTS
              MOVE WS-ITEM-AMOUNT(WS-ITEM-SUB)      TO WS-RD-AMOUNT
              WRITE WORKING-REPORT-LINE FROM WS-REPORT-DETAIL

              MOVE WS-QUARTER-END-DATE TO CR-QUARTER-END-DATE
              MOVE WS-ITEM-SCHEDULE(WS-ITEM-SUB) TO CR-SCHEDULE
              MOVE WS-ITEM-CODE(WS-ITEM-SUB)     TO CR-ITEM-CODE
              MOVE WS-ITEM-ACCOUNTS(WS-ITEM-SUB) TO CR-ITEM-COUNT
              MOVE WS-ITEM-AMOUNT(WS-ITEM-SUB)   TO CR-ITEM-AMOUNT
              WRITE CALL-REPORT-RECORD
              ADD 1 TO WS-EXTRACT-RECORDS
           END-PERFORM.

       CLEANUP.
           DISPLAY ' '
           DISPLAY 'Call Report Extract Summary'
           DISPLAY '============================'
           DISPLAY 'Accounts scanned:     ' WS-ACCOUNTS-SCANNED
           DISPLAY 'History partitions:   ' WS-PARTITIONS-READ
           DISPLAY 'History records read: ' WS-HISTORY-READ
           DISPLAY 'Quarter items used:   ' WS-HISTORY-USED
           DISPLAY 'Audit records read:   ' WS-AUDIT-RECORDS-READ
           DISPLAY 'Capitalized interest: ' WS-CAPITALIZED-USED
           DISPLAY 'Extract records:      ' WS-EXTRACT-RECORDS
           IF WS-HISTORY-ORPHANS > 0
              DISPLAY 'WARNING: history and audit items with no '
                      'account on file: ' WS-HISTORY-ORPHANS
           END-IF

           CLOSE ACCOUNT-FILE
           CLOSE WORKING-REPORT-FILE
           CLOSE CALL-REPORT-FILE

           OPEN EXTEND OPS-STATS-FILE
           IF WS-OPS-STATS-STATUS = '35'
              OPEN OUTPUT OPS-STATS-FILE
           END-IF
           MOVE WS-OPS-PROGRAM-NAME  TO OPS-PROGRAM-NAME
           MOVE WS-QUARTER-END-DATE  TO OPS-BUSINESS-DATE
           MOVE WS-OPS-START-STAMP   TO OPS-START-TIMESTAMP
           MOVE FUNCTION CURRENT-DATE(1:14) TO OPS-END-TIMESTAMP
           MOVE WS-ACCOUNTS-SCANNED  TO OPS-RECORDS-READ
           MOVE WS-EXTRACT-RECORDS   TO OPS-RECORDS-WRITTEN
           MOVE WS-HISTORY-ORPHANS   TO OPS-RECORDS-REJECTED
           WRITE OPS-STATS-RECORD
           CLOSE OPS-STATS-FILE

           DISPLAY 'Call Report Extract - Complete'.
