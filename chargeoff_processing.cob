      *****************************************************************
      * LOAN CHARGE-OFF PROCESSING
      * Daily batch, run after BANKING-SYSTEM's cycle, that charges
      * off installment loans the bank no longer expects to
      * collect. An active 'LN' account whose oldest unpaid
      * installment is more than 120 days past due - the age
      * LOAN-DELINQUENCY reports as its last bucket - is:
      *   - written down to a zero balance with an audited
      *     'LOAN-CHARGE-OFF' posting for the outstanding
      *     principal, which GL-JOURNAL-EXTRACT books against the
      *     allowance for loan losses;
      *   - moved to charged-off status ('W'), after which
      *     BANKING-SYSTEM posts any payment on the loan as a
      *     recovery instead of a principal reduction;
      *   - entered on the recovery ledger, CHARGEOFF-LEDGER.DAT,
      *     which carries the amount written off, what has been
      *     recovered since and the balance collections is still
      *     working.
      * DAYS=nnn on the command line charges off at a different
      * days-past-due threshold. A listing of every loan charged
      * off goes to CHARGEOFF-REPORT.TXT for the reserve review.
      *
      * Copyright (c) 2026 sekacorn
      * Contact: sekacorn@gmail.com
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHARGEOFF-PROCESSING.
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

      *    Recovery ledger: one record per charged-off loan. Created
      *    on the first charge-off; BANKING-SYSTEM applies later
      *    recoveries to it.
           SELECT CHARGEOFF-LEDGER-FILE
               ASSIGN TO "CHARGEOFF-LEDGER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CO-ACCOUNT-NUMBER
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT CHARGEOFF-REPORT-FILE
               ASSIGN TO "CHARGEOFF-REPORT.TXT"
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
      *    Written off by this program; payments from here on post
      *    as recoveries.
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

       FD CHARGEOFF-LEDGER-FILE.
       01 CHARGEOFF-LEDGER-RECORD.
          05 CO-ACCOUNT-NUMBER          PIC 9(10).
          05 CO-CHARGE-OFF-DATE         PIC 9(8).
          05 CO-DAYS-PAST-DUE           PIC 9(5).
          05 CO-AMOUNT-CHARGED-OFF      PIC 9(13)V99.
          05 CO-RECOVERED-TO-DATE       PIC 9(13)V99.
      *    Written off less recovered, floored at zero - what
      *    collections is still working.
          05 CO-RECOVERY-BALANCE        PIC 9(13)V99.
          05 CO-LAST-RECOVERY-DATE      PIC 9(8).

       FD CHARGEOFF-REPORT-FILE.
       01 CHARGEOFF-REPORT-LINE         PIC X(132).

       WORKING-STORAGE SECTION.
      *    Run statistics captured for the cycle summary report.
       01 WS-OPS-STATS-STATUS           PIC X(2).
       01 WS-OPS-PROGRAM-NAME           PIC X(30)
          VALUE 'CHARGEOFF-PROCESSING'.
       01 WS-OPS-START-STAMP            PIC X(14).

       01 WS-ACCT-STATUS                PIC X(2).
       01 WS-LEDGER-STATUS              PIC X(2).
       01 WS-AUDIT-FILE-STATUS          PIC X(2).
          88 WS-AUDIT-FILE-EOF          VALUE '10'.

      *    Interlock state: the claim is refused while another
      *    holder's token is on file, unless the operator runs with
      *    LOCKOVERRIDE on the command line to clear a crashed
      *    holder's stale token.
       01 WS-LOCK-STATUS                PIC X(2).
       01 WS-LOCK-PROGRAM-NAME          PIC X(30)
          VALUE 'CHARGEOFF-PROCESSING'.
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
       01 WS-CLI-PARM                   PIC X(60).

      *    Charge-off threshold in days past due; policy is 120 for
      *    closed-end installment loans.
       01 WS-CHARGEOFF-DAYS             PIC 9(3) VALUE 120.
       01 WS-DAYS-PAST-DUE              PIC S9(7).
       01 WS-AUDIT-BEFORE-BALANCE       PIC S9(13)V99.
       01 WS-CHARGEOFF-AMOUNT           PIC S9(13)V99.

       01 WS-COUNTERS.
          05 WS-LOANS-EXAMINED          PIC 9(7) VALUE ZEROS.
          05 WS-CHARGED-OFF-COUNT       PIC 9(7) VALUE ZEROS.
          05 WS-FAILED-COUNT            PIC 9(7) VALUE ZEROS.
          05 WS-TOTAL-CHARGED-OFF       PIC S9(15)V99 VALUE ZEROS.

       01 WS-REPORT-HEADER-1.
          05 FILLER                     PIC X(50)
             VALUE '           LOAN CHARGE-OFF REPORT'.
          05 FILLER                     PIC X(8) VALUE 'Run date'.
          05 FILLER                     PIC X(1) VALUE SPACES.
          05 WS-RPH-DATE                PIC 9(8).
       01 WS-REPORT-HEADER-2.
          05 FILLER                     PIC X(71)
             VALUE 'Account     Customer  Due Date    Days  Amount Wri'
                   & 'tten Off  Disposition'.

       01 WS-REPORT-LINE.
          05 WS-RPT-ACCOUNT             PIC 9(10).
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-RPT-CUSTOMER            PIC 9(8).
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-RPT-DUE-DATE            PIC 9(8).
          05 FILLER                     PIC X(3) VALUE SPACES.
          05 WS-RPT-DAYS                PIC ZZZZ9.
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-RPT-AMOUNT              PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-RPT-DISPOSITION         PIC X(30).

       01 WS-REPORT-TOTAL-LINE.
          05 FILLER                     PIC X(20)
             VALUE 'Loans charged off: '.
          05 WS-RPT-TOTAL-COUNT         PIC ZZZ,ZZ9.
          05 FILLER                     PIC X(20)
             VALUE '   Total written off'.
          05 FILLER                     PIC X(3) VALUE ': $'.
          05 WS-RPT-TOTAL-AMOUNT        PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-CONTROL.
           PERFORM INITIALIZATION
           PERFORM SCAN-FOR-CHARGE-OFFS
           PERFORM CLEANUP
           STOP RUN.

       INITIALIZATION.
           DISPLAY 'Loan Charge-Off Processing - Started'
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-OPS-START-STAMP
           DISPLAY '===================================='
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-YMD

      *    DAYS=nnn on the command line overrides the policy
      *    threshold (an examiner-directed earlier charge-off).
           ACCEPT WS-CLI-PARM FROM COMMAND-LINE
           IF WS-CLI-PARM(1:5) = 'DAYS='
              IF WS-CLI-PARM(6:3) IS NUMERIC
                 AND WS-CLI-PARM(6:3) NOT = '000'
                 MOVE WS-CLI-PARM(6:3) TO WS-CHARGEOFF-DAYS
              ELSE
                 DISPLAY 'FATAL: DAYS= must be three digits, 001-'
                         '999 - run refused'
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF
           DISPLAY 'Charging off loans over ' WS-CHARGEOFF-DAYS
                   ' days past due'

           PERFORM CLAIM-MASTER-FILE-LOCK
           PERFORM TAKE-MASTER-GENERATION
           OPEN I-O ACCOUNT-FILE
           OPEN I-O CHARGEOFF-LEDGER-FILE
           IF WS-LEDGER-STATUS = '35'
              OPEN OUTPUT CHARGEOFF-LEDGER-FILE
              CLOSE CHARGEOFF-LEDGER-FILE
              OPEN I-O CHARGEOFF-LEDGER-FILE
           END-IF
           PERFORM LOAD-AUDIT-CHAIN-STATE
           OPEN EXTEND AUDIT-TRAIL-FILE
           IF WS-AUDIT-FILE-STATUS = '35'
              OPEN OUTPUT AUDIT-TRAIL-FILE
           END-IF
           OPEN OUTPUT CHARGEOFF-REPORT-FILE
           MOVE WS-TODAY-YMD TO WS-RPH-DATE
           WRITE CHARGEOFF-REPORT-LINE FROM WS-REPORT-HEADER-1
           WRITE CHARGEOFF-REPORT-LINE FROM WS-REPORT-HEADER-2.

       SCAN-FOR-CHARGE-OFFS.
      *    Only active loans age: a loan already charged off,
      *    closed or frozen is not written off again.
           MOVE ZEROS TO ACCT-ACCOUNT-NUMBER
           START ACCOUNT-FILE KEY IS >= ACCT-ACCOUNT-NUMBER
               INVALID KEY
                   MOVE '10' TO WS-ACCT-STATUS
           END-START

           PERFORM UNTIL WS-ACCT-STATUS = '10'
              READ ACCOUNT-FILE NEXT RECORD
                  AT END
                      MOVE '10' TO WS-ACCT-STATUS
                  NOT AT END
                      IF ACCT-LOAN AND ACCT-ACTIVE
                         PERFORM EVALUATE-LOAN-AGE
                      END-IF
              END-READ
           END-PERFORM.

       EVALUATE-LOAN-AGE.
      *    Days past due are counted from the oldest unpaid
      *    installment, as LOAN-DELINQUENCY counts them. A loan with
      *    nothing left owing has nothing to write off, however
      *    stale its due date.
           ADD 1 TO WS-LOANS-EXAMINED
           IF ACCT-LOAN-NEXT-DUE-DATE > ZEROS
              AND ACCT-LOAN-NEXT-DUE-DATE < WS-TODAY-YMD
              AND ACCT-BALANCE > ZEROS
              COMPUTE WS-DAYS-PAST-DUE =
                  FUNCTION INTEGER-OF-DATE(WS-TODAY-YMD)
                  - FUNCTION INTEGER-OF-DATE(ACCT-LOAN-NEXT-DUE-DATE)
              IF WS-DAYS-PAST-DUE > WS-CHARGEOFF-DAYS
                 PERFORM CHARGE-OFF-LOAN
              END-IF
           END-IF.

       CHARGE-OFF-LOAN.
           MOVE ACCT-BALANCE TO WS-AUDIT-BEFORE-BALANCE
           MOVE ACCT-BALANCE TO WS-CHARGEOFF-AMOUNT
           MOVE ZEROS TO ACCT-BALANCE
           MOVE 'W' TO ACCT-STATUS
           MOVE WS-TODAY-YMD TO ACCT-LAST-ACTIVITY-DATE
           MOVE ACCT-ACCOUNT-NUMBER TO WS-RPT-ACCOUNT
           MOVE ACCT-CUSTOMER-ID    TO WS-RPT-CUSTOMER
           MOVE ACCT-LOAN-NEXT-DUE-DATE TO WS-RPT-DUE-DATE
           MOVE WS-DAYS-PAST-DUE    TO WS-RPT-DAYS
           MOVE WS-CHARGEOFF-AMOUNT TO WS-RPT-AMOUNT
           REWRITE ACCOUNT-RECORD
               INVALID KEY
                   DISPLAY 'ERROR: unable to charge off loan '
                           ACCT-ACCOUNT-NUMBER
                   ADD 1 TO WS-FAILED-COUNT
                   MOVE 'NOT CHARGED OFF - REWRITE FAILED'
                       TO WS-RPT-DISPOSITION
               NOT INVALID KEY
                   ADD 1 TO WS-CHARGED-OFF-COUNT
                   ADD WS-CHARGEOFF-AMOUNT TO WS-TOTAL-CHARGED-OFF
                   PERFORM LOG-CHARGE-OFF-AUDIT
                   PERFORM RECORD-ON-RECOVERY-LEDGER
           END-REWRITE
           WRITE CHARGEOFF-REPORT-LINE FROM WS-REPORT-LINE.

       LOG-CHARGE-OFF-AUDIT.
           MOVE FUNCTION CURRENT-DATE   TO AUDIT-TIMESTAMP
           MOVE 'SYSTEM'                TO AUDIT-USER
           MOVE 'LOAN-CHARGE-OFF'       TO AUDIT-OPERATION
           MOVE ACCT-ACCOUNT-NUMBER     TO AUDIT-ACCOUNT
           MOVE WS-AUDIT-BEFORE-BALANCE TO AUDIT-BEFORE-BALANCE
           MOVE ACCT-BALANCE            TO AUDIT-AFTER-BALANCE
           MOVE WS-CHARGEOFF-AMOUNT     TO AUDIT-AMOUNT
           MOVE 'POSTED'                TO AUDIT-STATUS
           PERFORM STAMP-AUDIT-CHAIN
           WRITE AUDIT-TRAIL-RECORD.

       RECORD-ON-RECOVERY-LEDGER.
      *    A loan charged off before, reinstated and now charged off
      *    again keeps one ledger record: the new write-off is added
      *    to what collections is already working.
           MOVE 'CHARGED OFF' TO WS-RPT-DISPOSITION
           MOVE ACCT-ACCOUNT-NUMBER TO CO-ACCOUNT-NUMBER
           READ CHARGEOFF-LEDGER-FILE
               INVALID KEY
                   MOVE ACCT-ACCOUNT-NUMBER TO CO-ACCOUNT-NUMBER
                   MOVE WS-TODAY-YMD        TO CO-CHARGE-OFF-DATE
                   MOVE WS-DAYS-PAST-DUE    TO CO-DAYS-PAST-DUE
                   MOVE WS-CHARGEOFF-AMOUNT TO CO-AMOUNT-CHARGED-OFF
                   MOVE ZEROS               TO CO-RECOVERED-TO-DATE
                   MOVE WS-CHARGEOFF-AMOUNT TO CO-RECOVERY-BALANCE
                   MOVE ZEROS               TO CO-LAST-RECOVERY-DATE
                   WRITE CHARGEOFF-LEDGER-RECORD
                       INVALID KEY
                           DISPLAY 'WARNING: unable to add loan '
                                   ACCT-ACCOUNT-NUMBER
                                   ' to the recovery ledger'
                           MOVE 'CHARGED OFF - LEDGER NOT WRITTEN'
                               TO WS-RPT-DISPOSITION
                   END-WRITE
               NOT INVALID KEY
                   MOVE WS-TODAY-YMD        TO CO-CHARGE-OFF-DATE
                   MOVE WS-DAYS-PAST-DUE    TO CO-DAYS-PAST-DUE
                   ADD WS-CHARGEOFF-AMOUNT  TO CO-AMOUNT-CHARGED-OFF
                   ADD WS-CHARGEOFF-AMOUNT  TO CO-RECOVERY-BALANCE
                   REWRITE CHARGEOFF-LEDGER-RECORD
                       INVALID KEY
                           DISPLAY 'WARNING: unable to update loan '
                                   ACCT-ACCOUNT-NUMBER
                                   ' on the recovery ledger'
                           MOVE 'CHARGED OFF - LEDGER NOT WRITTEN'
                               TO WS-RPT-DISPOSITION
                   END-REWRITE
           END-READ.

       CLEANUP.
           MOVE WS-CHARGED-OFF-COUNT TO WS-RPT-TOTAL-COUNT
           MOVE WS-TOTAL-CHARGED-OFF TO WS-RPT-TOTAL-AMOUNT
           MOVE SPACES TO CHARGEOFF-REPORT-LINE
           WRITE CHARGEOFF-REPORT-LINE
           WRITE CHARGEOFF-REPORT-LINE FROM WS-REPORT-TOTAL-LINE

           DISPLAY ' '
           DISPLAY 'Loan Charge-Off Summary'
           DISPLAY '======================='
           DISPLAY 'Active loans examined: ' WS-LOANS-EXAMINED
           DISPLAY 'Loans charged off:     ' WS-CHARGED-OFF-COUNT
           DISPLAY 'Charge-off failures:   ' WS-FAILED-COUNT
           DISPLAY 'Total written off:    $' WS-TOTAL-CHARGED-OFF

           CLOSE ACCOUNT-FILE
           CLOSE CHARGEOFF-LEDGER-FILE
           CLOSE AUDIT-TRAIL-FILE
           CLOSE CHARGEOFF-REPORT-FILE

           PERFORM SAVE-AUDIT-CHAIN-STATE
           PERFORM WRITE-RUN-STATISTICS
           PERFORM RELEASE-MASTER-FILE-LOCK
           DISPLAY 'Loan Charge-Off Processing - Complete'.

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
           MOVE WS-LOANS-EXAMINED TO OPS-RECORDS-READ
           MOVE WS-CHARGED-OFF-COUNT TO OPS-RECORDS-WRITTEN
           MOVE WS-FAILED-COUNT TO OPS-RECORDS-REJECTED
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
