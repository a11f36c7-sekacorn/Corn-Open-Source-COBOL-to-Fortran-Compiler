      *****************************************************************
      * MONTHLY LOAN-LOSS REPORT
      * Month-end report for the loan-loss reserve calculation. The
      * 'LOAN-CHARGE-OFF' postings CHARGEOFF-PROCESSING writes and
      * the 'LOAN-RECOVERY' postings BANKING-SYSTEM writes for
      * payments on charged-off loans are gathered from the audit
      * trail - the rolled archive as well as the live file - and
      * reported by month:
      *   - every charge-off and recovery booked in the report
      *     month, one line each;
      *   - charge-offs, recoveries and net loss (charge-offs less
      *     recoveries) for each of the twelve months ending with
      *     the report month, with the twelve-month totals;
      *   - the active loan principal outstanding today and the
      *     twelve-month net loss as a rate on it, plus the balance
      *     still being worked for recovery on CHARGEOFF-LEDGER.DAT.
      * MONTH=YYYYMM on the command line reports a named month
      * instead of the current one.
      *
      * Copyright (c) 2026 sekacorn
      * Contact: sekacorn@gmail.com
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAN-LOSS-REPORT.
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

           SELECT AUDIT-TRAIL-FILE
               ASSIGN TO "AUDIT-TRAIL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

      *    Rolled audit history: the archive utility cuts the live
      *    audit trail off each month-end, so anything older than the
      *    current month lives here (each record is the original
      *    image prefixed with its roll date).
           SELECT AUDIT-ARCHIVE-FILE
               ASSIGN TO "AUDIT-ARCHIVE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT ACCOUNT-FILE
               ASSIGN TO "ACCOUNTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-ACCOUNT-NUMBER
               ALTERNATE RECORD KEY IS ACCT-CUSTOMER-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT CHARGEOFF-LEDGER-FILE
               ASSIGN TO "CHARGEOFF-LEDGER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CO-ACCOUNT-NUMBER
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT LOSS-REPORT-FILE
               ASSIGN TO "LOAN-LOSS-REPORT.TXT"
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

       FD CHARGEOFF-LEDGER-FILE.
       01 CHARGEOFF-LEDGER-RECORD.
          05 CO-ACCOUNT-NUMBER          PIC 9(10).
          05 CO-CHARGE-OFF-DATE         PIC 9(8).
          05 CO-DAYS-PAST-DUE           PIC 9(5).
          05 CO-AMOUNT-CHARGED-OFF      PIC 9(13)V99.
          05 CO-RECOVERED-TO-DATE       PIC 9(13)V99.
          05 CO-RECOVERY-BALANCE        PIC 9(13)V99.
          05 CO-LAST-RECOVERY-DATE      PIC 9(8).

       FD LOSS-REPORT-FILE.
       01 LOSS-REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
      *    Run statistics captured for the cycle summary report.
       01 WS-OPS-STATS-STATUS           PIC X(2).
       01 WS-OPS-PROGRAM-NAME           PIC X(30)
          VALUE 'LOAN-LOSS-REPORT'.
       01 WS-OPS-START-STAMP            PIC X(14).

       01 WS-AUDIT-FILE-STATUS          PIC X(2).
          88 WS-AUDIT-FILE-EOF          VALUE '10'.
       01 WS-ARCHIVE-STATUS             PIC X(2).
          88 WS-ARCHIVE-EOF             VALUE '10'.
       01 WS-ACCT-STATUS                PIC X(2).
       01 WS-LEDGER-STATUS              PIC X(2).
          88 WS-LEDGER-EOF              VALUE '10'.

       01 WS-TODAY-YMD                  PIC 9(8).
       01 WS-CLI-PARM                   PIC X(60).
       01 WS-REPORT-MONTH               PIC 9(6).
       01 WS-REPORT-MONTH-R REDEFINES WS-REPORT-MONTH.
          05 WS-RM-YEAR                 PIC 9(4).
          05 WS-RM-MONTH                PIC 9(2).
       01 WS-REPORT-MONTH-INDEX         PIC S9(7).

      *    One posting taken off the live trail or the archive.
       01 WS-POSTING.
          05 WS-PST-TIMESTAMP           PIC X(26).
          05 WS-PST-OPERATION           PIC X(30).
          05 WS-PST-ACCOUNT             PIC 9(10).
          05 WS-PST-AMOUNT              PIC S9(13)V9(6).
       01 WS-PST-MONTH                  PIC 9(6).
       01 WS-PST-MONTH-R REDEFINES WS-PST-MONTH.
          05 WS-PM-YEAR                 PIC 9(4).
          05 WS-PM-MONTH                PIC 9(2).
       01 WS-PST-MONTHS-BACK            PIC S9(7).
       01 WS-PST-SUB                    PIC 9(2).

      *    Twelve trailing months, oldest first; entry 12 is the
      *    report month.
       01 WS-LOSS-TABLE.
          05 WS-LOSS-ENTRY OCCURS 12 TIMES.
             10 WS-LOSS-MONTH           PIC 9(6).
             10 WS-LOSS-CO-COUNT        PIC 9(5).
             10 WS-LOSS-CHARGE-OFFS     PIC S9(13)V99.
             10 WS-LOSS-REC-COUNT       PIC 9(5).
             10 WS-LOSS-RECOVERIES      PIC S9(13)V99.
       01 WS-LOSS-SUB                   PIC 9(2).
       01 WS-MONTH-WORK                 PIC S9(7).

       01 WS-TOTALS.
          05 WS-TOT-CO-COUNT            PIC 9(7) VALUE ZEROS.
          05 WS-TOT-CHARGE-OFFS         PIC S9(15)V99 VALUE ZEROS.
          05 WS-TOT-REC-COUNT           PIC 9(7) VALUE ZEROS.
          05 WS-TOT-RECOVERIES          PIC S9(15)V99 VALUE ZEROS.
          05 WS-TOT-NET-LOSS            PIC S9(15)V99 VALUE ZEROS.
          05 WS-LOANS-OUTSTANDING       PIC S9(15)V99 VALUE ZEROS.
          05 WS-RECOVERY-BALANCE        PIC S9(15)V99 VALUE ZEROS.
          05 WS-LEDGER-LOANS            PIC 9(7) VALUE ZEROS.
          05 WS-NET-LOSS-RATE           PIC S9(3)V9999 VALUE ZEROS.
          05 WS-NET-LOSS-RATE-PCT       PIC S9(3)V99 VALUE ZEROS.

       01 WS-COUNTERS.
          05 WS-AUDIT-RECORDS-READ      PIC 9(9) VALUE ZEROS.
          05 WS-POSTINGS-FOUND          PIC 9(7) VALUE ZEROS.
          05 WS-DETAIL-LINES            PIC 9(7) VALUE ZEROS.

       01 WS-REPORT-HEADER-1.
          05 FILLER                     PIC X(50)
             VALUE '          MONTHLY LOAN-LOSS REPORT'.
          05 FILLER                     PIC X(7) VALUE 'Month: '.
          05 WS-RPH-MONTH               PIC 9(6).

       01 WS-DETAIL-HEADER.
          05 FILLER                     PIC X(50)
             VALUE 'Posted    Account     Type                  Amoun'.
          05 FILLER                     PIC X(1) VALUE 't'.
       01 WS-DETAIL-LINE.
          05 WS-DTL-DATE                PIC 9(8).
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-DTL-ACCOUNT             PIC 9(10).
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-DTL-TYPE                PIC X(11).
          05 FILLER                     PIC X(1) VALUE SPACES.
          05 WS-DTL-AMOUNT              PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

       01 WS-TREND-HEADER.
          05 FILLER                     PIC X(50)
             VALUE 'Month    Count      Charge-Offs  Count       Recov'.
          05 FILLER                     PIC X(27)
             VALUE 'eries          Net Loss'.
       01 WS-TREND-LINE.
          05 WS-TRD-MONTH               PIC 9(6).
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-TRD-CO-COUNT            PIC ZZZZ9.
          05 FILLER                     PIC X(1) VALUE SPACES.
          05 WS-TRD-CHARGE-OFFS         PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-TRD-REC-COUNT           PIC ZZZZ9.
          05 FILLER                     PIC X(1) VALUE SPACES.
          05 WS-TRD-RECOVERIES          PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                     PIC X(1) VALUE SPACES.
          05 WS-TRD-NET-LOSS            PIC ZZZ,ZZZ,ZZ9.99-.
       01 WS-TREND-TOTAL-LINE.
          05 FILLER                     PIC X(6) VALUE '12-MO '.
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-TRT-CO-COUNT            PIC ZZZZ9.
          05 FILLER                     PIC X(1) VALUE SPACES.
          05 WS-TRT-CHARGE-OFFS         PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-TRT-REC-COUNT           PIC ZZZZ9.
          05 FILLER                     PIC X(1) VALUE SPACES.
          05 WS-TRT-RECOVERIES          PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                     PIC X(1) VALUE SPACES.
          05 WS-TRT-NET-LOSS            PIC ZZZ,ZZZ,ZZ9.99-.

       01 WS-RESERVE-LINE.
          05 WS-RSV-LABEL               PIC X(40).
          05 WS-RSV-AMOUNT              PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
       01 WS-RATE-LINE.
          05 FILLER                     PIC X(40)
             VALUE 'Twelve-month net loss rate (pct):'.
          05 WS-RTL-RATE                PIC ZZ9.99-.

       PROCEDURE DIVISION.
       MAIN-CONTROL.
           PERFORM INITIALIZATION
           PERFORM GATHER-ARCHIVED-POSTINGS
           PERFORM GATHER-LIVE-POSTINGS
           PERFORM TOTAL-LOANS-OUTSTANDING
           PERFORM TOTAL-RECOVERY-LEDGER
           PERFORM WRITE-LOSS-TREND
           PERFORM CLEANUP
           STOP RUN.

       INITIALIZATION.
           DISPLAY 'Loan-Loss Report - Started'
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-OPS-START-STAMP
           DISPLAY '=========================='
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-YMD
           MOVE WS-TODAY-YMD(1:6) TO WS-REPORT-MONTH

      *    MONTH=YYYYMM on the command line reports a named month -
      *    the normal run after month end names the month just
      *    closed.
           ACCEPT WS-CLI-PARM FROM COMMAND-LINE
           IF WS-CLI-PARM(1:6) = 'MONTH='
              MOVE WS-CLI-PARM(7:6) TO WS-REPORT-MONTH
           END-IF
           IF WS-REPORT-MONTH NOT NUMERIC
              OR WS-RM-MONTH < 1 OR WS-RM-MONTH > 12
              DISPLAY 'FATAL: MONTH= must be YYYYMM - run refused'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           DISPLAY 'Reporting month: ' WS-REPORT-MONTH

      *    Lay out the twelve months ending with the report month.
           COMPUTE WS-REPORT-MONTH-INDEX =
               WS-RM-YEAR * 12 + WS-RM-MONTH - 1
           PERFORM VARYING WS-LOSS-SUB FROM 1 BY 1
                   UNTIL WS-LOSS-SUB > 12
              COMPUTE WS-MONTH-WORK =
                  WS-REPORT-MONTH-INDEX - 12 + WS-LOSS-SUB
              COMPUTE WS-PM-YEAR = WS-MONTH-WORK / 12
              COMPUTE WS-PM-MONTH =
                  FUNCTION MOD(WS-MONTH-WORK, 12) + 1
              MOVE WS-PST-MONTH TO WS-LOSS-MONTH(WS-LOSS-SUB)
              MOVE ZEROS TO WS-LOSS-CO-COUNT(WS-LOSS-SUB)
              MOVE ZEROS TO WS-LOSS-CHARGE-OFFS(WS-LOSS-SUB)
              MOVE ZEROS TO WS-LOSS-REC-COUNT(WS-LOSS-SUB)
              MOVE ZEROS TO WS-LOSS-RECOVERIES(WS-LOSS-SUB)
           END-PERFORM

           OPEN OUTPUT LOSS-REPORT-FILE
           MOVE WS-REPORT-MONTH TO WS-RPH-MONTH
           WRITE LOSS-REPORT-LINE FROM WS-REPORT-HEADER-1
           MOVE SPACES TO LOSS-REPORT-LINE
           WRITE LOSS-REPORT-LINE
           MOVE 'Charge-offs and recoveries booked this month:'
               TO LOSS-REPORT-LINE
           WRITE LOSS-REPORT-LINE
           WRITE LOSS-REPORT-LINE FROM WS-DETAIL-HEADER.

       GATHER-ARCHIVED-POSTINGS.
      *    Earlier months of the trend have been rolled off the live
      *    trail by the archive utility; skipping the archive would
      *    show those months as loss-free.
           OPEN INPUT AUDIT-ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS NOT = '00'
              DISPLAY 'No audit archive on file - reporting from '
                      'the live audit trail only'
           ELSE
              PERFORM UNTIL WS-ARCHIVE-EOF
                 READ AUDIT-ARCHIVE-FILE
                     AT END
                         SET WS-ARCHIVE-EOF TO TRUE
                     NOT AT END
                         ADD 1 TO WS-AUDIT-RECORDS-READ
                         IF (ARC-OPERATION = 'LOAN-CHARGE-OFF'
                             OR ARC-OPERATION = 'LOAN-RECOVERY')
                            AND ARC-STATUS = 'POSTED'
                            MOVE ARC-TIMESTAMP TO WS-PST-TIMESTAMP
                            MOVE ARC-OPERATION TO WS-PST-OPERATION
                            MOVE ARC-ACCOUNT   TO WS-PST-ACCOUNT
                            MOVE ARC-AMOUNT    TO WS-PST-AMOUNT
                            PERFORM ACCUMULATE-LOSS-POSTING
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE AUDIT-ARCHIVE-FILE
           END-IF.

       GATHER-LIVE-POSTINGS.
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
                         IF (AUDIT-OPERATION = 'LOAN-CHARGE-OFF'
                             OR AUDIT-OPERATION = 'LOAN-RECOVERY')
                            AND AUDIT-STATUS = 'POSTED'
                            MOVE AUDIT-TIMESTAMP TO WS-PST-TIMESTAMP
                            MOVE AUDIT-OPERATION TO WS-PST-OPERATION
                            MOVE AUDIT-ACCOUNT   TO WS-PST-ACCOUNT
                            MOVE AUDIT-AMOUNT    TO WS-PST-AMOUNT
                            PERFORM ACCUMULATE-LOSS-POSTING
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE AUDIT-TRAIL-FILE
           END-IF.

       ACCUMULATE-LOSS-POSTING.
      *    Postings outside the twelve-month window are ignored;
      *    those in the report month are also listed one by one.
           MOVE WS-PST-TIMESTAMP(1:6) TO WS-PST-MONTH
           COMPUTE WS-PST-MONTHS-BACK = WS-REPORT-MONTH-INDEX
               - (WS-PM-YEAR * 12 + WS-PM-MONTH - 1)
           IF WS-PST-MONTHS-BACK >= 0 AND WS-PST-MONTHS-BACK < 12
              ADD 1 TO WS-POSTINGS-FOUND
              COMPUTE WS-PST-SUB = 12 - WS-PST-MONTHS-BACK
              IF WS-PST-OPERATION = 'LOAN-CHARGE-OFF'
                 ADD 1 TO WS-LOSS-CO-COUNT(WS-PST-SUB)
                 ADD WS-PST-AMOUNT
                     TO WS-LOSS-CHARGE-OFFS(WS-PST-SUB)
                 MOVE 'CHARGE-OFF' TO WS-DTL-TYPE
              ELSE
                 ADD 1 TO WS-LOSS-REC-COUNT(WS-PST-SUB)
                 ADD WS-PST-AMOUNT
                     TO WS-LOSS-RECOVERIES(WS-PST-SUB)
                 MOVE 'RECOVERY' TO WS-DTL-TYPE
              END-IF
              IF WS-PST-SUB = 12
                 MOVE WS-PST-TIMESTAMP(1:8) TO WS-DTL-DATE
                 MOVE WS-PST-ACCOUNT TO WS-DTL-ACCOUNT
                 MOVE WS-PST-AMOUNT  TO WS-DTL-AMOUNT
                 WRITE LOSS-REPORT-LINE FROM WS-DETAIL-LINE
                 ADD 1 TO WS-DETAIL-LINES
              END-IF
           END-IF.

       TOTAL-LOANS-OUTSTANDING.
      *    The reserve is sized against the active loan book as it
      *    stands today; charged-off loans carry no balance.
           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCT-STATUS NOT = '00'
              DISPLAY 'WARNING: unable to open ACCOUNTS.DAT '
                      '(status ' WS-ACCT-STATUS ') - no loan total'
           ELSE
              PERFORM UNTIL WS-ACCT-STATUS = '10'
                 READ ACCOUNT-FILE NEXT RECORD
                     AT END
                         MOVE '10' TO WS-ACCT-STATUS
                     NOT AT END
                         IF ACCT-LOAN AND ACCT-ACTIVE
                            AND ACCT-BALANCE > ZEROS
                            ADD ACCT-BALANCE TO WS-LOANS-OUTSTANDING
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE ACCOUNT-FILE
           END-IF.

       TOTAL-RECOVERY-LEDGER.
           OPEN INPUT CHARGEOFF-LEDGER-FILE
           IF WS-LEDGER-STATUS = '00'
              PERFORM UNTIL WS-LEDGER-EOF
                 READ CHARGEOFF-LEDGER-FILE NEXT RECORD
                     AT END
                         SET WS-LEDGER-EOF TO TRUE
                     NOT AT END
                         ADD 1 TO WS-LEDGER-LOANS
                         ADD CO-RECOVERY-BALANCE
                             TO WS-RECOVERY-BALANCE
                 END-READ
              END-PERFORM
              CLOSE CHARGEOFF-LEDGER-FILE
           END-IF.

       WRITE-LOSS-TREND.
           IF WS-DETAIL-LINES = ZEROS
              MOVE '  (none)' TO LOSS-REPORT-LINE
              WRITE LOSS-REPORT-LINE
           END-IF
           MOVE SPACES TO LOSS-REPORT-LINE
           WRITE LOSS-REPORT-LINE
           MOVE 'Net losses, trailing twelve months:'
               TO LOSS-REPORT-LINE
           WRITE LOSS-REPORT-LINE
           WRITE LOSS-REPORT-LINE FROM WS-TREND-HEADER

           PERFORM VARYING WS-LOSS-SUB FROM 1 BY 1
                   UNTIL WS-LOSS-SUB > 12
              MOVE WS-LOSS-MONTH(WS-LOSS-SUB) TO WS-TRD-MONTH
              MOVE WS-LOSS-CO-COUNT(WS-LOSS-SUB) TO WS-TRD-CO-COUNT
              MOVE WS-LOSS-CHARGE-OFFS(WS-LOSS-SUB)
                  TO WS-TRD-CHARGE-OFFS
              MOVE WS-LOSS-REC-COUNT(WS-LOSS-SUB)
                  TO WS-TRD-REC-COUNT
              MOVE WS-LOSS-RECOVERIES(WS-LOSS-SUB)
                  TO WS-TRD-RECOVERIES
              COMPUTE WS-TRD-NET-LOSS =
                  WS-LOSS-CHARGE-OFFS(WS-LOSS-SUB)
                  - WS-LOSS-RECOVERIES(WS-LOSS-SUB)
              WRITE LOSS-REPORT-LINE FROM WS-TREND-LINE
              ADD WS-LOSS-CO-COUNT(WS-LOSS-SUB) TO WS-TOT-CO-COUNT
              ADD WS-LOSS-CHARGE-OFFS(WS-LOSS-SUB)
                  TO WS-TOT-CHARGE-OFFS
              ADD WS-LOSS-REC-COUNT(WS-LOSS-SUB) TO WS-TOT-REC-COUNT
              ADD WS-LOSS-RECOVERIES(WS-LOSS-SUB)
                  TO WS-TOT-RECOVERIES
           END-PERFORM
           COMPUTE WS-TOT-NET-LOSS =
               WS-TOT-CHARGE-OFFS - WS-TOT-RECOVERIES
           MOVE WS-TOT-CO-COUNT    TO WS-TRT-CO-COUNT
           MOVE WS-TOT-CHARGE-OFFS TO WS-TRT-CHARGE-OFFS
           MOVE WS-TOT-REC-COUNT   TO WS-TRT-REC-COUNT
           MOVE WS-TOT-RECOVERIES  TO WS-TRT-RECOVERIES
           MOVE WS-TOT-NET-LOSS    TO WS-TRT-NET-LOSS
           WRITE LOSS-REPORT-LINE FROM WS-TREND-TOTAL-LINE

      *    Reserve inputs: the loss rate is the twelve-month net
      *    loss over the loans outstanding today.
           IF WS-LOANS-OUTSTANDING > ZEROS
              COMPUTE WS-NET-LOSS-RATE ROUNDED =
                  WS-TOT-NET-LOSS / WS-LOANS-OUTSTANDING
                  ON SIZE ERROR
                      MOVE ZEROS TO WS-NET-LOSS-RATE
              END-COMPUTE
           END-IF
           COMPUTE WS-NET-LOSS-RATE-PCT = WS-NET-LOSS-RATE * 100
           MOVE SPACES TO LOSS-REPORT-LINE
           WRITE LOSS-REPORT-LINE
           MOVE 'Active loans outstanding:' TO WS-RSV-LABEL
           MOVE WS-LOANS-OUTSTANDING TO WS-RSV-AMOUNT
           WRITE LOSS-REPORT-LINE FROM WS-RESERVE-LINE
           MOVE 'Twelve-month net loss:' TO WS-RSV-LABEL
           MOVE WS-TOT-NET-LOSS TO WS-RSV-AMOUNT
           WRITE LOSS-REPORT-LINE FROM WS-RESERVE-LINE
           MOVE WS-NET-LOSS-RATE-PCT TO WS-RTL-RATE
           WRITE LOSS-REPORT-LINE FROM WS-RATE-LINE
           MOVE 'Balance still in recovery:' TO WS-RSV-LABEL
           MOVE WS-RECOVERY-BALANCE TO WS-RSV-AMOUNT
           WRITE LOSS-REPORT-LINE FROM WS-RESERVE-LINE.

       CLEANUP.
           DISPLAY ' '
           DISPLAY 'Loan-Loss Report Summary'
           DISPLAY '========================'
           DISPLAY 'Audit records read:    ' WS-AUDIT-RECORDS-READ
           DISPLAY 'Loss postings in window: ' WS-POSTINGS-FOUND
           DISPLAY 'Postings this month:   ' WS-DETAIL-LINES
           DISPLAY '12-month charge-offs: $' WS-TOT-CHARGE-OFFS
           DISPLAY '12-month recoveries:  $' WS-TOT-RECOVERIES
           DISPLAY '12-month net loss:    $' WS-TOT-NET-LOSS
           DISPLAY 'Loans on recovery ledger: ' WS-LEDGER-LOANS

           CLOSE LOSS-REPORT-FILE
           PERFORM WRITE-RUN-STATISTICS
           DISPLAY 'Loan-Loss Report - Complete'.

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
           MOVE WS-AUDIT-RECORDS-READ TO OPS-RECORDS-READ
           MOVE WS-DETAIL-LINES TO OPS-RECORDS-WRITTEN
           MOVE ZEROS TO OPS-RECORDS-REJECTED
           WRITE OPS-STATS-RECORD
           CLOSE OPS-STATS-FILE.
