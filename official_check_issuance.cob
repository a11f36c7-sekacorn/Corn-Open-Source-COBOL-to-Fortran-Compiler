      *****************************************************************
      * OFFICIAL CHECK ISSUANCE
      * Pre-batch intake for the official checks the branches issue
      * - cashier's checks bought by a customer and the payout
      * checks that disburse a closing account's balance. Each
      * request on OFFICIAL-CHECK-REQUESTS.DAT names the check
      * number printed on the branch's stock, the payee, the amount
      * and the remitter's account. A request that passes
      * validation is:
      *   - entered outstanding on the official-check register,
      *     OFFICIAL-CHECKS.DAT, which INCLEARING-INTAKE pays the
      *     presented check against and OFFICIAL-CHECK-RECON
      *     reconciles to the general ledger each month;
      *   - staged as an 'OF' debit to the remitter on the pending
      *     feed MERGE-BRANCH-FEEDS consolidates, so the funds move
      *     from the customer's deposit to the official-check
      *     liability in the next BANKING-SYSTEM run.
      * The remitter must be an open, unfrozen deposit account whose
      * ledger balance covers the check - counting every check
      * already issued against it in this run - since the bank's
      * own check cannot be refused for funds once it is in the
      * payee's hands. Every request lands on
      * OFFICIAL-CHECK-ISSUES.TXT, issued or rejected with the
      * reason.
      *
      * Copyright (c) 2026 sekacorn
      * Contact: sekacorn@gmail.com
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OFFICIAL-CHECK-ISSUANCE.
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

           SELECT REQUEST-FILE
               ASSIGN TO "OFFICIAL-CHECK-REQUESTS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REQUEST-STATUS.

           SELECT ACCOUNT-FILE
               ASSIGN TO "ACCOUNTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-ACCOUNT-NUMBER
               ALTERNATE RECORD KEY IS ACCT-CUSTOMER-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-ACCT-STATUS.

      *    The official-check register, keyed on the check number
      *    printed on the stock. Uses the same indexed-register
      *    pattern as POSPAY-REGISTER.DAT.
           SELECT OFFICIAL-CHECK-FILE
               ASSIGN TO "OFFICIAL-CHECKS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OCR-CHECK-NUMBER
               FILE STATUS IS WS-REGISTER-STATUS.

      *    Remitter debits are staged on the pending feed
      *    MERGE-BRANCH-FEEDS consolidates - writing straight to
      *    TRANSACTIONS.DAT would be undone by the merge, which
      *    rebuilds that file from scratch every night.
           SELECT TRANSACTION-FILE
               ASSIGN TO "PENDING-FEED.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.

           SELECT ISSUE-REPORT-FILE
               ASSIGN TO "OFFICIAL-CHECK-ISSUES.TXT"
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

      *    One request per check typed at the branch. An issue date
      *    of zero means the check was issued today.
       FD REQUEST-FILE.
       01 OFFICIAL-CHECK-REQUEST.
          05 OCQ-CHECK-NUMBER           PIC 9(10).
          05 OCQ-CHECK-KIND             PIC X.
             88 OCQ-KIND-VALID          VALUES 'C' 'P'.
          05 OCQ-PAYEE-NAME             PIC X(40).
          05 OCQ-AMOUNT                 PIC 9(13)V99.
          05 OCQ-REMITTER-ACCOUNT       PIC 9(10).
          05 OCQ-BRANCH-CODE            PIC 9(2).
          05 OCQ-ISSUE-DATE             PIC 9(8).

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

       FD OFFICIAL-CHECK-FILE.
       01 OFFICIAL-CHECK-RECORD.
          05 OCR-CHECK-NUMBER           PIC 9(10).
          05 OCR-CHECK-KIND             PIC X.
             88 OCR-CASHIERS-CHECK      VALUE 'C'.
             88 OCR-PAYOUT-CHECK        VALUE 'P'.
          05 OCR-PAYEE-NAME             PIC X(40).
          05 OCR-AMOUNT                 PIC 9(13)V99.
          05 OCR-REMITTER-ACCOUNT       PIC 9(10).
          05 OCR-ISSUE-DATE             PIC 9(8).
          05 OCR-BRANCH-CODE            PIC 9(2).
      *    Outstanding until the check clears on the inclearing cash
      *    letter; an item aged past the dormancy period is handed
      *    to the escheatment pipeline ('E'), which sends the
      *    remitter a due-diligence notice and later remits it to
      *    the state ('S'). OCR-STATUS-DATE is when the item last
      *    changed status.
          05 OCR-STATUS                 PIC X.
             88 OCR-OUTSTANDING         VALUE 'O'.
             88 OCR-PAID                VALUE 'P'.
             88 OCR-ESCHEAT-PENDING     VALUE 'E'.
             88 OCR-ESCHEATED           VALUE 'S'.
          05 OCR-STATUS-DATE            PIC 9(8).
          05 OCR-NOTICE-DATE            PIC 9(8).

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

       FD ISSUE-REPORT-FILE.
       01 ISSUE-REPORT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
      *    Run statistics captured for the cycle summary report.
       01 WS-OPS-STATS-STATUS           PIC X(2).
       01 WS-OPS-PROGRAM-NAME           PIC X(30)
          VALUE 'OFFICIAL-CHECK-ISSUANCE'.
       01 WS-OPS-START-STAMP            PIC X(14).

       01 WS-REQUEST-STATUS             PIC X(2).
          88 WS-REQUEST-EOF             VALUE '10'.
       01 WS-ACCT-STATUS                PIC X(2).
       01 WS-REGISTER-STATUS            PIC X(2).
       01 WS-TXN-STATUS                 PIC X(2).

       01 WS-TODAY-YMD                  PIC 9(8).
       01 WS-REJECT-REASON              PIC X(30).
       01 WS-ISSUE-DATE                 PIC 9(8).
       01 WS-COVERING-BALANCE           PIC S9(15)V99.

      *    Amounts already issued against each remitter in this run,
      *    so two checks on the same account cannot each pass the
      *    funds test on the same balance.
       01 WS-CMT-COUNT                  PIC 9(4) VALUE ZEROS.
       01 WS-COMMITTED-TABLE.
          05 WS-CMT-ENTRY OCCURS 0 TO 1000 TIMES
             DEPENDING ON WS-CMT-COUNT
             INDEXED BY WS-CMT-IDX.
             10 WS-CMT-ACCOUNT          PIC 9(10).
             10 WS-CMT-AMOUNT           PIC 9(13)V99.
       01 WS-CMT-FOUND-FLAG             PIC X.
          88 COMMITTED-ENTRY-FOUND      VALUE 'Y'.

       01 WS-COUNTERS.
          05 WS-REQUESTS-READ           PIC 9(7) VALUE ZEROS.
          05 WS-CHECKS-ISSUED           PIC 9(7) VALUE ZEROS.
          05 WS-REQUESTS-REJECTED       PIC 9(7) VALUE ZEROS.
          05 WS-AMOUNT-ISSUED           PIC 9(13)V99 VALUE ZEROS.

       01 WS-REPORT-HEADER-1.
          05 FILLER                     PIC X(50)
             VALUE '           OFFICIAL CHECK ISSUANCE'.
          05 FILLER                     PIC X(8) VALUE 'Run date'.
          05 FILLER                     PIC X(1) VALUE SPACES.
          05 WS-RPH-DATE                PIC 9(8).
       01 WS-REPORT-HEADER-2.
          05 FILLER                     PIC X(50)
             VALUE 'Check No    K Payee                        Remit'.
          05 FILLER                     PIC X(50)
             VALUE 'ter  Br Issued              Amount  Disposition'.

       01 WS-REPORT-LINE.
          05 WS-RPT-CHECK               PIC 9(10).
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-RPT-KIND                PIC X.
          05 FILLER                     PIC X(1) VALUE SPACES.
          05 WS-RPT-PAYEE               PIC X(28).
          05 FILLER                     PIC X(1) VALUE SPACES.
          05 WS-RPT-REMITTER            PIC 9(10).
          05 FILLER                     PIC X(1) VALUE SPACES.
          05 WS-RPT-BRANCH              PIC 9(2).
          05 FILLER                     PIC X(1) VALUE SPACES.
          05 WS-RPT-ISSUE-DATE          PIC 9(8).
          05 FILLER                     PIC X(1) VALUE SPACES.
          05 WS-RPT-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-RPT-DISPOSITION         PIC X(30).

       01 WS-REPORT-TOTAL-LINE.
          05 FILLER                     PIC X(16)
             VALUE 'Checks issued: '.
          05 WS-RPT-TOTAL-COUNT         PIC ZZZ,ZZ9.
          05 FILLER                     PIC X(16)
             VALUE '   Total issued'.
          05 FILLER                     PIC X(3) VALUE ': $'.
          05 WS-RPT-TOTAL-AMOUNT        PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                     PIC X(14)
             VALUE '   Rejected: '.
          05 WS-RPT-TOTAL-REJECTED      PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-CONTROL.
           PERFORM INITIALIZATION
           PERFORM PROCESS-ISSUE-REQUESTS
           PERFORM CLEANUP
           STOP RUN.

       INITIALIZATION.
           DISPLAY 'Official Check Issuance - Started'
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-OPS-START-STAMP
           DISPLAY '================================='
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-YMD

           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCT-STATUS NOT = '00'
              DISPLAY 'FATAL: unable to open ACCOUNTS.DAT (status '
                      WS-ACCT-STATUS ') - run refused'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

      *    First ever run creates the register; after that it is
      *    opened for update in place.
           OPEN I-O OFFICIAL-CHECK-FILE
           IF WS-REGISTER-STATUS = '35'
              OPEN OUTPUT OFFICIAL-CHECK-FILE
              CLOSE OFFICIAL-CHECK-FILE
              OPEN I-O OFFICIAL-CHECK-FILE
           END-IF

           OPEN EXTEND TRANSACTION-FILE
           IF WS-TXN-STATUS = '35'
              OPEN OUTPUT TRANSACTION-FILE
           END-IF

           OPEN OUTPUT ISSUE-REPORT-FILE
           MOVE WS-TODAY-YMD TO WS-RPH-DATE
           WRITE ISSUE-REPORT-LINE FROM WS-REPORT-HEADER-1
           WRITE ISSUE-REPORT-LINE FROM WS-REPORT-HEADER-2.

       PROCESS-ISSUE-REQUESTS.
           OPEN INPUT REQUEST-FILE
           IF WS-REQUEST-STATUS NOT = '00'
              DISPLAY 'No official check requests this run'
              SET WS-REQUEST-EOF TO TRUE
           END-IF

           PERFORM UNTIL WS-REQUEST-EOF
              READ REQUEST-FILE
                  AT END
                      SET WS-REQUEST-EOF TO TRUE
                  NOT AT END
                      ADD 1 TO WS-REQUESTS-READ
                      PERFORM ISSUE-ONE-CHECK
              END-READ
           END-PERFORM

           IF WS-REQUEST-STATUS NOT = '35'
              CLOSE REQUEST-FILE
           END-IF.

       ISSUE-ONE-CHECK.
           MOVE SPACES TO WS-REJECT-REASON
           IF OCQ-ISSUE-DATE = ZEROS
              MOVE WS-TODAY-YMD TO WS-ISSUE-DATE
           ELSE
              MOVE OCQ-ISSUE-DATE TO WS-ISSUE-DATE
           END-IF

           PERFORM VALIDATE-ISSUE-REQUEST
           IF WS-REJECT-REASON = SPACES
              PERFORM CHECK-REMITTER-ACCOUNT
           END-IF

      *    A check number already on the register is either a rerun
      *    of the same request file or a misprinted number - either
      *    way, never a second liability.
           IF WS-REJECT-REASON = SPACES
              MOVE OCQ-CHECK-NUMBER TO OCR-CHECK-NUMBER
              READ OFFICIAL-CHECK-FILE
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      MOVE 'CHECK NUMBER ALREADY ISSUED'
                          TO WS-REJECT-REASON
              END-READ
           END-IF

           IF WS-REJECT-REASON = SPACES
              PERFORM REGISTER-OFFICIAL-CHECK
           END-IF

           IF WS-REJECT-REASON = SPACES
              PERFORM STAGE-REMITTER-DEBIT
              PERFORM ADD-TO-COMMITTED-TOTAL
              ADD 1 TO WS-CHECKS-ISSUED
              ADD OCQ-AMOUNT TO WS-AMOUNT-ISSUED
              MOVE 'ISSUED' TO WS-RPT-DISPOSITION
           ELSE
              ADD 1 TO WS-REQUESTS-REJECTED
              MOVE WS-REJECT-REASON TO WS-RPT-DISPOSITION
              DISPLAY 'Official check ' OCQ-CHECK-NUMBER
                      ' rejected: ' WS-REJECT-REASON
           END-IF
           PERFORM WRITE-ISSUE-LINE.

       VALIDATE-ISSUE-REQUEST.
           EVALUATE TRUE
               WHEN OCQ-CHECK-NUMBER NOT NUMERIC
                    OR OCQ-CHECK-NUMBER = ZEROS
                   MOVE 'INVALID CHECK NUMBER' TO WS-REJECT-REASON
               WHEN NOT OCQ-KIND-VALID
                   MOVE 'INVALID CHECK KIND' TO WS-REJECT-REASON
               WHEN OCQ-PAYEE-NAME = SPACES
                   MOVE 'NO PAYEE' TO WS-REJECT-REASON
               WHEN OCQ-AMOUNT NOT NUMERIC
                    OR OCQ-AMOUNT = ZEROS
                   MOVE 'INVALID AMOUNT' TO WS-REJECT-REASON
               WHEN OCQ-ISSUE-DATE NOT NUMERIC
                    OR WS-ISSUE-DATE > WS-TODAY-YMD
                   MOVE 'INVALID ISSUE DATE' TO WS-REJECT-REASON
           END-EVALUATE.

       CHECK-REMITTER-ACCOUNT.
           MOVE OCQ-REMITTER-ACCOUNT TO ACCT-ACCOUNT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE 'REMITTER ACCOUNT NOT ON FILE'
                       TO WS-REJECT-REASON
           END-READ
           IF WS-REJECT-REASON = SPACES
              PERFORM FIND-COMMITTED-ENTRY
              MOVE ACCT-BALANCE TO WS-COVERING-BALANCE
              IF COMMITTED-ENTRY-FOUND
                 SUBTRACT WS-CMT-AMOUNT(WS-CMT-IDX)
                     FROM WS-COVERING-BALANCE
              END-IF
              EVALUATE TRUE
                  WHEN ACCT-LOAN
                      MOVE 'REMITTER IS A LOAN ACCOUNT'
                          TO WS-REJECT-REASON
                  WHEN ACCT-CLOSED
                      MOVE 'REMITTER ACCOUNT CLOSED'
                          TO WS-REJECT-REASON
                  WHEN ACCT-FROZEN
                      MOVE 'REMITTER ACCOUNT FROZEN'
                          TO WS-REJECT-REASON
                  WHEN WS-COVERING-BALANCE < OCQ-AMOUNT
                      MOVE 'INSUFFICIENT FUNDS'
                          TO WS-REJECT-REASON
              END-EVALUATE
           END-IF.

       FIND-COMMITTED-ENTRY.
           MOVE 'N' TO WS-CMT-FOUND-FLAG
           IF WS-CMT-COUNT > ZEROS
              SET WS-CMT-IDX TO 1
              SEARCH WS-CMT-ENTRY
                  VARYING WS-CMT-IDX
                  AT END
                      CONTINUE
                  WHEN WS-CMT-ACCOUNT(WS-CMT-IDX)
                           = OCQ-REMITTER-ACCOUNT
                      SET COMMITTED-ENTRY-FOUND TO TRUE
              END-SEARCH
           END-IF.

       ADD-TO-COMMITTED-TOTAL.
           PERFORM FIND-COMMITTED-ENTRY
           IF COMMITTED-ENTRY-FOUND
              ADD OCQ-AMOUNT TO WS-CMT-AMOUNT(WS-CMT-IDX)
           ELSE
              IF WS-CMT-COUNT < 1000
                 ADD 1 TO WS-CMT-COUNT
                 SET WS-CMT-IDX TO WS-CMT-COUNT
                 MOVE OCQ-REMITTER-ACCOUNT
                     TO WS-CMT-ACCOUNT(WS-CMT-IDX)
                 MOVE OCQ-AMOUNT TO WS-CMT-AMOUNT(WS-CMT-IDX)
              ELSE
                 DISPLAY 'WARNING: remitter table full (1000 '
                         'entries) - account ' OCQ-REMITTER-ACCOUNT
                         ' not tracked'
              END-IF
           END-IF.

       REGISTER-OFFICIAL-CHECK.
           MOVE OCQ-CHECK-NUMBER     TO OCR-CHECK-NUMBER
           MOVE OCQ-CHECK-KIND       TO OCR-CHECK-KIND
           MOVE OCQ-PAYEE-NAME       TO OCR-PAYEE-NAME
           MOVE OCQ-AMOUNT           TO OCR-AMOUNT
           MOVE OCQ-REMITTER-ACCOUNT TO OCR-REMITTER-ACCOUNT
           MOVE WS-ISSUE-DATE        TO OCR-ISSUE-DATE
           MOVE OCQ-BRANCH-CODE      TO OCR-BRANCH-CODE
           SET OCR-OUTSTANDING       TO TRUE
           MOVE WS-ISSUE-DATE        TO OCR-STATUS-DATE
           MOVE ZEROS                TO OCR-NOTICE-DATE
           WRITE OFFICIAL-CHECK-RECORD
               INVALID KEY
                   MOVE 'REGISTER WRITE FAILED' TO WS-REJECT-REASON
                   DISPLAY 'ERROR: unable to register official '
                           'check ' OCQ-CHECK-NUMBER ' (status '
                           WS-REGISTER-STATUS ')'
           END-WRITE.

       STAGE-REMITTER-DEBIT.
           MOVE SPACES               TO TRANSACTION-RECORD
           MOVE OCQ-REMITTER-ACCOUNT TO TXN-ACCOUNT-NUMBER
           MOVE 'OF'                 TO TXN-TYPE
           MOVE ZEROS                TO TXN-TO-ACCOUNT-NUMBER
           MOVE OCQ-AMOUNT           TO TXN-AMOUNT
           MOVE WS-ISSUE-DATE        TO TXN-DATE
           MOVE ZEROS                TO TXN-TIME
           MOVE SPACES               TO TXN-DESCRIPTION
           IF OCQ-CHECK-KIND = 'P'
              STRING 'PAYOUT CHECK ' OCQ-CHECK-NUMBER ' '
                     OCQ-PAYEE-NAME
                  DELIMITED BY SIZE INTO TXN-DESCRIPTION
              END-STRING
           ELSE
              STRING 'CASHIERS CHECK ' OCQ-CHECK-NUMBER ' '
                     OCQ-PAYEE-NAME
                  DELIMITED BY SIZE INTO TXN-DESCRIPTION
              END-STRING
           END-IF
           MOVE 'N'                  TO TXN-PROCESSED-FLAG
           MOVE OCQ-CHECK-NUMBER     TO TXN-CHECK-NUMBER
           MOVE OCQ-BRANCH-CODE      TO TXN-BRANCH-CODE
           MOVE ZEROS                TO TXN-EXT-ROUTING-NUMBER
           MOVE SPACES               TO TXN-EXT-ACCOUNT-NUMBER
           MOVE SPACES               TO TXN-TELLER-ID
           WRITE TRANSACTION-RECORD.

       WRITE-ISSUE-LINE.
           MOVE OCQ-CHECK-NUMBER     TO WS-RPT-CHECK
           MOVE OCQ-CHECK-KIND       TO WS-RPT-KIND
           MOVE OCQ-PAYEE-NAME       TO WS-RPT-PAYEE
           MOVE OCQ-REMITTER-ACCOUNT TO WS-RPT-REMITTER
           MOVE OCQ-BRANCH-CODE      TO WS-RPT-BRANCH
           MOVE WS-ISSUE-DATE        TO WS-RPT-ISSUE-DATE
           MOVE OCQ-AMOUNT           TO WS-RPT-AMOUNT
           WRITE ISSUE-REPORT-LINE FROM WS-REPORT-LINE.

       CLEANUP.
           MOVE WS-CHECKS-ISSUED     TO WS-RPT-TOTAL-COUNT
           MOVE WS-AMOUNT-ISSUED     TO WS-RPT-TOTAL-AMOUNT
           MOVE WS-REQUESTS-REJECTED TO WS-RPT-TOTAL-REJECTED
           MOVE SPACES TO ISSUE-REPORT-LINE
           WRITE ISSUE-REPORT-LINE
           WRITE ISSUE-REPORT-LINE FROM WS-REPORT-TOTAL-LINE

           DISPLAY ' '
           DISPLAY 'Official Check Issuance Summary'
           DISPLAY '==============================='
           DISPLAY 'Requests read:     ' WS-REQUESTS-READ
           DISPLAY 'Checks issued:     ' WS-CHECKS-ISSUED
                   ' Amount: $' WS-AMOUNT-ISSUED
           DISPLAY 'Requests rejected: ' WS-REQUESTS-REJECTED

           CLOSE ACCOUNT-FILE
           CLOSE OFFICIAL-CHECK-FILE
           CLOSE TRANSACTION-FILE
           CLOSE ISSUE-REPORT-FILE

           IF WS-REQUESTS-REJECTED > ZEROS
              MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM WRITE-RUN-STATISTICS
           DISPLAY 'Official Check Issuance - Complete'.

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
           MOVE WS-REQUESTS-READ      TO OPS-RECORDS-READ
           MOVE WS-CHECKS-ISSUED      TO OPS-RECORDS-WRITTEN
           MOVE WS-REQUESTS-REJECTED  TO OPS-RECORDS-REJECTED
           WRITE OPS-STATS-RECORD
           CLOSE OPS-STATS-FILE.
