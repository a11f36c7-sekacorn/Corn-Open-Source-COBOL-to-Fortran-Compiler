      *****************************************************************
      * DEBIT CARD MAINTENANCE PROGRAM
      * Issues, blocks and reissues debit cards on CARD-MASTER.DAT
      * from a batch of requests, the same request-file pattern
      * STOP-PAYMENT-MAINT uses for STOP-PAYMENTS.DAT. Each card
      * carries its linked account, status, expiry date and daily
      * card limit; BANKING-SYSTEM reads the master when vetting
      * 'PS' card debits, so a card blocked here stops posting on
      * the next nightly run.
      *   IS - issue a new card on an open deposit account
      *   BL - block a card (lost, stolen, fraud, closed)
      *   RI - reissue: block the old card and issue its
      *        replacement on the same account and limit
      * Card numbers must pass the mod-10 (Luhn) check. The log
      * shows card numbers masked to the last four digits.
      *
      * Copyright (c) 2026 sekacorn
      * Contact: sekacorn@gmail.com
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARD-MAINTENANCE.
       AUTHOR. sekacorn.
       DATE-WRITTEN. 2026-10-01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARD-REQUEST-FILE
               ASSIGN TO "CARD-REQUESTS.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

      *    Card master, keyed by card number with the linked account
      *    as an alternate key so every card on an account can be
      *    found with one START.
           SELECT CARD-MASTER-FILE
               ASSIGN TO "CARD-MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CARD-NUMBER
               ALTERNATE RECORD KEY IS CARD-ACCOUNT-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS WS-CARD-FILE-STATUS.

           SELECT ACCOUNT-FILE
               ASSIGN TO "ACCOUNTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-ACCOUNT-NUMBER
               ALTERNATE RECORD KEY IS ACCT-CUSTOMER-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT CARD-LOG-FILE
               ASSIGN TO "CARD-MAINT-LOG.TXT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD CARD-REQUEST-FILE.
       01 CARD-REQUEST-RECORD.
          05 CREQ-ACTION                PIC X(2).
             88 CREQ-ISSUE-CARD         VALUE 'IS'.
             88 CREQ-BLOCK-CARD         VALUE 'BL'.
             88 CREQ-REISSUE-CARD       VALUE 'RI'.
          05 CREQ-CARD-NUMBER           PIC 9(16).
          05 CREQ-ACCOUNT-NUMBER        PIC 9(10).
      *    Expiry and daily limit on issue; zero takes the defaults
      *    below. On reissue the old card's limit carries over
      *    unless a new one is given.
          05 CREQ-EXPIRY-DATE           PIC 9(8).
          05 CREQ-DAILY-LIMIT           PIC 9(7)V99.
      *    Replacement card number, reissue only.
          05 CREQ-NEW-CARD-NUMBER       PIC 9(16).
      *    Block reason: L lost, S stolen, F fraud, C account
      *    closed. A reissue blocks the old card with 'R' unless a
      *    reason is given.
          05 CREQ-BLOCK-REASON          PIC X.

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
             88 CARD-REPORTED-LOST      VALUE 'L'.
             88 CARD-REPORTED-STOLEN    VALUE 'S'.
             88 CARD-FRAUD-BLOCK        VALUE 'F'.
             88 CARD-ACCOUNT-CLOSED     VALUE 'C'.
             88 CARD-REPLACED           VALUE 'R'.
      *    Set only by DECEASED-CUSTOMER-PROCESSING, which blocks the
      *    cards on a deceased customer's restricted accounts.
             88 CARD-HOLDER-DECEASED    VALUE 'D'.
          05 CARD-REPLACED-BY           PIC 9(16).

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

       FD CARD-LOG-FILE.
       01 CARD-LOG-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS                PIC X(2).
          88 WS-FILE-OK                 VALUES '00' '97'.
          88 WS-FILE-EOF                VALUE '10'.

       01 WS-CARD-FILE-STATUS           PIC X(2).
       01 WS-ACCT-STATUS                PIC X(2).

       01 WS-TODAY-YMD                  PIC 9(8).

      *    Defaults for a card issued without an expiry or limit:
      *    three years out, and the standard daily card limit.
       01 WS-DEFAULT-CARD-YEARS         PIC 9(2) VALUE 3.
       01 WS-DEFAULT-DAILY-LIMIT        PIC 9(7)V99 VALUE 1000.00.

       01 WS-NEW-CARD.
          05 WS-NEW-CARD-NUMBER         PIC 9(16).
          05 WS-NEW-CARD-ACCOUNT        PIC 9(10).
          05 WS-NEW-CARD-EXPIRY         PIC 9(8).
          05 WS-NEW-CARD-LIMIT          PIC 9(7)V99.
       01 WS-CARD-WRITTEN-FLAG          PIC X.
          88 NEW-CARD-WRITTEN           VALUE 'Y'.
       01 WS-ACCOUNT-OK-FLAG            PIC X.
          88 ACCOUNT-ELIGIBLE           VALUE 'Y'.

      *    Mod-10 (Luhn) check over the full sixteen-digit card
      *    number: every second digit from the left is doubled
      *    (digits above nine reduced by nine) and the whole sum,
      *    check digit included, must be a multiple of ten.
       01 WS-LUHN-WORK.
          05 WS-LUHN-CARD               PIC 9(16).
          05 WS-LUHN-DIGITS REDEFINES WS-LUHN-CARD.
             10 WS-LUHN-DIGIT OCCURS 16 TIMES PIC 9.
          05 WS-LUHN-SUB                PIC 9(2).
          05 WS-LUHN-PRODUCT            PIC 9(2).
          05 WS-LUHN-SUM                PIC 9(3).
          05 WS-LUHN-VALID-FLAG         PIC X.
             88 CARD-NUMBER-VALID       VALUE 'Y'.

       01 WS-COUNTERS.
          05 WS-REQUEST-COUNT           PIC 9(7) VALUE ZEROS.
          05 WS-APPLIED-COUNT           PIC 9(7) VALUE ZEROS.
          05 WS-REJECTED-COUNT          PIC 9(7) VALUE ZEROS.

       01 WS-MASKED-CARD.
          05 FILLER                     PIC X(12)
             VALUE 'XXXXXXXXXXXX'.
          05 WS-MASKED-LAST-FOUR        PIC 9(4).

       01 WS-LOG-LINE.
          05 WS-LOG-CARD                PIC X(16).
          05 FILLER                     PIC X(3) VALUE SPACES.
          05 WS-LOG-ACCOUNT             PIC 9(10).
          05 FILLER                     PIC X(3) VALUE SPACES.
          05 WS-LOG-ACTION              PIC X(2).
          05 FILLER                     PIC X(3) VALUE SPACES.
          05 WS-LOG-RESULT              PIC X(60).

       PROCEDURE DIVISION.
       MAIN-CONTROL.
           PERFORM INITIALIZATION
           PERFORM PROCESS-CARD-REQUESTS
           PERFORM CLEANUP
           STOP RUN.

       INITIALIZATION.
           DISPLAY 'Card Maintenance - Processing Started'
           DISPLAY '======================================'
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-YMD
           OPEN INPUT CARD-REQUEST-FILE
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY 'No card requests on file - nothing to do'
              SET WS-FILE-EOF TO TRUE
           END-IF

      *    First ever run creates the card master; after that it is
      *    opened for update in place.
           OPEN I-O CARD-MASTER-FILE
           IF WS-CARD-FILE-STATUS = '35'
              OPEN OUTPUT CARD-MASTER-FILE
              CLOSE CARD-MASTER-FILE
              OPEN I-O CARD-MASTER-FILE
           END-IF

           OPEN INPUT ACCOUNT-FILE
           OPEN OUTPUT CARD-LOG-FILE.

       PROCESS-CARD-REQUESTS.
           PERFORM READ-CARD-REQUEST
           PERFORM EXECUTE-CARD-REQUEST
               UNTIL WS-FILE-EOF.

       READ-CARD-REQUEST.
           READ CARD-REQUEST-FILE
               AT END
                   SET WS-FILE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-REQUEST-COUNT
           END-READ.

       EXECUTE-CARD-REQUEST.
           EVALUATE TRUE
               WHEN CREQ-ISSUE-CARD
                    PERFORM ISSUE-CARD
               WHEN CREQ-BLOCK-CARD
                    PERFORM BLOCK-CARD
               WHEN CREQ-REISSUE-CARD
                    PERFORM REISSUE-CARD
               WHEN OTHER
                    DISPLAY 'Unknown card action: ' CREQ-ACTION
                    MOVE CREQ-CARD-NUMBER TO WS-LUHN-CARD
                    MOVE 'Rejected - unknown action' TO WS-LOG-RESULT
                    PERFORM LOG-REJECTED-REQUEST
           END-EVALUATE

           PERFORM READ-CARD-REQUEST.

       ISSUE-CARD.
           MOVE CREQ-CARD-NUMBER    TO WS-NEW-CARD-NUMBER
           MOVE CREQ-ACCOUNT-NUMBER TO WS-NEW-CARD-ACCOUNT
           MOVE CREQ-DAILY-LIMIT    TO WS-NEW-CARD-LIMIT
           PERFORM WRITE-NEW-CARD.

       WRITE-NEW-CARD.
      *    Shared by issue and reissue: the number must be a valid,
      *    unused card number and the account an open deposit
      *    account that can be debited by card.
           MOVE 'N' TO WS-CARD-WRITTEN-FLAG
           MOVE WS-NEW-CARD-NUMBER TO WS-LUHN-CARD
           PERFORM VALIDATE-CARD-NUMBER
           IF NOT CARD-NUMBER-VALID
              MOVE 'Rejected - card number fails check digit'
                  TO WS-LOG-RESULT
              PERFORM LOG-REJECTED-REQUEST
           ELSE
              PERFORM CHECK-ACCOUNT-ELIGIBLE
              IF ACCOUNT-ELIGIBLE
                 PERFORM STORE-NEW-CARD
              END-IF
           END-IF.

       CHECK-ACCOUNT-ELIGIBLE.
           MOVE 'N' TO WS-ACCOUNT-OK-FLAG
           MOVE WS-NEW-CARD-ACCOUNT TO ACCT-ACCOUNT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE 'Rejected - account not found'
                       TO WS-LOG-RESULT
                   PERFORM LOG-REJECTED-REQUEST
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN ACCT-CLOSED
                           MOVE 'Rejected - account is closed'
                               TO WS-LOG-RESULT
                           PERFORM LOG-REJECTED-REQUEST
                       WHEN ACCT-LOAN OR ACCT-CD
                           MOVE 'Rejected - no cards on loan or CD'
                               TO WS-LOG-RESULT
                           PERFORM LOG-REJECTED-REQUEST
                       WHEN OTHER
                           SET ACCOUNT-ELIGIBLE TO TRUE
                   END-EVALUATE
           END-READ.

       STORE-NEW-CARD.
           IF CREQ-EXPIRY-DATE > ZEROS
              MOVE CREQ-EXPIRY-DATE TO WS-NEW-CARD-EXPIRY
           ELSE
              COMPUTE WS-NEW-CARD-EXPIRY =
                  WS-TODAY-YMD + WS-DEFAULT-CARD-YEARS * 10000
              IF WS-NEW-CARD-EXPIRY(5:4) = '0229'
                 MOVE '0228' TO WS-NEW-CARD-EXPIRY(5:4)
              END-IF
           END-IF
           IF WS-NEW-CARD-LIMIT = ZEROS
              MOVE WS-DEFAULT-DAILY-LIMIT TO WS-NEW-CARD-LIMIT
           END-IF

           MOVE WS-NEW-CARD-NUMBER  TO CARD-NUMBER
           MOVE WS-NEW-CARD-ACCOUNT TO CARD-ACCOUNT-NUMBER
           SET CARD-ACTIVE          TO TRUE
           MOVE WS-NEW-CARD-EXPIRY  TO CARD-EXPIRY-DATE
           MOVE WS-NEW-CARD-LIMIT   TO CARD-DAILY-LIMIT
           MOVE WS-TODAY-YMD        TO CARD-ISSUED-DATE
           MOVE WS-TODAY-YMD        TO CARD-STATUS-DATE
           MOVE SPACE               TO CARD-BLOCK-REASON
           MOVE ZEROS               TO CARD-REPLACED-BY
           WRITE CARD-MASTER-RECORD
               INVALID KEY
                   MOVE 'Rejected - card number already on file'
                       TO WS-LOG-RESULT
                   PERFORM LOG-REJECTED-REQUEST
               NOT INVALID KEY
                   SET NEW-CARD-WRITTEN TO TRUE
                   MOVE 'Card issued' TO WS-LOG-RESULT
                   PERFORM LOG-APPLIED-REQUEST
           END-WRITE.

       BLOCK-CARD.
           MOVE CREQ-CARD-NUMBER TO WS-LUHN-CARD
           MOVE CREQ-CARD-NUMBER TO CARD-NUMBER
           READ CARD-MASTER-FILE
               INVALID KEY
                   DISPLAY 'ERROR: no such card on file'
                   MOVE 'Rejected - no such card' TO WS-LOG-RESULT
                   PERFORM LOG-REJECTED-REQUEST
               NOT INVALID KEY
                   IF CARD-BLOCKED
                      MOVE 'Rejected - card already blocked'
                          TO WS-LOG-RESULT
                      PERFORM LOG-REJECTED-REQUEST
                   ELSE
                      SET CARD-BLOCKED TO TRUE
                      MOVE CREQ-BLOCK-REASON TO CARD-BLOCK-REASON
                      MOVE WS-TODAY-YMD TO CARD-STATUS-DATE
                      REWRITE CARD-MASTER-RECORD
                          INVALID KEY
                              MOVE 'Rejected - rewrite failed'
                                  TO WS-LOG-RESULT
                              PERFORM LOG-REJECTED-REQUEST
                          NOT INVALID KEY
                              MOVE 'Card blocked' TO WS-LOG-RESULT
                              PERFORM LOG-APPLIED-REQUEST
                      END-REWRITE
                   END-IF
           END-READ.

       REISSUE-CARD.
      *    The replacement is written first; the old card is only
      *    blocked once its replacement exists, so a rejected
      *    reissue never leaves the customer with no working card.
           MOVE CREQ-CARD-NUMBER TO WS-LUHN-CARD
           MOVE CREQ-CARD-NUMBER TO CARD-NUMBER
           READ CARD-MASTER-FILE
               INVALID KEY
                   DISPLAY 'ERROR: no such card on file'
                   MOVE 'Rejected - no such card' TO WS-LOG-RESULT
                   PERFORM LOG-REJECTED-REQUEST
               NOT INVALID KEY
                   MOVE CREQ-NEW-CARD-NUMBER TO WS-NEW-CARD-NUMBER
                   MOVE CARD-ACCOUNT-NUMBER  TO WS-NEW-CARD-ACCOUNT
                   IF CREQ-DAILY-LIMIT > ZEROS
                      MOVE CREQ-DAILY-LIMIT TO WS-NEW-CARD-LIMIT
                   ELSE
                      MOVE CARD-DAILY-LIMIT TO WS-NEW-CARD-LIMIT
                   END-IF
                   PERFORM WRITE-NEW-CARD
                   IF NEW-CARD-WRITTEN
                      PERFORM BLOCK-REPLACED-CARD
                   END-IF
           END-READ.

       BLOCK-REPLACED-CARD.
           MOVE CREQ-CARD-NUMBER TO WS-LUHN-CARD
           MOVE CREQ-CARD-NUMBER TO CARD-NUMBER
           READ CARD-MASTER-FILE
               INVALID KEY
                   MOVE 'Rejected - old card vanished' TO WS-LOG-RESULT
                   PERFORM LOG-REJECTED-REQUEST
               NOT INVALID KEY
      *            A reissue keyed with no reason leaves a card that
      *            was already blocked lost, stolen or for fraud with
      *            that reason; only a working card becomes 'R'.
                   IF CREQ-BLOCK-REASON NOT = SPACE
                      MOVE CREQ-BLOCK-REASON TO CARD-BLOCK-REASON
                   ELSE
                      IF CARD-BLOCKED
                         AND (CARD-REPORTED-LOST
                              OR CARD-REPORTED-STOLEN
                              OR CARD-FRAUD-BLOCK)
                         CONTINUE
                      ELSE
                         SET CARD-REPLACED TO TRUE
                      END-IF
                   END-IF
                   SET CARD-BLOCKED TO TRUE
                   MOVE WS-TODAY-YMD TO CARD-STATUS-DATE
                   MOVE CREQ-NEW-CARD-NUMBER TO CARD-REPLACED-BY
                   REWRITE CARD-MASTER-RECORD
                       INVALID KEY
                           MOVE 'Rejected - rewrite failed'
                               TO WS-LOG-RESULT
                           PERFORM LOG-REJECTED-REQUEST
                       NOT INVALID KEY
                           MOVE 'Card blocked - replaced'
                               TO WS-LOG-RESULT
                           PERFORM LOG-APPLIED-REQUEST
                   END-REWRITE
           END-READ.

       VALIDATE-CARD-NUMBER.
           MOVE ZEROS TO WS-LUHN-SUM
           PERFORM VARYING WS-LUHN-SUB FROM 1 BY 1
                   UNTIL WS-LUHN-SUB > 16
              IF FUNCTION MOD(WS-LUHN-SUB, 2) = 1
                 COMPUTE WS-LUHN-PRODUCT =
                     WS-LUHN-DIGIT(WS-LUHN-SUB) * 2
                 IF WS-LUHN-PRODUCT > 9
                    SUBTRACT 9 FROM WS-LUHN-PRODUCT
                 END-IF
              ELSE
                 MOVE WS-LUHN-DIGIT(WS-LUHN-SUB) TO WS-LUHN-PRODUCT
              END-IF
              ADD WS-LUHN-PRODUCT TO WS-LUHN-SUM
           END-PERFORM
           IF WS-LUHN-CARD > ZEROS
              AND FUNCTION MOD(WS-LUHN-SUM, 10) = 0
              MOVE 'Y' TO WS-LUHN-VALID-FLAG
           ELSE
              MOVE 'N' TO WS-LUHN-VALID-FLAG
           END-IF.

       LOG-APPLIED-REQUEST.
           ADD 1 TO WS-APPLIED-COUNT
           PERFORM WRITE-LOG-LINE.

       LOG-REJECTED-REQUEST.
           ADD 1 TO WS-REJECTED-COUNT
           PERFORM WRITE-LOG-LINE.

       WRITE-LOG-LINE.
      *    WS-LUHN-CARD holds the card the line is about.
           MOVE WS-LUHN-CARD(13:4)  TO WS-MASKED-LAST-FOUR
           MOVE WS-MASKED-CARD      TO WS-LOG-CARD
           MOVE CREQ-ACCOUNT-NUMBER TO WS-LOG-ACCOUNT
           IF CREQ-ACCOUNT-NUMBER = ZEROS
              MOVE CARD-ACCOUNT-NUMBER TO WS-LOG-ACCOUNT
           END-IF
           MOVE CREQ-ACTION         TO WS-LOG-ACTION
           WRITE CARD-LOG-LINE FROM WS-LOG-LINE.

       CLEANUP.
           DISPLAY ' '
           DISPLAY 'Card Maintenance Summary'
           DISPLAY '========================='
           DISPLAY 'Requests read:     ' WS-REQUEST-COUNT
           DISPLAY 'Actions applied:   ' WS-APPLIED-COUNT
           DISPLAY 'Actions rejected:  ' WS-REJECTED-COUNT

           IF WS-FILE-STATUS NOT = '35'
              CLOSE CARD-REQUEST-FILE
           END-IF
           CLOSE CARD-MASTER-FILE
           CLOSE ACCOUNT-FILE
           CLOSE CARD-LOG-FILE

           DISPLAY 'Card Maintenance - Processing Complete'.
