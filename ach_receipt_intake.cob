      *****************************************************************
      * ACH RECEIPT INTAKE
      * Pre-batch translator for the ACH file received from the ACH
      * operator - payroll and government benefit credits, biller
      * debits and prenotes that other banks have originated
      * against our customers' accounts. The file is proved against
      * every batch control and the file control before anything
      * is staged; an out-of-balance file is refused whole. Each
      * entry that passes is then:
      *   - checked for a well-formed account number carrying a
      *     valid check digit (pre-scheme numbers pass by
      *     exemption, as they do at the branch-feed merge);
      *   - checked against ACCOUNTS.DAT - an account that is not
      *     on file, closed, frozen, or a loan, CD or IRA cannot
      *     take an ACH entry;
      *   - staged on the pending feed MERGE-BRANCH-FEEDS
      *     consolidates, as an 'AH' credit or an 'AD' debit, so
      *     BANKING-SYSTEM posts it with the rest of the day's work.
      * An entry that fails is not staged: its trace number and
      * NACHA return reason go to ACH-RETURN-STAGE.DAT, where
      * ACH-RECEIPT-RETURNS picks it up with the entries the daily
      * run refuses and sends all of them back in one return file.
      * Prenotes post nothing; they are only vetted, and returned
      * when the account they name could not take a live entry.
      *
      * Copyright (c) 2026 sekacorn
      * Contact: sekacorn@gmail.com
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACH-RECEIPT-INTAKE.
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

           SELECT ACH-RECEIPT-FILE
               ASSIGN TO "ACH-RECEIPTS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RECEIPT-STATUS.

      *    Converted entries are staged on the pending feed
      *    MERGE-BRANCH-FEEDS consolidates - writing straight to
      *    TRANSACTIONS.DAT would be undone by the merge, which
      *    rebuilds that file from scratch every night.
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

      *    Pre-scheme account numbers that pass the check-digit
      *    test by exemption, written by CHECK-DIGIT-BACKFILL.
           SELECT CKD-EXEMPT-FILE
               ASSIGN TO "CKD-EXEMPT.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CKX-STATUS.

      *    Entries refused at intake, by trace number and return
      *    reason, for ACH-RECEIPT-RETURNS to send back.
           SELECT RETURN-STAGE-FILE
               ASSIGN TO "ACH-RETURN-STAGE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STAGE-STATUS.

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

      *    The received file is read as raw 94-byte records and
      *    picked apart with the WS redefinitions below, the way
      *    ACH-RETURN-PROCESS reads the payroll file back.
       FD ACH-RECEIPT-FILE.
       01 ACH-RECEIPT-RAW-RECORD        PIC X(94).

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

       FD CKD-EXEMPT-FILE.
       01 CKD-EXEMPT-RECORD.
          05 CKX-ACCOUNT-NUMBER         PIC 9(10).

       FD RETURN-STAGE-FILE.
       01 RETURN-STAGE-RECORD.
          05 ARS-TRACE-NUMBER           PIC 9(15).
          05 ARS-RETURN-REASON          PIC X(3).
          05 ARS-STAGED-DATE            PIC 9(8).

       WORKING-STORAGE SECTION.
      *    Run statistics captured for the cycle summary report.
       01 WS-OPS-STATS-STATUS           PIC X(2).
       01 WS-OPS-PROGRAM-NAME           PIC X(30)
          VALUE 'ACH-RECEIPT-INTAKE'.
       01 WS-OPS-START-STAMP            PIC X(14).

       01 WS-RECEIPT-STATUS             PIC X(2).
          88 WS-RECEIPT-EOF             VALUE '10'.
       01 WS-TXN-STATUS                 PIC X(2).
       01 WS-ACCT-STATUS                PIC X(2).
       01 WS-STAGE-STATUS               PIC X(2).

       01 WS-TODAY-YMD                  PIC 9(8).

      *    This bank as the receiving point named in the file
      *    header - a file addressed anywhere else was misrouted.
       01 WS-OUR-IMMEDIATE-DEST         PIC X(10) VALUE ' 071000013'.

      *    NACHA record views of the raw record, same field
      *    positions BANKING-SYSTEM's outbound file lays down.
       01 WS-ACH-RECORD                 PIC X(94).
       01 WS-ACH-FILE-HEADER REDEFINES WS-ACH-RECORD.
          05 WS-FH-RECORD-TYPE-CODE     PIC X(1).
          05 WS-FH-PRIORITY-CODE        PIC X(2).
          05 WS-FH-IMMEDIATE-DEST       PIC X(10).
          05 WS-FH-IMMEDIATE-ORIGIN     PIC X(10).
          05 WS-FH-FILE-CREATION-DATE   PIC 9(6).
          05 WS-FH-FILE-CREATION-TIME   PIC 9(4).
          05 WS-FH-FILE-ID-MODIFIER     PIC X(1).
          05 FILLER                     PIC X(60).
       01 WS-ACH-BATCH-HEADER REDEFINES WS-ACH-RECORD.
          05 WS-BH-RECORD-TYPE-CODE     PIC X(1).
          05 WS-BH-SERVICE-CLASS-CODE   PIC 9(3).
          05 WS-BH-COMPANY-NAME         PIC X(16).
          05 WS-BH-COMPANY-DISCR-DATA   PIC X(20).
          05 WS-BH-COMPANY-ID           PIC X(10).
          05 WS-BH-STD-ENTRY-CLASS-CODE PIC X(3).
          05 WS-BH-ENTRY-DESCRIPTION    PIC X(10).
          05 WS-BH-DESCRIPTIVE-DATE     PIC X(6).
          05 WS-BH-EFFECTIVE-ENTRY-DATE PIC 9(6).
          05 WS-BH-SETTLEMENT-DATE      PIC X(3).
          05 WS-BH-ORIGINATOR-STATUS-CD PIC X(1).
          05 WS-BH-ORIGINATING-DFI-ID   PIC X(8).
          05 WS-BH-BATCH-NUMBER         PIC 9(7).
       01 WS-ACH-ENTRY-DETAIL REDEFINES WS-ACH-RECORD.
          05 WS-ED-RECORD-TYPE-CODE     PIC X(1).
          05 WS-ED-TRANSACTION-CODE     PIC X(2).
             88 WS-ED-LIVE-CREDIT       VALUES '22' '32'.
             88 WS-ED-LIVE-DEBIT        VALUES '27' '37'.
             88 WS-ED-PRENOTE           VALUES '23' '28' '33' '38'.
          05 WS-ED-RECEIVING-DFI-ID     PIC 9(8).
          05 WS-ED-CHECK-DIGIT          PIC 9(1).
          05 WS-ED-DFI-ACCOUNT-NUMBER   PIC X(17).
          05 WS-ED-AMOUNT               PIC 9(8)V99.
          05 WS-ED-INDIVIDUAL-ID        PIC X(15).
          05 WS-ED-INDIVIDUAL-NAME      PIC X(22).
          05 WS-ED-DISCRETIONARY-DATA   PIC X(2).
          05 WS-ED-ADDENDA-RECORD-IND   PIC X(1).
          05 WS-ED-TRACE-NUMBER         PIC 9(15).
       01 WS-ACH-BATCH-CONTROL REDEFINES WS-ACH-RECORD.
          05 WS-BC-RECORD-TYPE-CODE     PIC X(1).
          05 WS-BC-SERVICE-CLASS-CODE   PIC 9(3).
          05 WS-BC-ENTRY-ADDENDA-COUNT  PIC 9(6).
          05 WS-BC-ENTRY-HASH           PIC 9(10).
          05 WS-BC-TOTAL-DEBIT-AMOUNT   PIC 9(10)V99.
          05 WS-BC-TOTAL-CREDIT-AMOUNT  PIC 9(10)V99.
          05 WS-BC-COMPANY-ID           PIC X(10).
          05 FILLER                     PIC X(25).
          05 WS-BC-ORIGINATING-DFI-ID   PIC X(8).
          05 WS-BC-BATCH-NUMBER         PIC 9(7).
       01 WS-ACH-FILE-CONTROL REDEFINES WS-ACH-RECORD.
          05 WS-FC-RECORD-TYPE-CODE     PIC X(1).
          05 WS-FC-BATCH-COUNT          PIC 9(6).
          05 WS-FC-BLOCK-COUNT          PIC 9(6).
          05 WS-FC-ENTRY-ADDENDA-COUNT  PIC 9(8).
          05 WS-FC-ENTRY-HASH           PIC 9(10).
          05 WS-FC-TOTAL-DEBIT-AMOUNT   PIC 9(10)V99.
          05 WS-FC-TOTAL-CREDIT-AMOUNT  PIC 9(10)V99.
          05 FILLER                     PIC X(39).

      *    Proof accumulators. The entry hash is the sum of every
      *    entry's 8-digit receiving DFI, compared on its low-order
      *    ten digits per NACHA's entry-hash rule.
       01 WS-FILE-VALIDATION.
          05 WS-VAL-HEADER-FLAG         PIC X.
             88 FILE-HEADER-FOUND       VALUE 'Y'.
          05 WS-VAL-CONTROL-FLAG        PIC X.
             88 FILE-CONTROL-FOUND      VALUE 'Y'.
          05 WS-VAL-BATCH-OPEN-FLAG     PIC X.
             88 BATCH-IS-OPEN           VALUE 'Y'.
          05 WS-VAL-BATCH-COUNT         PIC 9(6).
          05 WS-VAL-BATCH-ENTRIES       PIC 9(8).
          05 WS-VAL-BATCH-HASH          PIC 9(12).
          05 WS-VAL-BATCH-DEBITS        PIC 9(12)V99.
          05 WS-VAL-BATCH-CREDITS       PIC 9(12)V99.
          05 WS-VAL-FILE-ENTRIES        PIC 9(8).
          05 WS-VAL-FILE-HASH           PIC 9(12).
          05 WS-VAL-FILE-DEBITS         PIC 9(12)V99.
          05 WS-VAL-FILE-CREDITS        PIC 9(12)V99.
          05 WS-VAL-HASH-10             PIC 9(10).
       01 WS-PROOF-ERROR                PIC X(50).

      *    The batch header in force while its entries are staged.
       01 WS-CURRENT-BATCH.
          05 WS-CB-COMPANY-NAME         PIC X(16).
          05 WS-CB-ENTRY-DESCRIPTION    PIC X(10).
          05 WS-CB-BATCH-NUMBER         PIC 9(7).

      *    Account number as received, left-justified in the
      *    17-byte DFI account field; it must be all digits and fit
      *    the 10-digit account number to be one of ours.
       01 WS-ENTRY-ACCOUNT-WORK.
          05 WS-EAW-LENGTH              PIC 9(2).
          05 WS-EAW-TEXT                PIC X(10).
          05 WS-EAW-NUMBER REDEFINES WS-EAW-TEXT PIC 9(10).
          05 WS-EAW-START               PIC 9(2).
       01 WS-ENTRY-ACCOUNT              PIC 9(10).
       01 WS-RETURN-REASON              PIC X(3).

      *    Exempt pre-scheme numbers in ascending order (the
      *    backfill writes them from the keyed account scan), so
      *    the lookup below can binary-search.
       01 WS-CKX-STATUS                 PIC X(2).
          88 WS-CKX-EOF                 VALUE '10'.
       01 WS-CKX-COUNT                  PIC 9(5) VALUE ZEROS.
       01 WS-CKD-EXEMPT-TABLE.
          05 WS-CKX-ENTRY OCCURS 0 TO 20000 TIMES
             DEPENDING ON WS-CKX-COUNT
             ASCENDING KEY IS WS-CKX-ACCOUNT
             INDEXED BY WS-CKX-IDX.
             10 WS-CKX-ACCOUNT          PIC 9(10).
       01 WS-CKX-FOUND-FLAG             PIC X.
          88 ACCOUNT-CKD-EXEMPT         VALUE 'Y'.

      *    Mod-10 "double-add-double" check digit: the first nine
      *    digits of the account number carry the tenth as their
      *    check digit, so a transposed or mistyped digit fails
      *    validation instead of posting to whichever live account
      *    the typo happens to hit.
       01 WS-CKD-WORK.
          05 WS-CKD-ACCOUNT             PIC 9(10).
          05 WS-CKD-DIGITS REDEFINES WS-CKD-ACCOUNT.
             10 WS-CKD-DIGIT OCCURS 10 TIMES PIC 9.
          05 WS-CKD-SUB                 PIC 9(2).
          05 WS-CKD-PRODUCT             PIC 9(2).
          05 WS-CKD-SUM                 PIC 9(3).
          05 WS-CKD-EXPECTED            PIC 9.
          05 WS-CKD-VALID-FLAG          PIC X.
             88 ACCOUNT-CHECK-DIGIT-OK  VALUE 'Y'.

       01 WS-COUNTERS.
          05 WS-ENTRIES-READ            PIC 9(7) VALUE ZEROS.
          05 WS-CREDITS-STAGED          PIC 9(7) VALUE ZEROS.
          05 WS-CREDIT-AMOUNT-STAGED    PIC 9(13)V99 VALUE ZEROS.
          05 WS-DEBITS-STAGED           PIC 9(7) VALUE ZEROS.
          05 WS-DEBIT-AMOUNT-STAGED     PIC 9(13)V99 VALUE ZEROS.
          05 WS-PRENOTES-ACCEPTED       PIC 9(7) VALUE ZEROS.
          05 WS-ENTRIES-RETURNED        PIC 9(7) VALUE ZEROS.
          05 WS-ENTRIES-REFERRED        PIC 9(7) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-CONTROL.
           DISPLAY 'ACH Receipt Intake - Started'
           MOVE FUNCTION CURRENT-DATE(1:14)
               TO WS-OPS-START-STAMP
           DISPLAY '============================='
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-YMD
           PERFORM PROVE-RECEIVED-FILE
           PERFORM LOAD-CKD-EXEMPTIONS
           PERFORM STAGE-RECEIVED-ENTRIES
           PERFORM CLEANUP
           STOP RUN.

       PROVE-RECEIVED-FILE.
      *    Prove every batch against its batch control and the file
      *    against its file control before anything is staged - a
      *    short or altered file silently posted is entries we can
      *    neither post correctly nor return on time.
           INITIALIZE WS-FILE-VALIDATION
           MOVE SPACES TO WS-PROOF-ERROR
           OPEN INPUT ACH-RECEIPT-FILE
           IF WS-RECEIPT-STATUS NOT = '00'
              DISPLAY 'FATAL: unable to open ACH-RECEIPTS.DAT '
                      '(status ' WS-RECEIPT-STATUS ') - intake '
                      'refused'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM UNTIL WS-RECEIPT-EOF
                      OR WS-PROOF-ERROR NOT = SPACES
              READ ACH-RECEIPT-FILE INTO WS-ACH-RECORD
                  AT END
                      SET WS-RECEIPT-EOF TO TRUE
                  NOT AT END
                      PERFORM PROVE-ONE-RECORD
              END-READ
           END-PERFORM
           CLOSE ACH-RECEIPT-FILE

           IF WS-PROOF-ERROR = SPACES
              EVALUATE TRUE
                  WHEN NOT FILE-HEADER-FOUND
                      MOVE 'FILE IS EMPTY' TO WS-PROOF-ERROR
                  WHEN BATCH-IS-OPEN
                      MOVE 'LAST BATCH HAS NO BATCH CONTROL'
                          TO WS-PROOF-ERROR
                  WHEN NOT FILE-CONTROL-FOUND
                      MOVE 'NO FILE CONTROL - FILE MAY BE TRUNCATED'
                          TO WS-PROOF-ERROR
              END-EVALUATE
           END-IF

           IF WS-PROOF-ERROR NOT = SPACES
              DISPLAY 'FATAL: ACH receipt file refused - '
                      WS-PROOF-ERROR
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           DISPLAY 'ACH receipt file in balance: '
                   WS-VAL-BATCH-COUNT ' batches, '
                   WS-VAL-FILE-ENTRIES ' entries and addenda'
           DISPLAY '  debits $' WS-VAL-FILE-DEBITS
                   '  credits $' WS-VAL-FILE-CREDITS.

       PROVE-ONE-RECORD.
           IF NOT FILE-HEADER-FOUND
              IF WS-FH-RECORD-TYPE-CODE = '1'
                 SET FILE-HEADER-FOUND TO TRUE
                 IF WS-FH-IMMEDIATE-DEST NOT = WS-OUR-IMMEDIATE-DEST
                    MOVE 'FILE IS ADDRESSED TO ANOTHER BANK'
                        TO WS-PROOF-ERROR
                 END-IF
              ELSE
                 MOVE 'FIRST RECORD IS NOT A FILE HEADER'
                     TO WS-PROOF-ERROR
              END-IF
           ELSE
           IF FILE-CONTROL-FOUND
      *       Only block padding (all nines) may follow the file
      *       control record.
              IF WS-ACH-RECORD NOT = ALL '9'
                 MOVE 'RECORDS FOLLOW THE FILE CONTROL'
                     TO WS-PROOF-ERROR
              END-IF
           ELSE
              EVALUATE WS-FH-RECORD-TYPE-CODE
                  WHEN '5'
                      PERFORM PROVE-BATCH-HEADER
                  WHEN '6'
                      PERFORM PROVE-ENTRY-DETAIL
                  WHEN '7'
                      IF BATCH-IS-OPEN
                         ADD 1 TO WS-VAL-BATCH-ENTRIES
                      ELSE
                         MOVE 'ADDENDA OUTSIDE A BATCH'
                             TO WS-PROOF-ERROR
                      END-IF
                  WHEN '8'
                      PERFORM PROVE-BATCH-CONTROL
                  WHEN '9'
                      PERFORM PROVE-FILE-CONTROL
                  WHEN OTHER
                      MOVE 'UNKNOWN RECORD TYPE' TO WS-PROOF-ERROR
              END-EVALUATE
           END-IF
           END-IF.

       PROVE-BATCH-HEADER.
           IF BATCH-IS-OPEN
              MOVE 'BATCH HAS NO BATCH CONTROL' TO WS-PROOF-ERROR
           ELSE
              SET BATCH-IS-OPEN TO TRUE
              ADD 1 TO WS-VAL-BATCH-COUNT
              MOVE ZEROS TO WS-VAL-BATCH-ENTRIES
              MOVE ZEROS TO WS-VAL-BATCH-HASH
              MOVE ZEROS TO WS-VAL-BATCH-DEBITS
              MOVE ZEROS TO WS-VAL-BATCH-CREDITS
           END-IF.

       PROVE-ENTRY-DETAIL.
      *    Debit and credit by the second digit of the transaction
      *    code: 1-4 are credits (live, prenote or return), 6-9
      *    debits.
           IF NOT BATCH-IS-OPEN
              MOVE 'ENTRY OUTSIDE A BATCH' TO WS-PROOF-ERROR
           ELSE
              IF WS-ED-RECEIVING-DFI-ID NOT NUMERIC
                 OR WS-ED-AMOUNT NOT NUMERIC
                 MOVE 'ENTRY WITH NON-NUMERIC DFI OR AMOUNT'
                     TO WS-PROOF-ERROR
              ELSE
                 ADD 1 TO WS-VAL-BATCH-ENTRIES
                 ADD WS-ED-RECEIVING-DFI-ID TO WS-VAL-BATCH-HASH
                 IF WS-ED-TRANSACTION-CODE(2:1) >= '6'
                    ADD WS-ED-AMOUNT TO WS-VAL-BATCH-DEBITS
                 ELSE
                    ADD WS-ED-AMOUNT TO WS-VAL-BATCH-CREDITS
                 END-IF
              END-IF
           END-IF.

       PROVE-BATCH-CONTROL.
           IF NOT BATCH-IS-OPEN
              MOVE 'BATCH CONTROL WITHOUT A BATCH' TO WS-PROOF-ERROR
           ELSE
              MOVE 'N' TO WS-VAL-BATCH-OPEN-FLAG
              COMPUTE WS-VAL-HASH-10 =
                  FUNCTION MOD(WS-VAL-BATCH-HASH, 10000000000)
              IF WS-BC-ENTRY-ADDENDA-COUNT NOT = WS-VAL-BATCH-ENTRIES
                 OR WS-BC-ENTRY-HASH NOT = WS-VAL-HASH-10
                 OR WS-BC-TOTAL-DEBIT-AMOUNT
                        NOT = WS-VAL-BATCH-DEBITS
                 OR WS-BC-TOTAL-CREDIT-AMOUNT
                        NOT = WS-VAL-BATCH-CREDITS
                 DISPLAY '  batch ' WS-BC-BATCH-NUMBER
                         ' entries read ' WS-VAL-BATCH-ENTRIES
                         ' control says ' WS-BC-ENTRY-ADDENDA-COUNT
                 DISPLAY '  debits read $' WS-VAL-BATCH-DEBITS
                         ' control says $' WS-BC-TOTAL-DEBIT-AMOUNT
                 DISPLAY '  credits read $' WS-VAL-BATCH-CREDITS
                         ' control says $' WS-BC-TOTAL-CREDIT-AMOUNT
                 MOVE 'BATCH OUT OF BALANCE' TO WS-PROOF-ERROR
              ELSE
                 ADD WS-VAL-BATCH-ENTRIES TO WS-VAL-FILE-ENTRIES
                 ADD WS-VAL-BATCH-HASH    TO WS-VAL-FILE-HASH
                 ADD WS-VAL-BATCH-DEBITS  TO WS-VAL-FILE-DEBITS
                 ADD WS-VAL-BATCH-CREDITS TO WS-VAL-FILE-CREDITS
              END-IF
           END-IF.

       PROVE-FILE-CONTROL.
           IF BATCH-IS-OPEN
              MOVE 'BATCH HAS NO BATCH CONTROL' TO WS-PROOF-ERROR
           ELSE
              SET FILE-CONTROL-FOUND TO TRUE
              COMPUTE WS-VAL-HASH-10 =
                  FUNCTION MOD(WS-VAL-FILE-HASH, 10000000000)
              IF WS-FC-BATCH-COUNT NOT = WS-VAL-BATCH-COUNT
                 OR WS-FC-ENTRY-ADDENDA-COUNT
                        NOT = WS-VAL-FILE-ENTRIES
                 OR WS-FC-ENTRY-HASH NOT = WS-VAL-HASH-10
                 OR WS-FC-TOTAL-DEBIT-AMOUNT
                        NOT = WS-VAL-FILE-DEBITS
                 OR WS-FC-TOTAL-CREDIT-AMOUNT
                        NOT = WS-VAL-FILE-CREDITS
                 DISPLAY '  batches read ' WS-VAL-BATCH-COUNT
                         ' control says ' WS-FC-BATCH-COUNT
                 DISPLAY '  entries read ' WS-VAL-FILE-ENTRIES
                         ' control says ' WS-FC-ENTRY-ADDENDA-COUNT
                 DISPLAY '  debits read $' WS-VAL-FILE-DEBITS
                         ' control says $' WS-FC-TOTAL-DEBIT-AMOUNT
                 DISPLAY '  credits read $' WS-VAL-FILE-CREDITS
                         ' control says $' WS-FC-TOTAL-CREDIT-AMOUNT
                 MOVE 'FILE OUT OF BALANCE' TO WS-PROOF-ERROR
              END-IF
           END-IF.

       STAGE-RECEIVED-ENTRIES.
           MOVE '00' TO WS-RECEIPT-STATUS
           OPEN INPUT ACH-RECEIPT-FILE
           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCT-STATUS NOT = '00'
              DISPLAY 'FATAL: unable to open ACCOUNTS.DAT (status '
                      WS-ACCT-STATUS ')'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN EXTEND TRANSACTION-FILE
           IF WS-TXN-STATUS = '35'
              OPEN OUTPUT TRANSACTION-FILE
           END-IF
           OPEN EXTEND RETURN-STAGE-FILE
           IF WS-STAGE-STATUS = '35'
              OPEN OUTPUT RETURN-STAGE-FILE
           END-IF

           PERFORM UNTIL WS-RECEIPT-EOF
              READ ACH-RECEIPT-FILE INTO WS-ACH-RECORD
                  AT END
                      SET WS-RECEIPT-EOF TO TRUE
                  NOT AT END
                      EVALUATE WS-FH-RECORD-TYPE-CODE
                          WHEN '5'
                              MOVE WS-BH-COMPANY-NAME
                                  TO WS-CB-COMPANY-NAME
                              MOVE WS-BH-ENTRY-DESCRIPTION
                                  TO WS-CB-ENTRY-DESCRIPTION
                              MOVE WS-BH-BATCH-NUMBER
                                  TO WS-CB-BATCH-NUMBER
                          WHEN '6'
                              ADD 1 TO WS-ENTRIES-READ
                              PERFORM DISPOSE-RECEIVED-ENTRY
                          WHEN OTHER
                              CONTINUE
                      END-EVALUATE
              END-READ
           END-PERFORM

           CLOSE ACH-RECEIPT-FILE
           CLOSE ACCOUNT-FILE
           CLOSE TRANSACTION-FILE
           CLOSE RETURN-STAGE-FILE.

       DISPOSE-RECEIVED-ENTRY.
      *    Returns of our own outbound entries and GL or loan
      *    entries are not customer postings - they are left for
      *    ACH operations to work by hand.
           IF NOT WS-ED-LIVE-CREDIT
              AND NOT WS-ED-LIVE-DEBIT
              AND NOT WS-ED-PRENOTE
              ADD 1 TO WS-ENTRIES-REFERRED
              DISPLAY 'ACH entry trace ' WS-ED-TRACE-NUMBER
                      ' transaction code ' WS-ED-TRANSACTION-CODE
                      ' not posted here - refer to ACH operations'
           ELSE
              PERFORM VET-ENTRY-ACCOUNT
              EVALUATE TRUE
                  WHEN WS-RETURN-REASON NOT = SPACES
                      PERFORM STAGE-ENTRY-RETURN
                  WHEN WS-ED-PRENOTE
                      ADD 1 TO WS-PRENOTES-ACCEPTED
                  WHEN OTHER
                      PERFORM WRITE-ENTRY-TRANSACTION
              END-EVALUATE
           END-IF.

       VET-ENTRY-ACCOUNT.
      *    Each test maps to the NACHA return reason the originator
      *    will act on: R04 invalid account number, R03 no account,
      *    R02 account closed, R16 account frozen, R20 not a
      *    transaction account.
           MOVE SPACES TO WS-RETURN-REASON
           PERFORM PARSE-ENTRY-ACCOUNT
           IF WS-RETURN-REASON = SPACES
              MOVE WS-ENTRY-ACCOUNT TO WS-CKD-ACCOUNT
              PERFORM VALIDATE-ACCOUNT-CHECK-DIGIT
              IF NOT ACCOUNT-CHECK-DIGIT-OK
                 MOVE 'R04' TO WS-RETURN-REASON
              END-IF
           END-IF
           IF WS-RETURN-REASON = SPACES
              MOVE WS-ENTRY-ACCOUNT TO ACCT-ACCOUNT-NUMBER
              READ ACCOUNT-FILE
                  INVALID KEY
                      MOVE 'R03' TO WS-RETURN-REASON
                  NOT INVALID KEY
                      EVALUATE TRUE
                          WHEN ACCT-CLOSED
                              MOVE 'R02' TO WS-RETURN-REASON
                          WHEN NOT ACCT-ACTIVE
                              MOVE 'R16' TO WS-RETURN-REASON
                          WHEN ACCT-LOAN OR ACCT-CD OR ACCT-IS-IRA
                              MOVE 'R20' TO WS-RETURN-REASON
                          WHEN OTHER
                              CONTINUE
                      END-EVALUATE
              END-READ
           END-IF.

       PARSE-ENTRY-ACCOUNT.
           MOVE 17 TO WS-EAW-LENGTH
           PERFORM UNTIL WS-EAW-LENGTH = ZEROS
                   OR WS-ED-DFI-ACCOUNT-NUMBER(WS-EAW-LENGTH:1)
                          NOT = SPACE
              SUBTRACT 1 FROM WS-EAW-LENGTH
           END-PERFORM
           IF WS-EAW-LENGTH = ZEROS OR WS-EAW-LENGTH > 10
              MOVE 'R04' TO WS-RETURN-REASON
           ELSE
              IF WS-ED-DFI-ACCOUNT-NUMBER(1:WS-EAW-LENGTH)
                     NOT NUMERIC
                 MOVE 'R04' TO WS-RETURN-REASON
              ELSE
                 MOVE ALL '0' TO WS-EAW-TEXT
                 COMPUTE WS-EAW-START = 11 - WS-EAW-LENGTH
                 MOVE WS-ED-DFI-ACCOUNT-NUMBER(1:WS-EAW-LENGTH)
                     TO WS-EAW-TEXT(WS-EAW-START:WS-EAW-LENGTH)
                 MOVE WS-EAW-NUMBER TO WS-ENTRY-ACCOUNT
              END-IF
           END-IF.

       STAGE-ENTRY-RETURN.
           MOVE WS-ED-TRACE-NUMBER TO ARS-TRACE-NUMBER
           MOVE WS-RETURN-REASON   TO ARS-RETURN-REASON
           MOVE WS-TODAY-YMD       TO ARS-STAGED-DATE
           WRITE RETURN-STAGE-RECORD
           ADD 1 TO WS-ENTRIES-RETURNED
           DISPLAY 'ACH entry trace ' WS-ED-TRACE-NUMBER
                   ' account ' WS-ED-DFI-ACCOUNT-NUMBER
                   ' returned ' WS-RETURN-REASON.

       WRITE-ENTRY-TRANSACTION.
           MOVE SPACES             TO TRANSACTION-RECORD
           MOVE WS-ENTRY-ACCOUNT   TO TXN-ACCOUNT-NUMBER
           IF WS-ED-LIVE-CREDIT
              MOVE 'AH'            TO TXN-TYPE
              ADD 1 TO WS-CREDITS-STAGED
              ADD WS-ED-AMOUNT TO WS-CREDIT-AMOUNT-STAGED
           ELSE
              MOVE 'AD'            TO TXN-TYPE
              ADD 1 TO WS-DEBITS-STAGED
              ADD WS-ED-AMOUNT TO WS-DEBIT-AMOUNT-STAGED
           END-IF
           MOVE ZEROS              TO TXN-TO-ACCOUNT-NUMBER
           MOVE WS-ED-AMOUNT       TO TXN-AMOUNT
           MOVE WS-TODAY-YMD       TO TXN-DATE
           MOVE ZEROS              TO TXN-TIME
           STRING 'ACH ' WS-CB-COMPANY-NAME ' '
                  WS-CB-ENTRY-DESCRIPTION
               DELIMITED BY SIZE INTO TXN-DESCRIPTION
           END-STRING
           MOVE 'N'                TO TXN-PROCESSED-FLAG
           MOVE ZEROS              TO TXN-CHECK-NUMBER
           MOVE ZEROS              TO TXN-BRANCH-CODE
           MOVE ZEROS              TO TXN-EXT-ROUTING-NUMBER
           MOVE SPACES             TO TXN-EXT-ACCOUNT-NUMBER
           MOVE SPACES             TO TXN-TELLER-ID
           WRITE TRANSACTION-RECORD.

       LOAD-CKD-EXEMPTIONS.
      *    No exemption file just means the book has no pre-scheme
      *    numbers left - every number must then carry a valid
      *    check digit. A full table would wrongly return entries
      *    to live pre-scheme accounts, so it refuses the run
      *    instead.
           MOVE ZEROS TO WS-CKX-COUNT
           OPEN INPUT CKD-EXEMPT-FILE
           IF WS-CKX-STATUS NOT = '00'
              SET WS-CKX-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-CKX-EOF
              READ CKD-EXEMPT-FILE
                  AT END
                      SET WS-CKX-EOF TO TRUE
                  NOT AT END
                      IF WS-CKX-COUNT < 20000
                         ADD 1 TO WS-CKX-COUNT
                         MOVE CKX-ACCOUNT-NUMBER
                             TO WS-CKX-ACCOUNT(WS-CKX-COUNT)
                      ELSE
                         DISPLAY 'FATAL: check-digit exemption '
                                 'table full (20000 entries) - '
                                 'run refused'
                         MOVE 8 TO RETURN-CODE
                         STOP RUN
                      END-IF
              END-READ
           END-PERFORM
           IF WS-CKX-STATUS NOT = '35'
              CLOSE CKD-EXEMPT-FILE
           END-IF
           DISPLAY 'Check-digit exemptions loaded: ' WS-CKX-COUNT.

       CHECK-CKD-EXEMPTION.
           MOVE 'N' TO WS-CKX-FOUND-FLAG
           IF WS-CKX-COUNT > ZEROS
              SEARCH ALL WS-CKX-ENTRY
                  AT END
                      CONTINUE
                  WHEN WS-CKX-ACCOUNT(WS-CKX-IDX) = WS-CKD-ACCOUNT
                      SET ACCOUNT-CKD-EXEMPT TO TRUE
              END-SEARCH
           END-IF.

       COMPUTE-ACCOUNT-CHECK-DIGIT.
      *    Mod-10 double-add-double over the first nine digits of
      *    WS-CKD-ACCOUNT: odd positions doubled (digits above nine
      *    reduced by nine), the result summed, and the check digit
      *    is what brings the sum to the next multiple of ten.
           MOVE ZEROS TO WS-CKD-SUM
           PERFORM VARYING WS-CKD-SUB FROM 1 BY 1
                   UNTIL WS-CKD-SUB > 9
              IF FUNCTION MOD(WS-CKD-SUB, 2) = 1
                 COMPUTE WS-CKD-PRODUCT =
                     WS-CKD-DIGIT(WS-CKD-SUB) * 2
                 IF WS-CKD-PRODUCT > 9
                    SUBTRACT 9 FROM WS-CKD-PRODUCT
                 END-IF
              ELSE
                 MOVE WS-CKD-DIGIT(WS-CKD-SUB) TO WS-CKD-PRODUCT
              END-IF
              ADD WS-CKD-PRODUCT TO WS-CKD-SUM
           END-PERFORM
           COMPUTE WS-CKD-EXPECTED =
               FUNCTION MOD(10 - FUNCTION MOD(WS-CKD-SUM, 10), 10).

       VALIDATE-ACCOUNT-CHECK-DIGIT.
      *    A number failing mod-10 may still be a pre-scheme account
      *    from before the check digit existed - those pass by
      *    exemption until they are renumbered away.
           PERFORM COMPUTE-ACCOUNT-CHECK-DIGIT
           IF WS-CKD-DIGIT(10) = WS-CKD-EXPECTED
              MOVE 'Y' TO WS-CKD-VALID-FLAG
           ELSE
              PERFORM CHECK-CKD-EXEMPTION
              IF ACCOUNT-CKD-EXEMPT
                 MOVE 'Y' TO WS-CKD-VALID-FLAG
              ELSE
                 MOVE 'N' TO WS-CKD-VALID-FLAG
              END-IF
           END-IF.

       CLEANUP.
           DISPLAY ' '
           DISPLAY 'ACH Receipt Intake Summary'
           DISPLAY '=========================='
           DISPLAY 'Entries read:       ' WS-ENTRIES-READ
           DISPLAY 'Credits staged:     ' WS-CREDITS-STAGED
                   ' Amount: $' WS-CREDIT-AMOUNT-STAGED
           DISPLAY 'Debits staged:      ' WS-DEBITS-STAGED
                   ' Amount: $' WS-DEBIT-AMOUNT-STAGED
           DISPLAY 'Prenotes accepted:  ' WS-PRENOTES-ACCEPTED
           DISPLAY 'Entries returned:   ' WS-ENTRIES-RETURNED
           DISPLAY 'Referred to ACH ops: ' WS-ENTRIES-REFERRED

           IF WS-ENTRIES-REFERRED > ZEROS
              MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM WRITE-RUN-STATISTICS
           DISPLAY 'ACH Receipt Intake - Complete'.

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
           MOVE WS-ENTRIES-READ TO OPS-RECORDS-READ
           COMPUTE OPS-RECORDS-WRITTEN =
               WS-CREDITS-STAGED + WS-DEBITS-STAGED
           COMPUTE OPS-RECORDS-REJECTED =
               WS-ENTRIES-RETURNED + WS-ENTRIES-REFERRED
           WRITE OPS-STATS-RECORD
           CLOSE OPS-STATS-FILE.
