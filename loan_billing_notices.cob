      *****************************************************************
      * LOAN BILLING NOTICES
      * Daily batch, run after BANKING-SYSTEM's cycle, that bills
      * every active 'LN' borrower ahead of the payment due date,
      * where LOAN-DELINQUENCY only lists loans already late. A loan
      * whose ACCT-LOAN-NEXT-DUE-DATE falls within the billing lead
      * (15 days, or LEADDAYS=nn on the command line) gets one
      * notice for that due date, showing:
      *   - the amount due - the scheduled payment, or the balance
      *     plus a month's interest when that is less;
      *   - the interest/principal split of the last payment posted,
      *     taken from the 'LOAN-PAYMENT-INTEREST' and
      *     'LOAN-PAYMENT-PRINCIPAL' entries on AUDIT-ARCHIVE.DAT
      *     and AUDIT-TRAIL.DAT;
      *   - the remaining principal and the current rate.
      * LOAN-BILLING-STATUS.DAT remembers the last due date billed
      * per loan, so a rerun or a run that lands twice inside the
      * lead does not bill the same installment again.
      *
      * Copyright (c) 2026 sekacorn
      * Contact: sekacorn@gmail.com
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAN-BILLING-NOTICES.
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

      *    Last due date billed per loan, so each installment is
      *    billed once.
           SELECT BILLING-STATUS-FILE
               ASSIGN TO "LOAN-BILLING-STATUS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LBS-ACCOUNT-NUMBER
               FILE STATUS IS WS-LBS-STATUS.

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
               ASSIGN TO "LOAN-BILLING-NOTICES.TXT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT BILLING-REPORT-FILE
               ASSIGN TO "LOAN-BILLING-REPORT.TXT"
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
          05 AUDIT-ARC-ROLL-DATE        PIC 9(8).
          05 AUDIT-ARC-IMAGE.
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

       FD BILLING-STATUS-FILE.
       01 BILLING-STATUS-RECORD.
          05 LBS-ACCOUNT-NUMBER         PIC 9(10).
          05 LBS-LAST-BILLED-DUE-DATE   PIC 9(8).
          05 LBS-LAST-BILLED-ON         PIC 9(8).
          05 LBS-LAST-AMOUNT-BILLED     PIC 9(9)V99.

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

       FD BILLING-REPORT-FILE.
       01 BILLING-REPORT-LINE           PIC X(132).

       WORKING-STORAGE SECTION.
      *    Run statistics captured for the cycle summary report.
       01 WS-OPS-STATS-STATUS           PIC X(2).
       01 WS-OPS-PROGRAM-NAME           PIC X(30)
          VALUE 'LOAN-BILLING-NOTICES'.
       01 WS-OPS-START-STAMP            PIC X(14).

       01 WS-ACCT-STATUS                PIC X(2).
       01 WS-CUST-STATUS                PIC X(2).
       01 WS-LBS-STATUS                 PIC X(2).
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
       01 WS-AUDIT-FILE-STATUS          PIC X(2).
          88 WS-AUDIT-FILE-EOF          VALUE '10'.
       01 WS-ARCHIVE-STATUS             PIC X(2).
          88 WS-ARCHIVE-EOF             VALUE '10'.
      *    Payment entry being tracked, from the archive or the trail.
       01 WS-PAY-ENTRY.
          05 WS-PAY-TIMESTAMP           PIC X(26).
          05 WS-PAY-OPERATION           PIC X(30).
          05 WS-PAY-ACCOUNT             PIC 9(10).
          05 WS-PAY-AMOUNT              PIC S9(13)V9(6).

       01 WS-TODAY-YMD                  PIC 9(8).
       01 WS-CLI-PARM                   PIC X(60).
       01 WS-LEAD-DAYS                  PIC 9(2) VALUE 15.
       01 WS-BILL-THROUGH-DATE          PIC 9(8).

      *    Loans billed this run, with the last payment found for
      *    each on the audit trail.
       01 WS-BILL-COUNT                 PIC 9(5) VALUE ZEROS.
       01 WS-BILL-TABLE.
          05 WS-BILL-ENTRY OCCURS 0 TO 5000 TIMES
             DEPENDING ON WS-BILL-COUNT
             INDEXED BY WS-BILL-IDX.
             10 WS-BILL-ACCOUNT         PIC 9(10).
             10 WS-BILL-LAST-PAY-DATE   PIC 9(8).
             10 WS-BILL-LAST-PRINCIPAL  PIC 9(13)V99.
             10 WS-BILL-LAST-INTEREST   PIC 9(13)V99.
       01 WS-BILL-SUB                   PIC 9(5).
       01 WS-BILL-FOUND-FLAG            PIC X VALUE 'N'.
          88 BILLED-LOAN-FOUND          VALUE 'Y'.

       01 WS-BILLING-WORK.
          05 WS-MONTH-INTEREST          PIC 9(13)V99.
          05 WS-PAYOFF-AT-DUE           PIC 9(13)V99.
          05 WS-AMOUNT-DUE              PIC 9(9)V99.

       01 WS-COUNTERS.
          05 WS-ACCOUNTS-SCANNED        PIC 9(7) VALUE ZEROS.
          05 WS-LOANS-IN-WINDOW         PIC 9(6) VALUE ZEROS.
          05 WS-ALREADY-BILLED          PIC 9(6) VALUE ZEROS.
          05 WS-NOTICES-PRODUCED        PIC 9(6) VALUE ZEROS.
          05 WS-MAIL-SUPPRESS-COUNT     PIC 9(6) VALUE ZEROS.
          05 WS-MISSING-JOIN-COUNT      PIC 9(6) VALUE ZEROS.
          05 WS-TOTAL-BILLED            PIC 9(13)V99 VALUE ZEROS.

       01 WS-JOIN-FOUND-FLAG            PIC X.
          88 CUSTOMER-JOIN-FOUND        VALUE 'Y'.

       01 WS-AMOUNT-ED                  PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-PRINCIPAL-ED               PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-INTEREST-ED                PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-BALANCE-ED                 PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
       01 WS-RATE-ED                    PIC 9.9999.
       01 WS-NOTICE-TEXT                PIC X(132).
       01 WS-UNDELIV-TEXT               PIC X(132).

       01 WS-REPORT-HEADER-1.
          05 FILLER                     PIC X(50)
             VALUE '        LOAN BILLING NOTICE REGISTER'.
       01 WS-REPORT-HEADER-2.
          05 FILLER                     PIC X(73)
             VALUE 'Account     Customer  Due Date     Amount Due     '
                   & 'Principal   Disposition'.

       01 WS-REPORT-LINE.
          05 WS-RPT-ACCOUNT             PIC 9(10).
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-RPT-CUSTOMER            PIC 9(8).
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-RPT-DUE-DATE            PIC 9(8).
          05 FILLER                     PIC X(1) VALUE SPACES.
          05 WS-RPT-AMOUNT-DUE          PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                     PIC X(1) VALUE SPACES.
          05 WS-RPT-PRINCIPAL           PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                     PIC X(3) VALUE SPACES.
          05 WS-RPT-DISPOSITION         PIC X(30).

       PROCEDURE DIVISION.
       MAIN-CONTROL.
           PERFORM INITIALIZATION
           PERFORM SELECT-LOANS-TO-BILL
           PERFORM LOAD-LAST-PAYMENTS
           PERFORM PRODUCE-BILLING-NOTICES
           PERFORM CLEANUP
           STOP RUN.

       INITIALIZATION.
           DISPLAY 'Loan Billing Notices - Started'
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-OPS-START-STAMP
           DISPLAY '=============================='
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-YMD

      *    LEADDAYS=nn on the command line changes how far ahead of
      *    the due date the notice goes out.
           ACCEPT WS-CLI-PARM FROM COMMAND-LINE
           IF WS-CLI-PARM(1:9) = 'LEADDAYS='
              AND WS-CLI-PARM(10:2) IS NUMERIC
              MOVE WS-CLI-PARM(10:2) TO WS-LEAD-DAYS
           END-IF
           COMPUTE WS-BILL-THROUGH-DATE =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-YMD)
                   + WS-LEAD-DAYS)
           DISPLAY 'Billing installments due through '
                   WS-BILL-THROUGH-DATE

           OPEN INPUT ACCOUNT-FILE
           OPEN INPUT CUSTOMER-MASTER
      *    First ever run creates the billing status file; after
      *    that it is opened for update in place.
           OPEN I-O BILLING-STATUS-FILE
           IF WS-LBS-STATUS = '35'
              OPEN OUTPUT BILLING-STATUS-FILE
              CLOSE BILLING-STATUS-FILE
              OPEN I-O BILLING-STATUS-FILE
           END-IF
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
           OPEN OUTPUT BILLING-REPORT-FILE
           WRITE BILLING-REPORT-LINE FROM WS-REPORT-HEADER-1
           WRITE BILLING-REPORT-LINE FROM WS-REPORT-HEADER-2.

       SELECT-LOANS-TO-BILL.
      *    An installment already past due is LOAN-DELINQUENCY's
      *    business, so only due dates from today through the lead
      *    are billed.
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
                      ADD 1 TO WS-ACCOUNTS-SCANNED
                      IF ACCT-LOAN AND ACCT-ACTIVE
                         AND ACCT-BALANCE > ZEROS
                         AND ACCT-LOAN-NEXT-DUE-DATE >= WS-TODAY-YMD
                         AND ACCT-LOAN-NEXT-DUE-DATE
                             <= WS-BILL-THROUGH-DATE
                         ADD 1 TO WS-LOANS-IN-WINDOW
                         PERFORM CHECK-ALREADY-BILLED
                      END-IF
              END-READ
           END-PERFORM
           DISPLAY 'Loans to bill: ' WS-BILL-COUNT.

       CHECK-ALREADY-BILLED.
           MOVE ACCT-ACCOUNT-NUMBER TO LBS-ACCOUNT-NUMBER
           READ BILLING-STATUS-FILE
               INVALID KEY
                   PERFORM ADD-LOAN-TO-BILL
               NOT INVALID KEY
                   IF LBS-LAST-BILLED-DUE-DATE
                      = ACCT-LOAN-NEXT-DUE-DATE
                      ADD 1 TO WS-ALREADY-BILLED
                   ELSE
                      PERFORM ADD-LOAN-TO-BILL
                   END-IF
           END-READ.

       ADD-LOAN-TO-BILL.
      *    A full table would silently skip a borrower's bill, so
      *    the run refuses instead.
           IF WS-BILL-COUNT >= 5000
              DISPLAY 'FATAL: billing table full (5000 loans) - '
                      'run refused'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO WS-BILL-COUNT
           MOVE ACCT-ACCOUNT-NUMBER TO WS-BILL-ACCOUNT(WS-BILL-COUNT)
           MOVE ZEROS TO WS-BILL-LAST-PAY-DATE(WS-BILL-COUNT)
           MOVE ZEROS TO WS-BILL-LAST-PRINCIPAL(WS-BILL-COUNT)
           MOVE ZEROS TO WS-BILL-LAST-INTEREST(WS-BILL-COUNT).

       LOAD-LAST-PAYMENTS.
      *    BANKING-SYSTEM writes the principal line of a payment and
      *    then its interest line, so a principal line starts a new
      *    payment and the latest pair on the trail is the last
      *    payment.  A loan not paid since the last month-end roll
      *    has its last payment only on the archive, so the archive
      *    is read first and the live trail after it, oldest first.
           IF WS-BILL-COUNT > ZEROS
              OPEN INPUT AUDIT-ARCHIVE-FILE
              IF WS-ARCHIVE-STATUS = '00'
                 PERFORM UNTIL WS-ARCHIVE-EOF
                    READ AUDIT-ARCHIVE-FILE
                        AT END
                            SET WS-ARCHIVE-EOF TO TRUE
                        NOT AT END
                            IF ARC-STATUS = 'POSTED'
                               AND (ARC-OPERATION
                                    = 'LOAN-PAYMENT-PRINCIPAL'
                                    OR ARC-OPERATION
                                    = 'LOAN-PAYMENT-INTEREST')
                               MOVE ARC-TIMESTAMP TO WS-PAY-TIMESTAMP
                               MOVE ARC-OPERATION TO WS-PAY-OPERATION
                               MOVE ARC-ACCOUNT   TO WS-PAY-ACCOUNT
                               MOVE ARC-AMOUNT    TO WS-PAY-AMOUNT
                               PERFORM TRACK-LOAN-PAYMENT
                            END-IF
                    END-READ
                 END-PERFORM
                 CLOSE AUDIT-ARCHIVE-FILE
              END-IF

              OPEN INPUT AUDIT-TRAIL-FILE
              IF WS-AUDIT-FILE-STATUS NOT = '00'
                 DISPLAY 'WARNING: unable to open AUDIT-TRAIL.DAT '
                         '(status ' WS-AUDIT-FILE-STATUS ') - notices '
                         'go out without the last payment'
                 SET WS-AUDIT-FILE-EOF TO TRUE
              END-IF

              PERFORM UNTIL WS-AUDIT-FILE-EOF
                 READ AUDIT-TRAIL-FILE
                     AT END
                         SET WS-AUDIT-FILE-EOF TO TRUE
                     NOT AT END
                         IF AUDIT-STATUS = 'POSTED'
                            AND (AUDIT-OPERATION
                                 = 'LOAN-PAYMENT-PRINCIPAL'
                                 OR AUDIT-OPERATION
                                 = 'LOAN-PAYMENT-INTEREST')
                            MOVE AUDIT-TIMESTAMP TO WS-PAY-TIMESTAMP
                            MOVE AUDIT-OPERATION TO WS-PAY-OPERATION
                            MOVE AUDIT-ACCOUNT   TO WS-PAY-ACCOUNT
                            MOVE AUDIT-AMOUNT    TO WS-PAY-AMOUNT
                            PERFORM TRACK-LOAN-PAYMENT
                         END-IF
                 END-READ
              END-PERFORM

              IF WS-AUDIT-FILE-STATUS NOT = '35'
                 CLOSE AUDIT-TRAIL-FILE
              END-IF
           END-IF.

       TRACK-LOAN-PAYMENT.
           MOVE 'N' TO WS-BILL-FOUND-FLAG
           SET WS-BILL-IDX TO 1
           SEARCH WS-BILL-ENTRY
               VARYING WS-BILL-IDX
               AT END
                   CONTINUE
               WHEN WS-BILL-ACCOUNT(WS-BILL-IDX) = WS-PAY-ACCOUNT
                   SET BILLED-LOAN-FOUND TO TRUE
           END-SEARCH
           IF BILLED-LOAN-FOUND
              IF WS-PAY-OPERATION = 'LOAN-PAYMENT-PRINCIPAL'
                 MOVE WS-PAY-TIMESTAMP(1:8)
                     TO WS-BILL-LAST-PAY-DATE(WS-BILL-IDX)
                 MOVE WS-PAY-AMOUNT
                     TO WS-BILL-LAST-PRINCIPAL(WS-BILL-IDX)
                 MOVE ZEROS TO WS-BILL-LAST-INTEREST(WS-BILL-IDX)
              ELSE
                 MOVE WS-PAY-AMOUNT
                     TO WS-BILL-LAST-INTEREST(WS-BILL-IDX)
              END-IF
           END-IF.

       PRODUCE-BILLING-NOTICES.
           PERFORM VARYING WS-BILL-SUB FROM 1 BY 1
                   UNTIL WS-BILL-SUB > WS-BILL-COUNT
              MOVE WS-BILL-ACCOUNT(WS-BILL-SUB) TO ACCT-ACCOUNT-NUMBER
              READ ACCOUNT-FILE
                  INVALID KEY
                      DISPLAY 'WARNING: loan ' ACCT-ACCOUNT-NUMBER
                              ' vanished before billing'
                  NOT INVALID KEY
                      PERFORM BILL-ONE-LOAN
              END-READ
           END-PERFORM.

       BILL-ONE-LOAN.
      *    The final installment asks only for what retires the
      *    loan: the principal plus one month's interest, when that
      *    is less than the scheduled payment.
           COMPUTE WS-MONTH-INTEREST ROUNDED =
               ACCT-BALANCE * ACCT-INTEREST-RATE / 12
           COMPUTE WS-PAYOFF-AT-DUE = ACCT-BALANCE + WS-MONTH-INTEREST
           IF WS-PAYOFF-AT-DUE < ACCT-LOAN-PAYMENT-AMOUNT
              MOVE WS-PAYOFF-AT-DUE TO WS-AMOUNT-DUE
           ELSE
              MOVE ACCT-LOAN-PAYMENT-AMOUNT TO WS-AMOUNT-DUE
           END-IF

           MOVE ACCT-ACCOUNT-NUMBER     TO WS-RPT-ACCOUNT
           MOVE ACCT-CUSTOMER-ID        TO WS-RPT-CUSTOMER
           MOVE ACCT-LOAN-NEXT-DUE-DATE TO WS-RPT-DUE-DATE
           MOVE WS-AMOUNT-DUE           TO WS-RPT-AMOUNT-DUE
           MOVE ACCT-BALANCE            TO WS-RPT-PRINCIPAL

           PERFORM WRITE-BILLING-NOTICE
           PERFORM RECORD-INSTALLMENT-BILLED
           ADD WS-AMOUNT-DUE TO WS-TOTAL-BILLED
           WRITE BILLING-REPORT-LINE FROM WS-REPORT-LINE.

       WRITE-BILLING-NOTICE.
      *    A customer enrolled in e-delivery gets the bill through
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
                   MOVE 'CUSTOMER NOT ON FILE - MANUAL'
                       TO WS-RPT-DISPOSITION
                   DISPLAY 'WARNING: customer ' ACCT-CUSTOMER-ID
                           ' not on file - bill for loan '
                           ACCT-ACCOUNT-NUMBER
                           ' needs manual handling'
               WHEN CUST-EDELIVERY-ENROLLED
                AND CUST-EMAIL-ADDRESS NOT = SPACES
                   MOVE 'NOTICE SENT ELECTRONICALLY'
                       TO WS-RPT-DISPOSITION
                   MOVE 'LOANBILL' TO WS-EDELIV-DOC-TYPE
                   PERFORM START-ELECTRONIC-DOCUMENT
                   PERFORM PRINT-BILLING-NOTICE
               WHEN CUST-MAIL-RETURNED
                   ADD 1 TO WS-MAIL-SUPPRESS-COUNT
                   MOVE 'SUPPRESSED - RETURNED MAIL'
                       TO WS-RPT-DISPOSITION
                   MOVE SPACES TO WS-UNDELIV-TEXT
                   STRING CUST-CUSTOMER-ID DELIMITED BY SIZE
                          '  ' DELIMITED BY SIZE
                          CUST-NAME DELIMITED BY SIZE
                          '  LOAN BILL SUPPRESSED - RETURNED '
                          DELIMITED BY SIZE
                          CUST-MAIL-RETURNED-DATE
                          DELIMITED BY SIZE
                          INTO WS-UNDELIV-TEXT
                   END-STRING
                   WRITE UNDELIVERABLE-LINE FROM WS-UNDELIV-TEXT
               WHEN OTHER
                   MOVE 'NOTICE PRINTED' TO WS-RPT-DISPOSITION
                   PERFORM PRINT-BILLING-NOTICE
           END-EVALUATE.

       PRINT-BILLING-NOTICE.
           ADD 1 TO WS-NOTICES-PRODUCED
           MOVE SPACES TO NOTICE-LINE
           PERFORM PUT-NOTICE-LINE
           MOVE '                LOAN PAYMENT NOTICE' TO NOTICE-LINE
           PERFORM PUT-NOTICE-LINE
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

           MOVE WS-AMOUNT-DUE TO WS-AMOUNT-ED
           MOVE SPACES TO WS-NOTICE-TEXT
           STRING 'Loan ' ACCT-ACCOUNT-NUMBER
                  '   Payment due ' ACCT-LOAN-NEXT-DUE-DATE
                  '   Amount due: $' WS-AMOUNT-ED
               DELIMITED BY SIZE INTO WS-NOTICE-TEXT
           END-STRING
           MOVE WS-NOTICE-TEXT TO NOTICE-LINE
           PERFORM PUT-NOTICE-LINE

           IF WS-BILL-LAST-PAY-DATE(WS-BILL-SUB) > ZEROS
              MOVE WS-BILL-LAST-PRINCIPAL(WS-BILL-SUB)
                  TO WS-PRINCIPAL-ED
              MOVE WS-BILL-LAST-INTEREST(WS-BILL-SUB)
                  TO WS-INTEREST-ED
              MOVE SPACES TO WS-NOTICE-TEXT
              STRING 'Last payment received '
                     WS-BILL-LAST-PAY-DATE(WS-BILL-SUB)
                     ': interest $' WS-INTEREST-ED
                     '  principal $' WS-PRINCIPAL-ED
                  DELIMITED BY SIZE INTO WS-NOTICE-TEXT
              END-STRING
           ELSE
              MOVE 'No payment has been received on this loan yet.'
                  TO WS-NOTICE-TEXT
           END-IF
           MOVE WS-NOTICE-TEXT TO NOTICE-LINE
           PERFORM PUT-NOTICE-LINE

           MOVE ACCT-BALANCE       TO WS-BALANCE-ED
           MOVE ACCT-INTEREST-RATE TO WS-RATE-ED
           MOVE SPACES TO WS-NOTICE-TEXT
           STRING 'Remaining principal: $' WS-BALANCE-ED
                  '   Interest rate: ' WS-RATE-ED
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

       RECORD-INSTALLMENT-BILLED.
      *    Recorded even when the notice was suppressed or needs
      *    manual handling, so tomorrow's run does not raise the
      *    same installment again.
           MOVE ACCT-ACCOUNT-NUMBER TO LBS-ACCOUNT-NUMBER
           READ BILLING-STATUS-FILE
               INVALID KEY
                   MOVE ACCT-LOAN-NEXT-DUE-DATE
                       TO LBS-LAST-BILLED-DUE-DATE
                   MOVE WS-TODAY-YMD  TO LBS-LAST-BILLED-ON
                   MOVE WS-AMOUNT-DUE TO LBS-LAST-AMOUNT-BILLED
                   WRITE BILLING-STATUS-RECORD
                       INVALID KEY
                           DISPLAY 'ERROR: unable to record bill '
                                   'for loan ' ACCT-ACCOUNT-NUMBER
                   END-WRITE
               NOT INVALID KEY
                   MOVE ACCT-LOAN-NEXT-DUE-DATE
                       TO LBS-LAST-BILLED-DUE-DATE
                   MOVE WS-TODAY-YMD  TO LBS-LAST-BILLED-ON
                   MOVE WS-AMOUNT-DUE TO LBS-LAST-AMOUNT-BILLED
                   REWRITE BILLING-STATUS-RECORD
                       INVALID KEY
                           DISPLAY 'ERROR: unable to record bill '
                                   'for loan ' ACCT-ACCOUNT-NUMBER
                   END-REWRITE
           END-READ.

       CLEANUP.
           DISPLAY ' '
           DISPLAY 'Loan Billing Notices Summary'
           DISPLAY '============================'
           DISPLAY 'Accounts scanned:     ' WS-ACCOUNTS-SCANNED
           DISPLAY 'Loans due in lead:    ' WS-LOANS-IN-WINDOW
           DISPLAY 'Already billed:       ' WS-ALREADY-BILLED
           DISPLAY 'Installments billed:  ' WS-BILL-COUNT
           DISPLAY 'Notices produced:     ' WS-NOTICES-PRODUCED
           DISPLAY 'Suppressed (returned mail): '
                   WS-MAIL-SUPPRESS-COUNT
           DISPLAY 'Delivered electronically:   '
                   WS-EDELIV-DOC-COUNT
           DISPLAY 'Missing joins:        ' WS-MISSING-JOIN-COUNT
           DISPLAY 'Total amount billed: $' WS-TOTAL-BILLED

           CLOSE ACCOUNT-FILE
           CLOSE CUSTOMER-MASTER
           CLOSE BILLING-STATUS-FILE
           CLOSE NOTICE-FILE
           CLOSE UNDELIVERABLE-FILE
           CLOSE EDELIVERY-FILE
           CLOSE BILLING-REPORT-FILE

           PERFORM WRITE-RUN-STATISTICS
           DISPLAY 'Loan Billing Notices - Complete'.

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
           MOVE WS-LOANS-IN-WINDOW TO OPS-RECORDS-READ
           MOVE WS-NOTICES-PRODUCED TO OPS-RECORDS-WRITTEN
           MOVE WS-MISSING-JOIN-COUNT TO OPS-RECORDS-REJECTED
           WRITE OPS-STATS-RECORD
           CLOSE OPS-STATS-FILE.
