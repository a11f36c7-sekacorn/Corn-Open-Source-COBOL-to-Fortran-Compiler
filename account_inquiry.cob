      *****************************************************************
      * ACCOUNT INQUIRY
      * Single-account snapshot for branch and call-center staff, so
      * a customer's question can be answered from one page instead
      * of five files. Each request on INQUIRY-REQUEST.DAT names an
      * account number, or a customer ID (resolved to the customer's
      * accounts through the ACCT-CUSTOMER-ID alternate index), and
      * the member of staff asking. For every account selected the
      * snapshot shows:
      *   - ledger balance, deposit holds in force on HOLDS.DAT and
      *     the available balance net of them, accrued interest not
      *     yet capitalized, and the overdraft limit;
      *   - the Reg D debit count for the current cycle from
      *     REGD-COUNTS.DAT;
      *   - stop-payment orders in force on STOP-PAYMENTS.DAT;
      *   - positive-pay exceptions still awaiting a pay/return
      *     decision on POSPAY-EXCEPTIONS.DAT;
      *   - items parked on SUSPENSE.DAT and items staged on
      *     PENDING-FEED.DAT for the next run;
      *   - the last 20 posted items from the transaction history
      *     (the pre-partition TXN-HISTORY.DAT and the month
      *     partitions the locator index lists for the account).
      * Every inquiry is logged with the requester on
      * INQUIRY-LOG.DAT, as TXN-RESEARCH logs its extracts - looking
      * at a customer's account is itself something the bank has to
      * account for. A request with no requester is refused.
      *
      * Copyright (c) 2026 sekacorn
      * Contact: sekacorn@gmail.com
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCOUNT-INQUIRY.
       AUTHOR. sekacorn.
       DATE-WRITTEN. 2026-10-01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INQUIRY-REQUEST-FILE
               ASSIGN TO "INQUIRY-REQUEST.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REQUEST-STATUS.

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

      *    Deposit holds in force, as BANKING-SYSTEM last wrote them.
           SELECT HOLD-FILE
               ASSIGN TO "HOLDS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HOLD-FILE-STATUS.

           SELECT STOP-PAYMENT-FILE
               ASSIGN TO "STOP-PAYMENTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STOP-KEY
               FILE STATUS IS WS-STOP-FILE-STATUS.

           SELECT REGD-COUNTS-FILE
               ASSIGN TO "REGD-COUNTS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REGD-FILE-STATUS.

           SELECT POSPAY-EXCEPTION-FILE
               ASSIGN TO "POSPAY-EXCEPTIONS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-STATUS.

           SELECT SUSPENSE-FILE
               ASSIGN TO "SUSPENSE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-STATUS.

           SELECT PENDING-FEED-FILE
               ASSIGN TO "PENDING-FEED.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PF-STATUS.

           SELECT HISTORY-INDEX-FILE
               ASSIGN TO "TXN-HISTORY-INDEX.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-INDEX-STATUS.

           SELECT TRANSACTION-HISTORY-FILE
               ASSIGN TO WS-HIST-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT INQUIRY-REPORT-FILE
               ASSIGN TO "ACCOUNT-INQUIRY-REPORT.TXT"
               ORGANIZATION IS SEQUENTIAL.

      *    Access log: who looked at which account, when, and what
      *    came of it - appended across runs.
           SELECT INQUIRY-LOG-FILE
               ASSIGN TO "INQUIRY-LOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD INQUIRY-REQUEST-FILE.
       01 INQUIRY-REQUEST-RECORD.
      *    An account number takes precedence; with it zero, every
      *    account of the customer ID is shown.
          05 INQ-CUSTOMER-ID            PIC 9(8).
          05 INQ-ACCOUNT-NUMBER         PIC 9(10).
          05 INQ-REQUESTOR              PIC X(20).

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
      *    Written off by CHARGEOFF-PROCESSING: the principal has
      *    gone to the loan-loss allowance and anything paid from
      *    here on is a recovery against CHARGEOFF-LEDGER.DAT.
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

       FD HOLD-FILE.
       01 HOLD-RECORD.
          05 HOLD-ACCOUNT-NUMBER        PIC 9(10).
          05 HOLD-AMOUNT                PIC 9(13)V99.
          05 HOLD-RELEASE-DATE          PIC 9(8).

       FD STOP-PAYMENT-FILE.
       01 STOP-PAYMENT-RECORD.
          05 STOP-KEY.
             10 STOP-ACCOUNT-NUMBER     PIC 9(10).
             10 STOP-CHECK-NUMBER       PIC 9(10).
          05 STOP-STATUS                PIC X.
             88 STOP-ORDER-ACTIVE       VALUE 'A'.
             88 STOP-ORDER-RELEASED     VALUE 'I'.
          05 STOP-PLACED-DATE           PIC 9(8).

       FD REGD-COUNTS-FILE.
       01 REGD-COUNT-RECORD.
          05 RD-ACCOUNT-NUMBER          PIC 9(10).
          05 RD-CYCLE-MONTH             PIC 9(6).
          05 RD-DEBIT-COUNT             PIC 9(3).
          05 RD-EXCESS-CYCLES           PIC 9(2).
          05 RD-LETTER-FLAG             PIC X.

       FD POSPAY-EXCEPTION-FILE.
       01 POSPAY-EXCEPTION-RECORD.
          05 PPX-ACCOUNT-NUMBER         PIC 9(10).
          05 PPX-CHECK-NUMBER           PIC 9(10).
          05 PPX-AMOUNT                 PIC 9(13)V99.
          05 PPX-PRESENTED-DATE         PIC 9(8).
          05 PPX-ROUTING-NUMBER         PIC 9(9).
          05 PPX-REASON                 PIC X(20).

       FD SUSPENSE-FILE.
       01 SUSPENSE-RECORD.
          05 SUSP-ACCOUNT-NUMBER        PIC 9(10).
          05 SUSP-TYPE                  PIC X(2).
          05 SUSP-TO-ACCOUNT-NUMBER     PIC 9(10).
          05 SUSP-AMOUNT                PIC 9(13)V99.
          05 SUSP-DATE                  PIC 9(8).
          05 SUSP-TIME                  PIC 9(6).
          05 SUSP-DESCRIPTION           PIC X(50).
          05 SUSP-REASON                PIC X(40).
          05 SUSP-BRANCH-CODE           PIC 9(2).
          05 SUSP-TELLER-ID             PIC X(8).

       FD PENDING-FEED-FILE.
       01 PENDING-FEED-RECORD.
          05 PF-ACCOUNT-NUMBER          PIC 9(10).
          05 PF-TYPE                    PIC X(2).
          05 PF-TO-ACCOUNT-NUMBER       PIC 9(10).
          05 PF-AMOUNT                  PIC 9(13)V99.
          05 PF-DATE                    PIC 9(8).
          05 PF-TIME                    PIC 9(6).
          05 PF-DESCRIPTION             PIC X(50).
          05 PF-PROCESSED-FLAG          PIC X.
          05 PF-CHECK-NUMBER            PIC 9(10).
          05 PF-BRANCH-CODE             PIC 9(2).
          05 PF-EXT-ROUTING-NUMBER      PIC 9(9).
          05 PF-EXT-ACCOUNT-NUMBER      PIC X(17).
          05 PF-TELLER-ID               PIC X(8).

       FD HISTORY-INDEX-FILE.
       01 HISTORY-INDEX-RECORD.
          05 THX-MONTH                  PIC 9(6).
          05 THX-FILE-NAME              PIC X(24).
          05 THX-FIRST-ACCOUNT          PIC 9(10).
          05 THX-LAST-ACCOUNT           PIC 9(10).

       FD TRANSACTION-HISTORY-FILE.
       01 TRANSACTION-HISTORY-RECORD.
          05 HIST-ACCOUNT-NUMBER        PIC 9(10).
          05 HIST-TYPE                  PIC X(2).
             88 HIST-TRANSFER           VALUE 'TR'.
          05 HIST-TO-ACCOUNT-NUMBER     PIC 9(10).
          05 HIST-AMOUNT                PIC 9(13)V99.
          05 HIST-DATE                  PIC 9(8).
          05 HIST-TIME                  PIC 9(6).
          05 HIST-DESCRIPTION           PIC X(50).
          05 HIST-PROCESSED-FLAG        PIC X.
             88 HIST-WAS-POSTED         VALUE 'Y'.
          05 HIST-CHECK-NUMBER          PIC 9(10).
          05 HIST-BRANCH-CODE           PIC 9(2).
          05 HIST-EXT-ROUTING-NUMBER    PIC 9(9).
          05 HIST-EXT-ACCOUNT-NUMBER    PIC X(17).
          05 HIST-TELLER-ID             PIC X(8).

       FD INQUIRY-REPORT-FILE.
       01 INQUIRY-REPORT-LINE           PIC X(132).

       FD INQUIRY-LOG-FILE.
       01 INQUIRY-LOG-RECORD.
          05 ILG-TIMESTAMP              PIC X(26).
          05 ILG-REQUESTOR              PIC X(20).
          05 ILG-CUSTOMER-ID            PIC 9(8).
          05 ILG-ACCOUNT-NUMBER         PIC 9(10).
          05 ILG-ACCOUNTS-SHOWN         PIC 9(3).
          05 ILG-RESULT                 PIC X(10).

       WORKING-STORAGE SECTION.
       01 WS-REQUEST-STATUS             PIC X(2).
          88 WS-REQUEST-EOF             VALUE '10'.
       01 WS-ACCT-STATUS                PIC X(2).
       01 WS-CUST-STATUS                PIC X(2).
       01 WS-HOLD-FILE-STATUS           PIC X(2).
          88 WS-HOLD-FILE-EOF           VALUE '10'.
       01 WS-STOP-FILE-STATUS           PIC X(2).
       01 WS-REGD-FILE-STATUS           PIC X(2).
          88 WS-REGD-FILE-EOF           VALUE '10'.
       01 WS-EXCEPTION-STATUS           PIC X(2).
          88 WS-EXCEPTION-EOF           VALUE '10'.
       01 WS-SUSPENSE-STATUS            PIC X(2).
          88 WS-SUSPENSE-EOF            VALUE '10'.
       01 WS-PF-STATUS                  PIC X(2).
          88 WS-PF-EOF                  VALUE '10'.
       01 WS-HIST-INDEX-STATUS          PIC X(2).
          88 WS-HIST-INDEX-EOF          VALUE '10'.
       01 WS-HISTORY-STATUS             PIC X(2).
          88 WS-HISTORY-EOF             VALUE '10'.
       01 WS-LOG-STATUS                 PIC X(2).

       01 WS-TODAY-YMD                  PIC 9(8).
       01 WS-HIST-FILE-NAME             PIC X(24).

      *    Stop-payment master present: without it the section says
      *    so rather than claiming there are no stops.
       01 WS-STOP-FILE-FLAG             PIC X VALUE 'N'.
          88 STOP-FILE-AVAILABLE        VALUE 'Y'.

      *    Same six-debit cycle limit BANKING-SYSTEM enforces.
       01 WS-REGD-CYCLE-LIMIT           PIC 9(2) VALUE 6.

      *    Accounts to show for the current request.
       01 WS-IA-COUNT                   PIC 9(2) VALUE ZEROS.
       01 WS-INQUIRY-ACCOUNTS.
          05 WS-IA-ACCOUNT OCCURS 50 TIMES PIC 9(10).
       01 WS-IA-SUB                     PIC 9(2).
       01 WS-SNAP-ACCOUNT               PIC 9(10).

       01 WS-REQUEST-RESULT             PIC X(10).

      *    Balance figures for the account on show.
       01 WS-BALANCE-WORK.
          05 WS-BAL-HOLDS               PIC S9(13)V99.
          05 WS-BAL-HOLD-COUNT          PIC 9(5).
          05 WS-BAL-AVAILABLE           PIC S9(13)V99.

      *    The last 20 posted items, kept as a ring: WS-RI-NEXT is
      *    where the next item goes, overwriting the oldest once all
      *    20 are in use.
       01 WS-RI-COUNT                   PIC 9(2) VALUE ZEROS.
       01 WS-RI-NEXT                    PIC 9(2) VALUE 1.
       01 WS-RI-SUB                     PIC 9(2).
       01 WS-RI-SHOWN                   PIC 9(2).
       01 WS-RECENT-ITEMS.
          05 WS-RI-ENTRY OCCURS 20 TIMES.
             10 WS-RI-DATE              PIC 9(8).
             10 WS-RI-TIME              PIC 9(6).
             10 WS-RI-TYPE              PIC X(2).
             10 WS-RI-AMOUNT            PIC 9(13)V99.
             10 WS-RI-CHECK             PIC 9(10).
             10 WS-RI-TEXT              PIC X(40).

       01 WS-SECTION-COUNT              PIC 9(5).

       01 WS-COUNTERS.
          05 WS-REQUEST-COUNT           PIC 9(5) VALUE ZEROS.
          05 WS-REQUESTS-REFUSED        PIC 9(5) VALUE ZEROS.
          05 WS-ACCOUNTS-SHOWN          PIC 9(5) VALUE ZEROS.
          05 WS-REQUEST-ACCOUNTS-SHOWN  PIC 9(3) VALUE ZEROS.

       01 WS-ED-AMOUNT                  PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
       01 WS-ED-RATE                    PIC 9.9999.
       01 WS-ED-COUNT                   PIC ZZ9.
       01 WS-SNAP-TEXT                  PIC X(132).

       01 WS-REPORT-HEADER.
          05 FILLER                     PIC X(40)
             VALUE '        ACCOUNT INQUIRY SNAPSHOT'.
          05 FILLER                     PIC X(9) VALUE 'Run date '.
          05 WS-RPH-DATE                PIC 9(8).

       01 WS-RULE-LINE                  PIC X(100) VALUE ALL '-'.

       01 WS-BALANCE-LINE.
          05 FILLER                     PIC X(4) VALUE SPACES.
          05 WS-BLN-LABEL               PIC X(28).
          05 WS-BLN-AMOUNT              PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-BLN-NOTE                PIC X(40).

       01 WS-STOP-LINE.
          05 FILLER                     PIC X(6) VALUE SPACES.
          05 FILLER                     PIC X(7) VALUE 'Check '.
          05 WS-STL-CHECK               PIC 9(10).
          05 FILLER                     PIC X(10) VALUE '  placed '.
          05 WS-STL-DATE                PIC 9(8).

       01 WS-ITEM-LINE.
          05 FILLER                     PIC X(6) VALUE SPACES.
          05 WS-ITM-DATE                PIC 9(8).
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-ITM-TIME                PIC 9(6).
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-ITM-TYPE                PIC X(2).
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-ITM-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-ITM-CHECK               PIC 9(10).
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-ITM-TEXT                PIC X(40).

       PROCEDURE DIVISION.
       MAIN-CONTROL.
           PERFORM INITIALIZATION
           PERFORM PROCESS-INQUIRY-REQUESTS
           PERFORM CLEANUP
           STOP RUN.

       INITIALIZATION.
           DISPLAY 'Account Inquiry - Started'
           DISPLAY '========================='
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-YMD

           OPEN INPUT INQUIRY-REQUEST-FILE
           IF WS-REQUEST-STATUS NOT = '00'
              DISPLAY 'No inquiry request file present - nothing '
                      'to do'
              SET WS-REQUEST-EOF TO TRUE
           END-IF
           OPEN INPUT ACCOUNT-FILE
           OPEN INPUT CUSTOMER-MASTER

           OPEN INPUT STOP-PAYMENT-FILE
           IF WS-STOP-FILE-STATUS = '00'
              SET STOP-FILE-AVAILABLE TO TRUE
           END-IF

           OPEN OUTPUT INQUIRY-REPORT-FILE
           MOVE WS-TODAY-YMD TO WS-RPH-DATE
           WRITE INQUIRY-REPORT-LINE FROM WS-REPORT-HEADER

           OPEN EXTEND INQUIRY-LOG-FILE
           IF WS-LOG-STATUS = '35'
              OPEN OUTPUT INQUIRY-LOG-FILE
           END-IF.

       PROCESS-INQUIRY-REQUESTS.
           PERFORM READ-INQUIRY-REQUEST
           PERFORM DISPOSE-INQUIRY-REQUEST
               UNTIL WS-REQUEST-EOF.

       READ-INQUIRY-REQUEST.
           READ INQUIRY-REQUEST-FILE
               AT END
                   SET WS-REQUEST-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-REQUEST-COUNT
           END-READ.

       DISPOSE-INQUIRY-REQUEST.
           MOVE ZEROS TO WS-REQUEST-ACCOUNTS-SHOWN
           MOVE SPACES TO INQUIRY-REPORT-LINE
           WRITE INQUIRY-REPORT-LINE
           MOVE SPACES TO WS-SNAP-TEXT
           STRING 'INQUIRY - customer: ' INQ-CUSTOMER-ID
                  '  account: ' INQ-ACCOUNT-NUMBER
                  '  for: ' INQ-REQUESTOR
               DELIMITED BY SIZE INTO WS-SNAP-TEXT
           END-STRING
           WRITE INQUIRY-REPORT-LINE FROM WS-SNAP-TEXT

      *    Access has to be attributable to someone, and there has
      *    to be something to look up.
           EVALUATE TRUE
               WHEN INQ-REQUESTOR = SPACES
                    MOVE 'REFUSED' TO WS-REQUEST-RESULT
                    ADD 1 TO WS-REQUESTS-REFUSED
                    MOVE '  Refused - no requester named'
                        TO INQUIRY-REPORT-LINE
                    WRITE INQUIRY-REPORT-LINE
               WHEN INQ-ACCOUNT-NUMBER = ZEROS
                AND INQ-CUSTOMER-ID = ZEROS
                    MOVE 'REFUSED' TO WS-REQUEST-RESULT
                    ADD 1 TO WS-REQUESTS-REFUSED
                    MOVE '  Refused - no account or customer given'
                        TO INQUIRY-REPORT-LINE
                    WRITE INQUIRY-REPORT-LINE
               WHEN OTHER
                    PERFORM RESOLVE-INQUIRY-ACCOUNTS
                    IF WS-IA-COUNT = ZEROS
                       MOVE 'NOT FOUND' TO WS-REQUEST-RESULT
                       MOVE '  No account on file for this inquiry'
                           TO INQUIRY-REPORT-LINE
                       WRITE INQUIRY-REPORT-LINE
                    ELSE
                       MOVE 'SHOWN' TO WS-REQUEST-RESULT
                       PERFORM VARYING WS-IA-SUB FROM 1 BY 1
                               UNTIL WS-IA-SUB > WS-IA-COUNT
                          MOVE WS-IA-ACCOUNT(WS-IA-SUB)
                              TO WS-SNAP-ACCOUNT
                          PERFORM WRITE-ACCOUNT-SNAPSHOT
                       END-PERFORM
                    END-IF
           END-EVALUATE

           PERFORM WRITE-INQUIRY-LOG-RECORD
           PERFORM READ-INQUIRY-REQUEST.

       RESOLVE-INQUIRY-ACCOUNTS.
      *    An account number is looked up directly; a customer ID
      *    becomes the list of that customer's accounts via the
      *    alternate index.
           MOVE ZEROS TO WS-IA-COUNT
           IF INQ-ACCOUNT-NUMBER > ZEROS
              MOVE INQ-ACCOUNT-NUMBER TO ACCT-ACCOUNT-NUMBER
              READ ACCOUNT-FILE
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      MOVE 1 TO WS-IA-COUNT
                      MOVE ACCT-ACCOUNT-NUMBER TO WS-IA-ACCOUNT(1)
              END-READ
           ELSE
              MOVE INQ-CUSTOMER-ID TO ACCT-CUSTOMER-ID
              START ACCOUNT-FILE KEY IS >= ACCT-CUSTOMER-ID
                  INVALID KEY
                      MOVE '10' TO WS-ACCT-STATUS
              END-START
              IF WS-ACCT-STATUS NOT = '10'
                 PERFORM READ-NEXT-ACCOUNT
                 PERFORM UNTIL WS-ACCT-STATUS = '10'
                         OR ACCT-CUSTOMER-ID NOT = INQ-CUSTOMER-ID
                    IF WS-IA-COUNT < 50
                       ADD 1 TO WS-IA-COUNT
                       MOVE ACCT-ACCOUNT-NUMBER
                           TO WS-IA-ACCOUNT(WS-IA-COUNT)
                    ELSE
                       DISPLAY 'WARNING: account list full (50) - '
                               'customer ' INQ-CUSTOMER-ID
                               ' inquiry may be short'
                    END-IF
                    PERFORM READ-NEXT-ACCOUNT
                 END-PERFORM
              END-IF
              MOVE '00' TO WS-ACCT-STATUS
           END-IF.

       READ-NEXT-ACCOUNT.
           READ ACCOUNT-FILE NEXT RECORD
               AT END
                   MOVE '10' TO WS-ACCT-STATUS
           END-READ.

       WRITE-ACCOUNT-SNAPSHOT.
           MOVE WS-SNAP-ACCOUNT TO ACCT-ACCOUNT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE '23' TO WS-ACCT-STATUS
           END-READ
           IF WS-ACCT-STATUS = '00'
              ADD 1 TO WS-ACCOUNTS-SHOWN
              ADD 1 TO WS-REQUEST-ACCOUNTS-SHOWN
              WRITE INQUIRY-REPORT-LINE FROM WS-RULE-LINE
              PERFORM SHOW-ACCOUNT-HEADING
              PERFORM SHOW-BALANCES
              PERFORM SHOW-REGD-COUNT
              PERFORM SHOW-STOP-PAYMENTS
              PERFORM SHOW-POSPAY-EXCEPTIONS
              PERFORM SHOW-SUSPENSE-ITEMS
              PERFORM SHOW-PENDING-ITEMS
              PERFORM SHOW-RECENT-HISTORY
           END-IF
           MOVE '00' TO WS-ACCT-STATUS.

       SHOW-ACCOUNT-HEADING.
           MOVE SPACES TO CUST-NAME
           MOVE ACCT-CUSTOMER-ID TO CUST-CUSTOMER-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE '(customer not on file)' TO CUST-NAME
           END-READ

           MOVE SPACES TO WS-SNAP-TEXT
           STRING 'ACCOUNT ' ACCT-ACCOUNT-NUMBER
                  '  type ' ACCT-TYPE
                  '  status ' ACCT-STATUS
                  '  customer ' ACCT-CUSTOMER-ID
                  ' ' CUST-NAME
               DELIMITED BY SIZE INTO WS-SNAP-TEXT
           END-STRING
           WRITE INQUIRY-REPORT-LINE FROM WS-SNAP-TEXT

           MOVE ACCT-INTEREST-RATE TO WS-ED-RATE
           MOVE SPACES TO WS-SNAP-TEXT
           STRING '    opened ' ACCT-OPENING-DATE
                  '  last activity ' ACCT-LAST-ACTIVITY-DATE
                  '  rate ' WS-ED-RATE
               DELIMITED BY SIZE INTO WS-SNAP-TEXT
           END-STRING
           WRITE INQUIRY-REPORT-LINE FROM WS-SNAP-TEXT.

       SHOW-BALANCES.
      *    Available is the ledger less the deposit holds that have
      *    not reached their release date.
           MOVE ZEROS TO WS-BAL-HOLDS
           MOVE ZEROS TO WS-BAL-HOLD-COUNT
           MOVE '00' TO WS-HOLD-FILE-STATUS
           OPEN INPUT HOLD-FILE
           IF WS-HOLD-FILE-STATUS = '00'
              PERFORM UNTIL WS-HOLD-FILE-EOF
                 READ HOLD-FILE
                     AT END
                         SET WS-HOLD-FILE-EOF TO TRUE
                     NOT AT END
                         IF HOLD-ACCOUNT-NUMBER = WS-SNAP-ACCOUNT
                            AND HOLD-RELEASE-DATE > WS-TODAY-YMD
                            ADD HOLD-AMOUNT TO WS-BAL-HOLDS
                            ADD 1 TO WS-BAL-HOLD-COUNT
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE HOLD-FILE
           END-IF
           COMPUTE WS-BAL-AVAILABLE = ACCT-BALANCE - WS-BAL-HOLDS

           MOVE SPACES                TO WS-BLN-NOTE
           MOVE 'Ledger balance:'     TO WS-BLN-LABEL
           MOVE ACCT-BALANCE          TO WS-BLN-AMOUNT
           WRITE INQUIRY-REPORT-LINE FROM WS-BALANCE-LINE

           MOVE 'Deposit holds:'      TO WS-BLN-LABEL
           MOVE WS-BAL-HOLDS          TO WS-BLN-AMOUNT
           MOVE WS-BAL-HOLD-COUNT     TO WS-ED-COUNT
           STRING WS-ED-COUNT ' hold(s) in force'
               DELIMITED BY SIZE INTO WS-BLN-NOTE
           END-STRING
           WRITE INQUIRY-REPORT-LINE FROM WS-BALANCE-LINE

           MOVE SPACES                TO WS-BLN-NOTE
           MOVE 'Available balance:'  TO WS-BLN-LABEL
           MOVE WS-BAL-AVAILABLE      TO WS-BLN-AMOUNT
           WRITE INQUIRY-REPORT-LINE FROM WS-BALANCE-LINE

           MOVE 'Accrued interest:'   TO WS-BLN-LABEL
           MOVE ACCT-ACCRUED-INTEREST TO WS-BLN-AMOUNT
           MOVE 'not yet capitalized' TO WS-BLN-NOTE
           WRITE INQUIRY-REPORT-LINE FROM WS-BALANCE-LINE

           MOVE SPACES                TO WS-BLN-NOTE
           MOVE 'Overdraft limit:'    TO WS-BLN-LABEL
           MOVE ACCT-OVERDRAFT-LIMIT  TO WS-BLN-AMOUNT
           WRITE INQUIRY-REPORT-LINE FROM WS-BALANCE-LINE.

       SHOW-REGD-COUNT.
      *    Only savings and money market accounts are counted.
           IF ACCT-SAVINGS OR ACCT-MONEY-MARKET
              MOVE SPACES TO WS-SNAP-TEXT
              MOVE '    Reg D: no limited debits counted this cycle'
                  TO WS-SNAP-TEXT
              MOVE '00' TO WS-REGD-FILE-STATUS
              OPEN INPUT REGD-COUNTS-FILE
              IF WS-REGD-FILE-STATUS = '00'
                 PERFORM UNTIL WS-REGD-FILE-EOF
                    READ REGD-COUNTS-FILE
                        AT END
                            SET WS-REGD-FILE-EOF TO TRUE
                        NOT AT END
                            IF RD-ACCOUNT-NUMBER = WS-SNAP-ACCOUNT
                               PERFORM FORMAT-REGD-COUNT
                            END-IF
                    END-READ
                 END-PERFORM
                 CLOSE REGD-COUNTS-FILE
              END-IF
              WRITE INQUIRY-REPORT-LINE FROM WS-SNAP-TEXT
           END-IF.

       FORMAT-REGD-COUNT.
           MOVE SPACES TO WS-SNAP-TEXT
           STRING '    Reg D: cycle ' RD-CYCLE-MONTH
                  '  limited debits ' RD-DEBIT-COUNT
                  ' of ' WS-REGD-CYCLE-LIMIT
                  '  cycles over limit ' RD-EXCESS-CYCLES
               DELIMITED BY SIZE INTO WS-SNAP-TEXT
           END-STRING.

       SHOW-STOP-PAYMENTS.
           MOVE '    Stop payments in force:' TO INQUIRY-REPORT-LINE
           WRITE INQUIRY-REPORT-LINE
           MOVE ZEROS TO WS-SECTION-COUNT
           IF NOT STOP-FILE-AVAILABLE
              MOVE '      (stop-payment file not available)'
                  TO INQUIRY-REPORT-LINE
              WRITE INQUIRY-REPORT-LINE
           ELSE
              MOVE WS-SNAP-ACCOUNT TO STOP-ACCOUNT-NUMBER
              MOVE ZEROS           TO STOP-CHECK-NUMBER
              START STOP-PAYMENT-FILE KEY IS >= STOP-KEY
                  INVALID KEY
                      MOVE '10' TO WS-STOP-FILE-STATUS
              END-START
              PERFORM UNTIL WS-STOP-FILE-STATUS NOT = '00'
                 READ STOP-PAYMENT-FILE NEXT RECORD
                     AT END
                         MOVE '10' TO WS-STOP-FILE-STATUS
                     NOT AT END
                         IF STOP-ACCOUNT-NUMBER NOT = WS-SNAP-ACCOUNT
                            MOVE '10' TO WS-STOP-FILE-STATUS
                         ELSE
                            IF STOP-ORDER-ACTIVE
                               ADD 1 TO WS-SECTION-COUNT
                               MOVE STOP-CHECK-NUMBER
                                   TO WS-STL-CHECK
                               MOVE STOP-PLACED-DATE TO WS-STL-DATE
                               WRITE INQUIRY-REPORT-LINE
                                   FROM WS-STOP-LINE
                            END-IF
                         END-IF
                 END-READ
              END-PERFORM
              MOVE '00' TO WS-STOP-FILE-STATUS
              PERFORM WRITE-NONE-IF-EMPTY
           END-IF.

       SHOW-POSPAY-EXCEPTIONS.
           MOVE '    Positive-pay exceptions awaiting decision:'
               TO INQUIRY-REPORT-LINE
           WRITE INQUIRY-REPORT-LINE
           MOVE ZEROS TO WS-SECTION-COUNT
           MOVE '00' TO WS-EXCEPTION-STATUS
           OPEN INPUT POSPAY-EXCEPTION-FILE
           IF WS-EXCEPTION-STATUS = '00'
              PERFORM UNTIL WS-EXCEPTION-EOF
                 READ POSPAY-EXCEPTION-FILE
                     AT END
                         SET WS-EXCEPTION-EOF TO TRUE
                     NOT AT END
                         IF PPX-ACCOUNT-NUMBER = WS-SNAP-ACCOUNT
                            ADD 1 TO WS-SECTION-COUNT
                            MOVE PPX-PRESENTED-DATE TO WS-ITM-DATE
                            MOVE ZEROS              TO WS-ITM-TIME
                            MOVE 'CK'               TO WS-ITM-TYPE
                            MOVE PPX-AMOUNT         TO WS-ITM-AMOUNT
                            MOVE PPX-CHECK-NUMBER   TO WS-ITM-CHECK
                            MOVE PPX-REASON         TO WS-ITM-TEXT
                            WRITE INQUIRY-REPORT-LINE
                                FROM WS-ITEM-LINE
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE POSPAY-EXCEPTION-FILE
           END-IF
           PERFORM WRITE-NONE-IF-EMPTY.

       SHOW-SUSPENSE-ITEMS.
           MOVE '    Items held on suspense:' TO INQUIRY-REPORT-LINE
           WRITE INQUIRY-REPORT-LINE
           MOVE ZEROS TO WS-SECTION-COUNT
           MOVE '00' TO WS-SUSPENSE-STATUS
           OPEN INPUT SUSPENSE-FILE
           IF WS-SUSPENSE-STATUS = '00'
              PERFORM UNTIL WS-SUSPENSE-EOF
                 READ SUSPENSE-FILE
                     AT END
                         SET WS-SUSPENSE-EOF TO TRUE
                     NOT AT END
                         IF SUSP-ACCOUNT-NUMBER = WS-SNAP-ACCOUNT
                            ADD 1 TO WS-SECTION-COUNT
                            MOVE SUSP-DATE     TO WS-ITM-DATE
                            MOVE SUSP-TIME     TO WS-ITM-TIME
                            MOVE SUSP-TYPE     TO WS-ITM-TYPE
                            MOVE SUSP-AMOUNT   TO WS-ITM-AMOUNT
                            MOVE ZEROS         TO WS-ITM-CHECK
                            MOVE SUSP-REASON   TO WS-ITM-TEXT
                            WRITE INQUIRY-REPORT-LINE
                                FROM WS-ITEM-LINE
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE SUSPENSE-FILE
           END-IF
           PERFORM WRITE-NONE-IF-EMPTY.

       SHOW-PENDING-ITEMS.
           MOVE '    Items staged for the next run:'
               TO INQUIRY-REPORT-LINE
           WRITE INQUIRY-REPORT-LINE
           MOVE ZEROS TO WS-SECTION-COUNT
           MOVE '00' TO WS-PF-STATUS
           OPEN INPUT PENDING-FEED-FILE
           IF WS-PF-STATUS = '00'
              PERFORM UNTIL WS-PF-EOF
                 READ PENDING-FEED-FILE
                     AT END
                         SET WS-PF-EOF TO TRUE
                     NOT AT END
                         IF PF-ACCOUNT-NUMBER = WS-SNAP-ACCOUNT
                            ADD 1 TO WS-SECTION-COUNT
                            MOVE PF-DATE         TO WS-ITM-DATE
                            MOVE PF-TIME         TO WS-ITM-TIME
                            MOVE PF-TYPE         TO WS-ITM-TYPE
                            MOVE PF-AMOUNT       TO WS-ITM-AMOUNT
                            MOVE PF-CHECK-NUMBER TO WS-ITM-CHECK
                            MOVE PF-DESCRIPTION  TO WS-ITM-TEXT
                            WRITE INQUIRY-REPORT-LINE
                                FROM WS-ITEM-LINE
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE PENDING-FEED-FILE
           END-IF
           PERFORM WRITE-NONE-IF-EMPTY.

       WRITE-NONE-IF-EMPTY.
           IF WS-SECTION-COUNT = ZEROS
              MOVE '      (none)' TO INQUIRY-REPORT-LINE
              WRITE INQUIRY-REPORT-LINE
           END-IF.

       SHOW-RECENT-HISTORY.
      *    History is appended a day at a time in date order, and
      *    the locator index lists the months oldest first, so one
      *    forward pass leaves the latest 20 items in the ring.
           MOVE ZEROS TO WS-RI-COUNT
           MOVE 1     TO WS-RI-NEXT

           MOVE 'TXN-HISTORY.DAT' TO WS-HIST-FILE-NAME
           PERFORM SCAN-ONE-HISTORY-FILE

           MOVE '00' TO WS-HIST-INDEX-STATUS
           OPEN INPUT HISTORY-INDEX-FILE
           IF WS-HIST-INDEX-STATUS = '00'
              PERFORM UNTIL WS-HIST-INDEX-EOF
                 READ HISTORY-INDEX-FILE
                     AT END
                         SET WS-HIST-INDEX-EOF TO TRUE
                     NOT AT END
      *    Every month is read: a transfer into the account is
      *    carried under the sender's number, so the index's
      *    account range cannot rule a month out.
                         MOVE THX-FILE-NAME TO WS-HIST-FILE-NAME
                         PERFORM SCAN-ONE-HISTORY-FILE
                 END-READ
              END-PERFORM
              CLOSE HISTORY-INDEX-FILE
           END-IF

           MOVE '    Last posted items (oldest first):'
               TO INQUIRY-REPORT-LINE
           WRITE INQUIRY-REPORT-LINE
           IF WS-RI-COUNT = ZEROS
              MOVE '      (none)' TO INQUIRY-REPORT-LINE
              WRITE INQUIRY-REPORT-LINE
           ELSE
      *    With the ring full the oldest item sits where the next
      *    one would have gone.
              IF WS-RI-COUNT < 20
                 MOVE 1 TO WS-RI-SUB
              ELSE
                 MOVE WS-RI-NEXT TO WS-RI-SUB
              END-IF
              PERFORM VARYING WS-RI-SHOWN FROM 1 BY 1
                      UNTIL WS-RI-SHOWN > WS-RI-COUNT
                 PERFORM WRITE-RECENT-ITEM
                 IF WS-RI-SUB = 20
                    MOVE 1 TO WS-RI-SUB
                 ELSE
                    ADD 1 TO WS-RI-SUB
                 END-IF
              END-PERFORM
           END-IF.

       SCAN-ONE-HISTORY-FILE.
           MOVE '00' TO WS-HISTORY-STATUS
           OPEN INPUT TRANSACTION-HISTORY-FILE
           IF WS-HISTORY-STATUS = '00'
              PERFORM UNTIL WS-HISTORY-EOF
                 READ TRANSACTION-HISTORY-FILE
                     AT END
                         SET WS-HISTORY-EOF TO TRUE
                     NOT AT END
                         IF HIST-WAS-POSTED
                            PERFORM SELECT-RECENT-ITEM
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE TRANSACTION-HISTORY-FILE
           END-IF
           MOVE '00' TO WS-HISTORY-STATUS.

       SELECT-RECENT-ITEM.
      *    The account's own items, and transfers into it - those
      *    are carried under the sending account's number.
           IF HIST-ACCOUNT-NUMBER = WS-SNAP-ACCOUNT
              MOVE HIST-DESCRIPTION(1:40) TO WS-RI-TEXT(WS-RI-NEXT)
              PERFORM KEEP-RECENT-ITEM
           ELSE
              IF HIST-TRANSFER
                 AND HIST-TO-ACCOUNT-NUMBER = WS-SNAP-ACCOUNT
                 MOVE SPACES TO WS-RI-TEXT(WS-RI-NEXT)
                 STRING 'TRANSFER IN FROM ' HIST-ACCOUNT-NUMBER
                     DELIMITED BY SIZE
                     INTO WS-RI-TEXT(WS-RI-NEXT)
                 END-STRING
                 PERFORM KEEP-RECENT-ITEM
              END-IF
           END-IF.

       KEEP-RECENT-ITEM.
           MOVE HIST-DATE         TO WS-RI-DATE(WS-RI-NEXT)
           MOVE HIST-TIME         TO WS-RI-TIME(WS-RI-NEXT)
           MOVE HIST-TYPE         TO WS-RI-TYPE(WS-RI-NEXT)
           MOVE HIST-AMOUNT       TO WS-RI-AMOUNT(WS-RI-NEXT)
           MOVE HIST-CHECK-NUMBER TO WS-RI-CHECK(WS-RI-NEXT)
           IF WS-RI-COUNT < 20
              ADD 1 TO WS-RI-COUNT
           END-IF
           IF WS-RI-NEXT = 20
              MOVE 1 TO WS-RI-NEXT
           ELSE
              ADD 1 TO WS-RI-NEXT
           END-IF.

       WRITE-RECENT-ITEM.
           MOVE WS-RI-DATE(WS-RI-SUB)   TO WS-ITM-DATE
           MOVE WS-RI-TIME(WS-RI-SUB)   TO WS-ITM-TIME
           MOVE WS-RI-TYPE(WS-RI-SUB)   TO WS-ITM-TYPE
           MOVE WS-RI-AMOUNT(WS-RI-SUB) TO WS-ITM-AMOUNT
           MOVE WS-RI-CHECK(WS-RI-SUB)  TO WS-ITM-CHECK
           MOVE WS-RI-TEXT(WS-RI-SUB)   TO WS-ITM-TEXT
           WRITE INQUIRY-REPORT-LINE FROM WS-ITEM-LINE.

       WRITE-INQUIRY-LOG-RECORD.
           MOVE FUNCTION CURRENT-DATE     TO ILG-TIMESTAMP
           MOVE INQ-REQUESTOR             TO ILG-REQUESTOR
           MOVE INQ-CUSTOMER-ID           TO ILG-CUSTOMER-ID
           MOVE INQ-ACCOUNT-NUMBER        TO ILG-ACCOUNT-NUMBER
           MOVE WS-REQUEST-ACCOUNTS-SHOWN TO ILG-ACCOUNTS-SHOWN
           MOVE WS-REQUEST-RESULT         TO ILG-RESULT
           WRITE INQUIRY-LOG-RECORD.

       CLEANUP.
           DISPLAY ' '
           DISPLAY 'Account Inquiry Summary'
           DISPLAY '======================='
           DISPLAY 'Requests processed: ' WS-REQUEST-COUNT
           DISPLAY 'Requests refused:   ' WS-REQUESTS-REFUSED
           DISPLAY 'Accounts shown:     ' WS-ACCOUNTS-SHOWN

           CLOSE INQUIRY-REQUEST-FILE
           CLOSE ACCOUNT-FILE
           CLOSE CUSTOMER-MASTER
           IF STOP-FILE-AVAILABLE
              CLOSE STOP-PAYMENT-FILE
           END-IF
           CLOSE INQUIRY-REPORT-FILE
           CLOSE INQUIRY-LOG-FILE

           DISPLAY 'Account Inquiry - Complete'.
