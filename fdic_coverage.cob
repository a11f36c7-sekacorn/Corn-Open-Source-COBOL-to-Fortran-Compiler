      *****************************************************************
      * FDIC INSURANCE COVERAGE CALCULATION
      * Quarter-end batch that splits every depositor's balances
      * into insured and uninsured amounts by FDIC ownership
      * category. Each customer's deposit accounts (CK, SV, MM, CD -
      * loans are not deposits) are found both as primary owner
      * (ACCT-CUSTOMER-ID) and as joint owner (ACCOUNT-RELATIONS.DAT)
      * and each account is placed in one category:
      *   IRA    - ACCT-IRA-PLAN is 'T' or 'R'
      *   REV    - revocable trust: the account names one or more
      *            POD beneficiaries
      *   JNT    - joint: one or more joint owners, no beneficiary
      *   SGL    - single ownership: everything else
      * Joint and POD balances are shared equally among the owners.
      * Coverage is the standard maximum per owner per category,
      * except revocable trust which is the standard maximum per
      * distinct beneficiary (at most five) per owner. The balance
      * counted is ledger balance plus interest accrued but not yet
      * capitalized; an overdrawn account counts as zero.
      * Produces the coverage report (per customer and bank-wide)
      * and the fixed-layout depositor file the regulator can ask
      * for. ASOF=YYYYMMDD on the command line labels the run with
      * the quarter-end date - the default is today.
      *
      * Copyright (c) 2026 sekacorn
      * Contact: sekacorn@gmail.com
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FDIC-COVERAGE-CALC.
       AUTHOR. sekacorn.
       DATE-WRITTEN. 2026-10-01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER
               ASSIGN TO "CUSTOMERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-CUSTOMER-ID
               FILE STATUS IS WS-CUST-STATUS.

           SELECT ACCOUNT-FILE
               ASSIGN TO "ACCOUNTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-ACCOUNT-NUMBER
               ALTERNATE RECORD KEY IS ACCT-CUSTOMER-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-ACCT-STATUS.

      *    Joint owners, POD beneficiaries and signers per account,
      *    kept by ACCOUNT-MAINTENANCE. ACCT-CUSTOMER-ID remains the
      *    primary owner; rows naming the primary are skipped.
           SELECT ACCOUNT-RELATION-FILE
               ASSIGN TO "ACCOUNT-RELATIONS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REL-KEY
               ALTERNATE RECORD KEY IS REL-CUSTOMER-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-REL-STATUS.

           SELECT COVERAGE-REPORT-FILE
               ASSIGN TO "FDIC-COVERAGE-REPORT.TXT"
               ORGANIZATION IS SEQUENTIAL.

      *    Depositor-level file: one fixed-layout record per
      *    depositor per ownership category held.
           SELECT DEPOSITOR-FILE
               ASSIGN TO "FDIC-DEPOSITOR-FILE.DAT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPS-STATS-FILE
               ASSIGN TO "OPS-STATS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPS-STATS-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD ACCOUNT-RELATION-FILE.
       01 ACCOUNT-RELATION-RECORD.
          05 REL-KEY.
             10 REL-ACCOUNT-NUMBER      PIC 9(10).
             10 REL-CUSTOMER-ID         PIC 9(8).
          05 REL-ROLE                   PIC X.
             88 REL-PRIMARY-OWNER       VALUE 'P'.
             88 REL-JOINT-OWNER         VALUE 'J'.
             88 REL-POD-BENEFICIARY     VALUE 'B'.
             88 REL-AUTHORIZED-SIGNER   VALUE 'S'.
          05 REL-ADDED-DATE             PIC 9(8).

       FD COVERAGE-REPORT-FILE.
       01 REPORT-LINE                   PIC X(132).

       FD DEPOSITOR-FILE.
       01 DEPOSITOR-RECORD.
          05 DEP-AS-OF-DATE             PIC 9(8).
          05 DEP-CUSTOMER-ID            PIC 9(8).
          05 DEP-NAME                   PIC X(40).
          05 DEP-CATEGORY               PIC X(3).
          05 DEP-ACCOUNT-COUNT          PIC 9(5).
          05 DEP-BENEFICIARY-COUNT      PIC 9(3).
          05 DEP-BALANCE                PIC 9(13)V99.
          05 DEP-COVERAGE-LIMIT         PIC 9(13)V99.
          05 DEP-INSURED                PIC 9(13)V99.
          05 DEP-UNINSURED              PIC 9(13)V99.

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
       01 WS-CUST-STATUS                PIC X(2).
          88 WS-CUST-EOF                VALUE '10'.
       01 WS-ACCT-STATUS                PIC X(2).
       01 WS-REL-STATUS                 PIC X(2).
       01 WS-REL-FILE-FLAG              PIC X VALUE 'N'.
          88 RELATION-FILE-OPEN         VALUE 'Y'.
       01 WS-OPS-STATS-STATUS           PIC X(2).
       01 WS-OPS-PROGRAM-NAME           PIC X(30)
          VALUE 'FDIC-COVERAGE-CALC'.
       01 WS-OPS-START-STAMP            PIC X(14).

       01 WS-AS-OF-DATE                 PIC 9(8).
       01 WS-CLI-PARM                   PIC X(60).

      *    Standard maximum deposit insurance amount, per owner per
      *    ownership category, and the most beneficiaries a
      *    revocable trust owner is covered for.
       01 WS-FDIC-STANDARD-MAXIMUM      PIC 9(13)V99
          VALUE 250000.00.
       01 WS-MAX-TRUST-BENEFICIARIES    PIC 9(3) VALUE 5.

      *    Ownership categories, in report order.
       01 WS-CATEGORY-CODES.
          05 FILLER                     PIC X(3) VALUE 'SGL'.
          05 FILLER                     PIC X(3) VALUE 'JNT'.
          05 FILLER                     PIC X(3) VALUE 'IRA'.
          05 FILLER                     PIC X(3) VALUE 'REV'.
       01 WS-CATEGORY-CODE-TABLE REDEFINES WS-CATEGORY-CODES.
          05 WS-CATEGORY-CODE OCCURS 4 TIMES PIC X(3).
       01 WS-CATEGORY-NAMES.
          05 FILLER                     PIC X(20)
             VALUE 'SINGLE OWNERSHIP'.
          05 FILLER                     PIC X(20)
             VALUE 'JOINT OWNERSHIP'.
          05 FILLER                     PIC X(20)
             VALUE 'IRA/RETIREMENT'.
          05 FILLER                     PIC X(20)
             VALUE 'REVOCABLE TRUST/POD'.
       01 WS-CATEGORY-NAME-TABLE REDEFINES WS-CATEGORY-NAMES.
          05 WS-CATEGORY-NAME OCCURS 4 TIMES PIC X(20).
       01 WS-CAT-SINGLE                 PIC 9 VALUE 1.
       01 WS-CAT-JOINT                  PIC 9 VALUE 2.
       01 WS-CAT-IRA                    PIC 9 VALUE 3.
       01 WS-CAT-TRUST                  PIC 9 VALUE 4.
       01 WS-CAT-SUB                    PIC 9.
       01 WS-ACCT-CATEGORY              PIC 9.

      *    The current customer's position, by category.
       01 WS-CUSTOMER-CATEGORIES.
          05 WS-CC-ENTRY OCCURS 4 TIMES.
             10 WS-CC-ACCOUNTS          PIC 9(5).
             10 WS-CC-BALANCE           PIC S9(13)V99.
             10 WS-CC-LIMIT             PIC 9(13)V99.
             10 WS-CC-INSURED           PIC 9(13)V99.
             10 WS-CC-UNINSURED         PIC 9(13)V99.
       01 WS-CUSTOMER-TOTALS.
          05 WS-CT-BALANCE              PIC S9(13)V99.
          05 WS-CT-INSURED              PIC 9(13)V99.
          05 WS-CT-UNINSURED            PIC 9(13)V99.

      *    Distinct POD beneficiaries across all of the customer's
      *    revocable trust accounts - coverage grows with each one.
       01 WS-BENEF-COUNT                PIC 9(3) VALUE ZEROS.
       01 WS-BENEF-SUB                  PIC 9(3).
       01 WS-BENEF-TABLE.
          05 WS-BENEF-CUSTOMER-ID OCCURS 50 TIMES PIC 9(8).
       01 WS-BENEF-FOUND-FLAG           PIC X.
          88 BENEFICIARY-ALREADY-COUNTED VALUE 'Y'.
       01 WS-COVERED-BENEFICIARIES      PIC 9(3).

      *    The customer's deposit accounts: primary-owned first,
      *    then joint-owned, gathered before any account is read so
      *    neither alternate-index walk loses its place.
       01 WS-OWNED-COUNT                PIC 9(3) VALUE ZEROS.
       01 WS-OWNED-SUB                  PIC 9(3).
       01 WS-CANDIDATE-ACCOUNT          PIC 9(10).
       01 WS-OWNED-TABLE.
          05 WS-OWNED-ACCOUNT OCCURS 200 TIMES PIC 9(10).

      *    Parties on the account being classified.
       01 WS-ACCT-OWNER-COUNT           PIC 9(3).
       01 WS-ACCT-BENEF-COUNT           PIC 9(3).
       01 WS-ACCT-BENEF-TABLE.
          05 WS-ACCT-BENEF-ID OCCURS 50 TIMES PIC 9(8).
       01 WS-ACCT-BENEF-SUB             PIC 9(3).
       01 WS-ACCT-AMOUNT                PIC S9(13)V99.
       01 WS-OWNER-SHARE                PIC S9(13)V99.

       01 WS-COUNTERS.
          05 WS-CUSTOMERS-READ          PIC 9(7) VALUE ZEROS.
          05 WS-DEPOSITORS              PIC 9(7) VALUE ZEROS.
          05 WS-UNINSURED-DEPOSITORS    PIC 9(7) VALUE ZEROS.
          05 WS-ACCOUNTS-COUNTED        PIC 9(7) VALUE ZEROS.
          05 WS-DEPOSITOR-RECORDS       PIC 9(7) VALUE ZEROS.
          05 WS-TABLE-OVERFLOWS         PIC 9(7) VALUE ZEROS.

      *    Bank-wide totals by category, with the grand total.
       01 WS-BANK-CATEGORIES.
          05 WS-BK-ENTRY OCCURS 4 TIMES.
             10 WS-BK-BALANCE           PIC S9(15)V99 VALUE ZEROS.
             10 WS-BK-INSURED           PIC S9(15)V99 VALUE ZEROS.
             10 WS-BK-UNINSURED         PIC S9(15)V99 VALUE ZEROS.
       01 WS-BANK-TOTALS.
          05 WS-BT-BALANCE              PIC S9(15)V99 VALUE ZEROS.
          05 WS-BT-INSURED              PIC S9(15)V99 VALUE ZEROS.
          05 WS-BT-UNINSURED            PIC S9(15)V99 VALUE ZEROS.

       01 WS-REPORT-HEADER-1.
          05 FILLER                     PIC X(40)
             VALUE 'FDIC INSURED/UNINSURED DEPOSITS - AS OF '.
          05 WS-RH-AS-OF-DATE           PIC 9(8).
       01 WS-REPORT-HEADER-2.
          05 FILLER                     PIC X(10) VALUE 'CUSTOMER'.
          05 FILLER                     PIC X(42) VALUE 'NAME'.
          05 FILLER                     PIC X(21) VALUE 'CATEGORY'.
          05 FILLER                     PIC X(6)  VALUE 'ACCTS'.
          05 FILLER                     PIC X(19)
             VALUE '           BALANCE'.
          05 FILLER                     PIC X(18)
             VALUE '          INSURED'.
          05 FILLER                     PIC X(16)
             VALUE '      UNINSURED'.

       01 WS-REPORT-DETAIL.
          05 WS-RD-CUSTOMER-ID          PIC 9(8).
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-RD-NAME                 PIC X(40).
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-RD-CATEGORY             PIC X(20).
          05 FILLER                     PIC X(1) VALUE SPACES.
          05 WS-RD-ACCOUNTS             PIC ZZZZ9.
          05 FILLER                     PIC X(1) VALUE SPACES.
          05 WS-RD-BALANCE              PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
          05 FILLER                     PIC X(1) VALUE SPACES.
          05 WS-RD-INSURED              PIC ZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                     PIC X(1) VALUE SPACES.
          05 WS-RD-UNINSURED            PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01 WS-TOTAL-DETAIL.
          05 WS-TD-LABEL                PIC X(52).
          05 WS-TD-CATEGORY             PIC X(20).
          05 FILLER                     PIC X(7) VALUE SPACES.
          05 WS-TD-BALANCE              PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
          05 FILLER                     PIC X(1) VALUE SPACES.
          05 WS-TD-INSURED              PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
          05 FILLER                     PIC X(1) VALUE SPACES.
          05 WS-TD-UNINSURED            PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       MAIN-CONTROL.
           PERFORM INITIALIZATION
           PERFORM PROCESS-DEPOSITORS
           PERFORM WRITE-BANK-TOTALS
           PERFORM CLEANUP
           STOP RUN.

       INITIALIZATION.
           DISPLAY 'FDIC Coverage Calculation - Started'
           DISPLAY '===================================='
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-OPS-START-STAMP
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-AS-OF-DATE

           ACCEPT WS-CLI-PARM FROM COMMAND-LINE
           IF WS-CLI-PARM(1:5) = 'ASOF='
              MOVE WS-CLI-PARM(6:8) TO WS-AS-OF-DATE
           END-IF
           DISPLAY 'Coverage as of: ' WS-AS-OF-DATE

           OPEN INPUT CUSTOMER-MASTER
           IF WS-CUST-STATUS NOT = '00'
              DISPLAY 'FATAL: unable to open CUSTOMERS.DAT (status '
                      WS-CUST-STATUS ') - run refused'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCT-STATUS NOT = '00'
              DISPLAY 'FATAL: unable to open ACCOUNTS.DAT (status '
                      WS-ACCT-STATUS ') - run refused'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
      *    No relationship file yet just means every account is
      *    single-owner.
           OPEN INPUT ACCOUNT-RELATION-FILE
           IF WS-REL-STATUS = '00'
              SET RELATION-FILE-OPEN TO TRUE
           END-IF

           OPEN OUTPUT COVERAGE-REPORT-FILE
           OPEN OUTPUT DEPOSITOR-FILE
           MOVE WS-AS-OF-DATE TO WS-RH-AS-OF-DATE
           WRITE REPORT-LINE FROM WS-REPORT-HEADER-1
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM WS-REPORT-HEADER-2.

       PROCESS-DEPOSITORS.
           PERFORM READ-NEXT-CUSTOMER
           PERFORM UNTIL WS-CUST-EOF
              ADD 1 TO WS-CUSTOMERS-READ
              PERFORM CALCULATE-CUSTOMER-COVERAGE
              PERFORM READ-NEXT-CUSTOMER
           END-PERFORM.

       READ-NEXT-CUSTOMER.
           READ CUSTOMER-MASTER NEXT RECORD
               AT END
                   SET WS-CUST-EOF TO TRUE
           END-READ.

       CALCULATE-CUSTOMER-COVERAGE.
           PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                   UNTIL WS-CAT-SUB > 4
              MOVE ZEROS TO WS-CC-ACCOUNTS(WS-CAT-SUB)
              MOVE ZEROS TO WS-CC-BALANCE(WS-CAT-SUB)
              MOVE ZEROS TO WS-CC-LIMIT(WS-CAT-SUB)
              MOVE ZEROS TO WS-CC-INSURED(WS-CAT-SUB)
              MOVE ZEROS TO WS-CC-UNINSURED(WS-CAT-SUB)
           END-PERFORM
           MOVE ZEROS TO WS-CT-BALANCE
           MOVE ZEROS TO WS-CT-INSURED
           MOVE ZEROS TO WS-CT-UNINSURED
           MOVE ZEROS TO WS-BENEF-COUNT
           PERFORM GATHER-OWNED-ACCOUNTS

           PERFORM VARYING WS-OWNED-SUB FROM 1 BY 1
                   UNTIL WS-OWNED-SUB > WS-OWNED-COUNT
              MOVE WS-OWNED-ACCOUNT(WS-OWNED-SUB)
                  TO ACCT-ACCOUNT-NUMBER
              READ ACCOUNT-FILE
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      IF NOT ACCT-LOAN
                         AND NOT ACCT-CLOSED
                         PERFORM ALLOCATE-ACCOUNT-BALANCE
                      END-IF
              END-READ
           END-PERFORM

           IF WS-CC-ACCOUNTS(WS-CAT-SINGLE) > 0
              OR WS-CC-ACCOUNTS(WS-CAT-JOINT) > 0
              OR WS-CC-ACCOUNTS(WS-CAT-IRA) > 0
              OR WS-CC-ACCOUNTS(WS-CAT-TRUST) > 0
              ADD 1 TO WS-DEPOSITORS
              PERFORM APPLY-COVERAGE-LIMITS
              PERFORM WRITE-CUSTOMER-COVERAGE
              IF WS-CT-UNINSURED > 0
                 ADD 1 TO WS-UNINSURED-DEPOSITORS
              END-IF
           END-IF.

       GATHER-OWNED-ACCOUNTS.
      *    Primary-owned accounts by the ACCT-CUSTOMER-ID alternate
      *    index, then joint-owned ones by the relationship file's
      *    customer index.
           MOVE ZEROS TO WS-OWNED-COUNT
           MOVE CUST-CUSTOMER-ID TO ACCT-CUSTOMER-ID
           START ACCOUNT-FILE KEY IS >= ACCT-CUSTOMER-ID
               INVALID KEY
                   MOVE '10' TO WS-ACCT-STATUS
           END-START
           IF WS-ACCT-STATUS NOT = '10'
              PERFORM READ-NEXT-ACCOUNT
              PERFORM UNTIL WS-ACCT-STATUS = '10'
                      OR ACCT-CUSTOMER-ID NOT = CUST-CUSTOMER-ID
                 MOVE ACCT-ACCOUNT-NUMBER TO WS-CANDIDATE-ACCOUNT
                 PERFORM ADD-OWNED-ACCOUNT
                 PERFORM READ-NEXT-ACCOUNT
              END-PERFORM
           END-IF
           MOVE '00' TO WS-ACCT-STATUS

           IF RELATION-FILE-OPEN
              MOVE CUST-CUSTOMER-ID TO REL-CUSTOMER-ID
              START ACCOUNT-RELATION-FILE KEY IS >= REL-CUSTOMER-ID
                  INVALID KEY
                      MOVE '10' TO WS-REL-STATUS
              END-START
              IF WS-REL-STATUS NOT = '10'
                 PERFORM READ-NEXT-RELATIONSHIP
                 PERFORM UNTIL WS-REL-STATUS = '10'
                         OR REL-CUSTOMER-ID NOT = CUST-CUSTOMER-ID
                    IF REL-JOINT-OWNER
                       MOVE REL-ACCOUNT-NUMBER TO WS-CANDIDATE-ACCOUNT
                       PERFORM ADD-OWNED-ACCOUNT
                    END-IF
                    PERFORM READ-NEXT-RELATIONSHIP
                 END-PERFORM
              END-IF
              MOVE '00' TO WS-REL-STATUS
           END-IF.

       ADD-OWNED-ACCOUNT.
           IF WS-OWNED-COUNT < 200
              ADD 1 TO WS-OWNED-COUNT
              MOVE WS-CANDIDATE-ACCOUNT
                  TO WS-OWNED-ACCOUNT(WS-OWNED-COUNT)
           ELSE
              ADD 1 TO WS-TABLE-OVERFLOWS
              DISPLAY 'WARNING: account table full (200) for '
                      'customer ' CUST-CUSTOMER-ID
                      ' - account ' WS-CANDIDATE-ACCOUNT
                      ' not counted'
           END-IF.

       READ-NEXT-ACCOUNT.
           READ ACCOUNT-FILE NEXT RECORD
               AT END
                   MOVE '10' TO WS-ACCT-STATUS
           END-READ.

       READ-NEXT-RELATIONSHIP.
           READ ACCOUNT-RELATION-FILE NEXT RECORD
               AT END
                   MOVE '10' TO WS-REL-STATUS
           END-READ.

       ALLOCATE-ACCOUNT-BALANCE.
      *    Classify the account and add this customer's share of it
      *    to the category.
           PERFORM EXAMINE-ACCOUNT-PARTIES
           EVALUATE TRUE
               WHEN ACCT-IS-IRA
                   MOVE WS-CAT-IRA TO WS-ACCT-CATEGORY
               WHEN WS-ACCT-BENEF-COUNT > 0
                   MOVE WS-CAT-TRUST TO WS-ACCT-CATEGORY
               WHEN WS-ACCT-OWNER-COUNT > 1
                   MOVE WS-CAT-JOINT TO WS-ACCT-CATEGORY
               WHEN OTHER
                   MOVE WS-CAT-SINGLE TO WS-ACCT-CATEGORY
           END-EVALUATE

      *    An IRA belongs to its one participant whatever else is
      *    recorded against it.
           IF WS-ACCT-CATEGORY = WS-CAT-IRA
              MOVE 1 TO WS-ACCT-OWNER-COUNT
           END-IF
           IF WS-ACCT-CATEGORY NOT = WS-CAT-IRA
              OR ACCT-CUSTOMER-ID = CUST-CUSTOMER-ID
              PERFORM ADD-OWNER-SHARE
           END-IF.

       ADD-OWNER-SHARE.
           MOVE ZEROS TO WS-ACCT-AMOUNT
           IF ACCT-BALANCE > 0
              ADD ACCT-BALANCE TO WS-ACCT-AMOUNT
           END-IF
           IF ACCT-ACCRUED-INTEREST > 0
              ADD ACCT-ACCRUED-INTEREST TO WS-ACCT-AMOUNT
           END-IF
           COMPUTE WS-OWNER-SHARE ROUNDED =
               WS-ACCT-AMOUNT / WS-ACCT-OWNER-COUNT

           ADD 1 TO WS-ACCOUNTS-COUNTED
           ADD 1 TO WS-CC-ACCOUNTS(WS-ACCT-CATEGORY)
           ADD WS-OWNER-SHARE TO WS-CC-BALANCE(WS-ACCT-CATEGORY)

           IF WS-ACCT-CATEGORY = WS-CAT-TRUST
              PERFORM VARYING WS-ACCT-BENEF-SUB FROM 1 BY 1
                      UNTIL WS-ACCT-BENEF-SUB > WS-ACCT-BENEF-COUNT
                 PERFORM COUNT-DISTINCT-BENEFICIARY
              END-PERFORM
           END-IF.

       EXAMINE-ACCOUNT-PARTIES.
      *    Owners are the primary plus each joint owner; the POD
      *    beneficiaries are listed for the revocable trust
      *    calculation. Signers own nothing and are ignored.
           MOVE 1 TO WS-ACCT-OWNER-COUNT
           MOVE ZEROS TO WS-ACCT-BENEF-COUNT
           IF RELATION-FILE-OPEN
              MOVE ACCT-ACCOUNT-NUMBER TO REL-ACCOUNT-NUMBER
              MOVE ZEROS TO REL-CUSTOMER-ID
              START ACCOUNT-RELATION-FILE KEY IS >= REL-KEY
                  INVALID KEY
                      MOVE '10' TO WS-REL-STATUS
              END-START
              IF WS-REL-STATUS NOT = '10'
                 PERFORM READ-NEXT-RELATIONSHIP
                 PERFORM UNTIL WS-REL-STATUS = '10'
                         OR REL-ACCOUNT-NUMBER NOT = ACCT-ACCOUNT-NUMBER
                    IF REL-CUSTOMER-ID NOT = ACCT-CUSTOMER-ID
                       EVALUATE TRUE
                           WHEN REL-JOINT-OWNER
                               ADD 1 TO WS-ACCT-OWNER-COUNT
                           WHEN REL-POD-BENEFICIARY
                               IF WS-ACCT-BENEF-COUNT < 50
                                  ADD 1 TO WS-ACCT-BENEF-COUNT
                                  MOVE REL-CUSTOMER-ID
                                      TO WS-ACCT-BENEF-ID
                                         (WS-ACCT-BENEF-COUNT)
                               END-IF
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                    END-IF
                    PERFORM READ-NEXT-RELATIONSHIP
                 END-PERFORM
              END-IF
              MOVE '00' TO WS-REL-STATUS
           END-IF.

       COUNT-DISTINCT-BENEFICIARY.
           MOVE 'N' TO WS-BENEF-FOUND-FLAG
           PERFORM VARYING WS-BENEF-SUB FROM 1 BY 1
                   UNTIL WS-BENEF-SUB > WS-BENEF-COUNT
              IF WS-BENEF-CUSTOMER-ID(WS-BENEF-SUB)
                     = WS-ACCT-BENEF-ID(WS-ACCT-BENEF-SUB)
                 SET BENEFICIARY-ALREADY-COUNTED TO TRUE
              END-IF
           END-PERFORM
           IF NOT BENEFICIARY-ALREADY-COUNTED
              AND WS-BENEF-COUNT < 50
              ADD 1 TO WS-BENEF-COUNT
              MOVE WS-ACCT-BENEF-ID(WS-ACCT-BENEF-SUB)
                  TO WS-BENEF-CUSTOMER-ID(WS-BENEF-COUNT)
           END-IF.

       APPLY-COVERAGE-LIMITS.
           MOVE WS-BENEF-COUNT TO WS-COVERED-BENEFICIARIES
           IF WS-COVERED-BENEFICIARIES > WS-MAX-TRUST-BENEFICIARIES
              MOVE WS-MAX-TRUST-BENEFICIARIES
                  TO WS-COVERED-BENEFICIARIES
           END-IF

           PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                   UNTIL WS-CAT-SUB > 4
              IF WS-CAT-SUB = WS-CAT-TRUST
                 COMPUTE WS-CC-LIMIT(WS-CAT-SUB) =
                     WS-FDIC-STANDARD-MAXIMUM
                         * WS-COVERED-BENEFICIARIES
              ELSE
                 MOVE WS-FDIC-STANDARD-MAXIMUM
                     TO WS-CC-LIMIT(WS-CAT-SUB)
              END-IF
              IF WS-CC-BALANCE(WS-CAT-SUB) > WS-CC-LIMIT(WS-CAT-SUB)
                 MOVE WS-CC-LIMIT(WS-CAT-SUB)
                     TO WS-CC-INSURED(WS-CAT-SUB)
                 COMPUTE WS-CC-UNINSURED(WS-CAT-SUB) =
                     WS-CC-BALANCE(WS-CAT-SUB)
                         - WS-CC-LIMIT(WS-CAT-SUB)
              ELSE
                 MOVE WS-CC-BALANCE(WS-CAT-SUB)
                     TO WS-CC-INSURED(WS-CAT-SUB)
                 MOVE ZEROS TO WS-CC-UNINSURED(WS-CAT-SUB)
              END-IF
              ADD WS-CC-BALANCE(WS-CAT-SUB)   TO WS-CT-BALANCE
              ADD WS-CC-INSURED(WS-CAT-SUB)   TO WS-CT-INSURED
              ADD WS-CC-UNINSURED(WS-CAT-SUB) TO WS-CT-UNINSURED
              ADD WS-CC-BALANCE(WS-CAT-SUB)
                  TO WS-BK-BALANCE(WS-CAT-SUB)
              ADD WS-CC-INSURED(WS-CAT-SUB)
                  TO WS-BK-INSURED(WS-CAT-SUB)
              ADD WS-CC-UNINSURED(WS-CAT-SUB)
                  TO WS-BK-UNINSURED(WS-CAT-SUB)
           END-PERFORM
           ADD WS-CT-BALANCE   TO WS-BT-BALANCE
           ADD WS-CT-INSURED   TO WS-BT-INSURED
           ADD WS-CT-UNINSURED TO WS-BT-UNINSURED.

       WRITE-CUSTOMER-COVERAGE.
      *    One report line and one depositor record per category the
      *    customer holds, then the customer total.
           PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                   UNTIL WS-CAT-SUB > 4
              IF WS-CC-ACCOUNTS(WS-CAT-SUB) > 0
                 MOVE CUST-CUSTOMER-ID TO WS-RD-CUSTOMER-ID
                 MOVE CUST-NAME        TO WS-RD-NAME
                 MOVE WS-CATEGORY-NAME(WS-CAT-SUB) TO WS-RD-CATEGORY
                 MOVE WS-CC-ACCOUNTS(WS-CAT-SUB)   TO WS-RD-ACCOUNTS
                 MOVE WS-CC-BALANCE(WS-CAT-SUB)    TO WS-RD-BALANCE
                 MOVE WS-CC-INSURED(WS-CAT-SUB)    TO WS-RD-INSURED
                 MOVE WS-CC-UNINSURED(WS-CAT-SUB)  TO WS-RD-UNINSURED
                 WRITE REPORT-LINE FROM WS-REPORT-DETAIL

                 MOVE WS-AS-OF-DATE    TO DEP-AS-OF-DATE
                 MOVE CUST-CUSTOMER-ID TO DEP-CUSTOMER-ID
                 MOVE CUST-NAME        TO DEP-NAME
                 MOVE WS-CATEGORY-CODE(WS-CAT-SUB) TO DEP-CATEGORY
                 MOVE WS-CC-ACCOUNTS(WS-CAT-SUB) TO DEP-ACCOUNT-COUNT
                 IF WS-CAT-SUB = WS-CAT-TRUST
                    MOVE WS-BENEF-COUNT TO DEP-BENEFICIARY-COUNT
                 ELSE
                    MOVE ZEROS TO DEP-BENEFICIARY-COUNT
                 END-IF
                 MOVE WS-CC-BALANCE(WS-CAT-SUB)   TO DEP-BALANCE
                 MOVE WS-CC-LIMIT(WS-CAT-SUB)     TO DEP-COVERAGE-LIMIT
                 MOVE WS-CC-INSURED(WS-CAT-SUB)   TO DEP-INSURED
                 MOVE WS-CC-UNINSURED(WS-CAT-SUB) TO DEP-UNINSURED
                 WRITE DEPOSITOR-RECORD
                 ADD 1 TO WS-DEPOSITOR-RECORDS
              END-IF
           END-PERFORM

           MOVE SPACES TO WS-TD-LABEL
           MOVE '  CUSTOMER TOTAL' TO WS-TD-LABEL
           MOVE SPACES TO WS-TD-CATEGORY
           MOVE WS-CT-BALANCE   TO WS-TD-BALANCE
           MOVE WS-CT-INSURED   TO WS-TD-INSURED
           MOVE WS-CT-UNINSURED TO WS-TD-UNINSURED
           WRITE REPORT-LINE FROM WS-TOTAL-DETAIL.

       WRITE-BANK-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'BANK-WIDE TOTALS BY OWNERSHIP CATEGORY'
               TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                   UNTIL WS-CAT-SUB > 4
              MOVE SPACES TO WS-TD-LABEL
              MOVE WS-CATEGORY-NAME(WS-CAT-SUB) TO WS-TD-CATEGORY
              MOVE WS-BK-BALANCE(WS-CAT-SUB)    TO WS-TD-BALANCE
              MOVE WS-BK-INSURED(WS-CAT-SUB)    TO WS-TD-INSURED
              MOVE WS-BK-UNINSURED(WS-CAT-SUB)  TO WS-TD-UNINSURED
              WRITE REPORT-LINE FROM WS-TOTAL-DETAIL
           END-PERFORM
           MOVE 'BANK TOTAL' TO WS-TD-LABEL
           MOVE SPACES TO WS-TD-CATEGORY
           MOVE WS-BT-BALANCE   TO WS-TD-BALANCE
           MOVE WS-BT-INSURED   TO WS-TD-INSURED
           MOVE WS-BT-UNINSURED TO WS-TD-UNINSURED
           WRITE REPORT-LINE FROM WS-TOTAL-DETAIL.

       CLEANUP.
           DISPLAY ' '
           DISPLAY 'FDIC Coverage Calculation Summary'
           DISPLAY '=================================='
           DISPLAY 'Customers read:         ' WS-CUSTOMERS-READ
           DISPLAY 'Depositors:             ' WS-DEPOSITORS
           DISPLAY 'With uninsured funds:   ' WS-UNINSURED-DEPOSITORS
           DISPLAY 'Account shares counted: ' WS-ACCOUNTS-COUNTED
           DISPLAY 'Depositor records:      ' WS-DEPOSITOR-RECORDS
           DISPLAY 'Total deposits:  $' WS-BT-BALANCE
           DISPLAY 'Insured:         $' WS-BT-INSURED
           DISPLAY 'Uninsured:       $' WS-BT-UNINSURED
           IF WS-TABLE-OVERFLOWS > 0
              DISPLAY 'WARNING: accounts not counted (table full): '
                      WS-TABLE-OVERFLOWS
           END-IF

           CLOSE CUSTOMER-MASTER
           CLOSE ACCOUNT-FILE
           IF RELATION-FILE-OPEN
              CLOSE ACCOUNT-RELATION-FILE
           END-IF
           CLOSE COVERAGE-REPORT-FILE
           CLOSE DEPOSITOR-FILE

           OPEN EXTEND OPS-STATS-FILE
           IF WS-OPS-STATS-STATUS = '35'
              OPEN OUTPUT OPS-STATS-FILE
           END-IF
           MOVE WS-OPS-PROGRAM-NAME  TO OPS-PROGRAM-NAME
           MOVE WS-AS-OF-DATE        TO OPS-BUSINESS-DATE
           MOVE WS-OPS-START-STAMP   TO OPS-START-TIMESTAMP
           MOVE FUNCTION CURRENT-DATE(1:14) TO OPS-END-TIMESTAMP
           MOVE WS-CUSTOMERS-READ    TO OPS-RECORDS-READ
           MOVE WS-DEPOSITOR-RECORDS TO OPS-RECORDS-WRITTEN
           MOVE WS-TABLE-OVERFLOWS   TO OPS-RECORDS-REJECTED
           WRITE OPS-STATS-RECORD
           CLOSE OPS-STATS-FILE

           DISPLAY 'FDIC Coverage Calculation - Complete'.
