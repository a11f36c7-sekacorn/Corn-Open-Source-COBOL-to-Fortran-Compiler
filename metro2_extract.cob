      *****************************************************************
      * MONTHLY CREDIT BUREAU EXTRACT (METRO 2)
      * Month-end batch that reports every installment loan to the
      * consumer credit bureaus in the Metro 2 fixed format: one
      * 426-byte header record, one 426-byte base segment per loan
      * and a 426-byte trailer carrying the record and status
      * counts the bureaus balance the file against.
      *   - name, address and telephone come from CUSTOMER-MASTER;
      *   - terms and balances come from the loan fields on
      *     ACCOUNT-RECORD, the interest type from LOAN-RATE-TERMS
      *     and the charge-off amounts from CHARGEOFF-LEDGER.DAT;
      *   - the account status is aged from the oldest unpaid due
      *     date exactly as LOAN-DELINQUENCY ages it, as of the last
      *     day of the reporting month (or today, for the current
      *     month);
      *   - the month's payments and the date of the last payment
      *     come from the loan postings on the audit trail, the
      *     rolled archive as well as the live file.
      * Each loan's 24-month payment history profile is kept on
      * LOAN-PAYMENT-PROFILE.DAT: every run shifts the profile on
      * from the month last reported, so the string on each month's
      * file carries the history the bureaus expect. A re-run of the
      * same month rebuilds the same string. Closed, paid-off and
      * fully recovered loans are reported once with their final
      * status and then drop off the file.
      * MONTH=YYYYMM on the command line reports a named month.
      *
      * Copyright (c) 2026 sekacorn
      * Contact: sekacorn@gmail.com
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. METRO2-EXTRACT.
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

      *    Rolled audit history: the archive utility cuts the live
      *    audit trail off each month-end, so anything older than the
      *    current month lives here (each record is the original
      *    image prefixed with its roll date).
           SELECT AUDIT-ARCHIVE-FILE
               ASSIGN TO "AUDIT-ARCHIVE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

      *    Variable-rate terms kept by ACCOUNT-MAINTENANCE; a loan
      *    on file here reports a variable interest type.
           SELECT LOAN-RATE-TERMS-FILE
               ASSIGN TO "LOAN-RATE-TERMS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VRT-ACCOUNT-NUMBER
               FILE STATUS IS WS-VRT-STATUS.

           SELECT CHARGEOFF-LEDGER-FILE
               ASSIGN TO "CHARGEOFF-LEDGER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CO-ACCOUNT-NUMBER
               FILE STATUS IS WS-LEDGER-STATUS.

      *    Payment history profile carried from month to month, one
      *    record per loan ever reported. Created on the first run.
           SELECT PAYMENT-PROFILE-FILE
               ASSIGN TO "LOAN-PAYMENT-PROFILE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PHP-ACCOUNT-NUMBER
               FILE STATUS IS WS-PROFILE-STATUS.

           SELECT BUREAU-FILE
               ASSIGN TO "METRO2-EXTRACT.DAT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT BUREAU-LISTING-FILE
               ASSIGN TO "METRO2-LISTING.TXT"
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
      *    Charged off by CHARGEOFF-PROCESSING; reported as a
      *    charge-off with the recovery balance still owed.
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

       FD LOAN-RATE-TERMS-FILE.
       01 LOAN-RATE-TERMS-RECORD.
          05 VRT-ACCOUNT-NUMBER         PIC 9(10).
          05 VRT-INDEX-NAME             PIC X(2).
          05 VRT-MARGIN                 PIC 9V9999.
          05 VRT-REPRICE-FREQUENCY      PIC 9(3).
          05 VRT-NEXT-REPRICE-DATE      PIC 9(8).
          05 VRT-RATE-FLOOR             PIC 9V9999.
          05 VRT-RATE-CAP               PIC 9V9999.
          05 VRT-LAST-REPRICE-DATE      PIC 9(8).
          05 VRT-LAST-INDEX-VALUE       PIC 9V9999.
          05 VRT-TERMS-SET-DATE         PIC 9(8).
          05 VRT-PENDING-PAYMENT        PIC 9(9)V99.
          05 VRT-PAYMENT-CHANGE-DATE    PIC 9(8).

       FD CHARGEOFF-LEDGER-FILE.
       01 CHARGEOFF-LEDGER-RECORD.
          05 CO-ACCOUNT-NUMBER          PIC 9(10).
          05 CO-CHARGE-OFF-DATE         PIC 9(8).
          05 CO-DAYS-PAST-DUE           PIC 9(5).
          05 CO-AMOUNT-CHARGED-OFF      PIC 9(13)V99.
          05 CO-RECOVERED-TO-DATE       PIC 9(13)V99.
          05 CO-RECOVERY-BALANCE        PIC 9(13)V99.
          05 CO-LAST-RECOVERY-DATE      PIC 9(8).

       FD PAYMENT-PROFILE-FILE.
       01 PAYMENT-PROFILE-RECORD.
          05 PHP-ACCOUNT-NUMBER         PIC 9(10).
      *    The month last reported, its status code and its one-
      *    character history code; the next month's run moves that
      *    code to the front of the history string.
          05 PHP-LAST-MONTH             PIC 9(6).
          05 PHP-LAST-STATUS            PIC X(2).
          05 PHP-LAST-CODE              PIC X.
      *    The 24 months before PHP-LAST-MONTH, most recent first.
          05 PHP-HISTORY                PIC X(24).
      *    'Y' once a final status (closed, paid, recovered) has
      *    gone to the bureaus; the loan is not reported again.
          05 PHP-FINAL-FLAG             PIC X.
             88 PHP-FINAL-REPORTED      VALUE 'Y'.
          05 PHP-FIRST-REPORTED         PIC 9(6).

       FD BUREAU-FILE.
       01 BUREAU-RECORD                 PIC X(426).

       FD BUREAU-LISTING-FILE.
       01 BUREAU-LISTING-LINE           PIC X(132).

       WORKING-STORAGE SECTION.
      *    Run statistics captured for the cycle summary report.
       01 WS-OPS-STATS-STATUS           PIC X(2).
       01 WS-OPS-PROGRAM-NAME           PIC X(30)
          VALUE 'METRO2-EXTRACT'.
       01 WS-OPS-START-STAMP            PIC X(14).

       01 WS-ACCT-STATUS                PIC X(2).
       01 WS-CUST-STATUS                PIC X(2).
       01 WS-AUDIT-FILE-STATUS          PIC X(2).
          88 WS-AUDIT-FILE-EOF          VALUE '10'.
       01 WS-ARCHIVE-STATUS             PIC X(2).
          88 WS-ARCHIVE-EOF             VALUE '10'.
       01 WS-VRT-STATUS                 PIC X(2).
       01 WS-LEDGER-STATUS              PIC X(2).
       01 WS-PROFILE-STATUS             PIC X(2).
       01 WS-VRT-OPEN-FLAG              PIC X VALUE 'N'.
          88 RATE-TERMS-AVAILABLE       VALUE 'Y'.
       01 WS-LEDGER-OPEN-FLAG           PIC X VALUE 'N'.
          88 CHARGEOFF-LEDGER-AVAILABLE VALUE 'Y'.

       01 WS-TODAY-YMD                  PIC 9(8).
       01 WS-CLI-PARM                   PIC X(60).
       01 WS-REPORT-MONTH               PIC 9(6).
       01 WS-REPORT-MONTH-R REDEFINES WS-REPORT-MONTH.
          05 WS-RM-YEAR                 PIC 9(4).
          05 WS-RM-MONTH                PIC 9(2).
       01 WS-REPORT-MONTH-INDEX         PIC S9(7).
       01 WS-LAST-MONTH                 PIC 9(6).
       01 WS-LAST-MONTH-R REDEFINES WS-LAST-MONTH.
          05 WS-LM-YEAR                 PIC 9(4).
          05 WS-LM-MONTH                PIC 9(2).
       01 WS-STAMP-WORK                 PIC X(14).
       01 WS-AS-OF-DATE                 PIC 9(8).
       01 WS-NEXT-MONTH-START.
          05 WS-NMS-YEAR                PIC 9(4).
          05 WS-NMS-MONTH               PIC 9(2).
          05 WS-NMS-DAY                 PIC 9(2).
       01 WS-NEXT-MONTH-START-N REDEFINES WS-NEXT-MONTH-START
                                        PIC 9(8).

      *    Data furnisher identity carried on the header and every
      *    base segment; the bureau program identifiers are the ones
      *    each bureau assigned to this bank.
       01 WS-M2-IDENTITY.
          05 WS-M2-IDENTIFICATION       PIC X(20)
             VALUE '071000013'.
          05 WS-M2-EQUIFAX-ID           PIC X(10) VALUE 'EFX0710000'.
          05 WS-M2-EXPERIAN-ID          PIC X(5)  VALUE 'X0710'.
          05 WS-M2-TRANSUNION-ID        PIC X(10) VALUE 'TU07100001'.
          05 WS-M2-INNOVIS-ID           PIC X(10) VALUE 'IN07100001'.
          05 WS-M2-REPORTER-NAME        PIC X(40)
             VALUE 'BANKING SYSTEM'.
          05 WS-M2-REPORTER-ADDRESS     PIC X(96)
             VALUE 'LOAN OPERATIONS'.
          05 WS-M2-REPORTER-PHONE       PIC X(10) VALUE '0000000000'.
          05 WS-M2-SOFTWARE-NAME        PIC X(40)
             VALUE 'BANKING SYSTEM'.
          05 WS-M2-SOFTWARE-VERSION     PIC X(5)  VALUE '01.00'.
          05 WS-M2-PROGRAM-DATE         PIC 9(8)  VALUE 10012026.

      *    Loans on file, in account order, with the month's
      *    payments and the last payment date off the audit trail.
       01 WS-LOAN-COUNT                 PIC 9(5) VALUE ZEROS.
       01 WS-LOAN-TABLE.
          05 WS-LOAN-ENTRY OCCURS 1 TO 5000 TIMES
             DEPENDING ON WS-LOAN-COUNT
             ASCENDING KEY IS WS-LN-ACCOUNT
             INDEXED BY WS-LN-IDX.
             10 WS-LN-ACCOUNT           PIC 9(10).
             10 WS-LN-LAST-PAY-DATE     PIC 9(8).
             10 WS-LN-MONTH-PAID        PIC 9(13)V99.
       01 WS-LOAN-FOUND-FLAG            PIC X.
          88 LOAN-IN-TABLE              VALUE 'Y'.

      *    One loan posting taken off the live trail or archive.
       01 WS-PST-ACCOUNT                PIC 9(10).
       01 WS-PST-DATE                   PIC 9(8).
       01 WS-PST-AMOUNT                 PIC S9(13)V9(6).

      *    Status and history work for the loan being reported.
       01 WS-LOAN-WORK.
          05 WS-DAYS-PAST-DUE           PIC S9(7).
          05 WS-INSTALLMENTS-DUE        PIC 9(5).
          05 WS-AMOUNT-PAST-DUE         PIC S9(13)V99.
          05 WS-CURRENT-BALANCE         PIC S9(13)V99.
          05 WS-CHARGED-OFF-AMOUNT      PIC S9(13)V99.
          05 WS-FIRST-DELINQUENCY       PIC 9(8).
          05 WS-DATE-CLOSED             PIC 9(8).
          05 WS-ACCOUNT-STATUS-CODE     PIC X(2).
          05 WS-HISTORY-CODE            PIC X.
          05 WS-PAYMENT-RATING          PIC X.
          05 WS-FINAL-STATUS-FLAG       PIC X.
             88 FINAL-STATUS-REPORTED   VALUE 'Y'.
          05 WS-PROFILE-FOUND-FLAG      PIC X.
             88 PROFILE-ON-FILE         VALUE 'Y'.
          05 WS-NEW-HISTORY             PIC X(24).
          05 WS-LAST-MONTH-INDEX        PIC S9(7).
          05 WS-MONTH-GAP               PIC S9(7).
          05 WS-REPORT-FLAG             PIC X.
             88 LOAN-TO-BE-REPORTED     VALUE 'Y'.

      *    Consumer name split: "LAST, FIRST MIDDLE" when the name
      *    carries a comma, otherwise the last word is the surname.
       01 WS-NAME-WORK.
          05 WS-NAME-SURNAME            PIC X(25).
          05 WS-NAME-GIVEN              PIC X(40).
          05 WS-NAME-FIRST              PIC X(20).
          05 WS-NAME-MIDDLE             PIC X(20).
          05 WS-NAME-COMMA-COUNT        PIC 9(2).
          05 WS-NAME-LAST-CHAR          PIC 9(2).
          05 WS-NAME-WORD-START         PIC 9(2).
          05 WS-NAME-SUB                PIC 9(2).
       01 WS-PHONE-DIGITS               PIC X(10).
       01 WS-PHONE-COUNT                PIC 9(2).
       01 WS-PHONE-SUB                  PIC 9(2).
       01 WS-POSTAL-CODE                PIC X(9).

      *    Metro 2 dates are MMDDYYYY.
       01 WS-CONV-YMD                   PIC 9(8).
       01 WS-CONV-YMD-R REDEFINES WS-CONV-YMD.
          05 WS-CONV-Y-YEAR             PIC 9(4).
          05 WS-CONV-Y-MONTH            PIC 9(2).
          05 WS-CONV-Y-DAY              PIC 9(2).
       01 WS-CONV-MDY.
          05 WS-CONV-M-MONTH            PIC 9(2).
          05 WS-CONV-M-DAY              PIC 9(2).
          05 WS-CONV-M-YEAR             PIC 9(4).
       01 WS-CONV-MDY-N REDEFINES WS-CONV-MDY PIC 9(8).

       01 WS-HEADER-RECORD.
          05 M2H-RDW                    PIC 9(4) VALUE 426.
          05 M2H-RECORD-ID              PIC X(6) VALUE 'HEADER'.
          05 M2H-CYCLE-NUMBER           PIC X(2) VALUE SPACES.
          05 M2H-INNOVIS-ID             PIC X(10).
          05 M2H-EQUIFAX-ID             PIC X(10).
          05 M2H-EXPERIAN-ID            PIC X(5).
          05 M2H-TRANSUNION-ID          PIC X(10).
          05 M2H-ACTIVITY-DATE          PIC 9(8).
          05 M2H-DATE-CREATED           PIC 9(8).
          05 M2H-PROGRAM-DATE           PIC 9(8).
          05 M2H-PROGRAM-REVISION-DATE  PIC 9(8).
          05 M2H-REPORTER-NAME          PIC X(40).
          05 M2H-REPORTER-ADDRESS       PIC X(96).
          05 M2H-REPORTER-PHONE         PIC X(10).
          05 M2H-SOFTWARE-NAME          PIC X(40).
          05 M2H-SOFTWARE-VERSION       PIC X(5).
          05 FILLER                     PIC X(156) VALUE SPACES.

       01 WS-BASE-SEGMENT.
          05 M2B-RDW                    PIC 9(4) VALUE 426.
          05 M2B-PROCESSING-IND         PIC X VALUE '1'.
          05 M2B-TIME-STAMP             PIC X(14).
          05 M2B-CORRECTION-IND         PIC X VALUE '0'.
          05 M2B-IDENTIFICATION         PIC X(20).
          05 M2B-CYCLE-ID               PIC X(2) VALUE SPACES.
          05 M2B-CONSUMER-ACCOUNT       PIC X(30).
          05 M2B-PORTFOLIO-TYPE         PIC X VALUE 'I'.
          05 M2B-ACCOUNT-TYPE           PIC X(2) VALUE '01'.
          05 M2B-DATE-OPENED            PIC 9(8).
          05 M2B-CREDIT-LIMIT           PIC 9(9).
          05 M2B-HIGHEST-CREDIT         PIC 9(9).
          05 M2B-TERMS-DURATION         PIC X(3).
          05 M2B-TERMS-FREQUENCY        PIC X VALUE 'M'.
          05 M2B-SCHEDULED-PAYMENT      PIC 9(9).
          05 M2B-ACTUAL-PAYMENT         PIC 9(9).
          05 M2B-ACCOUNT-STATUS         PIC X(2).
          05 M2B-PAYMENT-RATING         PIC X.
          05 M2B-PAYMENT-HISTORY        PIC X(24).
          05 M2B-SPECIAL-COMMENT        PIC X(2) VALUE SPACES.
          05 M2B-COMPLIANCE-CODE        PIC X(2) VALUE SPACES.
          05 M2B-CURRENT-BALANCE        PIC 9(9).
          05 M2B-AMOUNT-PAST-DUE        PIC 9(9).
          05 M2B-ORIGINAL-CHARGE-OFF    PIC 9(9).
          05 M2B-DATE-ACCOUNT-INFO      PIC 9(8).
          05 M2B-DATE-FIRST-DELINQUENCY PIC 9(8).
          05 M2B-DATE-CLOSED            PIC 9(8).
          05 M2B-DATE-LAST-PAYMENT      PIC 9(8).
          05 M2B-INTEREST-TYPE          PIC X.
          05 FILLER                     PIC X(16) VALUE SPACES.
          05 M2B-TRANSACTION-TYPE       PIC X VALUE SPACES.
          05 M2B-SURNAME                PIC X(25).
          05 M2B-FIRST-NAME             PIC X(20).
          05 M2B-MIDDLE-NAME            PIC X(20).
          05 M2B-GENERATION-CODE        PIC X VALUE SPACES.
          05 M2B-SSN                    PIC 9(9).
          05 M2B-DATE-OF-BIRTH          PIC 9(8).
          05 M2B-TELEPHONE              PIC X(10).
          05 M2B-ECOA-CODE              PIC X VALUE '1'.
          05 M2B-CONSUMER-INFO-IND      PIC X(2) VALUE SPACES.
          05 M2B-COUNTRY-CODE           PIC X(2) VALUE 'US'.
          05 M2B-ADDRESS-LINE-1         PIC X(32).
          05 M2B-ADDRESS-LINE-2         PIC X(32).
          05 M2B-CITY                   PIC X(20).
          05 M2B-STATE                  PIC X(2).
          05 M2B-POSTAL-CODE            PIC X(9).
          05 M2B-ADDRESS-IND            PIC X VALUE SPACES.
          05 M2B-RESIDENCE-CODE         PIC X VALUE SPACES.

      *    Trailer counts: base segments by account status, plus
      *    the identifier counts the bureaus check for completeness.
       01 WS-TRAILER-RECORD.
          05 M2T-RDW                    PIC 9(4) VALUE 426.
          05 M2T-RECORD-ID              PIC X(7) VALUE 'TRAILER'.
          05 M2T-TOTAL-BASE             PIC 9(9) VALUE ZEROS.
          05 FILLER                     PIC 9(9) VALUE ZEROS.
          05 M2T-STATUS-DF              PIC 9(9) VALUE ZEROS.
          05 M2T-TOTAL-J1               PIC 9(9) VALUE ZEROS.
          05 M2T-TOTAL-J2               PIC 9(9) VALUE ZEROS.
          05 M2T-BLOCK-COUNT            PIC 9(9) VALUE ZEROS.
          05 M2T-STATUS-DA              PIC 9(9) VALUE ZEROS.
          05 M2T-STATUS-05              PIC 9(9) VALUE ZEROS.
          05 M2T-STATUS-11              PIC 9(9) VALUE ZEROS.
          05 M2T-STATUS-13              PIC 9(9) VALUE ZEROS.
          05 M2T-STATUS-61              PIC 9(9) VALUE ZEROS.
          05 M2T-STATUS-62              PIC 9(9) VALUE ZEROS.
          05 M2T-STATUS-63              PIC 9(9) VALUE ZEROS.
          05 M2T-STATUS-64              PIC 9(9) VALUE ZEROS.
          05 M2T-STATUS-65              PIC 9(9) VALUE ZEROS.
          05 M2T-STATUS-71              PIC 9(9) VALUE ZEROS.
          05 M2T-STATUS-78              PIC 9(9) VALUE ZEROS.
          05 M2T-STATUS-80              PIC 9(9) VALUE ZEROS.
          05 M2T-STATUS-82              PIC 9(9) VALUE ZEROS.
          05 M2T-STATUS-83              PIC 9(9) VALUE ZEROS.
          05 M2T-STATUS-84              PIC 9(9) VALUE ZEROS.
          05 M2T-STATUS-88              PIC 9(9) VALUE ZEROS.
          05 M2T-STATUS-89              PIC 9(9) VALUE ZEROS.
          05 M2T-STATUS-93              PIC 9(9) VALUE ZEROS.
          05 M2T-STATUS-94              PIC 9(9) VALUE ZEROS.
          05 M2T-STATUS-95              PIC 9(9) VALUE ZEROS.
          05 M2T-STATUS-96              PIC 9(9) VALUE ZEROS.
          05 M2T-STATUS-97              PIC 9(9) VALUE ZEROS.
          05 M2T-ECOA-Z                 PIC 9(9) VALUE ZEROS.
          05 M2T-EMPLOYMENT             PIC 9(9) VALUE ZEROS.
          05 M2T-ORIGINAL-CREDITOR      PIC 9(9) VALUE ZEROS.
          05 M2T-PURCHASED-SOLD         PIC 9(9) VALUE ZEROS.
          05 M2T-MORTGAGE-INFO          PIC 9(9) VALUE ZEROS.
          05 M2T-SPECIALIZED-PAYMENT    PIC 9(9) VALUE ZEROS.
          05 M2T-CHANGE-SEGMENTS        PIC 9(9) VALUE ZEROS.
          05 M2T-SSN-ALL                PIC 9(9) VALUE ZEROS.
          05 M2T-SSN-BASE               PIC 9(9) VALUE ZEROS.
          05 M2T-SSN-J1                 PIC 9(9) VALUE ZEROS.
          05 M2T-SSN-J2                 PIC 9(9) VALUE ZEROS.
          05 M2T-DOB-ALL                PIC 9(9) VALUE ZEROS.
          05 M2T-DOB-BASE               PIC 9(9) VALUE ZEROS.
          05 M2T-DOB-J1                 PIC 9(9) VALUE ZEROS.
          05 M2T-DOB-J2                 PIC 9(9) VALUE ZEROS.
          05 M2T-TELEPHONE-ALL          PIC 9(9) VALUE ZEROS.
          05 FILLER                     PIC X(19) VALUE SPACES.

       01 WS-COUNTERS.
          05 WS-ACCOUNTS-SCANNED        PIC 9(7) VALUE ZEROS.
          05 WS-LOANS-REPORTED          PIC 9(7) VALUE ZEROS.
          05 WS-LOANS-NOT-REPORTED      PIC 9(7) VALUE ZEROS.
          05 WS-MISSING-JOIN-COUNT      PIC 9(7) VALUE ZEROS.
          05 WS-AUDIT-RECORDS-READ      PIC 9(9) VALUE ZEROS.

       01 WS-LISTING-HEADER-1.
          05 FILLER                     PIC X(50)
             VALUE '       METRO 2 CREDIT BUREAU EXTRACT LISTING'.
          05 FILLER                     PIC X(7) VALUE 'Month: '.
          05 WS-LH-MONTH                PIC 9(6).
       01 WS-LISTING-HEADER-2.
          05 FILLER                     PIC X(72)
             VALUE 'Account     Customer  St R  Balance     Past Due'
                   & '    History (recent)'.
       01 WS-LISTING-LINE.
          05 WS-LL-ACCOUNT              PIC 9(10).
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-LL-CUSTOMER             PIC 9(8).
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-LL-STATUS               PIC X(2).
          05 FILLER                     PIC X(1) VALUE SPACES.
          05 WS-LL-RATING               PIC X.
          05 FILLER                     PIC X(1) VALUE SPACES.
          05 WS-LL-BALANCE              PIC ZZZ,ZZZ,ZZ9.
          05 FILLER                     PIC X(1) VALUE SPACES.
          05 WS-LL-PAST-DUE             PIC ZZZ,ZZZ,ZZ9.
          05 FILLER                     PIC X(4) VALUE SPACES.
          05 WS-LL-HISTORY              PIC X(24).

       PROCEDURE DIVISION.
       MAIN-CONTROL.
           PERFORM INITIALIZATION
           PERFORM LOAD-LOAN-TABLE
           PERFORM GATHER-ARCHIVED-PAYMENTS
           PERFORM GATHER-LIVE-PAYMENTS
           PERFORM WRITE-HEADER-RECORD
           PERFORM REPORT-ALL-LOANS
           PERFORM WRITE-TRAILER-RECORD
           PERFORM CLEANUP
           STOP RUN.

       INITIALIZATION.
           DISPLAY 'Metro 2 Credit Bureau Extract - Started'
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-OPS-START-STAMP
           DISPLAY '======================================='
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
              OR WS-REPORT-MONTH > WS-TODAY-YMD(1:6)
              DISPLAY 'FATAL: MONTH= must be YYYYMM, not in the '
                      'future - run refused'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           COMPUTE WS-REPORT-MONTH-INDEX =
               WS-RM-YEAR * 12 + WS-RM-MONTH - 1

      *    Status is taken as of the month's last day; the current
      *    month can only be reported as of today.
           MOVE WS-RM-YEAR  TO WS-NMS-YEAR
           MOVE WS-RM-MONTH TO WS-NMS-MONTH
           MOVE 1           TO WS-NMS-DAY
           IF WS-NMS-MONTH = 12
              ADD 1 TO WS-NMS-YEAR
              MOVE 1 TO WS-NMS-MONTH
           ELSE
              ADD 1 TO WS-NMS-MONTH
           END-IF
           COMPUTE WS-AS-OF-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-START-N) - 1)
           IF WS-AS-OF-DATE > WS-TODAY-YMD
              MOVE WS-TODAY-YMD TO WS-AS-OF-DATE
           END-IF
           DISPLAY 'Reporting month: ' WS-REPORT-MONTH
                   ' as of ' WS-AS-OF-DATE

           OPEN INPUT ACCOUNT-FILE
           OPEN INPUT CUSTOMER-MASTER
           OPEN INPUT LOAN-RATE-TERMS-FILE
           IF WS-VRT-STATUS = '00'
              MOVE 'Y' TO WS-VRT-OPEN-FLAG
           END-IF
           OPEN INPUT CHARGEOFF-LEDGER-FILE
           IF WS-LEDGER-STATUS = '00'
              MOVE 'Y' TO WS-LEDGER-OPEN-FLAG
           END-IF
           OPEN I-O PAYMENT-PROFILE-FILE
           IF WS-PROFILE-STATUS = '35'
              OPEN OUTPUT PAYMENT-PROFILE-FILE
              CLOSE PAYMENT-PROFILE-FILE
              OPEN I-O PAYMENT-PROFILE-FILE
           END-IF
           OPEN OUTPUT BUREAU-FILE
           OPEN OUTPUT BUREAU-LISTING-FILE
           MOVE WS-REPORT-MONTH TO WS-LH-MONTH
           WRITE BUREAU-LISTING-LINE FROM WS-LISTING-HEADER-1
           WRITE BUREAU-LISTING-LINE FROM WS-LISTING-HEADER-2.

       LOAD-LOAN-TABLE.
      *    Read in key order, so the table is already in the
      *    ascending order the payment lookups search on.
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
                      IF ACCT-LOAN
                         IF WS-LOAN-COUNT < 5000
                            ADD 1 TO WS-LOAN-COUNT
                            MOVE ACCT-ACCOUNT-NUMBER
                                TO WS-LN-ACCOUNT(WS-LOAN-COUNT)
                            MOVE ZEROS
                                TO WS-LN-LAST-PAY-DATE(WS-LOAN-COUNT)
                            MOVE ZEROS
                                TO WS-LN-MONTH-PAID(WS-LOAN-COUNT)
                         ELSE
                            DISPLAY 'FATAL: more than 5000 loans on '
                                    'file - run refused'
                            MOVE 8 TO RETURN-CODE
                            STOP RUN
                         END-IF
                      END-IF
              END-READ
           END-PERFORM.

       GATHER-ARCHIVED-PAYMENTS.
      *    The date of last payment can reach back past the current
      *    month, into postings the archive utility has rolled off.
           OPEN INPUT AUDIT-ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS NOT = '00'
              DISPLAY 'No audit archive on file - payments from '
                      'the live audit trail only'
           ELSE
              PERFORM UNTIL WS-ARCHIVE-EOF
                 READ AUDIT-ARCHIVE-FILE
                     AT END
                         SET WS-ARCHIVE-EOF TO TRUE
                     NOT AT END
                         ADD 1 TO WS-AUDIT-RECORDS-READ
                         IF (ARC-OPERATION = 'LOAN-PAYMENT-PRINCIPAL'
                             OR ARC-OPERATION = 'LOAN-PAYMENT-INTEREST'
                             OR ARC-OPERATION = 'LOAN-RECOVERY')
                            AND ARC-STATUS = 'POSTED'
                            MOVE ARC-ACCOUNT TO WS-PST-ACCOUNT
                            MOVE ARC-TIMESTAMP(1:8) TO WS-PST-DATE
                            MOVE ARC-AMOUNT TO WS-PST-AMOUNT
                            PERFORM TRACK-LOAN-PAYMENT
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE AUDIT-ARCHIVE-FILE
           END-IF.

       GATHER-LIVE-PAYMENTS.
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
                         IF (AUDIT-OPERATION = 'LOAN-PAYMENT-PRINCIPAL'
                             OR AUDIT-OPERATION =
                                'LOAN-PAYMENT-INTEREST'
                             OR AUDIT-OPERATION = 'LOAN-RECOVERY')
                            AND AUDIT-STATUS = 'POSTED'
                            MOVE AUDIT-ACCOUNT TO WS-PST-ACCOUNT
                            MOVE AUDIT-TIMESTAMP(1:8) TO WS-PST-DATE
                            MOVE AUDIT-AMOUNT TO WS-PST-AMOUNT
                            PERFORM TRACK-LOAN-PAYMENT
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE AUDIT-TRAIL-FILE
           END-IF.

       TRACK-LOAN-PAYMENT.
      *    Postings after the as-of date belong to a later report.
           IF WS-PST-DATE NOT > WS-AS-OF-DATE
              AND WS-LOAN-COUNT > ZEROS
              SEARCH ALL WS-LOAN-ENTRY
                  AT END
                      CONTINUE
                  WHEN WS-LN-ACCOUNT(WS-LN-IDX) = WS-PST-ACCOUNT
                      IF WS-PST-DATE > WS-LN-LAST-PAY-DATE(WS-LN-IDX)
                         MOVE WS-PST-DATE
                             TO WS-LN-LAST-PAY-DATE(WS-LN-IDX)
                      END-IF
                      IF WS-PST-DATE(1:6) = WS-REPORT-MONTH
                         ADD WS-PST-AMOUNT
                             TO WS-LN-MONTH-PAID(WS-LN-IDX)
                      END-IF
              END-SEARCH
           END-IF.

       WRITE-HEADER-RECORD.
           MOVE WS-M2-INNOVIS-ID    TO M2H-INNOVIS-ID
           MOVE WS-M2-EQUIFAX-ID    TO M2H-EQUIFAX-ID
           MOVE WS-M2-EXPERIAN-ID   TO M2H-EXPERIAN-ID
           MOVE WS-M2-TRANSUNION-ID TO M2H-TRANSUNION-ID
           MOVE WS-AS-OF-DATE TO WS-CONV-YMD
           PERFORM CONVERT-DATE-TO-MDY
           MOVE WS-CONV-MDY-N TO M2H-ACTIVITY-DATE
           MOVE WS-TODAY-YMD TO WS-CONV-YMD
           PERFORM CONVERT-DATE-TO-MDY
           MOVE WS-CONV-MDY-N TO M2H-DATE-CREATED
           MOVE WS-M2-PROGRAM-DATE  TO M2H-PROGRAM-DATE
           MOVE WS-M2-PROGRAM-DATE  TO M2H-PROGRAM-REVISION-DATE
           MOVE WS-M2-REPORTER-NAME TO M2H-REPORTER-NAME
           MOVE WS-M2-REPORTER-ADDRESS TO M2H-REPORTER-ADDRESS
           MOVE WS-M2-REPORTER-PHONE TO M2H-REPORTER-PHONE
           MOVE WS-M2-SOFTWARE-NAME TO M2H-SOFTWARE-NAME
           MOVE WS-M2-SOFTWARE-VERSION TO M2H-SOFTWARE-VERSION
           WRITE BUREAU-RECORD FROM WS-HEADER-RECORD.

       REPORT-ALL-LOANS.
           MOVE ZEROS TO ACCT-ACCOUNT-NUMBER
           MOVE '00' TO WS-ACCT-STATUS
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
                      IF ACCT-LOAN
                         AND ACCT-OPENING-DATE NOT > WS-AS-OF-DATE
                         PERFORM REPORT-ONE-LOAN
                      END-IF
              END-READ
           END-PERFORM.

       REPORT-ONE-LOAN.
           MOVE ACCT-ACCOUNT-NUMBER TO PHP-ACCOUNT-NUMBER
           READ PAYMENT-PROFILE-FILE
               INVALID KEY
                   MOVE 'N' TO WS-PROFILE-FOUND-FLAG
               NOT INVALID KEY
                   MOVE 'Y' TO WS-PROFILE-FOUND-FLAG
           END-READ

      *    A loan whose final status has already gone out is done,
      *    unless this is a re-run of that same month.
           MOVE 'Y' TO WS-REPORT-FLAG
           IF PROFILE-ON-FILE AND PHP-FINAL-REPORTED
              AND PHP-LAST-MONTH NOT = WS-REPORT-MONTH
              MOVE 'N' TO WS-REPORT-FLAG
           END-IF
           IF PROFILE-ON-FILE AND PHP-LAST-MONTH > WS-REPORT-MONTH
              DISPLAY 'WARNING: loan ' ACCT-ACCOUNT-NUMBER
                      ' already reported for ' PHP-LAST-MONTH
                      ' - earlier month not re-reported'
              MOVE 'N' TO WS-REPORT-FLAG
           END-IF
      *    A closed loan the bureaus never heard of stays off.
           IF ACCT-CLOSED AND NOT PROFILE-ON-FILE
              MOVE 'N' TO WS-REPORT-FLAG
           END-IF

           IF NOT LOAN-TO-BE-REPORTED
              ADD 1 TO WS-LOANS-NOT-REPORTED
           ELSE
              PERFORM DETERMINE-ACCOUNT-STATUS
              PERFORM BUILD-PAYMENT-HISTORY
              PERFORM BUILD-BASE-SEGMENT
              WRITE BUREAU-RECORD FROM WS-BASE-SEGMENT
              ADD 1 TO WS-LOANS-REPORTED
              PERFORM COUNT-TRAILER-STATUS
              PERFORM SAVE-PAYMENT-PROFILE
              PERFORM WRITE-LISTING-LINE
           END-IF.

       DETERMINE-ACCOUNT-STATUS.
      *    Days past due from the oldest unpaid installment, the
      *    measure LOAN-DELINQUENCY uses, mapped to the Metro 2
      *    status codes and one-character history codes.
           MOVE ZEROS TO WS-DAYS-PAST-DUE
           MOVE ZEROS TO WS-AMOUNT-PAST-DUE
           MOVE ZEROS TO WS-CHARGED-OFF-AMOUNT
           MOVE ZEROS TO WS-FIRST-DELINQUENCY
           MOVE ZEROS TO WS-DATE-CLOSED
           MOVE SPACE TO WS-PAYMENT-RATING
           MOVE 'N'   TO WS-FINAL-STATUS-FLAG
           MOVE ACCT-BALANCE TO WS-CURRENT-BALANCE
           IF WS-CURRENT-BALANCE < ZEROS
              MOVE ZEROS TO WS-CURRENT-BALANCE
           END-IF
           IF ACCT-LOAN-NEXT-DUE-DATE > ZEROS
              AND ACCT-LOAN-NEXT-DUE-DATE < WS-AS-OF-DATE
              COMPUTE WS-DAYS-PAST-DUE =
                  FUNCTION INTEGER-OF-DATE(WS-AS-OF-DATE) -
                  FUNCTION INTEGER-OF-DATE(ACCT-LOAN-NEXT-DUE-DATE)
           END-IF

           EVALUATE TRUE
               WHEN ACCT-CHARGED-OFF
                   PERFORM DETERMINE-CHARGED-OFF-STATUS
               WHEN ACCT-CLOSED
               WHEN ACCT-BALANCE NOT > ZEROS
                   MOVE '13' TO WS-ACCOUNT-STATUS-CODE
                   MOVE '0'  TO WS-HISTORY-CODE
                   MOVE '0'  TO WS-PAYMENT-RATING
                   MOVE ZEROS TO WS-CURRENT-BALANCE
                   MOVE ACCT-LAST-ACTIVITY-DATE TO WS-DATE-CLOSED
                   MOVE 'Y' TO WS-FINAL-STATUS-FLAG
               WHEN WS-DAYS-PAST-DUE < 30
                   MOVE '11' TO WS-ACCOUNT-STATUS-CODE
                   MOVE '0'  TO WS-HISTORY-CODE
               WHEN WS-DAYS-PAST-DUE < 60
                   MOVE '71' TO WS-ACCOUNT-STATUS-CODE
                   MOVE '1'  TO WS-HISTORY-CODE
               WHEN WS-DAYS-PAST-DUE < 90
                   MOVE '78' TO WS-ACCOUNT-STATUS-CODE
                   MOVE '2'  TO WS-HISTORY-CODE
               WHEN WS-DAYS-PAST-DUE < 120
                   MOVE '80' TO WS-ACCOUNT-STATUS-CODE
                   MOVE '3'  TO WS-HISTORY-CODE
               WHEN WS-DAYS-PAST-DUE < 150
                   MOVE '82' TO WS-ACCOUNT-STATUS-CODE
                   MOVE '4'  TO WS-HISTORY-CODE
               WHEN WS-DAYS-PAST-DUE < 180
                   MOVE '83' TO WS-ACCOUNT-STATUS-CODE
                   MOVE '5'  TO WS-HISTORY-CODE
               WHEN OTHER
                   MOVE '84' TO WS-ACCOUNT-STATUS-CODE
                   MOVE '6'  TO WS-HISTORY-CODE
           END-EVALUATE

      *    Amount past due: every installment due on or before the
      *    as-of date and not yet paid, never more than is owed.
           IF WS-DAYS-PAST-DUE > ZEROS
              AND (WS-ACCOUNT-STATUS-CODE = '11'
                   OR WS-ACCOUNT-STATUS-CODE(1:1) = '7'
                   OR WS-ACCOUNT-STATUS-CODE(1:1) = '8')
              COMPUTE WS-INSTALLMENTS-DUE = WS-DAYS-PAST-DUE / 30 + 1
              COMPUTE WS-AMOUNT-PAST-DUE =
                  WS-INSTALLMENTS-DUE * ACCT-LOAN-PAYMENT-AMOUNT
              IF WS-AMOUNT-PAST-DUE > WS-CURRENT-BALANCE
                 MOVE WS-CURRENT-BALANCE TO WS-AMOUNT-PAST-DUE
              END-IF
              IF WS-DAYS-PAST-DUE >= 30
                 MOVE ACCT-LOAN-NEXT-DUE-DATE TO WS-FIRST-DELINQUENCY
              END-IF
           END-IF.

       DETERMINE-CHARGED-OFF-STATUS.
      *    The written-off principal is gone from ACCT-BALANCE;
      *    what the borrower still owes is the recovery balance on
      *    the charge-off ledger. Fully recovered is paid in full,
      *    a final status.
           MOVE '97' TO WS-ACCOUNT-STATUS-CODE
           MOVE 'L'  TO WS-HISTORY-CODE
           MOVE 'L'  TO WS-PAYMENT-RATING
           MOVE ACCT-LOAN-NEXT-DUE-DATE TO WS-FIRST-DELINQUENCY
           MOVE ZEROS TO WS-CURRENT-BALANCE
           IF CHARGEOFF-LEDGER-AVAILABLE
              MOVE ACCT-ACCOUNT-NUMBER TO CO-ACCOUNT-NUMBER
              READ CHARGEOFF-LEDGER-FILE
                  INVALID KEY
                      DISPLAY 'WARNING: charged-off loan '
                              ACCT-ACCOUNT-NUMBER ' has no '
                              'charge-off ledger record'
                  NOT INVALID KEY
                      MOVE CO-AMOUNT-CHARGED-OFF
                          TO WS-CHARGED-OFF-AMOUNT
                      MOVE CO-RECOVERY-BALANCE
                          TO WS-CURRENT-BALANCE
                      IF CO-RECOVERY-BALANCE = ZEROS
                         MOVE '64' TO WS-ACCOUNT-STATUS-CODE
                         MOVE CO-LAST-RECOVERY-DATE
                             TO WS-DATE-CLOSED
                         MOVE 'Y' TO WS-FINAL-STATUS-FLAG
                      END-IF
              END-READ
           ELSE
              DISPLAY 'WARNING: charged-off loan '
                      ACCT-ACCOUNT-NUMBER ' - CHARGEOFF-LEDGER.DAT '
                      'not available'
           END-IF
           MOVE WS-CURRENT-BALANCE TO WS-AMOUNT-PAST-DUE.

       BUILD-PAYMENT-HISTORY.
      *    Position 1 of the profile is the month before the report
      *    month. The month last reported moves in at the front,
      *    months skipped since then show 'D' (no data) and the
      *    oldest months fall off the end; a loan with no profile
      *    yet has no history ('B').
           IF NOT PROFILE-ON-FILE
              MOVE ALL 'B' TO WS-NEW-HISTORY
           ELSE
              IF PHP-LAST-MONTH = WS-REPORT-MONTH
                 MOVE PHP-HISTORY TO WS-NEW-HISTORY
              ELSE
                 MOVE PHP-LAST-MONTH TO WS-LAST-MONTH
                 COMPUTE WS-LAST-MONTH-INDEX =
                     WS-LM-YEAR * 12 + WS-LM-MONTH - 1
                 COMPUTE WS-MONTH-GAP =
                     WS-REPORT-MONTH-INDEX - WS-LAST-MONTH-INDEX
                 MOVE ALL 'D' TO WS-NEW-HISTORY
                 IF WS-MONTH-GAP <= 24
                    MOVE PHP-LAST-CODE
                        TO WS-NEW-HISTORY(WS-MONTH-GAP:1)
                 END-IF
                 IF WS-MONTH-GAP < 24
                    MOVE PHP-HISTORY(1:24 - WS-MONTH-GAP)
                        TO WS-NEW-HISTORY(WS-MONTH-GAP + 1:
                                          24 - WS-MONTH-GAP)
                 END-IF
              END-IF
           END-IF.

       BUILD-BASE-SEGMENT.
      *    Time stamp is MMDDYYYYHHMMSS.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-STAMP-WORK
           MOVE WS-STAMP-WORK(5:4)  TO M2B-TIME-STAMP(1:4)
           MOVE WS-STAMP-WORK(1:4)  TO M2B-TIME-STAMP(5:4)
           MOVE WS-STAMP-WORK(9:6)  TO M2B-TIME-STAMP(9:6)
           MOVE WS-M2-IDENTIFICATION TO M2B-IDENTIFICATION
           MOVE SPACES TO M2B-CONSUMER-ACCOUNT
           MOVE ACCT-ACCOUNT-NUMBER TO M2B-CONSUMER-ACCOUNT(1:10)
           MOVE ACCT-OPENING-DATE TO WS-CONV-YMD
           PERFORM CONVERT-DATE-TO-MDY
           MOVE WS-CONV-MDY-N TO M2B-DATE-OPENED
           MOVE ZEROS TO M2B-CREDIT-LIMIT
           MOVE ACCT-LOAN-ORIG-PRINCIPAL TO M2B-HIGHEST-CREDIT
           MOVE ACCT-LOAN-TERM-MONTHS TO M2B-TERMS-DURATION
           MOVE ACCT-LOAN-PAYMENT-AMOUNT TO M2B-SCHEDULED-PAYMENT
           SET WS-LN-IDX TO 1
           MOVE ZEROS TO M2B-ACTUAL-PAYMENT
           MOVE ZEROS TO M2B-DATE-LAST-PAYMENT
           SEARCH ALL WS-LOAN-ENTRY
               AT END
                   CONTINUE
               WHEN WS-LN-ACCOUNT(WS-LN-IDX) = ACCT-ACCOUNT-NUMBER
                   MOVE WS-LN-MONTH-PAID(WS-LN-IDX)
                       TO M2B-ACTUAL-PAYMENT
                   MOVE WS-LN-LAST-PAY-DATE(WS-LN-IDX)
                       TO WS-CONV-YMD
                   PERFORM CONVERT-DATE-TO-MDY
                   MOVE WS-CONV-MDY-N TO M2B-DATE-LAST-PAYMENT
           END-SEARCH
           MOVE WS-ACCOUNT-STATUS-CODE TO M2B-ACCOUNT-STATUS
           MOVE WS-PAYMENT-RATING TO M2B-PAYMENT-RATING
           MOVE WS-NEW-HISTORY TO M2B-PAYMENT-HISTORY
           MOVE WS-CURRENT-BALANCE TO M2B-CURRENT-BALANCE
           MOVE WS-AMOUNT-PAST-DUE TO M2B-AMOUNT-PAST-DUE
           MOVE WS-CHARGED-OFF-AMOUNT TO M2B-ORIGINAL-CHARGE-OFF
           MOVE WS-AS-OF-DATE TO WS-CONV-YMD
           PERFORM CONVERT-DATE-TO-MDY
           MOVE WS-CONV-MDY-N TO M2B-DATE-ACCOUNT-INFO
           MOVE WS-FIRST-DELINQUENCY TO WS-CONV-YMD
           PERFORM CONVERT-DATE-TO-MDY
           MOVE WS-CONV-MDY-N TO M2B-DATE-FIRST-DELINQUENCY
           MOVE WS-DATE-CLOSED TO WS-CONV-YMD
           PERFORM CONVERT-DATE-TO-MDY
           MOVE WS-CONV-MDY-N TO M2B-DATE-CLOSED

           MOVE 'F' TO M2B-INTEREST-TYPE
           IF RATE-TERMS-AVAILABLE
              MOVE ACCT-ACCOUNT-NUMBER TO VRT-ACCOUNT-NUMBER
              READ LOAN-RATE-TERMS-FILE
                  NOT INVALID KEY
                      MOVE 'V' TO M2B-INTEREST-TYPE
              END-READ
           END-IF

           PERFORM FILL-CONSUMER-FIELDS.

       FILL-CONSUMER-FIELDS.
           MOVE SPACES TO M2B-SURNAME
           MOVE SPACES TO M2B-FIRST-NAME
           MOVE SPACES TO M2B-MIDDLE-NAME
           MOVE ZEROS  TO M2B-SSN
           MOVE ZEROS  TO M2B-DATE-OF-BIRTH
           MOVE ZEROS  TO M2B-TELEPHONE
           MOVE SPACES TO M2B-ADDRESS-LINE-1
           MOVE SPACES TO M2B-ADDRESS-LINE-2
           MOVE SPACES TO M2B-CITY
           MOVE SPACES TO M2B-STATE
           MOVE SPACES TO M2B-POSTAL-CODE
           MOVE ACCT-CUSTOMER-ID TO CUST-CUSTOMER-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   DISPLAY 'WARNING: no customer ' ACCT-CUSTOMER-ID
                           ' for loan ' ACCT-ACCOUNT-NUMBER
                   ADD 1 TO WS-MISSING-JOIN-COUNT
               NOT INVALID KEY
                   PERFORM SPLIT-CUSTOMER-NAME
                   MOVE WS-NAME-SURNAME TO M2B-SURNAME
                   MOVE WS-NAME-FIRST   TO M2B-FIRST-NAME
                   MOVE WS-NAME-MIDDLE  TO M2B-MIDDLE-NAME
      *            Only an individual's SSN or ITIN goes in the SSN
      *            field; an EIN identifies a business, not the
      *            consumer, and is left zero-filled.
                   IF CUST-TIN-SSN OR CUST-TIN-ITIN
                      MOVE CUST-TIN TO M2B-SSN
                   END-IF
                   MOVE CUST-ADDRESS(1:32)  TO M2B-ADDRESS-LINE-1
                   MOVE CUST-ADDRESS(33:28) TO M2B-ADDRESS-LINE-2
                   MOVE CUST-CITY  TO M2B-CITY
                   MOVE CUST-STATE TO M2B-STATE
                   IF CUST-ZIP(6:1) = '-'
                      MOVE CUST-ZIP(1:5) TO WS-POSTAL-CODE(1:5)
                      MOVE CUST-ZIP(7:4) TO WS-POSTAL-CODE(6:4)
                   ELSE
                      MOVE CUST-ZIP(1:9) TO WS-POSTAL-CODE
                   END-IF
                   MOVE WS-POSTAL-CODE TO M2B-POSTAL-CODE
                   PERFORM EXTRACT-PHONE-DIGITS
                   MOVE WS-PHONE-DIGITS TO M2B-TELEPHONE
           END-READ.

       SPLIT-CUSTOMER-NAME.
           MOVE SPACES TO WS-NAME-SURNAME
           MOVE SPACES TO WS-NAME-GIVEN
           MOVE SPACES TO WS-NAME-FIRST
           MOVE SPACES TO WS-NAME-MIDDLE
           MOVE ZEROS TO WS-NAME-COMMA-COUNT
           INSPECT CUST-NAME TALLYING WS-NAME-COMMA-COUNT FOR ALL ','
           IF WS-NAME-COMMA-COUNT > ZEROS
              UNSTRING CUST-NAME DELIMITED BY ','
                  INTO WS-NAME-SURNAME WS-NAME-GIVEN
              END-UNSTRING
              MOVE FUNCTION TRIM(WS-NAME-GIVEN LEADING)
                  TO WS-NAME-GIVEN
           ELSE
      *       Last word is the surname: find the last non-blank and
      *       walk back to the blank before it.
              MOVE ZEROS TO WS-NAME-LAST-CHAR
              PERFORM VARYING WS-NAME-SUB FROM 40 BY -1
                      UNTIL WS-NAME-SUB < 1
                         OR WS-NAME-LAST-CHAR > ZEROS
                 IF CUST-NAME(WS-NAME-SUB:1) NOT = SPACE
                    MOVE WS-NAME-SUB TO WS-NAME-LAST-CHAR
                 END-IF
              END-PERFORM
              MOVE 1 TO WS-NAME-WORD-START
              IF WS-NAME-LAST-CHAR > ZEROS
                 PERFORM VARYING WS-NAME-SUB FROM WS-NAME-LAST-CHAR
                         BY -1
                         UNTIL WS-NAME-SUB < 1
                            OR WS-NAME-WORD-START > 1
                    IF CUST-NAME(WS-NAME-SUB:1) = SPACE
                       COMPUTE WS-NAME-WORD-START = WS-NAME-SUB + 1
                    END-IF
                 END-PERFORM
                 MOVE CUST-NAME(WS-NAME-WORD-START:
                         WS-NAME-LAST-CHAR - WS-NAME-WORD-START + 1)
                     TO WS-NAME-SURNAME
                 IF WS-NAME-WORD-START > 2
                    MOVE CUST-NAME(1:WS-NAME-WORD-START - 2)
                        TO WS-NAME-GIVEN
                 END-IF
              END-IF
           END-IF
           UNSTRING WS-NAME-GIVEN DELIMITED BY ALL SPACE
               INTO WS-NAME-FIRST WS-NAME-MIDDLE
           END-UNSTRING.

       EXTRACT-PHONE-DIGITS.
           MOVE ZEROS TO WS-PHONE-DIGITS
           MOVE ZEROS TO WS-PHONE-COUNT
           PERFORM VARYING WS-PHONE-SUB FROM 1 BY 1
                   UNTIL WS-PHONE-SUB > 15 OR WS-PHONE-COUNT = 10
              IF CUST-PHONE(WS-PHONE-SUB:1) IS NUMERIC
                 ADD 1 TO WS-PHONE-COUNT
                 MOVE CUST-PHONE(WS-PHONE-SUB:1)
                     TO WS-PHONE-DIGITS(WS-PHONE-COUNT:1)
              END-IF
           END-PERFORM
           IF WS-PHONE-COUNT < 10
              MOVE ZEROS TO WS-PHONE-DIGITS
           END-IF.

       CONVERT-DATE-TO-MDY.
           IF WS-CONV-YMD = ZEROS
              MOVE ZEROS TO WS-CONV-MDY-N
           ELSE
              MOVE WS-CONV-Y-MONTH TO WS-CONV-M-MONTH
              MOVE WS-CONV-Y-DAY   TO WS-CONV-M-DAY
              MOVE WS-CONV-Y-YEAR  TO WS-CONV-M-YEAR
           END-IF.

       COUNT-TRAILER-STATUS.
           ADD 1 TO M2T-TOTAL-BASE
           EVALUATE WS-ACCOUNT-STATUS-CODE
               WHEN '11' ADD 1 TO M2T-STATUS-11
               WHEN '13' ADD 1 TO M2T-STATUS-13
               WHEN '64' ADD 1 TO M2T-STATUS-64
               WHEN '71' ADD 1 TO M2T-STATUS-71
               WHEN '78' ADD 1 TO M2T-STATUS-78
               WHEN '80' ADD 1 TO M2T-STATUS-80
               WHEN '82' ADD 1 TO M2T-STATUS-82
               WHEN '83' ADD 1 TO M2T-STATUS-83
               WHEN '84' ADD 1 TO M2T-STATUS-84
               WHEN '97' ADD 1 TO M2T-STATUS-97
           END-EVALUATE
           IF M2B-SSN NOT = ZEROS
              ADD 1 TO M2T-SSN-ALL
              ADD 1 TO M2T-SSN-BASE
           END-IF
           IF M2B-DATE-OF-BIRTH NOT = ZEROS
              ADD 1 TO M2T-DOB-ALL
              ADD 1 TO M2T-DOB-BASE
           END-IF
           IF M2B-TELEPHONE NOT = ZEROS
              ADD 1 TO M2T-TELEPHONE-ALL
           END-IF.

       SAVE-PAYMENT-PROFILE.
           MOVE ACCT-ACCOUNT-NUMBER    TO PHP-ACCOUNT-NUMBER
           MOVE WS-REPORT-MONTH        TO PHP-LAST-MONTH
           MOVE WS-ACCOUNT-STATUS-CODE TO PHP-LAST-STATUS
           MOVE WS-HISTORY-CODE        TO PHP-LAST-CODE
           MOVE WS-NEW-HISTORY         TO PHP-HISTORY
           MOVE WS-FINAL-STATUS-FLAG   TO PHP-FINAL-FLAG
           IF PROFILE-ON-FILE
              REWRITE PAYMENT-PROFILE-RECORD
                  INVALID KEY
                      DISPLAY 'WARNING: unable to update payment '
                              'profile for ' ACCT-ACCOUNT-NUMBER
              END-REWRITE
           ELSE
              MOVE WS-REPORT-MONTH TO PHP-FIRST-REPORTED
              WRITE PAYMENT-PROFILE-RECORD
                  INVALID KEY
                      DISPLAY 'WARNING: unable to add payment '
                              'profile for ' ACCT-ACCOUNT-NUMBER
              END-WRITE
           END-IF.

       WRITE-LISTING-LINE.
           MOVE ACCT-ACCOUNT-NUMBER    TO WS-LL-ACCOUNT
           MOVE ACCT-CUSTOMER-ID       TO WS-LL-CUSTOMER
           MOVE WS-ACCOUNT-STATUS-CODE TO WS-LL-STATUS
           MOVE WS-PAYMENT-RATING      TO WS-LL-RATING
           MOVE M2B-CURRENT-BALANCE    TO WS-LL-BALANCE
           MOVE M2B-AMOUNT-PAST-DUE    TO WS-LL-PAST-DUE
           MOVE WS-NEW-HISTORY         TO WS-LL-HISTORY
           WRITE BUREAU-LISTING-LINE FROM WS-LISTING-LINE.

       WRITE-TRAILER-RECORD.
           WRITE BUREAU-RECORD FROM WS-TRAILER-RECORD.

       CLEANUP.
           DISPLAY ' '
           DISPLAY 'Metro 2 Extract Summary'
           DISPLAY '======================='
           DISPLAY 'Accounts scanned:     ' WS-ACCOUNTS-SCANNED
           DISPLAY 'Loans on file:        ' WS-LOAN-COUNT
           DISPLAY 'Base segments written: ' WS-LOANS-REPORTED
           DISPLAY 'Loans not reported:   ' WS-LOANS-NOT-REPORTED
           DISPLAY '  Current (11):       ' M2T-STATUS-11
           DISPLAY '  Delinquent (71-84): '
                   M2T-STATUS-71 ' ' M2T-STATUS-78 ' '
                   M2T-STATUS-80 ' ' M2T-STATUS-82 ' '
                   M2T-STATUS-83 ' ' M2T-STATUS-84
           DISPLAY '  Charged off (97):   ' M2T-STATUS-97
           DISPLAY '  Final (13/64):      ' M2T-STATUS-13 ' '
                   M2T-STATUS-64
           DISPLAY 'Missing joins:        ' WS-MISSING-JOIN-COUNT

           CLOSE ACCOUNT-FILE
           CLOSE CUSTOMER-MASTER
           IF RATE-TERMS-AVAILABLE
              CLOSE LOAN-RATE-TERMS-FILE
           END-IF
           IF CHARGEOFF-LEDGER-AVAILABLE
              CLOSE CHARGEOFF-LEDGER-FILE
           END-IF
           CLOSE PAYMENT-PROFILE-FILE
           CLOSE BUREAU-FILE
           CLOSE BUREAU-LISTING-FILE

           PERFORM WRITE-RUN-STATISTICS
           DISPLAY 'Metro 2 Credit Bureau Extract - Complete'.

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
           MOVE WS-ACCOUNTS-SCANNED TO OPS-RECORDS-READ
           MOVE WS-LOANS-REPORTED TO OPS-RECORDS-WRITTEN
           MOVE WS-MISSING-JOIN-COUNT TO OPS-RECORDS-REJECTED
           WRITE OPS-STATS-RECORD
           CLOSE OPS-STATS-FILE.
