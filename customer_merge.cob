      *****************************************************************
      * CUSTOMER MERGE
      * Folds a duplicate customer ID into the one that survives.
      * Each request names a surviving and a retired CUST-CUSTOMER-ID
      * for the same person (typically two profiles opened at
      * different branches, found by the back office or the master
      * scan). The merge:
      *   - re-points every account on the retired ID to the
      *     survivor, found through the ACCT-CUSTOMER-ID alternate
      *     index;
      *   - carries the retired ID's joint, beneficiary, signer and
      *     primary rows on ACCOUNT-RELATIONS.DAT over to the
      *     survivor (where both already stand on the same account
      *     the stronger role is kept);
      *   - re-points account-maintenance requests still waiting
      *     for approval on PENDING-APPROVALS.DAT;
      *   - re-points the legal orders on LEGAL-ORDERS.DAT and the
      *     estate's benefit-reclamation watch on BENEFIT-RECLAIM-
      *     STATUS.DAT, so open levies, garnishments and estate
      *     cases follow the customer;
      *   - fills the survivor's missing phone, e-mail and TIN -
      *     and a reported death with its estate contact - from
      *     the retired profile, refusing the merge outright when
      *     both carry different TINs - that is two people, not one;
      *   - marks the retired customer 'M' with the surviving ID, so
      *     the ID can never be reused or collect new accounts.
      * Every value changed goes to a before/after log for audit.
      * The retired record is marked last, so a run that stops part
      * way can simply be run again with the same request.
      *
      * Copyright (c) 2026 sekacorn
      * Contact: sekacorn@gmail.com
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOMER-MERGE.
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

           SELECT MERGE-REQUEST-FILE
               ASSIGN TO "CUSTOMER-MERGE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REQUEST-STATUS.

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

      *    Account relationships kept by ACCOUNT-MAINTENANCE, read
      *    here through the customer alternate key.
           SELECT ACCOUNT-RELATION-FILE
               ASSIGN TO "ACCOUNT-RELATIONS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REL-KEY
               ALTERNATE RECORD KEY IS REL-CUSTOMER-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-REL-STATUS.

      *    Maker-checker requests ACCOUNT-MAINTENANCE is holding for
      *    a second approver, rewritten whole when any of them named
      *    a retired customer.
           SELECT PENDING-APPROVAL-FILE
               ASSIGN TO "PENDING-APPROVALS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PENDING-STATUS.

      *    Master-file interlock: one updater at a time may hold
      *    ACCOUNTS.DAT open for update - the optimistic-lock retry
      *    protects a single rewrite, not two whole runs started
      *    together.
      *    Legal-order register kept by LEGAL-ORDER-PROCESSING and
      *    the deceased-customer reclamation watch kept by DECEASED-
      *    CUSTOMER-PROCESSING. Neither is keyed by customer, so each
      *    is browsed whole for the retired ID.
           SELECT LEGAL-ORDER-FILE
               ASSIGN TO "LEGAL-ORDERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LGO-KEY
               FILE STATUS IS WS-ORDER-STATUS.

           SELECT RECLAIM-STATUS-FILE
               ASSIGN TO "BENEFIT-RECLAIM-STATUS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BRS-ACCOUNT-NUMBER
               FILE STATUS IS WS-BRS-STATUS.

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

           SELECT MERGE-LOG-FILE
               ASSIGN TO "CUSTOMER-MERGE-LOG.TXT"
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

      *    One merge per record: the surviving ID, the ID to retire,
      *    and the operator who confirmed the two are one person.
       FD MERGE-REQUEST-FILE.
       01 MERGE-REQUEST-RECORD.
          05 CMR-SURVIVING-ID           PIC 9(8).
          05 CMR-RETIRED-ID             PIC 9(8).
          05 CMR-OPERATOR-ID            PIC X(8).

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

       FD PENDING-APPROVAL-FILE.
       01 PENDING-APPROVAL-RECORD.
          05 PEND-ACTION                PIC X(2).
          05 PEND-ACCOUNT-NUMBER        PIC 9(10).
          05 PEND-CUSTOMER-ID           PIC 9(8).
          05 PEND-ACCT-TYPE             PIC X(2).
          05 PEND-NEW-OVERDRAFT-LIMIT   PIC 9(7)V99.
          05 PEND-OPENING-BALANCE       PIC S9(13)V99.
          05 PEND-CD-TERM-MONTHS        PIC 9(3).
          05 PEND-MATURITY-INSTRUCTION  PIC X.
          05 PEND-LINKED-ACCOUNT        PIC 9(10).
          05 PEND-LOAN-PAYMENT-AMOUNT   PIC 9(9)V99.
          05 PEND-IRA-PLAN              PIC X.
          05 PEND-OPERATOR-ID           PIC X(8).
          05 PEND-REL-ROLE              PIC X.
          05 PEND-QUEUED-DATE           PIC 9(8).

       FD LEGAL-ORDER-FILE.
       01 LEGAL-ORDER-RECORD.
          05 LGO-KEY.
             10 LGO-ORDER-NUMBER        PIC X(12).
             10 LGO-ACCOUNT-NUMBER      PIC 9(10).
          05 LGO-ORDER-TYPE             PIC X.
             88 LGO-TAX-LEVY            VALUE 'L'.
             88 LGO-GARNISHMENT         VALUE 'G'.
          05 LGO-CUSTOMER-ID            PIC 9(8).
          05 LGO-DEMAND-AMOUNT          PIC 9(13)V99.
          05 LGO-SERVED-DATE            PIC 9(8).
          05 LGO-ANSWER-DEADLINE        PIC 9(8).
          05 LGO-REMIT-DATE             PIC 9(8).
          05 LGO-CREDITOR-NAME          PIC X(40).
          05 LGO-CREDITOR-ADDRESS       PIC X(60).
          05 LGO-LEDGER-AT-SERVICE      PIC S9(13)V99.
          05 LGO-PROTECTED-AMOUNT       PIC 9(13)V99.
          05 LGO-HELD-AMOUNT            PIC 9(13)V99.
          05 LGO-REMITTED-AMOUNT        PIC 9(13)V99.
          05 LGO-STATUS                 PIC X.
             88 LGO-FUNDS-HELD          VALUE 'H'.
             88 LGO-NOTHING-HELD        VALUE 'N'.
             88 LGO-REMITTED            VALUE 'M'.
             88 LGO-RELEASED            VALUE 'R'.
          05 LGO-STATUS-DATE            PIC 9(8).
          05 LGO-ENTERED-BY             PIC X(8).

       FD RECLAIM-STATUS-FILE.
       01 RECLAIM-STATUS-RECORD.
          05 BRS-ACCOUNT-NUMBER         PIC 9(10).
          05 BRS-CUSTOMER-ID            PIC 9(8).
          05 BRS-LISTED-THROUGH         PIC 9(14).
          05 BRS-LAST-LISTED-ON         PIC 9(8).

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

       FD MERGE-LOG-FILE.
       01 MERGE-LOG-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
      *    Run statistics captured for the cycle summary report.
       01 WS-OPS-STATS-STATUS           PIC X(2).
       01 WS-OPS-PROGRAM-NAME           PIC X(30)
          VALUE 'CUSTOMER-MERGE'.
       01 WS-OPS-START-STAMP            PIC X(14).

       01 WS-REQUEST-STATUS             PIC X(2).
          88 WS-REQUEST-EOF             VALUE '10'.
       01 WS-CUST-STATUS                PIC X(2).
       01 WS-ACCT-STATUS                PIC X(2).
       01 WS-REL-STATUS                 PIC X(2).
       01 WS-REL-FILE-FLAG              PIC X VALUE 'N'.
          88 RELATION-FILE-OPEN         VALUE 'Y'.
       01 WS-PENDING-STATUS             PIC X(2).
          88 WS-PENDING-EOF             VALUE '10'.
       01 WS-ORDER-STATUS               PIC X(2).
       01 WS-ORDER-FILE-FLAG            PIC X VALUE 'N'.
          88 ORDER-FILE-OPEN            VALUE 'Y'.
       01 WS-BRS-STATUS                 PIC X(2).
       01 WS-BRS-FILE-FLAG              PIC X VALUE 'N'.
          88 RECLAIM-FILE-OPEN          VALUE 'Y'.

      *    Interlock state: the claim is refused while another
      *    holder's token is on file, unless the operator runs with
      *    LOCKOVERRIDE on the command line to clear a crashed
      *    holder's stale token.
       01 WS-LOCK-STATUS                PIC X(2).
       01 WS-LOCK-PROGRAM-NAME          PIC X(30)
          VALUE 'CUSTOMER-MERGE'.
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

       01 WS-TODAY-YMD                  PIC 9(8).

      *    The retired profile's fields the survivor may inherit,
      *    captured before the survivor is read into the record
      *    area.
       01 WS-RETIRED-PROFILE.
          05 WS-RET-NAME                PIC X(40).
          05 WS-RET-PHONE               PIC X(15).
          05 WS-RET-TIN                 PIC 9(9).
          05 WS-RET-TIN-TYPE            PIC X.
          05 WS-RET-W9-STATUS           PIC X.
          05 WS-RET-W9-DATE             PIC 9(8).
          05 WS-RET-EMAIL-ADDRESS       PIC X(60).
          05 WS-RET-MERGE-STATUS        PIC X.
          05 WS-RET-MERGED-INTO-ID      PIC 9(8).
          05 WS-RET-DATE-OF-DEATH       PIC 9(8).
          05 WS-RET-ESTATE-STATUS       PIC X.
          05 WS-RET-ESTATE-CONTACT-NAME PIC X(40).
          05 WS-RET-ESTATE-CONTACT-PHONE PIC X(15).
       01 WS-MERGE-REJECT-REASON        PIC X(50).

      *    Accounts and relationship rows on the retired ID are
      *    gathered first and changed afterwards - rewriting the
      *    alternate key while browsing on it would move the browse.
       01 WS-MA-COUNT                   PIC 9(4) VALUE ZEROS.
       01 WS-MERGE-ACCOUNT-TABLE.
          05 WS-MA-ACCOUNT OCCURS 1000 TIMES PIC 9(10).
       01 WS-MA-SUB                     PIC 9(4).

       01 WS-MR-COUNT                   PIC 9(4) VALUE ZEROS.
       01 WS-MERGE-RELATION-TABLE.
          05 WS-MR-ENTRY OCCURS 1000 TIMES.
             10 WS-MR-ACCOUNT           PIC 9(10).
             10 WS-MR-ROLE              PIC X.
             10 WS-MR-ADDED-DATE        PIC 9(8).
       01 WS-MR-SUB                     PIC 9(4).

      *    Relationship strength when both IDs stand on the same
      *    account: owner, then joint owner, beneficiary, signer.
       01 WS-ROLE-RANKS                 PIC X(4) VALUE 'PJBS'.
       01 WS-ROLE-RANK-RETIRED          PIC 9.
       01 WS-ROLE-RANK-SURVIVOR         PIC 9.
       01 WS-ROLE-RANK-WORK             PIC 9.
       01 WS-ROLE-WORK                  PIC X.
       01 WS-ROLE-SUB                   PIC 9.
       01 WS-SURVIVOR-ROLE              PIC X.

      *    Pending maintenance requests, held as the images
      *    ACCOUNT-MAINTENANCE writes so none of their fields is
      *    disturbed but the customer ID.
       01 WS-PEND-COUNT                 PIC 9(3) VALUE ZEROS.
       01 WS-PENDING-TABLE.
          05 WS-PEND-IMAGE OCCURS 500 TIMES PIC X(89).
       01 WS-PEND-SUB                   PIC 9(3).
       01 WS-PEND-CHANGED-FLAG          PIC X VALUE 'N'.
          88 PENDING-FILE-CHANGED       VALUE 'Y'.

       01 WS-COUNTERS.
          05 WS-REQUESTS-READ           PIC 9(5) VALUE ZEROS.
          05 WS-MERGES-APPLIED          PIC 9(5) VALUE ZEROS.
          05 WS-MERGES-REJECTED         PIC 9(5) VALUE ZEROS.
          05 WS-ACCOUNTS-MOVED          PIC 9(7) VALUE ZEROS.
          05 WS-RELATIONS-MOVED         PIC 9(7) VALUE ZEROS.
          05 WS-RELATIONS-DROPPED       PIC 9(7) VALUE ZEROS.
          05 WS-PENDING-MOVED           PIC 9(5) VALUE ZEROS.
          05 WS-ORDERS-MOVED            PIC 9(7) VALUE ZEROS.
          05 WS-RECLAIMS-MOVED          PIC 9(7) VALUE ZEROS.
          05 WS-REQ-ACCOUNTS            PIC 9(5).
          05 WS-REQ-RELATIONS           PIC 9(5).
          05 WS-REQ-PENDING             PIC 9(5).
          05 WS-REQ-ORDERS              PIC 9(5).
          05 WS-REQ-RECLAIMS            PIC 9(5).

      *    Before/after log.
       01 WS-LOG-HEADER-1.
          05 FILLER                     PIC X(30)
             VALUE 'CUSTOMER MERGE LOG'.
          05 FILLER                     PIC X(10) VALUE 'RUN DATE: '.
          05 WS-LH-DATE                 PIC 9(8).
          05 FILLER                     PIC X(84) VALUE SPACES.
       01 WS-LOG-HEADER-2.
          05 FILLER                     PIC X(10) VALUE 'RECORD'.
          05 FILLER                     PIC X(12) VALUE 'KEY'.
          05 FILLER                     PIC X(12) VALUE 'FIELD'.
          05 FILLER                     PIC X(42) VALUE 'BEFORE'.
          05 FILLER                     PIC X(56) VALUE 'AFTER'.
       01 WS-LOG-REQUEST-LINE.
          05 FILLER                     PIC X(6) VALUE 'MERGE '.
          05 WS-LR-RETIRED-ID           PIC 9(8).
          05 FILLER                     PIC X(6) VALUE ' INTO '.
          05 WS-LR-SURVIVING-ID         PIC 9(8).
          05 FILLER                     PIC X(11) VALUE ' OPERATOR '.
          05 WS-LR-OPERATOR-ID          PIC X(8).
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-LR-RESULT               PIC X(83).
       01 WS-LOG-DETAIL-LINE.
          05 WS-LD-RECORD               PIC X(10).
          05 WS-LD-KEY                  PIC X(12).
          05 WS-LD-FIELD                PIC X(12).
          05 WS-LD-BEFORE               PIC X(40).
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-LD-AFTER                PIC X(56).
       01 WS-LOG-SUMMARY-LINE.
          05 FILLER                     PIC X(10) VALUE SPACES.
          05 FILLER                     PIC X(10) VALUE 'ACCOUNTS: '.
          05 WS-LS-ACCOUNTS             PIC ZZZZ9.
          05 FILLER                     PIC X(17)
             VALUE '  RELATIONSHIPS: '.
          05 WS-LS-RELATIONS            PIC ZZZZ9.
          05 FILLER                     PIC X(11) VALUE '  PENDING: '.
          05 WS-LS-PENDING              PIC ZZZZ9.
          05 FILLER                     PIC X(16)
             VALUE '  LEGAL ORDERS: '.
          05 WS-LS-ORDERS               PIC ZZZZ9.
          05 FILLER                     PIC X(16)
             VALUE '  ESTATE WATCH: '.
          05 WS-LS-RECLAIMS             PIC ZZZZ9.
          05 FILLER                     PIC X(27) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-CONTROL.
           PERFORM INITIALIZATION
           PERFORM PROCESS-MERGE-REQUESTS
           PERFORM CLEANUP
           STOP RUN.

       INITIALIZATION.
           DISPLAY 'Customer Merge - Started'
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-OPS-START-STAMP
           DISPLAY '========================'
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-YMD

           PERFORM CLAIM-MASTER-FILE-LOCK
           PERFORM TAKE-MASTER-GENERATION
           OPEN I-O CUSTOMER-MASTER
           IF WS-CUST-STATUS NOT = '00'
              DISPLAY 'FATAL: unable to open CUSTOMERS.DAT (status '
                      WS-CUST-STATUS ')'
              PERFORM RELEASE-MASTER-FILE-LOCK
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN I-O ACCOUNT-FILE
           IF WS-ACCT-STATUS NOT = '00'
              DISPLAY 'FATAL: unable to open ACCOUNTS.DAT (status '
                      WS-ACCT-STATUS ')'
              PERFORM RELEASE-MASTER-FILE-LOCK
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

      *    No relationship file yet just means no customer is named
      *    on anyone else's account.
           OPEN I-O ACCOUNT-RELATION-FILE
           IF WS-REL-STATUS = '00'
              SET RELATION-FILE-OPEN TO TRUE
           END-IF
      *    Nor does a missing legal-order register or reclamation
      *    watch: no order has been served, no estate actioned.
           OPEN I-O LEGAL-ORDER-FILE
           IF WS-ORDER-STATUS = '00'
              SET ORDER-FILE-OPEN TO TRUE
           END-IF
           OPEN I-O RECLAIM-STATUS-FILE
           IF WS-BRS-STATUS = '00'
              SET RECLAIM-FILE-OPEN TO TRUE
           END-IF
           PERFORM LOAD-PENDING-APPROVALS

           OPEN INPUT MERGE-REQUEST-FILE
           IF WS-REQUEST-STATUS NOT = '00'
              DISPLAY 'No customer merge requests this run'
              SET WS-REQUEST-EOF TO TRUE
           END-IF

           OPEN OUTPUT MERGE-LOG-FILE
           MOVE WS-TODAY-YMD TO WS-LH-DATE
           WRITE MERGE-LOG-LINE FROM WS-LOG-HEADER-1
           WRITE MERGE-LOG-LINE FROM WS-LOG-HEADER-2.

       LOAD-PENDING-APPROVALS.
           MOVE ZEROS TO WS-PEND-COUNT
           OPEN INPUT PENDING-APPROVAL-FILE
           IF WS-PENDING-STATUS NOT = '00'
              SET WS-PENDING-EOF TO TRUE
           END-IF

           PERFORM UNTIL WS-PENDING-EOF
              READ PENDING-APPROVAL-FILE
                  AT END
                      SET WS-PENDING-EOF TO TRUE
                  NOT AT END
                      IF WS-PEND-COUNT < 500
                         ADD 1 TO WS-PEND-COUNT
                         MOVE PENDING-APPROVAL-RECORD
                             TO WS-PEND-IMAGE(WS-PEND-COUNT)
                      ELSE
      *                  Rewritten whole from this table - dropping
      *                  a record would erase a queued request.
                         DISPLAY 'FATAL: pending-approval table '
                                 'full (500 entries) - run refused'
                         PERFORM RELEASE-MASTER-FILE-LOCK
                         MOVE 8 TO RETURN-CODE
                         STOP RUN
                      END-IF
              END-READ
           END-PERFORM

           IF WS-PENDING-STATUS NOT = '35'
              CLOSE PENDING-APPROVAL-FILE
           END-IF
           DISPLAY 'Pending approvals loaded: ' WS-PEND-COUNT.

       PROCESS-MERGE-REQUESTS.
           PERFORM UNTIL WS-REQUEST-EOF
              READ MERGE-REQUEST-FILE
                  AT END
                      SET WS-REQUEST-EOF TO TRUE
                  NOT AT END
                      ADD 1 TO WS-REQUESTS-READ
                      PERFORM PROCESS-ONE-MERGE
              END-READ
           END-PERFORM.

       PROCESS-ONE-MERGE.
           MOVE CMR-RETIRED-ID   TO WS-LR-RETIRED-ID
           MOVE CMR-SURVIVING-ID TO WS-LR-SURVIVING-ID
           MOVE CMR-OPERATOR-ID  TO WS-LR-OPERATOR-ID
           PERFORM VALIDATE-MERGE-REQUEST
           IF WS-MERGE-REJECT-REASON NOT = SPACES
              ADD 1 TO WS-MERGES-REJECTED
              STRING 'REJECTED - ' DELIMITED BY SIZE
                     WS-MERGE-REJECT-REASON DELIMITED BY SIZE
                     INTO WS-LR-RESULT
              END-STRING
              WRITE MERGE-LOG-LINE FROM WS-LOG-REQUEST-LINE
              DISPLAY 'Merge of ' CMR-RETIRED-ID ' into '
                      CMR-SURVIVING-ID ' rejected - '
                      WS-MERGE-REJECT-REASON
           ELSE
              MOVE 'APPLIED' TO WS-LR-RESULT
              WRITE MERGE-LOG-LINE FROM WS-LOG-REQUEST-LINE
              MOVE ZEROS TO WS-REQ-ACCOUNTS
              MOVE ZEROS TO WS-REQ-RELATIONS
              MOVE ZEROS TO WS-REQ-PENDING
              MOVE ZEROS TO WS-REQ-ORDERS
              MOVE ZEROS TO WS-REQ-RECLAIMS
              PERFORM REPOINT-ACCOUNTS
              PERFORM REPOINT-RELATIONSHIPS
              PERFORM REPOINT-PENDING-APPROVALS
              PERFORM REPOINT-LEGAL-ORDERS
              PERFORM REPOINT-RECLAIM-WATCH
              PERFORM UPDATE-SURVIVING-CUSTOMER
              PERFORM RETIRE-MERGED-CUSTOMER
              MOVE WS-REQ-ACCOUNTS  TO WS-LS-ACCOUNTS
              MOVE WS-REQ-RELATIONS TO WS-LS-RELATIONS
              MOVE WS-REQ-PENDING   TO WS-LS-PENDING
              MOVE WS-REQ-ORDERS    TO WS-LS-ORDERS
              MOVE WS-REQ-RECLAIMS  TO WS-LS-RECLAIMS
              WRITE MERGE-LOG-LINE FROM WS-LOG-SUMMARY-LINE
              ADD 1 TO WS-MERGES-APPLIED
              DISPLAY 'Merged ' CMR-RETIRED-ID ' into '
                      CMR-SURVIVING-ID ': ' WS-REQ-ACCOUNTS
                      ' accounts, ' WS-REQ-RELATIONS
                      ' relationships, ' WS-REQ-PENDING ' pending, '
                      WS-REQ-ORDERS ' legal orders, '
                      WS-REQ-RECLAIMS ' estate watch'
           END-IF
           MOVE SPACES TO MERGE-LOG-LINE
           WRITE MERGE-LOG-LINE.

       VALIDATE-MERGE-REQUEST.
      *    The retired profile is read first and its inheritable
      *    fields kept aside; the survivor is then left in the
      *    record area for UPDATE-SURVIVING-CUSTOMER.
           MOVE SPACES TO WS-MERGE-REJECT-REASON
           MOVE SPACES TO WS-LR-RESULT
           IF CMR-SURVIVING-ID = CMR-RETIRED-ID
              OR CMR-SURVIVING-ID NOT NUMERIC
              OR CMR-RETIRED-ID NOT NUMERIC
              OR CMR-SURVIVING-ID = ZEROS
              OR CMR-RETIRED-ID = ZEROS
              MOVE 'INVALID CUSTOMER ID PAIR'
                  TO WS-MERGE-REJECT-REASON
           END-IF
           IF WS-MERGE-REJECT-REASON = SPACES
              AND CMR-OPERATOR-ID = SPACES
              MOVE 'NO OPERATOR ON REQUEST' TO WS-MERGE-REJECT-REASON
           END-IF

           IF WS-MERGE-REJECT-REASON = SPACES
              MOVE CMR-RETIRED-ID TO CUST-CUSTOMER-ID
              READ CUSTOMER-MASTER
                  INVALID KEY
                      MOVE 'RETIRED ID NOT ON FILE'
                          TO WS-MERGE-REJECT-REASON
                  NOT INVALID KEY
                      MOVE CUST-NAME          TO WS-RET-NAME
                      MOVE CUST-PHONE         TO WS-RET-PHONE
                      MOVE CUST-TIN           TO WS-RET-TIN
                      MOVE CUST-TIN-TYPE      TO WS-RET-TIN-TYPE
                      MOVE CUST-W9-STATUS     TO WS-RET-W9-STATUS
                      MOVE CUST-W9-DATE       TO WS-RET-W9-DATE
                      MOVE CUST-EMAIL-ADDRESS TO WS-RET-EMAIL-ADDRESS
                      MOVE CUST-MERGE-STATUS  TO WS-RET-MERGE-STATUS
                      MOVE CUST-MERGED-INTO-ID
                          TO WS-RET-MERGED-INTO-ID
                      MOVE CUST-DATE-OF-DEATH TO WS-RET-DATE-OF-DEATH
                      MOVE CUST-ESTATE-STATUS TO WS-RET-ESTATE-STATUS
                      MOVE CUST-ESTATE-CONTACT-NAME
                          TO WS-RET-ESTATE-CONTACT-NAME
                      MOVE CUST-ESTATE-CONTACT-PHONE
                          TO WS-RET-ESTATE-CONTACT-PHONE
                      IF CUST-RETIRED-BY-MERGE
                         MOVE 'RETIRED ID ALREADY MERGED'
                             TO WS-MERGE-REJECT-REASON
                      END-IF
              END-READ
           END-IF

           IF WS-MERGE-REJECT-REASON = SPACES
              MOVE CMR-SURVIVING-ID TO CUST-CUSTOMER-ID
              READ CUSTOMER-MASTER
                  INVALID KEY
                      MOVE 'SURVIVING ID NOT ON FILE'
                          TO WS-MERGE-REJECT-REASON
                  NOT INVALID KEY
                      EVALUATE TRUE
                          WHEN CUST-RETIRED-BY-MERGE
                              MOVE 'SURVIVING ID IS ITSELF RETIRED'
                                  TO WS-MERGE-REJECT-REASON
                          WHEN CUST-TIN > ZEROS
                               AND WS-RET-TIN > ZEROS
                               AND CUST-TIN NOT = WS-RET-TIN
                              MOVE 'TINS DIFFER - NOT ONE CUSTOMER'
                                  TO WS-MERGE-REJECT-REASON
                          WHEN OTHER
                              CONTINUE
                      END-EVALUATE
              END-READ
           END-IF.

       REPOINT-ACCOUNTS.
           MOVE ZEROS TO WS-MA-COUNT
           MOVE CMR-RETIRED-ID TO ACCT-CUSTOMER-ID
           START ACCOUNT-FILE KEY IS >= ACCT-CUSTOMER-ID
               INVALID KEY
                   MOVE '10' TO WS-ACCT-STATUS
           END-START
           IF WS-ACCT-STATUS NOT = '10'
              PERFORM READ-NEXT-ACCOUNT
              PERFORM UNTIL WS-ACCT-STATUS = '10'
                      OR ACCT-CUSTOMER-ID NOT = CMR-RETIRED-ID
                 IF WS-MA-COUNT < 1000
                    ADD 1 TO WS-MA-COUNT
                    MOVE ACCT-ACCOUNT-NUMBER
                        TO WS-MA-ACCOUNT(WS-MA-COUNT)
                 ELSE
                    DISPLAY 'WARNING: more than 1000 accounts on '
                            CMR-RETIRED-ID ' - run the merge again '
                            'to move the rest'
                    MOVE '10' TO WS-ACCT-STATUS
                 END-IF
                 IF WS-ACCT-STATUS NOT = '10'
                    PERFORM READ-NEXT-ACCOUNT
                 END-IF
              END-PERFORM
           END-IF

           PERFORM VARYING WS-MA-SUB FROM 1 BY 1
                   UNTIL WS-MA-SUB > WS-MA-COUNT
              MOVE WS-MA-ACCOUNT(WS-MA-SUB) TO ACCT-ACCOUNT-NUMBER
              READ ACCOUNT-FILE
                  INVALID KEY
                      DISPLAY 'WARNING: account '
                              WS-MA-ACCOUNT(WS-MA-SUB)
                              ' vanished during merge'
                  NOT INVALID KEY
                      MOVE CMR-SURVIVING-ID TO ACCT-CUSTOMER-ID
                      REWRITE ACCOUNT-RECORD
                          INVALID KEY
                              DISPLAY 'WARNING: unable to re-point '
                                      'account ' ACCT-ACCOUNT-NUMBER
                          NOT INVALID KEY
                              ADD 1 TO WS-REQ-ACCOUNTS
                              ADD 1 TO WS-ACCOUNTS-MOVED
                              MOVE 'ACCOUNT' TO WS-LD-RECORD
                              MOVE ACCT-ACCOUNT-NUMBER TO WS-LD-KEY
                              MOVE 'CUSTOMER-ID' TO WS-LD-FIELD
                              MOVE CMR-RETIRED-ID TO WS-LD-BEFORE
                              MOVE CMR-SURVIVING-ID TO WS-LD-AFTER
                              WRITE MERGE-LOG-LINE
                                  FROM WS-LOG-DETAIL-LINE
                      END-REWRITE
              END-READ
           END-PERFORM.

       READ-NEXT-ACCOUNT.
           READ ACCOUNT-FILE NEXT RECORD
               AT END
                   MOVE '10' TO WS-ACCT-STATUS
           END-READ.

       REPOINT-RELATIONSHIPS.
           IF RELATION-FILE-OPEN
              PERFORM GATHER-RETIRED-RELATIONSHIPS
              PERFORM VARYING WS-MR-SUB FROM 1 BY 1
                      UNTIL WS-MR-SUB > WS-MR-COUNT
                 PERFORM MOVE-ONE-RELATIONSHIP
              END-PERFORM
           END-IF.

       GATHER-RETIRED-RELATIONSHIPS.
           MOVE ZEROS TO WS-MR-COUNT
           MOVE CMR-RETIRED-ID TO REL-CUSTOMER-ID
           START ACCOUNT-RELATION-FILE KEY IS >= REL-CUSTOMER-ID
               INVALID KEY
                   MOVE '10' TO WS-REL-STATUS
           END-START
           IF WS-REL-STATUS NOT = '10'
              PERFORM READ-NEXT-RELATIONSHIP
              PERFORM UNTIL WS-REL-STATUS = '10'
                      OR REL-CUSTOMER-ID NOT = CMR-RETIRED-ID
                 IF WS-MR-COUNT < 1000
                    ADD 1 TO WS-MR-COUNT
                    MOVE REL-ACCOUNT-NUMBER
                        TO WS-MR-ACCOUNT(WS-MR-COUNT)
                    MOVE REL-ROLE TO WS-MR-ROLE(WS-MR-COUNT)
                    MOVE REL-ADDED-DATE
                        TO WS-MR-ADDED-DATE(WS-MR-COUNT)
                    PERFORM READ-NEXT-RELATIONSHIP
                 ELSE
                    DISPLAY 'WARNING: more than 1000 relationships '
                            'on ' CMR-RETIRED-ID ' - run the merge '
                            'again to move the rest'
                    MOVE '10' TO WS-REL-STATUS
                 END-IF
              END-PERFORM
           END-IF
           MOVE '00' TO WS-REL-STATUS.

       READ-NEXT-RELATIONSHIP.
           READ ACCOUNT-RELATION-FILE NEXT RECORD
               AT END
                   MOVE '10' TO WS-REL-STATUS
           END-READ.

       MOVE-ONE-RELATIONSHIP.
      *    The retired row goes either way. Where the survivor is not
      *    yet on the account it takes the retired row's role and
      *    added date; where it already is, it keeps the stronger of
      *    the two roles.
           MOVE WS-MR-ACCOUNT(WS-MR-SUB) TO REL-ACCOUNT-NUMBER
           MOVE CMR-RETIRED-ID           TO REL-CUSTOMER-ID
           DELETE ACCOUNT-RELATION-FILE RECORD
               INVALID KEY
                   DISPLAY 'WARNING: unable to remove relationship '
                           'on account ' REL-ACCOUNT-NUMBER
           END-DELETE

           MOVE 'RELATION' TO WS-LD-RECORD
           MOVE WS-MR-ACCOUNT(WS-MR-SUB) TO WS-LD-KEY
           MOVE SPACES TO WS-LD-BEFORE
           STRING CMR-RETIRED-ID DELIMITED BY SIZE
                  ' ROLE ' DELIMITED BY SIZE
                  WS-MR-ROLE(WS-MR-SUB) DELIMITED BY SIZE
                  INTO WS-LD-BEFORE
           END-STRING
           MOVE 'CUSTOMER-ID' TO WS-LD-FIELD
           MOVE SPACES TO WS-LD-AFTER

           MOVE WS-MR-ACCOUNT(WS-MR-SUB) TO REL-ACCOUNT-NUMBER
           MOVE CMR-SURVIVING-ID         TO REL-CUSTOMER-ID
           READ ACCOUNT-RELATION-FILE
               INVALID KEY
                   MOVE WS-MR-ACCOUNT(WS-MR-SUB)
                       TO REL-ACCOUNT-NUMBER
                   MOVE CMR-SURVIVING-ID TO REL-CUSTOMER-ID
                   MOVE WS-MR-ROLE(WS-MR-SUB) TO REL-ROLE
                   MOVE WS-MR-ADDED-DATE(WS-MR-SUB)
                       TO REL-ADDED-DATE
                   WRITE ACCOUNT-RELATION-RECORD
                       INVALID KEY
                           DISPLAY 'WARNING: unable to add '
                                   'relationship on account '
                                   REL-ACCOUNT-NUMBER
                   END-WRITE
                   ADD 1 TO WS-RELATIONS-MOVED
                   STRING CMR-SURVIVING-ID DELIMITED BY SIZE
                          ' ROLE ' DELIMITED BY SIZE
                          REL-ROLE DELIMITED BY SIZE
                          INTO WS-LD-AFTER
                   END-STRING
               NOT INVALID KEY
                   MOVE REL-ROLE TO WS-SURVIVOR-ROLE
                   MOVE WS-MR-ROLE(WS-MR-SUB) TO WS-ROLE-WORK
                   PERFORM RANK-RELATIONSHIP-ROLE
                   MOVE WS-ROLE-RANK-WORK TO WS-ROLE-RANK-RETIRED
                   MOVE WS-SURVIVOR-ROLE TO WS-ROLE-WORK
                   PERFORM RANK-RELATIONSHIP-ROLE
                   MOVE WS-ROLE-RANK-WORK TO WS-ROLE-RANK-SURVIVOR
                   IF WS-ROLE-RANK-RETIRED < WS-ROLE-RANK-SURVIVOR
                      MOVE WS-MR-ROLE(WS-MR-SUB) TO REL-ROLE
                      REWRITE ACCOUNT-RELATION-RECORD
                          INVALID KEY
                              DISPLAY 'WARNING: unable to update '
                                      'relationship on account '
                                      REL-ACCOUNT-NUMBER
                      END-REWRITE
                   END-IF
                   ADD 1 TO WS-RELATIONS-DROPPED
                   STRING CMR-SURVIVING-ID DELIMITED BY SIZE
                          ' ROLE ' DELIMITED BY SIZE
                          REL-ROLE DELIMITED BY SIZE
                          ' (ALREADY ON ACCOUNT AS ' DELIMITED BY SIZE
                          WS-SURVIVOR-ROLE DELIMITED BY SIZE
                          ')' DELIMITED BY SIZE
                          INTO WS-LD-AFTER
                   END-STRING
           END-READ
           ADD 1 TO WS-REQ-RELATIONS
           WRITE MERGE-LOG-LINE FROM WS-LOG-DETAIL-LINE.

       RANK-RELATIONSHIP-ROLE.
      *    An unknown role ranks below all the known ones.
           MOVE 5 TO WS-ROLE-RANK-WORK
           PERFORM VARYING WS-ROLE-SUB FROM 1 BY 1
                   UNTIL WS-ROLE-SUB > 4
              IF WS-ROLE-RANKS(WS-ROLE-SUB:1) = WS-ROLE-WORK
                 MOVE WS-ROLE-SUB TO WS-ROLE-RANK-WORK
              END-IF
           END-PERFORM.

       REPOINT-PENDING-APPROVALS.
           PERFORM VARYING WS-PEND-SUB FROM 1 BY 1
                   UNTIL WS-PEND-SUB > WS-PEND-COUNT
              MOVE WS-PEND-IMAGE(WS-PEND-SUB)
                  TO PENDING-APPROVAL-RECORD
              IF PEND-CUSTOMER-ID = CMR-RETIRED-ID
                 MOVE CMR-SURVIVING-ID TO PEND-CUSTOMER-ID
                 MOVE PENDING-APPROVAL-RECORD
                     TO WS-PEND-IMAGE(WS-PEND-SUB)
                 SET PENDING-FILE-CHANGED TO TRUE
                 ADD 1 TO WS-REQ-PENDING
                 ADD 1 TO WS-PENDING-MOVED
                 MOVE 'PENDING' TO WS-LD-RECORD
                 MOVE PEND-ACCOUNT-NUMBER TO WS-LD-KEY
                 MOVE 'CUSTOMER-ID' TO WS-LD-FIELD
                 MOVE SPACES TO WS-LD-BEFORE
                 STRING CMR-RETIRED-ID DELIMITED BY SIZE
                        ' ACTION ' DELIMITED BY SIZE
                        PEND-ACTION DELIMITED BY SIZE
                        INTO WS-LD-BEFORE
                 END-STRING
                 MOVE CMR-SURVIVING-ID TO WS-LD-AFTER
                 WRITE MERGE-LOG-LINE FROM WS-LOG-DETAIL-LINE
              END-IF
           END-PERFORM.

       REPOINT-LEGAL-ORDERS.
      *    Only the customer field changes, never the key, so each
      *    row is rewritten where the browse stands.
           IF ORDER-FILE-OPEN
              MOVE LOW-VALUES TO LGO-KEY
              START LEGAL-ORDER-FILE KEY IS >= LGO-KEY
                  INVALID KEY
                      MOVE '10' TO WS-ORDER-STATUS
              END-START
              PERFORM UNTIL WS-ORDER-STATUS = '10'
                 READ LEGAL-ORDER-FILE NEXT RECORD
                     AT END
                         MOVE '10' TO WS-ORDER-STATUS
                     NOT AT END
                         IF LGO-CUSTOMER-ID = CMR-RETIRED-ID
                            PERFORM MOVE-ONE-LEGAL-ORDER
                         END-IF
                 END-READ
              END-PERFORM
              MOVE '00' TO WS-ORDER-STATUS
           END-IF.

       MOVE-ONE-LEGAL-ORDER.
           MOVE CMR-SURVIVING-ID TO LGO-CUSTOMER-ID
           REWRITE LEGAL-ORDER-RECORD
               INVALID KEY
                   DISPLAY 'WARNING: unable to re-point legal order '
                           LGO-ORDER-NUMBER ' account '
                           LGO-ACCOUNT-NUMBER
               NOT INVALID KEY
                   ADD 1 TO WS-REQ-ORDERS
                   ADD 1 TO WS-ORDERS-MOVED
                   MOVE 'LEGAL-ORD' TO WS-LD-RECORD
                   MOVE LGO-ORDER-NUMBER TO WS-LD-KEY
                   MOVE 'CUSTOMER-ID' TO WS-LD-FIELD
                   MOVE SPACES TO WS-LD-BEFORE
                   STRING CMR-RETIRED-ID DELIMITED BY SIZE
                          ' ACCOUNT ' DELIMITED BY SIZE
                          LGO-ACCOUNT-NUMBER DELIMITED BY SIZE
                          ' STATUS ' DELIMITED BY SIZE
                          LGO-STATUS DELIMITED BY SIZE
                          INTO WS-LD-BEFORE
                   END-STRING
                   MOVE CMR-SURVIVING-ID TO WS-LD-AFTER
                   WRITE MERGE-LOG-LINE FROM WS-LOG-DETAIL-LINE
           END-REWRITE.

       REPOINT-RECLAIM-WATCH.
           IF RECLAIM-FILE-OPEN
              MOVE ZEROS TO BRS-ACCOUNT-NUMBER
              START RECLAIM-STATUS-FILE KEY IS >= BRS-ACCOUNT-NUMBER
                  INVALID KEY
                      MOVE '10' TO WS-BRS-STATUS
              END-START
              PERFORM UNTIL WS-BRS-STATUS = '10'
                 READ RECLAIM-STATUS-FILE NEXT RECORD
                     AT END
                         MOVE '10' TO WS-BRS-STATUS
                     NOT AT END
                         IF BRS-CUSTOMER-ID = CMR-RETIRED-ID
                            PERFORM MOVE-ONE-RECLAIM-WATCH
                         END-IF
                 END-READ
              END-PERFORM
              MOVE '00' TO WS-BRS-STATUS
           END-IF.

       MOVE-ONE-RECLAIM-WATCH.
           MOVE CMR-SURVIVING-ID TO BRS-CUSTOMER-ID
           REWRITE RECLAIM-STATUS-RECORD
               INVALID KEY
                   DISPLAY 'WARNING: unable to re-point estate watch '
                           'on account ' BRS-ACCOUNT-NUMBER
               NOT INVALID KEY
                   ADD 1 TO WS-REQ-RECLAIMS
                   ADD 1 TO WS-RECLAIMS-MOVED
                   MOVE 'RECLAIM' TO WS-LD-RECORD
                   MOVE BRS-ACCOUNT-NUMBER TO WS-LD-KEY
                   MOVE 'CUSTOMER-ID' TO WS-LD-FIELD
                   MOVE CMR-RETIRED-ID TO WS-LD-BEFORE
                   MOVE CMR-SURVIVING-ID TO WS-LD-AFTER
                   WRITE MERGE-LOG-LINE FROM WS-LOG-DETAIL-LINE
           END-REWRITE.

       UPDATE-SURVIVING-CUSTOMER.
      *    The survivor's own data wins; the retired profile only
      *    fills what the survivor is missing. A TIN comes across
      *    with its W-9 certification, so backup withholding follows
      *    the number that was certified.
           MOVE CMR-SURVIVING-ID TO CUST-CUSTOMER-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   DISPLAY 'WARNING: surviving customer '
                           CMR-SURVIVING-ID ' vanished during merge'
               NOT INVALID KEY
                   MOVE 'CUSTOMER' TO WS-LD-RECORD
                   MOVE CMR-SURVIVING-ID TO WS-LD-KEY
                   IF CUST-PHONE = SPACES
                      AND WS-RET-PHONE NOT = SPACES
                      MOVE 'PHONE' TO WS-LD-FIELD
                      MOVE CUST-PHONE TO WS-LD-BEFORE
                      MOVE WS-RET-PHONE TO CUST-PHONE
                      MOVE CUST-PHONE TO WS-LD-AFTER
                      WRITE MERGE-LOG-LINE FROM WS-LOG-DETAIL-LINE
                   END-IF
                   IF CUST-EMAIL-ADDRESS = SPACES
                      AND WS-RET-EMAIL-ADDRESS NOT = SPACES
                      MOVE 'E-MAIL' TO WS-LD-FIELD
                      MOVE CUST-EMAIL-ADDRESS TO WS-LD-BEFORE
                      MOVE WS-RET-EMAIL-ADDRESS TO CUST-EMAIL-ADDRESS
                      MOVE CUST-EMAIL-ADDRESS TO WS-LD-AFTER
                      WRITE MERGE-LOG-LINE FROM WS-LOG-DETAIL-LINE
                   END-IF
                   IF CUST-TIN = ZEROS
                      AND WS-RET-TIN > ZEROS
                      MOVE 'TIN/W-9' TO WS-LD-FIELD
                      MOVE SPACES TO WS-LD-BEFORE
                      STRING CUST-TIN DELIMITED BY SIZE
                             ' ' DELIMITED BY SIZE
                             CUST-TIN-TYPE DELIMITED BY SIZE
                             ' W9 ' DELIMITED BY SIZE
                             CUST-W9-STATUS DELIMITED BY SIZE
                             INTO WS-LD-BEFORE
                      END-STRING
                      MOVE WS-RET-TIN       TO CUST-TIN
                      MOVE WS-RET-TIN-TYPE  TO CUST-TIN-TYPE
                      MOVE WS-RET-W9-STATUS TO CUST-W9-STATUS
                      MOVE WS-RET-W9-DATE   TO CUST-W9-DATE
                      MOVE SPACES TO WS-LD-AFTER
                      STRING CUST-TIN DELIMITED BY SIZE
                             ' ' DELIMITED BY SIZE
                             CUST-TIN-TYPE DELIMITED BY SIZE
                             ' W9 ' DELIMITED BY SIZE
                             CUST-W9-STATUS DELIMITED BY SIZE
                             INTO WS-LD-AFTER
                      END-STRING
                      WRITE MERGE-LOG-LINE FROM WS-LOG-DETAIL-LINE
                   END-IF
      *            A death reported against either profile is the
      *            one person's; the estate case carries on under
      *            the survivor.
                   IF CUST-ESTATE-STATUS = SPACE
                      AND WS-RET-ESTATE-STATUS NOT = SPACE
                      MOVE 'ESTATE' TO WS-LD-FIELD
                      MOVE SPACES TO WS-LD-BEFORE
                      MOVE WS-RET-DATE-OF-DEATH TO CUST-DATE-OF-DEATH
                      MOVE WS-RET-ESTATE-STATUS TO CUST-ESTATE-STATUS
                      MOVE WS-RET-ESTATE-CONTACT-NAME
                          TO CUST-ESTATE-CONTACT-NAME
                      MOVE WS-RET-ESTATE-CONTACT-PHONE
                          TO CUST-ESTATE-CONTACT-PHONE
                      MOVE SPACES TO WS-LD-AFTER
                      STRING 'STATUS ' DELIMITED BY SIZE
                             CUST-ESTATE-STATUS DELIMITED BY SIZE
                             ' DIED ' DELIMITED BY SIZE
                             CUST-DATE-OF-DEATH DELIMITED BY SIZE
                             INTO WS-LD-AFTER
                      END-STRING
                      WRITE MERGE-LOG-LINE FROM WS-LOG-DETAIL-LINE
                   END-IF
                   REWRITE CUSTOMER-RECORD
                       INVALID KEY
                           DISPLAY 'WARNING: unable to update '
                                   'surviving customer '
                                   CMR-SURVIVING-ID
                   END-REWRITE
           END-READ.

       RETIRE-MERGED-CUSTOMER.
           MOVE CMR-RETIRED-ID TO CUST-CUSTOMER-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   DISPLAY 'WARNING: retired customer '
                           CMR-RETIRED-ID ' vanished during merge'
               NOT INVALID KEY
                   MOVE 'CUSTOMER' TO WS-LD-RECORD
                   MOVE CMR-RETIRED-ID TO WS-LD-KEY
                   MOVE 'MERGE-STATUS' TO WS-LD-FIELD
                   MOVE SPACES TO WS-LD-BEFORE
                   STRING '''' DELIMITED BY SIZE
                          CUST-MERGE-STATUS DELIMITED BY SIZE
                          ''' ' DELIMITED BY SIZE
                          CUST-NAME DELIMITED BY SIZE
                          INTO WS-LD-BEFORE
                   END-STRING
                   MOVE 'M'              TO CUST-MERGE-STATUS
                   MOVE CMR-SURVIVING-ID TO CUST-MERGED-INTO-ID
                   MOVE WS-TODAY-YMD     TO CUST-MERGED-DATE
                   MOVE SPACES TO WS-LD-AFTER
                   STRING '''M'' INTO ' DELIMITED BY SIZE
                          CUST-MERGED-INTO-ID DELIMITED BY SIZE
                          ' ON ' DELIMITED BY SIZE
                          CUST-MERGED-DATE DELIMITED BY SIZE
                          INTO WS-LD-AFTER
                   END-STRING
                   REWRITE CUSTOMER-RECORD
                       INVALID KEY
                           DISPLAY 'WARNING: unable to retire '
                                   'customer ' CMR-RETIRED-ID
                                   ' - run the merge again'
                           MOVE 'REWRITE FAILED' TO WS-LD-AFTER
                   END-REWRITE
                   WRITE MERGE-LOG-LINE FROM WS-LOG-DETAIL-LINE
           END-READ.

       WRITE-PENDING-APPROVALS.
           OPEN OUTPUT PENDING-APPROVAL-FILE
           PERFORM VARYING WS-PEND-SUB FROM 1 BY 1
                   UNTIL WS-PEND-SUB > WS-PEND-COUNT
              MOVE WS-PEND-IMAGE(WS-PEND-SUB)
                  TO PENDING-APPROVAL-RECORD
              WRITE PENDING-APPROVAL-RECORD
           END-PERFORM
           CLOSE PENDING-APPROVAL-FILE.

       CLEANUP.
           IF PENDING-FILE-CHANGED
              PERFORM WRITE-PENDING-APPROVALS
           END-IF

           DISPLAY ' '
           DISPLAY 'Customer Merge Summary'
           DISPLAY '======================'
           DISPLAY 'Merge requests read:    ' WS-REQUESTS-READ
           DISPLAY 'Merges applied:         ' WS-MERGES-APPLIED
           DISPLAY 'Merges rejected:        ' WS-MERGES-REJECTED
           DISPLAY 'Accounts re-pointed:    ' WS-ACCOUNTS-MOVED
           DISPLAY 'Relationships moved:    ' WS-RELATIONS-MOVED
           DISPLAY 'Relationships combined: ' WS-RELATIONS-DROPPED
           DISPLAY 'Pending requests moved: ' WS-PENDING-MOVED
           DISPLAY 'Legal orders moved:     ' WS-ORDERS-MOVED
           DISPLAY 'Estate watches moved:   ' WS-RECLAIMS-MOVED

           IF WS-MERGES-REJECTED > ZEROS
              MOVE 4 TO RETURN-CODE
           END-IF

           IF WS-REQUEST-STATUS NOT = '35'
              CLOSE MERGE-REQUEST-FILE
           END-IF
           CLOSE CUSTOMER-MASTER
           CLOSE ACCOUNT-FILE
           IF RELATION-FILE-OPEN
              CLOSE ACCOUNT-RELATION-FILE
           END-IF
           IF ORDER-FILE-OPEN
              CLOSE LEGAL-ORDER-FILE
           END-IF
           IF RECLAIM-FILE-OPEN
              CLOSE RECLAIM-STATUS-FILE
           END-IF
           CLOSE MERGE-LOG-FILE

           PERFORM WRITE-RUN-STATISTICS
           PERFORM RELEASE-MASTER-FILE-LOCK
           DISPLAY 'Customer Merge - Complete'.

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
           MOVE WS-REQUESTS-READ TO OPS-RECORDS-READ
           MOVE WS-MERGES-APPLIED TO OPS-RECORDS-WRITTEN
           MOVE WS-MERGES-REJECTED TO OPS-RECORDS-REJECTED
           WRITE OPS-STATS-RECORD
           CLOSE OPS-STATS-FILE.
