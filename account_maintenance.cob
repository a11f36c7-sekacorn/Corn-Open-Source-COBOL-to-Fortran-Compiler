      * Opens/closes accounts, changes account status, and updates
      * overdraft limits on ACCOUNT-FILE from a batch of maintenance
      * requests. Companion batch program to BANKING-SYSTEM.
      * Also keeps ACCOUNT-RELATIONS.DAT - the primary owner row
      * written at open, and the joint owners, POD beneficiaries and
      * authorized signers added and removed on request, and
      * LOAN-RATE-TERMS.DAT - the index, margin, reprice schedule
      * and floor/cap of each variable-rate loan.
      *
      * Copyright (c) 2025 sekacorn
      * Contact: sekacorn@gmail.com
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

      *    Supervisor approvals keyed separately from the requests:
      *    a high-risk action only applies when a matching approval
      *    from a different operator is on this file.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RATE-FILE-STATUS.

      *    Account relationships: every customer standing on an
      *    account and in what capacity - primary owner, joint
      *    owner, POD beneficiary or authorized signer. Keyed by
      *    account plus customer, with the customer as an alternate
      *    key so a customer's relationships read back directly.
           SELECT ACCOUNT-RELATION-FILE
               ASSIGN TO "ACCOUNT-RELATIONS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REL-KEY
               ALTERNATE RECORD KEY IS REL-CUSTOMER-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-REL-STATUS.

      *    Variable-rate terms, one record per loan that reprices
      *    off a published index; a loan with no record here is
      *    fixed-rate. LOAN-REPRICING reads the schedule and moves
      *    the next reprice date along.
           SELECT LOAN-RATE-TERMS-FILE
               ASSIGN TO "LOAN-RATE-TERMS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VRT-ACCOUNT-NUMBER
               FILE STATUS IS WS-VRT-STATUS.

      *    Read only, to refuse a relationship naming a customer
      *    who is not on the customer master.
           SELECT CUSTOMER-MASTER
               ASSIGN TO "CUSTOMERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-CUSTOMER-ID
               FILE STATUS IS WS-CUST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CKD-EXEMPT-FILE.
             88 MAINT-FREEZE-ACCOUNT    VALUE 'FZ'.
             88 MAINT-UNFREEZE-ACCOUNT  VALUE 'UF'.
             88 MAINT-CHANGE-LIMIT      VALUE 'CO'.
             88 MAINT-ADD-RELATION      VALUE 'RA'.
             88 MAINT-REMOVE-RELATION   VALUE 'RR'.
             88 MAINT-SET-VARIABLE-RATE VALUE 'VR'.
             88 MAINT-SET-FIXED-RATE    VALUE 'VF'.
          05 MAINT-ACCOUNT-NUMBER       PIC 9(10).
          05 MAINT-CUSTOMER-ID          PIC 9(8).
          05 MAINT-ACCT-TYPE            PIC X(2).
      *    Who keyed the request - the maker of the maker-checker
      *    pair on high-risk actions.
          05 MAINT-OPERATOR-ID          PIC X(8).
      *    Relationship role on an 'RA'/'RR' request, naming
      *    MAINT-CUSTOMER-ID on MAINT-ACCOUNT-NUMBER: 'J' joint
      *    owner, 'B' POD beneficiary, 'S' authorized signer.
          05 MAINT-REL-ROLE             PIC X.
      *    Variable-rate terms on a 'VR' request for a loan: the
      *    published index it follows, the margin added to the
      *    index, months between reprices, the first reprice date
      *    (zero for one frequency from today) and the floor and
      *    cap on the resulting rate (a zero cap means no cap).
          05 MAINT-RATE-INDEX           PIC X(2).
          05 MAINT-RATE-MARGIN          PIC 9V9999.
          05 MAINT-REPRICE-FREQUENCY    PIC 9(3).
          05 MAINT-NEXT-REPRICE-DATE    PIC 9(8).
          05 MAINT-RATE-FLOOR           PIC 9V9999.
          05 MAINT-RATE-CAP             PIC 9V9999.

       FD ACCOUNT-FILE.
       01 ACCOUNT-RECORD.
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

       FD APPROVAL-FILE.
       01 APPROVAL-RECORD.
          05 APPR-ACTION                PIC X(2).
          05 PEND-LOAN-PAYMENT-AMOUNT   PIC 9(9)V99.
          05 PEND-IRA-PLAN              PIC X.
          05 PEND-OPERATOR-ID           PIC X(8).
          05 PEND-REL-ROLE              PIC X.
          05 PEND-QUEUED-DATE           PIC 9(8).

       FD OUTSTANDING-REPORT-FILE.
          05 RT-TIER1-RATE              PIC 9V9999.
          05 RT-TIER2-RATE              PIC 9V9999.
          05 RT-TIER3-RATE              PIC 9V9999.
      *    Balance the accrual is computed on: 'D' (or blank, on the
      *    older records) the closing balance on the day interest
      *    runs; 'A' the average daily balance since the last
      *    accrual, read from DAILY-BALANCES.DAT.
          05 RT-INTEREST-METHOD         PIC X.
             88 RT-DAILY-BALANCE-METHOD VALUES 'D' ' '.
             88 RT-AVERAGE-BALANCE-METHOD VALUE 'A'.

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

       FD LOAN-RATE-TERMS-FILE.
       01 LOAN-RATE-TERMS-RECORD.
          05 VRT-ACCOUNT-NUMBER         PIC 9(10).
          05 VRT-INDEX-NAME             PIC X(2).
             88 VRT-INDEX-KNOWN         VALUES 'PR' 'SF' 'TY' 'CF'.
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

       WORKING-STORAGE SECTION.
      *    Run statistics captured for the cycle summary report.
          88 WS-FILE-EOF                VALUE '10'.

       01 WS-ACCT-STATUS                PIC X(2).
       01 WS-REL-STATUS                 PIC X(2).
       01 WS-VRT-STATUS                 PIC X(2).
       01 WS-CUST-STATUS                PIC X(2).
       01 WS-REL-CUSTOMER-FLAG          PIC X.
          88 REL-CUSTOMER-ON-FILE       VALUE 'Y'.

       01 WS-TODAY-YMD                  PIC 9(8).

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

      *    Maker-checker control. High-risk actions - unfreezing an
      *    account, or raising the overdraft limit past the
      *    threshold - apply only as a matched maker/approver pair;
       01 WS-PENDING-TABLE.
          05 WS-PEND-ENTRY OCCURS 500 TIMES
             INDEXED BY WS-PEND-IDX.
             10 WS-PEND-IMAGE           PIC X(81).
             10 WS-PEND-QUEUED          PIC 9(8).
             10 WS-PEND-DISPOSED-FLAG   PIC X.
       01 WS-PEND-SUB                   PIC 9(3).
          05 FILLER                     PIC X(3) VALUE SPACES.
          05 WS-LOG-RESULT               PIC X(40).

       01 WS-VRT-FOUND-FLAG             PIC X.
          88 VRT-TERMS-ON-FILE          VALUE 'Y'.

       01 WS-ERROR-MESSAGES.
          05 WS-ERR-DUP-ACCOUNT         PIC X(50)
             VALUE 'ERROR: Account number already exists'.
             VALUE 'ERROR: Account number not found'.
          05 WS-ERR-NONZERO-BALANCE     PIC X(50)
             VALUE 'ERROR: Cannot close account, balance not zero'.
          05 WS-ERR-BAD-RELATION        PIC X(50)
             VALUE 'ERROR: Relationship request refused'.
          05 WS-ERR-BAD-RATE-TERMS      PIC X(50)
             VALUE 'ERROR: Variable-rate terms refused'.
          05 WS-ERR-CUST-RETIRED        PIC X(50)
             VALUE 'ERROR: Customer ID retired by merge'.

       PROCEDURE DIVISION.
       MAIN-CONTROL.
           PERFORM CHECK-RUN-CONTROL
           PERFORM LOAD-CKD-EXEMPTIONS
           PERFORM CLAIM-MASTER-FILE-LOCK
           PERFORM TAKE-MASTER-GENERATION
           OPEN INPUT MAINTENANCE-FILE
           OPEN I-O ACCOUNT-FILE
           OPEN OUTPUT MAINTENANCE-LOG-FILE

      *    First ever run creates the relationship file; after that
      *    it is opened for update in place.
           OPEN I-O ACCOUNT-RELATION-FILE
           IF WS-REL-STATUS = '35'
              OPEN OUTPUT ACCOUNT-RELATION-FILE
              CLOSE ACCOUNT-RELATION-FILE
              OPEN I-O ACCOUNT-RELATION-FILE
           END-IF
           OPEN I-O LOAN-RATE-TERMS-FILE
           IF WS-VRT-STATUS = '35'
              OPEN OUTPUT LOAN-RATE-TERMS-FILE
              CLOSE LOAN-RATE-TERMS-FILE
              OPEN I-O LOAN-RATE-TERMS-FILE
           END-IF
           OPEN INPUT CUSTOMER-MASTER
           PERFORM LOAD-APPROVALS
           PERFORM LOAD-PENDING-APPROVALS
           PERFORM RELEASE-CARRIED-REQUESTS.
                  NOT AT END
                      IF WS-PEND-COUNT < 500
                         ADD 1 TO WS-PEND-COUNT
                         MOVE PENDING-APPROVAL-RECORD(1:81)
                             TO WS-PEND-IMAGE(WS-PEND-COUNT)
                         MOVE PEND-QUEUED-DATE
                             TO WS-PEND-QUEUED(WS-PEND-COUNT)
              PERFORM VARYING WS-PEND-SUB FROM 1 BY 1
                      UNTIL WS-PEND-SUB > WS-PEND-COUNT
                 MOVE WS-PEND-IMAGE(WS-PEND-SUB)
                     TO MAINTENANCE-RECORD(1:81)
                 PERFORM FIND-MATCHING-APPROVAL
                 IF APPROVAL-MATCHED
                    MOVE 'Y'
                      MOVE RT-EFFECTIVE-DATE TO WS-RL-LN-DATE
                      MOVE RT-FLAT-RATE      TO WS-LOAN-RATE
                   END-IF
      *        Published index values for variable-rate loans
      *        (prime, SOFR, one-year Treasury, cost of funds) ride
      *        the same sheet; LOAN-REPRICING reads them.
               WHEN 'PR' WHEN 'SF' WHEN 'TY' WHEN 'CF'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'WARNING: rate record for unknown account '
                           'type ' RT-ACCOUNT-TYPE ' ignored'
                    PERFORM UNFREEZE-EXISTING-ACCOUNT
               WHEN MAINT-CHANGE-LIMIT
                    PERFORM CHANGE-OVERDRAFT-LIMIT
               WHEN MAINT-ADD-RELATION
                    PERFORM ADD-ACCOUNT-RELATIONSHIP
               WHEN MAINT-REMOVE-RELATION
                    PERFORM REMOVE-ACCOUNT-RELATIONSHIP
               WHEN MAINT-SET-VARIABLE-RATE
                    PERFORM SET-VARIABLE-RATE-TERMS
               WHEN MAINT-SET-FIXED-RATE
                    PERFORM REMOVE-VARIABLE-RATE-TERMS
               WHEN OTHER
                    DISPLAY 'Unknown maintenance action: '
                            MAINT-ACTION
           IF MAINT-CHANGE-LIMIT
              AND MAINT-NEW-OVERDRAFT-LIMIT > WS-HIGH-RISK-LIMIT
              MOVE 'Y' TO WS-HIGH-RISK-FLAG
           END-IF
      *    Adding a joint owner or a signer hands a new person the
      *    power to move the money - the classic takeover route -
      *    so it takes the same second pair of eyes.
           IF MAINT-ADD-RELATION
              AND (MAINT-REL-ROLE = 'J' OR MAINT-REL-ROLE = 'S')
              MOVE 'Y' TO WS-HIGH-RISK-FLAG
           END-IF.

       FIND-MATCHING-APPROVAL.
       QUEUE-PENDING-APPROVAL.
           IF WS-PEND-COUNT < 500
              ADD 1 TO WS-PEND-COUNT
              MOVE MAINTENANCE-RECORD(1:81)
                  TO WS-PEND-IMAGE(WS-PEND-COUNT)
              MOVE WS-TODAY-YMD TO WS-PEND-QUEUED(WS-PEND-COUNT)
              MOVE 'N' TO WS-PEND-DISPOSED-FLAG(WS-PEND-COUNT)
           MOVE WS-CKD-EXPECTED TO WS-CKD-DIGIT(10)
           MOVE WS-CKD-ACCOUNT TO MAINT-ACCOUNT-NUMBER

      *    A customer ID retired by CUSTOMER-MERGE must not collect
      *    new accounts - that would split the customer again.
           PERFORM VERIFY-RELATION-CUSTOMER
           IF CUST-RETIRED-BY-MERGE
              DISPLAY WS-ERR-CUST-RETIRED ' ' MAINT-CUSTOMER-ID
                      ' - open under ' CUST-MERGED-INTO-ID
              PERFORM LOG-REJECTED-REQUEST
           ELSE
              MOVE MAINT-ACCOUNT-NUMBER TO ACCT-ACCOUNT-NUMBER
              READ ACCOUNT-FILE
                  INVALID KEY
                      PERFORM CREATE-ACCOUNT-RECORD
                  NOT INVALID KEY
                      DISPLAY WS-ERR-DUP-ACCOUNT
                      PERFORM LOG-REJECTED-REQUEST
              END-READ
           END-IF.

       CREATE-ACCOUNT-RECORD.
           MOVE MAINT-ACCOUNT-NUMBER TO ACCT-ACCOUNT-NUMBER
               NOT INVALID KEY
                   MOVE 'Account opened' TO WS-LOG-RESULT
                   PERFORM LOG-APPLIED-REQUEST
                   PERFORM WRITE-PRIMARY-RELATIONSHIP
           END-WRITE
           END-IF
           END-IF
                   END-REWRITE
           END-READ.

       WRITE-PRIMARY-RELATIONSHIP.
      *    Every account opened from here on carries its primary
      *    owner on the relationship file as well; older accounts
      *    are read with ACCT-CUSTOMER-ID standing as the primary.
           MOVE ACCT-ACCOUNT-NUMBER TO REL-ACCOUNT-NUMBER
           MOVE ACCT-CUSTOMER-ID    TO REL-CUSTOMER-ID
           MOVE 'P'                 TO REL-ROLE
           MOVE WS-TODAY-YMD        TO REL-ADDED-DATE
           WRITE ACCOUNT-RELATION-RECORD
               INVALID KEY
                   DISPLAY 'WARNING: primary relationship already '
                           'on file for account '
                           ACCT-ACCOUNT-NUMBER
           END-WRITE.

       ADD-ACCOUNT-RELATIONSHIP.
      *    Names MAINT-CUSTOMER-ID on the account in the requested
      *    role. The primary owner is ACCT-CUSTOMER-ID and is never
      *    added here; a POD beneficiary only makes sense on a
      *    deposit account. A second request for a customer already
      *    on the account changes the role in place.
           MOVE MAINT-ACCOUNT-NUMBER TO ACCT-ACCOUNT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   DISPLAY WS-ERR-ACCOUNT-NOT-FOUND
                   PERFORM LOG-REJECTED-REQUEST
               NOT INVALID KEY
                   PERFORM VERIFY-RELATION-CUSTOMER
                   IF ACCT-CLOSED
                      OR NOT REL-CUSTOMER-ON-FILE
                      OR MAINT-CUSTOMER-ID = ACCT-CUSTOMER-ID
                      OR (MAINT-REL-ROLE NOT = 'J'
                          AND MAINT-REL-ROLE NOT = 'B'
                          AND MAINT-REL-ROLE NOT = 'S')
                      OR (MAINT-REL-ROLE = 'B' AND ACCT-LOAN)
                      DISPLAY WS-ERR-BAD-RELATION ' - account '
                              MAINT-ACCOUNT-NUMBER ' customer '
                              MAINT-CUSTOMER-ID ' role '
                              MAINT-REL-ROLE
                      PERFORM LOG-REJECTED-REQUEST
                   ELSE
                      PERFORM STORE-ACCOUNT-RELATIONSHIP
                   END-IF
           END-READ.

       VERIFY-RELATION-CUSTOMER.
      *    A customer retired by merge counts as not on file; its
      *    record is left in CUSTOMER-RECORD for the caller to
      *    name the survivor.
           MOVE 'N' TO WS-REL-CUSTOMER-FLAG
           MOVE MAINT-CUSTOMER-ID TO CUST-CUSTOMER-ID
           MOVE SPACE TO CUST-MERGE-STATUS
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE SPACE TO CUST-MERGE-STATUS
               NOT INVALID KEY
                   IF NOT CUST-RETIRED-BY-MERGE
                      SET REL-CUSTOMER-ON-FILE TO TRUE
                   END-IF
           END-READ.

       STORE-ACCOUNT-RELATIONSHIP.
           MOVE MAINT-ACCOUNT-NUMBER TO REL-ACCOUNT-NUMBER
           MOVE MAINT-CUSTOMER-ID    TO REL-CUSTOMER-ID
           READ ACCOUNT-RELATION-FILE
               INVALID KEY
                   MOVE MAINT-REL-ROLE TO REL-ROLE
                   MOVE WS-TODAY-YMD   TO REL-ADDED-DATE
                   WRITE ACCOUNT-RELATION-RECORD
                       INVALID KEY
                           PERFORM LOG-REJECTED-REQUEST
                       NOT INVALID KEY
                           MOVE 'Relationship added'
                               TO WS-LOG-RESULT
                           PERFORM LOG-APPLIED-REQUEST
                   END-WRITE
               NOT INVALID KEY
                   IF REL-PRIMARY-OWNER
                      DISPLAY WS-ERR-BAD-RELATION
                              ' - customer is the primary owner'
                      PERFORM LOG-REJECTED-REQUEST
                   ELSE
                      MOVE MAINT-REL-ROLE TO REL-ROLE
                      REWRITE ACCOUNT-RELATION-RECORD
                          INVALID KEY
                              PERFORM LOG-REJECTED-REQUEST
                          NOT INVALID KEY
                              MOVE 'Relationship role changed'
                                  TO WS-LOG-RESULT
                              PERFORM LOG-APPLIED-REQUEST
                      END-REWRITE
                   END-IF
           END-READ.

       REMOVE-ACCOUNT-RELATIONSHIP.
      *    Takes a joint owner, beneficiary or signer off the
      *    account. The primary owner row goes only with the
      *    account itself.
           MOVE MAINT-ACCOUNT-NUMBER TO REL-ACCOUNT-NUMBER
           MOVE MAINT-CUSTOMER-ID    TO REL-CUSTOMER-ID
           READ ACCOUNT-RELATION-FILE
               INVALID KEY
                   DISPLAY WS-ERR-BAD-RELATION
                           ' - no such relationship'
                   PERFORM LOG-REJECTED-REQUEST
               NOT INVALID KEY
                   IF REL-PRIMARY-OWNER
                      DISPLAY WS-ERR-BAD-RELATION
                              ' - primary owner cannot be removed'
                      PERFORM LOG-REJECTED-REQUEST
                   ELSE
                      DELETE ACCOUNT-RELATION-FILE RECORD
                          INVALID KEY
                              PERFORM LOG-REJECTED-REQUEST
                          NOT INVALID KEY
                              MOVE 'Relationship removed'
                                  TO WS-LOG-RESULT
                              PERFORM LOG-APPLIED-REQUEST
                      END-DELETE
                   END-IF
           END-READ.

       SET-VARIABLE-RATE-TERMS.
      *    Puts a loan on a published index, or changes the terms of
      *    one already there. Only an open loan can float; the index
      *    must be one published on the rate sheet, the frequency
      *    must move the schedule, and a cap below the floor would
      *    leave no rate to set.
           MOVE MAINT-ACCOUNT-NUMBER TO ACCT-ACCOUNT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   DISPLAY WS-ERR-ACCOUNT-NOT-FOUND
                   PERFORM LOG-REJECTED-REQUEST
               NOT INVALID KEY
                   MOVE MAINT-RATE-INDEX TO VRT-INDEX-NAME
                   IF NOT ACCT-LOAN
                      OR ACCT-CLOSED
                      OR NOT VRT-INDEX-KNOWN
                      OR MAINT-REPRICE-FREQUENCY = ZEROS
                      OR (MAINT-RATE-CAP > ZEROS
                          AND MAINT-RATE-CAP < MAINT-RATE-FLOOR)
                      OR (MAINT-NEXT-REPRICE-DATE > ZEROS
                          AND MAINT-NEXT-REPRICE-DATE
                              <= WS-TODAY-YMD)
                      DISPLAY WS-ERR-BAD-RATE-TERMS ' - account '
                              MAINT-ACCOUNT-NUMBER ' index '
                              MAINT-RATE-INDEX
                      MOVE 'Rejected - variable-rate terms invalid'
                          TO WS-LOG-RESULT
                      PERFORM LOG-REJECTED-REQUEST
                   ELSE
                      PERFORM STORE-VARIABLE-RATE-TERMS
                   END-IF
           END-READ.

       STORE-VARIABLE-RATE-TERMS.
      *    A change of terms keeps the last reprice history and any
      *    repriced payment still waiting for its first due date; a
      *    new variable loan starts with neither.
           MOVE 'N' TO WS-VRT-FOUND-FLAG
           MOVE MAINT-ACCOUNT-NUMBER TO VRT-ACCOUNT-NUMBER
           READ LOAN-RATE-TERMS-FILE
               INVALID KEY
                   MOVE ZEROS TO VRT-LAST-REPRICE-DATE
                   MOVE ZEROS TO VRT-LAST-INDEX-VALUE
                   MOVE ZEROS TO VRT-PENDING-PAYMENT
                   MOVE ZEROS TO VRT-PAYMENT-CHANGE-DATE
               NOT INVALID KEY
                   SET VRT-TERMS-ON-FILE TO TRUE
           END-READ

           MOVE MAINT-ACCOUNT-NUMBER    TO VRT-ACCOUNT-NUMBER
           MOVE MAINT-RATE-INDEX        TO VRT-INDEX-NAME
           MOVE MAINT-RATE-MARGIN       TO VRT-MARGIN
           MOVE MAINT-REPRICE-FREQUENCY TO VRT-REPRICE-FREQUENCY
           MOVE MAINT-RATE-FLOOR        TO VRT-RATE-FLOOR
           MOVE MAINT-RATE-CAP          TO VRT-RATE-CAP
           MOVE WS-TODAY-YMD            TO VRT-TERMS-SET-DATE
           IF MAINT-NEXT-REPRICE-DATE > ZEROS
              MOVE MAINT-NEXT-REPRICE-DATE TO VRT-NEXT-REPRICE-DATE
           ELSE
              MOVE WS-TODAY-YMD TO WS-MAT-BASE-DATE
              MOVE MAINT-REPRICE-FREQUENCY TO WS-MAT-ADVANCE-MONTHS
              PERFORM ADVANCE-DATE-BY-TERM-MONTHS
              MOVE WS-MAT-RESULT-DATE TO VRT-NEXT-REPRICE-DATE
           END-IF

           IF VRT-TERMS-ON-FILE
              REWRITE LOAN-RATE-TERMS-RECORD
                  INVALID KEY
                      PERFORM LOG-REJECTED-REQUEST
                  NOT INVALID KEY
                      MOVE 'Variable-rate terms changed'
                          TO WS-LOG-RESULT
                      PERFORM LOG-APPLIED-REQUEST
              END-REWRITE
           ELSE
              WRITE LOAN-RATE-TERMS-RECORD
                  INVALID KEY
                      PERFORM LOG-REJECTED-REQUEST
                  NOT INVALID KEY
                      MOVE 'Loan set to variable rate'
                          TO WS-LOG-RESULT
                      PERFORM LOG-APPLIED-REQUEST
              END-WRITE
           END-IF.

       REMOVE-VARIABLE-RATE-TERMS.
      *    Fixes the loan at whatever rate it carries today; the
      *    repricing batch simply stops seeing it.
           MOVE MAINT-ACCOUNT-NUMBER TO VRT-ACCOUNT-NUMBER
           READ LOAN-RATE-TERMS-FILE
               INVALID KEY
                   DISPLAY WS-ERR-BAD-RATE-TERMS
                           ' - loan is not variable-rate'
                   PERFORM LOG-REJECTED-REQUEST
               NOT INVALID KEY
                   DELETE LOAN-RATE-TERMS-FILE RECORD
                       INVALID KEY
                           PERFORM LOG-REJECTED-REQUEST
                       NOT INVALID KEY
                           MOVE 'Loan fixed at current rate'
                               TO WS-LOG-RESULT
                           PERFORM LOG-APPLIED-REQUEST
                   END-DELETE
           END-READ.

       LOG-APPLIED-REQUEST.
           ADD 1 TO WS-APPLIED-COUNT
           MOVE MAINT-ACCOUNT-NUMBER TO WS-LOG-ACCOUNT
           CLOSE MAINTENANCE-FILE
           CLOSE ACCOUNT-FILE
           CLOSE MAINTENANCE-LOG-FILE
           CLOSE ACCOUNT-RELATION-FILE
           CLOSE LOAN-RATE-TERMS-FILE
           CLOSE CUSTOMER-MASTER

           MOVE 'C' TO WS-RC-ACCT-MAINT-STATUS
           PERFORM WRITE-RUN-CONTROL
                      UNTIL WS-PEND-SUB > WS-PEND-COUNT
                 IF WS-PEND-DISPOSED-FLAG(WS-PEND-SUB) NOT = 'Y'
                    MOVE WS-PEND-IMAGE(WS-PEND-SUB)
                        TO PENDING-APPROVAL-RECORD(1:81)
                    MOVE WS-PEND-QUEUED(WS-PEND-SUB)
                        TO PEND-QUEUED-DATE
                    WRITE PENDING-APPROVAL-RECORD
                 IF WS-PEND-DISPOSED-FLAG(WS-PEND-SUB) NOT = 'Y'
                    ADD 1 TO WS-OUTSTANDING-COUNT
                    MOVE WS-PEND-IMAGE(WS-PEND-SUB)
                        TO MAINTENANCE-RECORD(1:81)
                    COMPUTE WS-PENDING-AGE-DAYS =
                        FUNCTION INTEGER-OF-DATE(WS-TODAY-YMD) -
                        FUNCTION INTEGER-OF-DATE(
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
