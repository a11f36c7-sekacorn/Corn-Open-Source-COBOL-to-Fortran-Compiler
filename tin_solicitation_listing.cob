      *****************************************************************
      * TIN SOLICITATION LISTING
      * Monthly listing for the branches of every customer whose
      * interest is, or is about to be, subject to backup
      * withholding, so the branch can get a signed W-9 in before
      * the next interest posting:
      *   B-NOTICE      the IRS reported a name/TIN mismatch - the
      *                 customer must re-certify on a fresh W-9
      *                 (and, on a second notice, prove the number);
      *   MISSING TIN   no taxpayer ID on CUSTOMER-MASTER at all;
      *   NOT CERTIFIED a TIN on file but no signed W-9.
      * Exempt recipients and customers with nothing open are left
      * off. Each line carries the open account count, how long the
      * status has stood, and whether mail to the customer is coming
      * back (the branch then has to reach them another way). The
      * TIN is masked to its last four digits.
      *
      * Copyright (c) 2026 sekacorn
      * Contact: sekacorn@gmail.com
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TIN-SOLICITATION-LISTING.
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

           SELECT TIN-SORT-FILE
               ASSIGN TO "TIN-SORT.TMP".

           SELECT TIN-LISTING-FILE
               ASSIGN TO "TIN-SOLICITATION-LISTING.TXT"
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

      *    One row per customer to solicit, ordered by reason so the
      *    most urgent (B-notice) group prints first.
       SD TIN-SORT-FILE.
       01 TIN-SORT-RECORD.
          05 TSR-REASON                 PIC X.
             88 TSR-B-NOTICE            VALUE '1'.
             88 TSR-MISSING-TIN         VALUE '2'.
             88 TSR-NOT-CERTIFIED       VALUE '3'.
          05 TSR-CUSTOMER-ID            PIC 9(8).
          05 TSR-NAME                   PIC X(40).
          05 TSR-PHONE                  PIC X(15).
          05 TSR-TIN-LAST-4             PIC X(4).
          05 TSR-TIN-TYPE               PIC X.
          05 TSR-W9-DATE                PIC 9(8).
          05 TSR-DAYS-STANDING          PIC 9(5).
          05 TSR-OPEN-ACCOUNTS          PIC 9(3).
          05 TSR-MAIL-RETURNED          PIC X.

       FD TIN-LISTING-FILE.
       01 TIN-LISTING-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
      *    Run statistics captured for the cycle summary report.
       01 WS-OPS-STATS-STATUS           PIC X(2).
       01 WS-OPS-PROGRAM-NAME           PIC X(30)
          VALUE 'TIN-SOLICITATION-LISTING'.
       01 WS-OPS-START-STAMP            PIC X(14).

       01 WS-CUST-STATUS                PIC X(2).
          88 WS-CUST-EOF                VALUE '10'.
       01 WS-ACCT-STATUS                PIC X(2).
       01 WS-SORT-RETURN-CODE           PIC S9(4) COMP VALUE ZEROS.
       01 WS-SORT-EOF-FLAG              PIC X VALUE 'N'.
          88 WS-SORT-AT-EOF             VALUE 'Y'.

       01 WS-TODAY-YMD                  PIC 9(8).
       01 WS-REASON                     PIC X.
       01 WS-OPEN-ACCOUNTS              PIC 9(3).
       01 WS-ACCT-SCAN-FLAG             PIC X.
          88 ACCOUNT-SCAN-DONE          VALUE 'Y'.
       01 WS-PRIOR-REASON               PIC X VALUE SPACE.

       01 WS-COUNTERS.
          05 WS-CUSTOMERS-READ          PIC 9(7) VALUE ZEROS.
          05 WS-EXEMPT-COUNT            PIC 9(7) VALUE ZEROS.
          05 WS-NO-OPEN-ACCOUNT-COUNT   PIC 9(7) VALUE ZEROS.
          05 WS-B-NOTICE-COUNT          PIC 9(7) VALUE ZEROS.
          05 WS-MISSING-TIN-COUNT       PIC 9(7) VALUE ZEROS.
          05 WS-NOT-CERTIFIED-COUNT     PIC 9(7) VALUE ZEROS.
          05 WS-LISTED-COUNT            PIC 9(7) VALUE ZEROS.

       01 WS-LISTING-HEADER-1.
          05 FILLER                     PIC X(50)
             VALUE '     TIN / W-9 SOLICITATION LISTING - BRANCHES'.
          05 FILLER                     PIC X(10) VALUE 'Run date: '.
          05 WS-LH-RUN-DATE             PIC 9(8).
       01 WS-LISTING-HEADER-2.
          05 FILLER                     PIC X(66)
             VALUE 'Customer Name                                     '
                   & 'Phone'.
          05 FILLER                     PIC X(50)
             VALUE 'TIN       T W-9 Date  Days Accts  Note'.
       01 WS-SECTION-LINE.
          05 FILLER                     PIC X(4) VALUE '*** '.
          05 WS-SEC-TITLE               PIC X(60).
       01 WS-LISTING-DETAIL.
          05 WS-LD-CUSTOMER-ID          PIC 9(8).
          05 FILLER                     PIC X(1) VALUE SPACES.
          05 WS-LD-NAME                 PIC X(40).
          05 FILLER                     PIC X(1) VALUE SPACES.
          05 WS-LD-PHONE                PIC X(15).
          05 FILLER                     PIC X(1) VALUE SPACES.
          05 WS-LD-TIN                  PIC X(9).
          05 FILLER                     PIC X(1) VALUE SPACES.
          05 WS-LD-TIN-TYPE             PIC X.
          05 FILLER                     PIC X(1) VALUE SPACES.
          05 WS-LD-W9-DATE              PIC X(8).
          05 FILLER                     PIC X(1) VALUE SPACES.
          05 WS-LD-DAYS                 PIC ZZZZ9.
          05 FILLER                     PIC X(1) VALUE SPACES.
          05 WS-LD-ACCOUNTS             PIC ZZ9.
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-LD-NOTE                 PIC X(20).
       01 WS-SUMMARY-LINE.
          05 WS-SL-LABEL                PIC X(36).
          05 WS-SL-COUNT                PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-CONTROL.
           PERFORM INITIALIZATION
           PERFORM SORT-SOLICITATIONS
           PERFORM CLEANUP
           STOP RUN.

       INITIALIZATION.
           DISPLAY 'TIN Solicitation Listing - Started'
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-OPS-START-STAMP
           DISPLAY '=================================='
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-YMD

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

           OPEN OUTPUT TIN-LISTING-FILE
           MOVE WS-TODAY-YMD TO WS-LH-RUN-DATE
           WRITE TIN-LISTING-LINE FROM WS-LISTING-HEADER-1
           MOVE SPACES TO TIN-LISTING-LINE
           WRITE TIN-LISTING-LINE
           WRITE TIN-LISTING-LINE FROM WS-LISTING-HEADER-2.

       SORT-SOLICITATIONS.
           SORT TIN-SORT-FILE
               ON ASCENDING KEY TSR-REASON
               ON ASCENDING KEY TSR-CUSTOMER-ID
               INPUT PROCEDURE IS SELECT-SOLICITATIONS
               OUTPUT PROCEDURE IS PRINT-SOLICITATIONS

           MOVE RETURN-CODE TO WS-SORT-RETURN-CODE
           IF WS-SORT-RETURN-CODE NOT = ZEROS
              DISPLAY 'FATAL: solicitation SORT failed, return code '
                      WS-SORT-RETURN-CODE
              MOVE WS-SORT-RETURN-CODE TO RETURN-CODE
              STOP RUN
           END-IF.

       SELECT-SOLICITATIONS.
           PERFORM READ-NEXT-CUSTOMER
           PERFORM UNTIL WS-CUST-EOF
              ADD 1 TO WS-CUSTOMERS-READ
      *       A customer ID retired by merge has nothing left to
      *       report under; the survivor is solicited instead.
              IF NOT CUST-RETIRED-BY-MERGE
                 PERFORM CLASSIFY-CUSTOMER
              END-IF
              PERFORM READ-NEXT-CUSTOMER
           END-PERFORM.

       READ-NEXT-CUSTOMER.
           READ CUSTOMER-MASTER NEXT RECORD
               AT END
                   SET WS-CUST-EOF TO TRUE
           END-READ.

       CLASSIFY-CUSTOMER.
      *    Same test the interest posting programs apply for backup
      *    withholding; a B-notice outranks a missing TIN, which
      *    outranks a TIN that is merely uncertified.
           MOVE SPACE TO WS-REASON
           EVALUATE TRUE
               WHEN CUST-W9-EXEMPT
                   ADD 1 TO WS-EXEMPT-COUNT
               WHEN CUST-W9-B-NOTICE
                   MOVE '1' TO WS-REASON
               WHEN CUST-TIN = ZEROS
                   MOVE '2' TO WS-REASON
               WHEN NOT CUST-W9-CERTIFIED
                   MOVE '3' TO WS-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF WS-REASON NOT = SPACE
              PERFORM COUNT-OPEN-ACCOUNTS
              IF WS-OPEN-ACCOUNTS = ZEROS
                 ADD 1 TO WS-NO-OPEN-ACCOUNT-COUNT
              ELSE
                 PERFORM RELEASE-SOLICITATION
              END-IF
           END-IF.

       COUNT-OPEN-ACCOUNTS.
      *    Walk the customer's accounts through the ACCT-CUSTOMER-ID
      *    alternate index; a closed account pays no more interest.
           MOVE ZEROS TO WS-OPEN-ACCOUNTS
           MOVE 'N' TO WS-ACCT-SCAN-FLAG
           MOVE CUST-CUSTOMER-ID TO ACCT-CUSTOMER-ID
           START ACCOUNT-FILE KEY IS >= ACCT-CUSTOMER-ID
               INVALID KEY
                   SET ACCOUNT-SCAN-DONE TO TRUE
           END-START
           PERFORM UNTIL ACCOUNT-SCAN-DONE
              READ ACCOUNT-FILE NEXT RECORD
                  AT END
                      SET ACCOUNT-SCAN-DONE TO TRUE
                  NOT AT END
                      IF ACCT-CUSTOMER-ID NOT = CUST-CUSTOMER-ID
                         SET ACCOUNT-SCAN-DONE TO TRUE
                      ELSE
                         IF NOT ACCT-CLOSED AND NOT ACCT-LOAN
                            AND WS-OPEN-ACCOUNTS < 999
                            ADD 1 TO WS-OPEN-ACCOUNTS
                         END-IF
                      END-IF
              END-READ
           END-PERFORM.

       RELEASE-SOLICITATION.
           MOVE WS-REASON        TO TSR-REASON
           MOVE CUST-CUSTOMER-ID TO TSR-CUSTOMER-ID
           MOVE CUST-NAME        TO TSR-NAME
           MOVE CUST-PHONE       TO TSR-PHONE
           MOVE CUST-TIN(6:4)    TO TSR-TIN-LAST-4
           MOVE CUST-TIN-TYPE    TO TSR-TIN-TYPE
           MOVE CUST-W9-DATE     TO TSR-W9-DATE
           MOVE WS-OPEN-ACCOUNTS TO TSR-OPEN-ACCOUNTS
           MOVE ZEROS            TO TSR-DAYS-STANDING
           IF CUST-W9-DATE > ZEROS
              AND CUST-W9-DATE <= WS-TODAY-YMD
              COMPUTE TSR-DAYS-STANDING =
                  FUNCTION INTEGER-OF-DATE(WS-TODAY-YMD) -
                  FUNCTION INTEGER-OF-DATE(CUST-W9-DATE)
           END-IF
           MOVE 'N' TO TSR-MAIL-RETURNED
           IF CUST-MAIL-RETURNED
              MOVE 'Y' TO TSR-MAIL-RETURNED
           END-IF
           RELEASE TIN-SORT-RECORD.

       PRINT-SOLICITATIONS.
           PERFORM RETURN-SORTED-SOLICITATION
           PERFORM UNTIL WS-SORT-AT-EOF
              IF TSR-REASON NOT = WS-PRIOR-REASON
                 PERFORM WRITE-SECTION-HEADING
                 MOVE TSR-REASON TO WS-PRIOR-REASON
              END-IF
              PERFORM WRITE-SOLICITATION-LINE
              PERFORM RETURN-SORTED-SOLICITATION
           END-PERFORM.

       RETURN-SORTED-SOLICITATION.
           RETURN TIN-SORT-FILE
               AT END
                   SET WS-SORT-AT-EOF TO TRUE
           END-RETURN.

       WRITE-SECTION-HEADING.
           EVALUATE TRUE
               WHEN TSR-B-NOTICE
                   MOVE 'B-NOTICE - OBTAIN NEW SIGNED W-9, VERIFY '
                       & 'NAME/TIN'
                       TO WS-SEC-TITLE
               WHEN TSR-MISSING-TIN
                   MOVE 'MISSING TIN - SOLICIT TIN ON SIGNED W-9'
                       TO WS-SEC-TITLE
               WHEN OTHER
                   MOVE 'TIN NOT CERTIFIED - OBTAIN SIGNED W-9'
                       TO WS-SEC-TITLE
           END-EVALUATE
           MOVE SPACES TO TIN-LISTING-LINE
           WRITE TIN-LISTING-LINE
           WRITE TIN-LISTING-LINE FROM WS-SECTION-LINE.

       WRITE-SOLICITATION-LINE.
           MOVE TSR-CUSTOMER-ID TO WS-LD-CUSTOMER-ID
           MOVE TSR-NAME        TO WS-LD-NAME
           MOVE TSR-PHONE       TO WS-LD-PHONE
           IF TSR-MISSING-TIN
              MOVE 'NONE' TO WS-LD-TIN
           ELSE
              MOVE 'XXXXX'        TO WS-LD-TIN(1:5)
              MOVE TSR-TIN-LAST-4 TO WS-LD-TIN(6:4)
           END-IF
           MOVE TSR-TIN-TYPE    TO WS-LD-TIN-TYPE
           IF TSR-W9-DATE > ZEROS
              MOVE TSR-W9-DATE  TO WS-LD-W9-DATE
           ELSE
              MOVE SPACES       TO WS-LD-W9-DATE
           END-IF
           MOVE TSR-DAYS-STANDING TO WS-LD-DAYS
           MOVE TSR-OPEN-ACCOUNTS TO WS-LD-ACCOUNTS
           IF TSR-MAIL-RETURNED = 'Y'
              MOVE 'MAIL RETURNED - CALL' TO WS-LD-NOTE
           ELSE
              MOVE SPACES TO WS-LD-NOTE
           END-IF
           WRITE TIN-LISTING-LINE FROM WS-LISTING-DETAIL
           ADD 1 TO WS-LISTED-COUNT
           EVALUATE TRUE
               WHEN TSR-B-NOTICE
                   ADD 1 TO WS-B-NOTICE-COUNT
               WHEN TSR-MISSING-TIN
                   ADD 1 TO WS-MISSING-TIN-COUNT
               WHEN OTHER
                   ADD 1 TO WS-NOT-CERTIFIED-COUNT
           END-EVALUATE.

       CLEANUP.
           MOVE SPACES TO TIN-LISTING-LINE
           WRITE TIN-LISTING-LINE
           MOVE 'Customers read:' TO WS-SL-LABEL
           MOVE WS-CUSTOMERS-READ TO WS-SL-COUNT
           WRITE TIN-LISTING-LINE FROM WS-SUMMARY-LINE
           MOVE '  B-notice:' TO WS-SL-LABEL
           MOVE WS-B-NOTICE-COUNT TO WS-SL-COUNT
           WRITE TIN-LISTING-LINE FROM WS-SUMMARY-LINE
           MOVE '  Missing TIN:' TO WS-SL-LABEL
           MOVE WS-MISSING-TIN-COUNT TO WS-SL-COUNT
           WRITE TIN-LISTING-LINE FROM WS-SUMMARY-LINE
           MOVE '  TIN not certified:' TO WS-SL-LABEL
           MOVE WS-NOT-CERTIFIED-COUNT TO WS-SL-COUNT
           WRITE TIN-LISTING-LINE FROM WS-SUMMARY-LINE
           MOVE 'Exempt recipients (not listed):' TO WS-SL-LABEL
           MOVE WS-EXEMPT-COUNT TO WS-SL-COUNT
           WRITE TIN-LISTING-LINE FROM WS-SUMMARY-LINE
           MOVE 'Nothing open (not listed):' TO WS-SL-LABEL
           MOVE WS-NO-OPEN-ACCOUNT-COUNT TO WS-SL-COUNT
           WRITE TIN-LISTING-LINE FROM WS-SUMMARY-LINE

           CLOSE CUSTOMER-MASTER
           CLOSE ACCOUNT-FILE
           CLOSE TIN-LISTING-FILE

           DISPLAY ' '
           DISPLAY 'TIN Solicitation Listing Summary'
           DISPLAY '================================'
           DISPLAY 'Customers read:      ' WS-CUSTOMERS-READ
           DISPLAY 'B-notice:            ' WS-B-NOTICE-COUNT
           DISPLAY 'Missing TIN:         ' WS-MISSING-TIN-COUNT
           DISPLAY 'TIN not certified:   ' WS-NOT-CERTIFIED-COUNT
           DISPLAY 'Listed for branches: ' WS-LISTED-COUNT

           PERFORM WRITE-RUN-STATISTICS
           DISPLAY 'TIN Solicitation Listing - Complete'.

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
           MOVE WS-CUSTOMERS-READ     TO OPS-RECORDS-READ
           MOVE WS-LISTED-COUNT       TO OPS-RECORDS-WRITTEN
           MOVE ZEROS                 TO OPS-RECORDS-REJECTED
           WRITE OPS-STATS-RECORD
           CLOSE OPS-STATS-FILE.
