      * details, and each hit customer's accounts get a freeze
      * request appended to MAINTENANCE.DAT (MAINT-ACTION 'FZ') so
      * confirmed hits are locked through the existing
      * ACCOUNT-MAINTENANCE path pending review. A hit customer's
      * reach is taken from ACCOUNT-RELATIONS.DAT as well: accounts
      * they stand on as joint owner or authorized signer are frozen
      * too, and accounts naming them as POD beneficiary are listed
      * on the hit report for the reviewer. Every hit is also
      * appended to WATCHLIST-HIT-LOG.DAT under the customer it
      * resolves to, the history the monthly customer risk re-score
      * counts.
      *
      * Copyright (c) 2026 sekacorn
      * Contact: sekacorn@gmail.com
                   WITH DUPLICATES
               FILE STATUS IS WS-ACCT-STATUS.

      *    Account relationships, read by customer through the
      *    alternate key.
           SELECT ACCOUNT-RELATION-FILE
               ASSIGN TO "ACCOUNT-RELATIONS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REL-KEY
               ALTERNATE RECORD KEY IS REL-CUSTOMER-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-REL-STATUS.

           SELECT MAINTENANCE-FILE
               ASSIGN TO "MAINTENANCE.DAT"
               ORGANIZATION IS SEQUENTIAL
               ASSIGN TO "WATCHLIST-HITS.TXT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT HIT-LOG-FILE
               ASSIGN TO "WATCHLIST-HIT-LOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIT-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD WATCHLIST-FILE.
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

       FD CUSTOMER-MAINT-FILE.
       01 CUSTOMER-MAINT-RECORD.
      *    clears the flag once a good address is on file.
          05 CMNT-MAIL-STATUS           PIC X.
          05 CMNT-MAIL-RETURNED-DATE    PIC 9(8).
      *    Taxpayer-ID maintenance: a non-zero TIN replaces the one on
      *    file and must carry its type; a non-blank W-9 status sets
      *    the certification (with its date, defaulted to today).
          05 CMNT-TIN                   PIC 9(9).
          05 CMNT-TIN-TYPE              PIC X.
          05 CMNT-W9-STATUS             PIC X.
          05 CMNT-W9-DATE               PIC 9(8).
          05 CMNT-DELIVERY-PREF         PIC X.
          05 CMNT-EMAIL-ADDRESS         PIC X(60).
          05 CMNT-EDELIV-CONSENT-DATE   PIC 9(8).
      *    Deceased-customer maintenance: a date of death marks the
      *    customer reported deceased for the night's deceased-
      *    customer batch; estate status 'S' records the estate as
      *    settled. A non-blank estate contact name or phone
      *    replaces the one on file.
          05 CMNT-DATE-OF-DEATH         PIC 9(8).
          05 CMNT-ESTATE-STATUS         PIC X.
          05 CMNT-ESTATE-CONTACT-NAME   PIC X(40).
          05 CMNT-ESTATE-CONTACT-PHONE  PIC X(15).
      *    CIP and risk maintenance: a non-blank ID type replaces the
      *    identification on file (number required, verified date
      *    defaulted to today); a non-blank risk rating is the
      *    officer's override and, with no review date keyed, sets
      *    the next review from the rating's review cycle.
          05 CMNT-ID-TYPE               PIC X(2).
          05 CMNT-ID-NUMBER             PIC X(20).
          05 CMNT-ID-EXPIRY-DATE        PIC 9(8).
          05 CMNT-ID-VERIFIED-DATE      PIC 9(8).
          05 CMNT-RISK-RATING           PIC X.
          05 CMNT-NEXT-REVIEW-DATE      PIC 9(8).

       FD TRANSACTION-FILE.
       01 TRANSACTION-RECORD.
          05 TXN-BRANCH-CODE            PIC 9(2).
          05 TXN-EXT-ROUTING-NUMBER     PIC 9(9).
          05 TXN-EXT-ACCOUNT-NUMBER     PIC X(17).
          05 TXN-TELLER-ID              PIC X(8).

       FD WIRES-IN-FILE.
       01 WIRE-IN-RECORD.
      *    Who keyed the request - the maker of the maker-checker
      *    pair on high-risk actions.
          05 MAINT-OPERATOR-ID          PIC X(8).
      *    Relationship role, used only on relationship requests.
          05 MAINT-REL-ROLE             PIC X.
      *    Variable-rate terms, used only on loan rate requests.
          05 MAINT-RATE-INDEX           PIC X(2).
          05 MAINT-RATE-MARGIN          PIC 9V9999.
          05 MAINT-REPRICE-FREQUENCY    PIC 9(3).
          05 MAINT-NEXT-REPRICE-DATE    PIC 9(8).
          05 MAINT-RATE-FLOOR           PIC 9V9999.
          05 MAINT-RATE-CAP             PIC 9V9999.

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

       FD HIT-REPORT-FILE.
       01 HIT-REPORT-LINE               PIC X(132).

      *    Cumulative hit history. The customer is the one the hit
      *    resolves to - the screened customer, or the owner of the
      *    account a transaction or inbound wire posted to (zero
      *    when the account is unknown); the account is zero for a
      *    name hit on the customer itself.
       FD HIT-LOG-FILE.
       01 HIT-LOG-RECORD.
          05 WHL-HIT-DATE               PIC 9(8).
          05 WHL-SOURCE                 PIC X(12).
          05 WHL-CUSTOMER-ID            PIC 9(8).
          05 WHL-ACCOUNT-NUMBER         PIC 9(10).
          05 WHL-MATCHED-NAME           PIC X(40).

       WORKING-STORAGE SECTION.
       01 WS-WATCHLIST-STATUS           PIC X(2).
          88 WS-WATCHLIST-EOF           VALUE '10'.
          88 WS-WIRES-IN-EOF            VALUE '10'.
       01 WS-ACCT-STATUS                PIC X(2).
       01 WS-MAINT-STATUS               PIC X(2).
       01 WS-REL-STATUS                 PIC X(2).
       01 WS-HIT-LOG-STATUS             PIC X(2).
       01 WS-TODAY-YMD                  PIC 9(8).
       01 WS-REL-FILE-FLAG              PIC X VALUE 'N'.
          88 RELATION-FILE-OPEN         VALUE 'Y'.

      *    Watchlist names with their trimmed lengths so the
      *    contains-match below can use reference modification.
           DISPLAY '=============================='
           OPEN INPUT CUSTOMER-MASTER
           OPEN INPUT ACCOUNT-FILE
           OPEN INPUT ACCOUNT-RELATION-FILE
           IF WS-REL-STATUS = '00'
              SET RELATION-FILE-OPEN TO TRUE
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-YMD
           OPEN OUTPUT HIT-REPORT-FILE
           WRITE HIT-REPORT-LINE FROM WS-HIT-HEADER
           OPEN EXTEND HIT-LOG-FILE
           IF WS-HIT-LOG-STATUS = '35'
              OPEN OUTPUT HIT-LOG-FILE
           END-IF

      *    Freeze requests ride the existing maintenance request
      *    path, so they are appended to whatever requests are
              WRITE HIT-REPORT-LINE FROM WS-HIT-LINE
              DISPLAY 'WATCHLIST HIT: customer ' CUST-CUSTOMER-ID
                      ' - ' CUST-NAME
              MOVE CUST-CUSTOMER-ID  TO WHL-CUSTOMER-ID
              MOVE ZEROS             TO WHL-ACCOUNT-NUMBER
              PERFORM WRITE-HIT-LOG
              PERFORM FREEZE-CUSTOMER-ACCOUNTS
           END-IF
           PERFORM READ-NEXT-CUSTOMER.
                 PERFORM READ-NEXT-ACCOUNT
              END-PERFORM
           END-IF
           MOVE '00' TO WS-ACCT-STATUS
           PERFORM FREEZE-RELATED-ACCOUNTS.

       FREEZE-RELATED-ACCOUNTS.
      *    A joint owner or signer can move the money on accounts
      *    they do not own outright, so those accounts are frozen
      *    with the customer's own. A POD beneficiary controls
      *    nothing while the owner lives - the account is reported
      *    for the reviewer rather than frozen.
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
                    PERFORM SCREEN-RELATED-ACCOUNT
                    PERFORM READ-NEXT-RELATIONSHIP
                 END-PERFORM
              END-IF
              MOVE '00' TO WS-REL-STATUS
           END-IF.

       READ-NEXT-RELATIONSHIP.
           READ ACCOUNT-RELATION-FILE NEXT RECORD
               AT END
                   MOVE '10' TO WS-REL-STATUS
           END-READ.

       SCREEN-RELATED-ACCOUNT.
           MOVE REL-ACCOUNT-NUMBER TO ACCT-ACCOUNT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
      *            The primary-owner accounts were queued above.
                   IF ACCT-CUSTOMER-ID NOT = CUST-CUSTOMER-ID
                      IF REL-JOINT-OWNER OR REL-AUTHORIZED-SIGNER
                         PERFORM WRITE-FREEZE-REQUEST
                      END-IF
                      IF REL-POD-BENEFICIARY
                         MOVE 'POD-BENEF'        TO WS-HIT-SOURCE
                         MOVE ACCT-ACCOUNT-NUMBER TO WS-HIT-ID
                         MOVE WS-WL-TEXT(WS-SCREEN-HIT-SUB)
                             TO WS-HIT-MATCHED-NAME
                         MOVE CUST-NAME          TO WS-HIT-TEXT
                         WRITE HIT-REPORT-LINE FROM WS-HIT-LINE
                      END-IF
                   END-IF
           END-READ.

       READ-NEXT-ACCOUNT.
           READ ACCOUNT-FILE NEXT RECORD
           MOVE ZEROS               TO MAINT-LOAN-PAYMENT-AMOUNT
           MOVE SPACE               TO MAINT-IRA-PLAN
           MOVE 'WATCHLST'          TO MAINT-OPERATOR-ID
           MOVE SPACE               TO MAINT-REL-ROLE
           MOVE SPACES              TO MAINT-RATE-INDEX
           MOVE ZEROS               TO MAINT-RATE-MARGIN
           MOVE ZEROS               TO MAINT-REPRICE-FREQUENCY
           MOVE ZEROS               TO MAINT-NEXT-REPRICE-DATE
           MOVE ZEROS               TO MAINT-RATE-FLOOR
           MOVE ZEROS               TO MAINT-RATE-CAP
           WRITE MAINTENANCE-RECORD
           ADD 1 TO WS-FREEZE-REQUEST-COUNT.

                            WRITE HIT-REPORT-LINE FROM WS-HIT-LINE
                            DISPLAY 'WATCHLIST HIT: pending request '
                                    'for customer ' CMNT-CUSTOMER-ID
                            MOVE CMNT-CUSTOMER-ID TO WHL-CUSTOMER-ID
                            MOVE ZEROS TO WHL-ACCOUNT-NUMBER
                            PERFORM WRITE-HIT-LOG
                         END-IF
                      END-IF
              END-READ

       FREEZE-WIRE-ACCOUNT.
           MOVE WIR-ACCOUNT-NUMBER TO ACCT-ACCOUNT-NUMBER
           MOVE WIR-ACCOUNT-NUMBER TO WHL-ACCOUNT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   DISPLAY 'WARNING: hit wire names unknown '
                           'account ' WIR-ACCOUNT-NUMBER
                   MOVE ZEROS TO WHL-CUSTOMER-ID
               NOT INVALID KEY
                   PERFORM WRITE-FREEZE-REQUEST
                   MOVE ACCT-CUSTOMER-ID TO WHL-CUSTOMER-ID
           END-READ
           PERFORM WRITE-HIT-LOG.

       FREEZE-TRANSACTION-ACCOUNT.
           MOVE TXN-ACCOUNT-NUMBER TO ACCT-ACCOUNT-NUMBER
           MOVE TXN-ACCOUNT-NUMBER TO WHL-ACCOUNT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   DISPLAY 'WARNING: hit transaction names unknown '
                           'account ' TXN-ACCOUNT-NUMBER
                   MOVE ZEROS TO WHL-CUSTOMER-ID
               NOT INVALID KEY
                   PERFORM WRITE-FREEZE-REQUEST
                   MOVE ACCT-CUSTOMER-ID TO WHL-CUSTOMER-ID
           END-READ
           PERFORM WRITE-HIT-LOG.

       WRITE-HIT-LOG.
      *    The caller has set the customer and account; the source
      *    and matched name are those of the hit just reported.
           MOVE WS-TODAY-YMD        TO WHL-HIT-DATE
           MOVE WS-HIT-SOURCE       TO WHL-SOURCE
           MOVE WS-HIT-MATCHED-NAME TO WHL-MATCHED-NAME
           WRITE HIT-LOG-RECORD.

       CLEANUP.
           DISPLAY ' '

           CLOSE CUSTOMER-MASTER
           CLOSE ACCOUNT-FILE
           IF RELATION-FILE-OPEN
              CLOSE ACCOUNT-RELATION-FILE
           END-IF
           CLOSE MAINTENANCE-FILE
           CLOSE HIT-REPORT-FILE
           CLOSE HIT-LOG-FILE

           DISPLAY 'Watchlist Screening - Complete'.
