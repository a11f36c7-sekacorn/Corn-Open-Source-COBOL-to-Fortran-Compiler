      * remittance extract with the account zeroed and closed. Each
      * account's stage persists on ESCHEAT-STATUS.DAT across monthly
      * runs, so the scan output drives a pipeline rather than a
      * one-shot list. The notice goes to every owner of the
      * account - the primary owner and each joint owner on
      * ACCOUNT-RELATIONS.DAT. Official checks that
      * OFFICIAL-CHECK-RECON has handed over as escheat-pending on
      * OFFICIAL-CHECKS.DAT run the same course: a notice to the
      * remitter who bought the check, then - when the notice period
      * runs out and the check is still unpresented - remittance to
      * the state out of the official-check liability.
      *
      * Copyright (c) 2026 sekacorn
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

           SELECT ACCOUNT-FILE
               ASSIGN TO "ACCOUNTS.DAT"
               ORGANIZATION IS INDEXED
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-UNDELIV-STATUS.

      *    Shared electronic delivery extract: documents for
      *    customers enrolled in e-delivery go here, one record per
      *    document line, for the e-mail vendor - instead of print.
           SELECT EDELIVERY-FILE
               ASSIGN TO "EDELIVERY-EXTRACT.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EDELIV-STATUS.

      *    Account relationships: the joint owners who get their
      *    own copy of the dormancy notice.
           SELECT ACCOUNT-RELATION-FILE
               ASSIGN TO "ACCOUNT-RELATIONS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REL-KEY
               ALTERNATE RECORD KEY IS REL-CUSTOMER-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-REL-STATUS.

           SELECT OFFICIAL-CHECK-FILE
               ASSIGN TO "OFFICIAL-CHECKS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OCR-CHECK-NUMBER
               FILE STATUS IS WS-REGISTER-STATUS.

           SELECT NOTICE-FILE
               ASSIGN TO "ESCHEAT-NOTICES.TXT"
               ORGANIZATION IS SEQUENTIAL.
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

       FD ACCOUNT-FILE.
       01 ACCOUNT-RECORD.
          05 ACCT-ACCOUNT-NUMBER        PIC 9(10).
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

       FD CHAIN-STATE-FILE.
       01 CHAIN-STATE-RECORD.
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

       FD OFFICIAL-CHECK-FILE.
       01 OFFICIAL-CHECK-RECORD.
          05 OCR-CHECK-NUMBER           PIC 9(10).
          05 OCR-CHECK-KIND             PIC X.
             88 OCR-CASHIERS-CHECK      VALUE 'C'.
             88 OCR-PAYOUT-CHECK        VALUE 'P'.
          05 OCR-PAYEE-NAME             PIC X(40).
          05 OCR-AMOUNT                 PIC 9(13)V99.
          05 OCR-REMITTER-ACCOUNT       PIC 9(10).
          05 OCR-ISSUE-DATE             PIC 9(8).
          05 OCR-BRANCH-CODE            PIC 9(2).
          05 OCR-STATUS                 PIC X.
             88 OCR-OUTSTANDING         VALUE 'O'.
             88 OCR-PAID                VALUE 'P'.
             88 OCR-ESCHEAT-PENDING     VALUE 'E'.
             88 OCR-ESCHEATED           VALUE 'S'.
          05 OCR-STATUS-DATE            PIC 9(8).
          05 OCR-NOTICE-DATE            PIC 9(8).

       FD NOTICE-FILE.
       01 NOTICE-LINE                   PIC X(132).

       01 WS-ACCT-STATUS                PIC X(2).
       01 WS-CUST-STATUS                PIC X(2).
       01 WS-AUDIT-FILE-STATUS          PIC X(2).
       01 WS-REL-STATUS                 PIC X(2).
       01 WS-REL-FILE-FLAG              PIC X VALUE 'N'.
          88 RELATION-FILE-OPEN         VALUE 'Y'.
       01 WS-REGISTER-STATUS            PIC X(2).

      *    The official-check liability account: never on
      *    ACCOUNTS.DAT, it carries the audit postings that move the
      *    bank's own outstanding checks.
       01 WS-OFFICIAL-CHECK-ACCOUNT     PIC 9(10) VALUE 9900000001.

      *    Interlock state: the claim is refused while another
      *    holder's token is on file, unless the operator runs with
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

      *    Running chain state; the ACCOUNTS.DAT interlock already
      *    keeps two audit writers from carrying the chain at once.
       01 WS-CHAIN-STATE-STATUS         PIC X(2).
       01 WS-ES-FOUND-FLAG              PIC X VALUE 'N'.
          88 PIPELINE-ENTRY-FOUND       VALUE 'Y'.

      *    Which notice WRITE-NOTICE-LETTER is producing: the dormant
      *    account notice, or the uncashed official check notice to
      *    the check's remitter.
       01 WS-NOTICE-KIND-FLAG           PIC X VALUE 'A'.
          88 DORMANT-ACCOUNT-NOTICE     VALUE 'A'.
          88 OFFICIAL-CHECK-NOTICE      VALUE 'O'.
       01 WS-CHECK-SECTION-FLAG         PIC X VALUE 'N'.
          88 CHECK-REMITTANCE-STARTED   VALUE 'Y'.

       01 WS-COUNTERS.
          05 WS-LISTING-LINES-READ      PIC 9(6) VALUE ZEROS.
          05 WS-NOTICES-SENT            PIC 9(5) VALUE ZEROS.
          05 WS-ACCOUNTS-ESCHEATED      PIC 9(5) VALUE ZEROS.
          05 WS-ENTRIES-DROPPED         PIC 9(5) VALUE ZEROS.
          05 WS-TOTAL-REMITTED          PIC S9(13)V99 VALUE ZEROS.
          05 WS-CHECK-NOTICES-SENT      PIC 9(5) VALUE ZEROS.
          05 WS-CHECKS-ESCHEATED        PIC 9(5) VALUE ZEROS.
          05 WS-CHECK-TOTAL-REMITTED    PIC S9(13)V99 VALUE ZEROS.

       01 WS-UNDELIV-STATUS             PIC X(2).
       01 WS-UNDELIV-TEXT               PIC X(132).

      *    Electronic delivery: the document in progress goes to the
      *    extract when the flag is set; customer and address are
      *    held from the start of the document because the customer
      *    record may be re-read while the body is written.
       01 WS-EDELIV-STATUS              PIC X(2).
       01 WS-EDELIV-RUN-STAMP           PIC X(14).
       01 WS-EDELIV-DOC-TYPE            PIC X(8).
       01 WS-EDELIV-CUSTOMER            PIC 9(8).
       01 WS-EDELIV-EMAIL               PIC X(60).
       01 WS-EDELIV-DOC-COUNT           PIC 9(5) VALUE ZEROS.
       01 WS-EDELIV-LINE-COUNT          PIC 9(5) VALUE ZEROS.
       01 WS-EDELIVERY-FLAG             PIC X VALUE 'N'.
          88 DOCUMENT-ELECTRONIC        VALUE 'Y'.
       01 WS-MAIL-SUPPRESS-COUNT        PIC 9(5) VALUE ZEROS.

       01 WS-NOTICE-TEXT-LINE           PIC X(132).
           PERFORM LOAD-PIPELINE-STATE
           PERFORM PROCESS-DORMANT-LISTING
           PERFORM ADVANCE-FROZEN-ENTRIES
           PERFORM ADVANCE-OFFICIAL-CHECKS
           PERFORM DROP-REACTIVATED-ACCOUNTS
           PERFORM REWRITE-PIPELINE-STATE
           PERFORM CLEANUP
           END-IF

           PERFORM CLAIM-MASTER-FILE-LOCK
           PERFORM TAKE-MASTER-GENERATION
           OPEN I-O ACCOUNT-FILE
           OPEN INPUT CUSTOMER-MASTER
           OPEN INPUT ACCOUNT-RELATION-FILE
           IF WS-REL-STATUS = '00'
              SET RELATION-FILE-OPEN TO TRUE
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
           OPEN OUTPUT REMITTANCE-FILE
           WRITE REMITTANCE-LINE FROM WS-REMITTANCE-HEADER

      *            itself part of the evidence the dormant owner is
      *            lost; the pipeline dates advance the same way
      *            either route.
                   PERFORM WRITE-NOTICE-LETTER
           END-READ
           PERFORM WRITE-JOINT-OWNER-NOTICES.

       WRITE-JOINT-OWNER-NOTICES.
      *    Each joint owner is as much the owner as the primary and
      *    gets the same notice at their own address (or lands on
      *    the undeliverable worklist the same way).
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
                    IF REL-JOINT-OWNER
                       AND REL-CUSTOMER-ID NOT = ACCT-CUSTOMER-ID
                       MOVE REL-CUSTOMER-ID TO CUST-CUSTOMER-ID
                       READ CUSTOMER-MASTER
                           INVALID KEY
                               DISPLAY 'WARNING: joint owner '
                                       REL-CUSTOMER-ID
                                       ' not on CUSTOMER-MASTER - '
                                       'notice for account '
                                       ACCT-ACCOUNT-NUMBER
                                       ' needs manual handling'
                           NOT INVALID KEY
                               PERFORM WRITE-NOTICE-LETTER
                       END-READ
                    END-IF
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

       WRITE-NOTICE-LETTER.
      *    The owner is current in CUSTOMER-RECORD, the account in
      *    ACCOUNT-RECORD. An owner enrolled in e-delivery gets the
      *    notice on the e-delivery extract even when postal mail
      *    has been coming back.
           MOVE 'N' TO WS-EDELIVERY-FLAG
           IF CUST-EDELIVERY-ENROLLED
              AND CUST-EMAIL-ADDRESS NOT = SPACES
              MOVE 'ESCHNTC' TO WS-EDELIV-DOC-TYPE
              PERFORM START-ELECTRONIC-DOCUMENT
           END-IF
           IF CUST-MAIL-RETURNED AND NOT DOCUMENT-ELECTRONIC
              PERFORM WRITE-UNDELIVERABLE-ENTRY
           ELSE
           ADD 1 TO WS-NOTICES-SENT
           MOVE SPACES TO NOTICE-LINE
           PERFORM PUT-NOTICE-LINE
           MOVE CUST-NAME TO NOTICE-LINE
           PERFORM PUT-NOTICE-LINE
           MOVE CUST-ADDRESS TO NOTICE-LINE
           PERFORM PUT-NOTICE-LINE
           MOVE SPACES TO WS-NOTICE-TEXT-LINE
           STRING CUST-CITY DELIMITED BY SIZE
                  ', ' DELIMITED BY SIZE
                  CUST-STATE DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  CUST-ZIP DELIMITED BY SIZE
                  INTO WS-NOTICE-TEXT-LINE
           END-STRING
           MOVE WS-NOTICE-TEXT-LINE TO NOTICE-LINE
           PERFORM PUT-NOTICE-LINE
           MOVE SPACES TO WS-NOTICE-TEXT-LINE
           IF OFFICIAL-CHECK-NOTICE
              STRING 'Official check ' DELIMITED BY SIZE
                     OCR-CHECK-NUMBER DELIMITED BY SIZE
                     ', bought by you and payable to '
                     DELIMITED BY SIZE
                     OCR-PAYEE-NAME DELIMITED BY SIZE
                     INTO WS-NOTICE-TEXT-LINE
              END-STRING
              MOVE WS-NOTICE-TEXT-LINE TO NOTICE-LINE
              PERFORM PUT-NOTICE-LINE
              MOVE SPACES TO WS-NOTICE-TEXT-LINE
              STRING 'has not been cashed and will be remitted '
                     DELIMITED BY SIZE
                     'to the state,' DELIMITED BY SIZE
                     INTO WS-NOTICE-TEXT-LINE
              END-STRING
           ELSE
              STRING 'Your account ' DELIMITED BY SIZE
                     ACCT-ACCOUNT-NUMBER DELIMITED BY SIZE
                     ' has had no activity and will be '
                     DELIMITED BY SIZE
                     'frozen, then remitted to the state,'
                     DELIMITED BY SIZE
                     INTO WS-NOTICE-TEXT-LINE
              END-STRING
           END-IF
           MOVE WS-NOTICE-TEXT-LINE TO NOTICE-LINE
           PERFORM PUT-NOTICE-LINE
           MOVE 'unless you contact your branch.'
               TO WS-NOTICE-TEXT-LINE
           MOVE WS-NOTICE-TEXT-LINE TO NOTICE-LINE
           PERFORM PUT-NOTICE-LINE
           END-IF.

       FREEZE-WHEN-NOTICE-EXPIRED.
           COMPUTE WS-ELAPSED-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-YMD) -
              END-PERFORM
           END-IF.

       ADVANCE-OFFICIAL-CHECKS.
      *    OFFICIAL-CHECK-RECON hands an official check over in
      *    escheat-pending status once it passes dormancy. The first
      *    run after that notifies the remitter; once the notice
      *    period has run out the check is remitted. A check
      *    presented in between is paid by INCLEARING-INTAKE and
      *    leaves the pipeline by itself.
           OPEN I-O OFFICIAL-CHECK-FILE
           IF WS-REGISTER-STATUS = '00'
              PERFORM UNTIL WS-REGISTER-STATUS = '10'
                 READ OFFICIAL-CHECK-FILE NEXT RECORD
                     AT END
                         MOVE '10' TO WS-REGISTER-STATUS
                     NOT AT END
                         IF OCR-ESCHEAT-PENDING
                            PERFORM ADVANCE-OFFICIAL-CHECK
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE OFFICIAL-CHECK-FILE
           END-IF.

       ADVANCE-OFFICIAL-CHECK.
           IF OCR-NOTICE-DATE = ZEROS
              PERFORM NOTIFY-CHECK-REMITTER
           ELSE
              COMPUTE WS-ELAPSED-DAYS =
                  FUNCTION INTEGER-OF-DATE(WS-TODAY-YMD) -
                  FUNCTION INTEGER-OF-DATE(OCR-NOTICE-DATE)
              IF WS-ELAPSED-DAYS >= WS-NOTICE-PERIOD-DAYS
                 PERFORM REMIT-OFFICIAL-CHECK
              END-IF
           END-IF.

       NOTIFY-CHECK-REMITTER.
      *    The notice date is set even when the remitter cannot be
      *    found - the attempt starts the notice period, and the
      *    warning sends the check to the branch for manual
      *    follow-up.
           MOVE OCR-REMITTER-ACCOUNT TO ACCT-ACCOUNT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   DISPLAY 'WARNING: remitter account '
                           OCR-REMITTER-ACCOUNT ' of official check '
                           OCR-CHECK-NUMBER ' not on ACCOUNT-FILE - '
                           'notice needs manual handling'
               NOT INVALID KEY
                   MOVE ACCT-CUSTOMER-ID TO CUST-CUSTOMER-ID
                   READ CUSTOMER-MASTER
                       INVALID KEY
                           DISPLAY 'WARNING: customer '
                                   ACCT-CUSTOMER-ID
                                   ' not on CUSTOMER-MASTER - notice '
                                   'for official check '
                                   OCR-CHECK-NUMBER
                                   ' needs manual handling'
                       NOT INVALID KEY
                           SET OFFICIAL-CHECK-NOTICE TO TRUE
                           PERFORM WRITE-NOTICE-LETTER
                           SET DORMANT-ACCOUNT-NOTICE TO TRUE
                           ADD 1 TO WS-CHECK-NOTICES-SENT
                   END-READ
           END-READ
           MOVE WS-TODAY-YMD TO OCR-NOTICE-DATE
           REWRITE OFFICIAL-CHECK-RECORD
               INVALID KEY
                   DISPLAY 'ERROR: unable to record notice for '
                           'official check ' OCR-CHECK-NUMBER
           END-REWRITE.

       REMIT-OFFICIAL-CHECK.
      *    The payee is the owner of an uncashed official check; the
      *    remitter's customer number goes with it for the state's
      *    owner research.
           IF NOT CHECK-REMITTANCE-STARTED
              SET CHECK-REMITTANCE-STARTED TO TRUE
              MOVE SPACES TO REMITTANCE-LINE
              WRITE REMITTANCE-LINE
              MOVE 'OFFICIAL CHECKS  (check number, remitter, payee)'
                  TO REMITTANCE-LINE
              WRITE REMITTANCE-LINE
           END-IF
           MOVE OCR-CHECK-NUMBER   TO WS-REM-ACCOUNT
           MOVE ZEROS              TO WS-REM-CUSTOMER-ID
           MOVE OCR-PAYEE-NAME     TO WS-REM-NAME
           MOVE OCR-AMOUNT         TO WS-REM-AMOUNT
           MOVE OCR-ISSUE-DATE     TO WS-REM-LAST-ACTIVITY
           MOVE OCR-REMITTER-ACCOUNT TO ACCT-ACCOUNT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ACCT-CUSTOMER-ID TO WS-REM-CUSTOMER-ID
           END-READ

      *    The remittance comes out of the official-check liability,
      *    audited against the liability account so the GL extract
      *    books it to escheat payable.
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
           MOVE 'SYSTEM'              TO AUDIT-USER
           MOVE 'OFFICIAL-CHECK-ESCHEAT' TO AUDIT-OPERATION
           MOVE WS-OFFICIAL-CHECK-ACCOUNT TO AUDIT-ACCOUNT
           MOVE ZEROS                 TO AUDIT-BEFORE-BALANCE
           MOVE ZEROS                 TO AUDIT-AFTER-BALANCE
           MOVE OCR-AMOUNT            TO AUDIT-AMOUNT
           MOVE 'POSTED'              TO AUDIT-STATUS

           SET OCR-ESCHEATED TO TRUE
           MOVE WS-TODAY-YMD TO OCR-STATUS-DATE
           REWRITE OFFICIAL-CHECK-RECORD
               INVALID KEY
                   DISPLAY 'ERROR: unable to escheat official check '
                           OCR-CHECK-NUMBER
               NOT INVALID KEY
                   WRITE REMITTANCE-LINE FROM WS-REMITTANCE-DETAIL
                   PERFORM STAMP-AUDIT-CHAIN
                   WRITE AUDIT-TRAIL-RECORD
                   ADD 1 TO WS-CHECKS-ESCHEATED
                   ADD OCR-AMOUNT TO WS-CHECK-TOTAL-REMITTED
                   DISPLAY 'Official check ' OCR-CHECK-NUMBER
                           ' escheated to state'
           END-REWRITE.

       DROP-REACTIVATED-ACCOUNTS.
      *    A notified account that no longer shows on the dormant
      *    listing has had customer activity - it leaves the pipeline
           DISPLAY 'Accounts escheated:   ' WS-ACCOUNTS-ESCHEATED
                   ' Amount: $' WS-TOTAL-REMITTED
           DISPLAY 'Entries left pipeline: ' WS-ENTRIES-DROPPED
           DISPLAY 'Official check notices: ' WS-CHECK-NOTICES-SENT
           DISPLAY 'Official checks escheated: ' WS-CHECKS-ESCHEATED
                   ' Amount: $' WS-CHECK-TOTAL-REMITTED
           DISPLAY 'Notices suppressed (returned mail): '
                   WS-MAIL-SUPPRESS-COUNT
           DISPLAY 'Notices delivered electronically:   '
                   WS-EDELIV-DOC-COUNT

           IF WS-DORMANT-STATUS NOT = '35'
              CLOSE DORMANT-ACCOUNT-FILE
           END-IF
           CLOSE ACCOUNT-FILE
           CLOSE CUSTOMER-MASTER
           IF RELATION-FILE-OPEN
              CLOSE ACCOUNT-RELATION-FILE
           END-IF
           CLOSE AUDIT-TRAIL-FILE
           CLOSE NOTICE-FILE
           CLOSE UNDELIVERABLE-FILE
           CLOSE EDELIVERY-FILE
           CLOSE REMITTANCE-FILE

           PERFORM WRITE-RUN-STATISTICS
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

       LOAD-AUDIT-CHAIN-STATE.
      *    The live trail is always at or ahead of the state file -
      *    a mid-run crash leaves the state stale, and resuming
           MOVE ZEROS TO OPS-RECORDS-REJECTED
           ADD WS-ACCOUNTS-FROZEN TO OPS-RECORDS-WRITTEN
           ADD WS-ACCOUNTS-ESCHEATED TO OPS-RECORDS-WRITTEN
           ADD WS-CHECKS-ESCHEATED TO OPS-RECORDS-WRITTEN
           WRITE OPS-STATS-RECORD
           CLOSE OPS-STATS-FILE.

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
