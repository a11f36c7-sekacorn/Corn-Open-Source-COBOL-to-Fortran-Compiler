      * CUSTOMER STATEMENT PROGRAM
      * Combines CUSTOMER-MASTER demographic data with the account
      * balances on ACCOUNT-FILE to print a per-customer statement for
      * every customer ID on the request file. Accounts the customer
      * holds as a joint owner (ACCOUNT-RELATIONS.DAT) print on the
      * statement alongside the ones they own outright, and every
      * account lists the other parties standing on it.
      *
      * Copyright (c) 2025 sekacorn
      * Contact: sekacorn@gmail.com
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-UNDELIV-STATUS.

      *    Shared electronic delivery extract: documents for
      *    customers enrolled in e-delivery go here, one record per
      *    document line, for the e-mail vendor - instead of print.
           SELECT EDELIVERY-FILE
               ASSIGN TO "EDELIVERY-EXTRACT.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EDELIV-STATUS.

      *    Account relationships: joint owners, POD beneficiaries
      *    and authorized signers beyond the primary owner.
           SELECT ACCOUNT-RELATION-FILE
               ASSIGN TO "ACCOUNT-RELATIONS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REL-KEY
               ALTERNATE RECORD KEY IS REL-CUSTOMER-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-REL-STATUS.

           SELECT STATEMENT-FILE
               ASSIGN TO "STATEMENTS.TXT"
               ORGANIZATION IS SEQUENTIAL.
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
          05 TXN-BRANCH-CODE            PIC 9(2).
          05 TXN-EXT-ROUTING-NUMBER     PIC 9(9).
          05 TXN-EXT-ACCOUNT-NUMBER     PIC X(17).
          05 TXN-TELLER-ID              PIC X(8).

       FD STMT-MESSAGE-FILE.
       01 STMT-MESSAGE-RECORD.
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

       FD STATEMENT-FILE.
       01 STATEMENT-LINE                PIC X(132).

          05 WS-STMT-TYPE               PIC X(2).
          05 FILLER                     PIC X(3) VALUE SPACES.
          05 WS-STMT-BALANCE            PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                     PIC X(3) VALUE SPACES.
          05 WS-STMT-CAPACITY           PIC X(12).

       01 WS-STMT-PARTY-LINE.
          05 FILLER                     PIC X(8) VALUE SPACES.
          05 WS-STMT-PARTY-ROLE         PIC X(19).
          05 WS-STMT-PARTY-NAME         PIC X(40).

       01 WS-STMT-TXN-DETAIL-LINE.
          05 FILLER                     PIC X(8) VALUE SPACES.

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
       01 WS-MAIL-SUPPRESSED-FLAG       PIC X VALUE 'N'.
          88 MAIL-SUPPRESSED            VALUE 'Y'.

      *    Relationship lookups. The statement customer is parked
      *    while other parties' names are read, and the accounts
      *    held jointly are gathered first so the alternate-key walk
      *    is not disturbed by the per-account party listing.
       01 WS-REL-STATUS                 PIC X(2).
       01 WS-REL-FILE-FLAG              PIC X VALUE 'N'.
          88 RELATION-FILE-OPEN         VALUE 'Y'.
       01 WS-STMT-CUSTOMER-SAVE         PIC X(400).
       01 WS-STMT-CUSTOMER-ID           PIC 9(8).
       01 WS-PARTY-CUSTOMER-ID          PIC 9(8).
       01 WS-JOINT-COUNT                PIC 9(3) VALUE ZEROS.
       01 WS-JOINT-SUB                  PIC 9(3).
       01 WS-JOINT-TABLE.
          05 WS-JOINT-ACCOUNT OCCURS 100 TIMES PIC 9(10).

       01 WS-ERR-CUSTOMER-NOT-FOUND     PIC X(50)
          VALUE 'ERROR: Customer ID not found'.

           OPEN INPUT CUSTOMER-MASTER
           OPEN INPUT ACCOUNT-FILE
           OPEN OUTPUT STATEMENT-FILE
           OPEN INPUT ACCOUNT-RELATION-FILE
           IF WS-REL-STATUS = '00'
              SET RELATION-FILE-OPEN TO TRUE
           END-IF
           OPEN EXTEND UNDELIVERABLE-FILE
           IF WS-UNDELIV-STATUS = '35'
              OPEN OUTPUT UNDELIVERABLE-FILE
           END-IF
           OPEN EXTEND EDELIVERY-FILE
           IF WS-EDELIV-STATUS = '35'
              OPEN OUTPUT EDELIVERY-FILE
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-EDELIV-RUN-STAMP
           CONTINUE.

       DETERMINE-STATEMENT-PERIOD.
                   DISPLAY WS-ERR-CUSTOMER-NOT-FOUND
                           ' ' REQ-CUSTOMER-ID
               NOT INVALID KEY
      *            An e-delivery customer's statement goes to the
      *            e-delivery extract. Otherwise mail that cannot
      *            arrive is not printed - the customer goes on the
      *            undeliverable worklist instead.
                   MOVE 'N' TO WS-EDELIVERY-FLAG
                   IF CUST-EDELIVERY-ENROLLED
                      AND CUST-EMAIL-ADDRESS NOT = SPACES
                      MOVE 'STMT' TO WS-EDELIV-DOC-TYPE
                      PERFORM START-ELECTRONIC-DOCUMENT
                   END-IF
                   IF CUST-MAIL-RETURNED AND NOT DOCUMENT-ELECTRONIC
                      PERFORM WRITE-UNDELIVERABLE-ENTRY
                   ELSE
                      PERFORM WRITE-STATEMENT-HEADER
               DELIMITED BY SIZE
               INTO STATEMENT-LINE
           END-STRING
           PERFORM PUT-STATEMENT-LINE

           MOVE SPACES TO STATEMENT-LINE
           STRING 'Customer ID: ' CUST-CUSTOMER-ID
               DELIMITED BY SIZE
               INTO STATEMENT-LINE
           END-STRING
           PERFORM PUT-STATEMENT-LINE

           MOVE SPACES TO STATEMENT-LINE
           STRING CUST-ADDRESS
               DELIMITED BY SIZE
               INTO STATEMENT-LINE
           END-STRING
           PERFORM PUT-STATEMENT-LINE

           MOVE SPACES TO STATEMENT-LINE
           STRING CUST-CITY DELIMITED BY SIZE
               CUST-ZIP DELIMITED BY SIZE
               INTO STATEMENT-LINE
           END-STRING
           PERFORM PUT-STATEMENT-LINE.

       SCAN-CUSTOMER-ACCOUNTS.
      *    Household lookup via the ACCT-CUSTOMER-ID alternate index -
                   MOVE '10' TO WS-ACCT-STATUS
           END-START

           MOVE CUST-CUSTOMER-ID TO WS-STMT-CUSTOMER-ID
           MOVE SPACES TO WS-STMT-CAPACITY
           IF WS-ACCT-STATUS NOT = '10'
              PERFORM READ-NEXT-ACCOUNT
              PERFORM UNTIL WS-ACCT-STATUS = '10'
                      OR ACCT-CUSTOMER-ID NOT = CUST-CUSTOMER-ID
                  PERFORM PRINT-STATEMENT-ACCOUNT
                  PERFORM READ-NEXT-ACCOUNT
              END-PERFORM
           END-IF

      *    Then the accounts the customer holds as joint owner on
      *    someone else's primary account.
           PERFORM GATHER-JOINT-ACCOUNTS
           MOVE 'JOINT OWNER' TO WS-STMT-CAPACITY
           PERFORM VARYING WS-JOINT-SUB FROM 1 BY 1
                   UNTIL WS-JOINT-SUB > WS-JOINT-COUNT
              MOVE WS-JOINT-ACCOUNT(WS-JOINT-SUB)
                  TO ACCT-ACCOUNT-NUMBER
              READ ACCOUNT-FILE
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      PERFORM PRINT-STATEMENT-ACCOUNT
              END-READ
           END-PERFORM
           MOVE SPACES TO WS-STMT-CAPACITY.

       PRINT-STATEMENT-ACCOUNT.
           PERFORM WRITE-ACCOUNT-DETAIL-LINE
           PERFORM WRITE-ACCOUNT-PARTIES
           PERFORM MARK-MATCHING-MESSAGES
           PERFORM WRITE-ACCOUNT-TRANSACTIONS
           ADD ACCT-BALANCE TO WS-CUSTOMER-TOTAL-BALANCE
           ADD 1 TO WS-ACCOUNTS-ON-STATEMENT.

       GATHER-JOINT-ACCOUNTS.
           MOVE ZEROS TO WS-JOINT-COUNT
           IF RELATION-FILE-OPEN
              MOVE WS-STMT-CUSTOMER-ID TO REL-CUSTOMER-ID
              START ACCOUNT-RELATION-FILE KEY IS >= REL-CUSTOMER-ID
                  INVALID KEY
                      MOVE '10' TO WS-REL-STATUS
              END-START
              IF WS-REL-STATUS NOT = '10'
                 PERFORM READ-NEXT-RELATIONSHIP
                 PERFORM UNTIL WS-REL-STATUS = '10'
                         OR REL-CUSTOMER-ID NOT = WS-STMT-CUSTOMER-ID
                    IF REL-JOINT-OWNER
                       IF WS-JOINT-COUNT < 100
                          ADD 1 TO WS-JOINT-COUNT
                          MOVE REL-ACCOUNT-NUMBER
                              TO WS-JOINT-ACCOUNT(WS-JOINT-COUNT)
                       ELSE
                          DISPLAY 'WARNING: joint account table '
                                  'full (100) for customer '
                                  WS-STMT-CUSTOMER-ID
                       END-IF
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

       WRITE-ACCOUNT-PARTIES.
      *    Everyone else standing on the account, by name: the
      *    primary owner when this is a joint owner's statement,
      *    then each joint owner, beneficiary and signer other than
      *    the statement customer.
           MOVE CUSTOMER-RECORD TO WS-STMT-CUSTOMER-SAVE
           IF ACCT-CUSTOMER-ID NOT = WS-STMT-CUSTOMER-ID
              MOVE 'Primary owner:' TO WS-STMT-PARTY-ROLE
              MOVE ACCT-CUSTOMER-ID TO WS-PARTY-CUSTOMER-ID
              PERFORM WRITE-ONE-PARTY-LINE
           END-IF
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
                    IF REL-CUSTOMER-ID NOT = WS-STMT-CUSTOMER-ID
                       AND REL-CUSTOMER-ID NOT = ACCT-CUSTOMER-ID
                       EVALUATE TRUE
                           WHEN REL-JOINT-OWNER
                               MOVE 'Joint owner:'
                                   TO WS-STMT-PARTY-ROLE
                           WHEN REL-POD-BENEFICIARY
                               MOVE 'POD beneficiary:'
                                   TO WS-STMT-PARTY-ROLE
                           WHEN REL-AUTHORIZED-SIGNER
                               MOVE 'Authorized signer:'
                                   TO WS-STMT-PARTY-ROLE
                           WHEN OTHER
                               MOVE 'Related party:'
                                   TO WS-STMT-PARTY-ROLE
                       END-EVALUATE
                       MOVE REL-CUSTOMER-ID TO WS-PARTY-CUSTOMER-ID
                       PERFORM WRITE-ONE-PARTY-LINE
                    END-IF
                    PERFORM READ-NEXT-RELATIONSHIP
                 END-PERFORM
              END-IF
              MOVE '00' TO WS-REL-STATUS
           END-IF
           MOVE WS-STMT-CUSTOMER-SAVE TO CUSTOMER-RECORD.

       WRITE-ONE-PARTY-LINE.
           MOVE WS-PARTY-CUSTOMER-ID TO CUST-CUSTOMER-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE SPACES TO WS-STMT-PARTY-NAME
                   STRING 'CUSTOMER ' WS-PARTY-CUSTOMER-ID
                       DELIMITED BY SIZE INTO WS-STMT-PARTY-NAME
                   END-STRING
               NOT INVALID KEY
                   MOVE CUST-NAME TO WS-STMT-PARTY-NAME
           END-READ
           MOVE WS-STMT-PARTY-LINE TO STATEMENT-LINE
           PERFORM PUT-STATEMENT-LINE.

       READ-NEXT-ACCOUNT.
           READ ACCOUNT-FILE NEXT RECORD
               AT END
           MOVE ACCT-ACCOUNT-NUMBER TO WS-STMT-ACCOUNT
           MOVE ACCT-TYPE           TO WS-STMT-TYPE
           MOVE ACCT-BALANCE        TO WS-STMT-BALANCE
           MOVE WS-STMT-DETAIL-LINE TO STATEMENT-LINE
           PERFORM PUT-STATEMENT-LINE.

       WRITE-ACCOUNT-TRANSACTIONS.
      *    This is a low-volume, on-demand statement run (driven by a
           MOVE TXN-DATE   TO WS-STMT-TXN-DATE
           MOVE TXN-TYPE   TO WS-STMT-TXN-TYPE
           MOVE TXN-AMOUNT TO WS-STMT-TXN-AMOUNT
           MOVE WS-STMT-TXN-DETAIL-LINE TO STATEMENT-LINE
           PERFORM PUT-STATEMENT-LINE.

       MARK-MATCHING-MESSAGES.
           PERFORM VARYING WS-SM-SUB FROM 1 BY 1
                 MOVE SPACES TO STATEMENT-LINE
                 MOVE WS-SM-TEXT(WS-SM-SUB)
                     TO STATEMENT-LINE(5:120)
                 PERFORM PUT-STATEMENT-LINE
              END-IF
           END-PERFORM.

               DELIMITED BY SIZE
               INTO STATEMENT-LINE
           END-STRING
           PERFORM PUT-STATEMENT-LINE.

       CLEANUP.
           DISPLAY ' '
           DISPLAY 'Statements produced: ' WS-STATEMENT-COUNT
           DISPLAY 'Suppressed (returned mail): '
                   WS-MAIL-SUPPRESS-COUNT
           DISPLAY 'Delivered electronically:   '
                   WS-EDELIV-DOC-COUNT
           PERFORM WRITE-MESSAGE-COUNT-REPORT

           CLOSE STATEMENT-REQUEST-FILE
           CLOSE ACCOUNT-FILE
           CLOSE STATEMENT-FILE
           CLOSE UNDELIVERABLE-FILE
           CLOSE EDELIVERY-FILE
           IF RELATION-FILE-OPEN
              CLOSE ACCOUNT-RELATION-FILE
           END-IF

           DISPLAY 'Customer Statement - Processing Complete'.

                  INTO WS-UNDELIV-TEXT
           END-STRING
           WRITE UNDELIVERABLE-LINE FROM WS-UNDELIV-TEXT.

       START-ELECTRONIC-DOCUMENT.
      *    The customer record is current in CUSTOMER-RECORD and the
      *    caller has set WS-EDELIV-DOC-TYPE; every line of the
      *    document from here on goes to the e-delivery extract.
           SET DOCUMENT-ELECTRONIC TO TRUE
           ADD 1 TO WS-EDELIV-DOC-COUNT
           MOVE ZEROS              TO WS-EDELIV-LINE-COUNT
           MOVE CUST-CUSTOMER-ID   TO WS-EDELIV-CUSTOMER
           MOVE CUST-EMAIL-ADDRESS TO WS-EDELIV-EMAIL.

       PUT-STATEMENT-LINE.
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
              MOVE STATEMENT-LINE           TO EDL-BODY-LINE
              WRITE EDELIVERY-RECORD
           ELSE
              WRITE STATEMENT-LINE
           END-IF.
