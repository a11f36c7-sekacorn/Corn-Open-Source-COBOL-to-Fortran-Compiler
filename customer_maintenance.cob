      * ACCOUNT-MAINTENANCE, which does the same for ACCOUNTS.DAT.
      * A delete is refused while any ACCOUNT-FILE record still
      * points at the customer (checked through the ACCT-CUSTOMER-ID
      * alternate index) or while the customer is still named as
      * joint owner, POD beneficiary or signer on an open account in
      * ACCOUNT-RELATIONS.DAT; a delete that goes through takes the
      * customer's relationship rows on closed accounts with it.
      * Every request lands on an applied/rejected log.
      *
      * Copyright (c) 2026 sekacorn
      * Contact: sekacorn@gmail.com
                   WITH DUPLICATES
               FILE STATUS IS WS-ACCT-STATUS.

      *    Account relationships kept by ACCOUNT-MAINTENANCE; read
      *    here through the customer alternate key for the delete
      *    check, and purged of a deleted customer's rows.
           SELECT ACCOUNT-RELATION-FILE
               ASSIGN TO "ACCOUNT-RELATIONS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REL-KEY
               ALTERNATE RECORD KEY IS REL-CUSTOMER-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-REL-STATUS.

           SELECT CUSTOMER-LOG-FILE
               ASSIGN TO "CUSTOMER-MAINT-LOG.TXT"
               ORGANIZATION IS SEQUENTIAL.
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
      *    Delivery-preference maintenance: 'E' enrolls the customer
      *    in electronic delivery (needs an e-mail address, on this
      *    request or already on file; consent date defaulted to
      *    today), 'P' returns the customer to paper. A non-blank
      *    e-mail address replaces the one on file.
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

       FD CUSTOMER-MASTER.
       01 CUSTOMER-RECORD.
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

       FD CUSTOMER-LOG-FILE.
       01 CUSTOMER-LOG-LINE             PIC X(132).


       01 WS-CUST-STATUS                PIC X(2).
       01 WS-ACCT-STATUS                PIC X(2).
       01 WS-REL-STATUS                 PIC X(2).
       01 WS-REL-FILE-FLAG              PIC X VALUE 'N'.
          88 RELATION-FILE-OPEN         VALUE 'Y'.
       01 WS-REL-PURGE-COUNT            PIC 9(5) VALUE ZEROS.

       01 WS-TIN-REJECT-FLAG            PIC X VALUE 'N'.
          88 TIN-REQUEST-REJECTED       VALUE 'Y'.
       01 WS-DELIVERY-REJECT-FLAG       PIC X VALUE 'N'.
          88 DELIVERY-REQUEST-REJECTED  VALUE 'Y'.
       01 WS-ESTATE-REJECT-FLAG         PIC X VALUE 'N'.
          88 ESTATE-REQUEST-REJECTED    VALUE 'Y'.
       01 WS-CIP-REJECT-FLAG            PIC X VALUE 'N'.
          88 CIP-REQUEST-REJECTED       VALUE 'Y'.

      *    Next periodic KYC review from a rating: high-risk
      *    customers are reviewed yearly, medium every two years,
      *    low every three.
       01 WS-REVIEW-CYCLE-YEARS         PIC 9 VALUE ZERO.
       01 WS-REVIEW-DATE.
          05 WS-REVIEW-YYYY             PIC 9(4).
          05 WS-REVIEW-MMDD             PIC 9(4).
       01 WS-EMAIL-AT-COUNT             PIC 9(3) VALUE ZEROS.

       01 WS-ACCOUNTS-ATTACHED-FLAG     PIC X VALUE 'N'.
          88 ACCOUNTS-STILL-ATTACHED    VALUE 'Y'.
             VALUE 'ERROR: Customer ID not found'.
          05 WS-ERR-ACCOUNTS-ATTACHED   PIC X(50)
             VALUE 'ERROR: Customer still has accounts on file'.
          05 WS-ERR-CUST-RETIRED        PIC X(50)
             VALUE 'ERROR: Customer ID retired by merge'.

       PROCEDURE DIVISION.
       MAIN-CONTROL.
           END-IF

           OPEN INPUT ACCOUNT-FILE
           OPEN OUTPUT CUSTOMER-LOG-FILE

      *    No relationship file yet just means no customer is named
      *    on anyone else's account.
           OPEN I-O ACCOUNT-RELATION-FILE
           IF WS-REL-STATUS = '00'
              SET RELATION-FILE-OPEN TO TRUE
           END-IF.

       CHECK-RUN-CONTROL.
      *    Maintenance may run ahead of the night's consolidation -
           MOVE CMNT-CUSTOMER-ID TO CUST-CUSTOMER-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE ZEROS TO CUST-TIN
                   MOVE SPACES TO CUST-EMAIL-ADDRESS
                   MOVE ZEROS TO CUST-DATE-OF-DEATH
                   MOVE SPACE TO CUST-ESTATE-STATUS
                   MOVE SPACES TO CUST-ID-TYPE
                   PERFORM VALIDATE-TIN-REQUEST
                   PERFORM VALIDATE-DELIVERY-REQUEST
                   PERFORM VALIDATE-ESTATE-REQUEST
                   PERFORM VALIDATE-CIP-REQUEST
                   IF TIN-REQUEST-REJECTED
                      OR DELIVERY-REQUEST-REJECTED
                      OR ESTATE-REQUEST-REJECTED
                      OR CIP-REQUEST-REJECTED
                      PERFORM LOG-REJECTED-REQUEST
                   ELSE
                      PERFORM CREATE-CUSTOMER-RECORD
                   END-IF
               NOT INVALID KEY
                   DISPLAY WS-ERR-DUP-CUSTOMER
                   MOVE 'Rejected - already exists' TO WS-LOG-RESULT
           MOVE CMNT-PHONE       TO CUST-PHONE
           MOVE SPACE            TO CUST-MAIL-STATUS
           MOVE ZEROS            TO CUST-MAIL-RETURNED-DATE
      *    A new customer starts uncertified unless the W-9 came in
      *    with the account-opening paperwork.
           MOVE ZEROS            TO CUST-TIN
           MOVE SPACE            TO CUST-TIN-TYPE
           MOVE 'U'              TO CUST-W9-STATUS
           MOVE ZEROS            TO CUST-W9-DATE
           PERFORM APPLY-TIN-CHANGES
      *    Paper until the customer consents to electronic delivery.
           MOVE 'P'              TO CUST-DELIVERY-PREF
           MOVE SPACES           TO CUST-EMAIL-ADDRESS
           MOVE ZEROS            TO CUST-EDELIV-CONSENT-DATE
           PERFORM APPLY-DELIVERY-CHANGES
           MOVE SPACE            TO CUST-MERGE-STATUS
           MOVE ZEROS            TO CUST-MERGED-INTO-ID
           MOVE ZEROS            TO CUST-MERGED-DATE
           MOVE ZEROS            TO CUST-DATE-OF-DEATH
           MOVE SPACE            TO CUST-ESTATE-STATUS
           MOVE SPACES           TO CUST-ESTATE-CONTACT-NAME
           MOVE SPACES           TO CUST-ESTATE-CONTACT-PHONE
           PERFORM APPLY-ESTATE-CHANGES
      *    Unrated until the monthly risk re-score picks the customer
      *    up, unless the opening officer keyed a rating.
           MOVE SPACES           TO CUST-ID-TYPE
           MOVE SPACES           TO CUST-ID-NUMBER
           MOVE ZEROS            TO CUST-ID-EXPIRY-DATE
           MOVE ZEROS            TO CUST-ID-VERIFIED-DATE
           MOVE SPACE            TO CUST-RISK-RATING
           MOVE SPACE            TO CUST-RISK-OVERRIDE
           MOVE ZEROS            TO CUST-RISK-SCORE
           MOVE ZEROS            TO CUST-RISK-RATED-DATE
           MOVE ZEROS            TO CUST-NEXT-REVIEW-DATE
           PERFORM APPLY-CIP-CHANGES
           WRITE CUSTOMER-RECORD
               INVALID KEY
                   DISPLAY 'Error writing new customer: '
                   MOVE 'Rejected - not found' TO WS-LOG-RESULT
                   PERFORM LOG-REJECTED-REQUEST
               NOT INVALID KEY
                   IF CUST-RETIRED-BY-MERGE
                      DISPLAY WS-ERR-CUST-RETIRED ' '
                              CMNT-CUSTOMER-ID ' - now '
                              CUST-MERGED-INTO-ID
                      MOVE 'Rejected - retired by merge'
                          TO WS-LOG-RESULT
                      PERFORM LOG-REJECTED-REQUEST
                   ELSE
                      PERFORM VALIDATE-TIN-REQUEST
                      PERFORM VALIDATE-DELIVERY-REQUEST
                      PERFORM VALIDATE-ESTATE-REQUEST
                      PERFORM VALIDATE-CIP-REQUEST
                      IF TIN-REQUEST-REJECTED
                         OR DELIVERY-REQUEST-REJECTED
                         OR ESTATE-REQUEST-REJECTED
                         OR CIP-REQUEST-REJECTED
                         PERFORM LOG-REJECTED-REQUEST
                      ELSE
                         PERFORM APPLY-CUSTOMER-CHANGES
                      END-IF
                   END-IF
           END-READ.

       APPLY-CUSTOMER-CHANGES.
                   CONTINUE
           END-EVALUATE

           PERFORM APPLY-TIN-CHANGES
           PERFORM APPLY-DELIVERY-CHANGES
           PERFORM APPLY-ESTATE-CHANGES
           PERFORM APPLY-CIP-CHANGES

           REWRITE CUSTOMER-RECORD
               INVALID KEY
                   MOVE 'Rejected - rewrite failed' TO WS-LOG-RESULT
                   PERFORM LOG-REJECTED-REQUEST
               NOT INVALID KEY
                   PERFORM CHECK-FOR-ATTACHED-ACCOUNTS
                   IF NOT ACCOUNTS-STILL-ATTACHED
                      PERFORM CHECK-FOR-OPEN-RELATIONSHIPS
                   END-IF
      *            A merged-away ID stays on file for good - deleting
      *            it would free the number for reissue and lose the
      *            pointer to the surviving customer.
                   EVALUATE TRUE
                       WHEN CUST-RETIRED-BY-MERGE
                           DISPLAY WS-ERR-CUST-RETIRED ' '
                                   CMNT-CUSTOMER-ID ' - now '
                                   CUST-MERGED-INTO-ID
                           MOVE 'Rejected - retired by merge'
                               TO WS-LOG-RESULT
                           PERFORM LOG-REJECTED-REQUEST
                       WHEN ACCOUNTS-STILL-ATTACHED
                           DISPLAY WS-ERR-ACCOUNTS-ATTACHED
                                   ' ' CMNT-CUSTOMER-ID
                           MOVE 'Rejected - accounts attached'
                               TO WS-LOG-RESULT
                           PERFORM LOG-REJECTED-REQUEST
                       WHEN OTHER
                           DELETE CUSTOMER-MASTER RECORD
                               INVALID KEY
                                   MOVE 'Rejected - delete failed'
                                       TO WS-LOG-RESULT
                                   PERFORM LOG-REJECTED-REQUEST
                               NOT INVALID KEY
                                   MOVE 'Customer deleted'
                                       TO WS-LOG-RESULT
                                   PERFORM LOG-APPLIED-REQUEST
                                   PERFORM PURGE-CUSTOMER-RELATIONSHIPS
                           END-DELETE
                   END-EVALUATE
           END-READ.

       CHECK-FOR-ATTACHED-ACCOUNTS.
                   END-READ
           END-START.

       CHECK-FOR-OPEN-RELATIONSHIPS.
      *    A joint owner, beneficiary or signer still standing on an
      *    account that is not closed blocks the delete just as a
      *    primary account does - the statements, notices and
      *    screening would otherwise name a customer who is gone.
           IF RELATION-FILE-OPEN
              MOVE CMNT-CUSTOMER-ID TO REL-CUSTOMER-ID
              START ACCOUNT-RELATION-FILE KEY IS >= REL-CUSTOMER-ID
                  INVALID KEY
                      MOVE '10' TO WS-REL-STATUS
              END-START
              IF WS-REL-STATUS NOT = '10'
                 PERFORM READ-NEXT-RELATIONSHIP
                 PERFORM UNTIL WS-REL-STATUS = '10'
                         OR REL-CUSTOMER-ID NOT = CMNT-CUSTOMER-ID
                         OR ACCOUNTS-STILL-ATTACHED
                    MOVE REL-ACCOUNT-NUMBER TO ACCT-ACCOUNT-NUMBER
                    READ ACCOUNT-FILE
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            IF NOT ACCT-CLOSED
                               SET ACCOUNTS-STILL-ATTACHED TO TRUE
                            END-IF
                    END-READ
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

       PURGE-CUSTOMER-RELATIONSHIPS.
      *    What is left for a deleted customer can only sit on
      *    closed accounts; it goes with the customer.
           IF RELATION-FILE-OPEN
              MOVE CMNT-CUSTOMER-ID TO REL-CUSTOMER-ID
              START ACCOUNT-RELATION-FILE KEY IS >= REL-CUSTOMER-ID
                  INVALID KEY
                      MOVE '10' TO WS-REL-STATUS
              END-START
              IF WS-REL-STATUS NOT = '10'
                 PERFORM READ-NEXT-RELATIONSHIP
                 PERFORM UNTIL WS-REL-STATUS = '10'
                         OR REL-CUSTOMER-ID NOT = CMNT-CUSTOMER-ID
                    DELETE ACCOUNT-RELATION-FILE RECORD
                        INVALID KEY
                            DISPLAY 'WARNING: unable to remove '
                                    'relationship on account '
                                    REL-ACCOUNT-NUMBER
                        NOT INVALID KEY
                            ADD 1 TO WS-REL-PURGE-COUNT
                    END-DELETE
                    PERFORM READ-NEXT-RELATIONSHIP
                 END-PERFORM
              END-IF
              MOVE '00' TO WS-REL-STATUS
           END-IF.

       VALIDATE-TIN-REQUEST.
      *    Taxpayer-ID edits, made before anything is applied so a
      *    bad TIN rejects the whole request: a supplied TIN needs a
      *    valid type, an SSN cannot fall in the 9xx ITIN range or
      *    use a never-issued 000/666 area, an ITIN must start with
      *    9, and certification needs a TIN on file (or on this
      *    request) to certify.
           MOVE 'N' TO WS-TIN-REJECT-FLAG
           IF CMNT-TIN = SPACES
              MOVE ZEROS TO CMNT-TIN
           END-IF
           IF CMNT-W9-DATE = SPACES
              MOVE ZEROS TO CMNT-W9-DATE
           END-IF
           EVALUATE TRUE
               WHEN CMNT-TIN NOT NUMERIC
                   MOVE 'Rejected - TIN not numeric' TO WS-LOG-RESULT
                   SET TIN-REQUEST-REJECTED TO TRUE
               WHEN CMNT-TIN = ZEROS
                    AND CMNT-TIN-TYPE NOT = SPACE
                   MOVE 'Rejected - TIN type without TIN'
                       TO WS-LOG-RESULT
                   SET TIN-REQUEST-REJECTED TO TRUE
               WHEN CMNT-TIN > ZEROS
                    AND CMNT-TIN-TYPE NOT = 'S'
                    AND CMNT-TIN-TYPE NOT = 'E'
                    AND CMNT-TIN-TYPE NOT = 'I'
                   MOVE 'Rejected - invalid TIN type' TO WS-LOG-RESULT
                   SET TIN-REQUEST-REJECTED TO TRUE
               WHEN CMNT-TIN > ZEROS AND CMNT-TIN-TYPE = 'S'
                    AND (CMNT-TIN(1:1) = '9'
                         OR CMNT-TIN(1:3) = '000'
                         OR CMNT-TIN(1:3) = '666')
                   MOVE 'Rejected - invalid SSN' TO WS-LOG-RESULT
                   SET TIN-REQUEST-REJECTED TO TRUE
               WHEN CMNT-TIN > ZEROS AND CMNT-TIN-TYPE = 'I'
                    AND CMNT-TIN(1:1) NOT = '9'
                   MOVE 'Rejected - ITIN must begin with 9'
                       TO WS-LOG-RESULT
                   SET TIN-REQUEST-REJECTED TO TRUE
               WHEN CMNT-W9-STATUS NOT = SPACE
                    AND CMNT-W9-STATUS NOT = 'C'
                    AND CMNT-W9-STATUS NOT = 'X'
                    AND CMNT-W9-STATUS NOT = 'B'
                    AND CMNT-W9-STATUS NOT = 'U'
                   MOVE 'Rejected - invalid W-9 status'
                       TO WS-LOG-RESULT
                   SET TIN-REQUEST-REJECTED TO TRUE
               WHEN CMNT-W9-STATUS = 'C' AND CMNT-TIN = ZEROS
                    AND CUST-TIN = ZEROS
                   MOVE 'Rejected - W-9 certified without TIN'
                       TO WS-LOG-RESULT
                   SET TIN-REQUEST-REJECTED TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       APPLY-TIN-CHANGES.
      *    A TIN different from the one on file voids the old
      *    certification - the customer must certify the new number
      *    - unless the same request carries the new W-9 status.
           IF CMNT-TIN > ZEROS
              IF CMNT-TIN NOT = CUST-TIN
                 MOVE 'U'          TO CUST-W9-STATUS
                 MOVE WS-TODAY-YMD TO CUST-W9-DATE
              END-IF
              MOVE CMNT-TIN      TO CUST-TIN
              MOVE CMNT-TIN-TYPE TO CUST-TIN-TYPE
           END-IF
           IF CMNT-W9-STATUS NOT = SPACE
              MOVE CMNT-W9-STATUS TO CUST-W9-STATUS
              IF CMNT-W9-DATE > ZEROS
                 MOVE CMNT-W9-DATE TO CUST-W9-DATE
              ELSE
                 MOVE WS-TODAY-YMD TO CUST-W9-DATE
              END-IF
           END-IF.

       VALIDATE-DELIVERY-REQUEST.
      *    Runs after the TIN edits and only when they passed, so the
      *    log carries the first reason the request failed. E-mail
      *    is checked for shape only - an address that does not
      *    work comes back as a bounce and reverts the customer to
      *    paper in the consent review.
           MOVE 'N' TO WS-DELIVERY-REJECT-FLAG
           IF TIN-REQUEST-REJECTED
              CONTINUE
           ELSE
              IF CMNT-EDELIV-CONSENT-DATE = SPACES
                 MOVE ZEROS TO CMNT-EDELIV-CONSENT-DATE
              END-IF
              MOVE ZEROS TO WS-EMAIL-AT-COUNT
              INSPECT CMNT-EMAIL-ADDRESS TALLYING WS-EMAIL-AT-COUNT
                  FOR ALL '@'
              EVALUATE TRUE
                  WHEN CMNT-DELIVERY-PREF NOT = SPACE
                       AND CMNT-DELIVERY-PREF NOT = 'E'
                       AND CMNT-DELIVERY-PREF NOT = 'P'
                      MOVE 'Rejected - invalid delivery preference'
                          TO WS-LOG-RESULT
                      SET DELIVERY-REQUEST-REJECTED TO TRUE
                  WHEN CMNT-EMAIL-ADDRESS NOT = SPACES
                       AND (WS-EMAIL-AT-COUNT NOT = 1
                            OR CMNT-EMAIL-ADDRESS(1:1) = '@')
                      MOVE 'Rejected - malformed e-mail address'
                          TO WS-LOG-RESULT
                      SET DELIVERY-REQUEST-REJECTED TO TRUE
                  WHEN CMNT-DELIVERY-PREF = 'E'
                       AND CMNT-EMAIL-ADDRESS = SPACES
                       AND CUST-EMAIL-ADDRESS = SPACES
                      MOVE 'Rejected - e-delivery without e-mail'
                          TO WS-LOG-RESULT
                      SET DELIVERY-REQUEST-REJECTED TO TRUE
                  WHEN CMNT-EDELIV-CONSENT-DATE NOT NUMERIC
                      MOVE 'Rejected - consent date not numeric'
                          TO WS-LOG-RESULT
                      SET DELIVERY-REQUEST-REJECTED TO TRUE
                  WHEN OTHER
                      CONTINUE
              END-EVALUATE
           END-IF.

       APPLY-DELIVERY-CHANGES.
      *    A new address on an enrolled customer carries the existing
      *    consent forward; enrolling (or re-enrolling) stamps the
      *    consent date. Going back to paper keeps the address on
      *    file for servicing contact.
           IF CMNT-EMAIL-ADDRESS NOT = SPACES
              MOVE CMNT-EMAIL-ADDRESS TO CUST-EMAIL-ADDRESS
           END-IF
           EVALUATE CMNT-DELIVERY-PREF
               WHEN 'E'
                   MOVE 'E' TO CUST-DELIVERY-PREF
                   IF CMNT-EDELIV-CONSENT-DATE > ZEROS
                      MOVE CMNT-EDELIV-CONSENT-DATE
                          TO CUST-EDELIV-CONSENT-DATE
                   ELSE
                      MOVE WS-TODAY-YMD
                          TO CUST-EDELIV-CONSENT-DATE
                   END-IF
               WHEN 'P'
                   MOVE 'P' TO CUST-DELIVERY-PREF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       VALIDATE-ESTATE-REQUEST.
      *    Runs after the TIN and delivery edits and only when both
      *    passed. A date of death must be a real calendar date and
      *    not in the future; once the estate is recorded as settled
      *    the date of death is closed to change, and an estate can
      *    only be settled after the deceased-customer batch has
      *    actioned the death.
           MOVE 'N' TO WS-ESTATE-REJECT-FLAG
           IF TIN-REQUEST-REJECTED OR DELIVERY-REQUEST-REJECTED
              CONTINUE
           ELSE
              IF CMNT-DATE-OF-DEATH = SPACES
                 MOVE ZEROS TO CMNT-DATE-OF-DEATH
              END-IF
              EVALUATE TRUE
                  WHEN CMNT-DATE-OF-DEATH NOT NUMERIC
                      MOVE 'Rejected - date of death not numeric'
                          TO WS-LOG-RESULT
                      SET ESTATE-REQUEST-REJECTED TO TRUE
                  WHEN CMNT-DATE-OF-DEATH > ZEROS
                       AND FUNCTION TEST-DATE-YYYYMMDD
                               (CMNT-DATE-OF-DEATH) NOT = ZERO
                      MOVE 'Rejected - date of death not a date'
                          TO WS-LOG-RESULT
                      SET ESTATE-REQUEST-REJECTED TO TRUE
                  WHEN CMNT-DATE-OF-DEATH > WS-TODAY-YMD
                      MOVE 'Rejected - date of death in future'
                          TO WS-LOG-RESULT
                      SET ESTATE-REQUEST-REJECTED TO TRUE
                  WHEN CMNT-ESTATE-STATUS NOT = SPACE
                       AND CMNT-ESTATE-STATUS NOT = 'S'
                      MOVE 'Rejected - invalid estate status'
                          TO WS-LOG-RESULT
                      SET ESTATE-REQUEST-REJECTED TO TRUE
                  WHEN CMNT-DATE-OF-DEATH > ZEROS
                       AND CUST-ESTATE-SETTLED
                      MOVE 'Rejected - estate already settled'
                          TO WS-LOG-RESULT
                      SET ESTATE-REQUEST-REJECTED TO TRUE
                  WHEN CMNT-ESTATE-STATUS = 'S'
                       AND NOT CUST-DECEASED-ACTIONED
                      MOVE 'Rejected - estate not yet actioned'
                          TO WS-LOG-RESULT
                      SET ESTATE-REQUEST-REJECTED TO TRUE
                  WHEN OTHER
                      CONTINUE
              END-EVALUATE
           END-IF.

       APPLY-ESTATE-CHANGES.
      *    A new or corrected date of death (re)marks the customer
      *    'P' so the night's deceased-customer batch actions it -
      *    a corrected earlier date reopens the benefit credits
      *    received since. The estate contact may be given with the
      *    death or later, as the estate desk learns it.
           IF CMNT-DATE-OF-DEATH > ZEROS
              AND (CMNT-DATE-OF-DEATH NOT = CUST-DATE-OF-DEATH
                   OR NOT CUST-IS-DECEASED)
              MOVE CMNT-DATE-OF-DEATH TO CUST-DATE-OF-DEATH
              SET CUST-DEATH-REPORTED TO TRUE
           END-IF
           IF CMNT-ESTATE-STATUS = 'S'
              SET CUST-ESTATE-SETTLED TO TRUE
           END-IF
           IF CMNT-ESTATE-CONTACT-NAME NOT = SPACES
              MOVE CMNT-ESTATE-CONTACT-NAME
                  TO CUST-ESTATE-CONTACT-NAME
           END-IF
           IF CMNT-ESTATE-CONTACT-PHONE NOT = SPACES
              MOVE CMNT-ESTATE-CONTACT-PHONE
                  TO CUST-ESTATE-CONTACT-PHONE
           END-IF.

       VALIDATE-CIP-REQUEST.
      *    Runs only when the earlier edits passed. New identification
      *    needs a known ID type and the ID number; the expiry and
      *    verified dates, where given, must be real dates and the
      *    verification cannot be in the future. A keyed risk rating
      *    must be L, M or H and a keyed review date a real date.
           MOVE 'N' TO WS-CIP-REJECT-FLAG
           IF TIN-REQUEST-REJECTED OR DELIVERY-REQUEST-REJECTED
              OR ESTATE-REQUEST-REJECTED
              CONTINUE
           ELSE
              IF CMNT-ID-EXPIRY-DATE = SPACES
                 MOVE ZEROS TO CMNT-ID-EXPIRY-DATE
              END-IF
              IF CMNT-ID-VERIFIED-DATE = SPACES
                 MOVE ZEROS TO CMNT-ID-VERIFIED-DATE
              END-IF
              IF CMNT-NEXT-REVIEW-DATE = SPACES
                 MOVE ZEROS TO CMNT-NEXT-REVIEW-DATE
              END-IF
              EVALUATE TRUE
                  WHEN CMNT-ID-TYPE NOT = SPACES
                       AND CMNT-ID-TYPE NOT = 'DL'
                       AND CMNT-ID-TYPE NOT = 'PP'
                       AND CMNT-ID-TYPE NOT = 'SI'
                       AND CMNT-ID-TYPE NOT = 'MI'
                       AND CMNT-ID-TYPE NOT = 'AR'
                       AND CMNT-ID-TYPE NOT = 'OT'
                      MOVE 'Rejected - invalid ID type'
                          TO WS-LOG-RESULT
                      SET CIP-REQUEST-REJECTED TO TRUE
                  WHEN CMNT-ID-TYPE NOT = SPACES
                       AND CMNT-ID-NUMBER = SPACES
                      MOVE 'Rejected - ID number missing'
                          TO WS-LOG-RESULT
                      SET CIP-REQUEST-REJECTED TO TRUE
                  WHEN CMNT-ID-TYPE = SPACES
                       AND CUST-ID-TYPE = SPACES
                       AND (CMNT-ID-NUMBER NOT = SPACES
                            OR CMNT-ID-EXPIRY-DATE NOT = ZEROS
                            OR CMNT-ID-VERIFIED-DATE NOT = ZEROS)
                      MOVE 'Rejected - ID type missing'
                          TO WS-LOG-RESULT
                      SET CIP-REQUEST-REJECTED TO TRUE
                  WHEN CMNT-ID-EXPIRY-DATE NOT NUMERIC
                       OR CMNT-ID-VERIFIED-DATE NOT NUMERIC
                       OR CMNT-NEXT-REVIEW-DATE NOT NUMERIC
                      MOVE 'Rejected - CIP date not numeric'
                          TO WS-LOG-RESULT
                      SET CIP-REQUEST-REJECTED TO TRUE
                  WHEN CMNT-ID-EXPIRY-DATE > ZEROS
                       AND FUNCTION TEST-DATE-YYYYMMDD
                               (CMNT-ID-EXPIRY-DATE) NOT = ZERO
                      MOVE 'Rejected - ID expiry not a date'
                          TO WS-LOG-RESULT
                      SET CIP-REQUEST-REJECTED TO TRUE
                  WHEN CMNT-ID-VERIFIED-DATE > ZEROS
                       AND FUNCTION TEST-DATE-YYYYMMDD
                               (CMNT-ID-VERIFIED-DATE) NOT = ZERO
                      MOVE 'Rejected - ID verified not a date'
                          TO WS-LOG-RESULT
                      SET CIP-REQUEST-REJECTED TO TRUE
                  WHEN CMNT-ID-VERIFIED-DATE > WS-TODAY-YMD
                      MOVE 'Rejected - ID verified in future'
                          TO WS-LOG-RESULT
                      SET CIP-REQUEST-REJECTED TO TRUE
                  WHEN CMNT-RISK-RATING NOT = SPACE
                       AND CMNT-RISK-RATING NOT = 'L'
                       AND CMNT-RISK-RATING NOT = 'M'
                       AND CMNT-RISK-RATING NOT = 'H'
                      MOVE 'Rejected - invalid risk rating'
                          TO WS-LOG-RESULT
                      SET CIP-REQUEST-REJECTED TO TRUE
                  WHEN CMNT-NEXT-REVIEW-DATE > ZEROS
                       AND FUNCTION TEST-DATE-YYYYMMDD
                               (CMNT-NEXT-REVIEW-DATE) NOT = ZERO
                      MOVE 'Rejected - review date not a date'
                          TO WS-LOG-RESULT
                      SET CIP-REQUEST-REJECTED TO TRUE
                  WHEN OTHER
                      CONTINUE
              END-EVALUATE
           END-IF.

       APPLY-CIP-CHANGES.
      *    A new ID type brings a complete identification: number,
      *    expiry (zero where the document has none) and the date it
      *    was verified, defaulted to today. An expiry or verified
      *    date keyed alone updates the ID on file - the usual case
      *    when a customer renews a licence. A keyed rating is the
      *    officer's override: it rates the customer at once and
      *    stands as the floor for the monthly re-score.
           IF CMNT-ID-TYPE NOT = SPACES
              MOVE CMNT-ID-TYPE        TO CUST-ID-TYPE
              MOVE CMNT-ID-NUMBER      TO CUST-ID-NUMBER
              MOVE CMNT-ID-EXPIRY-DATE TO CUST-ID-EXPIRY-DATE
              IF CMNT-ID-VERIFIED-DATE > ZEROS
                 MOVE CMNT-ID-VERIFIED-DATE TO CUST-ID-VERIFIED-DATE
              ELSE
                 MOVE WS-TODAY-YMD TO CUST-ID-VERIFIED-DATE
              END-IF
           ELSE
              IF CMNT-ID-NUMBER NOT = SPACES
                 MOVE CMNT-ID-NUMBER TO CUST-ID-NUMBER
              END-IF
              IF CMNT-ID-EXPIRY-DATE > ZEROS
                 MOVE CMNT-ID-EXPIRY-DATE TO CUST-ID-EXPIRY-DATE
              END-IF
              IF CMNT-ID-VERIFIED-DATE > ZEROS
                 MOVE CMNT-ID-VERIFIED-DATE TO CUST-ID-VERIFIED-DATE
              END-IF
           END-IF
           IF CMNT-RISK-RATING NOT = SPACE
              MOVE CMNT-RISK-RATING TO CUST-RISK-RATING
              MOVE CMNT-RISK-RATING TO CUST-RISK-OVERRIDE
              MOVE WS-TODAY-YMD     TO CUST-RISK-RATED-DATE
              IF CMNT-NEXT-REVIEW-DATE = ZEROS
                 PERFORM SET-NEXT-REVIEW-FROM-RATING
              END-IF
           END-IF
           IF CMNT-NEXT-REVIEW-DATE > ZEROS
              MOVE CMNT-NEXT-REVIEW-DATE TO CUST-NEXT-REVIEW-DATE
           END-IF.

       SET-NEXT-REVIEW-FROM-RATING.
           EVALUATE TRUE
               WHEN CUST-RISK-HIGH
                   MOVE 1 TO WS-REVIEW-CYCLE-YEARS
               WHEN CUST-RISK-MEDIUM
                   MOVE 2 TO WS-REVIEW-CYCLE-YEARS
               WHEN OTHER
                   MOVE 3 TO WS-REVIEW-CYCLE-YEARS
           END-EVALUATE
           MOVE WS-TODAY-YMD TO WS-REVIEW-DATE
           ADD WS-REVIEW-CYCLE-YEARS TO WS-REVIEW-YYYY
           IF WS-REVIEW-MMDD = 0229
              MOVE 0228 TO WS-REVIEW-MMDD
           END-IF
           MOVE WS-REVIEW-DATE TO CUST-NEXT-REVIEW-DATE.

       LOG-APPLIED-REQUEST.
           ADD 1 TO WS-APPLIED-COUNT
           MOVE CMNT-CUSTOMER-ID TO WS-LOG-CUSTOMER
           DISPLAY 'Requests read:     ' WS-REQUEST-COUNT
           DISPLAY 'Requests applied:  ' WS-APPLIED-COUNT
           DISPLAY 'Requests rejected: ' WS-REJECTED-COUNT
           DISPLAY 'Relationships removed: ' WS-REL-PURGE-COUNT

           CLOSE CUSTOMER-MAINT-FILE
           CLOSE CUSTOMER-MASTER
           CLOSE ACCOUNT-FILE
           CLOSE CUSTOMER-LOG-FILE
           IF RELATION-FILE-OPEN
              CLOSE ACCOUNT-RELATION-FILE
           END-IF

           MOVE 'C' TO WS-RC-CUST-MAINT-STATUS
           PERFORM WRITE-RUN-CONTROL
