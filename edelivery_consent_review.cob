      *****************************************************************
      * E-DELIVERY CONSENT REVIEW
      * Monthly review of every customer enrolled in electronic
      * delivery. The print programs send an enrolled customer's
      * statements and notices to the e-delivery extract instead of
      * the mail, which is only good while the customer's consent
      * stands and the e-mail address actually works, so this run
      * puts a customer back on paper (CUST-DELIVERY-PREF 'P') when:
      *   NO ADDRESS    enrolled with no e-mail address on file, or
      *                 no consent date to show;
      *   EXPIRED       the consent is older than the consent life
      *                 the bank re-obtains it on (three years);
      *   BOUNCED       the e-mail vendor reported the address on
      *                 file as undeliverable (EMAIL-BOUNCES.DAT)
      *                 on or after the consent date.
      * The address itself stays on file for servicing contact. A
      * consent due to lapse within the reconfirmation window is
      * listed for the branch to reconfirm but left enrolled. The
      * listing also flags customers whose postal mail is coming
      * back, since a reverted customer of that kind will land on
      * the undeliverable-mail worklist.
      *
      * Copyright (c) 2026 sekacorn
      * Contact: sekacorn@gmail.com
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDELIVERY-CONSENT-REVIEW.
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

      *    Bounce report from the e-mail vendor; optional - no file
      *    means nothing bounced since the last review.
           SELECT EMAIL-BOUNCE-FILE
               ASSIGN TO "EMAIL-BOUNCES.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BOUNCE-STATUS.

           SELECT CONSENT-LISTING-FILE
               ASSIGN TO "EDELIVERY-CONSENT-LISTING.TXT"
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

       FD EMAIL-BOUNCE-FILE.
       01 EMAIL-BOUNCE-RECORD.
          05 BNC-CUSTOMER-ID            PIC 9(8).
          05 BNC-BOUNCE-DATE            PIC 9(8).
          05 BNC-EMAIL-ADDRESS          PIC X(60).
          05 BNC-REASON                 PIC X(30).

       FD CONSENT-LISTING-FILE.
       01 CONSENT-LISTING-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
      *    Run statistics captured for the cycle summary report.
       01 WS-OPS-STATS-STATUS           PIC X(2).
       01 WS-OPS-PROGRAM-NAME           PIC X(30)
          VALUE 'EDELIVERY-CONSENT-REVIEW'.
       01 WS-OPS-START-STAMP            PIC X(14).

       01 WS-CUST-STATUS                PIC X(2).
          88 WS-CUST-EOF                VALUE '10'.
       01 WS-BOUNCE-STATUS              PIC X(2).
          88 WS-BOUNCE-EOF              VALUE '10'.

       01 WS-TODAY-YMD                  PIC 9(8).

      *    Consent is re-obtained every three years; the branch is
      *    asked to reconfirm in the last thirty days of it.
       01 WS-CONSENT-RULES.
          05 WS-CONSENT-LIFE-DAYS       PIC 9(5) VALUE 1095.
          05 WS-RECONFIRM-WINDOW-DAYS   PIC 9(3) VALUE 30.
       01 WS-CONSENT-AGE-DAYS           PIC S9(7).

      *    Bounces loaded once, matched per enrolled customer.
       01 WS-BOUNCE-COUNT               PIC 9(5) VALUE ZEROS.
       01 WS-BOUNCE-TABLE.
          05 WS-BN-ENTRY OCCURS 0 TO 5000 TIMES
             DEPENDING ON WS-BOUNCE-COUNT
             INDEXED BY WS-BN-IDX.
             10 WS-BN-CUSTOMER          PIC 9(8).
             10 WS-BN-DATE              PIC 9(8).
             10 WS-BN-EMAIL             PIC X(60).
             10 WS-BN-REASON            PIC X(30).
       01 WS-BOUNCE-FOUND-FLAG          PIC X VALUE 'N'.
          88 BOUNCE-FOUND               VALUE 'Y'.

       01 WS-REVIEW-ACTION              PIC X.
          88 REVIEW-REVERT              VALUE 'R'.
          88 REVIEW-RECONFIRM           VALUE 'C'.
          88 REVIEW-NO-ACTION           VALUE ' '.
       01 WS-REVIEW-REASON              PIC X(40).

       01 WS-COUNTERS.
          05 WS-CUSTOMERS-READ          PIC 9(7) VALUE ZEROS.
          05 WS-ENROLLED-COUNT          PIC 9(7) VALUE ZEROS.
          05 WS-NO-ADDRESS-COUNT        PIC 9(7) VALUE ZEROS.
          05 WS-EXPIRED-COUNT           PIC 9(7) VALUE ZEROS.
          05 WS-BOUNCED-COUNT           PIC 9(7) VALUE ZEROS.
          05 WS-REVERTED-COUNT          PIC 9(7) VALUE ZEROS.
          05 WS-RECONFIRM-COUNT         PIC 9(7) VALUE ZEROS.
          05 WS-REWRITE-FAIL-COUNT      PIC 9(7) VALUE ZEROS.

       01 WS-LISTING-HEADER-1.
          05 FILLER                     PIC X(50)
             VALUE '     E-DELIVERY CONSENT / BOUNCE REVIEW'.
          05 FILLER                     PIC X(10) VALUE 'Run date: '.
          05 WS-LH-RUN-DATE             PIC 9(8).
       01 WS-LISTING-HEADER-2.
          05 FILLER                     PIC X(50)
             VALUE 'Customer Name                           '.
          05 FILLER                     PIC X(70)
             VALUE 'E-mail Address             Consent   Action    '
                   & 'Reason'.
       01 WS-LISTING-DETAIL.
          05 WS-LD-CUSTOMER-ID          PIC 9(8).
          05 FILLER                     PIC X(1) VALUE SPACES.
          05 WS-LD-NAME                 PIC X(30).
          05 FILLER                     PIC X(1) VALUE SPACES.
          05 WS-LD-EMAIL                PIC X(36).
          05 FILLER                     PIC X(1) VALUE SPACES.
          05 WS-LD-CONSENT-DATE         PIC X(8).
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-LD-ACTION               PIC X(9).
          05 FILLER                     PIC X(1) VALUE SPACES.
          05 WS-LD-REASON               PIC X(35).
       01 WS-SUMMARY-LINE.
          05 WS-SL-LABEL                PIC X(36).
          05 WS-SL-COUNT                PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-CONTROL.
           PERFORM INITIALIZATION
           PERFORM LOAD-EMAIL-BOUNCES
           PERFORM REVIEW-ENROLLED-CUSTOMERS
           PERFORM CLEANUP
           STOP RUN.

       INITIALIZATION.
           DISPLAY 'E-Delivery Consent Review - Started'
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-OPS-START-STAMP
           DISPLAY '==================================='
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-YMD

           OPEN I-O CUSTOMER-MASTER
           IF WS-CUST-STATUS NOT = '00'
              DISPLAY 'FATAL: unable to open CUSTOMERS.DAT (status '
                      WS-CUST-STATUS ') - run refused'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT CONSENT-LISTING-FILE
           MOVE WS-TODAY-YMD TO WS-LH-RUN-DATE
           WRITE CONSENT-LISTING-LINE FROM WS-LISTING-HEADER-1
           MOVE SPACES TO CONSENT-LISTING-LINE
           WRITE CONSENT-LISTING-LINE
           WRITE CONSENT-LISTING-LINE FROM WS-LISTING-HEADER-2.

       LOAD-EMAIL-BOUNCES.
           OPEN INPUT EMAIL-BOUNCE-FILE
           IF WS-BOUNCE-STATUS NOT = '00'
              DISPLAY 'No EMAIL-BOUNCES.DAT - no bounces this review'
              SET WS-BOUNCE-EOF TO TRUE
           END-IF

           PERFORM UNTIL WS-BOUNCE-EOF
              READ EMAIL-BOUNCE-FILE
                  AT END
                      SET WS-BOUNCE-EOF TO TRUE
                  NOT AT END
                      IF WS-BOUNCE-COUNT < 5000
                         ADD 1 TO WS-BOUNCE-COUNT
                         SET WS-BN-IDX TO WS-BOUNCE-COUNT
                         MOVE BNC-CUSTOMER-ID
                             TO WS-BN-CUSTOMER(WS-BN-IDX)
                         MOVE BNC-BOUNCE-DATE
                             TO WS-BN-DATE(WS-BN-IDX)
                         MOVE BNC-EMAIL-ADDRESS
                             TO WS-BN-EMAIL(WS-BN-IDX)
                         MOVE BNC-REASON
                             TO WS-BN-REASON(WS-BN-IDX)
                      ELSE
                         DISPLAY 'WARNING: bounce table full - '
                                 'customer ' BNC-CUSTOMER-ID
                                 ' not reviewed for bounces'
                      END-IF
              END-READ
           END-PERFORM

           IF WS-BOUNCE-STATUS NOT = '35'
              CLOSE EMAIL-BOUNCE-FILE
           END-IF
           DISPLAY 'Bounces loaded: ' WS-BOUNCE-COUNT.

       REVIEW-ENROLLED-CUSTOMERS.
           PERFORM READ-NEXT-CUSTOMER
           PERFORM UNTIL WS-CUST-EOF
              ADD 1 TO WS-CUSTOMERS-READ
              IF CUST-EDELIVERY-ENROLLED
                 AND NOT CUST-RETIRED-BY-MERGE
                 ADD 1 TO WS-ENROLLED-COUNT
                 PERFORM REVIEW-ONE-CUSTOMER
              END-IF
              PERFORM READ-NEXT-CUSTOMER
           END-PERFORM.

       READ-NEXT-CUSTOMER.
           READ CUSTOMER-MASTER NEXT RECORD
               AT END
                   SET WS-CUST-EOF TO TRUE
           END-READ.

       REVIEW-ONE-CUSTOMER.
      *    A missing address outranks a lapsed consent, which
      *    outranks a bounce - the listing carries the first reason.
           MOVE SPACE  TO WS-REVIEW-ACTION
           MOVE SPACES TO WS-REVIEW-REASON
           MOVE ZEROS  TO WS-CONSENT-AGE-DAYS
           IF CUST-EDELIV-CONSENT-DATE > ZEROS
              AND CUST-EDELIV-CONSENT-DATE <= WS-TODAY-YMD
              COMPUTE WS-CONSENT-AGE-DAYS =
                  FUNCTION INTEGER-OF-DATE(WS-TODAY-YMD) -
                  FUNCTION INTEGER-OF-DATE(CUST-EDELIV-CONSENT-DATE)
           END-IF
           PERFORM FIND-CUSTOMER-BOUNCE

           EVALUATE TRUE
               WHEN CUST-EMAIL-ADDRESS = SPACES
                    OR CUST-EDELIV-CONSENT-DATE = ZEROS
                   SET REVIEW-REVERT TO TRUE
                   MOVE 'NO ADDRESS / CONSENT ON FILE'
                       TO WS-REVIEW-REASON
                   ADD 1 TO WS-NO-ADDRESS-COUNT
               WHEN WS-CONSENT-AGE-DAYS >= WS-CONSENT-LIFE-DAYS
                   SET REVIEW-REVERT TO TRUE
                   MOVE 'CONSENT EXPIRED' TO WS-REVIEW-REASON
                   ADD 1 TO WS-EXPIRED-COUNT
               WHEN BOUNCE-FOUND
                   SET REVIEW-REVERT TO TRUE
                   MOVE SPACES TO WS-REVIEW-REASON
                   STRING 'BOUNCED ' DELIMITED BY SIZE
                          WS-BN-DATE(WS-BN-IDX) DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          WS-BN-REASON(WS-BN-IDX) DELIMITED BY SIZE
                          INTO WS-REVIEW-REASON
                   END-STRING
                   ADD 1 TO WS-BOUNCED-COUNT
               WHEN WS-CONSENT-AGE-DAYS + WS-RECONFIRM-WINDOW-DAYS
                    >= WS-CONSENT-LIFE-DAYS
                   SET REVIEW-RECONFIRM TO TRUE
                   MOVE 'CONSENT LAPSES WITHIN 30 DAYS'
                       TO WS-REVIEW-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF REVIEW-REVERT
              PERFORM REVERT-TO-PAPER
           END-IF
           IF NOT REVIEW-NO-ACTION
              PERFORM WRITE-REVIEW-LINE
           END-IF.

       FIND-CUSTOMER-BOUNCE.
      *    Only a bounce of the address still on file, reported on
      *    or after the consent, counts - once the customer has given
      *    a new address the old bounce no longer applies.
           MOVE 'N' TO WS-BOUNCE-FOUND-FLAG
           IF WS-BOUNCE-COUNT > ZEROS
              SET WS-BN-IDX TO 1
              SEARCH WS-BN-ENTRY
                  VARYING WS-BN-IDX
                  AT END
                      CONTINUE
                  WHEN WS-BN-CUSTOMER(WS-BN-IDX) = CUST-CUSTOMER-ID
                       AND WS-BN-EMAIL(WS-BN-IDX)
                           = CUST-EMAIL-ADDRESS
                       AND WS-BN-DATE(WS-BN-IDX)
                           >= CUST-EDELIV-CONSENT-DATE
                      SET BOUNCE-FOUND TO TRUE
              END-SEARCH
           END-IF.

       REVERT-TO-PAPER.
           MOVE 'P' TO CUST-DELIVERY-PREF
           REWRITE CUSTOMER-RECORD
               INVALID KEY
                   DISPLAY 'ERROR: unable to revert customer '
                           CUST-CUSTOMER-ID ' to paper (status '
                           WS-CUST-STATUS ')'
                   ADD 1 TO WS-REWRITE-FAIL-COUNT
                   MOVE 'REWRITE FAILED - STILL ENROLLED'
                       TO WS-REVIEW-REASON
               NOT INVALID KEY
                   ADD 1 TO WS-REVERTED-COUNT
           END-REWRITE.

       WRITE-REVIEW-LINE.
           MOVE CUST-CUSTOMER-ID   TO WS-LD-CUSTOMER-ID
           MOVE CUST-NAME          TO WS-LD-NAME
           MOVE CUST-EMAIL-ADDRESS TO WS-LD-EMAIL
           IF CUST-EDELIV-CONSENT-DATE > ZEROS
              MOVE CUST-EDELIV-CONSENT-DATE TO WS-LD-CONSENT-DATE
           ELSE
              MOVE SPACES TO WS-LD-CONSENT-DATE
           END-IF
           IF REVIEW-REVERT
              MOVE 'TO PAPER' TO WS-LD-ACTION
           ELSE
              MOVE 'RECONFIRM' TO WS-LD-ACTION
              ADD 1 TO WS-RECONFIRM-COUNT
           END-IF
           MOVE WS-REVIEW-REASON TO WS-LD-REASON
           WRITE CONSENT-LISTING-LINE FROM WS-LISTING-DETAIL
      *    A reverted customer whose postal mail is also coming back
      *    cannot be reached either way - the branch has to call.
           IF REVIEW-REVERT AND CUST-MAIL-RETURNED
              MOVE SPACES TO CONSENT-LISTING-LINE
              MOVE '*** POSTAL MAIL ALSO RETURNED - CALL CUSTOMER'
                  TO CONSENT-LISTING-LINE(10:50)
              WRITE CONSENT-LISTING-LINE
           END-IF.

       CLEANUP.
           MOVE SPACES TO CONSENT-LISTING-LINE
           WRITE CONSENT-LISTING-LINE
           MOVE 'Customers read:' TO WS-SL-LABEL
           MOVE WS-CUSTOMERS-READ TO WS-SL-COUNT
           WRITE CONSENT-LISTING-LINE FROM WS-SUMMARY-LINE
           MOVE 'Enrolled in e-delivery:' TO WS-SL-LABEL
           MOVE WS-ENROLLED-COUNT TO WS-SL-COUNT
           WRITE CONSENT-LISTING-LINE FROM WS-SUMMARY-LINE
           MOVE '  No address / consent:' TO WS-SL-LABEL
           MOVE WS-NO-ADDRESS-COUNT TO WS-SL-COUNT
           WRITE CONSENT-LISTING-LINE FROM WS-SUMMARY-LINE
           MOVE '  Consent expired:' TO WS-SL-LABEL
           MOVE WS-EXPIRED-COUNT TO WS-SL-COUNT
           WRITE CONSENT-LISTING-LINE FROM WS-SUMMARY-LINE
           MOVE '  Bounced:' TO WS-SL-LABEL
           MOVE WS-BOUNCED-COUNT TO WS-SL-COUNT
           WRITE CONSENT-LISTING-LINE FROM WS-SUMMARY-LINE
           MOVE 'Reverted to paper:' TO WS-SL-LABEL
           MOVE WS-REVERTED-COUNT TO WS-SL-COUNT
           WRITE CONSENT-LISTING-LINE FROM WS-SUMMARY-LINE
           MOVE 'To reconfirm (still enrolled):' TO WS-SL-LABEL
           MOVE WS-RECONFIRM-COUNT TO WS-SL-COUNT
           WRITE CONSENT-LISTING-LINE FROM WS-SUMMARY-LINE

           CLOSE CUSTOMER-MASTER
           CLOSE CONSENT-LISTING-FILE

           DISPLAY ' '
           DISPLAY 'E-Delivery Consent Review Summary'
           DISPLAY '================================='
           DISPLAY 'Customers read:      ' WS-CUSTOMERS-READ
           DISPLAY 'Enrolled:            ' WS-ENROLLED-COUNT
           DISPLAY 'Reverted to paper:   ' WS-REVERTED-COUNT
           DISPLAY 'To reconfirm:        ' WS-RECONFIRM-COUNT
           IF WS-REWRITE-FAIL-COUNT > ZEROS
              DISPLAY 'WARNING: ' WS-REWRITE-FAIL-COUNT
                      ' customer(s) could not be reverted'
              MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM WRITE-RUN-STATISTICS
           DISPLAY 'E-Delivery Consent Review - Complete'.

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
           MOVE WS-REVERTED-COUNT     TO OPS-RECORDS-WRITTEN
           MOVE WS-REWRITE-FAIL-COUNT TO OPS-RECORDS-REJECTED
           WRITE OPS-STATS-RECORD
           CLOSE OPS-STATS-FILE.
