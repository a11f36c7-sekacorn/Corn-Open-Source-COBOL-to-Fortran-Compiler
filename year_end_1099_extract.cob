      * PROCESS-MANUAL-INTEREST write to AUDIT-TRAIL.DAT - across all
      * the customer's accounts, joins CUSTOMER-MASTER for name and
      * address, and produces a 1099-INT extract line for every
      * customer at or over the IRS reporting floor. Backup
      * withholding taken from that interest (BACKUP-WITHHOLDING
      * postings) is reported alongside as federal tax withheld with
      * the customer's TIN; any customer withheld on is reported
      * whatever the interest amount.
      *
      * Copyright (c) 2026 sekacorn
      * Contact: sekacorn@gmail.com
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

       FD EXTRACT-FILE.
       01 EXTRACT-LINE                  PIC X(200).

       WORKING-STORAGE SECTION.
       01 WS-AUDIT-FILE-STATUS          PIC X(2).
      *    aggregation works only off these two fields.
       01 WS-POSTING-ACCOUNT            PIC 9(10).
       01 WS-POSTING-AMOUNT             PIC S9(13)V9(6).
       01 WS-POSTING-KIND               PIC X.
          88 POSTING-IS-INTEREST        VALUE 'I'.
          88 POSTING-IS-WITHHOLDING     VALUE 'W'.
       01 WS-ACCT-STATUS                PIC X(2).
       01 WS-CUST-STATUS                PIC X(2).

             INDEXED BY WS-CI-IDX.
             10 WS-CI-CUSTOMER-ID       PIC 9(8).
             10 WS-CI-INTEREST-PAID     PIC S9(11)V99.
             10 WS-CI-TAX-WITHHELD      PIC S9(11)V99.

       01 WS-CI-FOUND-FLAG              PIC X VALUE 'N'.
          88 CUSTOMER-ENTRY-FOUND       VALUE 'Y'.
          05 WS-BELOW-FLOOR-COUNT       PIC 9(5) VALUE ZEROS.
          05 WS-MISSING-CUSTOMER-COUNT  PIC 9(5) VALUE ZEROS.
          05 WS-TOTAL-REPORTED-INTEREST PIC S9(13)V99 VALUE ZEROS.
          05 WS-WITHHOLDING-POSTINGS    PIC 9(7) VALUE ZEROS.
          05 WS-TOTAL-REPORTED-WITHHELD PIC S9(13)V99 VALUE ZEROS.
          05 WS-MISSING-TIN-COUNT       PIC 9(5) VALUE ZEROS.

       01 WS-EXTRACT-HEADER.
          05 FILLER                     PIC X(60)
          05 WS-EX-ZIP                  PIC X(10).
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-EX-INTEREST             PIC ZZZ,ZZ9.99.
      *    Payee TIN and type, and box 4 federal income tax withheld
      *    (backup withholding). A zero TIN is a missing TIN.
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-EX-TIN                  PIC 9(9).
          05 FILLER                     PIC X(1) VALUE SPACES.
          05 WS-EX-TIN-TYPE             PIC X.
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-EX-TAX-WITHHELD         PIC ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-CONTROL.
                         SET WS-ARCHIVE-EOF TO TRUE
                     NOT AT END
                         ADD 1 TO WS-AUDIT-RECORDS-READ
                         MOVE SPACE TO WS-POSTING-KIND
                         IF ARC-OPERATION = 'BATCH-INTEREST'
                            OR ARC-OPERATION = 'MANUAL-INTEREST'
                            SET POSTING-IS-INTEREST TO TRUE
                         END-IF
                         IF ARC-OPERATION = 'BACKUP-WITHHOLDING'
                            SET POSTING-IS-WITHHOLDING TO TRUE
                         END-IF
                         IF WS-POSTING-KIND NOT = SPACE
                            AND ARC-STATUS = 'POSTED'
                            AND ARC-TIMESTAMP(1:4) = WS-TAX-YEAR
                            MOVE ARC-ACCOUNT TO WS-POSTING-ACCOUNT
                      SET WS-AUDIT-FILE-EOF TO TRUE
                  NOT AT END
                      ADD 1 TO WS-AUDIT-RECORDS-READ
                      MOVE SPACE TO WS-POSTING-KIND
                      IF AUDIT-OPERATION = 'BATCH-INTEREST'
                         OR AUDIT-OPERATION = 'MANUAL-INTEREST'
                         SET POSTING-IS-INTEREST TO TRUE
                      END-IF
                      IF AUDIT-OPERATION = 'BACKUP-WITHHOLDING'
                         SET POSTING-IS-WITHHOLDING TO TRUE
                      END-IF
                      IF WS-POSTING-KIND NOT = SPACE
                         AND AUDIT-STATUS = 'POSTED'
                         AND AUDIT-TIMESTAMP(1:4) = WS-TAX-YEAR
                         MOVE AUDIT-ACCOUNT TO WS-POSTING-ACCOUNT
           END-PERFORM.

       ACCUMULATE-CUSTOMER-INTEREST.
           IF POSTING-IS-WITHHOLDING
              ADD 1 TO WS-WITHHOLDING-POSTINGS
           ELSE
              ADD 1 TO WS-INTEREST-POSTINGS
           END-IF

      *    Join the posting's account to its owning customer.
           MOVE WS-POSTING-ACCOUNT TO ACCT-ACCOUNT-NUMBER
              END-SEARCH
           END-IF

           IF NOT CUSTOMER-ENTRY-FOUND
              IF WS-CUST-INT-COUNT < 20000
                 ADD 1 TO WS-CUST-INT-COUNT
                 SET WS-CI-IDX TO WS-CUST-INT-COUNT
                 MOVE ACCT-CUSTOMER-ID
                     TO WS-CI-CUSTOMER-ID(WS-CI-IDX)
                 MOVE ZEROS TO WS-CI-INTEREST-PAID(WS-CI-IDX)
                 MOVE ZEROS TO WS-CI-TAX-WITHHELD(WS-CI-IDX)
                 SET CUSTOMER-ENTRY-FOUND TO TRUE
              ELSE
                 DISPLAY 'WARNING: customer interest table full '
                         '(20000 entries) - customer '
                         ACCT-CUSTOMER-ID ' not aggregated'
              END-IF
           END-IF

           IF CUSTOMER-ENTRY-FOUND
              IF POSTING-IS-WITHHOLDING
                 ADD WS-POSTING-AMOUNT
                     TO WS-CI-TAX-WITHHELD(WS-CI-IDX)
              ELSE
                 ADD WS-POSTING-AMOUNT
                     TO WS-CI-INTEREST-PAID(WS-CI-IDX)
              END-IF
           END-IF.

       WRITE-1099-EXTRACT.
           IF WS-CUST-INT-COUNT > ZEROS
              PERFORM VARYING WS-CI-IDX FROM 1 BY 1
                      UNTIL WS-CI-IDX > WS-CUST-INT-COUNT
      *          Backup withholding makes the form reportable
      *          whatever the interest amount.
                 IF WS-CI-INTEREST-PAID(WS-CI-IDX)
                        >= WS-REPORTING-FLOOR
                    OR WS-CI-TAX-WITHHELD(WS-CI-IDX) > ZEROS
                    PERFORM WRITE-ONE-1099-LINE
                 ELSE
                    ADD 1 TO WS-BELOW-FLOOR-COUNT
                   MOVE CUST-ZIP         TO WS-EX-ZIP
                   MOVE WS-CI-INTEREST-PAID(WS-CI-IDX)
                       TO WS-EX-INTEREST
                   MOVE CUST-TIN         TO WS-EX-TIN
                   MOVE CUST-TIN-TYPE    TO WS-EX-TIN-TYPE
                   MOVE WS-CI-TAX-WITHHELD(WS-CI-IDX)
                       TO WS-EX-TAX-WITHHELD
                   WRITE EXTRACT-LINE FROM WS-EXTRACT-DETAIL
                   ADD 1 TO WS-EXTRACTED-COUNT
                   ADD WS-CI-INTEREST-PAID(WS-CI-IDX)
                       TO WS-TOTAL-REPORTED-INTEREST
                   ADD WS-CI-TAX-WITHHELD(WS-CI-IDX)
                       TO WS-TOTAL-REPORTED-WITHHELD
                   IF CUST-TIN = ZEROS
                      ADD 1 TO WS-MISSING-TIN-COUNT
                      DISPLAY 'WARNING: customer ' CUST-CUSTOMER-ID
                              ' reported with no TIN on file'
                   END-IF
           END-READ.

       CLEANUP.
                   WS-MISSING-CUSTOMER-COUNT
           DISPLAY 'Total interest reported: $'
                   WS-TOTAL-REPORTED-INTEREST
           DISPLAY 'Withholding postings:    '
                   WS-WITHHOLDING-POSTINGS
           DISPLAY 'Total tax withheld:      $'
                   WS-TOTAL-REPORTED-WITHHELD
           DISPLAY 'Reported without TIN:    ' WS-MISSING-TIN-COUNT

           IF WS-AUDIT-FILE-STATUS NOT = '35'
              CLOSE AUDIT-TRAIL-FILE
