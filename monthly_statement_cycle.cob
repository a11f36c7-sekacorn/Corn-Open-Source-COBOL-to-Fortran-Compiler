               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-UNDELIV-STATUS.

      *    Shared electronic delivery extract: documents for
      *    customers enrolled in e-delivery go here, one record per
      *    document line, for the e-mail vendor - instead of print.
           SELECT EDELIVERY-FILE
               ASSIGN TO "EDELIVERY-EXTRACT.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EDELIV-STATUS.

      *    The statement cycle reads the permanent transaction
      *    history that BANKING-SYSTEM appends after each daily run
      *    - one partition per calendar month, so only the months
               RECORD KEY IS SH-ACCOUNT-NUMBER
               FILE STATUS IS WS-HISTORY-STATUS.

      *    Day-end ledger and collected balances BANKING-SYSTEM
      *    writes after posting, one record per account per
      *    calendar day - the statement's average daily balance.
           SELECT DAILY-BALANCE-FILE
               ASSIGN TO "DAILY-BALANCES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DB-KEY
               FILE STATUS IS WS-DAILY-BAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD OPS-STATS-FILE.
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

       FD TRANSACTION-FILE.
       01 TRANSACTION-RECORD.
          05 TXN-ACCOUNT-NUMBER         PIC 9(10).
          05 TXN-BRANCH-CODE            PIC 9(2).
          05 TXN-EXT-ROUTING-NUMBER     PIC 9(9).
          05 TXN-EXT-ACCOUNT-NUMBER     PIC X(17).
          05 TXN-TELLER-ID              PIC X(8).

       FD RUN-CONTROL-FILE.
       01 RUN-CONTROL-RECORD            PIC X(14).
          05 SH-PRIOR-CYCLE-END         PIC 9(8).
          05 SH-PRIOR-CLOSING-BALANCE   PIC S9(15)V99.

       FD DAILY-BALANCE-FILE.
       01 DAILY-BALANCE-RECORD.
          05 DB-KEY.
             10 DB-ACCOUNT-NUMBER       PIC 9(10).
             10 DB-BALANCE-DATE         PIC 9(8).
          05 DB-ACCT-TYPE               PIC X(2).
          05 DB-LEDGER-BALANCE          PIC S9(13)V99.
          05 DB-COLLECTED-BALANCE       PIC S9(13)V99.
          05 DB-DAY-KIND                PIC X.
             88 DB-PROCESSING-DAY       VALUE 'P'.
             88 DB-CARRIED-DAY          VALUE 'C'.

       SD SORT-WORK-FILE.
       01 SORT-RECORD.
          05 SORT-ACCOUNT-NUMBER        PIC 9(10).
          05 SORT-BRANCH-CODE           PIC 9(2).
          05 SORT-EXT-ROUTING-NUMBER    PIC 9(9).
          05 SORT-EXT-ACCOUNT-NUMBER    PIC X(17).
          05 SORT-TELLER-ID             PIC X(8).

       FD SORTED-TRANSACTIONS.
       01 SORTED-TXN-RECORD.
             88 ST-IS-CHECK             VALUE 'CK'.
             88 ST-IS-EXTERNAL          VALUE 'XT'.
             88 ST-IS-ADJ-CREDIT        VALUE 'AC'.
             88 ST-IS-ACH-CREDIT        VALUE 'AH'.
          05 ST-TO-ACCOUNT-NUMBER       PIC 9(10).
          05 ST-AMOUNT                  PIC 9(13)V99.
          05 ST-DATE                    PIC 9(8).
          05 ST-BRANCH-CODE             PIC 9(2).
          05 ST-EXT-ROUTING-NUMBER      PIC 9(9).
          05 ST-EXT-ACCOUNT-NUMBER      PIC X(17).
          05 ST-TELLER-ID               PIC X(8).

       WORKING-STORAGE SECTION.
      *    Run statistics captured for the cycle summary report.

       01 WS-TODAY-YMD                  PIC 9(8).
       01 WS-HISTORY-STATUS             PIC X(2).
       01 WS-DAILY-BAL-STATUS           PIC X(2).
       01 WS-DAILY-BAL-OPEN-FLAG        PIC X VALUE 'N'.
          88 DAILY-BALANCES-AVAILABLE   VALUE 'Y'.

      *    Average daily balance for the statement period: each
      *    day's closing ledger balance, a day without a row keeping
      *    the row before it and the days before the first row
      *    taking that row's balance. Printed only when the daily
      *    file has rows for the account in the period.
       01 WS-PERIOD-AVERAGE-WORK.
          05 WS-PAV-BALANCE-DAYS        PIC S9(17)V99.
          05 WS-PAV-CARRY-BALANCE       PIC S9(13)V99.
          05 WS-PAV-NEXT-DAY            PIC S9(7).
          05 WS-PAV-ROW-DAY             PIC S9(7).
          05 WS-PAV-START-DAY           PIC S9(7).
          05 WS-PAV-END-DAY             PIC S9(7).
          05 WS-PAV-AVERAGE             PIC S9(13)V99.
          05 WS-PAV-ROW-FLAG            PIC X.
             88 PAV-ROW-SEEN            VALUE 'Y'.
       01 WS-AUDIT-FILE-STATUS          PIC X(2).
          88 WS-AUDIT-FILE-EOF          VALUE '10'.

       01 WS-PERIOD-LOG-STATUS          PIC X(2).
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
       01 WS-MAIL-SUPPRESSED-FLAG       PIC X VALUE 'N'.
          88 MAIL-SUPPRESSED            VALUE 'Y'.

          05 FILLER                     PIC X(1) VALUE SPACES.
          05 WS-STMT-ADJUSTMENT         PIC ZZZ,ZZZ,ZZ9.99-.

       01 WS-STMT-AVERAGE-LINE.
          05 FILLER                     PIC X(8) VALUE SPACES.
          05 FILLER                     PIC X(23)
             VALUE 'Average daily balance: '.
          05 WS-STMT-AVERAGE-BALANCE    PIC ZZZ,ZZZ,ZZ9.99-.

       01 WS-STMT-INTEREST-LINE.
          05 FILLER                     PIC X(8) VALUE SPACES.
          05 FILLER                     PIC X(29)
              OPEN I-O STATEMENT-HISTORY-FILE
           END-IF

           OPEN INPUT DAILY-BALANCE-FILE
           IF WS-DAILY-BAL-STATUS = '00'
              SET DAILY-BALANCES-AVAILABLE TO TRUE
           END-IF

           OPEN INPUT CUSTOMER-MASTER
           OPEN EXTEND UNDELIVERABLE-FILE
           IF WS-UNDELIV-STATUS = '35'
              OPEN OUTPUT UNDELIVERABLE-FILE
           END-IF
           OPEN EXTEND EDELIVERY-FILE
           IF WS-EDELIV-STATUS = '35'
              OPEN OUTPUT EDELIVERY-FILE
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-EDELIV-RUN-STAMP

           OPEN EXTEND PERIOD-LOG-FILE
           IF WS-PERIOD-LOG-STATUS = '35'
               WHEN 'SERVICE-CHARGE'
               WHEN 'CD-EARLY-WD-PENALTY'
               WHEN 'WIRE-IN-FEE'
               WHEN 'WIRE-OUT-FEE'
               WHEN 'ANALYSIS-FEE'
                   PERFORM FIND-OR-ADD-SYSTEM-ENTRY
                   IF SYSTEM-POSTINGS-FOUND
                      ADD AUDIT-AMOUNT
      *        payment but the ledger only moved by the principal
      *        portion - the interest portion offsets here so the
      *        statement's computed close still ties to the ledger.
      *        A recovery on a charged-off loan moves nothing on the
      *        ledger at all and offsets the same way.
               WHEN 'LOAN-PAYMENT-INTEREST'
               WHEN 'LOAN-RECOVERY'
                   PERFORM FIND-OR-ADD-SYSTEM-ENTRY
                   IF SYSTEM-POSTINGS-FOUND
                      ADD AUDIT-AMOUNT
               WHEN 'ESCHEATMENT'
               WHEN 'ODP-TRANSFER-DEBIT'
               WHEN 'IRA-WITHHOLDING'
               WHEN 'BACKUP-WITHHOLDING'
               WHEN 'LOAN-CHARGE-OFF'
               WHEN 'WIRE-OUT'
                   PERFORM FIND-OR-ADD-SYSTEM-ENTRY
                   IF SYSTEM-POSTINGS-FOUND
                      ADD AUDIT-AMOUNT
                             TO SORT-EXT-ROUTING-NUMBER
                         MOVE TXN-EXT-ACCOUNT-NUMBER
                             TO SORT-EXT-ACCOUNT-NUMBER
                         MOVE TXN-TELLER-ID   TO SORT-TELLER-ID
                         RELEASE SORT-RECORD
                      END-IF
              END-READ
              PERFORM WRITE-OPENING-BALANCE-LINE
              PERFORM WRITE-BUFFERED-TRANSACTION-LINES
              PERFORM WRITE-PERIOD-INTEREST-LINE
              PERFORM WRITE-PERIOD-AVERAGE-LINE
              MOVE WS-PERIOD-SYS-FEES TO WS-STMT-PERIOD-FEES
              MOVE WS-STMT-FEES-LINE TO MONTHLY-STATEMENT-LINE
              PERFORM PUT-MONTHLY-STATEMENT-LINE
              IF WS-PERIOD-SYS-CREDITS NOT = ZEROS
                 MOVE WS-PERIOD-SYS-CREDITS TO WS-STMT-SYS-CREDITS
                 MOVE WS-STMT-SYS-CREDIT-LINE
                     TO MONTHLY-STATEMENT-LINE
                 PERFORM PUT-MONTHLY-STATEMENT-LINE
              END-IF
              IF WS-PERIOD-SYS-DEBITS NOT = ZEROS
                 MOVE WS-PERIOD-SYS-DEBITS TO WS-STMT-SYS-DEBITS
                 MOVE WS-STMT-SYS-DEBIT-LINE
                     TO MONTHLY-STATEMENT-LINE
                 PERFORM PUT-MONTHLY-STATEMENT-LINE
              END-IF
              PERFORM WRITE-CLOSING-BALANCE-LINE
              PERFORM WRITE-STATEMENT-MESSAGES
           END-EVALUATE

           IF NOT MAIL-SUPPRESSED
              MOVE WS-STMT-LINE TO MONTHLY-STATEMENT-LINE
              PERFORM PUT-MONTHLY-STATEMENT-LINE
           END-IF

           IF NOT ACCT-CLOSED
      *            them on the credit side the same way.
                  WHEN ST-IS-DEPOSIT
                  WHEN ST-IS-ADJ-CREDIT
                  WHEN ST-IS-ACH-CREDIT
                       ADD ST-AMOUNT TO WS-PERIOD-DEP-TOTAL
                  WHEN ST-IS-INTEREST
                       ADD ST-AMOUNT TO WS-PERIOD-INT-TOTAL

       WRITE-CLOSING-BALANCE-LINE.
           MOVE WS-PERIOD-CLOSING-BALANCE TO WS-STMT-CLOSING-BALANCE
           MOVE WS-STMT-CLOSING-LINE TO MONTHLY-STATEMENT-LINE
           PERFORM PUT-MONTHLY-STATEMENT-LINE
           IF WS-PERIOD-ADJUSTMENT NOT = ZEROS
              MOVE WS-PERIOD-ADJUSTMENT TO WS-STMT-ADJUSTMENT
              MOVE WS-STMT-ADJUSTMENT-LINE
                  TO MONTHLY-STATEMENT-LINE
              PERFORM PUT-MONTHLY-STATEMENT-LINE
           END-IF.

       UPDATE-STATEMENT-HISTORY.
                 MOVE SPACES TO MONTHLY-STATEMENT-LINE
                 MOVE WS-SM-TEXT(WS-SM-SUB)
                     TO MONTHLY-STATEMENT-LINE(9:120)
                 PERFORM PUT-MONTHLY-STATEMENT-LINE
              END-IF
           END-PERFORM.

       CHECK-CUSTOMER-MAIL-STATUS.
      *    An e-delivery customer's statement goes to the e-delivery
      *    extract, whatever the state of the postal address.
           MOVE 'N' TO WS-MAIL-SUPPRESSED-FLAG
           MOVE 'N' TO WS-EDELIVERY-FLAG
           MOVE ACCT-CUSTOMER-ID TO CUST-CUSTOMER-ID
           READ CUSTOMER-MASTER
               INVALID KEY
      *            customer was read last.
                   MOVE SPACES TO CUST-STATE
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN CUST-EDELIVERY-ENROLLED
                            AND CUST-EMAIL-ADDRESS NOT = SPACES
                           MOVE 'STMT' TO WS-EDELIV-DOC-TYPE
                           PERFORM START-ELECTRONIC-DOCUMENT
                       WHEN CUST-MAIL-RETURNED
                           SET MAIL-SUPPRESSED TO TRUE
                           PERFORM WRITE-UNDELIVERABLE-ENTRY
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       WRITE-UNDELIVERABLE-ENTRY.

       WRITE-OPENING-BALANCE-LINE.
           MOVE WS-PERIOD-OPENING-BALANCE TO WS-STMT-OPENING-BALANCE
           MOVE WS-STMT-OPENING-LINE TO MONTHLY-STATEMENT-LINE
           PERFORM PUT-MONTHLY-STATEMENT-LINE.

       WRITE-BUFFERED-TRANSACTION-LINES.
           PERFORM VARYING WS-ACCT-TXN-IDX FROM 1 BY 1
              MOVE WS-ATT-DATE(WS-ACCT-TXN-IDX)   TO WS-STMT-TXN-DATE
              MOVE WS-ATT-TYPE(WS-ACCT-TXN-IDX)   TO WS-STMT-TXN-TYPE
              MOVE WS-ATT-AMOUNT(WS-ACCT-TXN-IDX) TO WS-STMT-TXN-AMOUNT
              MOVE WS-STMT-TXN-DETAIL-LINE TO MONTHLY-STATEMENT-LINE
              PERFORM PUT-MONTHLY-STATEMENT-LINE
           END-PERFORM.

       WRITE-PERIOD-INTEREST-LINE.
           MOVE WS-PERIOD-INT-TOTAL TO WS-STMT-PERIOD-INTEREST
           MOVE WS-STMT-INTEREST-LINE TO MONTHLY-STATEMENT-LINE
           PERFORM PUT-MONTHLY-STATEMENT-LINE.

       WRITE-PERIOD-AVERAGE-LINE.
           MOVE 'N' TO WS-PAV-ROW-FLAG
           IF DAILY-BALANCES-AVAILABLE
              PERFORM COMPUTE-PERIOD-AVERAGE-BALANCE
           END-IF
           IF PAV-ROW-SEEN
              MOVE WS-PAV-AVERAGE TO WS-STMT-AVERAGE-BALANCE
              MOVE WS-STMT-AVERAGE-LINE TO MONTHLY-STATEMENT-LINE
              PERFORM PUT-MONTHLY-STATEMENT-LINE
           END-IF.

       COMPUTE-PERIOD-AVERAGE-BALANCE.
           MOVE ZEROS TO WS-PAV-BALANCE-DAYS
           COMPUTE WS-PAV-START-DAY =
               FUNCTION INTEGER-OF-DATE(WS-CYCLE-START-DATE)
           COMPUTE WS-PAV-END-DAY =
               FUNCTION INTEGER-OF-DATE(WS-CYCLE-END-DATE)
           MOVE WS-PAV-START-DAY TO WS-PAV-NEXT-DAY
           MOVE ZEROS TO WS-PAV-CARRY-BALANCE

           MOVE ACCT-ACCOUNT-NUMBER TO DB-ACCOUNT-NUMBER
           MOVE WS-CYCLE-START-DATE TO DB-BALANCE-DATE
           START DAILY-BALANCE-FILE KEY IS >= DB-KEY
               INVALID KEY
                   MOVE '10' TO WS-DAILY-BAL-STATUS
           END-START
           IF WS-DAILY-BAL-STATUS NOT = '10'
              PERFORM READ-NEXT-DAILY-BALANCE
           END-IF
           PERFORM UNTIL WS-DAILY-BAL-STATUS = '10'
                   OR DB-ACCOUNT-NUMBER NOT = ACCT-ACCOUNT-NUMBER
                   OR DB-BALANCE-DATE > WS-CYCLE-END-DATE
              COMPUTE WS-PAV-ROW-DAY =
                  FUNCTION INTEGER-OF-DATE(DB-BALANCE-DATE)
              IF NOT PAV-ROW-SEEN
                 SET PAV-ROW-SEEN TO TRUE
                 MOVE DB-LEDGER-BALANCE TO WS-PAV-CARRY-BALANCE
              END-IF
              COMPUTE WS-PAV-BALANCE-DAYS = WS-PAV-BALANCE-DAYS
                  + WS-PAV-CARRY-BALANCE
                    * (WS-PAV-ROW-DAY - WS-PAV-NEXT-DAY)
              MOVE DB-LEDGER-BALANCE TO WS-PAV-CARRY-BALANCE
              MOVE WS-PAV-ROW-DAY TO WS-PAV-NEXT-DAY
              PERFORM READ-NEXT-DAILY-BALANCE
           END-PERFORM
           MOVE '00' TO WS-DAILY-BAL-STATUS

           IF PAV-ROW-SEEN
              COMPUTE WS-PAV-BALANCE-DAYS = WS-PAV-BALANCE-DAYS
                  + WS-PAV-CARRY-BALANCE
                    * (WS-PAV-END-DAY + 1 - WS-PAV-NEXT-DAY)
              COMPUTE WS-PAV-AVERAGE ROUNDED = WS-PAV-BALANCE-DAYS
                  / (WS-PAV-END-DAY - WS-PAV-START-DAY + 1)
           END-IF.

       READ-NEXT-DAILY-BALANCE.
           READ DAILY-BALANCE-FILE NEXT RECORD
               AT END
                   MOVE '10' TO WS-DAILY-BAL-STATUS
           END-READ.

       CLEANUP.
           DISPLAY ' '
           DISPLAY 'Accounts closed:    ' WS-ACCOUNTS-CLOSED
           DISPLAY 'Suppressed (returned mail): '
                   WS-MAIL-SUPPRESS-COUNT
           DISPLAY 'Delivered electronically:   '
                   WS-EDELIV-DOC-COUNT
           DISPLAY 'Total on deposit:  $' WS-TOTAL-ON-DEPOSIT

           CLOSE ACCOUNT-FILE
           CLOSE CUSTOMER-MASTER
           CLOSE UNDELIVERABLE-FILE
           CLOSE EDELIVERY-FILE
           CLOSE SORTED-TRANSACTIONS
           CLOSE STATEMENT-HISTORY-FILE
           IF DAILY-BALANCES-AVAILABLE
              CLOSE DAILY-BALANCE-FILE
           END-IF
           CLOSE PERIOD-LOG-FILE
           CLOSE MONTHLY-STATEMENT-FILE

           MOVE ZEROS TO OPS-RECORDS-REJECTED
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

       PUT-MONTHLY-STATEMENT-LINE.
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
              MOVE MONTHLY-STATEMENT-LINE   TO EDL-BODY-LINE
              WRITE EDELIVERY-RECORD
           ELSE
              WRITE MONTHLY-STATEMENT-LINE
           END-IF.
