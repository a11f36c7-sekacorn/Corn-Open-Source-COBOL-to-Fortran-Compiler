          05 TXN-BRANCH-CODE            PIC 9(2).
          05 TXN-EXT-ROUTING-NUMBER     PIC 9(9).
          05 TXN-EXT-ACCOUNT-NUMBER     PIC X(17).
          05 TXN-TELLER-ID              PIC X(8).

       FD AUDIT-TRAIL-FILE.
       01 AUDIT-TRAIL-RECORD.
           IF AUDIT-STATUS = 'FAILED'
              ADD 1 TO WS-FAILED-ENTRIES-SKIPPED
           ELSE
      *    Paid and escheated official checks are booked against the
      *    bank's own official-check liability, not a customer
      *    account - there is no ACCOUNT-FILE balance to chain.
           IF AUDIT-OPERATION = 'OFFICIAL-CHECK-PAID'
              OR AUDIT-OPERATION = 'OFFICIAL-CHECK-ESCHEAT'
              CONTINUE
           ELSE
              IF AUDIT-OPERATION = 'TRANSFER-ROLLBACK'
                 PERFORM STORE-ROLLBACK-ENTRY
              END-IF
              MOVE AUDIT-AMOUNT         TO PSR-AMOUNT
              MOVE AUDIT-STATUS         TO PSR-STATUS
              RELEASE PROOF-SORT-RECORD
           END-IF
           END-IF.

       STORE-ROLLBACK-ENTRY.
               WHEN 'ODP-TRANSFER-ROLLBACK'
               WHEN 'WIRE-IN'
               WHEN 'ADJUSTMENT-CREDIT'
               WHEN 'ACH-CREDIT'
                   COMPUTE WS-CHAIN-EXPECTED-AFTER =
                       PSR-BEFORE-BALANCE + PSR-AMOUNT
      *        The interest portion of a loan payment is income, not
      *        a balance change - its entry carries the amount with
      *        before and after equal. So does a recovery on a
      *        charged-off loan, whose balance stays written off.
               WHEN 'LOAN-PAYMENT-INTEREST'
               WHEN 'LOAN-RECOVERY'
                   MOVE PSR-BEFORE-BALANCE
                       TO WS-CHAIN-EXPECTED-AFTER
               WHEN OTHER
                   MOVE 'TR' TO WS-PTX-WANTED-TYPE-1
               WHEN 'EXTERNAL-TRANSFER'
                   MOVE 'XT' TO WS-PTX-WANTED-TYPE-1
               WHEN 'OFFICIAL-CHECK'
                   MOVE 'OF' TO WS-PTX-WANTED-TYPE-1
               WHEN 'ACH-CREDIT'
                   MOVE 'AH' TO WS-PTX-WANTED-TYPE-1
               WHEN 'ACH-DEBIT'
                   MOVE 'AD' TO WS-PTX-WANTED-TYPE-1
               WHEN 'LEGAL-REMIT'
                   MOVE 'LR' TO WS-PTX-WANTED-TYPE-1
               WHEN 'MANUAL-INTEREST'
                   MOVE 'IN' TO WS-PTX-WANTED-TYPE-1
               WHEN 'LOAN-PAYMENT-PRINCIPAL'
                   MOVE 'LP' TO WS-PTX-WANTED-TYPE-1
                   MOVE 'N'  TO WS-PTX-AMOUNT-CHECK
               WHEN 'LOAN-RECOVERY'
                   MOVE 'LP' TO WS-PTX-WANTED-TYPE-1
               WHEN 'ADJUSTMENT-CREDIT'
                   MOVE 'AC' TO WS-PTX-WANTED-TYPE-1
               WHEN 'ADJUSTMENT-DEBIT'
