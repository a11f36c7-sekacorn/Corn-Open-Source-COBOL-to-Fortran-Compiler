          05 WS-GL-TRANSFER-CLEARING    PIC 9(6) VALUE 200199.
          05 WS-GL-ESCHEAT-PAYABLE      PIC 9(6) VALUE 200300.
          05 WS-GL-WITHHOLDING-PAYABLE  PIC 9(6) VALUE 200400.
          05 WS-GL-OFFICIAL-CHECKS      PIC 9(6) VALUE 200500.
          05 WS-GL-ACH-SETTLEMENT       PIC 9(6) VALUE 100200.
          05 WS-GL-LEGAL-ORDERS-PAYABLE PIC 9(6) VALUE 200600.
          05 WS-GL-FEE-INCOME           PIC 9(6) VALUE 400100.
          05 WS-GL-PENALTY-INCOME       PIC 9(6) VALUE 400110.
          05 WS-GL-LOAN-INT-INCOME      PIC 9(6) VALUE 400200.
          05 WS-GL-INTEREST-EXPENSE     PIC 9(6) VALUE 500100.
          05 WS-GL-LOANS-RECEIVABLE     PIC 9(6) VALUE 100300.
          05 WS-GL-LOAN-LOSS-ALLOWANCE  PIC 9(6) VALUE 100390.

      *    Journal accumulated per GL account; written to disk only
      *    once the whole day has proved balanced.
           EVALUATE AUDIT-OPERATION
               WHEN 'DEPOSIT'
               WHEN 'WIRE-IN'
               WHEN 'ACH-CREDIT'
               WHEN 'ADJUSTMENT-CREDIT'
                   MOVE WS-GL-CASH              TO WS-POST-DR-CODE
                   MOVE 'CASH'                  TO WS-POST-DR-NAME
                   MOVE WS-GL-DEPOSIT-LIABILITY TO WS-POST-CR-CODE
                   MOVE 'DEPOSIT LIABILITY'     TO WS-POST-CR-NAME
               WHEN 'WITHDRAWAL'
               WHEN 'WIRE-OUT'
               WHEN 'ACH-DEBIT'
               WHEN 'ADJUSTMENT-DEBIT'
                   MOVE WS-GL-DEPOSIT-LIABILITY TO WS-POST-DR-CODE
                   MOVE 'DEPOSIT LIABILITY'     TO WS-POST-DR-NAME
               WHEN 'OVERDRAFT-FEE'
               WHEN 'SERVICE-CHARGE'
               WHEN 'WIRE-IN-FEE'
               WHEN 'WIRE-OUT-FEE'
               WHEN 'ANALYSIS-FEE'
                   MOVE WS-GL-DEPOSIT-LIABILITY TO WS-POST-DR-CODE
                   MOVE 'DEPOSIT LIABILITY'     TO WS-POST-DR-NAME
                   MOVE WS-GL-FEE-INCOME        TO WS-POST-CR-CODE
                   MOVE 'DEPOSIT LIABILITY'     TO WS-POST-DR-NAME
                   MOVE WS-GL-PENALTY-INCOME    TO WS-POST-CR-CODE
                   MOVE 'PENALTY INCOME'        TO WS-POST-CR-NAME
      *        Levy and garnishment remittances: the customer's
      *        deposit is paid over to the creditor through legal
      *        orders payable until accounts payable sends it.
               WHEN 'LEGAL-REMIT'
                   MOVE WS-GL-DEPOSIT-LIABILITY TO WS-POST-DR-CODE
                   MOVE 'DEPOSIT LIABILITY'     TO WS-POST-DR-NAME
                   MOVE WS-GL-LEGAL-ORDERS-PAYABLE
                       TO WS-POST-CR-CODE
                   MOVE 'LEGAL ORDERS PAYABLE'  TO WS-POST-CR-NAME
               WHEN 'EXTERNAL-TRANSFER'
      *            Outbound ACH: the customer's deposit liability is
      *            extinguished and the money sits in ACH settlement
                   MOVE 'CASH'                  TO WS-POST-DR-NAME
                   MOVE WS-GL-LOAN-INT-INCOME   TO WS-POST-CR-CODE
                   MOVE 'LOAN INTEREST INCOME'  TO WS-POST-CR-NAME
      *        A charge-off moves the written-off principal out of
      *        loans receivable against the loan-loss allowance;
      *        later recoveries restore the allowance.
               WHEN 'LOAN-CHARGE-OFF'
                   MOVE WS-GL-LOAN-LOSS-ALLOWANCE
                       TO WS-POST-DR-CODE
                   MOVE 'LOAN LOSS ALLOWANCE'   TO WS-POST-DR-NAME
                   MOVE WS-GL-LOANS-RECEIVABLE  TO WS-POST-CR-CODE
                   MOVE 'LOANS RECEIVABLE'      TO WS-POST-CR-NAME
               WHEN 'LOAN-RECOVERY'
                   MOVE WS-GL-CASH              TO WS-POST-DR-CODE
                   MOVE 'CASH'                  TO WS-POST-DR-NAME
                   MOVE WS-GL-LOAN-LOSS-ALLOWANCE
                       TO WS-POST-CR-CODE
                   MOVE 'LOAN LOSS ALLOWANCE'   TO WS-POST-CR-NAME
               WHEN 'IRA-WITHHOLDING'
               WHEN 'BACKUP-WITHHOLDING'
                   MOVE WS-GL-DEPOSIT-LIABILITY TO WS-POST-DR-CODE
                   MOVE 'DEPOSIT LIABILITY'     TO WS-POST-DR-NAME
                   MOVE WS-GL-WITHHOLDING-PAYABLE
                   MOVE 'DEPOSIT LIABILITY'     TO WS-POST-DR-NAME
                   MOVE WS-GL-ESCHEAT-PAYABLE   TO WS-POST-CR-CODE
                   MOVE 'ESCHEAT PAYABLE'       TO WS-POST-CR-NAME
      *        Official checks: the remitter's deposit becomes the
      *        bank's own official-check liability at issue, which
      *        is extinguished when the check clears through the
      *        cash letter or when it is remitted to the state as
      *        unclaimed property.
               WHEN 'OFFICIAL-CHECK'
                   MOVE WS-GL-DEPOSIT-LIABILITY TO WS-POST-DR-CODE
                   MOVE 'DEPOSIT LIABILITY'     TO WS-POST-DR-NAME
                   MOVE WS-GL-OFFICIAL-CHECKS   TO WS-POST-CR-CODE
                   MOVE 'OFFICIAL CHECKS'       TO WS-POST-CR-NAME
               WHEN 'OFFICIAL-CHECK-PAID'
                   MOVE WS-GL-OFFICIAL-CHECKS   TO WS-POST-DR-CODE
                   MOVE 'OFFICIAL CHECKS'       TO WS-POST-DR-NAME
                   MOVE WS-GL-CASH              TO WS-POST-CR-CODE
                   MOVE 'CASH'                  TO WS-POST-CR-NAME
               WHEN 'OFFICIAL-CHECK-ESCHEAT'
                   MOVE WS-GL-OFFICIAL-CHECKS   TO WS-POST-DR-CODE
                   MOVE 'OFFICIAL CHECKS'       TO WS-POST-DR-NAME
                   MOVE WS-GL-ESCHEAT-PAYABLE   TO WS-POST-CR-CODE
                   MOVE 'ESCHEAT PAYABLE'       TO WS-POST-CR-NAME
               WHEN OTHER
                   ADD 1 TO WS-POSTINGS-SKIPPED
                   DISPLAY 'WARNING: no journal mapping for '
