          05 TXN-BRANCH-CODE            PIC 9(2).
          05 TXN-EXT-ROUTING-NUMBER     PIC 9(9).
          05 TXN-EXT-ACCOUNT-NUMBER     PIC X(17).
          05 TXN-TELLER-ID              PIC X(8).

       FD RETURN-LISTING-FILE.
       01 RETURN-LISTING-LINE           PIC X(132).
           MOVE ZEROS              TO TXN-BRANCH-CODE
           MOVE ZEROS              TO TXN-EXT-ROUTING-NUMBER
           MOVE SPACES             TO TXN-EXT-ACCOUNT-NUMBER
           MOVE SPACES             TO TXN-TELLER-ID
           WRITE TRANSACTION-RECORD.

       APPLY-RETURN-DECISION.
