          05 HIST-BRANCH-CODE           PIC 9(2).
          05 HIST-EXT-ROUTING-NUMBER    PIC 9(9).
          05 HIST-EXT-ACCOUNT-NUMBER    PIC X(17).
          05 HIST-TELLER-ID             PIC X(8).

       FD TRANSACTION-FILE.
       01 TRANSACTION-RECORD.
          05 TXN-BRANCH-CODE            PIC 9(2).
          05 TXN-EXT-ROUTING-NUMBER     PIC 9(9).
          05 TXN-EXT-ACCOUNT-NUMBER     PIC X(17).
          05 TXN-TELLER-ID              PIC X(8).

       FD REJECT-LISTING-FILE.
       01 REJECT-LISTING-LINE           PIC X(132).
              MOVE ZEROS              TO TXN-BRANCH-CODE
              MOVE ZEROS              TO TXN-EXT-ROUTING-NUMBER
              MOVE SPACES             TO TXN-EXT-ACCOUNT-NUMBER
              MOVE SPACES             TO TXN-TELLER-ID
              WRITE TRANSACTION-RECORD

              ADD 1 TO WS-STAGED-COUNT
