             88 SI-ACTIVE               VALUE 'A'.
             88 SI-EXPIRED              VALUE 'E'.
             88 SI-CANCELLED            VALUE 'C'.
      *    Suspended by DECEASED-CUSTOMER-PROCESSING when an account
      *    it pays from or into is restricted on the owner's death;
      *    left unexpanded until the estate desk settles it.
             88 SI-SUSPENDED            VALUE 'S'.

       FD BANK-CALENDAR-FILE.
       01 BANK-CALENDAR-RECORD.
          05 TXN-BRANCH-CODE            PIC 9(2).
          05 TXN-EXT-ROUTING-NUMBER     PIC 9(9).
          05 TXN-EXT-ACCOUNT-NUMBER     PIC X(17).
          05 TXN-TELLER-ID              PIC X(8).

       WORKING-STORAGE SECTION.
      *    Run statistics captured for the cycle summary report.
           MOVE ZEROS           TO TXN-BRANCH-CODE
           MOVE ZEROS           TO TXN-EXT-ROUTING-NUMBER
           MOVE SPACES          TO TXN-EXT-ACCOUNT-NUMBER
           MOVE SPACES          TO TXN-TELLER-ID
           WRITE TRANSACTION-RECORD

           ADD 1 TO WS-EXPANDED-COUNT
