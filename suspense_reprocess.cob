          05 SUSP-DESCRIPTION           PIC X(50).
          05 SUSP-REASON                PIC X(40).
          05 SUSP-BRANCH-CODE           PIC 9(2).
          05 SUSP-TELLER-ID             PIC X(8).

       FD CORRECTION-FILE.
       01 CORRECTION-RECORD.
          05 TXN-BRANCH-CODE            PIC 9(2).
          05 TXN-EXT-ROUTING-NUMBER     PIC 9(9).
          05 TXN-EXT-ACCOUNT-NUMBER     PIC X(17).
          05 TXN-TELLER-ID              PIC X(8).

       FD SUSPENSE-WORK-FILE.
       01 SUSPENSE-WORK-RECORD          PIC X(151).

       FD AGING-REPORT-FILE.
       01 AGING-REPORT-LINE             PIC X(132).
      *    Rebuild the transaction the way MERGE-BRANCH-FEEDS writes
      *    one - corrected type, processed flag reset to 'N' so the
      *    next BANKING-SYSTEM run validates and posts it normally.
      *    The teller who took the item stays on it, so a cash item
      *    still proves against the right drawer.
           MOVE SPACES                 TO TRANSACTION-RECORD
           MOVE SUSP-ACCOUNT-NUMBER    TO TXN-ACCOUNT-NUMBER
           MOVE WS-CORR-NEW-TYPE(WS-CORR-IDX) TO TXN-TYPE
           MOVE SUSP-BRANCH-CODE       TO TXN-BRANCH-CODE
           MOVE ZEROS                  TO TXN-EXT-ROUTING-NUMBER
           MOVE SPACES                 TO TXN-EXT-ACCOUNT-NUMBER
           MOVE SUSP-TELLER-ID         TO TXN-TELLER-ID
           WRITE TRANSACTION-RECORD

           MOVE 'Y' TO WS-CORR-USED-FLAG(WS-CORR-IDX)
