      * settlement trailer first - an out-of-balance or trailerless
      * file is refused whole, nothing staged - and only then is each
      * item converted to a 'PS' card-debit TRANSACTION-RECORD
      * (branch code 00), with the card number in the external
      * account field, and staged on the pending feed
      * MERGE-BRANCH-FEEDS consolidates, the same staging path
      * payroll's on-us pay and the standing-instruction expansion
      * use.
          05 AST-TIME                   PIC 9(6).
          05 AST-TERMINAL-ID            PIC X(8).
          05 AST-NETWORK-TRACE          PIC 9(12).
      *    Card used at the terminal; carried through to posting in
      *    TXN-EXT-ACCOUNT-NUMBER so BANKING-SYSTEM can check it
      *    against CARD-MASTER.DAT.
          05 AST-CARD-NUMBER            PIC 9(16).

      *    Settlement trailer closing the network file: the marker
      *    value of all nines in the account-number position flags
          05 AST-TRL-MARKER             PIC 9(10).
          05 AST-TRL-ITEM-COUNT         PIC 9(7).
          05 AST-TRL-AMOUNT-TOTAL       PIC 9(13)V99.
          05 FILLER                     PIC X(43).

       FD TRANSACTION-FILE.
       01 TRANSACTION-RECORD.
          05 TXN-BRANCH-CODE            PIC 9(2).
          05 TXN-EXT-ROUTING-NUMBER     PIC 9(9).
          05 TXN-EXT-ACCOUNT-NUMBER     PIC X(17).
          05 TXN-TELLER-ID              PIC X(8).

       WORKING-STORAGE SECTION.
      *    Run statistics captured for the cycle summary report.
           MOVE ZEROS              TO TXN-BRANCH-CODE
           MOVE ZEROS              TO TXN-EXT-ROUTING-NUMBER
           MOVE SPACES             TO TXN-EXT-ACCOUNT-NUMBER
           MOVE SPACES             TO TXN-TELLER-ID
           MOVE AST-CARD-NUMBER    TO TXN-EXT-ACCOUNT-NUMBER(1:16)
           WRITE TRANSACTION-RECORD

           ADD 1 TO WS-ITEMS-STAGED
