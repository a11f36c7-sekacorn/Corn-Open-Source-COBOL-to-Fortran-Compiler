          05 B1-CHECK-NUMBER            PIC 9(10).
          05 B1-EXT-ROUTING-NUMBER      PIC 9(9).
          05 B1-EXT-ACCOUNT-NUMBER      PIC X(17).
      *    Teller who keyed the item at the branch window;
      *    blank for head-office and system-generated work.
          05 B1-TELLER-ID               PIC X(8).

      *    Control trailer closing each branch feed: the marker value
      *    of all nines in the account-number position flags the
          05 B1-TRL-MARKER               PIC 9(10).
          05 B1-TRL-RECORD-COUNT         PIC 9(7).
          05 B1-TRL-AMOUNT-TOTAL         PIC 9(13)V99.
          05 FILLER                      PIC X(114).

       FD BRANCH-FEED-2.
       01 BRANCH2-RECORD.
          05 B2-CHECK-NUMBER            PIC 9(10).
          05 B2-EXT-ROUTING-NUMBER      PIC 9(9).
          05 B2-EXT-ACCOUNT-NUMBER      PIC X(17).
      *    Teller who keyed the item at the branch window;
      *    blank for head-office and system-generated work.
          05 B2-TELLER-ID               PIC X(8).

      *    Control trailer closing each branch feed: the marker value
      *    of all nines in the account-number position flags the
          05 B2-TRL-MARKER               PIC 9(10).
          05 B2-TRL-RECORD-COUNT         PIC 9(7).
          05 B2-TRL-AMOUNT-TOTAL         PIC 9(13)V99.
          05 FILLER                      PIC X(114).

       FD BRANCH-FEED-3.
       01 BRANCH3-RECORD.
          05 B3-CHECK-NUMBER            PIC 9(10).
          05 B3-EXT-ROUTING-NUMBER      PIC 9(9).
          05 B3-EXT-ACCOUNT-NUMBER      PIC X(17).
      *    Teller who keyed the item at the branch window;
      *    blank for head-office and system-generated work.
          05 B3-TELLER-ID               PIC X(8).

      *    Control trailer closing each branch feed: the marker value
      *    of all nines in the account-number position flags the
          05 B3-TRL-MARKER               PIC 9(10).
          05 B3-TRL-RECORD-COUNT         PIC 9(7).
          05 B3-TRL-AMOUNT-TOTAL         PIC 9(13)V99.
          05 FILLER                      PIC X(114).

       FD LATE-FEED-FILE.
       01 LATE-FEED-RECORD.
          05 LF-CHECK-NUMBER            PIC 9(10).
          05 LF-EXT-ROUTING-NUMBER      PIC 9(9).
          05 LF-EXT-ACCOUNT-NUMBER      PIC X(17).
      *    Teller who keyed the item at the branch window;
      *    blank for head-office and system-generated work.
          05 LF-TELLER-ID               PIC X(8).

       01 LATE-FEED-TRAILER-RECORD.
          05 LF-TRL-MARKER              PIC 9(10).
          05 LF-TRL-RECORD-COUNT        PIC 9(7).
          05 LF-TRL-AMOUNT-TOTAL        PIC 9(13)V99.
          05 FILLER                     PIC X(114).

       FD LATE-MARKER-FILE.
       01 LATE-MARKER-RECORD.
      *    when MRG-TYPE is 'XT'.
          05 MRG-EXT-ROUTING-NUMBER     PIC 9(9).
          05 MRG-EXT-ACCOUNT-NUMBER     PIC X(17).
          05 MRG-TELLER-ID              PIC X(8).

       FD PENDING-FEED-FILE.
      *    Image of TRANSACTION-RECORD; the branch code (00 for
          05 PF-BRANCH-CODE             PIC 9(2).
          05 PF-EXT-ROUTING-NUMBER      PIC 9(9).
          05 PF-EXT-ACCOUNT-NUMBER      PIC X(17).
          05 PF-TELLER-ID               PIC X(8).

       FD RUN-CONTROL-FILE.
       01 RUN-CONTROL-RECORD            PIC X(14).
          05 SUSP-DESCRIPTION           PIC X(50).
          05 SUSP-REASON                PIC X(40).
          05 SUSP-BRANCH-CODE           PIC 9(2).
          05 SUSP-TELLER-ID             PIC X(8).

       FD TRANSACTION-FILE.
       01 TRANSACTION-RECORD.
          05 TXN-BRANCH-CODE            PIC 9(2).
          05 TXN-EXT-ROUTING-NUMBER     PIC 9(9).
          05 TXN-EXT-ACCOUNT-NUMBER     PIC X(17).
      *    Teller who keyed the item at the branch window;
      *    blank for head-office and system-generated work.
          05 TXN-TELLER-ID              PIC X(8).

       WORKING-STORAGE SECTION.
      *    Run statistics captured for the cycle summary report.
                             TO MRG-EXT-ROUTING-NUMBER
                         MOVE LF-EXT-ACCOUNT-NUMBER
                             TO MRG-EXT-ACCOUNT-NUMBER
                         MOVE LF-TELLER-ID         TO MRG-TELLER-ID
                         PERFORM RELEASE-OR-PARK-RECORD
                      END-IF
              END-READ
                             TO MRG-EXT-ROUTING-NUMBER
                         MOVE PF-EXT-ACCOUNT-NUMBER
                             TO MRG-EXT-ACCOUNT-NUMBER
                         MOVE PF-TELLER-ID         TO MRG-TELLER-ID
                         PERFORM RELEASE-OR-PARK-RECORD
                 END-READ
              END-PERFORM
                          TO MRG-EXT-ROUTING-NUMBER
                      MOVE B1-EXT-ACCOUNT-NUMBER
                          TO MRG-EXT-ACCOUNT-NUMBER
                      MOVE B1-TELLER-ID         TO MRG-TELLER-ID
                      PERFORM RELEASE-OR-PARK-RECORD
                      END-IF
              END-READ
                          TO MRG-EXT-ROUTING-NUMBER
                      MOVE B2-EXT-ACCOUNT-NUMBER
                          TO MRG-EXT-ACCOUNT-NUMBER
                      MOVE B2-TELLER-ID         TO MRG-TELLER-ID
                      PERFORM RELEASE-OR-PARK-RECORD
                      END-IF
              END-READ
                          TO MRG-EXT-ROUTING-NUMBER
                      MOVE B3-EXT-ACCOUNT-NUMBER
                          TO MRG-EXT-ACCOUNT-NUMBER
                      MOVE B3-TELLER-ID         TO MRG-TELLER-ID
                      PERFORM RELEASE-OR-PARK-RECORD
                      END-IF
              END-READ
              MOVE MRG-DESCRIPTION       TO SUSP-DESCRIPTION
              MOVE 'ACCOUNT CHECK DIGIT INVALID' TO SUSP-REASON
              MOVE MRG-BRANCH-CODE       TO SUSP-BRANCH-CODE
              MOVE MRG-TELLER-ID         TO SUSP-TELLER-ID
              WRITE SUSPENSE-RECORD
              DISPLAY 'CHECK DIGIT INVALID: account '
                      MRG-ACCOUNT-NUMBER ' from branch '
               TO TXN-EXT-ROUTING-NUMBER
           MOVE MRG-EXT-ACCOUNT-NUMBER
               TO TXN-EXT-ACCOUNT-NUMBER
           MOVE MRG-TELLER-ID         TO TXN-TELLER-ID
           WRITE TRANSACTION-RECORD.

       WRITE-RUN-STATISTICS.
