      * back to nothing. Hits land on their own new-account risk
      * report - this is behavioral review, separate from the
      * structuring log, which only watches CTR-threshold amounts.
      * Each finding is also appended to NEW-ACCT-FINDINGS.DAT under
      * the account's customer, the history the monthly customer
      * risk re-score counts.
      *
      * Copyright (c) 2026 sekacorn
      * Contact: sekacorn@gmail.com
               ASSIGN TO "NEW-ACCT-RISK.TXT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT FINDINGS-FILE
               ASSIGN TO "NEW-ACCT-FINDINGS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FINDINGS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ACCOUNT-FILE.
          05 HIST-BRANCH-CODE           PIC 9(2).
          05 HIST-EXT-ROUTING-NUMBER    PIC 9(9).
          05 HIST-EXT-ACCOUNT-NUMBER    PIC X(17).
          05 HIST-TELLER-ID             PIC X(8).

       FD RISK-REPORT-FILE.
       01 RISK-REPORT-LINE              PIC X(132).

      *    Cumulative finding history: 'LX' large deposit then
      *    external out, 'VL' activity velocity, 'DR' deposits
      *    drained. An account stays on watch for ninety days, so the
      *    same finding recurs on each day's run.
       FD FINDINGS-FILE.
       01 FINDINGS-RECORD.
          05 NAF-FINDING-DATE           PIC 9(8).
          05 NAF-ACCOUNT-NUMBER         PIC 9(10).
          05 NAF-CUSTOMER-ID            PIC 9(8).
          05 NAF-PATTERN-CODE           PIC X(2).
             88 NAF-LARGE-DEP-EXT-OUT   VALUE 'LX'.
             88 NAF-ACTIVITY-VELOCITY   VALUE 'VL'.
             88 NAF-DEPOSITS-DRAINED    VALUE 'DR'.
          05 NAF-PATTERN                PIC X(28).

       WORKING-STORAGE SECTION.
       01 WS-ACCT-STATUS                PIC X(2).
       01 WS-HISTORY-STATUS             PIC X(2).
          88 WS-HISTORY-EOF             VALUE '10'.
       01 WS-FINDINGS-STATUS            PIC X(2).
       01 WS-FINDING-CODE               PIC X(2).

       01 WS-TODAY-YMD                  PIC 9(8).
       01 WS-ACCOUNT-AGE-DAYS           PIC S9(5).
             DEPENDING ON WS-YA-COUNT
             INDEXED BY WS-YA-IDX.
             10 WS-YA-ACCOUNT           PIC 9(10).
             10 WS-YA-CUSTOMER-ID       PIC 9(8).
             10 WS-YA-OPENED            PIC 9(8).
             10 WS-YA-BALANCE           PIC S9(13)V99.
             10 WS-YA-TXN-COUNT         PIC 9(5).
           OPEN INPUT ACCOUNT-FILE
           OPEN OUTPUT RISK-REPORT-FILE
           WRITE RISK-REPORT-LINE FROM WS-REPORT-HEADER-1
           WRITE RISK-REPORT-LINE FROM WS-REPORT-HEADER-2
           OPEN EXTEND FINDINGS-FILE
           IF WS-FINDINGS-STATUS = '35'
              OPEN OUTPUT FINDINGS-FILE
           END-IF.

       LOAD-YOUNG-ACCOUNTS.
           MOVE ZEROS TO ACCT-ACCOUNT-NUMBER
           IF WS-YA-COUNT < 5000
              ADD 1 TO WS-YA-COUNT
              MOVE ACCT-ACCOUNT-NUMBER TO WS-YA-ACCOUNT(WS-YA-COUNT)
              MOVE ACCT-CUSTOMER-ID
                  TO WS-YA-CUSTOMER-ID(WS-YA-COUNT)
              MOVE ACCT-OPENING-DATE   TO WS-YA-OPENED(WS-YA-COUNT)
              MOVE ACCT-BALANCE        TO WS-YA-BALANCE(WS-YA-COUNT)
              MOVE ZEROS TO WS-YA-TXN-COUNT(WS-YA-COUNT)
           IF WS-YA-XT-AFTER-DEP-FLAG(WS-YA-IDX) = 'Y'
              MOVE 'LARGE DEP THEN EXTERNAL OUT'
                  TO WS-RPT-PATTERN
              MOVE 'LX' TO WS-FINDING-CODE
              MOVE WS-YA-XT-TOTAL(WS-YA-IDX) TO WS-RPT-FIGURE
              PERFORM WRITE-RISK-LINE
           END-IF
           IF WS-YA-TXN-COUNT(WS-YA-IDX) > WS-VELOCITY-THRESHOLD
              MOVE 'ACTIVITY VELOCITY'
                  TO WS-RPT-PATTERN
              MOVE 'VL' TO WS-FINDING-CODE
              MOVE WS-YA-TXN-COUNT(WS-YA-IDX) TO WS-RPT-FIGURE
              PERFORM WRITE-RISK-LINE
           END-IF
                  < (WS-YA-DEP-TOTAL(WS-YA-IDX) / 10)
              MOVE 'DEPOSITS DRAINED'
                  TO WS-RPT-PATTERN
              MOVE 'DR' TO WS-FINDING-CODE
              MOVE WS-YA-BALANCE(WS-YA-IDX) TO WS-RPT-FIGURE
              PERFORM WRITE-RISK-LINE
           END-IF.
           MOVE WS-YA-ACCOUNT(WS-YA-IDX)   TO WS-RPT-ACCOUNT
           MOVE WS-YA-OPENED(WS-YA-IDX)    TO WS-RPT-OPENED
           MOVE WS-YA-DEP-TOTAL(WS-YA-IDX) TO WS-RPT-DEPOSITS
           WRITE RISK-REPORT-LINE FROM WS-REPORT-LINE
           MOVE WS-TODAY-YMD                TO NAF-FINDING-DATE
           MOVE WS-YA-ACCOUNT(WS-YA-IDX)    TO NAF-ACCOUNT-NUMBER
           MOVE WS-YA-CUSTOMER-ID(WS-YA-IDX) TO NAF-CUSTOMER-ID
           MOVE WS-FINDING-CODE             TO NAF-PATTERN-CODE
           MOVE WS-RPT-PATTERN              TO NAF-PATTERN
           WRITE FINDINGS-RECORD.

       CLEANUP.
           DISPLAY ' '

           CLOSE ACCOUNT-FILE
           CLOSE RISK-REPORT-FILE
           CLOSE FINDINGS-FILE

           DISPLAY 'New-Account Monitor - Complete'.
