               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.

      *    Master-file generations: before ACCOUNTS.DAT opens for
      *    update, the run copies it - with HOLDS.DAT, REGD-
      *    COUNTS.DAT and IRA-LEDGER.DAT - into the next numbered
      *    generation and catalogs it on MASTER-GENERATIONS.DAT, so a
      *    bad posting run can be rolled back by MASTER-GENERATIONS
      *    to the point just before it. Copies go to fixed slot files
      *    (ACCOUNTS-GENnn.DAT and so on); the oldest generation past
      *    the retention count gives up its slot to the new one.
           SELECT GEN-CATALOG-FILE
               ASSIGN TO "MASTER-GENERATIONS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GEN-CATALOG-STATUS.

           SELECT GEN-ACCOUNT-COPY
               ASSIGN TO WS-GEN-ACCOUNT-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GEN-COPY-STATUS.

           SELECT GEN-HOLD-SOURCE
               ASSIGN TO "HOLDS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GEN-SOURCE-STATUS.

           SELECT GEN-HOLD-COPY
               ASSIGN TO WS-GEN-HOLD-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GEN-COPY-STATUS.

           SELECT GEN-REGD-SOURCE
               ASSIGN TO "REGD-COUNTS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GEN-SOURCE-STATUS.

           SELECT GEN-REGD-COPY
               ASSIGN TO WS-GEN-REGD-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GEN-COPY-STATUS.

           SELECT GEN-IRA-SOURCE
               ASSIGN TO "IRA-LEDGER.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GEN-SOURCE-STATUS.

           SELECT GEN-IRA-COPY
               ASSIGN TO WS-GEN-IRA-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GEN-COPY-STATUS.

      *    Bank calendar: the federal holidays (and any other
      *    non-processing dates) loaded at initialization so date
      *    arithmetic lands on actual processing days instead of
          05 LOCK-HOLDER-PROGRAM        PIC X(30).
          05 LOCK-CLAIMED-TIMESTAMP     PIC X(26).

      *    Generation catalog: one control record (retention count
      *    and the last generation number issued) followed by one
      *    record per generation on hand, oldest first.
       FD GEN-CATALOG-FILE.
       01 GEN-CATALOG-RECORD.
          05 GENC-RECORD-TYPE           PIC X.
             88 GENC-CONTROL-RECORD     VALUE 'C'.
             88 GENC-GENERATION-RECORD  VALUE 'G'.
          05 GENC-GENERATION            PIC 9(6).
          05 GENC-SLOT                  PIC 9(2).
          05 GENC-TAKEN-STAMP           PIC X(14).
          05 GENC-TAKEN-BY              PIC X(30).
          05 GENC-REASON                PIC X(12).
          05 GENC-ACCOUNT-COUNT         PIC 9(7).
          05 GENC-HOLD-COUNT            PIC 9(7).
          05 GENC-REGD-COUNT            PIC 9(7).
          05 GENC-IRA-COUNT             PIC 9(7).
      *    'Y' when the file existed to be copied; an absent file is
      *    restored as an empty one.
          05 GENC-ACCOUNT-PRESENT       PIC X.
          05 GENC-HOLD-PRESENT          PIC X.
          05 GENC-REGD-PRESENT          PIC X.
          05 GENC-IRA-PRESENT           PIC X.
       01 GEN-CATALOG-CONTROL.
          05 GENC-CTL-RECORD-TYPE       PIC X.
          05 GENC-CTL-RETENTION         PIC 9(2).
          05 GENC-CTL-LAST-GENERATION   PIC 9(6).
          05 FILLER                     PIC X(88).

       FD GEN-ACCOUNT-COPY.
       01 GEN-ACCOUNT-COPY-RECORD       PIC X(149).

       FD GEN-HOLD-SOURCE.
       01 GEN-HOLD-SOURCE-RECORD        PIC X(33).

       FD GEN-HOLD-COPY.
       01 GEN-HOLD-COPY-RECORD          PIC X(33).

       FD GEN-REGD-SOURCE.
       01 GEN-REGD-SOURCE-RECORD        PIC X(22).

       FD GEN-REGD-COPY.
       01 GEN-REGD-COPY-RECORD          PIC X(22).

       FD GEN-IRA-SOURCE.
       01 GEN-IRA-SOURCE-RECORD         PIC X(53).

       FD GEN-IRA-COPY.
       01 GEN-IRA-COPY-RECORD           PIC X(53).

       FD BANK-CALENDAR-FILE.
       01 BANK-CALENDAR-RECORD.
          05 CAL-DATE                   PIC 9(8).
          05 RT-TIER1-RATE              PIC 9V9999.
          05 RT-TIER2-RATE              PIC 9V9999.
          05 RT-TIER3-RATE              PIC 9V9999.
      *    Balance the accrual is computed on: 'D' (or blank, on the
      *    older records) the closing balance on the day interest
      *    runs; 'A' the average daily balance since the last
      *    accrual, read from DAILY-BALANCES.DAT.
          05 RT-INTEREST-METHOD         PIC X.
             88 RT-DAILY-BALANCE-METHOD VALUES 'D' ' '.
             88 RT-AVERAGE-BALANCE-METHOD VALUE 'A'.

       WORKING-STORAGE SECTION.
      *    Run statistics captured for the cycle summary report.
       01 WS-LOCK-OVERRIDE-FLAG         PIC X VALUE 'N'.
          88 MASTER-LOCK-OVERRIDDEN     VALUE 'Y'.

      *    Generation catalog held in storage while the pre-update
      *    generation is taken. Retention defaults to seven
      *    generations until MASTER-GENERATIONS RETAIN=nn sets it.
       01 WS-GEN-CATALOG-STATUS         PIC X(2).
       01 WS-GEN-SOURCE-STATUS          PIC X(2).
       01 WS-GEN-COPY-STATUS            PIC X(2).
       01 WS-GEN-ACCOUNT-NAME           PIC X(24).
       01 WS-GEN-HOLD-NAME              PIC X(24).
       01 WS-GEN-REGD-NAME              PIC X(24).
       01 WS-GEN-IRA-NAME               PIC X(24).
       01 WS-GEN-WORK.
          05 WS-GEN-RETENTION           PIC 9(2) VALUE 7.
          05 WS-GEN-LAST-GENERATION     PIC 9(6) VALUE ZEROS.
          05 WS-GEN-COUNT               PIC 9(3) VALUE ZEROS.
          05 WS-GEN-SUB                 PIC 9(3).
          05 WS-GEN-NEW-SUB             PIC 9(3).
          05 WS-GEN-SLOT-TRY            PIC 9(3).
          05 WS-GEN-NEW-SLOT            PIC 9(2).
          05 WS-GEN-SLOT-FLAG           PIC X.
             88 GEN-SLOT-IN-USE         VALUE 'Y'.
          05 WS-GEN-EOF-FLAG            PIC X.
             88 GEN-COPY-EOF            VALUE 'Y'.
       01 WS-GEN-TABLE.
          05 WS-GEN-ENTRY OCCURS 100 TIMES.
             10 WS-GEN-TYPE             PIC X.
             10 WS-GEN-NUMBER           PIC 9(6).
             10 WS-GEN-SLOT             PIC 9(2).
             10 WS-GEN-TAKEN-STAMP      PIC X(14).
             10 WS-GEN-TAKEN-BY         PIC X(30).
             10 WS-GEN-REASON           PIC X(12).
             10 WS-GEN-ACCOUNT-COUNT    PIC 9(7).
             10 WS-GEN-HOLD-COUNT       PIC 9(7).
             10 WS-GEN-REGD-COUNT       PIC 9(7).
             10 WS-GEN-IRA-COUNT        PIC 9(7).
             10 WS-GEN-ACCOUNT-PRESENT  PIC X.
             10 WS-GEN-HOLD-PRESENT     PIC X.
             10 WS-GEN-REGD-PRESENT     PIC X.
             10 WS-GEN-IRA-PRESENT      PIC X.

      *    Saved identity of the CD being actioned, so the scan can
      *    be repositioned after a sweep's random reads disturb the
      *    READ NEXT cursor.
           PERFORM LOAD-RATE-TABLE
           PERFORM LOAD-BANK-CALENDAR
           PERFORM CLAIM-MASTER-FILE-LOCK
           PERFORM TAKE-MASTER-GENERATION
           OPEN I-O ACCOUNT-FILE
           OPEN OUTPUT MATURITY-REPORT-FILE
           WRITE MATURITY-REPORT-LINE FROM WS-REPORT-HEADER
           WRITE MASTER-LOCK-RECORD
           CLOSE MASTER-LOCK-FILE.

       TAKE-MASTER-GENERATION.
      *    Runs under the master-file lock, before ACCOUNTS.DAT opens
      *    I-O: the copy is the point this run's postings can be
      *    rolled back to. A generation that cannot be written
      *    refuses the run - nothing has been touched yet, so the
      *    lock is handed back first.
           PERFORM LOAD-GENERATION-CATALOG
           PERFORM RELEASE-OLDEST-GENERATION
               UNTIL WS-GEN-COUNT < WS-GEN-RETENTION
           PERFORM PICK-GENERATION-SLOT

           ADD 1 TO WS-GEN-LAST-GENERATION
           COMPUTE WS-GEN-NEW-SUB = WS-GEN-COUNT + 1
           MOVE SPACES TO WS-GEN-ENTRY(WS-GEN-NEW-SUB)
           MOVE 'G' TO WS-GEN-TYPE(WS-GEN-NEW-SUB)
           MOVE WS-GEN-LAST-GENERATION
               TO WS-GEN-NUMBER(WS-GEN-NEW-SUB)
           MOVE WS-GEN-NEW-SLOT TO WS-GEN-SLOT(WS-GEN-NEW-SUB)
           MOVE FUNCTION CURRENT-DATE(1:14)
               TO WS-GEN-TAKEN-STAMP(WS-GEN-NEW-SUB)
           MOVE WS-LOCK-PROGRAM-NAME
               TO WS-GEN-TAKEN-BY(WS-GEN-NEW-SUB)
           MOVE 'PRE-UPDATE' TO WS-GEN-REASON(WS-GEN-NEW-SUB)

           PERFORM COPY-ACCOUNTS-GENERATION
           PERFORM COPY-HOLDS-GENERATION
           PERFORM COPY-REGD-GENERATION
           PERFORM COPY-IRA-GENERATION

           MOVE WS-GEN-NEW-SUB TO WS-GEN-COUNT
           PERFORM SAVE-GENERATION-CATALOG
           DISPLAY 'Master generation ' WS-GEN-LAST-GENERATION
                   ' taken to slot ' WS-GEN-NEW-SLOT
                   ' - ' WS-GEN-ACCOUNT-COUNT(WS-GEN-NEW-SUB)
                   ' accounts'.

       LOAD-GENERATION-CATALOG.
           MOVE ZEROS TO WS-GEN-COUNT
           OPEN INPUT GEN-CATALOG-FILE
           IF WS-GEN-CATALOG-STATUS = '00'
              PERFORM UNTIL WS-GEN-CATALOG-STATUS = '10'
                 READ GEN-CATALOG-FILE
                     AT END
                         MOVE '10' TO WS-GEN-CATALOG-STATUS
                     NOT AT END
                         IF GENC-CONTROL-RECORD
                            MOVE GENC-CTL-RETENTION
                                TO WS-GEN-RETENTION
                            MOVE GENC-CTL-LAST-GENERATION
                                TO WS-GEN-LAST-GENERATION
                         ELSE
                            IF WS-GEN-COUNT < 100
                               ADD 1 TO WS-GEN-COUNT
                               MOVE GEN-CATALOG-RECORD
                                   TO WS-GEN-ENTRY(WS-GEN-COUNT)
                            END-IF
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE GEN-CATALOG-FILE
           END-IF
           IF WS-GEN-RETENTION = ZEROS
              MOVE 7 TO WS-GEN-RETENTION
           END-IF.

       RELEASE-OLDEST-GENERATION.
      *    The catalog is kept oldest first, so the head entry is the
      *    one whose slot is given up.
           PERFORM VARYING WS-GEN-SUB FROM 1 BY 1
                   UNTIL WS-GEN-SUB >= WS-GEN-COUNT
              MOVE WS-GEN-ENTRY(WS-GEN-SUB + 1)
                  TO WS-GEN-ENTRY(WS-GEN-SUB)
           END-PERFORM
           SUBTRACT 1 FROM WS-GEN-COUNT.

       PICK-GENERATION-SLOT.
      *    Lowest slot number no generation still on hand occupies.
      *    With fewer generations than the retention count on hand
      *    there is always one free within the retention range.
           MOVE ZEROS TO WS-GEN-NEW-SLOT
           PERFORM VARYING WS-GEN-SLOT-TRY FROM 1 BY 1
                   UNTIL WS-GEN-NEW-SLOT > ZEROS
                      OR WS-GEN-SLOT-TRY > WS-GEN-RETENTION
              MOVE 'N' TO WS-GEN-SLOT-FLAG
              PERFORM VARYING WS-GEN-SUB FROM 1 BY 1
                      UNTIL WS-GEN-SUB > WS-GEN-COUNT
                 IF WS-GEN-SLOT(WS-GEN-SUB) = WS-GEN-SLOT-TRY
                    MOVE 'Y' TO WS-GEN-SLOT-FLAG
                 END-IF
              END-PERFORM
              IF NOT GEN-SLOT-IN-USE
                 MOVE WS-GEN-SLOT-TRY TO WS-GEN-NEW-SLOT
              END-IF
           END-PERFORM
           MOVE SPACES TO WS-GEN-ACCOUNT-NAME
           STRING 'ACCOUNTS-GEN' WS-GEN-NEW-SLOT '.DAT'
               DELIMITED BY SIZE INTO WS-GEN-ACCOUNT-NAME
           END-STRING
           MOVE SPACES TO WS-GEN-HOLD-NAME
           STRING 'HOLDS-GEN' WS-GEN-NEW-SLOT '.DAT'
               DELIMITED BY SIZE INTO WS-GEN-HOLD-NAME
           END-STRING
           MOVE SPACES TO WS-GEN-REGD-NAME
           STRING 'REGD-COUNTS-GEN' WS-GEN-NEW-SLOT '.DAT'
               DELIMITED BY SIZE INTO WS-GEN-REGD-NAME
           END-STRING
           MOVE SPACES TO WS-GEN-IRA-NAME
           STRING 'IRA-LEDGER-GEN' WS-GEN-NEW-SLOT '.DAT'
               DELIMITED BY SIZE INTO WS-GEN-IRA-NAME
           END-STRING.

       COPY-ACCOUNTS-GENERATION.
      *    Unloaded in key order to a plain sequential copy; the
      *    restore reloads it into a fresh indexed master.
           MOVE ZEROS TO WS-GEN-ACCOUNT-COUNT(WS-GEN-NEW-SUB)
           MOVE 'N' TO WS-GEN-ACCOUNT-PRESENT(WS-GEN-NEW-SUB)
           OPEN OUTPUT GEN-ACCOUNT-COPY
           IF WS-GEN-COPY-STATUS NOT = '00'
              DISPLAY 'FATAL: unable to write ' WS-GEN-ACCOUNT-NAME
                      ' (status ' WS-GEN-COPY-STATUS
                      ') - run refused'
              PERFORM RELEASE-MASTER-FILE-LOCK
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCT-STATUS = '00'
              MOVE 'Y' TO WS-GEN-ACCOUNT-PRESENT(WS-GEN-NEW-SUB)
              MOVE 'N' TO WS-GEN-EOF-FLAG
              PERFORM UNTIL GEN-COPY-EOF
                 READ ACCOUNT-FILE NEXT RECORD
                     AT END
                         MOVE 'Y' TO WS-GEN-EOF-FLAG
                     NOT AT END
                         WRITE GEN-ACCOUNT-COPY-RECORD
                             FROM ACCOUNT-RECORD
                         ADD 1 TO
                             WS-GEN-ACCOUNT-COUNT(WS-GEN-NEW-SUB)
                 END-READ
              END-PERFORM
              CLOSE ACCOUNT-FILE
           END-IF
           CLOSE GEN-ACCOUNT-COPY.

       COPY-HOLDS-GENERATION.
           MOVE ZEROS TO WS-GEN-HOLD-COUNT(WS-GEN-NEW-SUB)
           MOVE 'N' TO WS-GEN-HOLD-PRESENT(WS-GEN-NEW-SUB)
           OPEN OUTPUT GEN-HOLD-COPY
           IF WS-GEN-COPY-STATUS NOT = '00'
              DISPLAY 'FATAL: unable to write ' WS-GEN-HOLD-NAME
                      ' (status ' WS-GEN-COPY-STATUS
                      ') - run refused'
              PERFORM RELEASE-MASTER-FILE-LOCK
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT GEN-HOLD-SOURCE
           IF WS-GEN-SOURCE-STATUS = '00'
              MOVE 'Y' TO WS-GEN-HOLD-PRESENT(WS-GEN-NEW-SUB)
              MOVE 'N' TO WS-GEN-EOF-FLAG
              PERFORM UNTIL GEN-COPY-EOF
                 READ GEN-HOLD-SOURCE
                     AT END
                         MOVE 'Y' TO WS-GEN-EOF-FLAG
                     NOT AT END
                         WRITE GEN-HOLD-COPY-RECORD
                             FROM GEN-HOLD-SOURCE-RECORD
                         ADD 1 TO WS-GEN-HOLD-COUNT(WS-GEN-NEW-SUB)
                 END-READ
              END-PERFORM
              CLOSE GEN-HOLD-SOURCE
           END-IF
           CLOSE GEN-HOLD-COPY.

       COPY-REGD-GENERATION.
           MOVE ZEROS TO WS-GEN-REGD-COUNT(WS-GEN-NEW-SUB)
           MOVE 'N' TO WS-GEN-REGD-PRESENT(WS-GEN-NEW-SUB)
           OPEN OUTPUT GEN-REGD-COPY
           IF WS-GEN-COPY-STATUS NOT = '00'
              DISPLAY 'FATAL: unable to write ' WS-GEN-REGD-NAME
                      ' (status ' WS-GEN-COPY-STATUS
                      ') - run refused'
              PERFORM RELEASE-MASTER-FILE-LOCK
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT GEN-REGD-SOURCE
           IF WS-GEN-SOURCE-STATUS = '00'
              MOVE 'Y' TO WS-GEN-REGD-PRESENT(WS-GEN-NEW-SUB)
              MOVE 'N' TO WS-GEN-EOF-FLAG
              PERFORM UNTIL GEN-COPY-EOF
                 READ GEN-REGD-SOURCE
                     AT END
                         MOVE 'Y' TO WS-GEN-EOF-FLAG
                     NOT AT END
                         WRITE GEN-REGD-COPY-RECORD
                             FROM GEN-REGD-SOURCE-RECORD
                         ADD 1 TO WS-GEN-REGD-COUNT(WS-GEN-NEW-SUB)
                 END-READ
              END-PERFORM
              CLOSE GEN-REGD-SOURCE
           END-IF
           CLOSE GEN-REGD-COPY.

       COPY-IRA-GENERATION.
           MOVE ZEROS TO WS-GEN-IRA-COUNT(WS-GEN-NEW-SUB)
           MOVE 'N' TO WS-GEN-IRA-PRESENT(WS-GEN-NEW-SUB)
           OPEN OUTPUT GEN-IRA-COPY
           IF WS-GEN-COPY-STATUS NOT = '00'
              DISPLAY 'FATAL: unable to write ' WS-GEN-IRA-NAME
                      ' (status ' WS-GEN-COPY-STATUS
                      ') - run refused'
              PERFORM RELEASE-MASTER-FILE-LOCK
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT GEN-IRA-SOURCE
           IF WS-GEN-SOURCE-STATUS = '00'
              MOVE 'Y' TO WS-GEN-IRA-PRESENT(WS-GEN-NEW-SUB)
              MOVE 'N' TO WS-GEN-EOF-FLAG
              PERFORM UNTIL GEN-COPY-EOF
                 READ GEN-IRA-SOURCE
                     AT END
                         MOVE 'Y' TO WS-GEN-EOF-FLAG
                     NOT AT END
                         WRITE GEN-IRA-COPY-RECORD
                             FROM GEN-IRA-SOURCE-RECORD
                         ADD 1 TO WS-GEN-IRA-COUNT(WS-GEN-NEW-SUB)
                 END-READ
              END-PERFORM
              CLOSE GEN-IRA-SOURCE
           END-IF
           CLOSE GEN-IRA-COPY.

       SAVE-GENERATION-CATALOG.
           OPEN OUTPUT GEN-CATALOG-FILE
           IF WS-GEN-CATALOG-STATUS NOT = '00'
              DISPLAY 'FATAL: unable to write MASTER-GENERATIONS.DAT'
                      ' (status ' WS-GEN-CATALOG-STATUS
                      ') - run refused'
              PERFORM RELEASE-MASTER-FILE-LOCK
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE SPACES TO GEN-CATALOG-CONTROL
           MOVE 'C' TO GENC-CTL-RECORD-TYPE
           MOVE WS-GEN-RETENTION TO GENC-CTL-RETENTION
           MOVE WS-GEN-LAST-GENERATION TO GENC-CTL-LAST-GENERATION
           WRITE GEN-CATALOG-CONTROL
           PERFORM VARYING WS-GEN-SUB FROM 1 BY 1
                   UNTIL WS-GEN-SUB > WS-GEN-COUNT
              WRITE GEN-CATALOG-RECORD FROM WS-GEN-ENTRY(WS-GEN-SUB)
           END-PERFORM
           CLOSE GEN-CATALOG-FILE.

       WRITE-RUN-STATISTICS.
      *    One stats record per run, appended so the cycle summary
      *    can trend runtimes and volumes across nights.
