      *****************************************************************
      * TELLER PROOF
      * End-of-day teller cash drawer proof. Each teller declares the
      * cash counted in the drawer at close of business on the
      * cash-count file, alongside the cash the drawer was opened
      * with. The cash the drawer should hold is rebuilt from what
      * BANKING-SYSTEM actually posted under that teller's ID on
      * TRANSACTIONS.DAT:
      *   opening cash + posted cash deposits ('DP')
      *                - posted cash withdrawals ('WD')
      * and the declared count is compared against it. Every teller
      * is listed by branch with the drawer over (count above
      * expected) or short (count below), a subtotal per branch and
      * a bank total. A drawer out of balance, or posted cash under a
      * teller who declared no count, ends the run with return
      * code 4 for the branch operations desk to follow up.
      *
      * Copyright (c) 2026 sekacorn
      * Contact: sekacorn@gmail.com
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TELLER-PROOF.
       AUTHOR. sekacorn.
       DATE-WRITTEN. 2026-10-01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Night-cycle run statistics: every batch job appends one
      *    record here - counts and start/end stamps - for the cycle
      *    summary report.
           SELECT OPS-STATS-FILE
               ASSIGN TO "OPS-STATS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPS-STATS-STATUS.

           SELECT TRANSACTION-FILE
               ASSIGN TO "TRANSACTIONS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.

      *    Drawer counts declared by the tellers at close, one record
      *    per teller per business day.
           SELECT CASH-COUNT-FILE
               ASSIGN TO "TELLER-CASH-COUNT.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-COUNT-STATUS.

           SELECT TELLER-SORT-FILE
               ASSIGN TO "TELLERSORT.TMP".

           SELECT PROOF-REPORT-FILE
               ASSIGN TO "TELLER-PROOF-REPORT.TXT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD OPS-STATS-FILE.
       01 OPS-STATS-RECORD.
          05 OPS-PROGRAM-NAME           PIC X(30).
          05 OPS-BUSINESS-DATE          PIC 9(8).
          05 OPS-START-TIMESTAMP        PIC X(14).
          05 OPS-END-TIMESTAMP          PIC X(14).
          05 OPS-RECORDS-READ           PIC 9(7).
          05 OPS-RECORDS-WRITTEN        PIC 9(7).
          05 OPS-RECORDS-REJECTED       PIC 9(7).

       FD TRANSACTION-FILE.
       01 TRANSACTION-RECORD.
          05 TXN-ACCOUNT-NUMBER         PIC 9(10).
          05 TXN-TYPE                   PIC X(2).
             88 TXN-DEPOSIT             VALUE 'DP'.
             88 TXN-WITHDRAWAL          VALUE 'WD'.
          05 TXN-TO-ACCOUNT-NUMBER      PIC 9(10).
          05 TXN-AMOUNT                 PIC 9(13)V99.
          05 TXN-DATE.
             10 TXN-YEAR                PIC 9(4).
             10 TXN-MONTH               PIC 99.
             10 TXN-DAY                 PIC 99.
          05 TXN-TIME.
             10 TXN-HOUR                PIC 99.
             10 TXN-MINUTE              PIC 99.
             10 TXN-SECOND              PIC 99.
          05 TXN-DESCRIPTION            PIC X(50).
          05 TXN-PROCESSED-FLAG         PIC X.
             88 TXN-WAS-POSTED          VALUE 'Y'.
             88 TXN-WAS-REJECTED        VALUE 'N'.
          05 TXN-CHECK-NUMBER           PIC 9(10).
          05 TXN-BRANCH-CODE            PIC 9(2).
          05 TXN-EXT-ROUTING-NUMBER     PIC 9(9).
          05 TXN-EXT-ACCOUNT-NUMBER     PIC X(17).
          05 TXN-TELLER-ID              PIC X(8).

       FD CASH-COUNT-FILE.
       01 CASH-COUNT-RECORD.
          05 TCC-BUSINESS-DATE          PIC 9(8).
          05 TCC-BRANCH-CODE            PIC 9(2).
          05 TCC-TELLER-ID              PIC X(8).
          05 TCC-OPENING-CASH           PIC 9(11)V99.
          05 TCC-DECLARED-CASH          PIC 9(11)V99.

       SD TELLER-SORT-FILE.
       01 TELLER-SORT-RECORD.
          05 TSR-BRANCH-CODE            PIC 9(2).
          05 TSR-TELLER-ID              PIC X(8).
          05 TSR-COUNT-FLAG             PIC X.
          05 TSR-OPENING-CASH           PIC S9(13)V99.
          05 TSR-CASH-IN                PIC S9(13)V99.
          05 TSR-CASH-OUT               PIC S9(13)V99.
          05 TSR-DECLARED-CASH          PIC S9(13)V99.
          05 TSR-DEPOSIT-COUNT          PIC 9(5).
          05 TSR-WITHDRAWAL-COUNT       PIC 9(5).

       FD PROOF-REPORT-FILE.
       01 PROOF-REPORT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
      *    Run statistics captured for the cycle summary report.
       01 WS-OPS-STATS-STATUS           PIC X(2).
       01 WS-OPS-PROGRAM-NAME           PIC X(30)
          VALUE 'TELLER-PROOF'.
       01 WS-OPS-START-STAMP            PIC X(14).

       01 WS-TXN-STATUS                 PIC X(2).
          88 WS-TXN-EOF                 VALUE '10'.
       01 WS-COUNT-STATUS               PIC X(2).
          88 WS-COUNT-EOF               VALUE '10'.
       01 WS-SORT-RETURN-CODE           PIC S9(4) COMP VALUE ZEROS.
       01 WS-SORT-EOF-FLAG              PIC X VALUE 'N'.
          88 WS-SORT-AT-EOF             VALUE 'Y'.

       01 WS-TODAY-YMD                  PIC 9(8).
       01 WS-PROOF-DATE                 PIC 9(8).
       01 WS-CLI-PARM                   PIC X(60).

      *    One drawer per branch and teller: the declared count from
      *    the cash-count file and the cash posted under the teller.
      *    A teller with posted cash but no declared count is entered
      *    with WS-TLR-COUNT-FLAG 'N' so the drawer still reports.
       01 WS-TLR-COUNT                  PIC 9(4) VALUE ZEROS.
       01 WS-TELLER-TABLE.
          05 WS-TLR-ENTRY OCCURS 0 TO 2000 TIMES
             DEPENDING ON WS-TLR-COUNT
             INDEXED BY WS-TLR-IDX.
             10 WS-TLR-BRANCH-CODE      PIC 9(2).
             10 WS-TLR-TELLER-ID        PIC X(8).
             10 WS-TLR-COUNT-FLAG       PIC X.
             10 WS-TLR-OPENING-CASH     PIC S9(13)V99.
             10 WS-TLR-CASH-IN          PIC S9(13)V99.
             10 WS-TLR-CASH-OUT         PIC S9(13)V99.
             10 WS-TLR-DECLARED-CASH    PIC S9(13)V99.
             10 WS-TLR-DEPOSIT-COUNT    PIC 9(5).
             10 WS-TLR-WITHDRAWAL-COUNT PIC 9(5).
       01 WS-TLR-FOUND-FLAG             PIC X.
          88 TELLER-DRAWER-FOUND        VALUE 'Y'.
       01 WS-TLR-WANTED-BRANCH          PIC 9(2).
       01 WS-TLR-WANTED-TELLER          PIC X(8).

      *    Drawer arithmetic for the teller being reported.
       01 WS-DRAWER-WORK.
          05 WS-DRW-EXPECTED-CASH       PIC S9(13)V99.
          05 WS-DRW-OVER-SHORT          PIC S9(13)V99.

      *    Control-break state and running totals, per branch and
      *    for the bank.
       01 WS-BRANCH-BREAK.
          05 WS-BRK-BRANCH-CODE         PIC 9(2).
          05 WS-BRK-OPEN-FLAG           PIC X VALUE 'N'.
             88 BRANCH-IN-PROGRESS      VALUE 'Y'.
       01 WS-BRANCH-TOTALS.
          05 WS-BRT-TELLERS             PIC 9(5).
          05 WS-BRT-OUT-OF-BALANCE      PIC 9(5).
          05 WS-BRT-OPENING-CASH        PIC S9(13)V99.
          05 WS-BRT-CASH-IN             PIC S9(13)V99.
          05 WS-BRT-CASH-OUT            PIC S9(13)V99.
          05 WS-BRT-EXPECTED-CASH       PIC S9(13)V99.
          05 WS-BRT-DECLARED-CASH       PIC S9(13)V99.
          05 WS-BRT-OVER-SHORT          PIC S9(13)V99.
       01 WS-BANK-TOTALS.
          05 WS-BKT-TELLERS             PIC 9(5) VALUE ZEROS.
          05 WS-BKT-OUT-OF-BALANCE      PIC 9(5) VALUE ZEROS.
          05 WS-BKT-OPENING-CASH        PIC S9(13)V99 VALUE ZEROS.
          05 WS-BKT-CASH-IN             PIC S9(13)V99 VALUE ZEROS.
          05 WS-BKT-CASH-OUT            PIC S9(13)V99 VALUE ZEROS.
          05 WS-BKT-EXPECTED-CASH       PIC S9(13)V99 VALUE ZEROS.
          05 WS-BKT-DECLARED-CASH       PIC S9(13)V99 VALUE ZEROS.
          05 WS-BKT-OVER-SHORT          PIC S9(13)V99 VALUE ZEROS.

       01 WS-COUNTERS.
          05 WS-TXN-RECORDS-READ        PIC 9(7) VALUE ZEROS.
          05 WS-CASH-ITEMS-PROVED       PIC 9(7) VALUE ZEROS.
          05 WS-COUNT-RECORDS-READ      PIC 9(5) VALUE ZEROS.
          05 WS-COUNT-RECORDS-OTHER-DAY PIC 9(5) VALUE ZEROS.
          05 WS-COUNT-DUPLICATES        PIC 9(5) VALUE ZEROS.
          05 WS-MISSING-COUNT-TELLERS   PIC 9(5) VALUE ZEROS.

       01 WS-REPORT-HEADER-1.
          05 FILLER                     PIC X(50)
             VALUE '     TELLER CASH DRAWER PROOF'.
          05 FILLER                     PIC X(13)
             VALUE 'Business date'.
          05 FILLER                     PIC X(1) VALUE SPACES.
          05 WS-RPH-DATE                PIC 9(8).
       01 WS-DETAIL-HEADER-1.
          05 FILLER                     PIC X(50)
             VALUE 'Br  Teller          Opening        Cash In       C'.
          05 FILLER                     PIC X(50)
             VALUE 'ash Out       Expected        Declared     Over/Sh'.
          05 FILLER                     PIC X(10)
             VALUE 'ort   Note'.

       01 WS-DETAIL-LINE.
          05 WS-DTL-BRANCH              PIC 9(2).
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-DTL-TELLER              PIC X(8).
          05 FILLER                     PIC X(1) VALUE SPACES.
          05 WS-DTL-OPENING             PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                     PIC X(1) VALUE SPACES.
          05 WS-DTL-CASH-IN             PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                     PIC X(1) VALUE SPACES.
          05 WS-DTL-CASH-OUT            PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                     PIC X(1) VALUE SPACES.
          05 WS-DTL-EXPECTED            PIC ZZZ,ZZZ,ZZ9.99-.
          05 FILLER                     PIC X(1) VALUE SPACES.
          05 WS-DTL-DECLARED            PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                     PIC X(1) VALUE SPACES.
          05 WS-DTL-OVER-SHORT          PIC ZZZ,ZZZ,ZZ9.99-.
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-DTL-NOTE                PIC X(24).

       01 WS-TOTAL-LINE.
          05 WS-TOT-LABEL               PIC X(12).
          05 FILLER                     PIC X(1) VALUE SPACES.
          05 WS-TOT-OPENING             PIC ZZZ,ZZZ,ZZ9.99-.
          05 WS-TOT-CASH-IN             PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                     PIC X(1) VALUE SPACES.
          05 WS-TOT-CASH-OUT            PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                     PIC X(1) VALUE SPACES.
          05 WS-TOT-EXPECTED            PIC ZZZ,ZZZ,ZZ9.99-.
          05 FILLER                     PIC X(1) VALUE SPACES.
          05 WS-TOT-DECLARED            PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                     PIC X(1) VALUE SPACES.
          05 WS-TOT-OVER-SHORT          PIC ZZZ,ZZZ,ZZ9.99-.
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-TOT-TELLERS             PIC ZZZZ9.
          05 FILLER                     PIC X(9) VALUE ' tellers,'.
          05 WS-TOT-OUT-OF-BALANCE      PIC ZZZZ9.
          05 FILLER                     PIC X(4) VALUE ' out'.

       PROCEDURE DIVISION.
       MAIN-CONTROL.
           PERFORM INITIALIZATION
           PERFORM LOAD-DRAWER-COUNTS
           PERFORM ACCUMULATE-TELLER-CASH

           SORT TELLER-SORT-FILE
               ON ASCENDING KEY TSR-BRANCH-CODE
               ON ASCENDING KEY TSR-TELLER-ID
               INPUT PROCEDURE IS RELEASE-TELLER-DRAWERS
               OUTPUT PROCEDURE IS WRITE-TELLER-PROOF

           MOVE RETURN-CODE TO WS-SORT-RETURN-CODE
           IF WS-SORT-RETURN-CODE NOT = ZEROS
              DISPLAY 'FATAL: teller SORT failed, return code '
                      WS-SORT-RETURN-CODE
              MOVE WS-SORT-RETURN-CODE TO RETURN-CODE
              PERFORM CLEANUP
              STOP RUN
           END-IF

           PERFORM CLEANUP
           STOP RUN.

       INITIALIZATION.
           DISPLAY 'Teller Proof - Started'
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-OPS-START-STAMP
           DISPLAY '======================'
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-YMD
           MOVE WS-TODAY-YMD TO WS-PROOF-DATE

      *    DATE=YYYYMMDD on the command line proves a named business
      *    date's drawer counts instead of today's.
           ACCEPT WS-CLI-PARM FROM COMMAND-LINE
           IF WS-CLI-PARM(1:5) = 'DATE='
              MOVE WS-CLI-PARM(6:8) TO WS-PROOF-DATE
           END-IF
           DISPLAY 'Proving business date: ' WS-PROOF-DATE

           OPEN OUTPUT PROOF-REPORT-FILE
           MOVE WS-PROOF-DATE TO WS-RPH-DATE
           WRITE PROOF-REPORT-LINE FROM WS-REPORT-HEADER-1
           MOVE SPACES TO PROOF-REPORT-LINE
           WRITE PROOF-REPORT-LINE
           WRITE PROOF-REPORT-LINE FROM WS-DETAIL-HEADER-1.

       LOAD-DRAWER-COUNTS.
           OPEN INPUT CASH-COUNT-FILE
           IF WS-COUNT-STATUS NOT = '00'
              DISPLAY 'WARNING: unable to open TELLER-CASH-COUNT.DAT '
                      '(status ' WS-COUNT-STATUS ') - every drawer '
                      'with posted cash reports as not counted'
              SET WS-COUNT-EOF TO TRUE
           END-IF

           PERFORM UNTIL WS-COUNT-EOF
              READ CASH-COUNT-FILE
                  AT END
                      SET WS-COUNT-EOF TO TRUE
                  NOT AT END
                      ADD 1 TO WS-COUNT-RECORDS-READ
                      IF TCC-BUSINESS-DATE = WS-PROOF-DATE
                         PERFORM STORE-DRAWER-COUNT
                      ELSE
                         ADD 1 TO WS-COUNT-RECORDS-OTHER-DAY
                      END-IF
              END-READ
           END-PERFORM

           IF WS-COUNT-STATUS NOT = '35'
              CLOSE CASH-COUNT-FILE
           END-IF
           DISPLAY 'Drawer counts loaded:   ' WS-TLR-COUNT.

       STORE-DRAWER-COUNT.
      *    A second count for the same drawer is a keying error at
      *    the branch; the first one stands and the duplicate is
      *    named so the branch can correct it.
           MOVE TCC-BRANCH-CODE TO WS-TLR-WANTED-BRANCH
           MOVE TCC-TELLER-ID   TO WS-TLR-WANTED-TELLER
           PERFORM FIND-TELLER-DRAWER
           IF TELLER-DRAWER-FOUND
              ADD 1 TO WS-COUNT-DUPLICATES
              DISPLAY 'WARNING: duplicate drawer count for branch '
                      TCC-BRANCH-CODE ' teller ' TCC-TELLER-ID
                      ' - first count kept'
           ELSE
              PERFORM ADD-TELLER-DRAWER
              IF TELLER-DRAWER-FOUND
                 MOVE 'Y' TO WS-TLR-COUNT-FLAG(WS-TLR-IDX)
                 MOVE TCC-OPENING-CASH
                     TO WS-TLR-OPENING-CASH(WS-TLR-IDX)
                 MOVE TCC-DECLARED-CASH
                     TO WS-TLR-DECLARED-CASH(WS-TLR-IDX)
              END-IF
           END-IF.

       ACCUMULATE-TELLER-CASH.
      *    TRANSACTIONS.DAT can hold more than one business day (a
      *    rerun for an earlier date, or the next day's items posted
      *    before the proof runs); only the day being proved counts.
           OPEN INPUT TRANSACTION-FILE
           IF WS-TXN-STATUS NOT = '00'
              DISPLAY 'WARNING: unable to open TRANSACTIONS.DAT '
                      '(status ' WS-TXN-STATUS ') - drawers proved '
                      'against opening cash only'
              SET WS-TXN-EOF TO TRUE
           END-IF

           PERFORM UNTIL WS-TXN-EOF
              READ TRANSACTION-FILE
                  AT END
                      SET WS-TXN-EOF TO TRUE
                  NOT AT END
                      ADD 1 TO WS-TXN-RECORDS-READ
                      IF TXN-WAS-POSTED
                         AND TXN-DATE = WS-PROOF-DATE
                         AND TXN-TELLER-ID NOT = SPACES
                         AND (TXN-DEPOSIT OR TXN-WITHDRAWAL)
                         PERFORM POST-CASH-TO-DRAWER
                      END-IF
              END-READ
           END-PERFORM

           IF WS-TXN-STATUS NOT = '35'
              CLOSE TRANSACTION-FILE
           END-IF
           DISPLAY 'Teller cash items:      ' WS-CASH-ITEMS-PROVED.

       POST-CASH-TO-DRAWER.
      *    Only items that actually posted moved cash across the
      *    counter - a rejected withdrawal was never paid out.
           MOVE TXN-BRANCH-CODE TO WS-TLR-WANTED-BRANCH
           MOVE TXN-TELLER-ID   TO WS-TLR-WANTED-TELLER
           PERFORM FIND-TELLER-DRAWER
           IF NOT TELLER-DRAWER-FOUND
              PERFORM ADD-TELLER-DRAWER
              IF TELLER-DRAWER-FOUND
                 MOVE 'N' TO WS-TLR-COUNT-FLAG(WS-TLR-IDX)
              END-IF
           END-IF

           IF TELLER-DRAWER-FOUND
              ADD 1 TO WS-CASH-ITEMS-PROVED
              IF TXN-DEPOSIT
                 ADD TXN-AMOUNT TO WS-TLR-CASH-IN(WS-TLR-IDX)
                 ADD 1 TO WS-TLR-DEPOSIT-COUNT(WS-TLR-IDX)
              ELSE
                 ADD TXN-AMOUNT TO WS-TLR-CASH-OUT(WS-TLR-IDX)
                 ADD 1 TO WS-TLR-WITHDRAWAL-COUNT(WS-TLR-IDX)
              END-IF
           END-IF.

       FIND-TELLER-DRAWER.
           MOVE 'N' TO WS-TLR-FOUND-FLAG
           IF WS-TLR-COUNT > ZEROS
              SET WS-TLR-IDX TO 1
              SEARCH WS-TLR-ENTRY
                  WHEN WS-TLR-BRANCH-CODE(WS-TLR-IDX)
                           = WS-TLR-WANTED-BRANCH
                   AND WS-TLR-TELLER-ID(WS-TLR-IDX)
                           = WS-TLR-WANTED-TELLER
                      SET TELLER-DRAWER-FOUND TO TRUE
              END-SEARCH
           END-IF.

       ADD-TELLER-DRAWER.
           IF WS-TLR-COUNT < 2000
              ADD 1 TO WS-TLR-COUNT
              SET WS-TLR-IDX TO WS-TLR-COUNT
              MOVE WS-TLR-WANTED-BRANCH
                  TO WS-TLR-BRANCH-CODE(WS-TLR-IDX)
              MOVE WS-TLR-WANTED-TELLER
                  TO WS-TLR-TELLER-ID(WS-TLR-IDX)
              MOVE 'N'   TO WS-TLR-COUNT-FLAG(WS-TLR-IDX)
              MOVE ZEROS TO WS-TLR-OPENING-CASH(WS-TLR-IDX)
              MOVE ZEROS TO WS-TLR-CASH-IN(WS-TLR-IDX)
              MOVE ZEROS TO WS-TLR-CASH-OUT(WS-TLR-IDX)
              MOVE ZEROS TO WS-TLR-DECLARED-CASH(WS-TLR-IDX)
              MOVE ZEROS TO WS-TLR-DEPOSIT-COUNT(WS-TLR-IDX)
              MOVE ZEROS TO WS-TLR-WITHDRAWAL-COUNT(WS-TLR-IDX)
              SET TELLER-DRAWER-FOUND TO TRUE
           ELSE
              DISPLAY 'WARNING: teller table full (2000 drawers) - '
                      'branch ' WS-TLR-WANTED-BRANCH ' teller '
                      WS-TLR-WANTED-TELLER ' not proved'
           END-IF.

       RELEASE-TELLER-DRAWERS.
           IF WS-TLR-COUNT > ZEROS
              PERFORM VARYING WS-TLR-IDX FROM 1 BY 1
                      UNTIL WS-TLR-IDX > WS-TLR-COUNT
                 MOVE WS-TLR-BRANCH-CODE(WS-TLR-IDX)
                     TO TSR-BRANCH-CODE
                 MOVE WS-TLR-TELLER-ID(WS-TLR-IDX)
                     TO TSR-TELLER-ID
                 MOVE WS-TLR-COUNT-FLAG(WS-TLR-IDX)
                     TO TSR-COUNT-FLAG
                 MOVE WS-TLR-OPENING-CASH(WS-TLR-IDX)
                     TO TSR-OPENING-CASH
                 MOVE WS-TLR-CASH-IN(WS-TLR-IDX)  TO TSR-CASH-IN
                 MOVE WS-TLR-CASH-OUT(WS-TLR-IDX) TO TSR-CASH-OUT
                 MOVE WS-TLR-DECLARED-CASH(WS-TLR-IDX)
                     TO TSR-DECLARED-CASH
                 MOVE WS-TLR-DEPOSIT-COUNT(WS-TLR-IDX)
                     TO TSR-DEPOSIT-COUNT
                 MOVE WS-TLR-WITHDRAWAL-COUNT(WS-TLR-IDX)
                     TO TSR-WITHDRAWAL-COUNT
                 RELEASE TELLER-SORT-RECORD
              END-PERFORM
           END-IF.

       WRITE-TELLER-PROOF.
           MOVE 'N' TO WS-BRK-OPEN-FLAG
           MOVE 'N' TO WS-SORT-EOF-FLAG
           PERFORM RETURN-SORTED-DRAWER
           PERFORM UNTIL WS-SORT-AT-EOF
              IF NOT BRANCH-IN-PROGRESS
                 OR TSR-BRANCH-CODE NOT = WS-BRK-BRANCH-CODE
                 IF BRANCH-IN-PROGRESS
                    PERFORM WRITE-BRANCH-TOTAL
                 END-IF
                 PERFORM START-BRANCH
              END-IF
              PERFORM PROVE-ONE-DRAWER
              PERFORM RETURN-SORTED-DRAWER
           END-PERFORM

           IF BRANCH-IN-PROGRESS
              PERFORM WRITE-BRANCH-TOTAL
           END-IF
           PERFORM WRITE-BANK-TOTAL.

       RETURN-SORTED-DRAWER.
           RETURN TELLER-SORT-FILE
               AT END
                   SET WS-SORT-AT-EOF TO TRUE
           END-RETURN.

       START-BRANCH.
           MOVE TSR-BRANCH-CODE TO WS-BRK-BRANCH-CODE
           MOVE 'Y' TO WS-BRK-OPEN-FLAG
           MOVE ZEROS TO WS-BRT-TELLERS
           MOVE ZEROS TO WS-BRT-OUT-OF-BALANCE
           MOVE ZEROS TO WS-BRT-OPENING-CASH
           MOVE ZEROS TO WS-BRT-CASH-IN
           MOVE ZEROS TO WS-BRT-CASH-OUT
           MOVE ZEROS TO WS-BRT-EXPECTED-CASH
           MOVE ZEROS TO WS-BRT-DECLARED-CASH
           MOVE ZEROS TO WS-BRT-OVER-SHORT.

       PROVE-ONE-DRAWER.
      *    Over/short is the declared count less what the drawer
      *    should hold: positive is over, negative is short.
           COMPUTE WS-DRW-EXPECTED-CASH =
               TSR-OPENING-CASH + TSR-CASH-IN - TSR-CASH-OUT
           COMPUTE WS-DRW-OVER-SHORT =
               TSR-DECLARED-CASH - WS-DRW-EXPECTED-CASH

           MOVE TSR-BRANCH-CODE      TO WS-DTL-BRANCH
           MOVE TSR-TELLER-ID        TO WS-DTL-TELLER
           MOVE TSR-OPENING-CASH     TO WS-DTL-OPENING
           MOVE TSR-CASH-IN          TO WS-DTL-CASH-IN
           MOVE TSR-CASH-OUT         TO WS-DTL-CASH-OUT
           MOVE WS-DRW-EXPECTED-CASH TO WS-DTL-EXPECTED
           MOVE TSR-DECLARED-CASH    TO WS-DTL-DECLARED

      *    A drawer with posted cash but no count cannot be proved;
      *    it shows no over/short and is counted out of balance.
           IF TSR-COUNT-FLAG NOT = 'Y'
              MOVE ZEROS TO WS-DTL-OVER-SHORT
              MOVE 'NO DRAWER COUNT' TO WS-DTL-NOTE
              ADD 1 TO WS-MISSING-COUNT-TELLERS
              ADD 1 TO WS-BRT-OUT-OF-BALANCE
           ELSE
              MOVE WS-DRW-OVER-SHORT TO WS-DTL-OVER-SHORT
              EVALUATE TRUE
                  WHEN WS-DRW-OVER-SHORT > ZEROS
                       MOVE 'OVER' TO WS-DTL-NOTE
                       ADD 1 TO WS-BRT-OUT-OF-BALANCE
                  WHEN WS-DRW-OVER-SHORT < ZEROS
                       MOVE 'SHORT' TO WS-DTL-NOTE
                       ADD 1 TO WS-BRT-OUT-OF-BALANCE
                  WHEN OTHER
                       MOVE 'BALANCED' TO WS-DTL-NOTE
              END-EVALUATE
              ADD WS-DRW-OVER-SHORT TO WS-BRT-OVER-SHORT
           END-IF
           WRITE PROOF-REPORT-LINE FROM WS-DETAIL-LINE

           ADD 1 TO WS-BRT-TELLERS
           ADD TSR-OPENING-CASH     TO WS-BRT-OPENING-CASH
           ADD TSR-CASH-IN          TO WS-BRT-CASH-IN
           ADD TSR-CASH-OUT         TO WS-BRT-CASH-OUT
           ADD WS-DRW-EXPECTED-CASH TO WS-BRT-EXPECTED-CASH
           ADD TSR-DECLARED-CASH    TO WS-BRT-DECLARED-CASH.

       WRITE-BRANCH-TOTAL.
           MOVE SPACES TO WS-TOT-LABEL
           STRING 'Branch ' WS-BRK-BRANCH-CODE
               DELIMITED BY SIZE INTO WS-TOT-LABEL
           END-STRING
           MOVE WS-BRT-OPENING-CASH   TO WS-TOT-OPENING
           MOVE WS-BRT-CASH-IN        TO WS-TOT-CASH-IN
           MOVE WS-BRT-CASH-OUT       TO WS-TOT-CASH-OUT
           MOVE WS-BRT-EXPECTED-CASH  TO WS-TOT-EXPECTED
           MOVE WS-BRT-DECLARED-CASH  TO WS-TOT-DECLARED
           MOVE WS-BRT-OVER-SHORT     TO WS-TOT-OVER-SHORT
           MOVE WS-BRT-TELLERS        TO WS-TOT-TELLERS
           MOVE WS-BRT-OUT-OF-BALANCE TO WS-TOT-OUT-OF-BALANCE
           WRITE PROOF-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE SPACES TO PROOF-REPORT-LINE
           WRITE PROOF-REPORT-LINE

           ADD WS-BRT-TELLERS        TO WS-BKT-TELLERS
           ADD WS-BRT-OUT-OF-BALANCE TO WS-BKT-OUT-OF-BALANCE
           ADD WS-BRT-OPENING-CASH   TO WS-BKT-OPENING-CASH
           ADD WS-BRT-CASH-IN        TO WS-BKT-CASH-IN
           ADD WS-BRT-CASH-OUT       TO WS-BKT-CASH-OUT
           ADD WS-BRT-EXPECTED-CASH  TO WS-BKT-EXPECTED-CASH
           ADD WS-BRT-DECLARED-CASH  TO WS-BKT-DECLARED-CASH
           ADD WS-BRT-OVER-SHORT     TO WS-BKT-OVER-SHORT.

       WRITE-BANK-TOTAL.
           MOVE 'Bank total'          TO WS-TOT-LABEL
           MOVE WS-BKT-OPENING-CASH   TO WS-TOT-OPENING
           MOVE WS-BKT-CASH-IN        TO WS-TOT-CASH-IN
           MOVE WS-BKT-CASH-OUT       TO WS-TOT-CASH-OUT
           MOVE WS-BKT-EXPECTED-CASH  TO WS-TOT-EXPECTED
           MOVE WS-BKT-DECLARED-CASH  TO WS-TOT-DECLARED
           MOVE WS-BKT-OVER-SHORT     TO WS-TOT-OVER-SHORT
           MOVE WS-BKT-TELLERS        TO WS-TOT-TELLERS
           MOVE WS-BKT-OUT-OF-BALANCE TO WS-TOT-OUT-OF-BALANCE
           WRITE PROOF-REPORT-LINE FROM WS-TOTAL-LINE.

       CLEANUP.
           DISPLAY ' '
           DISPLAY 'Teller Proof Summary'
           DISPLAY '===================='
           DISPLAY 'Transactions read:      ' WS-TXN-RECORDS-READ
           DISPLAY 'Teller cash items:      ' WS-CASH-ITEMS-PROVED
           DISPLAY 'Drawer counts read:     ' WS-COUNT-RECORDS-READ
           DISPLAY 'Counts for other dates: '
                   WS-COUNT-RECORDS-OTHER-DAY
           DISPLAY 'Duplicate counts:       ' WS-COUNT-DUPLICATES
           DISPLAY 'Drawers proved:         ' WS-BKT-TELLERS
           DISPLAY 'Drawers not counted:    '
                   WS-MISSING-COUNT-TELLERS
           DISPLAY 'Drawers out of balance: ' WS-BKT-OUT-OF-BALANCE
           DISPLAY 'Net over/short:        $' WS-BKT-OVER-SHORT

           IF WS-BKT-OUT-OF-BALANCE > ZEROS
              OR WS-COUNT-DUPLICATES > ZEROS
              DISPLAY 'WARNING: teller drawers out of balance - see '
                      'TELLER-PROOF-REPORT.TXT'
              IF RETURN-CODE = ZEROS
                 MOVE 4 TO RETURN-CODE
              END-IF
           ELSE
              DISPLAY 'All drawers balanced'
           END-IF

           CLOSE PROOF-REPORT-FILE
           PERFORM WRITE-RUN-STATISTICS
           DISPLAY 'Teller Proof - Complete'.

       WRITE-RUN-STATISTICS.
      *    One stats record per run, appended so the cycle summary
      *    can trend runtimes and volumes across nights.
           OPEN EXTEND OPS-STATS-FILE
           IF WS-OPS-STATS-STATUS = '35'
              OPEN OUTPUT OPS-STATS-FILE
           END-IF
           MOVE WS-OPS-PROGRAM-NAME   TO OPS-PROGRAM-NAME
           MOVE WS-PROOF-DATE         TO OPS-BUSINESS-DATE
           MOVE WS-OPS-START-STAMP    TO OPS-START-TIMESTAMP
           MOVE FUNCTION CURRENT-DATE(1:14) TO OPS-END-TIMESTAMP
           MOVE WS-TXN-RECORDS-READ   TO OPS-RECORDS-READ
           MOVE WS-BKT-TELLERS        TO OPS-RECORDS-WRITTEN
           MOVE WS-BKT-OUT-OF-BALANCE TO OPS-RECORDS-REJECTED
           WRITE OPS-STATS-RECORD
           CLOSE OPS-STATS-FILE.
