      * Month-end batch that assesses the per-account-type maintenance
      * fee on ACCOUNT-FILE. The fee is waived when the account held
      * the minimum balance all month - the month's low-water mark is
      * the lowest day-end ledger balance on DAILY-BALANCES.DAT, or
      * for a month the daily file does not cover, reconstructed
      * from the before/after balances on the month's AUDIT-TRAIL.DAT
      * postings - or when the customer's combined balance across all
      * their accounts (via the ACCT-CUSTOMER-ID alternate index)
      * clears the relationship threshold. Assessed fees post with a
      * proper audit-trail entry and total into a fee income figure
      * for finance. Commercial accounts enrolled on POSPAY-
      * ENROLLED.DAT are billed their maintenance through ACCOUNT-
      * ANALYSIS instead, so they carry no fee here.
      *
      * Copyright (c) 2026 sekacorn
      * Contact: sekacorn@gmail.com
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

           SELECT AUDIT-TRAIL-FILE
               ASSIGN TO "AUDIT-TRAIL.DAT"
               ORGANIZATION IS SEQUENTIAL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHAIN-STATE-STATUS.

      *    Central fee schedule, effective-dated: one record per fee
      *    code and account type per effective date, with old fees
      *    retained as history. FEE-SCHEDULE-LISTING prints it for
      *    sign-off before a new schedule takes effect.
           SELECT FEE-SCHEDULE-FILE
               ASSIGN TO "FEE-SCHEDULE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEE-SCHEDULE-STATUS.

      *    Commercial accounts under account analysis - the same
      *    enrollment list positive pay runs from.
           SELECT POSPAY-ENROLLED-FILE
               ASSIGN TO "POSPAY-ENROLLED.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-POSPAY-ENR-STATUS.

           SELECT CHARGE-REPORT-FILE
               ASSIGN TO "SERVICE-CHARGE-REPORT.TXT"
               ORGANIZATION IS SEQUENTIAL.

      *    Day-end ledger and collected balances BANKING-SYSTEM
      *    writes after posting, one record per account per
      *    calendar day.
           SELECT DAILY-BALANCE-FILE
               ASSIGN TO "DAILY-BALANCES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DB-KEY
               FILE STATUS IS WS-DAILY-BAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD OPS-STATS-FILE.
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

       FD AUDIT-TRAIL-FILE.
       01 AUDIT-TRAIL-RECORD.
          05 AUDIT-TIMESTAMP            PIC X(26).
          05 CST-LAST-SEQUENCE          PIC 9(9).
          05 CST-LAST-CHECK             PIC 9(9).

       FD FEE-SCHEDULE-FILE.
       01 FEE-SCHEDULE-RECORD.
          05 FS-EFFECTIVE-DATE          PIC 9(8).
          05 FS-FEE-CODE                PIC X(8).
      *    Account type the fee applies to ('**' = every type); for
      *    safe deposit box rental it carries the box size.
          05 FS-ACCOUNT-TYPE            PIC X(2).
      *    'F' = flat amount; 'D' = days of interest at the
      *    account's own rate on the amount concerned.
          05 FS-FEE-BASIS               PIC X.
          05 FS-FEE-AMOUNT              PIC 9(5)V99.
          05 FS-DESCRIPTION             PIC X(30).

       FD POSPAY-ENROLLED-FILE.
       01 POSPAY-ENROLLED-RECORD.
          05 PPE-ACCOUNT-NUMBER         PIC 9(10).

       FD CHARGE-REPORT-FILE.
       01 CHARGE-REPORT-LINE            PIC X(132).

       FD DAILY-BALANCE-FILE.
       01 DAILY-BALANCE-RECORD.
          05 DB-KEY.
             10 DB-ACCOUNT-NUMBER       PIC 9(10).
             10 DB-BALANCE-DATE         PIC 9(8).
          05 DB-ACCT-TYPE               PIC X(2).
          05 DB-LEDGER-BALANCE          PIC S9(13)V99.
          05 DB-COLLECTED-BALANCE       PIC S9(13)V99.
          05 DB-DAY-KIND                PIC X.
             88 DB-PROCESSING-DAY       VALUE 'P'.
             88 DB-CARRIED-DAY          VALUE 'C'.

       WORKING-STORAGE SECTION.
      *    Run statistics captured for the cycle summary report.
       01 WS-OPS-STATS-STATUS           PIC X(2).
       01 WS-ACCT-STATUS                PIC X(2).
       01 WS-AUDIT-FILE-STATUS          PIC X(2).
          88 WS-AUDIT-FILE-EOF          VALUE '10'.
       01 WS-DAILY-BAL-STATUS           PIC X(2).
       01 WS-DAILY-BAL-OPEN-FLAG        PIC X VALUE 'N'.
          88 DAILY-BALANCES-AVAILABLE   VALUE 'Y'.
       01 WS-DAILY-MONTH-START          PIC 9(8).
       01 WS-DAILY-LOW-FLAG             PIC X VALUE 'N'.
          88 DAILY-LOW-FOUND            VALUE 'Y'.
       01 WS-DAILY-LOW-BALANCE          PIC S9(13)V99.

      *    Interlock state: the claim is refused while another
      *    holder's token is on file, unless the operator runs with
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

       01 WS-TODAY-YMD                  PIC 9(8).
       01 WS-ASSESSMENT-MONTH           PIC 9(6).

       01 WS-CLI-PARM                   PIC X(60).

      *    Fees in force, loaded from FEE-SCHEDULE.DAT at
      *    initialization - per fee code and account type, the
      *    record with the latest effective date on or before today
      *    wins. A fee change is a data update, never a program
      *    change.
       01 WS-FEE-SCHEDULE-STATUS        PIC X(2).
          88 WS-FEE-SCHEDULE-EOF        VALUE '10'.
       01 WS-FS-COUNT                   PIC 9(3) VALUE ZEROS.
       01 WS-FS-TABLE.
          05 WS-FS-ENTRY OCCURS 0 TO 200 TIMES
             DEPENDING ON WS-FS-COUNT
             INDEXED BY WS-FS-IDX.
             10 WS-FS-CODE              PIC X(8).
             10 WS-FS-TYPE              PIC X(2).
             10 WS-FS-EFFECTIVE         PIC 9(8).
             10 WS-FS-BASIS             PIC X.
             10 WS-FS-AMOUNT            PIC 9(5)V99.
       01 WS-FS-LOOKUP.
          05 WS-FS-LOOKUP-CODE          PIC X(8).
          05 WS-FS-LOOKUP-TYPE          PIC X(2).
          05 WS-FS-LOOKUP-BASIS         PIC X.
          05 WS-FS-LOOKUP-AMOUNT        PIC 9(5)V99.
          05 WS-FS-FOUND-FLAG           PIC X.
             88 SCHEDULED-FEE-FOUND     VALUE 'Y'.

       01 WS-POSPAY-ENR-STATUS          PIC X(2).
          88 WS-POSPAY-ENR-EOF          VALUE '10'.
       01 WS-PPE-COUNT                  PIC 9(3) VALUE ZEROS.
       01 WS-POSPAY-ENROLLED-TABLE.
          05 WS-PPE-ACCOUNT OCCURS 500 TIMES PIC 9(10).
       01 WS-PPE-SUB                    PIC 9(3).
       01 WS-PPE-FOUND-FLAG             PIC X.
          88 ACCOUNT-POSPAY-ENROLLED    VALUE 'Y'.

       01 WS-WAIVER-LIMITS.
          05 WS-MIN-BALANCE             PIC 9(7)V99 VALUE 500.00.
          05 WS-CHAIN-BALANCE-FOLD     PIC 9(9).

       01 WS-ASSESSMENT-WORK.
          05 WS-FEE-AMOUNT              PIC 9(5)V99.
          05 WS-MONTH-LOW-BALANCE       PIC S9(13)V99.
          05 WS-COMBINED-BALANCE        PIC S9(15)V99.
          05 WS-SAVED-ACCOUNT-NUMBER    PIC 9(10).
          05 WS-FEES-ASSESSED           PIC 9(6) VALUE ZEROS.
          05 WS-FEES-WAIVED-BALANCE     PIC 9(6) VALUE ZEROS.
          05 WS-FEES-WAIVED-RELATION    PIC 9(6) VALUE ZEROS.
          05 WS-ANALYZED-EXCLUDED       PIC 9(6) VALUE ZEROS.
          05 WS-TOTAL-FEE-INCOME        PIC S9(11)V99 VALUE ZEROS.

       01 WS-REPORT-HEADER.
          05 FILLER                     PIC X(3) VALUE SPACES.
          05 WS-RPT-TYPE                PIC X(2).
          05 FILLER                     PIC X(3) VALUE SPACES.
          05 WS-RPT-FEE                 PIC ZZ,ZZ9.99.
          05 FILLER                     PIC X(3) VALUE SPACES.
          05 WS-RPT-DISPOSITION         PIC X(40).

           END-IF
           DISPLAY 'Assessing month: ' WS-ASSESSMENT-MONTH

      *    Monthly maintenance fee per account type comes from the
      *    fee schedule; CDs carry no maintenance fee.
           PERFORM LOAD-FEE-SCHEDULE
           MOVE 'MAINTFEE' TO WS-FS-LOOKUP-CODE
           MOVE 'CK' TO WS-FS-LOOKUP-TYPE
           PERFORM REQUIRE-SCHEDULED-FEE
           MOVE 'SV' TO WS-FS-LOOKUP-TYPE
           PERFORM REQUIRE-SCHEDULED-FEE
           MOVE 'MM' TO WS-FS-LOOKUP-TYPE
           PERFORM REQUIRE-SCHEDULED-FEE
           PERFORM LOAD-POSPAY-ENROLLMENT

           PERFORM CLAIM-MASTER-FILE-LOCK
           PERFORM TAKE-MASTER-GENERATION
           OPEN I-O ACCOUNT-FILE
           OPEN OUTPUT CHARGE-REPORT-FILE
           WRITE CHARGE-REPORT-LINE FROM WS-REPORT-HEADER

           MOVE WS-ASSESSMENT-MONTH TO WS-DAILY-MONTH-START(1:6)
           MOVE '01' TO WS-DAILY-MONTH-START(7:2)
           OPEN INPUT DAILY-BALANCE-FILE
           IF WS-DAILY-BAL-STATUS = '00'
              SET DAILY-BALANCES-AVAILABLE TO TRUE
           ELSE
              DISPLAY 'No DAILY-BALANCES.DAT - month lows from the '
                      'audit trail'
           END-IF.

       LOAD-MONTH-LOW-BALANCES.
           OPEN INPUT AUDIT-TRAIL-FILE
       ASSESS-ONE-ACCOUNT.
           ADD 1 TO WS-ACCOUNTS-SCANNED
           IF ACCT-ACTIVE
              PERFORM FIND-POSPAY-ENROLLMENT
              IF ACCOUNT-POSPAY-ENROLLED
                 ADD 1 TO WS-ANALYZED-EXCLUDED
                 MOVE ZEROS TO WS-FEE-AMOUNT
                 MOVE 'ANALYZED - BILLED BY ACCOUNT ANALYSIS'
                     TO WS-RPT-DISPOSITION
                 PERFORM WRITE-CHARGE-REPORT-LINE
              ELSE
                 EVALUATE TRUE
                     WHEN ACCT-CHECKING
                     WHEN ACCT-SAVINGS
                     WHEN ACCT-MONEY-MARKET
                          MOVE 'MAINTFEE' TO WS-FS-LOOKUP-CODE
                          MOVE ACCT-TYPE  TO WS-FS-LOOKUP-TYPE
                          PERFORM LOOKUP-SCHEDULED-FEE
                          MOVE WS-FS-LOOKUP-AMOUNT TO WS-FEE-AMOUNT
                     WHEN OTHER
                          MOVE ZEROS           TO WS-FEE-AMOUNT
                 END-EVALUATE

                 IF WS-FEE-AMOUNT > ZEROS
                    PERFORM APPLY-FEE-OR-WAIVER
                 END-IF
              END-IF
           END-IF
           PERFORM READ-NEXT-ACCOUNT.
           IF MONTH-LOW-FOUND
              MOVE WS-LOW-BALANCE(WS-LOW-IDX)
                  TO WS-MONTH-LOW-BALANCE
           END-IF

      *    The month's own day-end balances win where the daily file
      *    has them; otherwise the audit-trail reconstruction stands.
           IF DAILY-BALANCES-AVAILABLE
              PERFORM FIND-DAILY-MONTH-LOW
              IF DAILY-LOW-FOUND
                 MOVE WS-DAILY-LOW-BALANCE TO WS-MONTH-LOW-BALANCE
              END-IF
           END-IF.

       FIND-DAILY-MONTH-LOW.
           MOVE 'N' TO WS-DAILY-LOW-FLAG
           MOVE ACCT-ACCOUNT-NUMBER  TO DB-ACCOUNT-NUMBER
           MOVE WS-DAILY-MONTH-START TO DB-BALANCE-DATE
           START DAILY-BALANCE-FILE KEY IS >= DB-KEY
               INVALID KEY
                   MOVE '10' TO WS-DAILY-BAL-STATUS
           END-START
           IF WS-DAILY-BAL-STATUS NOT = '10'
              PERFORM READ-NEXT-DAILY-BALANCE
           END-IF
           PERFORM UNTIL WS-DAILY-BAL-STATUS = '10'
                   OR DB-ACCOUNT-NUMBER NOT = ACCT-ACCOUNT-NUMBER
                   OR DB-BALANCE-DATE(1:6) NOT = WS-ASSESSMENT-MONTH
              IF NOT DAILY-LOW-FOUND
                 OR DB-LEDGER-BALANCE < WS-DAILY-LOW-BALANCE
                 SET DAILY-LOW-FOUND TO TRUE
                 MOVE DB-LEDGER-BALANCE TO WS-DAILY-LOW-BALANCE
              END-IF
              PERFORM READ-NEXT-DAILY-BALANCE
           END-PERFORM
           MOVE '00' TO WS-DAILY-BAL-STATUS.

       READ-NEXT-DAILY-BALANCE.
           READ DAILY-BALANCE-FILE NEXT RECORD
               AT END
                   MOVE '10' TO WS-DAILY-BAL-STATUS
           END-READ.

       CHECK-RELATIONSHIP-WAIVER.
      *    Combined-balance lookup via the ACCT-CUSTOMER-ID alternate
      *    index, the same household walk CUSTOMER-STATEMENT's
                   WS-FEES-WAIVED-BALANCE
           DISPLAY 'Waived (relationship):   '
                   WS-FEES-WAIVED-RELATION
           DISPLAY 'Analyzed (not charged):  ' WS-ANALYZED-EXCLUDED
           DISPLAY 'Total fee income:       $' WS-TOTAL-FEE-INCOME

           CLOSE ACCOUNT-FILE
           CLOSE AUDIT-TRAIL-FILE
           CLOSE CHARGE-REPORT-FILE
           IF DAILY-BALANCES-AVAILABLE
              CLOSE DAILY-BALANCE-FILE
           END-IF

           PERFORM SAVE-AUDIT-CHAIN-STATE
           PERFORM WRITE-RUN-STATISTICS
           PERFORM RELEASE-MASTER-FILE-LOCK
           DISPLAY 'Service Charge Assessment - Complete'.

       LOAD-POSPAY-ENROLLMENT.
      *    Read before the lock is claimed, so a refusal here has
      *    nothing to hand back.
           MOVE ZEROS TO WS-PPE-COUNT
           OPEN INPUT POSPAY-ENROLLED-FILE
           IF WS-POSPAY-ENR-STATUS NOT = '00'
              SET WS-POSPAY-ENR-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-POSPAY-ENR-EOF
              READ POSPAY-ENROLLED-FILE
                  AT END
                      SET WS-POSPAY-ENR-EOF TO TRUE
                  NOT AT END
                      IF WS-PPE-COUNT < 500
                         ADD 1 TO WS-PPE-COUNT
                         MOVE PPE-ACCOUNT-NUMBER
                             TO WS-PPE-ACCOUNT(WS-PPE-COUNT)
                      ELSE
      *                  An analyzed account dropped here would be
      *                  charged maintenance twice, so the run
      *                  refuses instead.
                         DISPLAY 'FATAL: analyzed account table '
                                 'full (500 entries) - run refused'
                         MOVE 8 TO RETURN-CODE
                         STOP RUN
                      END-IF
              END-READ
           END-PERFORM
           IF WS-POSPAY-ENR-STATUS NOT = '35'
              CLOSE POSPAY-ENROLLED-FILE
           END-IF
           DISPLAY 'Analyzed accounts excluded: ' WS-PPE-COUNT.

       FIND-POSPAY-ENROLLMENT.
           MOVE 'N' TO WS-PPE-FOUND-FLAG
           PERFORM VARYING WS-PPE-SUB FROM 1 BY 1
                   UNTIL WS-PPE-SUB > WS-PPE-COUNT
              IF WS-PPE-ACCOUNT(WS-PPE-SUB) = ACCT-ACCOUNT-NUMBER
                 SET ACCOUNT-POSPAY-ENROLLED TO TRUE
                 MOVE WS-PPE-COUNT TO WS-PPE-SUB
              END-IF
           END-PERFORM.

       LOAD-FEE-SCHEDULE.
      *    Same pick as the rate sheet: per fee code and account
      *    type, the record with the latest effective date on or
      *    before today. Future-dated records are not yet in force.
      *    Assessing fees from a missing schedule, or at zero, is
      *    worse than not running at all.
           MOVE ZEROS TO WS-FS-COUNT
           OPEN INPUT FEE-SCHEDULE-FILE
           IF WS-FEE-SCHEDULE-STATUS NOT = '00'
              DISPLAY 'FATAL: unable to open FEE-SCHEDULE.DAT '
                      '(status ' WS-FEE-SCHEDULE-STATUS ') - no fee '
                      'schedule, run refused'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM UNTIL WS-FEE-SCHEDULE-EOF
              READ FEE-SCHEDULE-FILE
                  AT END
                      SET WS-FEE-SCHEDULE-EOF TO TRUE
                  NOT AT END
                      IF FS-EFFECTIVE-DATE <= WS-TODAY-YMD
                         PERFORM APPLY-FEE-SCHEDULE-RECORD
                      END-IF
              END-READ
           END-PERFORM
           CLOSE FEE-SCHEDULE-FILE

           PERFORM VARYING WS-FS-IDX FROM 1 BY 1
                   UNTIL WS-FS-IDX > WS-FS-COUNT
              IF WS-FS-AMOUNT(WS-FS-IDX) = ZEROS
                 OR (WS-FS-BASIS(WS-FS-IDX) NOT = 'F'
                     AND WS-FS-BASIS(WS-FS-IDX) NOT = 'D')
                 DISPLAY 'FATAL: fee ' WS-FS-CODE(WS-FS-IDX) ' '
                         WS-FS-TYPE(WS-FS-IDX) ' effective '
                         WS-FS-EFFECTIVE(WS-FS-IDX)
                         ' is zero or has no valid basis - run '
                         'refused'
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-PERFORM
           DISPLAY 'Fee schedule loaded - fees in force: '
                   WS-FS-COUNT.

       APPLY-FEE-SCHEDULE-RECORD.
           MOVE 'N' TO WS-FS-FOUND-FLAG
           IF WS-FS-COUNT > ZEROS
              SET WS-FS-IDX TO 1
              SEARCH WS-FS-ENTRY
                  VARYING WS-FS-IDX
                  AT END
                      CONTINUE
                  WHEN WS-FS-CODE(WS-FS-IDX) = FS-FEE-CODE
                       AND WS-FS-TYPE(WS-FS-IDX) = FS-ACCOUNT-TYPE
                      SET SCHEDULED-FEE-FOUND TO TRUE
              END-SEARCH
           END-IF

           IF SCHEDULED-FEE-FOUND
              IF FS-EFFECTIVE-DATE >= WS-FS-EFFECTIVE(WS-FS-IDX)
                 MOVE FS-EFFECTIVE-DATE TO WS-FS-EFFECTIVE(WS-FS-IDX)
                 MOVE FS-FEE-BASIS      TO WS-FS-BASIS(WS-FS-IDX)
                 MOVE FS-FEE-AMOUNT     TO WS-FS-AMOUNT(WS-FS-IDX)
              END-IF
           ELSE
              IF WS-FS-COUNT < 200
                 ADD 1 TO WS-FS-COUNT
                 MOVE FS-FEE-CODE       TO WS-FS-CODE(WS-FS-COUNT)
                 MOVE FS-ACCOUNT-TYPE   TO WS-FS-TYPE(WS-FS-COUNT)
                 MOVE FS-EFFECTIVE-DATE TO WS-FS-EFFECTIVE(WS-FS-COUNT)
                 MOVE FS-FEE-BASIS      TO WS-FS-BASIS(WS-FS-COUNT)
                 MOVE FS-FEE-AMOUNT     TO WS-FS-AMOUNT(WS-FS-COUNT)
              ELSE
                 DISPLAY 'FATAL: fee schedule table full (200 '
                         'entries) - run refused'
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

       LOOKUP-SCHEDULED-FEE.
      *    The fee for the exact account type wins; otherwise the
      *    code's '**' (every type) record applies.
           MOVE 'N' TO WS-FS-FOUND-FLAG
           MOVE ZEROS TO WS-FS-LOOKUP-AMOUNT
           MOVE SPACE TO WS-FS-LOOKUP-BASIS
           PERFORM VARYING WS-FS-IDX FROM 1 BY 1
                   UNTIL WS-FS-IDX > WS-FS-COUNT
                      OR SCHEDULED-FEE-FOUND
              IF WS-FS-CODE(WS-FS-IDX) = WS-FS-LOOKUP-CODE
                 AND WS-FS-TYPE(WS-FS-IDX) = WS-FS-LOOKUP-TYPE
                 SET SCHEDULED-FEE-FOUND TO TRUE
                 MOVE WS-FS-BASIS(WS-FS-IDX)  TO WS-FS-LOOKUP-BASIS
                 MOVE WS-FS-AMOUNT(WS-FS-IDX) TO WS-FS-LOOKUP-AMOUNT
              END-IF
           END-PERFORM
           PERFORM VARYING WS-FS-IDX FROM 1 BY 1
                   UNTIL WS-FS-IDX > WS-FS-COUNT
                      OR SCHEDULED-FEE-FOUND
              IF WS-FS-CODE(WS-FS-IDX) = WS-FS-LOOKUP-CODE
                 AND WS-FS-TYPE(WS-FS-IDX) = '**'
                 SET SCHEDULED-FEE-FOUND TO TRUE
                 MOVE WS-FS-BASIS(WS-FS-IDX)  TO WS-FS-LOOKUP-BASIS
                 MOVE WS-FS-AMOUNT(WS-FS-IDX) TO WS-FS-LOOKUP-AMOUNT
              END-IF
           END-PERFORM.

       REQUIRE-SCHEDULED-FEE.
      *    A fee this run will assess must be in force before the
      *    first account is touched.
           PERFORM LOOKUP-SCHEDULED-FEE
           IF NOT SCHEDULED-FEE-FOUND
              DISPLAY 'FATAL: no fee in force on FEE-SCHEDULE.DAT '
                      'for ' WS-FS-LOOKUP-CODE ' account type '
                      WS-FS-LOOKUP-TYPE ' - run refused'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       CLAIM-MASTER-FILE-LOCK.
      *    Claim the update token before ACCOUNTS.DAT opens I-O. An
      *    active holder refuses the run; LOCKOVERRIDE on the
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
