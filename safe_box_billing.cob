      * STANDING-ORDER-EXPAND uses for its transfers - and its
      * paid-through date advanced a year. A box whose billing
      * account cannot cover the fee is not billed; it lands on the
      * past-due listing for the branch to chase. The rental for
      * each box size is the one in force on the fee schedule
      * (fee code SDBOX, the box size in the account-type slot), and
      * the rate billed is carried back onto the box record.
      *
      * Copyright (c) 2026 sekacorn
      * Contact: sekacorn@gmail.com
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.

      *    Central fee schedule, effective-dated: one record per fee
      *    code and account type per effective date, with old fees
      *    retained as history. FEE-SCHEDULE-LISTING prints it for
      *    sign-off before a new schedule takes effect.
           SELECT FEE-SCHEDULE-FILE
               ASSIGN TO "FEE-SCHEDULE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEE-SCHEDULE-STATUS.

           SELECT PASTDUE-REPORT-FILE
               ASSIGN TO "BOX-PASTDUE.TXT"
               ORGANIZATION IS SEQUENTIAL.
          05 TXN-BRANCH-CODE            PIC 9(2).
          05 TXN-EXT-ROUTING-NUMBER     PIC 9(9).
          05 TXN-EXT-ACCOUNT-NUMBER     PIC X(17).
          05 TXN-TELLER-ID              PIC X(8).

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

       FD PASTDUE-REPORT-FILE.
       01 PASTDUE-REPORT-LINE           PIC X(132).
       01 WS-TXN-STATUS                 PIC X(2).

       01 WS-TODAY-YMD                  PIC 9(8).

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

       01 WS-NEW-PAID-THROUGH           PIC 9(8).
       01 WS-BILLING-OK-FLAG            PIC X.
          88 BILLING-ACCOUNT-COVERS     VALUE 'Y'.
               TO WS-OPS-START-STAMP
           DISPLAY '==================================='
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-YMD
           PERFORM LOAD-FEE-SCHEDULE
           PERFORM VALIDATE-BOX-RENTAL-FEES
           OPEN INPUT ACCOUNT-FILE
           OPEN OUTPUT BOX-WORK-FILE
           OPEN OUTPUT PASTDUE-REPORT-FILE
      *    it today - staging a debit that bounces in the daily run
      *    would just move the problem into the exception file. The
      *    uncoverable ones go straight to the past-due listing.
           MOVE 'SDBOX' TO WS-FS-LOOKUP-CODE
           MOVE BOX-SIZE TO WS-FS-LOOKUP-TYPE
           PERFORM LOOKUP-SCHEDULED-FEE
           MOVE WS-FS-LOOKUP-AMOUNT TO BOX-ANNUAL-RATE
           PERFORM CHECK-BILLING-ACCOUNT
           IF BILLING-ACCOUNT-COVERS
              PERFORM STAGE-RENTAL-DEBIT
           MOVE ZEROS               TO TXN-BRANCH-CODE
           MOVE ZEROS               TO TXN-EXT-ROUTING-NUMBER
           MOVE SPACES              TO TXN-EXT-ACCOUNT-NUMBER
           MOVE SPACES              TO TXN-TELLER-ID
           WRITE TRANSACTION-RECORD.

       VALIDATE-BOX-RENTAL-FEES.
      *    Every box size due for billing must have a rental in
      *    force before a single debit is staged - a run that stops
      *    half way would leave debits on the feed with the
      *    paid-through dates not advanced.
           OPEN INPUT BOX-INVENTORY-FILE
           IF WS-INVENTORY-STATUS = '00'
              PERFORM UNTIL WS-INVENTORY-EOF
                 READ BOX-INVENTORY-FILE
                     AT END
                         SET WS-INVENTORY-EOF TO TRUE
                     NOT AT END
                         IF BOX-ASSIGNED
                            AND BOX-PAID-THROUGH <= WS-TODAY-YMD
                            MOVE 'SDBOX' TO WS-FS-LOOKUP-CODE
                            MOVE BOX-SIZE TO WS-FS-LOOKUP-TYPE
                            PERFORM REQUIRE-SCHEDULED-FEE
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE BOX-INVENTORY-FILE
           END-IF
           MOVE '00' TO WS-INVENTORY-STATUS.

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

       REWRITE-INVENTORY-FILE.
      *    BOX-INVENTORY.DAT is plain sequential, so the advanced
      *    paid-through dates were staged on a work file and are
