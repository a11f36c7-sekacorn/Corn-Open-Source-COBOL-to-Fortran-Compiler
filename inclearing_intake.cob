      * consolidates, so presented checks ride the same stop-payment
      * vetting and funds checks the branch-deposited ones always
      * have. RETURN-CASH-LETTER builds the return file for the
      * items the daily run rejects. Items drawn on the bank's own
      * official-check account are not staged: a cashier's or
      * payout check on the official-check register is paid from
      * the official-check liability with an audited
      * 'OFFICIAL-CHECK-PAID' posting and marked paid on the
      * register.
      *
      * Copyright (c) 2026 sekacorn
      * Contact: sekacorn@gmail.com
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.

      *    Checks drawn on the bank itself - cashier's and payout
      *    checks - are paid against the official-check register
      *    instead of being staged against a customer account.
           SELECT OFFICIAL-CHECK-FILE
               ASSIGN TO "OFFICIAL-CHECKS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OCR-CHECK-NUMBER
               FILE STATUS IS WS-REGISTER-STATUS.

      *    Master-file interlock: one updater at a time may hold
      *    ACCOUNTS.DAT open for update - the optimistic-lock retry
      *    protects a single rewrite, not two whole runs started
      *    together.
           SELECT MASTER-LOCK-FILE
               ASSIGN TO "MASTER-LOCK.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.

           SELECT AUDIT-TRAIL-FILE
               ASSIGN TO "AUDIT-TRAIL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

      *    Audit-chain carry: the last sequence number and check
      *    value on the audit trail, read at startup and persisted
      *    at clean end of job so the tamper-evident chain continues
      *    across runs (and across the monthly archive roll).
           SELECT CHAIN-STATE-FILE
               ASSIGN TO "AUDIT-CHAIN-STATE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHAIN-STATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD OPS-STATS-FILE.
          05 TXN-BRANCH-CODE            PIC 9(2).
          05 TXN-EXT-ROUTING-NUMBER     PIC 9(9).
          05 TXN-EXT-ACCOUNT-NUMBER     PIC X(17).
          05 TXN-TELLER-ID              PIC X(8).

       FD OFFICIAL-CHECK-FILE.
       01 OFFICIAL-CHECK-RECORD.
          05 OCR-CHECK-NUMBER           PIC 9(10).
          05 OCR-CHECK-KIND             PIC X.
             88 OCR-CASHIERS-CHECK      VALUE 'C'.
             88 OCR-PAYOUT-CHECK        VALUE 'P'.
          05 OCR-PAYEE-NAME             PIC X(40).
          05 OCR-AMOUNT                 PIC 9(13)V99.
          05 OCR-REMITTER-ACCOUNT       PIC 9(10).
          05 OCR-ISSUE-DATE             PIC 9(8).
          05 OCR-BRANCH-CODE            PIC 9(2).
          05 OCR-STATUS                 PIC X.
             88 OCR-OUTSTANDING         VALUE 'O'.
             88 OCR-PAID                VALUE 'P'.
             88 OCR-ESCHEAT-PENDING     VALUE 'E'.
             88 OCR-ESCHEATED           VALUE 'S'.
          05 OCR-STATUS-DATE            PIC 9(8).
          05 OCR-NOTICE-DATE            PIC 9(8).

       FD MASTER-LOCK-FILE.
       01 MASTER-LOCK-RECORD.
          05 LOCK-HOLDER-PROGRAM        PIC X(30).
          05 LOCK-CLAIMED-TIMESTAMP     PIC X(26).

       FD AUDIT-TRAIL-FILE.
       01 AUDIT-TRAIL-RECORD.
          05 AUDIT-TIMESTAMP            PIC X(26).
          05 AUDIT-USER                 PIC X(20).
          05 AUDIT-OPERATION            PIC X(30).
          05 AUDIT-ACCOUNT              PIC 9(10).
          05 AUDIT-BEFORE-BALANCE       PIC S9(13)V9(6).
          05 AUDIT-AFTER-BALANCE        PIC S9(13)V9(6).
          05 AUDIT-AMOUNT               PIC S9(13)V9(6).
          05 AUDIT-STATUS               PIC X(10).
      *    Tamper-evident chain: every writer stamps a running
      *    sequence number and a check value folded from the entry's
      *    own content and the prior entry's check value, so an
      *    edited or deleted record breaks the chain for
      *    AUDIT-CHAIN-VERIFY to find.
          05 AUDIT-SEQUENCE             PIC 9(9).
          05 AUDIT-CHAIN-CHECK          PIC 9(9).

       FD CHAIN-STATE-FILE.
       01 CHAIN-STATE-RECORD.
          05 CST-LAST-SEQUENCE          PIC 9(9).
          05 CST-LAST-CHECK             PIC 9(9).

       WORKING-STORAGE SECTION.
      *    Run statistics captured for the cycle summary report.
       01 WS-INCLEARING-STATUS          PIC X(2).
          88 WS-INCLEARING-EOF          VALUE '10'.
       01 WS-TXN-STATUS                 PIC X(2).
       01 WS-REGISTER-STATUS            PIC X(2).
       01 WS-REGISTER-FILE-FLAG         PIC X VALUE 'N'.
          88 REGISTER-FILE-OPEN         VALUE 'Y'.
       01 WS-AUDIT-FILE-STATUS          PIC X(2).

      *    Interlock state: the claim is refused while another
      *    holder's token is on file, unless the operator runs with
      *    LOCKOVERRIDE on the command line to clear a crashed
      *    holder's stale token.
       01 WS-LOCK-STATUS                PIC X(2).
       01 WS-LOCK-PROGRAM-NAME          PIC X(30)
          VALUE 'INCLEARING-INTAKE'.
       01 WS-LOCK-CLI-PARM              PIC X(60).
       01 WS-LOCK-OVERRIDE-TALLY        PIC 9(2).
       01 WS-LOCK-OVERRIDE-FLAG         PIC X VALUE 'N'.
          88 MASTER-LOCK-OVERRIDDEN     VALUE 'Y'.

      *    Running chain state; the ACCOUNTS.DAT interlock already
      *    keeps two audit writers from carrying the chain at once.
       01 WS-CHAIN-STATE-STATUS         PIC X(2).
       01 WS-AUDIT-SEQUENCE             PIC 9(9) VALUE ZEROS.
       01 WS-AUDIT-CHAIN-CHECK          PIC 9(9) VALUE ZEROS.
       01 WS-CHAIN-FOLD-WORK.
          05 WS-CHAIN-AMOUNT-FOLD      PIC 9(9).
          05 WS-CHAIN-BALANCE-FOLD     PIC 9(9).

      *    The bank's own official-check account, printed in the
      *    MICR line of every cashier's and payout check. It is not
      *    a customer account and is never opened on ACCOUNTS.DAT,
      *    so an item on it that the register cannot pay stages as
      *    an ordinary check, is refused 'NF' by the daily run and
      *    goes back on the return cash letter.
       01 WS-OFFICIAL-CHECK-ACCOUNT     PIC 9(10) VALUE 9900000001.
       01 WS-OFFICIAL-PAY-FLAG          PIC X.
          88 OFFICIAL-CHECK-PAYABLE     VALUE 'Y'.

       01 WS-TRAILER-MARKER             PIC 9(9) VALUE 999999999.

       01 WS-COUNTERS.
          05 WS-ITEMS-STAGED            PIC 9(7) VALUE ZEROS.
          05 WS-AMOUNT-STAGED           PIC 9(13)V99 VALUE ZEROS.
          05 WS-OFFICIAL-PAID           PIC 9(7) VALUE ZEROS.
          05 WS-OFFICIAL-PAID-AMOUNT    PIC 9(13)V99 VALUE ZEROS.
          05 WS-OFFICIAL-REFUSED        PIC 9(7) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-CONTROL.
               TO WS-OPS-START-STAMP
           DISPLAY '================================'
           PERFORM VALIDATE-CASH-LETTER-TOTALS
           PERFORM OPEN-OFFICIAL-CHECK-FILES
           PERFORM STAGE-INCLEARING-ITEMS
           PERFORM CLEANUP
           STOP RUN.
                  NOT AT END
                      IF ICL-TRL-MARKER = WS-TRAILER-MARKER
                         CONTINUE
                      ELSE
                      IF ICL-ACCOUNT-NUMBER
                             = WS-OFFICIAL-CHECK-ACCOUNT
                         PERFORM PAY-OFFICIAL-CHECK
                      ELSE
                         PERFORM WRITE-INCLEARING-TRANSACTION
                      END-IF
                      END-IF
              END-READ
           END-PERFORM

           CLOSE INCLEARING-FILE
           CLOSE TRANSACTION-FILE.

       OPEN-OFFICIAL-CHECK-FILES.
      *    Paying an official check books an audited posting against
      *    the official-check liability, so this run takes the
      *    master-file token like every other audit writer. The
      *    register is only opened if it exists - no official check
      *    has been issued before the first issuance run.
           PERFORM CLAIM-MASTER-FILE-LOCK
           OPEN I-O OFFICIAL-CHECK-FILE
           IF WS-REGISTER-STATUS = '00'
              SET REGISTER-FILE-OPEN TO TRUE
           END-IF
           PERFORM LOAD-AUDIT-CHAIN-STATE
           OPEN EXTEND AUDIT-TRAIL-FILE
           IF WS-AUDIT-FILE-STATUS = '35'
              OPEN OUTPUT AUDIT-TRAIL-FILE
           END-IF.

       PAY-OFFICIAL-CHECK.
      *    The presented item must be on the register, still a
      *    liability (outstanding, or handed to escheatment but not
      *    yet remitted) and for exactly the amount issued. Anything
      *    else - unknown, already paid, remitted to the state,
      *    altered amount - stages as a plain check and is returned.
           MOVE 'N' TO WS-OFFICIAL-PAY-FLAG
           IF REGISTER-FILE-OPEN
              MOVE ICL-CHECK-NUMBER TO OCR-CHECK-NUMBER
              READ OFFICIAL-CHECK-FILE
                  INVALID KEY
                      DISPLAY 'Official check ' ICL-CHECK-NUMBER
                              ' not on register - returned'
                  NOT INVALID KEY
                      IF (OCR-OUTSTANDING OR OCR-ESCHEAT-PENDING)
                         AND OCR-AMOUNT = ICL-AMOUNT
                         SET OFFICIAL-CHECK-PAYABLE TO TRUE
                      ELSE
                         DISPLAY 'Official check ' ICL-CHECK-NUMBER
                                 ' status ' OCR-STATUS
                                 ' issued $' OCR-AMOUNT
                                 ' presented $' ICL-AMOUNT
                                 ' - returned'
                      END-IF
              END-READ
           END-IF

           IF OFFICIAL-CHECK-PAYABLE
              SET OCR-PAID TO TRUE
              MOVE ICL-PRESENTMENT-DATE TO OCR-STATUS-DATE
              REWRITE OFFICIAL-CHECK-RECORD
                  INVALID KEY
                      MOVE 'N' TO WS-OFFICIAL-PAY-FLAG
                      DISPLAY 'ERROR: unable to mark official check '
                              ICL-CHECK-NUMBER ' paid (status '
                              WS-REGISTER-STATUS ') - returned'
              END-REWRITE
           END-IF

           IF OFFICIAL-CHECK-PAYABLE
              PERFORM LOG-OFFICIAL-CHECK-PAID
              ADD 1 TO WS-OFFICIAL-PAID
              ADD ICL-AMOUNT TO WS-OFFICIAL-PAID-AMOUNT
           ELSE
              ADD 1 TO WS-OFFICIAL-REFUSED
              PERFORM WRITE-INCLEARING-TRANSACTION
           END-IF.

       LOG-OFFICIAL-CHECK-PAID.
      *    No customer balance moves - the liability account carries
      *    the amount, which GL-JOURNAL-EXTRACT books against cash.
           MOVE FUNCTION CURRENT-DATE     TO AUDIT-TIMESTAMP
           MOVE 'SYSTEM'                  TO AUDIT-USER
           MOVE 'OFFICIAL-CHECK-PAID'     TO AUDIT-OPERATION
           MOVE WS-OFFICIAL-CHECK-ACCOUNT TO AUDIT-ACCOUNT
           MOVE ZEROS                     TO AUDIT-BEFORE-BALANCE
           MOVE ZEROS                     TO AUDIT-AFTER-BALANCE
           MOVE ICL-AMOUNT                TO AUDIT-AMOUNT
           MOVE 'POSTED'                  TO AUDIT-STATUS
           PERFORM STAMP-AUDIT-CHAIN
           WRITE AUDIT-TRAIL-RECORD.

       WRITE-INCLEARING-TRANSACTION.
           MOVE SPACES             TO TRANSACTION-RECORD
           MOVE ICL-ACCOUNT-NUMBER TO TXN-ACCOUNT-NUMBER
           MOVE ZEROS              TO TXN-BRANCH-CODE
           MOVE ZEROS              TO TXN-EXT-ROUTING-NUMBER
           MOVE SPACES             TO TXN-EXT-ACCOUNT-NUMBER
           MOVE SPACES             TO TXN-TELLER-ID
           WRITE TRANSACTION-RECORD

           ADD 1 TO WS-ITEMS-STAGED
           DISPLAY '=============================='
           DISPLAY 'Items staged:  ' WS-ITEMS-STAGED
                   ' Amount: $' WS-AMOUNT-STAGED
           DISPLAY 'Official checks paid:     ' WS-OFFICIAL-PAID
                   ' Amount: $' WS-OFFICIAL-PAID-AMOUNT
           DISPLAY 'Official checks returned: ' WS-OFFICIAL-REFUSED

           IF REGISTER-FILE-OPEN
              CLOSE OFFICIAL-CHECK-FILE
           END-IF
           CLOSE AUDIT-TRAIL-FILE
           PERFORM SAVE-AUDIT-CHAIN-STATE

           PERFORM WRITE-RUN-STATISTICS
           PERFORM RELEASE-MASTER-FILE-LOCK
           DISPLAY 'Fed Inclearing Intake - Complete'.

       WRITE-RUN-STATISTICS.
           MOVE WS-OPS-START-STAMP(1:8) TO OPS-BUSINESS-DATE
           MOVE WS-OPS-START-STAMP    TO OPS-START-TIMESTAMP
           MOVE FUNCTION CURRENT-DATE(1:14) TO OPS-END-TIMESTAMP
           COMPUTE OPS-RECORDS-READ =
               WS-ITEMS-STAGED + WS-OFFICIAL-PAID
           COMPUTE OPS-RECORDS-WRITTEN =
               WS-ITEMS-STAGED + WS-OFFICIAL-PAID
           MOVE ZEROS TO OPS-RECORDS-REJECTED
           WRITE OPS-STATS-RECORD
           CLOSE OPS-STATS-FILE.
       CLAIM-MASTER-FILE-LOCK.
      *    Claim the update token before ACCOUNTS.DAT opens I-O. An
      *    active holder refuses the run; LOCKOVERRIDE on the
      *    command line is the operator's explicit path past a
      *    holder that crashed without releasing.
           MOVE ZEROS TO WS-LOCK-OVERRIDE-TALLY
           ACCEPT WS-LOCK-CLI-PARM FROM COMMAND-LINE
           INSPECT WS-LOCK-CLI-PARM
               TALLYING WS-LOCK-OVERRIDE-TALLY
               FOR ALL 'LOCKOVERRIDE'
           IF WS-LOCK-OVERRIDE-TALLY > ZEROS
              SET MASTER-LOCK-OVERRIDDEN TO TRUE
           END-IF

           OPEN INPUT MASTER-LOCK-FILE
           IF WS-LOCK-STATUS = '00'
              READ MASTER-LOCK-FILE
                  AT END
                      CONTINUE
                  NOT AT END
                      IF LOCK-HOLDER-PROGRAM NOT = SPACES
                         IF MASTER-LOCK-OVERRIDDEN
                            DISPLAY 'Master-file lock held by '
                                    LOCK-HOLDER-PROGRAM
                                    ' cleared by operator override'
                         ELSE
                            DISPLAY 'FATAL: ACCOUNTS.DAT locked by '
                                    LOCK-HOLDER-PROGRAM
                            DISPLAY '  claimed '
                                    LOCK-CLAIMED-TIMESTAMP
                                    ' - run refused; use '
                                    'LOCKOVERRIDE only for a dead '
                                    'holder'
                            MOVE 8 TO RETURN-CODE
                            STOP RUN
                         END-IF
                      END-IF
              END-READ
              CLOSE MASTER-LOCK-FILE
           END-IF

           OPEN OUTPUT MASTER-LOCK-FILE
           MOVE WS-LOCK-PROGRAM-NAME  TO LOCK-HOLDER-PROGRAM
           MOVE FUNCTION CURRENT-DATE TO LOCK-CLAIMED-TIMESTAMP
           WRITE MASTER-LOCK-RECORD
           CLOSE MASTER-LOCK-FILE.

       RELEASE-MASTER-FILE-LOCK.
      *    Clean end of job hands the token back; a crash leaves it
      *    on file, which is exactly what makes the next start stop
      *    and ask the operator.
           OPEN OUTPUT MASTER-LOCK-FILE
           MOVE SPACES TO MASTER-LOCK-RECORD
           WRITE MASTER-LOCK-RECORD
           CLOSE MASTER-LOCK-FILE.

       LOAD-AUDIT-CHAIN-STATE.
      *    The live trail is always at or ahead of the state file -
      *    a mid-run crash leaves the state stale, and resuming
      *    from it would append duplicate sequence numbers - so the
      *    anchor comes from the trail's last stamped record
      *    whenever the trail has one. The state file only carries
      *    the chain across the archive roll, when the trail is
      *    empty.
           PERFORM ANCHOR-CHAIN-ON-TRAIL
           IF WS-AUDIT-SEQUENCE = ZEROS
              PERFORM READ-CHAIN-STATE-FILE
           END-IF.

       ANCHOR-CHAIN-ON-TRAIL.
           MOVE ZEROS TO WS-AUDIT-SEQUENCE
           MOVE ZEROS TO WS-AUDIT-CHAIN-CHECK
           OPEN INPUT AUDIT-TRAIL-FILE
           IF WS-AUDIT-FILE-STATUS = '00'
              PERFORM UNTIL WS-AUDIT-FILE-STATUS = '10'
                 READ AUDIT-TRAIL-FILE
                     AT END
                         MOVE '10' TO WS-AUDIT-FILE-STATUS
                     NOT AT END
                         MOVE AUDIT-SEQUENCE TO WS-AUDIT-SEQUENCE
                         MOVE AUDIT-CHAIN-CHECK
                             TO WS-AUDIT-CHAIN-CHECK
                 END-READ
              END-PERFORM
              CLOSE AUDIT-TRAIL-FILE
           END-IF
           MOVE '00' TO WS-AUDIT-FILE-STATUS.

       READ-CHAIN-STATE-FILE.
           OPEN INPUT CHAIN-STATE-FILE
           IF WS-CHAIN-STATE-STATUS = '00'
              READ CHAIN-STATE-FILE
                  AT END
                      CONTINUE
                  NOT AT END
                      MOVE CST-LAST-SEQUENCE TO WS-AUDIT-SEQUENCE
                      MOVE CST-LAST-CHECK TO WS-AUDIT-CHAIN-CHECK
              END-READ
              CLOSE CHAIN-STATE-FILE
           END-IF.

       STAMP-AUDIT-CHAIN.
      *    Stamp the next link onto the populated audit fields: the
      *    sequence advances by one and the check value folds the
      *    entry's own account, amount and closing balance into the
      *    prior link. AUDIT-CHAIN-VERIFY recomputes exactly this.
           ADD 1 TO WS-AUDIT-SEQUENCE
           MOVE WS-AUDIT-SEQUENCE TO AUDIT-SEQUENCE
           COMPUTE WS-CHAIN-AMOUNT-FOLD =
               FUNCTION MOD(
                   FUNCTION ABS(AUDIT-AMOUNT) * 1000000,
                   999999937)
           COMPUTE WS-CHAIN-BALANCE-FOLD =
               FUNCTION MOD(
                   FUNCTION ABS(AUDIT-AFTER-BALANCE) * 1000000,
                   999999937)
           COMPUTE WS-AUDIT-CHAIN-CHECK =
               FUNCTION MOD(WS-AUDIT-CHAIN-CHECK * 31
                   + AUDIT-SEQUENCE + AUDIT-ACCOUNT
                   + WS-CHAIN-AMOUNT-FOLD + WS-CHAIN-BALANCE-FOLD,
                   999999937)
           MOVE WS-AUDIT-CHAIN-CHECK TO AUDIT-CHAIN-CHECK.

       SAVE-AUDIT-CHAIN-STATE.
           OPEN OUTPUT CHAIN-STATE-FILE
           MOVE WS-AUDIT-SEQUENCE    TO CST-LAST-SEQUENCE
           MOVE WS-AUDIT-CHAIN-CHECK TO CST-LAST-CHECK
           WRITE CHAIN-STATE-RECORD
           CLOSE CHAIN-STATE-FILE.
