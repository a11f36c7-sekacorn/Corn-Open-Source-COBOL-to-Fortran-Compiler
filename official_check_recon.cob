      *****************************************************************
      * OFFICIAL CHECK RECONCILIATION
      * Month-end outstanding-items reconciliation of the
      * official-check register, OFFICIAL-CHECKS.DAT, to the
      * official-check liability on the general ledger. The
      * liability is rebuilt from the audit trail - the rolled
      * archive as well as the live file - exactly as
      * GL-JOURNAL-EXTRACT books it:
      *   'OFFICIAL-CHECK'          remitter debit, liability up
      *   'OFFICIAL-CHECK-PAID'     cleared item, liability down
      *   'OFFICIAL-CHECK-ESCHEAT'  remitted to state, liability down
      * and compared with the register's items still owed
      * (outstanding or awaiting escheatment). Each register item is
      * paired with its remitter debit on account and amount, so a
      * check whose debit has not posted (staged today, or refused
      * by the daily run) and a debit with no register item both
      * show as named reconciling items; anything left over is an
      * unexplained difference and the run ends with return code 4.
      * The report lists every item still owed with its age, and an
      * outstanding item older than the dormancy period is handed to
      * ESCHEATMENT-PIPELINE by moving it to escheat-pending status.
      *
      * Copyright (c) 2026 sekacorn
      * Contact: sekacorn@gmail.com
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OFFICIAL-CHECK-RECON.
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

           SELECT AUDIT-TRAIL-FILE
               ASSIGN TO "AUDIT-TRAIL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

      *    Rolled audit history: the archive utility cuts the live
      *    audit trail off each month-end, so anything older than the
      *    current month lives here (each record is the original
      *    image prefixed with its roll date).
           SELECT AUDIT-ARCHIVE-FILE
               ASSIGN TO "AUDIT-ARCHIVE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT OFFICIAL-CHECK-FILE
               ASSIGN TO "OFFICIAL-CHECKS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OCR-CHECK-NUMBER
               FILE STATUS IS WS-REGISTER-STATUS.

           SELECT RECON-REPORT-FILE
               ASSIGN TO "OFFICIAL-CHECK-RECON.TXT"
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
          05 AUDIT-SEQUENCE             PIC 9(9).
          05 AUDIT-CHAIN-CHECK          PIC 9(9).

       FD AUDIT-ARCHIVE-FILE.
       01 AUDIT-ARCHIVE-RECORD.
          05 ARC-ROLL-DATE              PIC 9(8).
          05 ARC-AUDIT-IMAGE.
             10 ARC-TIMESTAMP           PIC X(26).
             10 ARC-USER                PIC X(20).
             10 ARC-OPERATION           PIC X(30).
             10 ARC-ACCOUNT             PIC 9(10).
             10 ARC-BEFORE-BALANCE      PIC S9(13)V9(6).
             10 ARC-AFTER-BALANCE       PIC S9(13)V9(6).
             10 ARC-AMOUNT              PIC S9(13)V9(6).
             10 ARC-STATUS              PIC X(10).
             10 ARC-SEQUENCE            PIC 9(9).
             10 ARC-CHAIN-CHECK         PIC 9(9).

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

       FD RECON-REPORT-FILE.
       01 RECON-REPORT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
      *    Run statistics captured for the cycle summary report.
       01 WS-OPS-STATS-STATUS           PIC X(2).
       01 WS-OPS-PROGRAM-NAME           PIC X(30)
          VALUE 'OFFICIAL-CHECK-RECON'.
       01 WS-OPS-START-STAMP            PIC X(14).

       01 WS-AUDIT-FILE-STATUS          PIC X(2).
          88 WS-AUDIT-FILE-EOF          VALUE '10'.
       01 WS-ARCHIVE-STATUS             PIC X(2).
          88 WS-ARCHIVE-EOF             VALUE '10'.
       01 WS-REGISTER-STATUS            PIC X(2).
          88 WS-REGISTER-EOF            VALUE '10'.

       01 WS-TODAY-YMD                  PIC 9(8).

      *    Unclaimed-property dormancy for official checks: three
      *    years from issue with no presentment.
       01 WS-DORMANCY-DAYS              PIC 9(5) VALUE 1095.
       01 WS-ITEM-AGE-DAYS              PIC S9(7).

      *    One posting lifted from the archive or the live trail.
       01 WS-POSTING.
          05 WS-PST-OPERATION           PIC X(30).
          05 WS-PST-ACCOUNT             PIC 9(10).
          05 WS-PST-AMOUNT              PIC S9(13)V9(6).

      *    Every remitter debit, for pairing with its register item.
      *    A debit pairs with at most one item.
       01 WS-DBT-COUNT                  PIC 9(5) VALUE ZEROS.
       01 WS-DEBIT-TABLE.
          05 WS-DBT-ENTRY OCCURS 0 TO 20000 TIMES
             DEPENDING ON WS-DBT-COUNT
             INDEXED BY WS-DBT-IDX.
             10 WS-DBT-ACCOUNT          PIC 9(10).
             10 WS-DBT-AMOUNT           PIC 9(13)V99.
             10 WS-DBT-USED-FLAG        PIC X.
       01 WS-DBT-FOUND-FLAG             PIC X.
          88 REMITTER-DEBIT-FOUND       VALUE 'Y'.
       01 WS-DBT-TABLE-FULL-FLAG        PIC X VALUE 'N'.
          88 DEBIT-TABLE-OVERFLOWED     VALUE 'Y'.

       01 WS-GL-TOTALS.
          05 WS-GL-ISSUED               PIC S9(15)V99 VALUE ZEROS.
          05 WS-GL-PAID                 PIC S9(15)V99 VALUE ZEROS.
          05 WS-GL-ESCHEATED            PIC S9(15)V99 VALUE ZEROS.
          05 WS-GL-LIABILITY            PIC S9(15)V99 VALUE ZEROS.

       01 WS-REGISTER-TOTALS.
          05 WS-REG-OWED-COUNT          PIC 9(7) VALUE ZEROS.
          05 WS-REG-LIABILITY           PIC S9(15)V99 VALUE ZEROS.
          05 WS-REG-PAID-COUNT          PIC 9(7) VALUE ZEROS.
          05 WS-REG-ESCHEATED-COUNT     PIC 9(7) VALUE ZEROS.
          05 WS-REG-HANDED-COUNT        PIC 9(7) VALUE ZEROS.
          05 WS-REG-HANDED-AMOUNT       PIC S9(15)V99 VALUE ZEROS.

       01 WS-RECONCILING-TOTALS.
          05 WS-UNPOSTED-COUNT          PIC 9(7) VALUE ZEROS.
          05 WS-UNPOSTED-AMOUNT         PIC S9(15)V99 VALUE ZEROS.
          05 WS-ORPHAN-COUNT            PIC 9(7) VALUE ZEROS.
          05 WS-ORPHAN-AMOUNT           PIC S9(15)V99 VALUE ZEROS.
          05 WS-DIFFERENCE              PIC S9(15)V99 VALUE ZEROS.
          05 WS-UNEXPLAINED             PIC S9(15)V99 VALUE ZEROS.

      *    Aging of the items still owed, by days since issue.
       01 WS-AGING-TABLE.
          05 WS-AGE-BUCKET OCCURS 5 TIMES
             INDEXED BY WS-AGE-IDX.
             10 WS-AGE-COUNT            PIC 9(7).
             10 WS-AGE-AMOUNT           PIC S9(15)V99.
       01 WS-AGE-LABELS.
          05 FILLER                     PIC X(20)
             VALUE '0 - 90 days'.
          05 FILLER                     PIC X(20)
             VALUE '91 - 365 days'.
          05 FILLER                     PIC X(20)
             VALUE '1 - 2 years'.
          05 FILLER                     PIC X(20)
             VALUE '2 - 3 years'.
          05 FILLER                     PIC X(20)
             VALUE 'Over 3 years'.
       01 WS-AGE-LABEL-TABLE REDEFINES WS-AGE-LABELS.
          05 WS-AGE-LABEL               PIC X(20) OCCURS 5 TIMES.
       01 WS-AGE-SUB                    PIC 9.

       01 WS-COUNTERS.
          05 WS-AUDIT-RECORDS-READ      PIC 9(9) VALUE ZEROS.
          05 WS-REGISTER-ITEMS-READ     PIC 9(7) VALUE ZEROS.
          05 WS-DETAIL-LINES            PIC 9(7) VALUE ZEROS.

       01 WS-REPORT-HEADER-1.
          05 FILLER                     PIC X(50)
             VALUE '     OFFICIAL CHECK OUTSTANDING RECONCILIATION'.
          05 FILLER                     PIC X(8) VALUE 'Run date'.
          05 FILLER                     PIC X(1) VALUE SPACES.
          05 WS-RPH-DATE                PIC 9(8).
       01 WS-DETAIL-HEADER.
          05 FILLER                     PIC X(50)
             VALUE 'Check No    Payee                        Remitter'.
          05 FILLER                     PIC X(50)
             VALUE '   Issued     Age             Amount  Note'.

       01 WS-DETAIL-LINE.
          05 WS-DTL-CHECK               PIC 9(10).
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-DTL-PAYEE               PIC X(28).
          05 FILLER                     PIC X(1) VALUE SPACES.
          05 WS-DTL-REMITTER            PIC 9(10).
          05 FILLER                     PIC X(1) VALUE SPACES.
          05 WS-DTL-ISSUE-DATE          PIC 9(8).
          05 FILLER                     PIC X(1) VALUE SPACES.
          05 WS-DTL-AGE                 PIC ZZZZ9.
          05 FILLER                     PIC X(1) VALUE SPACES.
          05 WS-DTL-AMOUNT              PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-DTL-NOTE                PIC X(32).

       01 WS-AGING-LINE.
          05 FILLER                     PIC X(4) VALUE SPACES.
          05 WS-AGL-LABEL               PIC X(20).
          05 WS-AGL-COUNT               PIC ZZZ,ZZ9.
          05 FILLER                     PIC X(3) VALUE SPACES.
          05 WS-AGL-AMOUNT              PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.

       01 WS-SUMMARY-LINE.
          05 WS-SUM-LABEL               PIC X(44).
          05 WS-SUM-AMOUNT              PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       MAIN-CONTROL.
           PERFORM INITIALIZATION
           PERFORM GATHER-ARCHIVED-POSTINGS
           PERFORM GATHER-LIVE-POSTINGS
           PERFORM RECONCILE-REGISTER
           PERFORM LIST-ORPHAN-DEBITS
           PERFORM WRITE-RECONCILIATION
           PERFORM CLEANUP
           STOP RUN.

       INITIALIZATION.
           DISPLAY 'Official Check Reconciliation - Started'
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-OPS-START-STAMP
           DISPLAY '======================================='
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-YMD

           PERFORM VARYING WS-AGE-IDX FROM 1 BY 1
                   UNTIL WS-AGE-IDX > 5
              MOVE ZEROS TO WS-AGE-COUNT(WS-AGE-IDX)
              MOVE ZEROS TO WS-AGE-AMOUNT(WS-AGE-IDX)
           END-PERFORM

           OPEN OUTPUT RECON-REPORT-FILE
           MOVE WS-TODAY-YMD TO WS-RPH-DATE
           WRITE RECON-REPORT-LINE FROM WS-REPORT-HEADER-1
           MOVE SPACES TO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE
           MOVE 'Official checks outstanding:' TO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE FROM WS-DETAIL-HEADER.

       GATHER-ARCHIVED-POSTINGS.
      *    The liability carries every check ever issued and not yet
      *    relieved, so the whole archive counts, not just a window.
           OPEN INPUT AUDIT-ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS NOT = '00'
              DISPLAY 'No audit archive on file - reconciling from '
                      'the live audit trail only'
           ELSE
              PERFORM UNTIL WS-ARCHIVE-EOF
                 READ AUDIT-ARCHIVE-FILE
                     AT END
                         SET WS-ARCHIVE-EOF TO TRUE
                     NOT AT END
                         ADD 1 TO WS-AUDIT-RECORDS-READ
                         IF ARC-STATUS = 'POSTED'
                            MOVE ARC-OPERATION TO WS-PST-OPERATION
                            MOVE ARC-ACCOUNT   TO WS-PST-ACCOUNT
                            MOVE ARC-AMOUNT    TO WS-PST-AMOUNT
                            PERFORM ACCUMULATE-LIABILITY-POSTING
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE AUDIT-ARCHIVE-FILE
           END-IF.

       GATHER-LIVE-POSTINGS.
           OPEN INPUT AUDIT-TRAIL-FILE
           IF WS-AUDIT-FILE-STATUS NOT = '00'
              DISPLAY 'WARNING: unable to open AUDIT-TRAIL.DAT '
                      '(status ' WS-AUDIT-FILE-STATUS ')'
           ELSE
              PERFORM UNTIL WS-AUDIT-FILE-EOF
                 READ AUDIT-TRAIL-FILE
                     AT END
                         SET WS-AUDIT-FILE-EOF TO TRUE
                     NOT AT END
                         ADD 1 TO WS-AUDIT-RECORDS-READ
                         IF AUDIT-STATUS = 'POSTED'
                            MOVE AUDIT-OPERATION TO WS-PST-OPERATION
                            MOVE AUDIT-ACCOUNT   TO WS-PST-ACCOUNT
                            MOVE AUDIT-AMOUNT    TO WS-PST-AMOUNT
                            PERFORM ACCUMULATE-LIABILITY-POSTING
                         END-IF
                 END-READ
              END-PERFORM
              CLOSE AUDIT-TRAIL-FILE
           END-IF.

       ACCUMULATE-LIABILITY-POSTING.
           EVALUATE WS-PST-OPERATION
               WHEN 'OFFICIAL-CHECK'
                   ADD WS-PST-AMOUNT TO WS-GL-ISSUED
                   PERFORM STORE-REMITTER-DEBIT
               WHEN 'OFFICIAL-CHECK-PAID'
                   ADD WS-PST-AMOUNT TO WS-GL-PAID
               WHEN 'OFFICIAL-CHECK-ESCHEAT'
                   ADD WS-PST-AMOUNT TO WS-GL-ESCHEATED
           END-EVALUATE.

       STORE-REMITTER-DEBIT.
           IF WS-DBT-COUNT < 20000
              ADD 1 TO WS-DBT-COUNT
              SET WS-DBT-IDX TO WS-DBT-COUNT
              MOVE WS-PST-ACCOUNT TO WS-DBT-ACCOUNT(WS-DBT-IDX)
              MOVE WS-PST-AMOUNT  TO WS-DBT-AMOUNT(WS-DBT-IDX)
              MOVE 'N'            TO WS-DBT-USED-FLAG(WS-DBT-IDX)
           ELSE
              IF NOT DEBIT-TABLE-OVERFLOWED
                 SET DEBIT-TABLE-OVERFLOWED TO TRUE
                 DISPLAY 'WARNING: remitter debit table full (20000'
                         ' entries) - item pairing incomplete'
              END-IF
           END-IF.

       RECONCILE-REGISTER.
      *    The register is opened for update so aged items can be
      *    handed to the escheatment pipeline in the same pass.
           OPEN I-O OFFICIAL-CHECK-FILE
           IF WS-REGISTER-STATUS NOT = '00'
              DISPLAY 'No official-check register on file - '
                      'nothing outstanding'
              SET WS-REGISTER-EOF TO TRUE
           END-IF

           PERFORM UNTIL WS-REGISTER-EOF
              READ OFFICIAL-CHECK-FILE NEXT RECORD
                  AT END
                      SET WS-REGISTER-EOF TO TRUE
                  NOT AT END
                      ADD 1 TO WS-REGISTER-ITEMS-READ
                      PERFORM RECONCILE-ONE-ITEM
              END-READ
           END-PERFORM

           IF WS-REGISTER-STATUS NOT = '35'
              CLOSE OFFICIAL-CHECK-FILE
           END-IF.

       RECONCILE-ONE-ITEM.
           MOVE SPACES TO WS-DTL-NOTE
           PERFORM FIND-REMITTER-DEBIT
           IF REMITTER-DEBIT-FOUND
              MOVE 'Y' TO WS-DBT-USED-FLAG(WS-DBT-IDX)
           ELSE
      *       The liability was never credited for this check - its
      *       debit is still on the feed or was refused at posting.
              ADD 1 TO WS-UNPOSTED-COUNT
              ADD OCR-AMOUNT TO WS-UNPOSTED-AMOUNT
              MOVE 'REMITTER DEBIT NOT POSTED' TO WS-DTL-NOTE
           END-IF

           EVALUATE TRUE
               WHEN OCR-PAID
                   ADD 1 TO WS-REG-PAID-COUNT
               WHEN OCR-ESCHEATED
                   ADD 1 TO WS-REG-ESCHEATED-COUNT
               WHEN OTHER
                   PERFORM AGE-OWED-ITEM
           END-EVALUATE

           IF WS-DTL-NOTE NOT = SPACES
              AND (OCR-PAID OR OCR-ESCHEATED)
              MOVE ZEROS TO WS-ITEM-AGE-DAYS
              PERFORM WRITE-ITEM-LINE
           END-IF.

       AGE-OWED-ITEM.
           ADD 1 TO WS-REG-OWED-COUNT
           ADD OCR-AMOUNT TO WS-REG-LIABILITY
           COMPUTE WS-ITEM-AGE-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-YMD) -
               FUNCTION INTEGER-OF-DATE(OCR-ISSUE-DATE)
           EVALUATE TRUE
               WHEN WS-ITEM-AGE-DAYS <= 90
                   MOVE 1 TO WS-AGE-SUB
               WHEN WS-ITEM-AGE-DAYS <= 365
                   MOVE 2 TO WS-AGE-SUB
               WHEN WS-ITEM-AGE-DAYS <= 730
                   MOVE 3 TO WS-AGE-SUB
               WHEN WS-ITEM-AGE-DAYS <= WS-DORMANCY-DAYS
                   MOVE 4 TO WS-AGE-SUB
               WHEN OTHER
                   MOVE 5 TO WS-AGE-SUB
           END-EVALUATE
           ADD 1 TO WS-AGE-COUNT(WS-AGE-SUB)
           ADD OCR-AMOUNT TO WS-AGE-AMOUNT(WS-AGE-SUB)

      *    Past dormancy with no presentment: hand the item to the
      *    escheatment pipeline. It stays a liability - and stays
      *    payable if presented - until the pipeline remits it.
           IF OCR-OUTSTANDING
              AND WS-ITEM-AGE-DAYS > WS-DORMANCY-DAYS
              SET OCR-ESCHEAT-PENDING TO TRUE
              MOVE WS-TODAY-YMD TO OCR-STATUS-DATE
              MOVE ZEROS TO OCR-NOTICE-DATE
              REWRITE OFFICIAL-CHECK-RECORD
                  INVALID KEY
                      DISPLAY 'ERROR: unable to hand official check '
                              OCR-CHECK-NUMBER ' to escheatment'
                      SET OCR-OUTSTANDING TO TRUE
                  NOT INVALID KEY
                      ADD 1 TO WS-REG-HANDED-COUNT
                      ADD OCR-AMOUNT TO WS-REG-HANDED-AMOUNT
                      IF WS-DTL-NOTE = SPACES
                         MOVE 'HANDED TO ESCHEATMENT'
                             TO WS-DTL-NOTE
                      END-IF
              END-REWRITE
           ELSE
              IF OCR-ESCHEAT-PENDING AND WS-DTL-NOTE = SPACES
                 MOVE 'AWAITING ESCHEATMENT' TO WS-DTL-NOTE
              END-IF
           END-IF
           PERFORM WRITE-ITEM-LINE.

       FIND-REMITTER-DEBIT.
           MOVE 'N' TO WS-DBT-FOUND-FLAG
           IF WS-DBT-COUNT > ZEROS
              SET WS-DBT-IDX TO 1
              SEARCH WS-DBT-ENTRY
                  VARYING WS-DBT-IDX
                  AT END
                      CONTINUE
                  WHEN WS-DBT-ACCOUNT(WS-DBT-IDX)
                           = OCR-REMITTER-ACCOUNT
                       AND WS-DBT-AMOUNT(WS-DBT-IDX) = OCR-AMOUNT
                       AND WS-DBT-USED-FLAG(WS-DBT-IDX) = 'N'
                      SET REMITTER-DEBIT-FOUND TO TRUE
              END-SEARCH
           END-IF.

       WRITE-ITEM-LINE.
           MOVE OCR-CHECK-NUMBER     TO WS-DTL-CHECK
           MOVE OCR-PAYEE-NAME       TO WS-DTL-PAYEE
           MOVE OCR-REMITTER-ACCOUNT TO WS-DTL-REMITTER
           MOVE OCR-ISSUE-DATE       TO WS-DTL-ISSUE-DATE
           MOVE WS-ITEM-AGE-DAYS     TO WS-DTL-AGE
           MOVE OCR-AMOUNT           TO WS-DTL-AMOUNT
           WRITE RECON-REPORT-LINE FROM WS-DETAIL-LINE
           ADD 1 TO WS-DETAIL-LINES.

       LIST-ORPHAN-DEBITS.
      *    A remitter debit no register item claimed: the liability
      *    was credited for a check the register does not know.
           IF WS-DBT-COUNT > ZEROS
              PERFORM VARYING WS-DBT-IDX FROM 1 BY 1
                      UNTIL WS-DBT-IDX > WS-DBT-COUNT
                 IF WS-DBT-USED-FLAG(WS-DBT-IDX) = 'N'
                    ADD 1 TO WS-ORPHAN-COUNT
                    ADD WS-DBT-AMOUNT(WS-DBT-IDX) TO WS-ORPHAN-AMOUNT
                    MOVE ZEROS TO WS-DTL-CHECK
                    MOVE 'NO REGISTER ITEM' TO WS-DTL-PAYEE
                    MOVE WS-DBT-ACCOUNT(WS-DBT-IDX)
                        TO WS-DTL-REMITTER
                    MOVE ZEROS TO WS-DTL-ISSUE-DATE
                    MOVE ZEROS TO WS-DTL-AGE
                    MOVE WS-DBT-AMOUNT(WS-DBT-IDX) TO WS-DTL-AMOUNT
                    MOVE 'DEBIT WITHOUT REGISTER ITEM'
                        TO WS-DTL-NOTE
                    WRITE RECON-REPORT-LINE FROM WS-DETAIL-LINE
                    ADD 1 TO WS-DETAIL-LINES
                 END-IF
              END-PERFORM
           END-IF.

       WRITE-RECONCILIATION.
      *    Register owed less GL liability is explained by items
      *    whose debit never posted (register higher) and debits no
      *    item claims (GL higher); what is left is unexplained.
           COMPUTE WS-GL-LIABILITY =
               WS-GL-ISSUED - WS-GL-PAID - WS-GL-ESCHEATED
           COMPUTE WS-DIFFERENCE = WS-REG-LIABILITY - WS-GL-LIABILITY
           COMPUTE WS-UNEXPLAINED = WS-DIFFERENCE
               - WS-UNPOSTED-AMOUNT + WS-ORPHAN-AMOUNT

           MOVE SPACES TO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE
           MOVE 'Aging of items outstanding:' TO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE
           PERFORM VARYING WS-AGE-IDX FROM 1 BY 1
                   UNTIL WS-AGE-IDX > 5
              SET WS-AGE-SUB TO WS-AGE-IDX
              MOVE WS-AGE-LABEL(WS-AGE-SUB)  TO WS-AGL-LABEL
              MOVE WS-AGE-COUNT(WS-AGE-IDX)  TO WS-AGL-COUNT
              MOVE WS-AGE-AMOUNT(WS-AGE-IDX) TO WS-AGL-AMOUNT
              WRITE RECON-REPORT-LINE FROM WS-AGING-LINE
           END-PERFORM

           MOVE SPACES TO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE
           MOVE 'Register items outstanding'  TO WS-SUM-LABEL
           MOVE WS-REG-LIABILITY              TO WS-SUM-AMOUNT
           WRITE RECON-REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE 'GL liability: checks issued' TO WS-SUM-LABEL
           MOVE WS-GL-ISSUED                  TO WS-SUM-AMOUNT
           WRITE RECON-REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE '  less checks paid'          TO WS-SUM-LABEL
           MOVE WS-GL-PAID                    TO WS-SUM-AMOUNT
           WRITE RECON-REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE '  less checks escheated'     TO WS-SUM-LABEL
           MOVE WS-GL-ESCHEATED               TO WS-SUM-AMOUNT
           WRITE RECON-REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE 'GL official-check liability' TO WS-SUM-LABEL
           MOVE WS-GL-LIABILITY               TO WS-SUM-AMOUNT
           WRITE RECON-REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE 'Difference (register less GL)' TO WS-SUM-LABEL
           MOVE WS-DIFFERENCE                 TO WS-SUM-AMOUNT
           WRITE RECON-REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE '  items with debit not posted' TO WS-SUM-LABEL
           MOVE WS-UNPOSTED-AMOUNT            TO WS-SUM-AMOUNT
           WRITE RECON-REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE '  debits without register item' TO WS-SUM-LABEL
           MOVE WS-ORPHAN-AMOUNT              TO WS-SUM-AMOUNT
           WRITE RECON-REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE 'Unexplained difference'      TO WS-SUM-LABEL
           MOVE WS-UNEXPLAINED                TO WS-SUM-AMOUNT
           WRITE RECON-REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE 'Handed to escheatment this run' TO WS-SUM-LABEL
           MOVE WS-REG-HANDED-AMOUNT          TO WS-SUM-AMOUNT
           WRITE RECON-REPORT-LINE FROM WS-SUMMARY-LINE

           IF WS-UNEXPLAINED NOT = ZEROS
              MOVE 4 TO RETURN-CODE
              DISPLAY 'WARNING: official-check register does not '
                      'reconcile to GL - unexplained $' WS-UNEXPLAINED
           END-IF.

       CLEANUP.
           DISPLAY ' '
           DISPLAY 'Official Check Reconciliation Summary'
           DISPLAY '====================================='
           DISPLAY 'Register items read:     ' WS-REGISTER-ITEMS-READ
           DISPLAY 'Items outstanding:       ' WS-REG-OWED-COUNT
                   ' Amount: $' WS-REG-LIABILITY
           DISPLAY 'Items paid / escheated:  ' WS-REG-PAID-COUNT
                   ' / ' WS-REG-ESCHEATED-COUNT
           DISPLAY 'GL liability:           $' WS-GL-LIABILITY
           DISPLAY 'Debits not posted:       ' WS-UNPOSTED-COUNT
           DISPLAY 'Debits without item:     ' WS-ORPHAN-COUNT
           DISPLAY 'Unexplained difference: $' WS-UNEXPLAINED
           DISPLAY 'Handed to escheatment:   ' WS-REG-HANDED-COUNT

           CLOSE RECON-REPORT-FILE
           PERFORM WRITE-RUN-STATISTICS
           DISPLAY 'Official Check Reconciliation - Complete'.

       WRITE-RUN-STATISTICS.
      *    One stats record per run, appended so the cycle summary
      *    can trend runtimes and volumes across nights.
           OPEN EXTEND OPS-STATS-FILE
           IF WS-OPS-STATS-STATUS = '35'
              OPEN OUTPUT OPS-STATS-FILE
           END-IF
           MOVE WS-OPS-PROGRAM-NAME   TO OPS-PROGRAM-NAME
           MOVE WS-TODAY-YMD TO OPS-BUSINESS-DATE
           MOVE WS-OPS-START-STAMP    TO OPS-START-TIMESTAMP
           MOVE FUNCTION CURRENT-DATE(1:14) TO OPS-END-TIMESTAMP
           MOVE WS-REGISTER-ITEMS-READ TO OPS-RECORDS-READ
           MOVE WS-DETAIL-LINES TO OPS-RECORDS-WRITTEN
           MOVE WS-UNPOSTED-COUNT TO OPS-RECORDS-REJECTED
           WRITE OPS-STATS-RECORD
           CLOSE OPS-STATS-FILE.
