      *****************************************************************
      * ACH RECEIPT RETURNS
      * Post-cycle batch, run after BANKING-SYSTEM, that builds the
      * NACHA return file for the day's received ACH entries that
      * could not post. Two sources feed it:
      *   - ACH-RETURN-STAGE.DAT, the entries ACH-RECEIPT-INTAKE
      *     refused before staging (bad or unknown account number,
      *     closed, frozen or non-transaction account), already
      *     carrying their return reason;
      *   - EXCEPTIONS.DAT, where the daily run leaves the 'AH'
      *     and 'AD' entries it refused - insufficient or held
      *     funds on a debit, an account frozen since intake - each
      *     matched back to the received entry (same account and
      *     amount) to recover the trace number a return must cite.
      * Each return goes back in a batch mirroring the original
      * batch's originator, with a return addenda carrying the
      * reason and original trace, and the file closes with batch
      * and file controls in the same convention BANKING-SYSTEM's
      * outbound file uses. An entry is only returned inside the
      * return window - two banking days after its settlement
      * date; anything later is listed for ACH operations to
      * handle by hand (a late return is a dishonored return).
      *
      * Copyright (c) 2026 sekacorn
      * Contact: sekacorn@gmail.com
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACH-RECEIPT-RETURNS.
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

           SELECT ACH-RECEIPT-FILE
               ASSIGN TO "ACH-RECEIPTS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RECEIPT-STATUS.

           SELECT RETURN-STAGE-FILE
               ASSIGN TO "ACH-RETURN-STAGE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STAGE-STATUS.

           SELECT EXCEPTION-FILE
               ASSIGN TO "EXCEPTIONS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-STATUS.

      *    Holiday calendar - the return window counts banking
      *    days, not calendar days.
           SELECT BANK-CALENDAR-FILE
               ASSIGN TO "BANK-CALENDAR.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.

           SELECT ACH-RETURN-FILE
               ASSIGN TO "ACH-RETURNS-OUT.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RETURN-FILE-STATUS.

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

       FD ACH-RECEIPT-FILE.
       01 ACH-RECEIPT-RAW-RECORD        PIC X(94).

       FD RETURN-STAGE-FILE.
       01 RETURN-STAGE-RECORD.
          05 ARS-TRACE-NUMBER           PIC 9(15).
          05 ARS-RETURN-REASON          PIC X(3).
          05 ARS-STAGED-DATE            PIC 9(8).

       FD EXCEPTION-FILE.
       01 EXCEPTION-RECORD.
          05 EXC-ACCOUNT-NUMBER         PIC 9(10).
          05 EXC-TYPE                   PIC X(2).
          05 EXC-AMOUNT                 PIC 9(13)V99.
          05 EXC-TIMESTAMP              PIC X(26).
          05 EXC-REASON-CODE            PIC X(2).
          05 EXC-BRANCH-CODE            PIC 9(2).

       FD BANK-CALENDAR-FILE.
       01 BANK-CALENDAR-RECORD.
          05 CAL-DATE                   PIC 9(8).
      *    'N' marks a non-processing date (holiday); anything else
      *    is informational and ignored.
          05 CAL-BUSINESS-DAY-FLAG      PIC X.

      *    NACHA record types 1, 5, 6, 7 (return addenda), 8 and 9,
      *    94 bytes each, written in NACHA order.
       FD ACH-RETURN-FILE.
       01 RR-FILE-HEADER-RECORD.
          05 RR-FH-RECORD-TYPE-CODE      PIC X(1).
          05 RR-FH-PRIORITY-CODE         PIC X(2).
          05 RR-FH-IMMEDIATE-DEST        PIC X(10).
          05 RR-FH-IMMEDIATE-ORIGIN      PIC X(10).
          05 RR-FH-FILE-CREATION-DATE    PIC 9(6).
          05 RR-FH-FILE-CREATION-TIME    PIC 9(4).
          05 RR-FH-FILE-ID-MODIFIER      PIC X(1).
          05 RR-FH-RECORD-SIZE           PIC 9(3).
          05 RR-FH-BLOCKING-FACTOR       PIC 9(2).
          05 RR-FH-FORMAT-CODE           PIC X(1).
          05 RR-FH-DEST-NAME             PIC X(23).
          05 RR-FH-ORIGIN-NAME           PIC X(23).
          05 RR-FH-REFERENCE-CODE        PIC X(8).

       01 RR-BATCH-HEADER-RECORD.
          05 RR-BH-RECORD-TYPE-CODE      PIC X(1).
          05 RR-BH-SERVICE-CLASS-CODE    PIC 9(3).
          05 RR-BH-COMPANY-NAME          PIC X(16).
          05 RR-BH-COMPANY-DISCR-DATA    PIC X(20).
          05 RR-BH-COMPANY-ID            PIC X(10).
          05 RR-BH-STD-ENTRY-CLASS-CODE  PIC X(3).
          05 RR-BH-ENTRY-DESCRIPTION     PIC X(10).
          05 RR-BH-DESCRIPTIVE-DATE      PIC X(6).
          05 RR-BH-EFFECTIVE-ENTRY-DATE  PIC 9(6).
          05 RR-BH-SETTLEMENT-DATE       PIC X(3).
          05 RR-BH-ORIGINATOR-STATUS-CD  PIC X(1).
          05 RR-BH-ORIGINATING-DFI-ID    PIC X(8).
          05 RR-BH-BATCH-NUMBER          PIC 9(7).

       01 RR-ENTRY-DETAIL-RECORD.
          05 RR-ED-RECORD-TYPE-CODE      PIC X(1).
          05 RR-ED-TRANSACTION-CODE      PIC X(2).
          05 RR-ED-RECEIVING-DFI-ID      PIC 9(8).
          05 RR-ED-CHECK-DIGIT           PIC 9(1).
          05 RR-ED-DFI-ACCOUNT-NUMBER    PIC X(17).
          05 RR-ED-AMOUNT                PIC 9(8)V99.
          05 RR-ED-INDIVIDUAL-ID         PIC X(15).
          05 RR-ED-INDIVIDUAL-NAME       PIC X(22).
          05 RR-ED-DISCRETIONARY-DATA    PIC X(2).
          05 RR-ED-ADDENDA-RECORD-IND    PIC X(1).
          05 RR-ED-TRACE-NUMBER          PIC 9(15).

       01 RR-ADDENDA-RECORD.
          05 RR-AD-RECORD-TYPE-CODE      PIC X(1).
          05 RR-AD-ADDENDA-TYPE-CODE     PIC X(2).
          05 RR-AD-RETURN-REASON         PIC X(3).
          05 RR-AD-ORIGINAL-TRACE        PIC 9(15).
          05 RR-AD-DATE-OF-DEATH         PIC X(6).
          05 RR-AD-ORIGINAL-RDFI-ID      PIC X(8).
          05 RR-AD-ADDENDA-INFORMATION   PIC X(44).
          05 RR-AD-TRACE-NUMBER          PIC 9(15).

       01 RR-BATCH-CONTROL-RECORD.
          05 RR-BC-RECORD-TYPE-CODE      PIC X(1).
          05 RR-BC-SERVICE-CLASS-CODE    PIC 9(3).
          05 RR-BC-ENTRY-ADDENDA-COUNT   PIC 9(6).
          05 RR-BC-ENTRY-HASH            PIC 9(10).
          05 RR-BC-TOTAL-DEBIT-AMOUNT    PIC 9(10)V99.
          05 RR-BC-TOTAL-CREDIT-AMOUNT   PIC 9(10)V99.
          05 RR-BC-COMPANY-ID            PIC X(10).
          05 RR-BC-MESSAGE-AUTH-CODE     PIC X(19).
          05 FILLER                      PIC X(6).
          05 RR-BC-ORIGINATING-DFI-ID    PIC X(8).
          05 RR-BC-BATCH-NUMBER          PIC 9(7).

       01 RR-FILE-CONTROL-RECORD.
          05 RR-FC-RECORD-TYPE-CODE      PIC X(1).
          05 RR-FC-BATCH-COUNT           PIC 9(6).
          05 RR-FC-BLOCK-COUNT           PIC 9(6).
          05 RR-FC-ENTRY-ADDENDA-COUNT   PIC 9(8).
          05 RR-FC-ENTRY-HASH            PIC 9(10).
          05 RR-FC-TOTAL-DEBIT-AMOUNT    PIC 9(10)V99.
          05 RR-FC-TOTAL-CREDIT-AMOUNT   PIC 9(10)V99.
          05 FILLER                      PIC X(39).

       WORKING-STORAGE SECTION.
      *    Run statistics captured for the cycle summary report.
       01 WS-OPS-STATS-STATUS           PIC X(2).
       01 WS-OPS-PROGRAM-NAME           PIC X(30)
          VALUE 'ACH-RECEIPT-RETURNS'.
       01 WS-OPS-START-STAMP            PIC X(14).

       01 WS-RECEIPT-STATUS             PIC X(2).
          88 WS-RECEIPT-EOF             VALUE '10'.
       01 WS-STAGE-STATUS               PIC X(2).
          88 WS-STAGE-EOF               VALUE '10'.
       01 WS-EXCEPTION-STATUS           PIC X(2).
          88 WS-EXCEPTION-EOF           VALUE '10'.
       01 WS-RETURN-FILE-STATUS         PIC X(2).

       01 WS-TODAY-YMD                  PIC 9(8).

      *    The received file's records, picked apart the way
      *    ACH-RECEIPT-INTAKE reads them.
       01 WS-ACH-RECORD                 PIC X(94).
       01 WS-ACH-FILE-HEADER REDEFINES WS-ACH-RECORD.
          05 WS-FH-RECORD-TYPE-CODE     PIC X(1).
          05 FILLER                     PIC X(93).
       01 WS-ACH-BATCH-HEADER REDEFINES WS-ACH-RECORD.
          05 WS-BH-RECORD-TYPE-CODE     PIC X(1).
          05 WS-BH-SERVICE-CLASS-CODE   PIC 9(3).
          05 WS-BH-COMPANY-NAME         PIC X(16).
          05 WS-BH-COMPANY-DISCR-DATA   PIC X(20).
          05 WS-BH-COMPANY-ID           PIC X(10).
          05 WS-BH-STD-ENTRY-CLASS-CODE PIC X(3).
          05 WS-BH-ENTRY-DESCRIPTION    PIC X(10).
          05 WS-BH-DESCRIPTIVE-DATE     PIC X(6).
          05 WS-BH-EFFECTIVE-ENTRY-DATE PIC 9(6).
          05 WS-BH-SETTLEMENT-DATE      PIC X(3).
          05 WS-BH-ORIGINATOR-STATUS-CD PIC X(1).
          05 WS-BH-ORIGINATING-DFI-ID   PIC X(8).
          05 WS-BH-BATCH-NUMBER         PIC 9(7).
       01 WS-ACH-ENTRY-DETAIL REDEFINES WS-ACH-RECORD.
          05 WS-ED-RECORD-TYPE-CODE     PIC X(1).
          05 WS-ED-TRANSACTION-CODE     PIC X(2).
          05 WS-ED-RECEIVING-DFI-ID     PIC 9(8).
          05 WS-ED-CHECK-DIGIT          PIC 9(1).
          05 WS-ED-DFI-ACCOUNT-NUMBER   PIC X(17).
          05 WS-ED-AMOUNT               PIC 9(8)V99.
          05 WS-ED-INDIVIDUAL-ID        PIC X(15).
          05 WS-ED-INDIVIDUAL-NAME      PIC X(22).
          05 WS-ED-DISCRETIONARY-DATA   PIC X(2).
          05 WS-ED-ADDENDA-RECORD-IND   PIC X(1).
          05 WS-ED-TRACE-NUMBER         PIC 9(15).

      *    This bank as the originator of the return file, same
      *    identity BANKING-SYSTEM's outbound file carries.
       01 WS-RACH-IDENTITY.
          05 WS-RACH-IMMEDIATE-DEST     PIC X(10) VALUE ' 091000019'.
          05 WS-RACH-IMMEDIATE-ORIGIN   PIC X(10) VALUE ' 071000013'.
          05 WS-RACH-DEST-NAME          PIC X(23)
             VALUE 'ACH OPERATOR'.
          05 WS-RACH-ORIGIN-NAME        PIC X(23)
             VALUE 'BANKING SYSTEM'.
          05 WS-RACH-ORIGINATING-DFI    PIC X(8) VALUE '07100001'.
          05 WS-RACH-BATCH-NUMBER       PIC 9(7) VALUE ZEROS.
          05 WS-RACH-TRACE-SEQUENCE     PIC 9(7) VALUE ZEROS.
          05 WS-RACH-BATCH-ENTRIES      PIC 9(6) VALUE ZEROS.
          05 WS-RACH-BATCH-HASH         PIC 9(10) VALUE ZEROS.
          05 WS-RACH-BATCH-DEBITS       PIC 9(10)V99 VALUE ZEROS.
          05 WS-RACH-BATCH-CREDITS      PIC 9(10)V99 VALUE ZEROS.
          05 WS-RACH-FILE-ENTRIES       PIC 9(8) VALUE ZEROS.
          05 WS-RACH-FILE-HASH          PIC 9(10) VALUE ZEROS.
          05 WS-RACH-FILE-DEBITS        PIC 9(10)V99 VALUE ZEROS.
          05 WS-RACH-FILE-CREDITS       PIC 9(10)V99 VALUE ZEROS.
          05 WS-RACH-BLOCK-COUNT        PIC 9(6) VALUE ZEROS.
          05 WS-RACH-RECORDS-WRITTEN    PIC 9(8) VALUE ZEROS.
          05 WS-RACH-FILLER-RECORD      PIC X(94) VALUE ALL '9'.

      *    Batches of the received file. The return window runs
      *    from each batch's settlement date, so the deadline is
      *    worked out per batch once the calendar is loaded.
       01 WS-RCB-COUNT                  PIC 9(4) VALUE ZEROS.
       01 WS-RECEIVED-BATCH-TABLE.
          05 WS-RCB-ENTRY OCCURS 0 TO 500 TIMES
             DEPENDING ON WS-RCB-COUNT
             INDEXED BY WS-RCB-IDX.
             10 WS-RCB-SERVICE-CLASS    PIC 9(3).
             10 WS-RCB-COMPANY-NAME     PIC X(16).
             10 WS-RCB-COMPANY-DISCR    PIC X(20).
             10 WS-RCB-COMPANY-ID       PIC X(10).
             10 WS-RCB-SEC-CODE         PIC X(3).
             10 WS-RCB-ENTRY-DESC       PIC X(10).
             10 WS-RCB-EFFECTIVE-DATE   PIC 9(6).
             10 WS-RCB-DEADLINE         PIC 9(8).
             10 WS-RCB-RETURN-COUNT     PIC 9(6).

      *    Entries of the received file, each remembering its batch
      *    and, once disposed, the NACHA reason it goes back under.
       01 WS-RCE-COUNT                  PIC 9(5) VALUE ZEROS.
       01 WS-RECEIVED-ENTRY-TABLE.
          05 WS-RCE-ENTRY OCCURS 0 TO 10000 TIMES
             DEPENDING ON WS-RCE-COUNT
             INDEXED BY WS-RCE-IDX.
             10 WS-RCE-BATCH            PIC 9(4).
             10 WS-RCE-TXN-CODE         PIC X(2).
             10 WS-RCE-DFI-ACCOUNT      PIC X(17).
             10 WS-RCE-ACCOUNT          PIC 9(10).
             10 WS-RCE-AMOUNT           PIC 9(8)V99.
             10 WS-RCE-INDIVIDUAL-ID    PIC X(15).
             10 WS-RCE-NAME             PIC X(22).
             10 WS-RCE-TRACE            PIC 9(15).
             10 WS-RCE-REASON           PIC X(3).
             10 WS-RCE-RETURN-FLAG      PIC X.
                88 RCE-TO-RETURN        VALUE 'Y'.
       01 WS-RCE-FOUND-FLAG             PIC X.
          88 RECEIVED-ENTRY-FOUND       VALUE 'Y'.
       01 WS-MATCH-CREDIT-FLAG          PIC X.
          88 MATCH-A-CREDIT             VALUE 'Y'.
       01 WS-RETURN-REASON              PIC X(3).

      *    Account number as received, right-justified into a
      *    10-digit number so the daily run's exceptions (keyed by
      *    account) can be matched back; anything that is not a
      *    number we could have posted to is left zero.
       01 WS-ENTRY-ACCOUNT-WORK.
          05 WS-EAW-LENGTH              PIC 9(2).
          05 WS-EAW-TEXT                PIC X(10).
          05 WS-EAW-NUMBER REDEFINES WS-EAW-TEXT PIC 9(10).
          05 WS-EAW-START               PIC 9(2).

      *    ABA check digit of the originator's routing number, from
      *    the first eight digits of the original trace (3-7-1
      *    weights, same rule OUTBOUND-WIRE-RELEASE validates with).
       01 WS-ABA-WORK.
          05 WS-ABA-DFI                 PIC 9(8).
          05 WS-ABA-DIGITS REDEFINES WS-ABA-DFI.
             10 WS-ABA-DIGIT OCCURS 8 TIMES PIC 9.
          05 WS-ABA-SUB                 PIC 9(2).
          05 WS-ABA-SUM                 PIC 9(4).
          05 WS-ABA-CHECK               PIC 9.
       01 WS-ABA-WEIGHTS                PIC X(8) VALUE '37137137'.

      *    Holiday dates only - the processing calendar is weekdays
      *    less whatever the calendar file marks 'N'. A missing
      *    calendar treats every weekday as a processing day rather
      *    than refusing the run.
       01 WS-CALENDAR-STATUS            PIC X(2).
          88 WS-CALENDAR-EOF            VALUE '10'.
       01 WS-HOLIDAY-COUNT              PIC 9(3) VALUE ZEROS.
       01 WS-HOLIDAY-TABLE.
          05 WS-HOLIDAY-DATE OCCURS 200 TIMES PIC 9(8).
       01 WS-CAL-WORK.
          05 WS-CAL-CHECK-DATE          PIC 9(8).
          05 WS-CAL-DAY-NUMBER          PIC S9(7).
          05 WS-CAL-DAY-OF-WEEK         PIC 9.
          05 WS-CAL-SUB                 PIC 9(3).
          05 WS-CAL-GUARD               PIC 9(2).
          05 WS-CAL-BUSINESS-FLAG       PIC X.
             88 CAL-IS-BUSINESS-DAY     VALUE 'Y'.
          05 WS-CAL-DAYS-ADDED          PIC 9(2).

      *    Banking days after settlement an entry may still be
      *    returned.
       01 WS-RETURN-WINDOW-DAYS         PIC 9(2) VALUE 2.

       01 WS-COUNTERS.
          05 WS-ENTRIES-LOADED          PIC 9(7) VALUE ZEROS.
          05 WS-INTAKE-RETURNS          PIC 9(5) VALUE ZEROS.
          05 WS-INTAKE-UNMATCHED        PIC 9(5) VALUE ZEROS.
          05 WS-REFUSALS-READ           PIC 9(5) VALUE ZEROS.
          05 WS-REFUSAL-RETURNS         PIC 9(5) VALUE ZEROS.
          05 WS-REFUSALS-UNMATCHED      PIC 9(5) VALUE ZEROS.
          05 WS-REFUSALS-MANUAL         PIC 9(5) VALUE ZEROS.
          05 WS-WINDOW-EXPIRED          PIC 9(5) VALUE ZEROS.
          05 WS-RETURNS-WRITTEN         PIC 9(5) VALUE ZEROS.
          05 WS-RETURN-TOTAL            PIC 9(13)V99 VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-CONTROL.
           DISPLAY 'ACH Receipt Returns - Started'
           MOVE FUNCTION CURRENT-DATE(1:14)
               TO WS-OPS-START-STAMP
           DISPLAY '============================='
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-YMD
           PERFORM LOAD-BANK-CALENDAR
           PERFORM LOAD-RECEIVED-ENTRIES
           PERFORM APPLY-INTAKE-RETURNS
           PERFORM APPLY-DAILY-REFUSALS
           PERFORM CHECK-RETURN-WINDOW
           PERFORM WRITE-ACH-RETURN-FILE
           PERFORM CLEANUP
           STOP RUN.

       LOAD-RECEIVED-ENTRIES.
      *    The file was proved whole by ACH-RECEIPT-INTAKE; here it
      *    is only loaded so returns can cite its batches and
      *    traces.
           MOVE ZEROS TO WS-RCB-COUNT
           MOVE ZEROS TO WS-RCE-COUNT
           OPEN INPUT ACH-RECEIPT-FILE
           IF WS-RECEIPT-STATUS NOT = '00'
              DISPLAY 'No ACH receipt file on disk - nothing to '
                      'return against'
              SET WS-RECEIPT-EOF TO TRUE
           END-IF

           PERFORM UNTIL WS-RECEIPT-EOF
              READ ACH-RECEIPT-FILE INTO WS-ACH-RECORD
                  AT END
                      SET WS-RECEIPT-EOF TO TRUE
                  NOT AT END
                      EVALUATE WS-FH-RECORD-TYPE-CODE
                          WHEN '5'
                              PERFORM STORE-RECEIVED-BATCH
                          WHEN '6'
                              PERFORM STORE-RECEIVED-ENTRY
                          WHEN OTHER
                              CONTINUE
                      END-EVALUATE
              END-READ
           END-PERFORM

           IF WS-RECEIPT-STATUS NOT = '35'
              CLOSE ACH-RECEIPT-FILE
           END-IF
           DISPLAY 'Received batches loaded: ' WS-RCB-COUNT
                   '  entries: ' WS-RCE-COUNT.

       STORE-RECEIVED-BATCH.
           IF WS-RCB-COUNT < 500
              ADD 1 TO WS-RCB-COUNT
              MOVE WS-BH-SERVICE-CLASS-CODE
                  TO WS-RCB-SERVICE-CLASS(WS-RCB-COUNT)
              MOVE WS-BH-COMPANY-NAME
                  TO WS-RCB-COMPANY-NAME(WS-RCB-COUNT)
              MOVE WS-BH-COMPANY-DISCR-DATA
                  TO WS-RCB-COMPANY-DISCR(WS-RCB-COUNT)
              MOVE WS-BH-COMPANY-ID
                  TO WS-RCB-COMPANY-ID(WS-RCB-COUNT)
              MOVE WS-BH-STD-ENTRY-CLASS-CODE
                  TO WS-RCB-SEC-CODE(WS-RCB-COUNT)
              MOVE WS-BH-ENTRY-DESCRIPTION
                  TO WS-RCB-ENTRY-DESC(WS-RCB-COUNT)
              MOVE WS-BH-EFFECTIVE-ENTRY-DATE
                  TO WS-RCB-EFFECTIVE-DATE(WS-RCB-COUNT)
              MOVE ZEROS TO WS-RCB-DEADLINE(WS-RCB-COUNT)
              MOVE ZEROS TO WS-RCB-RETURN-COUNT(WS-RCB-COUNT)
           ELSE
      *       A return that cannot name its batch cannot be built -
      *       better no return file than one missing items.
              DISPLAY 'FATAL: received batch table full (500 '
                      'batches) - return file not built'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       STORE-RECEIVED-ENTRY.
           IF WS-RCE-COUNT < 10000
              ADD 1 TO WS-RCE-COUNT
              ADD 1 TO WS-ENTRIES-LOADED
              MOVE WS-RCB-COUNT TO WS-RCE-BATCH(WS-RCE-COUNT)
              MOVE WS-ED-TRANSACTION-CODE
                  TO WS-RCE-TXN-CODE(WS-RCE-COUNT)
              MOVE WS-ED-DFI-ACCOUNT-NUMBER
                  TO WS-RCE-DFI-ACCOUNT(WS-RCE-COUNT)
              PERFORM PARSE-ENTRY-ACCOUNT
              MOVE WS-ED-AMOUNT TO WS-RCE-AMOUNT(WS-RCE-COUNT)
              MOVE WS-ED-INDIVIDUAL-ID
                  TO WS-RCE-INDIVIDUAL-ID(WS-RCE-COUNT)
              MOVE WS-ED-INDIVIDUAL-NAME
                  TO WS-RCE-NAME(WS-RCE-COUNT)
              MOVE WS-ED-TRACE-NUMBER TO WS-RCE-TRACE(WS-RCE-COUNT)
              MOVE SPACES TO WS-RCE-REASON(WS-RCE-COUNT)
              MOVE 'N' TO WS-RCE-RETURN-FLAG(WS-RCE-COUNT)
           ELSE
              DISPLAY 'FATAL: received entry table full (10000 '
                      'entries) - return file not built'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       PARSE-ENTRY-ACCOUNT.
           MOVE ZEROS TO WS-RCE-ACCOUNT(WS-RCE-COUNT)
           MOVE 17 TO WS-EAW-LENGTH
           PERFORM UNTIL WS-EAW-LENGTH = ZEROS
                   OR WS-ED-DFI-ACCOUNT-NUMBER(WS-EAW-LENGTH:1)
                          NOT = SPACE
              SUBTRACT 1 FROM WS-EAW-LENGTH
           END-PERFORM
           IF WS-EAW-LENGTH > ZEROS AND WS-EAW-LENGTH <= 10
              IF WS-ED-DFI-ACCOUNT-NUMBER(1:WS-EAW-LENGTH) NUMERIC
                 MOVE ALL '0' TO WS-EAW-TEXT
                 COMPUTE WS-EAW-START = 11 - WS-EAW-LENGTH
                 MOVE WS-ED-DFI-ACCOUNT-NUMBER(1:WS-EAW-LENGTH)
                     TO WS-EAW-TEXT(WS-EAW-START:WS-EAW-LENGTH)
                 MOVE WS-EAW-NUMBER TO WS-RCE-ACCOUNT(WS-RCE-COUNT)
              END-IF
           END-IF.

       APPLY-INTAKE-RETURNS.
      *    Entries refused at intake, already carrying their NACHA
      *    reason. The staging file is truncated once consumed, so
      *    an entry returns exactly once.
           OPEN INPUT RETURN-STAGE-FILE
           IF WS-STAGE-STATUS NOT = '00'
              DISPLAY 'No intake returns staged'
              SET WS-STAGE-EOF TO TRUE
           END-IF

           PERFORM UNTIL WS-STAGE-EOF
              READ RETURN-STAGE-FILE
                  AT END
                      SET WS-STAGE-EOF TO TRUE
                  NOT AT END
                      PERFORM APPLY-ONE-INTAKE-RETURN
              END-READ
           END-PERFORM

           IF WS-STAGE-STATUS NOT = '35'
              CLOSE RETURN-STAGE-FILE
              OPEN OUTPUT RETURN-STAGE-FILE
              CLOSE RETURN-STAGE-FILE
           END-IF.

       APPLY-ONE-INTAKE-RETURN.
           MOVE 'N' TO WS-RCE-FOUND-FLAG
           IF WS-RCE-COUNT > ZEROS
              SET WS-RCE-IDX TO 1
              SEARCH WS-RCE-ENTRY
                  VARYING WS-RCE-IDX
                  AT END
                      CONTINUE
                  WHEN WS-RCE-TRACE(WS-RCE-IDX) = ARS-TRACE-NUMBER
                       AND WS-RCE-REASON(WS-RCE-IDX) = SPACES
                      SET RECEIVED-ENTRY-FOUND TO TRUE
              END-SEARCH
           END-IF

           IF RECEIVED-ENTRY-FOUND
              MOVE ARS-RETURN-REASON TO WS-RCE-REASON(WS-RCE-IDX)
              MOVE 'Y' TO WS-RCE-RETURN-FLAG(WS-RCE-IDX)
              ADD 1 TO WS-INTAKE-RETURNS
           ELSE
      *       Staged against a file no longer on disk - the return
      *       cannot be rebuilt without the original entry.
              ADD 1 TO WS-INTAKE-UNMATCHED
              DISPLAY 'Intake return trace ' ARS-TRACE-NUMBER
                      ' (' ARS-RETURN-REASON ') not on the '
                      'received file - handle manually'
           END-IF.

       APPLY-DAILY-REFUSALS.
      *    The daily run's refusals of received entries: 'IF'
      *    (insufficient funds) and 'FH' (funds on hold) return as
      *    R01, 'FR' (frozen since intake) as R16, 'NF' (closed
      *    and purged since intake) as R03. Any other refusal is an
      *    operational failure on our side, not the receiver's -
      *    listed for ACH operations to repost or return by hand.
           OPEN INPUT EXCEPTION-FILE
           IF WS-EXCEPTION-STATUS NOT = '00'
              DISPLAY 'No exception file on disk - no refused ACH '
                      'entries'
              SET WS-EXCEPTION-EOF TO TRUE
           END-IF

           PERFORM UNTIL WS-EXCEPTION-EOF
              READ EXCEPTION-FILE
                  AT END
                      SET WS-EXCEPTION-EOF TO TRUE
                  NOT AT END
                      IF EXC-TYPE = 'AH' OR EXC-TYPE = 'AD'
                         ADD 1 TO WS-REFUSALS-READ
                         PERFORM APPLY-ONE-DAILY-REFUSAL
                      END-IF
              END-READ
           END-PERFORM

           IF WS-EXCEPTION-STATUS NOT = '35'
              CLOSE EXCEPTION-FILE
           END-IF.

       APPLY-ONE-DAILY-REFUSAL.
           EVALUATE EXC-REASON-CODE
               WHEN 'IF'
                   MOVE 'R01' TO WS-RETURN-REASON
               WHEN 'FH'
                   MOVE 'R01' TO WS-RETURN-REASON
               WHEN 'FR'
                   MOVE 'R16' TO WS-RETURN-REASON
               WHEN 'NF'
                   MOVE 'R03' TO WS-RETURN-REASON
               WHEN OTHER
                   MOVE SPACES TO WS-RETURN-REASON
           END-EVALUATE

           IF EXC-TYPE = 'AH'
              MOVE 'Y' TO WS-MATCH-CREDIT-FLAG
           ELSE
              MOVE 'N' TO WS-MATCH-CREDIT-FLAG
           END-IF
           PERFORM FIND-REFUSED-ENTRY

           EVALUATE TRUE
               WHEN NOT RECEIVED-ENTRY-FOUND
                   ADD 1 TO WS-REFUSALS-UNMATCHED
                   DISPLAY 'ACH refusal on account '
                           EXC-ACCOUNT-NUMBER ' $' EXC-AMOUNT
                           ' not on the received file - handle '
                           'manually'
               WHEN WS-RETURN-REASON = SPACES
                   ADD 1 TO WS-REFUSALS-MANUAL
                   MOVE 'MAN' TO WS-RCE-REASON(WS-RCE-IDX)
                   DISPLAY 'ACH entry trace '
                           WS-RCE-TRACE(WS-RCE-IDX)
                           ' refused ' EXC-REASON-CODE
                           ' - not an automatic return, handle '
                           'manually'
               WHEN OTHER
                   ADD 1 TO WS-REFUSAL-RETURNS
                   MOVE WS-RETURN-REASON TO WS-RCE-REASON(WS-RCE-IDX)
                   MOVE 'Y' TO WS-RCE-RETURN-FLAG(WS-RCE-IDX)
           END-EVALUATE.

       FIND-REFUSED-ENTRY.
      *    Same account, same amount, same direction, not already
      *    disposed - two identical entries refused the same night
      *    each claim one received entry.
           MOVE 'N' TO WS-RCE-FOUND-FLAG
           IF WS-RCE-COUNT > ZEROS
              SET WS-RCE-IDX TO 1
              SEARCH WS-RCE-ENTRY
                  VARYING WS-RCE-IDX
                  AT END
                      CONTINUE
                  WHEN WS-RCE-ACCOUNT(WS-RCE-IDX)
                           = EXC-ACCOUNT-NUMBER
                       AND WS-RCE-AMOUNT(WS-RCE-IDX) = EXC-AMOUNT
                       AND WS-RCE-REASON(WS-RCE-IDX) = SPACES
                       AND ((MATCH-A-CREDIT
                             AND (WS-RCE-TXN-CODE(WS-RCE-IDX) = '22'
                              OR WS-RCE-TXN-CODE(WS-RCE-IDX) = '32'))
                        OR (NOT MATCH-A-CREDIT
                             AND (WS-RCE-TXN-CODE(WS-RCE-IDX) = '27'
                              OR WS-RCE-TXN-CODE(WS-RCE-IDX) = '37')))
                      SET RECEIVED-ENTRY-FOUND TO TRUE
              END-SEARCH
           END-IF.

       CHECK-RETURN-WINDOW.
      *    Settlement is the batch's effective date rolled to a
      *    processing day; the deadline is two banking days later.
      *    A return after the deadline would be dishonored by the
      *    originator, so it is held back for manual handling
      *    (typically a late-return request to the ODFI).
           PERFORM VARYING WS-RCB-IDX FROM 1 BY 1
                   UNTIL WS-RCB-IDX > WS-RCB-COUNT
              PERFORM COMPUTE-BATCH-DEADLINE
           END-PERFORM

           PERFORM VARYING WS-RCE-IDX FROM 1 BY 1
                   UNTIL WS-RCE-IDX > WS-RCE-COUNT
              IF RCE-TO-RETURN(WS-RCE-IDX)
                 SET WS-RCB-IDX TO WS-RCE-BATCH(WS-RCE-IDX)
                 IF WS-TODAY-YMD > WS-RCB-DEADLINE(WS-RCB-IDX)
                    MOVE 'N' TO WS-RCE-RETURN-FLAG(WS-RCE-IDX)
                    ADD 1 TO WS-WINDOW-EXPIRED
                    DISPLAY 'ACH entry trace '
                            WS-RCE-TRACE(WS-RCE-IDX) ' '
                            WS-RCE-REASON(WS-RCE-IDX)
                            ' past return deadline '
                            WS-RCB-DEADLINE(WS-RCB-IDX)
                            ' - handle manually'
                 ELSE
                    ADD 1 TO WS-RCB-RETURN-COUNT(WS-RCB-IDX)
                 END-IF
              END-IF
           END-PERFORM.

       COMPUTE-BATCH-DEADLINE.
      *    An effective date that is not a real date (blank or
      *    garbled in the originator's file) cannot start a window,
      *    so the entry is treated as settling today.
           COMPUTE WS-CAL-CHECK-DATE =
               20000000 + WS-RCB-EFFECTIVE-DATE(WS-RCB-IDX)
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-CAL-CHECK-DATE) NOT = 0
              MOVE WS-TODAY-YMD TO WS-CAL-CHECK-DATE
           END-IF
           PERFORM ADVANCE-TO-BUSINESS-DAY
           MOVE ZEROS TO WS-CAL-DAYS-ADDED
           PERFORM UNTIL WS-CAL-DAYS-ADDED >= WS-RETURN-WINDOW-DAYS
              COMPUTE WS-CAL-DAY-NUMBER =
                  FUNCTION INTEGER-OF-DATE(WS-CAL-CHECK-DATE) + 1
              COMPUTE WS-CAL-CHECK-DATE =
                  FUNCTION DATE-OF-INTEGER(WS-CAL-DAY-NUMBER)
              PERFORM CHECK-BUSINESS-DAY
              IF CAL-IS-BUSINESS-DAY
                 ADD 1 TO WS-CAL-DAYS-ADDED
              END-IF
           END-PERFORM
           MOVE WS-CAL-CHECK-DATE TO WS-RCB-DEADLINE(WS-RCB-IDX).

       WRITE-ACH-RETURN-FILE.
      *    One return batch per received batch that has anything
      *    going back, in received order. No returns, no file.
           MOVE ZEROS TO WS-RETURNS-WRITTEN
           PERFORM VARYING WS-RCB-IDX FROM 1 BY 1
                   UNTIL WS-RCB-IDX > WS-RCB-COUNT
              ADD WS-RCB-RETURN-COUNT(WS-RCB-IDX)
                  TO WS-RETURNS-WRITTEN
           END-PERFORM

           IF WS-RETURNS-WRITTEN = ZEROS
              DISPLAY 'No ACH returns today - return file not '
                      'produced'
           ELSE
              OPEN OUTPUT ACH-RETURN-FILE
              IF WS-RETURN-FILE-STATUS NOT = '00'
                 DISPLAY 'FATAL: unable to open ACH-RETURNS-OUT.DAT '
                         '(status ' WS-RETURN-FILE-STATUS ')'
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              PERFORM WRITE-RETURN-FILE-HEADER
              MOVE 2 TO WS-RACH-RECORDS-WRITTEN
              PERFORM VARYING WS-RCB-IDX FROM 1 BY 1
                      UNTIL WS-RCB-IDX > WS-RCB-COUNT
                 IF WS-RCB-RETURN-COUNT(WS-RCB-IDX) > ZEROS
                    PERFORM WRITE-RETURN-BATCH
                 END-IF
              END-PERFORM
              PERFORM WRITE-RETURN-FILE-CONTROL
              PERFORM PAD-RETURN-FILE
              CLOSE ACH-RETURN-FILE
              DISPLAY 'ACH return file written: '
                      WS-RETURNS-WRITTEN ' returns, $'
                      WS-RETURN-TOTAL
           END-IF.

       WRITE-RETURN-FILE-HEADER.
           MOVE SPACES                  TO RR-FILE-HEADER-RECORD
           MOVE '1'                     TO RR-FH-RECORD-TYPE-CODE
           MOVE '01'                    TO RR-FH-PRIORITY-CODE
           MOVE WS-RACH-IMMEDIATE-DEST  TO RR-FH-IMMEDIATE-DEST
           MOVE WS-RACH-IMMEDIATE-ORIGIN
               TO RR-FH-IMMEDIATE-ORIGIN
           MOVE WS-TODAY-YMD(3:6)       TO RR-FH-FILE-CREATION-DATE
           MOVE 0000                    TO RR-FH-FILE-CREATION-TIME
           MOVE 'A'                     TO RR-FH-FILE-ID-MODIFIER
           MOVE 094                     TO RR-FH-RECORD-SIZE
           MOVE 10                      TO RR-FH-BLOCKING-FACTOR
           MOVE '1'                     TO RR-FH-FORMAT-CODE
           MOVE WS-RACH-DEST-NAME       TO RR-FH-DEST-NAME
           MOVE WS-RACH-ORIGIN-NAME     TO RR-FH-ORIGIN-NAME
           MOVE SPACES                  TO RR-FH-REFERENCE-CODE
           WRITE RR-FILE-HEADER-RECORD.

       WRITE-RETURN-BATCH.
      *    The return batch keeps the original originator's company
      *    identity and SEC code so the ODFI can route each return
      *    to the company that sent the entry.
           ADD 1 TO WS-RACH-BATCH-NUMBER
           MOVE ZEROS TO WS-RACH-BATCH-ENTRIES
           MOVE ZEROS TO WS-RACH-BATCH-HASH
           MOVE ZEROS TO WS-RACH-BATCH-DEBITS
           MOVE ZEROS TO WS-RACH-BATCH-CREDITS

           MOVE SPACES                  TO RR-BATCH-HEADER-RECORD
           MOVE '5'                     TO RR-BH-RECORD-TYPE-CODE
           MOVE WS-RCB-SERVICE-CLASS(WS-RCB-IDX)
               TO RR-BH-SERVICE-CLASS-CODE
           MOVE WS-RCB-COMPANY-NAME(WS-RCB-IDX)
               TO RR-BH-COMPANY-NAME
           MOVE WS-RCB-COMPANY-DISCR(WS-RCB-IDX)
               TO RR-BH-COMPANY-DISCR-DATA
           MOVE WS-RCB-COMPANY-ID(WS-RCB-IDX) TO RR-BH-COMPANY-ID
           MOVE WS-RCB-SEC-CODE(WS-RCB-IDX)
               TO RR-BH-STD-ENTRY-CLASS-CODE
           MOVE WS-RCB-ENTRY-DESC(WS-RCB-IDX)
               TO RR-BH-ENTRY-DESCRIPTION
           MOVE SPACES                  TO RR-BH-DESCRIPTIVE-DATE
           MOVE WS-TODAY-YMD(3:6)       TO RR-BH-EFFECTIVE-ENTRY-DATE
           MOVE SPACES                  TO RR-BH-SETTLEMENT-DATE
           MOVE '1'                     TO RR-BH-ORIGINATOR-STATUS-CD
           MOVE WS-RACH-ORIGINATING-DFI TO RR-BH-ORIGINATING-DFI-ID
           MOVE WS-RACH-BATCH-NUMBER    TO RR-BH-BATCH-NUMBER
           WRITE RR-BATCH-HEADER-RECORD
           ADD 1 TO WS-RACH-RECORDS-WRITTEN

           PERFORM VARYING WS-RCE-IDX FROM 1 BY 1
                   UNTIL WS-RCE-IDX > WS-RCE-COUNT
              IF RCE-TO-RETURN(WS-RCE-IDX)
                 AND WS-RCE-BATCH(WS-RCE-IDX) = WS-RCB-IDX
                 PERFORM WRITE-RETURN-ENTRY
              END-IF
           END-PERFORM

           MOVE SPACES                  TO RR-BATCH-CONTROL-RECORD
           MOVE '8'                     TO RR-BC-RECORD-TYPE-CODE
           MOVE WS-RCB-SERVICE-CLASS(WS-RCB-IDX)
               TO RR-BC-SERVICE-CLASS-CODE
           MOVE WS-RACH-BATCH-ENTRIES   TO RR-BC-ENTRY-ADDENDA-COUNT
           MOVE WS-RACH-BATCH-HASH      TO RR-BC-ENTRY-HASH
           MOVE WS-RACH-BATCH-DEBITS    TO RR-BC-TOTAL-DEBIT-AMOUNT
           MOVE WS-RACH-BATCH-CREDITS   TO RR-BC-TOTAL-CREDIT-AMOUNT
           MOVE WS-RCB-COMPANY-ID(WS-RCB-IDX) TO RR-BC-COMPANY-ID
           MOVE SPACES                  TO RR-BC-MESSAGE-AUTH-CODE
           MOVE WS-RACH-ORIGINATING-DFI TO RR-BC-ORIGINATING-DFI-ID
           MOVE WS-RACH-BATCH-NUMBER    TO RR-BC-BATCH-NUMBER
           WRITE RR-BATCH-CONTROL-RECORD
           ADD 1 TO WS-RACH-RECORDS-WRITTEN

           ADD WS-RACH-BATCH-ENTRIES TO WS-RACH-FILE-ENTRIES
           ADD WS-RACH-BATCH-HASH    TO WS-RACH-FILE-HASH
           ADD WS-RACH-BATCH-DEBITS  TO WS-RACH-FILE-DEBITS
           ADD WS-RACH-BATCH-CREDITS TO WS-RACH-FILE-CREDITS.

       WRITE-RETURN-ENTRY.
      *    The return goes to the originating bank - the first
      *    eight digits of the original trace - under the return
      *    transaction code of the original's family (21 demand
      *    credit, 26 demand debit, 31 savings credit, 36 savings
      *    debit), followed by its return addenda.
           ADD 1 TO WS-RACH-TRACE-SEQUENCE
           MOVE SPACES                  TO RR-ENTRY-DETAIL-RECORD
           MOVE '6'                     TO RR-ED-RECORD-TYPE-CODE
           EVALUATE WS-RCE-TXN-CODE(WS-RCE-IDX)
               WHEN '22'
               WHEN '23'
                   MOVE '21' TO RR-ED-TRANSACTION-CODE
               WHEN '27'
               WHEN '28'
                   MOVE '26' TO RR-ED-TRANSACTION-CODE
               WHEN '32'
               WHEN '33'
                   MOVE '31' TO RR-ED-TRANSACTION-CODE
               WHEN OTHER
                   MOVE '36' TO RR-ED-TRANSACTION-CODE
           END-EVALUATE
           MOVE WS-RCE-TRACE(WS-RCE-IDX)(1:8) TO WS-ABA-DFI
           PERFORM COMPUTE-ABA-CHECK-DIGIT
           MOVE WS-ABA-DFI              TO RR-ED-RECEIVING-DFI-ID
           MOVE WS-ABA-CHECK            TO RR-ED-CHECK-DIGIT
           MOVE WS-RCE-DFI-ACCOUNT(WS-RCE-IDX)
               TO RR-ED-DFI-ACCOUNT-NUMBER
           MOVE WS-RCE-AMOUNT(WS-RCE-IDX) TO RR-ED-AMOUNT
           MOVE WS-RCE-INDIVIDUAL-ID(WS-RCE-IDX)
               TO RR-ED-INDIVIDUAL-ID
           MOVE WS-RCE-NAME(WS-RCE-IDX) TO RR-ED-INDIVIDUAL-NAME
           MOVE SPACES                  TO RR-ED-DISCRETIONARY-DATA
           MOVE '1'                     TO RR-ED-ADDENDA-RECORD-IND
           MOVE WS-RACH-ORIGINATING-DFI
               TO RR-ED-TRACE-NUMBER(1:8)
           MOVE WS-RACH-TRACE-SEQUENCE
               TO RR-ED-TRACE-NUMBER(9:7)
           WRITE RR-ENTRY-DETAIL-RECORD

           ADD RR-ED-RECEIVING-DFI-ID TO WS-RACH-BATCH-HASH
           IF RR-ED-TRANSACTION-CODE = '21'
              OR RR-ED-TRANSACTION-CODE = '31'
              ADD RR-ED-AMOUNT TO WS-RACH-BATCH-CREDITS
           ELSE
              ADD RR-ED-AMOUNT TO WS-RACH-BATCH-DEBITS
           END-IF
           ADD RR-ED-AMOUNT TO WS-RETURN-TOTAL

           MOVE SPACES                  TO RR-ADDENDA-RECORD
           MOVE '7'                     TO RR-AD-RECORD-TYPE-CODE
           MOVE '99'                    TO RR-AD-ADDENDA-TYPE-CODE
           MOVE WS-RCE-REASON(WS-RCE-IDX) TO RR-AD-RETURN-REASON
           MOVE WS-RCE-TRACE(WS-RCE-IDX) TO RR-AD-ORIGINAL-TRACE
           MOVE SPACES                  TO RR-AD-DATE-OF-DEATH
           MOVE WS-RACH-ORIGINATING-DFI TO RR-AD-ORIGINAL-RDFI-ID
           MOVE SPACES                  TO RR-AD-ADDENDA-INFORMATION
           MOVE RR-ED-TRACE-NUMBER      TO RR-AD-TRACE-NUMBER
           WRITE RR-ADDENDA-RECORD

           ADD 2 TO WS-RACH-BATCH-ENTRIES
           ADD 2 TO WS-RACH-RECORDS-WRITTEN
           DISPLAY 'Returned trace ' WS-RCE-TRACE(WS-RCE-IDX) ' '
                   WS-RCE-REASON(WS-RCE-IDX) ' $'
                   WS-RCE-AMOUNT(WS-RCE-IDX).

       COMPUTE-ABA-CHECK-DIGIT.
           MOVE ZEROS TO WS-ABA-SUM
           PERFORM VARYING WS-ABA-SUB FROM 1 BY 1
                   UNTIL WS-ABA-SUB > 8
              COMPUTE WS-ABA-SUM = WS-ABA-SUM
                  + WS-ABA-DIGIT(WS-ABA-SUB)
                  * FUNCTION NUMVAL(WS-ABA-WEIGHTS(WS-ABA-SUB:1))
           END-PERFORM
           COMPUTE WS-ABA-CHECK =
               FUNCTION MOD(10 - FUNCTION MOD(WS-ABA-SUM, 10), 10).

       WRITE-RETURN-FILE-CONTROL.
      *    Same 10-record blocking arithmetic as the outbound file;
      *    the record count started at two for the file header and
      *    this control record.
           COMPUTE WS-RACH-BLOCK-COUNT =
               FUNCTION INTEGER-PART(
                  (WS-RACH-RECORDS-WRITTEN + 9) / 10)
           MOVE SPACES                  TO RR-FILE-CONTROL-RECORD
           MOVE '9'                     TO RR-FC-RECORD-TYPE-CODE
           MOVE WS-RACH-BATCH-NUMBER    TO RR-FC-BATCH-COUNT
           MOVE WS-RACH-BLOCK-COUNT     TO RR-FC-BLOCK-COUNT
           MOVE WS-RACH-FILE-ENTRIES    TO RR-FC-ENTRY-ADDENDA-COUNT
           MOVE WS-RACH-FILE-HASH       TO RR-FC-ENTRY-HASH
           MOVE WS-RACH-FILE-DEBITS     TO RR-FC-TOTAL-DEBIT-AMOUNT
           MOVE WS-RACH-FILE-CREDITS    TO RR-FC-TOTAL-CREDIT-AMOUNT
           WRITE RR-FILE-CONTROL-RECORD.

       PAD-RETURN-FILE.
           PERFORM UNTIL WS-RACH-RECORDS-WRITTEN >=
                   WS-RACH-BLOCK-COUNT * 10
               WRITE RR-FILE-CONTROL-RECORD
                   FROM WS-RACH-FILLER-RECORD
               ADD 1 TO WS-RACH-RECORDS-WRITTEN
           END-PERFORM.

       LOAD-BANK-CALENDAR.
      *    Holiday dates only - the processing calendar is weekdays
      *    less whatever the calendar file marks 'N'.
           MOVE ZEROS TO WS-HOLIDAY-COUNT
           OPEN INPUT BANK-CALENDAR-FILE
           IF WS-CALENDAR-STATUS NOT = '00'
              DISPLAY 'WARNING: no BANK-CALENDAR.DAT (status '
                      WS-CALENDAR-STATUS ') - holidays treated as '
                      'processing days'
              SET WS-CALENDAR-EOF TO TRUE
           END-IF

           PERFORM UNTIL WS-CALENDAR-EOF
              READ BANK-CALENDAR-FILE
                  AT END
                      SET WS-CALENDAR-EOF TO TRUE
                  NOT AT END
                      IF CAL-BUSINESS-DAY-FLAG = 'N'
                         IF WS-HOLIDAY-COUNT < 200
                            ADD 1 TO WS-HOLIDAY-COUNT
                            MOVE CAL-DATE
                                TO WS-HOLIDAY-DATE(WS-HOLIDAY-COUNT)
                         ELSE
                            DISPLAY 'WARNING: holiday table full '
                                    '(200 entries) - ' CAL-DATE
                                    ' not loaded'
                         END-IF
                      END-IF
              END-READ
           END-PERFORM

           IF WS-CALENDAR-STATUS NOT = '35'
              CLOSE BANK-CALENDAR-FILE
           END-IF
           DISPLAY 'Bank holidays loaded: ' WS-HOLIDAY-COUNT.

       CHECK-BUSINESS-DAY.
      *    WS-CAL-CHECK-DATE is a business day when it is neither a
      *    weekend (INTEGER-OF-DATE day 1, 1601-01-01, was a Monday,
      *    so MOD(day-number, 7) of 0 is a Sunday and 6 a Saturday)
      *    nor on the holiday table.
           MOVE 'Y' TO WS-CAL-BUSINESS-FLAG
           COMPUTE WS-CAL-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-CAL-CHECK-DATE)
           COMPUTE WS-CAL-DAY-OF-WEEK =
               FUNCTION MOD(WS-CAL-DAY-NUMBER, 7)
           IF WS-CAL-DAY-OF-WEEK = 0 OR WS-CAL-DAY-OF-WEEK = 6
              MOVE 'N' TO WS-CAL-BUSINESS-FLAG
           ELSE
              PERFORM VARYING WS-CAL-SUB FROM 1 BY 1
                      UNTIL WS-CAL-SUB > WS-HOLIDAY-COUNT
                 IF WS-HOLIDAY-DATE(WS-CAL-SUB) = WS-CAL-CHECK-DATE
                    MOVE 'N' TO WS-CAL-BUSINESS-FLAG
                    MOVE WS-HOLIDAY-COUNT TO WS-CAL-SUB
                 END-IF
              END-PERFORM
           END-IF.

       ADVANCE-TO-BUSINESS-DAY.
      *    Rolls WS-CAL-CHECK-DATE forward to the next processing
      *    day; a date already on one stays put. The guard stops a
      *    corrupt calendar from looping the batch.
           MOVE ZEROS TO WS-CAL-GUARD
           PERFORM CHECK-BUSINESS-DAY
           PERFORM UNTIL CAL-IS-BUSINESS-DAY OR WS-CAL-GUARD >= 30
              ADD 1 TO WS-CAL-GUARD
              COMPUTE WS-CAL-DAY-NUMBER =
                  FUNCTION INTEGER-OF-DATE(WS-CAL-CHECK-DATE) + 1
              COMPUTE WS-CAL-CHECK-DATE =
                  FUNCTION DATE-OF-INTEGER(WS-CAL-DAY-NUMBER)
              PERFORM CHECK-BUSINESS-DAY
           END-PERFORM.

       CLEANUP.
           DISPLAY ' '
           DISPLAY 'ACH Receipt Returns Summary'
           DISPLAY '==========================='
           DISPLAY 'Received entries loaded: ' WS-ENTRIES-LOADED
           DISPLAY 'Intake returns applied:  ' WS-INTAKE-RETURNS
                   ' unmatched: ' WS-INTAKE-UNMATCHED
           DISPLAY 'Daily-run refusals read: ' WS-REFUSALS-READ
           DISPLAY '  returned:              ' WS-REFUSAL-RETURNS
           DISPLAY '  manual:                ' WS-REFUSALS-MANUAL
           DISPLAY '  not on received file:  ' WS-REFUSALS-UNMATCHED
           DISPLAY 'Past return window:      ' WS-WINDOW-EXPIRED
           DISPLAY 'Returns written:         ' WS-RETURNS-WRITTEN
                   ' Amount: $' WS-RETURN-TOTAL

           IF WS-INTAKE-UNMATCHED > ZEROS
              OR WS-REFUSALS-MANUAL > ZEROS
              OR WS-REFUSALS-UNMATCHED > ZEROS
              OR WS-WINDOW-EXPIRED > ZEROS
              MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM WRITE-RUN-STATISTICS
           DISPLAY 'ACH Receipt Returns - Complete'.

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
           MOVE WS-ENTRIES-LOADED TO OPS-RECORDS-READ
           MOVE WS-RETURNS-WRITTEN TO OPS-RECORDS-WRITTEN
           COMPUTE OPS-RECORDS-REJECTED =
               WS-INTAKE-UNMATCHED + WS-REFUSALS-MANUAL
               + WS-REFUSALS-UNMATCHED + WS-WINDOW-EXPIRED
           WRITE OPS-STATS-RECORD
           CLOSE OPS-STATS-FILE.
