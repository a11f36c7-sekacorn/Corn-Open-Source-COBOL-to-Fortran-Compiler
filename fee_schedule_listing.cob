      *****************************************************************
      * FEE SCHEDULE LISTING
      * Prints the central fee schedule (FEE-SCHEDULE.DAT) for
      * compliance sign-off, grouped by fee code and account type
      * with every effective-dated row marked as it stands on the
      * listing date:
      *   IN FORCE    the row the assessing programs will use;
      *   SUPERSEDED  retained history;
      *   PENDING     future-dated - the change awaiting sign-off.
      * The same edits the assessing programs apply at load are
      * checked here first - a zero fee, an unknown basis, two rows
      * for one code and type on the same date, and any fee those
      * programs require with nothing in force - so a bad schedule
      * is caught on the listing, not by a refused night run.
      * AS-OF=YYYYMMDD on the command line lists the schedule as it
      * will stand on a future date (the date a change takes
      * effect); the default is today.
      *
      * Copyright (c) 2026 sekacorn
      * Contact: sekacorn@gmail.com
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEE-SCHEDULE-LISTING.
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

           SELECT FEE-SCHEDULE-FILE
               ASSIGN TO "FEE-SCHEDULE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEE-SCHEDULE-STATUS.

           SELECT FEE-SORT-FILE
               ASSIGN TO "FEE-SORT.TMP".

           SELECT FEE-LISTING-FILE
               ASSIGN TO "FEE-SCHEDULE-LISTING.TXT"
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

       SD FEE-SORT-FILE.
       01 FEE-SORT-RECORD.
          05 FSR-EFFECTIVE-DATE         PIC 9(8).
          05 FSR-FEE-CODE               PIC X(8).
          05 FSR-ACCOUNT-TYPE           PIC X(2).
          05 FSR-FEE-BASIS              PIC X.
          05 FSR-FEE-AMOUNT             PIC 9(5)V99.
          05 FSR-DESCRIPTION            PIC X(30).

       FD FEE-LISTING-FILE.
       01 FEE-LISTING-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
      *    Run statistics captured for the cycle summary report.
       01 WS-OPS-STATS-STATUS           PIC X(2).
       01 WS-OPS-PROGRAM-NAME           PIC X(30)
          VALUE 'FEE-SCHEDULE-LISTING'.
       01 WS-OPS-START-STAMP            PIC X(14).

       01 WS-FEE-SCHEDULE-STATUS        PIC X(2).
       01 WS-SORT-RETURN-CODE           PIC S9(4) COMP VALUE ZEROS.
       01 WS-SORT-EOF-FLAG              PIC X VALUE 'N'.
          88 WS-SORT-AT-EOF             VALUE 'Y'.

       01 WS-TODAY-YMD                  PIC 9(8).
       01 WS-AS-OF-DATE                 PIC 9(8).
       01 WS-CLI-PARM                   PIC X(60).

      *    One row held back until the next is seen: whether a row
      *    is in force depends on whether a later row for the same
      *    code and type has also taken effect.
       01 WS-HELD-ROW.
          05 WS-HELD-EFFECTIVE          PIC 9(8).
          05 WS-HELD-CODE               PIC X(8).
          05 WS-HELD-TYPE               PIC X(2).
          05 WS-HELD-BASIS              PIC X.
          05 WS-HELD-AMOUNT             PIC 9(5)V99.
          05 WS-HELD-DESCRIPTION        PIC X(30).
       01 WS-HELD-FLAG                  PIC X VALUE 'N'.
          88 ROW-IS-HELD                VALUE 'Y'.
       01 WS-SUPERSEDED-FLAG            PIC X.
          88 HELD-ROW-SUPERSEDED        VALUE 'Y'.
       01 WS-ROW-EXCEPTION              PIC X(30).

      *    Fees the assessing programs refuse to run without; each
      *    must have a row in force for its type or for '**'.
       01 WS-REQUIRED-FEE-VALUES.
          05 FILLER                     PIC X(10) VALUE 'ODFEE   CK'.
          05 FILLER                     PIC X(10) VALUE 'ODFEE   SV'.
          05 FILLER                     PIC X(10) VALUE 'ODFEE   MM'.
          05 FILLER                     PIC X(10) VALUE 'WIREIN  CK'.
          05 FILLER                     PIC X(10) VALUE 'WIREIN  SV'.
          05 FILLER                     PIC X(10) VALUE 'WIREIN  MM'.
          05 FILLER                     PIC X(10) VALUE 'WIREOUT CK'.
          05 FILLER                     PIC X(10) VALUE 'WIREOUT SV'.
          05 FILLER                     PIC X(10) VALUE 'WIREOUT MM'.
          05 FILLER                     PIC X(10) VALUE 'CDEWPEN CD'.
          05 FILLER                     PIC X(10) VALUE 'MAINTFEECK'.
          05 FILLER                     PIC X(10) VALUE 'MAINTFEESV'.
          05 FILLER                     PIC X(10) VALUE 'MAINTFEEMM'.
      *    Account analysis prices and earnings credit rate ('ANECR'
      *    carries the annual rate in percent).
          05 FILLER                     PIC X(10) VALUE 'ANCHKPD CK'.
          05 FILLER                     PIC X(10) VALUE 'ANDEPOS CK'.
          05 FILLER                     PIC X(10) VALUE 'ANWIREINCK'.
          05 FILLER                     PIC X(10) VALUE 'ANACHORGCK'.
          05 FILLER                     PIC X(10) VALUE 'ANPPEXC CK'.
          05 FILLER                     PIC X(10) VALUE 'ANMAINT CK'.
          05 FILLER                     PIC X(10) VALUE 'ANECR   CK'.
       01 WS-REQUIRED-FEES REDEFINES WS-REQUIRED-FEE-VALUES.
          05 WS-REQ-FEE OCCURS 20 TIMES.
             10 WS-REQ-CODE             PIC X(8).
             10 WS-REQ-TYPE             PIC X(2).
       01 WS-REQ-SUB                    PIC 9(2).

      *    Code and type of every row found in force, for the
      *    required-fee check at the end.
       01 WS-IN-FORCE-COUNT             PIC 9(3) VALUE ZEROS.
       01 WS-IN-FORCE-TABLE.
          05 WS-IF-ENTRY OCCURS 0 TO 500 TIMES
             DEPENDING ON WS-IN-FORCE-COUNT
             INDEXED BY WS-IF-IDX.
             10 WS-IF-CODE              PIC X(8).
             10 WS-IF-TYPE              PIC X(2).
       01 WS-IF-FOUND-FLAG              PIC X.
          88 REQUIRED-FEE-IN-FORCE      VALUE 'Y'.

       01 WS-COUNTERS.
          05 WS-ROWS-READ               PIC 9(5) VALUE ZEROS.
          05 WS-ROWS-IN-FORCE           PIC 9(5) VALUE ZEROS.
          05 WS-ROWS-SUPERSEDED         PIC 9(5) VALUE ZEROS.
          05 WS-ROWS-PENDING            PIC 9(5) VALUE ZEROS.
          05 WS-EXCEPTION-COUNT         PIC 9(5) VALUE ZEROS.

       01 WS-LISTING-HEADER-1.
          05 FILLER                     PIC X(40)
             VALUE '          FEE SCHEDULE LISTING'.
          05 FILLER                     PIC X(7) VALUE 'As of: '.
          05 WS-LH-AS-OF                PIC 9(8).
       01 WS-LISTING-HEADER-2.
          05 FILLER                     PIC X(70)
             VALUE 'Fee Code Type Effective Basis    Amount  Status'
                   & '      Description'.
       01 WS-LISTING-DETAIL.
          05 WS-LD-CODE                 PIC X(8).
          05 FILLER                     PIC X(1) VALUE SPACES.
          05 WS-LD-TYPE                 PIC X(2).
          05 FILLER                     PIC X(3) VALUE SPACES.
          05 WS-LD-EFFECTIVE            PIC 9(8).
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-LD-BASIS                PIC X(4).
          05 FILLER                     PIC X(1) VALUE SPACES.
          05 WS-LD-AMOUNT               PIC ZZ,ZZ9.99.
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-LD-STATUS               PIC X(11).
          05 FILLER                     PIC X(1) VALUE SPACES.
          05 WS-LD-DESCRIPTION          PIC X(30).
          05 FILLER                     PIC X(1) VALUE SPACES.
          05 WS-LD-EXCEPTION            PIC X(30).
       01 WS-MISSING-LINE.
          05 FILLER                     PIC X(30)
             VALUE '*** NO FEE IN FORCE FOR '.
          05 WS-ML-CODE                 PIC X(8).
          05 FILLER                     PIC X(1) VALUE SPACES.
          05 WS-ML-TYPE                 PIC X(2).
       01 WS-SUMMARY-LINE.
          05 WS-SL-LABEL                PIC X(30).
          05 WS-SL-COUNT                PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-CONTROL.
           PERFORM INITIALIZATION
           PERFORM SORT-FEE-SCHEDULE
           PERFORM CHECK-REQUIRED-FEES
           PERFORM CLEANUP
           STOP RUN.

       INITIALIZATION.
           DISPLAY 'Fee Schedule Listing - Started'
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-OPS-START-STAMP
           DISPLAY '=============================='
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-YMD
           MOVE WS-TODAY-YMD TO WS-AS-OF-DATE

           ACCEPT WS-CLI-PARM FROM COMMAND-LINE
           IF WS-CLI-PARM(1:6) = 'AS-OF='
              MOVE WS-CLI-PARM(7:8) TO WS-AS-OF-DATE
              IF WS-AS-OF-DATE NOT NUMERIC
                 OR FUNCTION TEST-DATE-YYYYMMDD(WS-AS-OF-DATE)
                    NOT = ZEROS
                 DISPLAY 'FATAL: AS-OF= must be a valid YYYYMMDD '
                         'date - run refused'
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF
           DISPLAY 'Listing schedule as of: ' WS-AS-OF-DATE

      *    An unreadable schedule is itself the finding to report.
           OPEN INPUT FEE-SCHEDULE-FILE
           IF WS-FEE-SCHEDULE-STATUS NOT = '00'
              DISPLAY 'FATAL: unable to open FEE-SCHEDULE.DAT '
                      '(status ' WS-FEE-SCHEDULE-STATUS ') - run '
                      'refused'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           CLOSE FEE-SCHEDULE-FILE

           OPEN OUTPUT FEE-LISTING-FILE
           MOVE WS-AS-OF-DATE TO WS-LH-AS-OF
           WRITE FEE-LISTING-LINE FROM WS-LISTING-HEADER-1
           WRITE FEE-LISTING-LINE FROM WS-LISTING-HEADER-2.

       SORT-FEE-SCHEDULE.
           SORT FEE-SORT-FILE
               ON ASCENDING KEY FSR-FEE-CODE
               ON ASCENDING KEY FSR-ACCOUNT-TYPE
               ON ASCENDING KEY FSR-EFFECTIVE-DATE
               USING FEE-SCHEDULE-FILE
               OUTPUT PROCEDURE IS LIST-SORTED-SCHEDULE

           MOVE RETURN-CODE TO WS-SORT-RETURN-CODE
           IF WS-SORT-RETURN-CODE NOT = ZEROS
              DISPLAY 'FATAL: fee schedule SORT failed, return code '
                      WS-SORT-RETURN-CODE
              MOVE WS-SORT-RETURN-CODE TO RETURN-CODE
              STOP RUN
           END-IF.

       LIST-SORTED-SCHEDULE.
           PERFORM RETURN-SORTED-FEE-ROW
           PERFORM UNTIL WS-SORT-AT-EOF
              ADD 1 TO WS-ROWS-READ
              IF ROW-IS-HELD
                 MOVE 'N' TO WS-SUPERSEDED-FLAG
                 IF FSR-FEE-CODE = WS-HELD-CODE
                    AND FSR-ACCOUNT-TYPE = WS-HELD-TYPE
                    AND FSR-EFFECTIVE-DATE <= WS-AS-OF-DATE
                    MOVE 'Y' TO WS-SUPERSEDED-FLAG
                 END-IF
                 PERFORM LIST-HELD-ROW
              END-IF
              PERFORM HOLD-SORTED-ROW
              PERFORM RETURN-SORTED-FEE-ROW
           END-PERFORM

           IF ROW-IS-HELD
              MOVE 'N' TO WS-SUPERSEDED-FLAG
              PERFORM LIST-HELD-ROW
           END-IF.

       RETURN-SORTED-FEE-ROW.
           RETURN FEE-SORT-FILE
               AT END
                   SET WS-SORT-AT-EOF TO TRUE
           END-RETURN.

       HOLD-SORTED-ROW.
      *    Two rows for one code and type on the same date leave
      *    the fee in force to file order - the assessing programs
      *    take the last one read.
           MOVE SPACES TO WS-ROW-EXCEPTION
           IF ROW-IS-HELD
              AND FSR-FEE-CODE = WS-HELD-CODE
              AND FSR-ACCOUNT-TYPE = WS-HELD-TYPE
              AND FSR-EFFECTIVE-DATE = WS-HELD-EFFECTIVE
              MOVE 'DUPLICATE EFFECTIVE DATE' TO WS-ROW-EXCEPTION
           END-IF
           MOVE FSR-EFFECTIVE-DATE TO WS-HELD-EFFECTIVE
           MOVE FSR-FEE-CODE       TO WS-HELD-CODE
           MOVE FSR-ACCOUNT-TYPE   TO WS-HELD-TYPE
           MOVE FSR-FEE-BASIS      TO WS-HELD-BASIS
           MOVE FSR-FEE-AMOUNT     TO WS-HELD-AMOUNT
           MOVE FSR-DESCRIPTION    TO WS-HELD-DESCRIPTION
           MOVE 'Y' TO WS-HELD-FLAG.

       LIST-HELD-ROW.
           MOVE WS-HELD-CODE        TO WS-LD-CODE
           MOVE WS-HELD-TYPE        TO WS-LD-TYPE
           MOVE WS-HELD-EFFECTIVE   TO WS-LD-EFFECTIVE
           MOVE WS-HELD-AMOUNT      TO WS-LD-AMOUNT
           MOVE WS-HELD-DESCRIPTION TO WS-LD-DESCRIPTION
           EVALUATE WS-HELD-BASIS
               WHEN 'F'
                   MOVE 'FLAT' TO WS-LD-BASIS
               WHEN 'D'
                   MOVE 'DAYS' TO WS-LD-BASIS
               WHEN OTHER
                   MOVE '????' TO WS-LD-BASIS
                   MOVE 'UNKNOWN FEE BASIS' TO WS-ROW-EXCEPTION
           END-EVALUATE
           IF WS-HELD-AMOUNT = ZEROS
              MOVE 'ZERO FEE AMOUNT' TO WS-ROW-EXCEPTION
           END-IF

           EVALUATE TRUE
               WHEN WS-HELD-EFFECTIVE > WS-AS-OF-DATE
                   MOVE 'PENDING' TO WS-LD-STATUS
                   ADD 1 TO WS-ROWS-PENDING
               WHEN HELD-ROW-SUPERSEDED
                   MOVE 'SUPERSEDED' TO WS-LD-STATUS
                   ADD 1 TO WS-ROWS-SUPERSEDED
               WHEN OTHER
                   MOVE 'IN FORCE' TO WS-LD-STATUS
                   ADD 1 TO WS-ROWS-IN-FORCE
                   PERFORM RECORD-IN-FORCE-FEE
           END-EVALUATE

      *    A bad superseded row no longer matters; a bad row in
      *    force or pending stops the runs that load it.
           IF WS-ROW-EXCEPTION NOT = SPACES
              AND NOT HELD-ROW-SUPERSEDED
              ADD 1 TO WS-EXCEPTION-COUNT
           END-IF
           MOVE WS-ROW-EXCEPTION TO WS-LD-EXCEPTION
           WRITE FEE-LISTING-LINE FROM WS-LISTING-DETAIL.

       RECORD-IN-FORCE-FEE.
           IF WS-IN-FORCE-COUNT < 500
              ADD 1 TO WS-IN-FORCE-COUNT
              MOVE WS-HELD-CODE TO WS-IF-CODE(WS-IN-FORCE-COUNT)
              MOVE WS-HELD-TYPE TO WS-IF-TYPE(WS-IN-FORCE-COUNT)
           END-IF.

       CHECK-REQUIRED-FEES.
           MOVE SPACES TO FEE-LISTING-LINE
           WRITE FEE-LISTING-LINE
           PERFORM VARYING WS-REQ-SUB FROM 1 BY 1
                   UNTIL WS-REQ-SUB > 20
              MOVE 'N' TO WS-IF-FOUND-FLAG
              IF WS-IN-FORCE-COUNT > ZEROS
                 SET WS-IF-IDX TO 1
                 SEARCH WS-IF-ENTRY
                     VARYING WS-IF-IDX
                     AT END
                         CONTINUE
                     WHEN WS-IF-CODE(WS-IF-IDX) =
                             WS-REQ-CODE(WS-REQ-SUB)
                          AND (WS-IF-TYPE(WS-IF-IDX) =
                                  WS-REQ-TYPE(WS-REQ-SUB)
                               OR WS-IF-TYPE(WS-IF-IDX) = '**')
                         SET REQUIRED-FEE-IN-FORCE TO TRUE
                 END-SEARCH
              END-IF
              IF NOT REQUIRED-FEE-IN-FORCE
                 MOVE WS-REQ-CODE(WS-REQ-SUB) TO WS-ML-CODE
                 MOVE WS-REQ-TYPE(WS-REQ-SUB) TO WS-ML-TYPE
                 WRITE FEE-LISTING-LINE FROM WS-MISSING-LINE
                 ADD 1 TO WS-EXCEPTION-COUNT
              END-IF
           END-PERFORM.

       CLEANUP.
           MOVE SPACES TO FEE-LISTING-LINE
           WRITE FEE-LISTING-LINE
           MOVE 'Schedule rows listed:' TO WS-SL-LABEL
           MOVE WS-ROWS-READ TO WS-SL-COUNT
           WRITE FEE-LISTING-LINE FROM WS-SUMMARY-LINE
           MOVE '  In force:' TO WS-SL-LABEL
           MOVE WS-ROWS-IN-FORCE TO WS-SL-COUNT
           WRITE FEE-LISTING-LINE FROM WS-SUMMARY-LINE
           MOVE '  Superseded:' TO WS-SL-LABEL
           MOVE WS-ROWS-SUPERSEDED TO WS-SL-COUNT
           WRITE FEE-LISTING-LINE FROM WS-SUMMARY-LINE
           MOVE '  Pending sign-off:' TO WS-SL-LABEL
           MOVE WS-ROWS-PENDING TO WS-SL-COUNT
           WRITE FEE-LISTING-LINE FROM WS-SUMMARY-LINE
           MOVE 'Exceptions:' TO WS-SL-LABEL
           MOVE WS-EXCEPTION-COUNT TO WS-SL-COUNT
           WRITE FEE-LISTING-LINE FROM WS-SUMMARY-LINE
           CLOSE FEE-LISTING-FILE

           DISPLAY ' '
           DISPLAY 'Fee Schedule Listing Summary'
           DISPLAY '============================'
           DISPLAY 'Rows listed:       ' WS-ROWS-READ
           DISPLAY 'In force:          ' WS-ROWS-IN-FORCE
           DISPLAY 'Superseded:        ' WS-ROWS-SUPERSEDED
           DISPLAY 'Pending sign-off:  ' WS-ROWS-PENDING
           DISPLAY 'Exceptions:        ' WS-EXCEPTION-COUNT
           IF WS-EXCEPTION-COUNT > ZEROS
              DISPLAY 'WARNING: schedule has exceptions - not fit '
                      'for sign-off'
              MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM WRITE-RUN-STATISTICS
           DISPLAY 'Fee Schedule Listing - Complete'.

       WRITE-RUN-STATISTICS.
      *    One stats record per run, appended so the cycle summary
      *    can trend runtimes and volumes across nights.
           OPEN EXTEND OPS-STATS-FILE
           IF WS-OPS-STATS-STATUS = '35'
              OPEN OUTPUT OPS-STATS-FILE
           END-IF
           MOVE WS-OPS-PROGRAM-NAME   TO OPS-PROGRAM-NAME
           MOVE WS-TODAY-YMD          TO OPS-BUSINESS-DATE
           MOVE WS-OPS-START-STAMP    TO OPS-START-TIMESTAMP
           MOVE FUNCTION CURRENT-DATE(1:14) TO OPS-END-TIMESTAMP
           MOVE WS-ROWS-READ          TO OPS-RECORDS-READ
           MOVE WS-ROWS-READ          TO OPS-RECORDS-WRITTEN
           MOVE WS-EXCEPTION-COUNT    TO OPS-RECORDS-REJECTED
           WRITE OPS-STATS-RECORD
           CLOSE OPS-STATS-FILE.
