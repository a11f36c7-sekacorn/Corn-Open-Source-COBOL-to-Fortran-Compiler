               ASSIGN TO "DIRECT-DEPOSIT.DAT"
               ORGANIZATION IS SEQUENTIAL.

      *    The run's labor-distribution journal for the general
      *    ledger, in the GL-JOURNAL-EXTRACT layout, so finance no
      *    longer re-keys payroll totals from the run output.
           SELECT PAYROLL-GL-JOURNAL-FILE
               ASSIGN TO "PAYROLL-GL-JOURNAL.DAT"
               ORGANIZATION IS SEQUENTIAL.

      *    Pay for employees who bank with us is posted into the
      *    next banking cycle as DP transactions instead of riding
      *    the ACH file out and back. They are staged on the pending
               ASSIGN TO "GARNISH-REMITTANCE.DAT"
               ORGANIZATION IS SEQUENTIAL.

      *    401(k) elections - pre-tax and Roth deferral, percent or
      *    flat, plus any plan loan repayment - one record per
      *    enrolled employee. Rewritten at end of run with the loan
      *    balances drawn down.
           SELECT RETIREMENT-ELECTION-FILE
               ASSIGN TO "RETIREMENT-ELECTIONS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RETIREMENT-STATUS.

      *    The run's contributions for the plan recordkeeper.
           SELECT RETIREMENT-REMITTANCE-FILE
               ASSIGN TO "401K-REMITTANCE.DAT"
               ORGANIZATION IS SEQUENTIAL.

      *    Off-cycle pay requests - a bonus, a missed-pay correction
      *    or a termination's final paycheck for named employees -
      *    paid by a MODE=OFFCYCLE run. Requests paid are consumed;
      *    any that could not be paid are written back for the next
      *    off-cycle run.
           SELECT OFF-CYCLE-REQUEST-FILE
               ASSIGN TO "OFFCYCLE-REQUESTS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OFF-CYCLE-STATUS.

      *    Per-period hours worked for hourly employees, keyed by
      *    employee ID.
           SELECT TIMESHEET-FILE
               RECORD KEY IS YTD-EMP-ID
               FILE STATUS IS WS-YTD-STATUS.

      *    Closed-year figures, kept by employee and year when the
      *    first payroll of a new year restarts the YTD master, so
      *    the January W-2 run still has the year it is filing.
           SELECT YTD-HISTORY-FILE
               ASSIGN TO "YTD-HISTORY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS YTH-KEY
               FILE STATUS IS WS-YTH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CKD-EXEMPT-FILE.
             88 EMP-PRENOTE-PENDING  VALUE 'P'.
             88 EMP-PRENOTE-VERIFIED VALUE 'V'.
          05 EMP-PRENOTE-DATE      PIC 9(8).
      *    Social security number and home address, for the
      *    year-end W-2 and the annual wage file. A zero SSN means
      *    HR has not supplied it.
          05 EMP-SSN               PIC 9(9).
          05 EMP-ADDRESS           PIC X(40).
          05 EMP-CITY              PIC X(20).
          05 EMP-STATE             PIC X(2).
          05 EMP-ZIP               PIC X(10).
      *    Employment status: blank or 'A' active, 'T' terminated
      *    as of EMP-TERM-DATE - the regular payroll pays active
      *    staff only. A pay change keyed ahead of its effective
      *    date waits in the pending fields until the first payroll
      *    run on or after that date applies it.
          05 EMP-STATUS            PIC X.
             88 EMP-ACTIVE         VALUES ' ' 'A'.
             88 EMP-TERMINATED     VALUE 'T'.
          05 EMP-TERM-DATE         PIC 9(8).
          05 EMP-PENDING-SALARY    PIC 9(7)V99.
          05 EMP-PENDING-HOURLY-RATE PIC 9(3)V99.
          05 EMP-PENDING-EFFECTIVE-DATE PIC 9(8).

       FD PAYROLL-FILE.
       01 PAYROLL-RECORD.
      *    The pay date, so the quarterly employer tax report can
      *    group deposit liability by the date the wages were paid.
          05 PR-PAY-DATE            PIC 9(8).
      *    'R' the regular cycle; off-cycle pay carries its request
      *    kind - 'B' bonus, 'C' correction, 'F' final pay.
          05 PR-RUN-TYPE            PIC X.
          05 FILLER                 PIC X(2).

      *    Direct-deposit batch, one entry per employee, generated
      *    alongside the payroll extract so net pay actually gets
          05 OTX-BRANCH-CODE            PIC 9(2).
          05 OTX-EXT-ROUTING-NUMBER     PIC 9(9).
          05 OTX-EXT-ACCOUNT-NUMBER     PIC X(17).
          05 OTX-TELLER-ID              PIC X(8).

       FD SUSPENSE-FILE.
       01 SUSPENSE-RECORD.
          05 SUSP-DESCRIPTION           PIC X(50).
          05 SUSP-REASON                PIC X(40).
          05 SUSP-BRANCH-CODE           PIC 9(2).
          05 SUSP-TELLER-ID             PIC X(8).

       FD EMPLOYEE-WORK-FILE.
       01 EMPLOYEE-WORK-RECORD          PIC X(216).

       FD FALLBACK-PAY-FILE.
       01 FALLBACK-PAY-LINE             PIC X(132).
          05 REM-AMOUNT            PIC 9(9)V99.
          05 REM-PAY-DATE          PIC 9(8).

       FD RETIREMENT-ELECTION-FILE.
       01 RETIREMENT-ELECTION-RECORD.
          05 RTE-EMP-ID            PIC 9(6).
      *    Birth date sets the catch-up allowance; zero means none.
          05 RTE-BIRTH-DATE        PIC 9(8).
      *    Method 'P' defers a percent of the period's gross pay,
      *    'F' a flat amount; blank means no election of that kind.
          05 RTE-PRETAX-METHOD     PIC X.
          05 RTE-PRETAX-PERCENT    PIC V999.
          05 RTE-PRETAX-AMOUNT     PIC 9(5)V99.
          05 RTE-ROTH-METHOD       PIC X.
          05 RTE-ROTH-PERCENT      PIC V999.
          05 RTE-ROTH-AMOUNT       PIC 9(5)V99.
          05 RTE-LOAN-PAYMENT      PIC 9(5)V99.
          05 RTE-LOAN-BALANCE      PIC 9(7)V99.

       FD RETIREMENT-REMITTANCE-FILE.
       01 RETIREMENT-REMITTANCE-RECORD.
          05 RRM-EMP-ID            PIC 9(6).
          05 RRM-SSN               PIC 9(9).
          05 RRM-EMP-NAME          PIC X(30).
          05 RRM-PAY-DATE          PIC 9(8).
          05 RRM-PRETAX-DEFERRAL   PIC 9(7)V99.
          05 RRM-ROTH-DEFERRAL     PIC 9(7)V99.
          05 RRM-EMPLOYER-MATCH    PIC 9(7)V99.
          05 RRM-LOAN-REPAYMENT    PIC 9(7)V99.

       FD PAYROLL-GL-JOURNAL-FILE.
       01 PAYROLL-GL-JOURNAL-RECORD.
          05 PGJ-POSTING-DATE      PIC 9(8).
          05 PGJ-ACCOUNT-CODE      PIC 9(6).
          05 PGJ-ACCOUNT-NAME      PIC X(24).
          05 PGJ-DEBIT-AMOUNT      PIC 9(13)V99.
          05 PGJ-CREDIT-AMOUNT     PIC 9(13)V99.

       FD OFF-CYCLE-REQUEST-FILE.
       01 OFF-CYCLE-REQUEST-RECORD.
          05 OCR-EMP-ID            PIC 9(6).
          05 OCR-PAY-KIND          PIC X.
             88 OCR-BONUS          VALUE 'B'.
             88 OCR-CORRECTION     VALUE 'C'.
             88 OCR-FINAL-PAY      VALUE 'F'.
             88 OCR-KIND-VALID     VALUES 'B' 'C' 'F'.
      *    Gross amount to pay. For a final paycheck it is the last
      *    wages owed; an hourly employee's unused vacation is paid
      *    out on top, a salaried employee's is figured in by HR.
          05 OCR-AMOUNT            PIC 9(7)V99.
          05 OCR-REASON            PIC X(30).

       FD TIMESHEET-FILE.
       01 TIMESHEET-RECORD.
          05 TS-EMP-ID             PIC 9(6).
          05 YTD-TAX               PIC 9(9)V99.
          05 YTD-DEDUCTIONS        PIC 9(9)V99.
          05 YTD-NET               PIC 9(9)V99.
      *    Federal taxable wages (W-2 box 1): the gross actually run
      *    through the withholding brackets, after any pre-tax
      *    deductions.
          05 YTD-TAXABLE-WAGES     PIC 9(9)V99.
      *    401(k) contributions for the year: the deferrals count
      *    against the annual limit and go on the W-2 in box 12.
          05 YTD-PRETAX-DEFERRAL   PIC 9(9)V99.
          05 YTD-ROTH-DEFERRAL     PIC 9(9)V99.
          05 YTD-EMPLOYER-MATCH    PIC 9(9)V99.

      *    The YTD master record as it stood at year end, byte for
      *    byte.
       FD YTD-HISTORY-FILE.
       01 YTD-HISTORY-RECORD.
          05 YTH-KEY.
             10 YTH-EMP-ID         PIC 9(6).
             10 YTH-YEAR           PIC 9(4).
          05 YTH-FIGURES           PIC X(99).

       WORKING-STORAGE SECTION.
      *    Run statistics captured for the cycle summary report.
       01 WS-FILE-STATUS           PIC X(2).
       01 WS-PAYROLL-STATUS        PIC X(2).
       01 WS-YTD-STATUS            PIC X(2).
       01 WS-YTH-STATUS            PIC X(2).
       01 WS-TIMESHEET-STATUS      PIC X(2).
          88 WS-TIMESHEET-EOF      VALUE '10'.
       01 WS-ONUS-TXN-STATUS       PIC X(2).
          88 YTD-RECORD-ON-FILE    VALUE 'Y'.
       01 WS-EOF-FLAG              PIC X VALUE 'N'.
          88 END-OF-FILE           VALUE 'Y'.
       01 WS-CLI-PARM              PIC X(60).
       01 WS-RUN-MODE              PIC X VALUE 'R'.
          88 REGULAR-CYCLE-RUN     VALUE 'R'.
          88 OFF-CYCLE-RUN         VALUE 'O'.
       01 WS-PAY-RUN-TYPE          PIC X VALUE 'R'.

       01 WS-COUNTERS.
          05 WS-EMPLOYEE-COUNT     PIC 9(5) VALUE ZEROS.
      *    drawn-down remaining balances at end of run.
       01 WS-DEDUCTION-STATUS      PIC X(2).
          88 WS-DEDUCTION-EOF      VALUE '10'.

      *    401(k) elections, matched to employees by ID as they are
      *    paid.
       01 WS-RETIREMENT-STATUS     PIC X(2).
          88 WS-RETIREMENT-EOF     VALUE '10'.
       01 WS-RTE-COUNT             PIC 9(3) VALUE ZEROS.
       01 WS-RTE-TABLE.
          05 WS-RTE-ENTRY OCCURS 500 TIMES.
             10 WS-RTE-EMP-ID      PIC 9(6).
             10 WS-RTE-BIRTH-DATE  PIC 9(8).
             10 WS-RTE-PRETAX-METHOD PIC X.
             10 WS-RTE-PRETAX-PERCENT PIC V999.
             10 WS-RTE-PRETAX-AMOUNT PIC 9(5)V99.
             10 WS-RTE-ROTH-METHOD PIC X.
             10 WS-RTE-ROTH-PERCENT PIC V999.
             10 WS-RTE-ROTH-AMOUNT PIC 9(5)V99.
             10 WS-RTE-LOAN-PAYMENT PIC 9(5)V99.
             10 WS-RTE-LOAN-BALANCE PIC 9(7)V99.
       01 WS-RTE-SUB               PIC 9(3).
       01 WS-RTE-FOUND-FLAG        PIC X.
          88 RETIREMENT-ELECTION-FOUND VALUE 'Y'.

      *    Plan rules: the annual deferral limit (pre-tax and Roth
      *    combined), the age 50 catch-up and the larger catch-up
      *    for ages 60 through 63, and the employer match - dollar
      *    for dollar on the first 3% of pay deferred, fifty cents
      *    on the dollar on the next 2%.
       01 WS-RETIREMENT-PLAN-RULES.
          05 WS-DEFERRAL-BASE-LIMIT PIC 9(7)V99 VALUE 24500.00.
          05 WS-CATCHUP-AGE        PIC 9(3) VALUE 50.
          05 WS-CATCHUP-LIMIT      PIC 9(7)V99 VALUE 8000.00.
          05 WS-SUPER-CATCHUP-FROM PIC 9(3) VALUE 60.
          05 WS-SUPER-CATCHUP-TO   PIC 9(3) VALUE 63.
          05 WS-SUPER-CATCHUP-LIMIT PIC 9(7)V99 VALUE 11250.00.
          05 WS-MATCH-TIER1-PCT    PIC V999 VALUE 0.030.
          05 WS-MATCH-TIER1-RATE   PIC 9V999 VALUE 1.000.
          05 WS-MATCH-TIER2-PCT    PIC V999 VALUE 0.020.
          05 WS-MATCH-TIER2-RATE   PIC 9V999 VALUE 0.500.

       01 WS-RETIREMENT-WORK.
          05 WS-PRETAX-DEFERRAL    PIC 9(7)V99 VALUE ZEROS.
          05 WS-ROTH-DEFERRAL      PIC 9(7)V99 VALUE ZEROS.
          05 WS-EMPLOYER-MATCH     PIC 9(7)V99 VALUE ZEROS.
          05 WS-LOAN-REPAYMENT     PIC 9(7)V99 VALUE ZEROS.
          05 WS-DEFERRAL-COMP      PIC 9(7)V99.
          05 WS-DEFERRAL-LIMIT     PIC 9(7)V99.
          05 WS-DEFERRAL-ROOM      PIC S9(9)V99.
          05 WS-PAY-REMAINING      PIC S9(7)V99.
          05 WS-DEFERRAL-TOTAL     PIC 9(7)V99.
          05 WS-MATCH-TIER-PAY     PIC 9(7)V99.
          05 WS-MATCH-TIER2-PAY    PIC S9(7)V99.
          05 WS-YTD-PRIOR-DEFERRALS PIC 9(9)V99.
          05 WS-EMPLOYEE-AGE       PIC S9(4).
          05 WS-AGE-PAY-YEAR       PIC 9(4).
          05 WS-AGE-BIRTH-YEAR     PIC 9(4).
       01 WS-RETIREMENT-TOTALS.
          05 WS-RRM-COUNT          PIC 9(5) VALUE ZEROS.
          05 WS-RRM-TOTAL-DEFERRAL PIC 9(9)V99 VALUE ZEROS.
          05 WS-RRM-TOTAL-MATCH    PIC 9(9)V99 VALUE ZEROS.
          05 WS-RRM-TOTAL-LOAN     PIC 9(9)V99 VALUE ZEROS.
       01 WS-EDN-COUNT             PIC 9(3) VALUE ZEROS.
       01 WS-DEDUCTION-TABLE.
          05 WS-EDN-ENTRY OCCURS 200 TIMES
       01 WS-AGY-FOUND-FLAG        PIC X.
          88 AGENCY-ENTRY-FOUND    VALUE 'Y'.

      *    Off-cycle requests loaded up front and paid as their
      *    employees come off EMPLOYEES.DAT; an employee may carry
      *    more than one request.
       01 WS-OFF-CYCLE-STATUS      PIC X(2).
          88 WS-OFF-CYCLE-EOF      VALUE '10'.
       01 WS-OCR-COUNT             PIC 9(3) VALUE ZEROS.
       01 WS-OFF-CYCLE-TABLE.
          05 WS-OCR-ENTRY OCCURS 200 TIMES.
             10 WS-OCR-EMP-ID      PIC 9(6).
             10 WS-OCR-KIND        PIC X.
             10 WS-OCR-AMOUNT      PIC 9(7)V99.
             10 WS-OCR-REASON      PIC X(30).
             10 WS-OCR-PAID-FLAG   PIC X.
                88 WS-OCR-PAID     VALUE 'Y'.
       01 WS-OCR-SUB               PIC 9(3).
       01 WS-OFF-CYCLE-WORK.
          05 WS-OFF-CYCLE-PAID     PIC 9(5) VALUE ZEROS.
          05 WS-OFF-CYCLE-UNPAID   PIC 9(5) VALUE ZEROS.
          05 WS-OFF-CYCLE-GROSS    PIC 9(9)V99 VALUE ZEROS.
          05 WS-YTD-PRIOR-TAXABLE  PIC 9(9)V99.
          05 WS-YTD-PRIOR-SUPPLEMENTAL PIC 9(9)V99.
          05 WS-TAX-WITH-PAYMENT   PIC 9(9)V99.
          05 WS-SUPP-HIGH-PORTION  PIC S9(9)V99.
          05 WS-LEAVE-PAYOUT-AMOUNT PIC 9(7)V99.

      *    Payroll GL accounts. Wages are expensed to salary expense
      *    by department cost center (the department is carried in
      *    the account name); withholding and every deduction is
      *    credited to its liability until remitted, and net pay
      *    leaves through cash. Withholding payable and cash are the
      *    same accounts the banking journal uses.
       01 WS-PAYROLL-GL-CODES.
          05 WS-PGL-SALARY-EXPENSE PIC 9(6) VALUE 510100.
          05 WS-PGL-CASH           PIC 9(6) VALUE 100100.
          05 WS-PGL-WITHHOLDING    PIC 9(6) VALUE 200400.
          05 WS-PGL-GARNISHMENT    PIC 9(6) VALUE 200610.
          05 WS-PGL-CHILD-SUPPORT  PIC 9(6) VALUE 200620.
          05 WS-PGL-TAX-LEVY       PIC 9(6) VALUE 200630.
          05 WS-PGL-DEPT-DUES      PIC 9(6) VALUE 200710.
          05 WS-PGL-VOLUNTARY      PIC 9(6) VALUE 200720.
          05 WS-PGL-401K-PAYABLE   PIC 9(6) VALUE 200730.
          05 WS-PGL-MATCH-EXPENSE  PIC 9(6) VALUE 510200.

      *    Journal accumulated per account (and per cost center for
      *    salary expense); written only once the run has proved
      *    balanced.
       01 WS-PGL-COUNT             PIC 9(2) VALUE ZEROS.
       01 WS-PGL-TABLE.
          05 WS-PGL-ENTRY OCCURS 40 TIMES
             INDEXED BY WS-PGL-IDX.
             10 WS-PGL-CODE        PIC 9(6).
             10 WS-PGL-NAME        PIC X(24).
             10 WS-PGL-DEBIT-TOTAL PIC S9(13)V99.
             10 WS-PGL-CREDIT-TOTAL PIC S9(13)V99.
       01 WS-PGL-POSTING.
          05 WS-PGL-POST-SIDE      PIC X.
          05 WS-PGL-POST-CODE      PIC 9(6).
          05 WS-PGL-POST-NAME      PIC X(24).
          05 WS-PGL-POST-AMOUNT    PIC S9(13)V99.
       01 WS-PGL-FOUND-FLAG        PIC X.
          88 PGL-ENTRY-FOUND       VALUE 'Y'.
       01 WS-PGL-PROOF.
          05 WS-PGL-TOTAL-DEBITS   PIC S9(15)V99 VALUE ZEROS.
          05 WS-PGL-TOTAL-CREDITS  PIC S9(15)V99 VALUE ZEROS.
          05 WS-PGL-LINES-WRITTEN  PIC 9(3) VALUE ZEROS.

      *    Supplemental wages (bonuses paid off-cycle) are withheld
      *    at the flat federal supplemental rate; whatever takes the
      *    year's supplemental pay past the threshold is withheld
      *    at the mandatory top rate.
       01 WS-SUPPLEMENTAL-RULES.
          05 WS-SUPPLEMENTAL-RATE  PIC V999 VALUE 0.220.
          05 WS-SUPPLEMENTAL-TOP-RATE PIC V999 VALUE 0.370.
          05 WS-SUPPLEMENTAL-THRESHOLD PIC 9(9)V99
                                   VALUE 1000000.00.

      *    Timesheet hours loaded up front, matched to hourly
      *    employees by ID as they are paid.
       01 WS-TIMESHEET-COUNT       PIC 9(3) VALUE ZEROS.
          05 WS-LEAVE-ACCRUED      PIC 9(4)V99.
          05 WS-LEAVE-PAYOUT-HOURS PIC 9(4)V99.
       01 WS-LEAVE-PAYOUT-COUNT    PIC 9(3) VALUE ZEROS.
       01 WS-TERMINATED-SKIPPED    PIC 9(5) VALUE ZEROS.
       01 WS-PAY-CHANGES-APPLIED   PIC 9(5) VALUE ZEROS.

      *    Progressive withholding brackets: each slice of gross pay
      *    up to the bracket ceiling is withheld at that bracket's
       INITIALIZATION.
           DISPLAY WS-START-MSG
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-OPS-START-STAMP

      *    MODE=OFFCYCLE on the command line pays only the requests
      *    on OFFCYCLE-REQUESTS.DAT instead of the regular cycle.
           ACCEPT WS-CLI-PARM FROM COMMAND-LINE
           IF WS-CLI-PARM(1:13) = 'MODE=OFFCYCLE'
              SET OFF-CYCLE-RUN TO TRUE
              MOVE 'PAYROLL-SYSTEM OFF-CYCLE' TO WS-OPS-PROGRAM-NAME
              DISPLAY 'Off-cycle run - paying requests only'
              PERFORM LOAD-OFF-CYCLE-REQUESTS
           END-IF
           OPEN INPUT EMPLOYEE-FILE

      *    The payroll extract accumulates across pay periods - the
              CLOSE YTD-MASTER-FILE
              OPEN I-O YTD-MASTER-FILE
           END-IF
           OPEN I-O YTD-HISTORY-FILE
           IF WS-YTH-STATUS = '35'
              OPEN OUTPUT YTD-HISTORY-FILE
              CLOSE YTD-HISTORY-FILE
              OPEN I-O YTD-HISTORY-FILE
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           MOVE ZEROS TO WS-EMPLOYEE-COUNT
           MOVE ZEROS TO WS-HIGH-EARNER-COUNT
           MOVE ZEROS TO WS-DIRECT-DEPOSIT-COUNT
           MOVE ZEROS TO WS-TOTAL-DIRECT-DEPOSIT
           PERFORM LOAD-CKD-EXEMPTIONS
      *    An off-cycle run works no timesheets and takes no
      *    recurring deductions, so neither file is loaded - and
      *    with no deductions loaded, the deduction balances and
      *    remittance file are left exactly as the regular cycle
      *    wrote them. 401(k) deferrals are recurring too.
           IF REGULAR-CYCLE-RUN
              PERFORM LOAD-TIMESHEET-FILE
              PERFORM LOAD-EMPLOYEE-DEDUCTIONS
              PERFORM LOAD-RETIREMENT-ELECTIONS
              OPEN OUTPUT RETIREMENT-REMITTANCE-FILE
           END-IF
           PERFORM LOAD-DEPOSIT-ALLOCATIONS
           PERFORM LOAD-LEAVE-BALANCES

           MOVE WS-ACH-COMPANY-ID         TO DD-BH-COMPANY-ID
           MOVE 'PPD'                     TO DD-BH-STD-ENTRY-CLASS-CODE
           MOVE 'PAYROLL'                 TO DD-BH-ENTRY-DESCRIPTION
           IF OFF-CYCLE-RUN
              MOVE 'OFF-CYCLE'            TO DD-BH-ENTRY-DESCRIPTION
           END-IF
           MOVE SPACES                    TO DD-BH-DESCRIPTIVE-DATE
           MOVE WS-RUN-DATE(3:6)          TO DD-BH-EFFECTIVE-ENTRY-DATE
           MOVE SPACES                    TO DD-BH-SETTLEMENT-DATE

       PROCESS-EMPLOYEE-RECORD.
           ADD 1 TO WS-EMPLOYEE-COUNT
           IF OFF-CYCLE-RUN
              PERFORM PAY-OFF-CYCLE-REQUESTS
           ELSE
              PERFORM PAY-REGULAR-CYCLE
           END-IF

      *    Every record goes back out through the work file, with
      *    whatever prenote-status change this run made.
           WRITE EMPLOYEE-WORK-RECORD FROM EMPLOYEE-RECORD
           PERFORM READ-EMPLOYEE.

       PAY-REGULAR-CYCLE.
      *    A terminated employee's last wages go out as an off-cycle
      *    final paycheck; the regular cycle no longer pays them.
           PERFORM APPLY-DUE-PAY-CHANGE
           IF EMP-TERMINATED
              ADD 1 TO WS-TERMINATED-SKIPPED
              DISPLAY 'Terminated ' EMP-TERM-DATE
                      ' - not paid: employee ' EMP-ID
           ELSE
              PERFORM PAY-ACTIVE-EMPLOYEE
           END-IF.

       APPLY-DUE-PAY-CHANGE.
      *    A pay change whose effective date has arrived becomes the
      *    employee's pay from this run on; the record goes back to
      *    EMPLOYEES.DAT through the work file with it applied.
           IF EMP-PENDING-EFFECTIVE-DATE > ZEROS
              AND EMP-PENDING-EFFECTIVE-DATE <= WS-RUN-DATE
              IF EMP-PENDING-SALARY > ZEROS
                 MOVE EMP-PENDING-SALARY TO EMP-SALARY
              END-IF
              IF EMP-PENDING-HOURLY-RATE > ZEROS
                 MOVE EMP-PENDING-HOURLY-RATE TO EMP-HOURLY-RATE
              END-IF
              DISPLAY 'Pay change effective '
                      EMP-PENDING-EFFECTIVE-DATE
                      ' applied: employee ' EMP-ID
              MOVE ZEROS TO EMP-PENDING-SALARY
              MOVE ZEROS TO EMP-PENDING-HOURLY-RATE
              MOVE ZEROS TO EMP-PENDING-EFFECTIVE-DATE
              ADD 1 TO WS-PAY-CHANGES-APPLIED
           END-IF.

       PAY-ACTIVE-EMPLOYEE.
           PERFORM CHECK-DUPLICATE-EMPLOYEE-ID
           IF DUPLICATE-EMPLOYEE
              DISPLAY 'WARNING: Duplicate employee ID: ' EMP-ID

           IF NOT DUPLICATE-EMPLOYEE
              PERFORM WRITE-PAYROLL-RECORD
              PERFORM JOURNAL-EMPLOYEE-PAY
              PERFORM WRITE-RETIREMENT-REMITTANCE
              PERFORM WRITE-DIRECT-DEPOSIT-RECORD
              PERFORM UPDATE-YTD-MASTER
           END-IF.

       PAY-OFF-CYCLE-REQUESTS.
      *    Only employees named on the request file are paid, once
      *    per request. No leave accrues and no recurring deduction
      *    (department dues, garnishments, voluntary deductions) is
      *    taken - those belong to the regular cycle.
           PERFORM CHECK-DUPLICATE-EMPLOYEE-ID
           IF DUPLICATE-EMPLOYEE
              DISPLAY 'WARNING: Duplicate employee ID: ' EMP-ID
           ELSE
              PERFORM STORE-EMPLOYEE-IN-TABLE
              PERFORM VARYING WS-OCR-SUB FROM 1 BY 1
                      UNTIL WS-OCR-SUB > WS-OCR-COUNT
                 IF WS-OCR-EMP-ID(WS-OCR-SUB) = EMP-ID
                    AND WS-OCR-PAID-FLAG(WS-OCR-SUB) = 'N'
                    PERFORM PAY-ONE-OFF-CYCLE-REQUEST
                 END-IF
              END-PERFORM
           END-IF.

       PAY-ONE-OFF-CYCLE-REQUEST.
           SET WS-OCR-PAID(WS-OCR-SUB) TO TRUE
           MOVE WS-OCR-KIND(WS-OCR-SUB) TO WS-PAY-RUN-TYPE
           MOVE ZEROS TO WS-GROSS-PAY
           MOVE ZEROS TO WS-BONUS
           MOVE ZEROS TO WS-DEPT-DEDUCTION
           MOVE ZEROS TO WS-GARNISH-TOTAL
           MOVE ZEROS TO WS-VOLUNTARY-TOTAL
           MOVE ZEROS TO WS-PRETAX-DEFERRAL
           MOVE ZEROS TO WS-ROTH-DEFERRAL
           MOVE ZEROS TO WS-EMPLOYER-MATCH
           MOVE ZEROS TO WS-LOAN-REPAYMENT
           PERFORM READ-YTD-FOR-WITHHOLDING

           EVALUATE WS-OCR-KIND(WS-OCR-SUB)
               WHEN 'B'
                   MOVE WS-OCR-AMOUNT(WS-OCR-SUB) TO WS-BONUS
                   MOVE WS-BONUS TO WS-TAXABLE-GROSS
                   PERFORM CALCULATE-SUPPLEMENTAL-TAX
               WHEN 'F'
                   MOVE WS-OCR-AMOUNT(WS-OCR-SUB) TO WS-GROSS-PAY
                   PERFORM SETTLE-FINAL-LEAVE
                   PERFORM CALCULATE-MARGINAL-TAX
               WHEN OTHER
                   MOVE WS-OCR-AMOUNT(WS-OCR-SUB) TO WS-GROSS-PAY
                   PERFORM CALCULATE-MARGINAL-TAX
           END-EVALUATE
           COMPUTE WS-NET-PAY = WS-GROSS-PAY + WS-BONUS - WS-TAX

           ADD WS-GROSS-PAY TO WS-TOTAL-SALARY
           ADD WS-BONUS     TO WS-TOTAL-SALARY
           PERFORM ACCUMULATE-DEPARTMENT-SUBTOTAL
           PERFORM WRITE-PAYROLL-RECORD
           PERFORM JOURNAL-EMPLOYEE-PAY
           PERFORM WRITE-DIRECT-DEPOSIT-RECORD
           PERFORM UPDATE-YTD-MASTER

           ADD 1 TO WS-OFF-CYCLE-PAID
           ADD WS-GROSS-PAY TO WS-OFF-CYCLE-GROSS
           ADD WS-BONUS     TO WS-OFF-CYCLE-GROSS
           DISPLAY 'Off-cycle ' WS-PAY-RUN-TYPE ': employee ' EMP-ID
                   ' gross ' WS-GROSS-PAY ' bonus ' WS-BONUS
                   ' tax ' WS-TAX ' net ' WS-NET-PAY.

       READ-YTD-FOR-WITHHOLDING.
      *    Withholding on off-cycle pay works from where the employee
      *    already stands for the year; a record from a prior year
      *    counts as nothing yet.
           MOVE ZEROS TO WS-YTD-PRIOR-TAXABLE
           MOVE ZEROS TO WS-YTD-PRIOR-SUPPLEMENTAL
           MOVE ZEROS TO WS-YTD-PRIOR-DEFERRALS
           MOVE EMP-ID TO YTD-EMP-ID
           READ YTD-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF YTD-YEAR = WS-RUN-DATE(1:4)
                      MOVE YTD-TAXABLE-WAGES TO WS-YTD-PRIOR-TAXABLE
                      MOVE YTD-BONUS TO WS-YTD-PRIOR-SUPPLEMENTAL
                      COMPUTE WS-YTD-PRIOR-DEFERRALS =
                          YTD-PRETAX-DEFERRAL + YTD-ROTH-DEFERRAL
                   END-IF
           END-READ.

       CALCULATE-SUPPLEMENTAL-TAX.
           IF WS-YTD-PRIOR-SUPPLEMENTAL >= WS-SUPPLEMENTAL-THRESHOLD
              MOVE WS-BONUS TO WS-SUPP-HIGH-PORTION
           ELSE
              COMPUTE WS-SUPP-HIGH-PORTION =
                  WS-YTD-PRIOR-SUPPLEMENTAL + WS-BONUS
                  - WS-SUPPLEMENTAL-THRESHOLD
              IF WS-SUPP-HIGH-PORTION < ZEROS
                 MOVE ZEROS TO WS-SUPP-HIGH-PORTION
              END-IF
           END-IF
           COMPUTE WS-TAX ROUNDED =
               (WS-BONUS - WS-SUPP-HIGH-PORTION)
                   * WS-SUPPLEMENTAL-RATE
               + WS-SUPP-HIGH-PORTION * WS-SUPPLEMENTAL-TOP-RATE.

       CALCULATE-MARGINAL-TAX.
      *    Regular wages paid off-cycle are withheld at the margin:
      *    the bracket tax on the year's taxable wages with this
      *    payment added, less the bracket tax on them without it.
           COMPUTE WS-TAXABLE-GROSS =
               WS-YTD-PRIOR-TAXABLE + WS-GROSS-PAY
           PERFORM CALCULATE-PROGRESSIVE-TAX
           MOVE WS-TAX TO WS-TAX-WITH-PAYMENT
           MOVE WS-YTD-PRIOR-TAXABLE TO WS-TAXABLE-GROSS
           PERFORM CALCULATE-PROGRESSIVE-TAX
           COMPUTE WS-TAX = WS-TAX-WITH-PAYMENT - WS-TAX
           MOVE WS-GROSS-PAY TO WS-TAXABLE-GROSS.

       SETTLE-FINAL-LEAVE.
      *    A final paycheck closes out the leave balance: an hourly
      *    employee's unused vacation pays out at the hourly rate on
      *    top of the requested amount, and both balances go to
      *    zero.
           PERFORM FIND-OR-ADD-LEAVE-BALANCE
           IF LEAVE-BALANCE-FOUND
              MOVE WS-LVB-VACATION(WS-LVB-SUB)
                  TO WS-LEAVE-PAYOUT-HOURS
              IF EMP-HOURLY AND WS-LEAVE-PAYOUT-HOURS > ZEROS
                 COMPUTE WS-LEAVE-PAYOUT-AMOUNT ROUNDED =
                     WS-LEAVE-PAYOUT-HOURS * EMP-HOURLY-RATE
                 ADD WS-LEAVE-PAYOUT-AMOUNT TO WS-GROSS-PAY
              END-IF
              MOVE ZEROS TO WS-LVB-VACATION(WS-LVB-SUB)
              MOVE ZEROS TO WS-LVB-SICK(WS-LVB-SUB)
              ADD 1 TO WS-LEAVE-PAYOUT-COUNT
              DISPLAY 'TERMINATION PAYOUT: employee ' EMP-ID
                      ' unused vacation '
                      WS-LEAVE-PAYOUT-HOURS ' hours'
           END-IF.

       LOAD-OFF-CYCLE-REQUESTS.
           MOVE ZEROS TO WS-OCR-COUNT
           OPEN INPUT OFF-CYCLE-REQUEST-FILE
           IF WS-OFF-CYCLE-STATUS NOT = '00'
              DISPLAY 'FATAL: unable to open OFFCYCLE-REQUESTS.DAT '
                      '(status ' WS-OFF-CYCLE-STATUS ') - nothing '
                      'to pay'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM UNTIL WS-OFF-CYCLE-EOF
              READ OFF-CYCLE-REQUEST-FILE
                  AT END
                      SET WS-OFF-CYCLE-EOF TO TRUE
                  NOT AT END
                      PERFORM STORE-OFF-CYCLE-REQUEST
              END-READ
           END-PERFORM
           CLOSE OFF-CYCLE-REQUEST-FILE
           DISPLAY 'Off-cycle requests loaded: ' WS-OCR-COUNT.

       STORE-OFF-CYCLE-REQUEST.
      *    The request file is rewritten from this table at end of
      *    run, so a request that does not fit refuses the run
      *    rather than being lost. A request with an unknown kind
      *    or no amount is kept unpaid for correction.
           IF WS-OCR-COUNT >= 200
              DISPLAY 'FATAL: off-cycle request table full (200 '
                      'entries) - run refused'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO WS-OCR-COUNT
           MOVE OCR-EMP-ID   TO WS-OCR-EMP-ID(WS-OCR-COUNT)
           MOVE OCR-PAY-KIND TO WS-OCR-KIND(WS-OCR-COUNT)
           MOVE OCR-AMOUNT   TO WS-OCR-AMOUNT(WS-OCR-COUNT)
           MOVE OCR-REASON   TO WS-OCR-REASON(WS-OCR-COUNT)
           MOVE 'N'          TO WS-OCR-PAID-FLAG(WS-OCR-COUNT)
           IF NOT OCR-KIND-VALID OR OCR-AMOUNT = ZEROS
              DISPLAY 'WARNING: off-cycle request for employee '
                      OCR-EMP-ID ' kind ' OCR-PAY-KIND
                      ' amount ' OCR-AMOUNT ' is invalid - not paid'
      *       Flagged 'X' so the employee pass never pays it.
              MOVE 'X' TO WS-OCR-PAID-FLAG(WS-OCR-COUNT)
           END-IF.

       WRITE-UNPAID-OFF-CYCLE-REQUESTS.
      *    Requests paid this run are consumed - PAYROLL.DAT carries
      *    them with their kind - so a rerun cannot pay them twice.
      *    Anything unpaid (employee not on file, invalid request)
      *    goes back on the request file.
           OPEN OUTPUT OFF-CYCLE-REQUEST-FILE
           PERFORM VARYING WS-OCR-SUB FROM 1 BY 1
                   UNTIL WS-OCR-SUB > WS-OCR-COUNT
              IF NOT WS-OCR-PAID(WS-OCR-SUB)
                 ADD 1 TO WS-OFF-CYCLE-UNPAID
                 IF WS-OCR-PAID-FLAG(WS-OCR-SUB) = 'N'
                    DISPLAY 'WARNING: off-cycle request for employee '
                            WS-OCR-EMP-ID(WS-OCR-SUB)
                            ' not paid - employee not on file'
                 END-IF
                 MOVE WS-OCR-EMP-ID(WS-OCR-SUB) TO OCR-EMP-ID
                 MOVE WS-OCR-KIND(WS-OCR-SUB)   TO OCR-PAY-KIND
                 MOVE WS-OCR-AMOUNT(WS-OCR-SUB) TO OCR-AMOUNT
                 MOVE WS-OCR-REASON(WS-OCR-SUB) TO OCR-REASON
                 WRITE OFF-CYCLE-REQUEST-RECORD
              END-IF
           END-PERFORM
           CLOSE OFF-CYCLE-REQUEST-FILE
           IF WS-OFF-CYCLE-UNPAID > ZEROS
              AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF.

       UPDATE-YTD-MASTER.
      *    Roll this run's pay into the employee's year-to-date
      *    record. A record carried over from a prior year restarts
      *    at zero for the new year, once the closed year has been
      *    kept on the YTD history for the W-2 run.
           MOVE 'N' TO WS-YTD-FOUND-FLAG
           MOVE EMP-ID TO YTD-EMP-ID
           READ YTD-MASTER-FILE
                   SET YTD-RECORD-ON-FILE TO TRUE
           END-READ

           IF YTD-RECORD-ON-FILE
              AND YTD-YEAR NOT = WS-RUN-DATE(1:4)
              PERFORM SAVE-CLOSED-YTD-YEAR
           END-IF

           IF NOT YTD-RECORD-ON-FILE
              OR YTD-YEAR NOT = WS-RUN-DATE(1:4)
              MOVE EMP-ID TO YTD-EMP-ID
              MOVE ZEROS TO YTD-TAX
              MOVE ZEROS TO YTD-DEDUCTIONS
              MOVE ZEROS TO YTD-NET
              MOVE ZEROS TO YTD-TAXABLE-WAGES
              MOVE ZEROS TO YTD-PRETAX-DEFERRAL
              MOVE ZEROS TO YTD-ROTH-DEFERRAL
              MOVE ZEROS TO YTD-EMPLOYER-MATCH
           END-IF

           ADD WS-GROSS-PAY      TO YTD-GROSS
           ADD WS-TAX            TO YTD-TAX
           ADD WS-DEPT-DEDUCTION TO YTD-DEDUCTIONS
           ADD WS-NET-PAY        TO YTD-NET
           ADD WS-TAXABLE-GROSS  TO YTD-TAXABLE-WAGES
           ADD WS-PRETAX-DEFERRAL TO YTD-PRETAX-DEFERRAL
           ADD WS-ROTH-DEFERRAL  TO YTD-ROTH-DEFERRAL
           ADD WS-EMPLOYER-MATCH TO YTD-EMPLOYER-MATCH

           IF YTD-RECORD-ON-FILE
              REWRITE YTD-MASTER-RECORD
              END-WRITE
           END-IF.

       SAVE-CLOSED-YTD-YEAR.
      *    A history record already there for the year (a restored
      *    YTD master rolling over a second time) takes the master's
      *    figures, which are the later ones.
           MOVE YTD-MASTER-RECORD TO YTD-HISTORY-RECORD
           WRITE YTD-HISTORY-RECORD
               INVALID KEY
                   REWRITE YTD-HISTORY-RECORD
                       INVALID KEY
                           DISPLAY 'ERROR: unable to keep ' YTH-YEAR
                                   ' YTD history for employee '
                                   EMP-ID
                   END-REWRITE
           END-WRITE.

       CALCULATE-DEPARTMENT-DEDUCTION.
      *    Standing per-department deduction (union dues, etc.),
      *    subtracted from net pay after tax and bonus are applied.
                    MOVE WS-DEFAULT-DUES TO WS-DEPT-DEDUCTION
           END-EVALUATE

      *    Dues come only out of pay actually earned - an hourly
      *    employee with no timesheet owes nothing this period.
           IF WS-DEPT-DEDUCTION > WS-NET-PAY
              MOVE WS-NET-PAY TO WS-DEPT-DEDUCTION
           END-IF
           SUBTRACT WS-DEPT-DEDUCTION FROM WS-NET-PAY.

       CHECK-DUPLICATE-EMPLOYEE-ID.
           MOVE EMP-SALARY TO WS-GROSS-PAY
           COMPUTE WS-BONUS = EMP-SALARY * WS-BONUS-RATE
           COMPUTE WS-TAXABLE-GROSS = EMP-SALARY + WS-BONUS
           PERFORM TAX-AFTER-RETIREMENT-DEFERRALS
           COMPUTE WS-NET-PAY = EMP-SALARY + WS-BONUS - WS-TAX
               - WS-PRETAX-DEFERRAL - WS-ROTH-DEFERRAL
               - WS-LOAN-REPAYMENT.

       CALCULATE-STANDARD-PAY.
           MOVE EMP-SALARY TO WS-GROSS-PAY
           MOVE ZEROS TO WS-BONUS
           MOVE EMP-SALARY TO WS-TAXABLE-GROSS
           PERFORM TAX-AFTER-RETIREMENT-DEFERRALS
           COMPUTE WS-NET-PAY = EMP-SALARY - WS-TAX
               - WS-PRETAX-DEFERRAL - WS-ROTH-DEFERRAL
               - WS-LOAN-REPAYMENT.

       CALCULATE-HOURLY-PAY.
      *    Hourly gross from the period's timesheet at the
               + (WS-LEAVE-PAY-HOURS * EMP-HOURLY-RATE)
           MOVE ZEROS TO WS-BONUS
           MOVE WS-GROSS-PAY TO WS-TAXABLE-GROSS
           PERFORM TAX-AFTER-RETIREMENT-DEFERRALS
           COMPUTE WS-NET-PAY = WS-GROSS-PAY - WS-TAX
               - WS-PRETAX-DEFERRAL - WS-ROTH-DEFERRAL
               - WS-LOAN-REPAYMENT.

       WORK-LEAVE-AND-ACCRUAL.
      *    Accrue on the hours actually worked, capped; then draw
              END-SEARCH
           END-IF.

       TAX-AFTER-RETIREMENT-DEFERRALS.
      *    A pre-tax deferral comes out of taxable wages before the
      *    brackets are walked; the Roth deferral and any plan loan
      *    repayment come out of what is left after tax. Deferrals
      *    stop at the annual limit (pre-tax and Roth together) as
      *    the year-to-date master stands.
           MOVE ZEROS TO WS-PRETAX-DEFERRAL
           MOVE ZEROS TO WS-ROTH-DEFERRAL
           MOVE ZEROS TO WS-EMPLOYER-MATCH
           MOVE ZEROS TO WS-LOAN-REPAYMENT
           MOVE 'N' TO WS-RTE-FOUND-FLAG
           IF REGULAR-CYCLE-RUN
              PERFORM FIND-RETIREMENT-ELECTION
           END-IF

           IF RETIREMENT-ELECTION-FOUND
              COMPUTE WS-DEFERRAL-COMP = WS-GROSS-PAY + WS-BONUS
              PERFORM READ-YTD-FOR-WITHHOLDING
              PERFORM SET-DEFERRAL-LIMIT
              COMPUTE WS-DEFERRAL-ROOM =
                  WS-DEFERRAL-LIMIT - WS-YTD-PRIOR-DEFERRALS
              IF WS-DEFERRAL-ROOM < ZEROS
                 MOVE ZEROS TO WS-DEFERRAL-ROOM
              END-IF

              EVALUATE WS-RTE-PRETAX-METHOD(WS-RTE-SUB)
                  WHEN 'P'
                      COMPUTE WS-PRETAX-DEFERRAL ROUNDED =
                          WS-DEFERRAL-COMP
                          * WS-RTE-PRETAX-PERCENT(WS-RTE-SUB)
                  WHEN 'F'
                      MOVE WS-RTE-PRETAX-AMOUNT(WS-RTE-SUB)
                          TO WS-PRETAX-DEFERRAL
              END-EVALUATE
              IF WS-PRETAX-DEFERRAL > WS-TAXABLE-GROSS
                 MOVE WS-TAXABLE-GROSS TO WS-PRETAX-DEFERRAL
              END-IF
              IF WS-PRETAX-DEFERRAL > WS-DEFERRAL-ROOM
                 MOVE WS-DEFERRAL-ROOM TO WS-PRETAX-DEFERRAL
                 DISPLAY '401K LIMIT: employee ' EMP-ID
                         ' pre-tax deferral held to '
                         WS-PRETAX-DEFERRAL
              END-IF
              SUBTRACT WS-PRETAX-DEFERRAL FROM WS-DEFERRAL-ROOM
              SUBTRACT WS-PRETAX-DEFERRAL FROM WS-TAXABLE-GROSS
           END-IF

           PERFORM CALCULATE-PROGRESSIVE-TAX

           IF RETIREMENT-ELECTION-FOUND
              PERFORM TAKE-ROTH-AND-LOAN
              PERFORM CALCULATE-EMPLOYER-MATCH
           END-IF.

       TAKE-ROTH-AND-LOAN.
           COMPUTE WS-PAY-REMAINING =
               WS-DEFERRAL-COMP - WS-PRETAX-DEFERRAL - WS-TAX
           IF WS-PAY-REMAINING < ZEROS
              MOVE ZEROS TO WS-PAY-REMAINING
           END-IF

           EVALUATE WS-RTE-ROTH-METHOD(WS-RTE-SUB)
               WHEN 'P'
                   COMPUTE WS-ROTH-DEFERRAL ROUNDED =
                       WS-DEFERRAL-COMP
                       * WS-RTE-ROTH-PERCENT(WS-RTE-SUB)
               WHEN 'F'
                   MOVE WS-RTE-ROTH-AMOUNT(WS-RTE-SUB)
                       TO WS-ROTH-DEFERRAL
           END-EVALUATE
           IF WS-ROTH-DEFERRAL > WS-PAY-REMAINING
              MOVE WS-PAY-REMAINING TO WS-ROTH-DEFERRAL
           END-IF
           IF WS-ROTH-DEFERRAL > WS-DEFERRAL-ROOM
              MOVE WS-DEFERRAL-ROOM TO WS-ROTH-DEFERRAL
              DISPLAY '401K LIMIT: employee ' EMP-ID
                      ' Roth deferral held to ' WS-ROTH-DEFERRAL
           END-IF
           SUBTRACT WS-ROTH-DEFERRAL FROM WS-PAY-REMAINING

      *    The loan repayment is not a deferral and has no limit,
      *    but never takes more than the balance still owed.
           MOVE WS-RTE-LOAN-PAYMENT(WS-RTE-SUB) TO WS-LOAN-REPAYMENT
           IF WS-LOAN-REPAYMENT > WS-RTE-LOAN-BALANCE(WS-RTE-SUB)
              MOVE WS-RTE-LOAN-BALANCE(WS-RTE-SUB)
                  TO WS-LOAN-REPAYMENT
           END-IF
           IF WS-LOAN-REPAYMENT > WS-PAY-REMAINING
              MOVE WS-PAY-REMAINING TO WS-LOAN-REPAYMENT
           END-IF
           SUBTRACT WS-LOAN-REPAYMENT
               FROM WS-RTE-LOAN-BALANCE(WS-RTE-SUB).

       CALCULATE-EMPLOYER-MATCH.
      *    Match on everything deferred this period, pre-tax and Roth
      *    alike, measured against the period's pay.
           COMPUTE WS-DEFERRAL-TOTAL =
               WS-PRETAX-DEFERRAL + WS-ROTH-DEFERRAL
           COMPUTE WS-MATCH-TIER-PAY ROUNDED =
               WS-DEFERRAL-COMP * WS-MATCH-TIER1-PCT
           IF WS-DEFERRAL-TOTAL > WS-MATCH-TIER-PAY
              COMPUTE WS-MATCH-TIER2-PAY =
                  WS-DEFERRAL-TOTAL - WS-MATCH-TIER-PAY
           ELSE
              MOVE WS-DEFERRAL-TOTAL TO WS-MATCH-TIER-PAY
              MOVE ZEROS TO WS-MATCH-TIER2-PAY
           END-IF
           COMPUTE WS-EMPLOYER-MATCH ROUNDED =
               WS-MATCH-TIER-PAY * WS-MATCH-TIER1-RATE
           COMPUTE WS-MATCH-TIER-PAY ROUNDED =
               WS-DEFERRAL-COMP * WS-MATCH-TIER2-PCT
           IF WS-MATCH-TIER2-PAY > WS-MATCH-TIER-PAY
              MOVE WS-MATCH-TIER-PAY TO WS-MATCH-TIER2-PAY
           END-IF
           COMPUTE WS-EMPLOYER-MATCH ROUNDED = WS-EMPLOYER-MATCH
               + WS-MATCH-TIER2-PAY * WS-MATCH-TIER2-RATE.

       SET-DEFERRAL-LIMIT.
      *    Age is the age reached by the end of the pay year.
           MOVE WS-DEFERRAL-BASE-LIMIT TO WS-DEFERRAL-LIMIT
           IF WS-RTE-BIRTH-DATE(WS-RTE-SUB) > ZEROS
              MOVE WS-RUN-DATE(1:4) TO WS-AGE-PAY-YEAR
              MOVE WS-RTE-BIRTH-DATE(WS-RTE-SUB)(1:4)
                  TO WS-AGE-BIRTH-YEAR
              COMPUTE WS-EMPLOYEE-AGE =
                  WS-AGE-PAY-YEAR - WS-AGE-BIRTH-YEAR
              EVALUATE TRUE
                  WHEN WS-EMPLOYEE-AGE >= WS-SUPER-CATCHUP-FROM
                   AND WS-EMPLOYEE-AGE <= WS-SUPER-CATCHUP-TO
                      ADD WS-SUPER-CATCHUP-LIMIT TO WS-DEFERRAL-LIMIT
                  WHEN WS-EMPLOYEE-AGE >= WS-CATCHUP-AGE
                      ADD WS-CATCHUP-LIMIT TO WS-DEFERRAL-LIMIT
              END-EVALUATE
           END-IF.

       FIND-RETIREMENT-ELECTION.
           PERFORM VARYING WS-RTE-SUB FROM 1 BY 1
                   UNTIL WS-RTE-SUB > WS-RTE-COUNT
              IF WS-RTE-EMP-ID(WS-RTE-SUB) = EMP-ID
                 SET RETIREMENT-ELECTION-FOUND TO TRUE
                 EXIT PERFORM
              END-IF
           END-PERFORM.

       WRITE-RETIREMENT-REMITTANCE.
           IF WS-PRETAX-DEFERRAL > ZEROS
              OR WS-ROTH-DEFERRAL > ZEROS
              OR WS-EMPLOYER-MATCH > ZEROS
              OR WS-LOAN-REPAYMENT > ZEROS
              MOVE EMP-ID              TO RRM-EMP-ID
              MOVE EMP-SSN             TO RRM-SSN
              MOVE EMP-NAME            TO RRM-EMP-NAME
              MOVE WS-RUN-DATE         TO RRM-PAY-DATE
              MOVE WS-PRETAX-DEFERRAL  TO RRM-PRETAX-DEFERRAL
              MOVE WS-ROTH-DEFERRAL    TO RRM-ROTH-DEFERRAL
              MOVE WS-EMPLOYER-MATCH   TO RRM-EMPLOYER-MATCH
              MOVE WS-LOAN-REPAYMENT   TO RRM-LOAN-REPAYMENT
              WRITE RETIREMENT-REMITTANCE-RECORD
              ADD 1 TO WS-RRM-COUNT
              ADD WS-PRETAX-DEFERRAL TO WS-RRM-TOTAL-DEFERRAL
              ADD WS-ROTH-DEFERRAL   TO WS-RRM-TOTAL-DEFERRAL
              ADD WS-EMPLOYER-MATCH  TO WS-RRM-TOTAL-MATCH
              ADD WS-LOAN-REPAYMENT  TO WS-RRM-TOTAL-LOAN
           END-IF.

       LOAD-RETIREMENT-ELECTIONS.
      *    No election file just means nobody is enrolled yet. The
      *    file is rewritten from this table, so an election that
      *    does not fit refuses the run rather than being dropped.
           MOVE ZEROS TO WS-RTE-COUNT
           OPEN INPUT RETIREMENT-ELECTION-FILE
           IF WS-RETIREMENT-STATUS NOT = '00'
              DISPLAY 'No retirement election file this run'
              SET WS-RETIREMENT-EOF TO TRUE
           END-IF

           PERFORM UNTIL WS-RETIREMENT-EOF
              READ RETIREMENT-ELECTION-FILE
                  AT END
                      SET WS-RETIREMENT-EOF TO TRUE
                  NOT AT END
                      IF WS-RTE-COUNT >= 500
                         DISPLAY 'FATAL: retirement election table '
                                 'full (500 entries) - run refused'
                         MOVE 8 TO RETURN-CODE
                         STOP RUN
                      END-IF
                      ADD 1 TO WS-RTE-COUNT
                      MOVE RTE-EMP-ID
                          TO WS-RTE-EMP-ID(WS-RTE-COUNT)
                      MOVE RTE-BIRTH-DATE
                          TO WS-RTE-BIRTH-DATE(WS-RTE-COUNT)
                      MOVE RTE-PRETAX-METHOD
                          TO WS-RTE-PRETAX-METHOD(WS-RTE-COUNT)
                      MOVE RTE-PRETAX-PERCENT
                          TO WS-RTE-PRETAX-PERCENT(WS-RTE-COUNT)
                      MOVE RTE-PRETAX-AMOUNT
                          TO WS-RTE-PRETAX-AMOUNT(WS-RTE-COUNT)
                      MOVE RTE-ROTH-METHOD
                          TO WS-RTE-ROTH-METHOD(WS-RTE-COUNT)
                      MOVE RTE-ROTH-PERCENT
                          TO WS-RTE-ROTH-PERCENT(WS-RTE-COUNT)
                      MOVE RTE-ROTH-AMOUNT
                          TO WS-RTE-ROTH-AMOUNT(WS-RTE-COUNT)
                      MOVE RTE-LOAN-PAYMENT
                          TO WS-RTE-LOAN-PAYMENT(WS-RTE-COUNT)
                      MOVE RTE-LOAN-BALANCE
                          TO WS-RTE-LOAN-BALANCE(WS-RTE-COUNT)
              END-READ
           END-PERFORM
           IF WS-RETIREMENT-STATUS NOT = '35'
              CLOSE RETIREMENT-ELECTION-FILE
           END-IF
           DISPLAY 'Retirement elections loaded: ' WS-RTE-COUNT.

       WRITE-RETIREMENT-ELECTIONS.
      *    Elections go back unchanged but for the loan balances
      *    this run's repayments drew down.
           OPEN OUTPUT RETIREMENT-ELECTION-FILE
           PERFORM VARYING WS-RTE-SUB FROM 1 BY 1
                   UNTIL WS-RTE-SUB > WS-RTE-COUNT
              MOVE WS-RTE-EMP-ID(WS-RTE-SUB)   TO RTE-EMP-ID
              MOVE WS-RTE-BIRTH-DATE(WS-RTE-SUB)
                  TO RTE-BIRTH-DATE
              MOVE WS-RTE-PRETAX-METHOD(WS-RTE-SUB)
                  TO RTE-PRETAX-METHOD
              MOVE WS-RTE-PRETAX-PERCENT(WS-RTE-SUB)
                  TO RTE-PRETAX-PERCENT
              MOVE WS-RTE-PRETAX-AMOUNT(WS-RTE-SUB)
                  TO RTE-PRETAX-AMOUNT
              MOVE WS-RTE-ROTH-METHOD(WS-RTE-SUB) TO RTE-ROTH-METHOD
              MOVE WS-RTE-ROTH-PERCENT(WS-RTE-SUB)
                  TO RTE-ROTH-PERCENT
              MOVE WS-RTE-ROTH-AMOUNT(WS-RTE-SUB) TO RTE-ROTH-AMOUNT
              MOVE WS-RTE-LOAN-PAYMENT(WS-RTE-SUB)
                  TO RTE-LOAN-PAYMENT
              MOVE WS-RTE-LOAN-BALANCE(WS-RTE-SUB)
                  TO RTE-LOAN-BALANCE
              WRITE RETIREMENT-ELECTION-RECORD
           END-PERFORM
           CLOSE RETIREMENT-ELECTION-FILE.

       CALCULATE-PROGRESSIVE-TAX.
      *    Walk the bracket table: each slice of WS-TAXABLE-GROSS
      *    between the previous ceiling and this one is withheld at
           MOVE WS-GARNISH-TOTAL    TO PR-GARNISH-TOTAL
           MOVE WS-VOLUNTARY-TOTAL  TO PR-VOLUNTARY-TOTAL
           MOVE WS-RUN-DATE         TO PR-PAY-DATE
           MOVE WS-PAY-RUN-TYPE     TO PR-RUN-TYPE
           WRITE PAYROLL-RECORD.

       WRITE-DIRECT-DEPOSIT-RECORD.
           MOVE ZEROS                  TO OTX-BRANCH-CODE
           MOVE ZEROS                  TO OTX-EXT-ROUTING-NUMBER
           MOVE SPACES                 TO OTX-EXT-ACCOUNT-NUMBER
           MOVE SPACES                 TO OTX-TELLER-ID
           WRITE ONUS-TRANSACTION-RECORD

           ADD 1 TO WS-ONUS-PAY-COUNT
           END-STRING
           MOVE 'ACCOUNT CHECK DIGIT INVALID' TO SUSP-REASON
           MOVE ZEROS                  TO SUSP-BRANCH-CODE
           MOVE SPACES                 TO SUSP-TELLER-ID
           WRITE SUSPENSE-RECORD
           DISPLAY 'CHECK DIGIT INVALID: employee ' EMP-ID
                   ' on-us account ' WS-ONUS-ACCOUNT-NUMBER
                     FROM WS-EDN-REMAINING(WS-EDN-SUB)
              END-IF
              PERFORM ACCUMULATE-AGENCY-REMITTANCE
              PERFORM JOURNAL-DEDUCTION-TAKE
           END-IF.

       JOURNAL-DEDUCTION-TAKE.
      *    Court-ordered withholding is owed to the issuing agency
      *    until the remittance file is paid; voluntary deductions
      *    to their payee.
           MOVE 'C' TO WS-PGL-POST-SIDE
           MOVE WS-EDN-TAKE TO WS-PGL-POST-AMOUNT
           EVALUATE WS-EDN-TYPE(WS-EDN-SUB)
               WHEN 'GA'
                   MOVE WS-PGL-GARNISHMENT TO WS-PGL-POST-CODE
                   MOVE 'GARNISHMENT PAYABLE' TO WS-PGL-POST-NAME
               WHEN 'CS'
                   MOVE WS-PGL-CHILD-SUPPORT TO WS-PGL-POST-CODE
                   MOVE 'CHILD SUPPORT PAYABLE' TO WS-PGL-POST-NAME
               WHEN 'LV'
                   MOVE WS-PGL-TAX-LEVY TO WS-PGL-POST-CODE
                   MOVE 'TAX LEVY PAYABLE' TO WS-PGL-POST-NAME
               WHEN OTHER
                   MOVE WS-PGL-VOLUNTARY TO WS-PGL-POST-CODE
                   MOVE 'VOLUNTARY DEDUCT PAYABLE'
                       TO WS-PGL-POST-NAME
           END-EVALUATE
           PERFORM ACCUMULATE-PAYROLL-GL-LEG.

       JOURNAL-EMPLOYEE-PAY.
      *    One employee's pay: gross wages and bonus to salary
      *    expense under the department's cost center, withholding
      *    and dues to their liabilities, net pay out of cash. The
      *    court-ordered and voluntary deductions were credited as
      *    they were taken, so the legs balance only if every cent
      *    of gross is accounted for.
           MOVE 'D' TO WS-PGL-POST-SIDE
           MOVE WS-PGL-SALARY-EXPENSE TO WS-PGL-POST-CODE
           MOVE SPACES TO WS-PGL-POST-NAME
           STRING 'SALARY EXP ' EMP-DEPT
               DELIMITED BY SIZE INTO WS-PGL-POST-NAME
           END-STRING
           COMPUTE WS-PGL-POST-AMOUNT = WS-GROSS-PAY + WS-BONUS
           PERFORM ACCUMULATE-PAYROLL-GL-LEG

           MOVE 'C' TO WS-PGL-POST-SIDE
           MOVE WS-PGL-WITHHOLDING TO WS-PGL-POST-CODE
           MOVE 'WITHHOLDING PAYABLE' TO WS-PGL-POST-NAME
           MOVE WS-TAX TO WS-PGL-POST-AMOUNT
           PERFORM ACCUMULATE-PAYROLL-GL-LEG

           MOVE WS-PGL-DEPT-DUES TO WS-PGL-POST-CODE
           MOVE 'DEPT DUES PAYABLE' TO WS-PGL-POST-NAME
           MOVE WS-DEPT-DEDUCTION TO WS-PGL-POST-AMOUNT
           PERFORM ACCUMULATE-PAYROLL-GL-LEG

           MOVE WS-PGL-CASH TO WS-PGL-POST-CODE
           MOVE 'CASH' TO WS-PGL-POST-NAME
           MOVE WS-NET-PAY TO WS-PGL-POST-AMOUNT
           PERFORM ACCUMULATE-PAYROLL-GL-LEG

      *    Deferrals, loan repayments and the employer match are all
      *    owed to the 401(k) plan until the recordkeeper is paid;
      *    the match is the department's expense.
           MOVE WS-PGL-401K-PAYABLE TO WS-PGL-POST-CODE
           MOVE '401K PLAN PAYABLE' TO WS-PGL-POST-NAME
           COMPUTE WS-PGL-POST-AMOUNT = WS-PRETAX-DEFERRAL
               + WS-ROTH-DEFERRAL + WS-LOAN-REPAYMENT
               + WS-EMPLOYER-MATCH
           PERFORM ACCUMULATE-PAYROLL-GL-LEG

           MOVE 'D' TO WS-PGL-POST-SIDE
           MOVE WS-PGL-MATCH-EXPENSE TO WS-PGL-POST-CODE
           MOVE SPACES TO WS-PGL-POST-NAME
           STRING '401K MATCH ' EMP-DEPT
               DELIMITED BY SIZE INTO WS-PGL-POST-NAME
           END-STRING
           MOVE WS-EMPLOYER-MATCH TO WS-PGL-POST-AMOUNT
           PERFORM ACCUMULATE-PAYROLL-GL-LEG.

       ACCUMULATE-PAYROLL-GL-LEG.
           IF WS-PGL-POST-AMOUNT NOT = ZEROS
              MOVE 'N' TO WS-PGL-FOUND-FLAG
              IF WS-PGL-COUNT > ZEROS
                 SET WS-PGL-IDX TO 1
                 SEARCH WS-PGL-ENTRY
                     VARYING WS-PGL-IDX
                     AT END
                         CONTINUE
                     WHEN WS-PGL-CODE(WS-PGL-IDX) = WS-PGL-POST-CODE
                      AND WS-PGL-NAME(WS-PGL-IDX) = WS-PGL-POST-NAME
                         SET PGL-ENTRY-FOUND TO TRUE
                 END-SEARCH
              END-IF

              IF NOT PGL-ENTRY-FOUND
                 IF WS-PGL-COUNT < 40
                    ADD 1 TO WS-PGL-COUNT
                    SET WS-PGL-IDX TO WS-PGL-COUNT
                    MOVE WS-PGL-POST-CODE TO WS-PGL-CODE(WS-PGL-IDX)
                    MOVE WS-PGL-POST-NAME TO WS-PGL-NAME(WS-PGL-IDX)
                    MOVE ZEROS TO WS-PGL-DEBIT-TOTAL(WS-PGL-IDX)
                    MOVE ZEROS TO WS-PGL-CREDIT-TOTAL(WS-PGL-IDX)
                    SET PGL-ENTRY-FOUND TO TRUE
                 ELSE
                    DISPLAY 'WARNING: payroll GL table full (40 '
                            'entries) - ' WS-PGL-POST-NAME
                            ' not journaled'
                 END-IF
              END-IF

              IF PGL-ENTRY-FOUND
                 IF WS-PGL-POST-SIDE = 'D'
                    ADD WS-PGL-POST-AMOUNT
                        TO WS-PGL-DEBIT-TOTAL(WS-PGL-IDX)
                    ADD WS-PGL-POST-AMOUNT TO WS-PGL-TOTAL-DEBITS
                 ELSE
                    ADD WS-PGL-POST-AMOUNT
                        TO WS-PGL-CREDIT-TOTAL(WS-PGL-IDX)
                    ADD WS-PGL-POST-AMOUNT TO WS-PGL-TOTAL-CREDITS
                 END-IF
              END-IF
           END-IF.

       PROVE-AND-WRITE-PAYROLL-JOURNAL.
      *    Refused outright when out of balance, exactly as the
      *    banking journal is - a short journal must be investigated
      *    before anything reaches the general ledger.
           IF WS-PGL-TOTAL-DEBITS NOT = WS-PGL-TOTAL-CREDITS
              DISPLAY 'FATAL: payroll journal out of balance - '
                      'debits $' WS-PGL-TOTAL-DEBITS
                      ' credits $' WS-PGL-TOTAL-CREDITS
              DISPLAY 'Payroll journal NOT written - investigate '
                      'before posting to the general ledger'
              MOVE 8 TO RETURN-CODE
           ELSE
              OPEN OUTPUT PAYROLL-GL-JOURNAL-FILE
              PERFORM VARYING WS-PGL-IDX FROM 1 BY 1
                      UNTIL WS-PGL-IDX > WS-PGL-COUNT
                 MOVE WS-RUN-DATE TO PGJ-POSTING-DATE
                 MOVE WS-PGL-CODE(WS-PGL-IDX) TO PGJ-ACCOUNT-CODE
                 MOVE WS-PGL-NAME(WS-PGL-IDX) TO PGJ-ACCOUNT-NAME
                 MOVE WS-PGL-DEBIT-TOTAL(WS-PGL-IDX)
                     TO PGJ-DEBIT-AMOUNT
                 MOVE WS-PGL-CREDIT-TOTAL(WS-PGL-IDX)
                     TO PGJ-CREDIT-AMOUNT
                 WRITE PAYROLL-GL-JOURNAL-RECORD
                 ADD 1 TO WS-PGL-LINES-WRITTEN
              END-PERFORM
              CLOSE PAYROLL-GL-JOURNAL-FILE
              DISPLAY 'Payroll journal balanced and written: '
                      WS-PGL-LINES-WRITTEN ' lines, debits $'
                      WS-PGL-TOTAL-DEBITS ' = credits $'
                      WS-PGL-TOTAL-CREDITS
           END-IF.

       ACCUMULATE-AGENCY-REMITTANCE.
              END-STRING
              MOVE 'ACCOUNT CHECK DIGIT INVALID' TO SUSP-REASON
              MOVE ZEROS                  TO SUSP-BRANCH-CODE
              MOVE SPACES                 TO SUSP-TELLER-ID
              WRITE SUSPENSE-RECORD
              DISPLAY 'CHECK DIGIT INVALID: employee ' EMP-ID
                      ' split account ' WS-SPLIT-ONUS-ACCT
              MOVE ZEROS                  TO OTX-BRANCH-CODE
              MOVE ZEROS                  TO OTX-EXT-ROUTING-NUMBER
              MOVE SPACES                 TO OTX-EXT-ACCOUNT-NUMBER
              MOVE SPACES                 TO OTX-TELLER-ID
              WRITE ONUS-TRANSACTION-RECORD
              ADD 1 TO WS-ONUS-PAY-COUNT
              ADD WS-SPLIT-TAKE TO WS-ONUS-PAY-TOTAL
           DISPLAY 'Split deposits paid: ' WS-SPLIT-COUNT
           DISPLAY 'Termination leave payouts: '
                   WS-LEAVE-PAYOUT-COUNT
           DISPLAY 'Terminated employees not paid: '
                   WS-TERMINATED-SKIPPED
           DISPLAY 'Pay changes taking effect: '
                   WS-PAY-CHANGES-APPLIED
           IF OFF-CYCLE-RUN
              DISPLAY 'Off-cycle payments: ' WS-OFF-CYCLE-PAID
                      ' Gross: ' WS-OFF-CYCLE-GROSS
           END-IF
           PERFORM DISPLAY-DEPARTMENT-SUBTOTALS.

       DISPLAY-DEPARTMENT-SUBTOTALS.
              PERFORM WRITE-DEDUCTION-BALANCES
              PERFORM WRITE-REMITTANCE-FILE
           END-IF
           IF REGULAR-CYCLE-RUN
              CLOSE RETIREMENT-REMITTANCE-FILE
              DISPLAY '401(k) remittances: ' WS-RRM-COUNT
                      ' Deferrals: ' WS-RRM-TOTAL-DEFERRAL
                      ' Match: ' WS-RRM-TOTAL-MATCH
                      ' Loans: ' WS-RRM-TOTAL-LOAN
              IF WS-RTE-COUNT > ZEROS
                 PERFORM WRITE-RETIREMENT-ELECTIONS
              END-IF
           END-IF
           PERFORM WRITE-ACH-BATCH-CONTROL
           PERFORM WRITE-ACH-FILE-CONTROL
           PERFORM PAD-ACH-FILE-TO-BLOCK-BOUNDARY
           PERFORM PROVE-AND-WRITE-PAYROLL-JOURNAL
           IF OFF-CYCLE-RUN
              PERFORM WRITE-UNPAID-OFF-CYCLE-REQUESTS
           END-IF
           CLOSE EMPLOYEE-FILE
           PERFORM REWRITE-EMPLOYEE-FILE
           CLOSE FALLBACK-PAY-FILE
           CLOSE ONUS-TRANSACTION-FILE
           CLOSE SUSPENSE-FILE
           CLOSE YTD-MASTER-FILE
           CLOSE YTD-HISTORY-FILE
           PERFORM WRITE-RUN-STATISTICS
           DISPLAY WS-END-MSG.

