      *****************************************************************
      * EMPLOYEE MASTER MAINTENANCE PROGRAM
      * Applies HR's batch of employee maintenance requests to
      * EMPLOYEES.DAT - the payroll counterpart of ACCOUNT-
      * MAINTENANCE. Hires and rehires, salary or hourly-rate
      * changes with an effective date (a future-dated change waits
      * on the employee record until the payroll run that reaches
      * it), department transfers, bank-detail changes (which send
      * the employee back through the ACH prenote), terminations,
      * and name / SSN / address changes. Every request lands on the
      * maintenance log, applied or rejected, and every field an
      * applied request changed is logged with its before and after
      * value for HR audit. The log is appended to, run after run.
      * Bank account numbers and SSNs are logged masked to their
      * last four digits.
      * EMPLOYEES.DAT is plain sequential, so it is held in storage
      * while the requests are worked and written back at the end;
      * it must not be run alongside PAYROLL-SYSTEM or
      * ACH-RETURN-PROCESS, which rewrite the same file.
      *
      * Copyright (c) 2026 sekacorn
      * Contact: sekacorn@gmail.com
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPLOYEE-MAINTENANCE.
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

           SELECT EMPLOYEE-MAINT-FILE
               ASSIGN TO "EMPLOYEE-MAINT.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

           SELECT EMPLOYEE-FILE
               ASSIGN TO "EMPLOYEES.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EMP-FILE-STATUS.

           SELECT EMPLOYEE-LOG-FILE
               ASSIGN TO "EMPLOYEE-MAINT-LOG.TXT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

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

       FD EMPLOYEE-MAINT-FILE.
       01 EMPLOYEE-MAINT-RECORD.
          05 EMNT-ACTION                PIC X(2).
             88 EMNT-HIRE               VALUE 'HI'.
             88 EMNT-REHIRE             VALUE 'RH'.
             88 EMNT-PAY-CHANGE         VALUE 'PC'.
             88 EMNT-TRANSFER           VALUE 'TR'.
             88 EMNT-BANK-CHANGE        VALUE 'BK'.
             88 EMNT-TERMINATE          VALUE 'TM'.
             88 EMNT-PERSONAL-CHANGE    VALUE 'CH'.
          05 EMNT-EMP-ID                PIC 9(6).
      *    Hire or rehire date, pay-change effective date or last
      *    day worked, as the action needs; zero means today.
          05 EMNT-EFFECTIVE-DATE        PIC 9(8).
          05 EMNT-NAME                  PIC X(30).
          05 EMNT-DEPT                  PIC X(10).
      *    Pay basis 'S' salaried or 'H' hourly, with the salary or
      *    hourly rate that goes with it. On a rehire or pay change
      *    a blank pay type keeps the one on file.
          05 EMNT-PAY-TYPE              PIC X.
          05 EMNT-SALARY                PIC 9(7)V99.
          05 EMNT-HOURLY-RATE           PIC 9(3)V99.
          05 EMNT-ROUTING-NUMBER        PIC 9(9).
          05 EMNT-ACCOUNT-NUMBER        PIC X(17).
      *    Personal details: on a change, blank (or zero SSN) leaves
      *    the field on file as it is.
          05 EMNT-SSN                   PIC 9(9).
          05 EMNT-ADDRESS               PIC X(40).
          05 EMNT-CITY                  PIC X(20).
          05 EMNT-STATE                 PIC X(2).
          05 EMNT-ZIP                   PIC X(10).

       FD EMPLOYEE-FILE.
       01 EMPLOYEE-RECORD.
          05 EMP-ID                PIC 9(6).
          05 EMP-NAME              PIC X(30).
          05 EMP-SALARY            PIC 9(7)V99.
          05 EMP-DEPT              PIC X(10).
          05 EMP-HIRE-DATE.
             10 HIRE-YEAR          PIC 9999.
             10 HIRE-MONTH         PIC 99.
             10 HIRE-DAY           PIC 99.
          05 EMP-ROUTING-NUMBER    PIC 9(9).
          05 EMP-ACCOUNT-NUMBER    PIC X(17).
          05 EMP-PAY-TYPE          PIC X.
             88 EMP-SALARIED       VALUE 'S'.
             88 EMP-HOURLY         VALUE 'H'.
          05 EMP-HOURLY-RATE       PIC 9(3)V99.
          05 EMP-PRENOTE-STATUS    PIC X.
             88 EMP-PRENOTE-PENDING  VALUE 'P'.
             88 EMP-PRENOTE-VERIFIED VALUE 'V'.
          05 EMP-PRENOTE-DATE      PIC 9(8).
          05 EMP-SSN               PIC 9(9).
          05 EMP-ADDRESS           PIC X(40).
          05 EMP-CITY              PIC X(20).
          05 EMP-STATE             PIC X(2).
          05 EMP-ZIP               PIC X(10).
          05 EMP-STATUS            PIC X.
             88 EMP-ACTIVE         VALUES ' ' 'A'.
             88 EMP-TERMINATED     VALUE 'T'.
          05 EMP-TERM-DATE         PIC 9(8).
          05 EMP-PENDING-SALARY    PIC 9(7)V99.
          05 EMP-PENDING-HOURLY-RATE PIC 9(3)V99.
          05 EMP-PENDING-EFFECTIVE-DATE PIC 9(8).

       FD EMPLOYEE-LOG-FILE.
       01 EMPLOYEE-LOG-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
      *    Run statistics captured for the cycle summary report.
       01 WS-OPS-STATS-STATUS           PIC X(2).
       01 WS-OPS-PROGRAM-NAME           PIC X(30)
                                        VALUE 'EMPLOYEE-MAINTENANCE'.
       01 WS-OPS-START-STAMP            PIC X(14).

       01 WS-FILE-STATUS                PIC X(2).
          88 WS-FILE-EOF                VALUE '10'.
       01 WS-MAINT-OPEN-FLAG            PIC X VALUE 'N'.
          88 MAINT-FILE-OPEN            VALUE 'Y'.
       01 WS-EMP-FILE-STATUS            PIC X(2).
          88 WS-EMP-FILE-EOF            VALUE '10'.
       01 WS-LOG-STATUS                 PIC X(2).
       01 WS-TODAY-YMD                  PIC 9(8).
       01 WS-EFFECTIVE-DATE             PIC 9(8).

      *    EMPLOYEES.DAT held in storage, in file order; new hires
      *    go on the end.
       01 WS-EMP-COUNT                  PIC 9(4) VALUE ZEROS.
       01 WS-EMP-TABLE.
          05 WS-EMP-ENTRY OCCURS 5000 TIMES
             INDEXED BY WS-EMP-IDX.
             10 WS-EMP-KEY              PIC 9(6).
             10 WS-EMP-IMAGE            PIC X(216).
       01 WS-EMP-FOUND-FLAG             PIC X.
          88 EMPLOYEE-ON-FILE           VALUE 'Y'.

      *    The employee as it stood before the request, compared
      *    field by field with the result for the before/after log.
       01 WS-BEFORE-EMPLOYEE.
          05 BEF-ID                     PIC 9(6).
          05 BEF-NAME                   PIC X(30).
          05 BEF-SALARY                 PIC 9(7)V99.
          05 BEF-DEPT                   PIC X(10).
          05 BEF-HIRE-DATE              PIC 9(8).
          05 BEF-ROUTING-NUMBER         PIC 9(9).
          05 BEF-ACCOUNT-NUMBER         PIC X(17).
          05 BEF-PAY-TYPE               PIC X.
          05 BEF-HOURLY-RATE            PIC 9(3)V99.
          05 BEF-PRENOTE-STATUS         PIC X.
          05 BEF-PRENOTE-DATE           PIC 9(8).
          05 BEF-SSN                    PIC 9(9).
          05 BEF-ADDRESS                PIC X(40).
          05 BEF-CITY                   PIC X(20).
          05 BEF-STATE                  PIC X(2).
          05 BEF-ZIP                    PIC X(10).
          05 BEF-STATUS                 PIC X.
          05 BEF-TERM-DATE              PIC 9(8).
          05 BEF-PENDING-SALARY         PIC 9(7)V99.
          05 BEF-PENDING-HOURLY-RATE    PIC 9(3)V99.
          05 BEF-PENDING-EFFECTIVE-DATE PIC 9(8).

      *    ABA routing check digit: weights 3, 7, 1 repeated across
      *    the nine digits; a valid number sums to a multiple of 10.
       01 WS-ABA-ROUTING                PIC 9(9).
       01 WS-ABA-DIGITS REDEFINES WS-ABA-ROUTING.
          05 WS-ABA-DIGIT               PIC 9 OCCURS 9 TIMES.
       01 WS-ABA-SUM                    PIC 9(4).

       01 WS-REJECT-REASON              PIC X(40).
       01 WS-APPLIED-RESULT             PIC X(40).

       01 WS-COUNTERS.
          05 WS-REQUEST-COUNT           PIC 9(7) VALUE ZEROS.
          05 WS-APPLIED-COUNT           PIC 9(7) VALUE ZEROS.
          05 WS-REJECTED-COUNT          PIC 9(7) VALUE ZEROS.
          05 WS-FIELDS-LOGGED           PIC 9(7) VALUE ZEROS.
          05 WS-HIRE-COUNT              PIC 9(5) VALUE ZEROS.
          05 WS-TERMINATION-COUNT       PIC 9(5) VALUE ZEROS.
          05 WS-PENDING-PAY-COUNT       PIC 9(5) VALUE ZEROS.

       01 WS-LOG-LINE.
          05 WS-LOG-DATE                PIC 9(8).
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-LOG-EMP-ID              PIC 9(6).
          05 FILLER                     PIC X(3) VALUE SPACES.
          05 WS-LOG-ACTION              PIC X(2).
          05 FILLER                     PIC X(3) VALUE SPACES.
          05 WS-LOG-RESULT              PIC X(40).

       01 WS-LOG-DETAIL-LINE.
          05 FILLER                     PIC X(24) VALUE SPACES.
          05 WS-LD-FIELD                PIC X(18).
          05 WS-LD-BEFORE               PIC X(40).
          05 FILLER                     PIC X(4) VALUE ' -> '.
          05 WS-LD-AFTER                PIC X(40).

      *    Edited forms of the values logged.
       01 WS-LOG-EDIT-WORK.
          05 WS-LE-MONEY                PIC Z,ZZZ,ZZ9.99.
          05 WS-LE-RATE                 PIC ZZ9.99.
          05 WS-LE-ACCOUNT              PIC X(17).
          05 WS-LE-ACCOUNT-END          PIC 9(2).
          05 WS-LE-SSN                  PIC 9(9).
          05 WS-LE-SSN-PARTS REDEFINES WS-LE-SSN.
             10 FILLER                  PIC X(5).
             10 WS-LE-SSN-LAST4         PIC X(4).

       PROCEDURE DIVISION.
       MAIN-CONTROL.
           PERFORM INITIALIZATION
           PERFORM PROCESS-MAINTENANCE-REQUESTS
           PERFORM CLEANUP
           STOP RUN.

       INITIALIZATION.
           DISPLAY 'Employee Maintenance - Processing Started'
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-OPS-START-STAMP
           DISPLAY '========================================='
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-YMD
           PERFORM LOAD-EMPLOYEE-TABLE

           OPEN INPUT EMPLOYEE-MAINT-FILE
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY 'No employee maintenance requests this run'
              SET WS-FILE-EOF TO TRUE
           ELSE
              SET MAINT-FILE-OPEN TO TRUE
           END-IF

      *    The log is HR's audit trail, so it is kept across runs.
           OPEN EXTEND EMPLOYEE-LOG-FILE
           IF WS-LOG-STATUS = '35'
              OPEN OUTPUT EMPLOYEE-LOG-FILE
           END-IF.

       LOAD-EMPLOYEE-TABLE.
      *    No employee file yet is an empty master - the first hires
      *    create it. A table too small for the file refuses the run
      *    rather than writing back a short master.
           MOVE ZEROS TO WS-EMP-COUNT
           OPEN INPUT EMPLOYEE-FILE
           IF WS-EMP-FILE-STATUS NOT = '00'
              DISPLAY 'No EMPLOYEES.DAT on file - starting empty'
              SET WS-EMP-FILE-EOF TO TRUE
           END-IF

           PERFORM UNTIL WS-EMP-FILE-EOF
              READ EMPLOYEE-FILE
                  AT END
                      SET WS-EMP-FILE-EOF TO TRUE
                  NOT AT END
                      IF WS-EMP-COUNT >= 5000
                         DISPLAY 'FATAL: employee table full (5000 '
                                 'entries) - run refused'
                         MOVE 8 TO RETURN-CODE
                         STOP RUN
                      END-IF
                      ADD 1 TO WS-EMP-COUNT
                      MOVE EMP-ID TO WS-EMP-KEY(WS-EMP-COUNT)
                      MOVE EMPLOYEE-RECORD
                          TO WS-EMP-IMAGE(WS-EMP-COUNT)
              END-READ
           END-PERFORM
           IF WS-EMP-FILE-STATUS NOT = '35'
              CLOSE EMPLOYEE-FILE
           END-IF
           DISPLAY 'Employees on file: ' WS-EMP-COUNT.

       PROCESS-MAINTENANCE-REQUESTS.
           PERFORM READ-MAINTENANCE-REQUEST
           PERFORM EXECUTE-MAINTENANCE-REQUEST
               UNTIL WS-FILE-EOF.

       READ-MAINTENANCE-REQUEST.
           READ EMPLOYEE-MAINT-FILE
               AT END
                   SET WS-FILE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-REQUEST-COUNT
           END-READ.

       EXECUTE-MAINTENANCE-REQUEST.
           MOVE SPACES TO WS-REJECT-REASON
           MOVE SPACES TO WS-APPLIED-RESULT
           MOVE EMNT-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE
           IF WS-EFFECTIVE-DATE = ZEROS
              MOVE WS-TODAY-YMD TO WS-EFFECTIVE-DATE
           END-IF

           PERFORM FIND-EMPLOYEE-ENTRY
           IF EMPLOYEE-ON-FILE
              MOVE WS-EMP-IMAGE(WS-EMP-IDX) TO EMPLOYEE-RECORD
              PERFORM SAVE-BEFORE-IMAGE
           ELSE
              INITIALIZE WS-BEFORE-EMPLOYEE
           END-IF

           EVALUATE TRUE
               WHEN EMNT-HIRE
                    PERFORM HIRE-EMPLOYEE
               WHEN EMNT-REHIRE
                    PERFORM REHIRE-EMPLOYEE
               WHEN EMNT-PAY-CHANGE
                    PERFORM CHANGE-EMPLOYEE-PAY
               WHEN EMNT-TRANSFER
                    PERFORM TRANSFER-EMPLOYEE
               WHEN EMNT-BANK-CHANGE
                    PERFORM CHANGE-BANK-DETAILS
               WHEN EMNT-TERMINATE
                    PERFORM TERMINATE-EMPLOYEE
               WHEN EMNT-PERSONAL-CHANGE
                    PERFORM CHANGE-PERSONAL-DETAILS
               WHEN OTHER
                    MOVE 'Rejected - unknown action'
                        TO WS-REJECT-REASON
           END-EVALUATE

           IF WS-REJECT-REASON NOT = SPACES
              PERFORM LOG-REJECTED-REQUEST
           ELSE
              MOVE EMPLOYEE-RECORD TO WS-EMP-IMAGE(WS-EMP-IDX)
              PERFORM LOG-APPLIED-REQUEST
           END-IF

           PERFORM READ-MAINTENANCE-REQUEST.

       FIND-EMPLOYEE-ENTRY.
           MOVE 'N' TO WS-EMP-FOUND-FLAG
           IF WS-EMP-COUNT > ZEROS
              SET WS-EMP-IDX TO 1
              SEARCH WS-EMP-ENTRY
                  VARYING WS-EMP-IDX
                  AT END
                      CONTINUE
                  WHEN WS-EMP-IDX > WS-EMP-COUNT
                      CONTINUE
                  WHEN WS-EMP-KEY(WS-EMP-IDX) = EMNT-EMP-ID
                      SET EMPLOYEE-ON-FILE TO TRUE
              END-SEARCH
           END-IF.

       SAVE-BEFORE-IMAGE.
           MOVE EMP-ID                     TO BEF-ID
           MOVE EMP-NAME                   TO BEF-NAME
           MOVE EMP-SALARY                 TO BEF-SALARY
           MOVE EMP-DEPT                   TO BEF-DEPT
           MOVE EMP-HIRE-DATE              TO BEF-HIRE-DATE
           MOVE EMP-ROUTING-NUMBER         TO BEF-ROUTING-NUMBER
           MOVE EMP-ACCOUNT-NUMBER         TO BEF-ACCOUNT-NUMBER
           MOVE EMP-PAY-TYPE               TO BEF-PAY-TYPE
           MOVE EMP-HOURLY-RATE            TO BEF-HOURLY-RATE
           MOVE EMP-PRENOTE-STATUS         TO BEF-PRENOTE-STATUS
           MOVE EMP-PRENOTE-DATE           TO BEF-PRENOTE-DATE
           MOVE EMP-SSN                    TO BEF-SSN
           MOVE EMP-ADDRESS                TO BEF-ADDRESS
           MOVE EMP-CITY                   TO BEF-CITY
           MOVE EMP-STATE                  TO BEF-STATE
           MOVE EMP-ZIP                    TO BEF-ZIP
           MOVE EMP-STATUS                 TO BEF-STATUS
           MOVE EMP-TERM-DATE              TO BEF-TERM-DATE
           MOVE EMP-PENDING-SALARY         TO BEF-PENDING-SALARY
           MOVE EMP-PENDING-HOURLY-RATE    TO BEF-PENDING-HOURLY-RATE
           MOVE EMP-PENDING-EFFECTIVE-DATE
               TO BEF-PENDING-EFFECTIVE-DATE.

      *****************************************************************
      * MAINTENANCE ACTIONS - each sets WS-REJECT-REASON to refuse
      *****************************************************************
       HIRE-EMPLOYEE.
           EVALUATE TRUE
               WHEN EMNT-EMP-ID = ZEROS
                   MOVE 'Rejected - no employee ID'
                       TO WS-REJECT-REASON
               WHEN EMPLOYEE-ON-FILE
                   MOVE 'Rejected - employee ID already on file'
                       TO WS-REJECT-REASON
               WHEN EMNT-NAME = SPACES OR EMNT-DEPT = SPACES
                   MOVE 'Rejected - name and department required'
                       TO WS-REJECT-REASON
               WHEN WS-EMP-COUNT >= 5000
                   MOVE 'Rejected - employee table full'
                       TO WS-REJECT-REASON
               WHEN OTHER
                   PERFORM VALIDATE-PAY-BASIS
           END-EVALUATE
           IF WS-REJECT-REASON = SPACES
              AND EMNT-ROUTING-NUMBER NOT = ZEROS
              PERFORM VALIDATE-ROUTING-NUMBER
           END-IF

           IF WS-REJECT-REASON = SPACES
              INITIALIZE EMPLOYEE-RECORD
              MOVE EMNT-EMP-ID          TO EMP-ID
              MOVE EMNT-NAME            TO EMP-NAME
              MOVE EMNT-DEPT            TO EMP-DEPT
              MOVE WS-EFFECTIVE-DATE    TO EMP-HIRE-DATE
              MOVE EMNT-PAY-TYPE        TO EMP-PAY-TYPE
              MOVE EMNT-SALARY          TO EMP-SALARY
              MOVE EMNT-HOURLY-RATE     TO EMP-HOURLY-RATE
              MOVE EMNT-ROUTING-NUMBER  TO EMP-ROUTING-NUMBER
              MOVE EMNT-ACCOUNT-NUMBER  TO EMP-ACCOUNT-NUMBER
              MOVE SPACE                TO EMP-PRENOTE-STATUS
              MOVE EMNT-SSN             TO EMP-SSN
              MOVE EMNT-ADDRESS         TO EMP-ADDRESS
              MOVE EMNT-CITY            TO EMP-CITY
              MOVE EMNT-STATE           TO EMP-STATE
              MOVE EMNT-ZIP             TO EMP-ZIP
              MOVE 'A'                  TO EMP-STATUS
              ADD 1 TO WS-EMP-COUNT
              SET WS-EMP-IDX TO WS-EMP-COUNT
              MOVE EMP-ID TO WS-EMP-KEY(WS-EMP-IDX)
              ADD 1 TO WS-HIRE-COUNT
              MOVE 'Employee hired' TO WS-APPLIED-RESULT
           END-IF.

       REHIRE-EMPLOYEE.
      *    A rehire reactivates the old record with a new hire date;
      *    pay, department and bank details may be re-keyed with it.
           EVALUATE TRUE
               WHEN NOT EMPLOYEE-ON-FILE
                   MOVE 'Rejected - employee not on file'
                       TO WS-REJECT-REASON
               WHEN NOT EMP-TERMINATED
                   MOVE 'Rejected - employee is not terminated'
                       TO WS-REJECT-REASON
               WHEN EMNT-PAY-TYPE NOT = SPACE
                   PERFORM VALIDATE-PAY-BASIS
           END-EVALUATE
           IF WS-REJECT-REASON = SPACES
              AND EMNT-ROUTING-NUMBER NOT = ZEROS
              PERFORM VALIDATE-ROUTING-NUMBER
           END-IF

           IF WS-REJECT-REASON = SPACES
              MOVE 'A'               TO EMP-STATUS
              MOVE ZEROS             TO EMP-TERM-DATE
              MOVE WS-EFFECTIVE-DATE TO EMP-HIRE-DATE
              MOVE ZEROS TO EMP-PENDING-SALARY
              MOVE ZEROS TO EMP-PENDING-HOURLY-RATE
              MOVE ZEROS TO EMP-PENDING-EFFECTIVE-DATE
              IF EMNT-PAY-TYPE NOT = SPACE
                 MOVE EMNT-PAY-TYPE    TO EMP-PAY-TYPE
                 MOVE EMNT-SALARY      TO EMP-SALARY
                 MOVE EMNT-HOURLY-RATE TO EMP-HOURLY-RATE
              END-IF
              IF EMNT-DEPT NOT = SPACES
                 MOVE EMNT-DEPT TO EMP-DEPT
              END-IF
              IF EMNT-ROUTING-NUMBER NOT = ZEROS
                 PERFORM SET-NEW-BANK-DETAILS
              END-IF
              ADD 1 TO WS-HIRE-COUNT
              MOVE 'Employee rehired' TO WS-APPLIED-RESULT
           END-IF.

       CHANGE-EMPLOYEE-PAY.
      *    Effective today or earlier, the new pay replaces the old
      *    now; a later date parks it as pending for the payroll run
      *    that reaches it. A change of pay basis has to take effect
      *    at once - the pending fields carry amounts only.
           EVALUATE TRUE
               WHEN NOT EMPLOYEE-ON-FILE
                   MOVE 'Rejected - employee not on file'
                       TO WS-REJECT-REASON
               WHEN EMP-TERMINATED
                   MOVE 'Rejected - employee is terminated'
                       TO WS-REJECT-REASON
               WHEN EMNT-PAY-TYPE NOT = SPACE
                AND EMNT-PAY-TYPE NOT = EMP-PAY-TYPE
                AND WS-EFFECTIVE-DATE > WS-TODAY-YMD
                   MOVE 'Rejected - pay basis change future-dated'
                       TO WS-REJECT-REASON
               WHEN OTHER
                   IF EMNT-PAY-TYPE = SPACE
                      MOVE EMP-PAY-TYPE TO EMNT-PAY-TYPE
                   END-IF
                   PERFORM VALIDATE-PAY-BASIS
           END-EVALUATE

           IF WS-REJECT-REASON = SPACES
              IF WS-EFFECTIVE-DATE > WS-TODAY-YMD
                 MOVE ZEROS TO EMP-PENDING-SALARY
                 MOVE ZEROS TO EMP-PENDING-HOURLY-RATE
                 IF EMNT-PAY-TYPE = 'S'
                    MOVE EMNT-SALARY TO EMP-PENDING-SALARY
                 ELSE
                    MOVE EMNT-HOURLY-RATE TO EMP-PENDING-HOURLY-RATE
                 END-IF
                 MOVE WS-EFFECTIVE-DATE
                     TO EMP-PENDING-EFFECTIVE-DATE
                 ADD 1 TO WS-PENDING-PAY-COUNT
                 MOVE 'Pay change pending effective date'
                     TO WS-APPLIED-RESULT
              ELSE
                 MOVE EMNT-PAY-TYPE TO EMP-PAY-TYPE
                 IF EMNT-PAY-TYPE = 'S'
                    MOVE EMNT-SALARY TO EMP-SALARY
                 ELSE
                    MOVE EMNT-HOURLY-RATE TO EMP-HOURLY-RATE
                 END-IF
                 MOVE ZEROS TO EMP-PENDING-SALARY
                 MOVE ZEROS TO EMP-PENDING-HOURLY-RATE
                 MOVE ZEROS TO EMP-PENDING-EFFECTIVE-DATE
                 MOVE 'Pay changed' TO WS-APPLIED-RESULT
              END-IF
           END-IF.

       TRANSFER-EMPLOYEE.
           EVALUATE TRUE
               WHEN NOT EMPLOYEE-ON-FILE
                   MOVE 'Rejected - employee not on file'
                       TO WS-REJECT-REASON
               WHEN EMP-TERMINATED
                   MOVE 'Rejected - employee is terminated'
                       TO WS-REJECT-REASON
               WHEN EMNT-DEPT = SPACES
                   MOVE 'Rejected - no department given'
                       TO WS-REJECT-REASON
               WHEN EMNT-DEPT = EMP-DEPT
                   MOVE 'Rejected - already in that department'
                       TO WS-REJECT-REASON
               WHEN OTHER
                   MOVE EMNT-DEPT TO EMP-DEPT
                   MOVE 'Employee transferred' TO WS-APPLIED-RESULT
           END-EVALUATE.

       CHANGE-BANK-DETAILS.
           EVALUATE TRUE
               WHEN NOT EMPLOYEE-ON-FILE
                   MOVE 'Rejected - employee not on file'
                       TO WS-REJECT-REASON
               WHEN EMNT-ROUTING-NUMBER = ZEROS
                 OR EMNT-ACCOUNT-NUMBER = SPACES
                   MOVE 'Rejected - routing and account required'
                       TO WS-REJECT-REASON
               WHEN OTHER
                   PERFORM VALIDATE-ROUTING-NUMBER
           END-EVALUATE

           IF WS-REJECT-REASON = SPACES
              PERFORM SET-NEW-BANK-DETAILS
              MOVE 'Bank details changed - prenote due'
                  TO WS-APPLIED-RESULT
           END-IF.

       SET-NEW-BANK-DETAILS.
      *    New details have never been proved, so the employee goes
      *    back to blank prenote status: the next payroll sends the
      *    zero-dollar prenote and pays by the fallback method until
      *    it has aged without a return.
           MOVE EMNT-ROUTING-NUMBER TO EMP-ROUTING-NUMBER
           MOVE EMNT-ACCOUNT-NUMBER TO EMP-ACCOUNT-NUMBER
           MOVE SPACE               TO EMP-PRENOTE-STATUS
           MOVE ZEROS               TO EMP-PRENOTE-DATE.

       TERMINATE-EMPLOYEE.
      *    A pay change still pending dies with the employment.
           EVALUATE TRUE
               WHEN NOT EMPLOYEE-ON-FILE
                   MOVE 'Rejected - employee not on file'
                       TO WS-REJECT-REASON
               WHEN EMP-TERMINATED
                   MOVE 'Rejected - employee already terminated'
                       TO WS-REJECT-REASON
               WHEN OTHER
                   MOVE 'T'               TO EMP-STATUS
                   MOVE WS-EFFECTIVE-DATE TO EMP-TERM-DATE
                   MOVE ZEROS TO EMP-PENDING-SALARY
                   MOVE ZEROS TO EMP-PENDING-HOURLY-RATE
                   MOVE ZEROS TO EMP-PENDING-EFFECTIVE-DATE
                   ADD 1 TO WS-TERMINATION-COUNT
                   MOVE 'Employee terminated' TO WS-APPLIED-RESULT
           END-EVALUATE.

       CHANGE-PERSONAL-DETAILS.
           EVALUATE TRUE
               WHEN NOT EMPLOYEE-ON-FILE
                   MOVE 'Rejected - employee not on file'
                       TO WS-REJECT-REASON
               WHEN EMNT-NAME = SPACES AND EMNT-SSN = ZEROS
                AND EMNT-ADDRESS = SPACES AND EMNT-CITY = SPACES
                AND EMNT-STATE = SPACES AND EMNT-ZIP = SPACES
                   MOVE 'Rejected - no details to change'
                       TO WS-REJECT-REASON
               WHEN OTHER
                   IF EMNT-NAME NOT = SPACES
                      MOVE EMNT-NAME TO EMP-NAME
                   END-IF
                   IF EMNT-SSN NOT = ZEROS
                      MOVE EMNT-SSN TO EMP-SSN
                   END-IF
                   IF EMNT-ADDRESS NOT = SPACES
                      MOVE EMNT-ADDRESS TO EMP-ADDRESS
                   END-IF
                   IF EMNT-CITY NOT = SPACES
                      MOVE EMNT-CITY TO EMP-CITY
                   END-IF
                   IF EMNT-STATE NOT = SPACES
                      MOVE EMNT-STATE TO EMP-STATE
                   END-IF
                   IF EMNT-ZIP NOT = SPACES
                      MOVE EMNT-ZIP TO EMP-ZIP
                   END-IF
                   MOVE 'Personal details changed'
                       TO WS-APPLIED-RESULT
           END-EVALUATE.

       VALIDATE-PAY-BASIS.
           EVALUATE TRUE
               WHEN EMNT-PAY-TYPE = 'S' AND EMNT-SALARY > ZEROS
                   CONTINUE
               WHEN EMNT-PAY-TYPE = 'H' AND EMNT-HOURLY-RATE > ZEROS
                   CONTINUE
               WHEN OTHER
                   MOVE 'Rejected - pay type and amount invalid'
                       TO WS-REJECT-REASON
           END-EVALUATE.

       VALIDATE-ROUTING-NUMBER.
           MOVE EMNT-ROUTING-NUMBER TO WS-ABA-ROUTING
           COMPUTE WS-ABA-SUM =
               3 * (WS-ABA-DIGIT(1) + WS-ABA-DIGIT(4)
                    + WS-ABA-DIGIT(7))
             + 7 * (WS-ABA-DIGIT(2) + WS-ABA-DIGIT(5)
                    + WS-ABA-DIGIT(8))
             +     (WS-ABA-DIGIT(3) + WS-ABA-DIGIT(6)
                    + WS-ABA-DIGIT(9))
           IF FUNCTION MOD(WS-ABA-SUM, 10) NOT = ZEROS
              MOVE 'Rejected - routing check digit invalid'
                  TO WS-REJECT-REASON
           END-IF.

      *****************************************************************
      * MAINTENANCE LOG - request line, then one line per changed
      * field with its before and after value
      *****************************************************************
       LOG-APPLIED-REQUEST.
           ADD 1 TO WS-APPLIED-COUNT
           MOVE WS-TODAY-YMD      TO WS-LOG-DATE
           MOVE EMNT-EMP-ID       TO WS-LOG-EMP-ID
           MOVE EMNT-ACTION       TO WS-LOG-ACTION
           MOVE WS-APPLIED-RESULT TO WS-LOG-RESULT
           WRITE EMPLOYEE-LOG-LINE FROM WS-LOG-LINE
           PERFORM LOG-CHANGED-FIELDS.

       LOG-REJECTED-REQUEST.
           ADD 1 TO WS-REJECTED-COUNT
           MOVE WS-TODAY-YMD     TO WS-LOG-DATE
           MOVE EMNT-EMP-ID      TO WS-LOG-EMP-ID
           MOVE EMNT-ACTION      TO WS-LOG-ACTION
           MOVE WS-REJECT-REASON TO WS-LOG-RESULT
           WRITE EMPLOYEE-LOG-LINE FROM WS-LOG-LINE
           DISPLAY 'Employee ' EMNT-EMP-ID ' ' EMNT-ACTION ': '
                   WS-REJECT-REASON.

       LOG-CHANGED-FIELDS.
           IF EMP-NAME NOT = BEF-NAME
              MOVE 'Name' TO WS-LD-FIELD
              MOVE BEF-NAME TO WS-LD-BEFORE
              MOVE EMP-NAME TO WS-LD-AFTER
              PERFORM WRITE-LOG-DETAIL
           END-IF
           IF EMP-SALARY NOT = BEF-SALARY
              MOVE 'Salary' TO WS-LD-FIELD
              MOVE BEF-SALARY TO WS-LE-MONEY
              MOVE WS-LE-MONEY TO WS-LD-BEFORE
              MOVE EMP-SALARY TO WS-LE-MONEY
              MOVE WS-LE-MONEY TO WS-LD-AFTER
              PERFORM WRITE-LOG-DETAIL
           END-IF
           IF EMP-DEPT NOT = BEF-DEPT
              MOVE 'Department' TO WS-LD-FIELD
              MOVE BEF-DEPT TO WS-LD-BEFORE
              MOVE EMP-DEPT TO WS-LD-AFTER
              PERFORM WRITE-LOG-DETAIL
           END-IF
           IF EMP-HIRE-DATE NOT = BEF-HIRE-DATE
              MOVE 'Hire date' TO WS-LD-FIELD
              MOVE BEF-HIRE-DATE TO WS-LD-BEFORE
              MOVE EMP-HIRE-DATE TO WS-LD-AFTER
              PERFORM WRITE-LOG-DETAIL
           END-IF
           IF EMP-ROUTING-NUMBER NOT = BEF-ROUTING-NUMBER
              MOVE 'Routing number' TO WS-LD-FIELD
              MOVE BEF-ROUTING-NUMBER TO WS-LD-BEFORE
              MOVE EMP-ROUTING-NUMBER TO WS-LD-AFTER
              PERFORM WRITE-LOG-DETAIL
           END-IF
           IF EMP-ACCOUNT-NUMBER NOT = BEF-ACCOUNT-NUMBER
              MOVE 'Bank account' TO WS-LD-FIELD
              MOVE BEF-ACCOUNT-NUMBER TO WS-LE-ACCOUNT
              PERFORM MASK-BANK-ACCOUNT
              MOVE WS-LE-ACCOUNT TO WS-LD-BEFORE
              MOVE EMP-ACCOUNT-NUMBER TO WS-LE-ACCOUNT
              PERFORM MASK-BANK-ACCOUNT
              MOVE WS-LE-ACCOUNT TO WS-LD-AFTER
              PERFORM WRITE-LOG-DETAIL
           END-IF
           IF EMP-PAY-TYPE NOT = BEF-PAY-TYPE
              MOVE 'Pay type' TO WS-LD-FIELD
              MOVE BEF-PAY-TYPE TO WS-LD-BEFORE
              MOVE EMP-PAY-TYPE TO WS-LD-AFTER
              PERFORM WRITE-LOG-DETAIL
           END-IF
           IF EMP-HOURLY-RATE NOT = BEF-HOURLY-RATE
              MOVE 'Hourly rate' TO WS-LD-FIELD
              MOVE BEF-HOURLY-RATE TO WS-LE-RATE
              MOVE WS-LE-RATE TO WS-LD-BEFORE
              MOVE EMP-HOURLY-RATE TO WS-LE-RATE
              MOVE WS-LE-RATE TO WS-LD-AFTER
              PERFORM WRITE-LOG-DETAIL
           END-IF
           IF EMP-PRENOTE-STATUS NOT = BEF-PRENOTE-STATUS
              MOVE 'Prenote status' TO WS-LD-FIELD
              MOVE BEF-PRENOTE-STATUS TO WS-LD-BEFORE
              MOVE EMP-PRENOTE-STATUS TO WS-LD-AFTER
              PERFORM WRITE-LOG-DETAIL
           END-IF
           IF EMP-PRENOTE-DATE NOT = BEF-PRENOTE-DATE
              MOVE 'Prenote date' TO WS-LD-FIELD
              MOVE BEF-PRENOTE-DATE TO WS-LD-BEFORE
              MOVE EMP-PRENOTE-DATE TO WS-LD-AFTER
              PERFORM WRITE-LOG-DETAIL
           END-IF
           IF EMP-SSN NOT = BEF-SSN
              MOVE 'SSN' TO WS-LD-FIELD
              MOVE BEF-SSN TO WS-LE-SSN
              MOVE SPACES TO WS-LD-BEFORE
              IF BEF-SSN NOT = ZEROS
                 STRING '***-**-' WS-LE-SSN-LAST4
                     DELIMITED BY SIZE INTO WS-LD-BEFORE
                 END-STRING
              END-IF
              MOVE EMP-SSN TO WS-LE-SSN
              MOVE SPACES TO WS-LD-AFTER
              STRING '***-**-' WS-LE-SSN-LAST4
                  DELIMITED BY SIZE INTO WS-LD-AFTER
              END-STRING
              PERFORM WRITE-LOG-DETAIL
           END-IF
           IF EMP-ADDRESS NOT = BEF-ADDRESS
              MOVE 'Address' TO WS-LD-FIELD
              MOVE BEF-ADDRESS TO WS-LD-BEFORE
              MOVE EMP-ADDRESS TO WS-LD-AFTER
              PERFORM WRITE-LOG-DETAIL
           END-IF
           IF EMP-CITY NOT = BEF-CITY
              MOVE 'City' TO WS-LD-FIELD
              MOVE BEF-CITY TO WS-LD-BEFORE
              MOVE EMP-CITY TO WS-LD-AFTER
              PERFORM WRITE-LOG-DETAIL
           END-IF
           IF EMP-STATE NOT = BEF-STATE
              MOVE 'State' TO WS-LD-FIELD
              MOVE BEF-STATE TO WS-LD-BEFORE
              MOVE EMP-STATE TO WS-LD-AFTER
              PERFORM WRITE-LOG-DETAIL
           END-IF
           IF EMP-ZIP NOT = BEF-ZIP
              MOVE 'ZIP code' TO WS-LD-FIELD
              MOVE BEF-ZIP TO WS-LD-BEFORE
              MOVE EMP-ZIP TO WS-LD-AFTER
              PERFORM WRITE-LOG-DETAIL
           END-IF
           IF EMP-STATUS NOT = BEF-STATUS
              MOVE 'Status' TO WS-LD-FIELD
              MOVE BEF-STATUS TO WS-LD-BEFORE
              MOVE EMP-STATUS TO WS-LD-AFTER
              PERFORM WRITE-LOG-DETAIL
           END-IF
           IF EMP-TERM-DATE NOT = BEF-TERM-DATE
              MOVE 'Termination date' TO WS-LD-FIELD
              MOVE BEF-TERM-DATE TO WS-LD-BEFORE
              MOVE EMP-TERM-DATE TO WS-LD-AFTER
              PERFORM WRITE-LOG-DETAIL
           END-IF
           IF EMP-PENDING-SALARY NOT = BEF-PENDING-SALARY
              MOVE 'Pending salary' TO WS-LD-FIELD
              MOVE BEF-PENDING-SALARY TO WS-LE-MONEY
              MOVE WS-LE-MONEY TO WS-LD-BEFORE
              MOVE EMP-PENDING-SALARY TO WS-LE-MONEY
              MOVE WS-LE-MONEY TO WS-LD-AFTER
              PERFORM WRITE-LOG-DETAIL
           END-IF
           IF EMP-PENDING-HOURLY-RATE NOT = BEF-PENDING-HOURLY-RATE
              MOVE 'Pending rate' TO WS-LD-FIELD
              MOVE BEF-PENDING-HOURLY-RATE TO WS-LE-RATE
              MOVE WS-LE-RATE TO WS-LD-BEFORE
              MOVE EMP-PENDING-HOURLY-RATE TO WS-LE-RATE
              MOVE WS-LE-RATE TO WS-LD-AFTER
              PERFORM WRITE-LOG-DETAIL
           END-IF
           IF EMP-PENDING-EFFECTIVE-DATE
                  NOT = BEF-PENDING-EFFECTIVE-DATE
              MOVE 'Pay effective' TO WS-LD-FIELD
              MOVE BEF-PENDING-EFFECTIVE-DATE TO WS-LD-BEFORE
              MOVE EMP-PENDING-EFFECTIVE-DATE TO WS-LD-AFTER
              PERFORM WRITE-LOG-DETAIL
           END-IF.

       MASK-BANK-ACCOUNT.
      *    Everything but the last four characters keyed.
           MOVE 17 TO WS-LE-ACCOUNT-END
           PERFORM UNTIL WS-LE-ACCOUNT-END = ZEROS
                   OR WS-LE-ACCOUNT(WS-LE-ACCOUNT-END:1) NOT = SPACE
              SUBTRACT 1 FROM WS-LE-ACCOUNT-END
           END-PERFORM
           IF WS-LE-ACCOUNT-END > 4
              INSPECT WS-LE-ACCOUNT(1:WS-LE-ACCOUNT-END - 4)
                  REPLACING CHARACTERS BY '*'
           END-IF.

       WRITE-LOG-DETAIL.
           WRITE EMPLOYEE-LOG-LINE FROM WS-LOG-DETAIL-LINE
           ADD 1 TO WS-FIELDS-LOGGED.

       REWRITE-EMPLOYEE-FILE.
           OPEN OUTPUT EMPLOYEE-FILE
           PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
                   UNTIL WS-EMP-IDX > WS-EMP-COUNT
              WRITE EMPLOYEE-RECORD FROM WS-EMP-IMAGE(WS-EMP-IDX)
           END-PERFORM
           CLOSE EMPLOYEE-FILE.

       CLEANUP.
      *    The master is only rewritten when something changed.
           IF WS-APPLIED-COUNT > ZEROS
              PERFORM REWRITE-EMPLOYEE-FILE
           END-IF

           DISPLAY ' '
           DISPLAY 'Employee Maintenance Summary'
           DISPLAY '============================='
           DISPLAY 'Requests read:        ' WS-REQUEST-COUNT
           DISPLAY 'Requests applied:     ' WS-APPLIED-COUNT
           DISPLAY 'Requests rejected:    ' WS-REJECTED-COUNT
           DISPLAY 'Hires and rehires:    ' WS-HIRE-COUNT
           DISPLAY 'Terminations:         ' WS-TERMINATION-COUNT
           DISPLAY 'Pay changes pending:  ' WS-PENDING-PAY-COUNT
           DISPLAY 'Field changes logged: ' WS-FIELDS-LOGGED
           DISPLAY 'Employees on file:    ' WS-EMP-COUNT

           IF MAINT-FILE-OPEN
              CLOSE EMPLOYEE-MAINT-FILE
           END-IF
           CLOSE EMPLOYEE-LOG-FILE
           IF WS-REJECTED-COUNT > ZEROS
              MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM WRITE-RUN-STATISTICS
           DISPLAY 'Employee Maintenance - Processing Complete'.

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
           MOVE WS-REQUEST-COUNT      TO OPS-RECORDS-READ
           MOVE WS-APPLIED-COUNT      TO OPS-RECORDS-WRITTEN
           MOVE WS-REJECTED-COUNT     TO OPS-RECORDS-REJECTED
           WRITE OPS-STATS-RECORD
           CLOSE OPS-STATS-FILE.
