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

       FD EMPLOYEE-WORK-FILE.
       01 EMPLOYEE-WORK-RECORD          PIC X(216).

       FD REDISBURSE-FILE.
       01 REDISBURSE-LINE               PIC X(132).
