      *****************************************************************
      * YEAR-END W-2 WAGE AND TAX STATEMENTS
      * January batch for the closed payroll year: every employee
      * YTD-MASTER.DAT carries for the tax year - or, once the
      * first payroll of the new year has restarted the master, the
      * closed year PAYROLL-SYSTEM kept on YTD-HISTORY.DAT - gets a
      * printed W-2 (box 1 taxable wages, box 2 federal withholding,
      * the pre-tax deductions that took gross down to box 1, and
      * the department dues as box 14 information), with name, SSN and
      * address from EMPLOYEES.DAT. The same figures go out as the
      * fixed-format annual wage file for electronic filing (RA
      * submitter, RE employer, one RW per employee, RT total and
      * RF final records, 512 bytes each). A reconciliation page
      * re-adds the year's PAYROLL.DAT by calendar quarter, the way
      * QUARTERLY-TAX-REPORT does, and ties the four quarters to the
      * W-2 totals; anything out of balance sets return code 4.
      * YEAR=YYYY on the command line names the tax year - the
      * default is the year just ended.
      *
      * Copyright (c) 2026 sekacorn
      * Contact: sekacorn@gmail.com
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YEAR-END-W2.
       AUTHOR. sekacorn.
       DATE-WRITTEN. 2026-10-01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPS-STATS-FILE
               ASSIGN TO "OPS-STATS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPS-STATS-STATUS.

           SELECT EMPLOYEE-FILE
               ASSIGN TO "EMPLOYEES.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EMPLOYEE-STATUS.

           SELECT PAYROLL-FILE
               ASSIGN TO "PAYROLL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAYROLL-STATUS.

           SELECT YTD-MASTER-FILE
               ASSIGN TO "YTD-MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS YTD-EMP-ID
               FILE STATUS IS WS-YTD-STATUS.

           SELECT YTD-HISTORY-FILE
               ASSIGN TO "YTD-HISTORY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS YTH-KEY
               FILE STATUS IS WS-YTH-STATUS.

           SELECT W2-FORMS-FILE
               ASSIGN TO "W2-FORMS.TXT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT WAGE-FILE
               ASSIGN TO "W2-WAGE-FILE.DAT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT RECON-REPORT-FILE
               ASSIGN TO "W2-RECONCILIATION.TXT"
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
          05 PR-EMP-ID              PIC 9(6).
          05 PR-EMP-NAME            PIC X(30).
          05 PR-EMP-DEPT            PIC X(10).
          05 PR-GROSS-SALARY        PIC 9(7)V99.
          05 PR-BONUS               PIC 9(7)V99.
          05 PR-TAX                 PIC 9(7)V99.
          05 PR-DEPT-DEDUCTION      PIC 9(7)V99.
          05 PR-NET-PAY             PIC 9(7)V99.
          05 PR-GARNISH-TOTAL       PIC 9(7)V99.
          05 PR-VOLUNTARY-TOTAL     PIC 9(7)V99.
          05 PR-PAY-DATE            PIC 9(8).
          05 PR-RUN-TYPE            PIC X.
          05 FILLER                 PIC X(2).

       FD YTD-MASTER-FILE.
       01 YTD-MASTER-RECORD.
          05 YTD-EMP-ID            PIC 9(6).
          05 YTD-YEAR              PIC 9(4).
          05 YTD-GROSS             PIC 9(9)V99.
          05 YTD-BONUS             PIC 9(9)V99.
          05 YTD-TAX               PIC 9(9)V99.
          05 YTD-DEDUCTIONS        PIC 9(9)V99.
          05 YTD-NET               PIC 9(9)V99.
      *    Federal taxable wages (W-2 box 1): the gross actually run
      *    through the withholding brackets, after any pre-tax
      *    deductions.
          05 YTD-TAXABLE-WAGES     PIC 9(9)V99.
          05 YTD-PRETAX-DEFERRAL   PIC 9(9)V99.
          05 YTD-ROTH-DEFERRAL     PIC 9(9)V99.
          05 YTD-EMPLOYER-MATCH    PIC 9(9)V99.

      *    A YTD master record as it stood when the payroll rolled
      *    the employee into a new year.
       FD YTD-HISTORY-FILE.
       01 YTD-HISTORY-RECORD.
          05 YTH-KEY.
             10 YTH-EMP-ID         PIC 9(6).
             10 YTH-YEAR           PIC 9(4).
          05 YTH-FIGURES           PIC X(99).

       FD W2-FORMS-FILE.
       01 W2-FORMS-LINE                 PIC X(132).

       FD WAGE-FILE.
       01 WAGE-FILE-RECORD              PIC X(512).

       FD RECON-REPORT-FILE.
       01 RECON-REPORT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-OPS-STATS-STATUS           PIC X(2).
       01 WS-OPS-PROGRAM-NAME           PIC X(30)
          VALUE 'YEAR-END-W2'.
       01 WS-OPS-START-STAMP            PIC X(14).

       01 WS-EMPLOYEE-STATUS            PIC X(2).
          88 WS-EMPLOYEE-EOF            VALUE '10'.
       01 WS-PAYROLL-STATUS             PIC X(2).
          88 WS-PAYROLL-EOF             VALUE '10'.
       01 WS-YTD-STATUS                 PIC X(2).
       01 WS-YTH-STATUS                 PIC X(2).

       01 WS-TODAY-YMD                  PIC 9(8).
       01 WS-TAX-YEAR                   PIC 9(4).
       01 WS-CLI-PARM                   PIC X(60).
       01 WS-PAY-DATE-PARTS.
          05 WS-PAY-YEAR                PIC 9(4).
          05 WS-PAY-MONTH               PIC 9(2).
          05 WS-PAY-DAY                 PIC 9(2).
       01 WS-QTR-SUB                    PIC 9.

      *    The employer and the submitter of the wage file - the same
      *    company the payroll ACH batches originate under (its EIN
      *    is the ACH company ID without the leading '1').
       01 WS-EMPLOYER-DATA.
          05 WS-EMPLOYER-EIN            PIC 9(9) VALUE 199988877.
          05 WS-EMPLOYER-NAME           PIC X(57)
             VALUE 'PAYROLL SYSTEM CO'.
          05 WS-EMPLOYER-ADDRESS        PIC X(22)
             VALUE '100 MAIN STREET'.
          05 WS-EMPLOYER-CITY           PIC X(22) VALUE 'ANYTOWN'.
          05 WS-EMPLOYER-STATE          PIC X(2) VALUE 'NY'.
          05 WS-EMPLOYER-ZIP            PIC X(5) VALUE '10001'.
          05 WS-SUBMITTER-USER-ID       PIC X(8) VALUE 'PAYRL001'.
          05 WS-CONTACT-NAME            PIC X(27)
             VALUE 'PAYROLL DEPARTMENT'.
          05 WS-CONTACT-PHONE           PIC X(15) VALUE '2125550100'.
          05 WS-CONTACT-EMAIL           PIC X(40)
             VALUE 'PAYROLL@PAYROLLSYSTEMCO.COM'.

      *    Every employee who could need a W-2: the employee file
      *    first, then anyone paid during the year who has since left
      *    it (their name comes from the pay record, and with no SSN
      *    on file they land on the exception list).
       01 WS-EMP-TABLE-COUNT            PIC 9(5) VALUE ZEROS.
       01 WS-EMPLOYEE-TABLE.
          05 WS-ET-ENTRY OCCURS 0 TO 5000 TIMES
             DEPENDING ON WS-EMP-TABLE-COUNT
             INDEXED BY WS-ET-IDX.
             10 WS-ET-EMP-ID            PIC 9(6).
             10 WS-ET-NAME              PIC X(30).
             10 WS-ET-SSN               PIC 9(9).
             10 WS-ET-ADDRESS           PIC X(40).
             10 WS-ET-CITY              PIC X(20).
             10 WS-ET-STATE             PIC X(2).
             10 WS-ET-ZIP               PIC X(10).
             10 WS-ET-SOURCE            PIC X.
                88 WS-ET-ON-EMPLOYEE-FILE VALUE 'E'.
                88 WS-ET-FROM-PAYROLL   VALUE 'P'.
             10 WS-ET-PAID-FLAG         PIC X.
                88 WS-ET-PAID-IN-YEAR   VALUE 'Y'.
             10 WS-ET-W2-FLAG           PIC X.
                88 WS-ET-W2-ISSUED      VALUE 'Y'.
       01 WS-ET-FOUND-FLAG              PIC X.
          88 EMPLOYEE-ENTRY-FOUND       VALUE 'Y'.
       01 WS-ET-WANTED-ID               PIC 9(6).

      *    The year's PAYROLL.DAT re-added by calendar quarter.
       01 WS-QUARTER-TABLE.
          05 WS-QT-ENTRY OCCURS 4 TIMES.
             10 WS-QT-RECORDS           PIC 9(7).
             10 WS-QT-WAGES             PIC S9(13)V99.
             10 WS-QT-TAX               PIC S9(13)V99.

      *    Exceptions found while issuing the W-2s, listed on the
      *    reconciliation page.
       01 WS-EXC-COUNT                  PIC 9(4) VALUE ZEROS.
       01 WS-EXCEPTION-TABLE.
          05 WS-EXC-ENTRY OCCURS 1000 TIMES.
             10 WS-EXC-EMP-ID           PIC 9(6).
             10 WS-EXC-NAME             PIC X(30).
             10 WS-EXC-REASON           PIC X(40).
       01 WS-EXC-WANTED-REASON          PIC X(40).
       01 WS-EXC-SUB                    PIC 9(4).

      *    The W-2 being issued.
       01 WS-W2-WORK.
          05 WS-W2-GROSS-WAGES          PIC S9(11)V99.
          05 WS-W2-TAXABLE-WAGES        PIC S9(11)V99.
          05 WS-W2-PRETAX-DEDUCTIONS    PIC S9(11)V99.
          05 WS-W2-WITHHELD             PIC S9(11)V99.
          05 WS-W2-DUES                 PIC S9(11)V99.
          05 WS-W2-DEFERRED-401K        PIC S9(11)V99.
          05 WS-W2-ROTH-401K            PIC S9(11)V99.
       01 WS-SSN-EDIT-WORK.
          05 WS-SSN-DIGITS              PIC 9(9).
          05 WS-SSN-PARTS REDEFINES WS-SSN-DIGITS.
             10 WS-SSN-AREA             PIC X(3).
             10 WS-SSN-GROUP            PIC X(2).
             10 WS-SSN-SERIAL           PIC X(4).
       01 WS-EIN-EDIT-WORK.
          05 WS-EIN-DIGITS              PIC 9(9).
          05 WS-EIN-PARTS REDEFINES WS-EIN-DIGITS.
             10 WS-EIN-PREFIX           PIC X(2).
             10 WS-EIN-SUFFIX           PIC X(7).

      *    Employee name split into the wage file's first / middle /
      *    last fields: 'LAST, FIRST MIDDLE' when keyed with a comma,
      *    otherwise the last word is the surname.
       01 WS-NAME-WORK.
          05 WS-NAME-UPPER              PIC X(30).
          05 WS-NAME-REST               PIC X(30).
          05 WS-NAME-FIRST              PIC X(15).
          05 WS-NAME-MIDDLE             PIC X(15).
          05 WS-NAME-LAST               PIC X(20).
          05 WS-NAME-COMMAS             PIC 9(2) COMP.
          05 WS-NAME-LEADING            PIC 9(2) COMP.
          05 WS-NAME-END                PIC 9(2) COMP.
          05 WS-NAME-BREAK              PIC 9(2) COMP.

       01 WS-TOTALS.
          05 WS-EMP-RECORDS-READ        PIC 9(7) VALUE ZEROS.
          05 WS-PAY-RECORDS-READ        PIC 9(7) VALUE ZEROS.
          05 WS-PAY-RECORDS-IN-YEAR     PIC 9(7) VALUE ZEROS.
          05 WS-YTD-RECORDS-READ        PIC 9(7) VALUE ZEROS.
          05 WS-YTH-RECORDS-READ        PIC 9(7) VALUE ZEROS.
          05 WS-W2-COUNT                PIC 9(7) VALUE ZEROS.
          05 WS-TOT-GROSS-WAGES         PIC S9(13)V99 VALUE ZEROS.
          05 WS-TOT-TAXABLE-WAGES       PIC S9(13)V99 VALUE ZEROS.
          05 WS-TOT-PRETAX-DEDUCTIONS   PIC S9(13)V99 VALUE ZEROS.
          05 WS-TOT-WITHHELD            PIC S9(13)V99 VALUE ZEROS.
          05 WS-TOT-DUES                PIC S9(13)V99 VALUE ZEROS.
          05 WS-TOT-DEFERRED-401K       PIC S9(13)V99 VALUE ZEROS.
          05 WS-TOT-ROTH-401K           PIC S9(13)V99 VALUE ZEROS.
          05 WS-QTRS-WAGES              PIC S9(13)V99 VALUE ZEROS.
          05 WS-QTRS-TAX                PIC S9(13)V99 VALUE ZEROS.
          05 WS-QTRS-RECORDS            PIC 9(7) VALUE ZEROS.
          05 WS-WAGES-DIFFERENCE        PIC S9(13)V99 VALUE ZEROS.
          05 WS-TAX-DIFFERENCE          PIC S9(13)V99 VALUE ZEROS.

      *****************************************************************
      * ANNUAL WAGE FILE RECORDS (512 BYTES, MONEY IN WHOLE CENTS)
      *****************************************************************
       01 WS-RA-RECORD.
          05 FILLER                     PIC X(2) VALUE 'RA'.
          05 WS-RA-EIN                  PIC 9(9).
          05 WS-RA-USER-ID              PIC X(8).
          05 FILLER                     PIC X(9) VALUE SPACES.
          05 WS-RA-RESUB-INDICATOR      PIC X VALUE '0'.
          05 FILLER                     PIC X(6) VALUE SPACES.
          05 WS-RA-SOFTWARE-CODE        PIC X(2) VALUE '98'.
          05 WS-RA-COMPANY-NAME         PIC X(57).
          05 WS-RA-COMPANY-LOCATION     PIC X(22) VALUE SPACES.
          05 WS-RA-COMPANY-DELIVERY     PIC X(22).
          05 WS-RA-COMPANY-CITY         PIC X(22).
          05 WS-RA-COMPANY-STATE        PIC X(2).
          05 WS-RA-COMPANY-ZIP          PIC X(5).
          05 FILLER                     PIC X(49) VALUE SPACES.
          05 WS-RA-SUBMITTER-NAME       PIC X(57).
          05 WS-RA-SUBMITTER-LOCATION   PIC X(22) VALUE SPACES.
          05 WS-RA-SUBMITTER-DELIVERY   PIC X(22).
          05 WS-RA-SUBMITTER-CITY       PIC X(22).
          05 WS-RA-SUBMITTER-STATE      PIC X(2).
          05 WS-RA-SUBMITTER-ZIP        PIC X(5).
          05 FILLER                     PIC X(49) VALUE SPACES.
          05 WS-RA-CONTACT-NAME         PIC X(27).
          05 WS-RA-CONTACT-PHONE        PIC X(15).
          05 FILLER                     PIC X(8) VALUE SPACES.
          05 WS-RA-CONTACT-EMAIL        PIC X(40).
          05 FILLER                     PIC X(14) VALUE SPACES.
          05 WS-RA-PREPARER-CODE        PIC X VALUE 'L'.
          05 FILLER                     PIC X(12) VALUE SPACES.

       01 WS-RE-RECORD.
          05 FILLER                     PIC X(2) VALUE 'RE'.
          05 WS-RE-TAX-YEAR             PIC 9(4).
          05 FILLER                     PIC X VALUE SPACES.
          05 WS-RE-EIN                  PIC 9(9).
          05 FILLER                     PIC X(9) VALUE SPACES.
          05 WS-RE-TERMINATING          PIC X VALUE '0'.
          05 FILLER                     PIC X(13) VALUE SPACES.
          05 WS-RE-EMPLOYER-NAME        PIC X(57).
          05 WS-RE-LOCATION             PIC X(22) VALUE SPACES.
          05 WS-RE-DELIVERY             PIC X(22).
          05 WS-RE-CITY                 PIC X(22).
          05 WS-RE-STATE                PIC X(2).
          05 WS-RE-ZIP                  PIC X(5).
          05 FILLER                     PIC X(4) VALUE SPACES.
          05 WS-RE-KIND-OF-EMPLOYER     PIC X VALUE 'N'.
          05 FILLER                     PIC X(44) VALUE SPACES.
          05 WS-RE-EMPLOYMENT-CODE      PIC X VALUE 'R'.
          05 FILLER                     PIC X VALUE SPACES.
          05 WS-RE-THIRD-PARTY-SICK     PIC X VALUE '0'.
          05 WS-RE-CONTACT-NAME         PIC X(27).
          05 WS-RE-CONTACT-PHONE        PIC X(15).
          05 FILLER                     PIC X(15) VALUE SPACES.
          05 WS-RE-CONTACT-EMAIL        PIC X(40).
          05 FILLER                     PIC X(194) VALUE SPACES.

       01 WS-RW-RECORD.
          05 FILLER                     PIC X(2) VALUE 'RW'.
          05 WS-RW-SSN                  PIC 9(9).
          05 WS-RW-FIRST-NAME           PIC X(15).
          05 WS-RW-MIDDLE-NAME          PIC X(15).
          05 WS-RW-LAST-NAME            PIC X(20).
          05 FILLER                     PIC X(4) VALUE SPACES.
          05 WS-RW-LOCATION             PIC X(22).
          05 WS-RW-DELIVERY             PIC X(22).
          05 WS-RW-CITY                 PIC X(22).
          05 WS-RW-STATE                PIC X(2).
          05 WS-RW-ZIP                  PIC X(5).
          05 WS-RW-ZIP-EXTENSION        PIC X(4).
          05 FILLER                     PIC X(45) VALUE SPACES.
          05 WS-RW-WAGES                PIC 9(9)V99.
          05 WS-RW-FEDERAL-WITHHELD     PIC 9(9)V99.
      *    Social security / Medicare wages and tax, tips and
      *    dependent care: not withheld by this payroll.
          05 WS-RW-SS-MEDICARE-TIPS     PIC X(55) VALUE ALL '0'.
          05 FILLER                     PIC X(11) VALUE SPACES.
          05 WS-RW-DEPENDENT-CARE       PIC 9(9)V99 VALUE ZEROS.
      *    Box 12 elective deferrals: code D 401(k), then 403(b),
      *    408(k)(6), 457(b) and 501(c)(18)(D).
          05 WS-RW-DEFERRED-401K        PIC 9(9)V99 VALUE ZEROS.
          05 WS-RW-OTHER-DEFERRALS      PIC X(44) VALUE ALL '0'.
          05 FILLER                     PIC X(11) VALUE SPACES.
          05 WS-RW-NQ-HSA-COMBAT        PIC X(44) VALUE ALL '0'.
          05 FILLER                     PIC X(11) VALUE SPACES.
          05 WS-RW-CODES-C-V-Y          PIC X(33) VALUE ALL '0'.
      *    Box 12 code AA, designated Roth 401(k) contributions.
          05 WS-RW-ROTH-401K            PIC 9(9)V99 VALUE ZEROS.
          05 WS-RW-CODES-BB-DD-FF       PIC X(33) VALUE ALL '0'.
          05 FILLER                     PIC X VALUE SPACES.
          05 WS-RW-STATUTORY-EMPLOYEE   PIC X VALUE '0'.
          05 FILLER                     PIC X VALUE SPACES.
          05 WS-RW-RETIREMENT-PLAN      PIC X VALUE '0'.
          05 WS-RW-THIRD-PARTY-SICK     PIC X VALUE '0'.
          05 FILLER                     PIC X(23) VALUE SPACES.

       01 WS-RT-RECORD.
          05 FILLER                     PIC X(2) VALUE 'RT'.
          05 WS-RT-RW-COUNT             PIC 9(7).
          05 WS-RT-WAGES                PIC 9(13)V99.
          05 WS-RT-FEDERAL-WITHHELD     PIC 9(13)V99.
          05 WS-RT-SS-MEDICARE-TIPS     PIC X(75) VALUE ALL '0'.
          05 FILLER                     PIC X(15) VALUE SPACES.
          05 WS-RT-DEPENDENT-CARE       PIC 9(13)V99 VALUE ZEROS.
          05 WS-RT-DEFERRED-401K        PIC 9(13)V99 VALUE ZEROS.
          05 WS-RT-OTHER-DEFERRALS      PIC X(60) VALUE ALL '0'.
          05 FILLER                     PIC X(15) VALUE SPACES.
          05 WS-RT-NQ-HSA-COMBAT        PIC X(60) VALUE ALL '0'.
          05 FILLER                     PIC X(15) VALUE SPACES.
          05 WS-RT-CODES-C-SICK-V-Y     PIC X(60) VALUE ALL '0'.
          05 WS-RT-ROTH-401K            PIC 9(13)V99 VALUE ZEROS.
          05 WS-RT-CODES-BB-DD-FF       PIC X(45) VALUE ALL '0'.
          05 FILLER                     PIC X(83) VALUE SPACES.

       01 WS-RF-RECORD.
          05 FILLER                     PIC X(2) VALUE 'RF'.
          05 FILLER                     PIC X(5) VALUE SPACES.
          05 WS-RF-RW-COUNT             PIC 9(9).
          05 FILLER                     PIC X(496) VALUE SPACES.

      *****************************************************************
      * W-2 PRINT LINES
      *****************************************************************
       01 WS-W2-RULE-LINE               PIC X(100) VALUE ALL '-'.
       01 WS-W2-TITLE-LINE.
          05 FILLER                     PIC X(34)
             VALUE 'FORM W-2  WAGE AND TAX STATEMENT  '.
          05 WS-W2T-TAX-YEAR            PIC 9(4).
          05 FILLER                     PIC X(42) VALUE SPACES.
          05 FILLER                     PIC X(16)
             VALUE 'Control number  '.
          05 WS-W2T-CONTROL             PIC 9(6).
       01 WS-W2-ID-LINE.
          05 FILLER                     PIC X(22)
             VALUE 'a  Employee SSN'.
          05 WS-W2I-SSN                 PIC X(11).
          05 FILLER                     PIC X(25) VALUE SPACES.
          05 FILLER                     PIC X(22)
             VALUE 'b  Employer EIN'.
          05 WS-W2I-EIN                 PIC X(10).
       01 WS-W2-TEXT-LINE.
          05 WS-W2X-LABEL               PIC X(22).
          05 WS-W2X-TEXT                PIC X(78).
       01 WS-W2-AMOUNT-LINE.
          05 WS-W2A-LABEL-1             PIC X(36).
          05 WS-W2A-AMOUNT-1            PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                     PIC X(8) VALUE SPACES.
          05 WS-W2A-LABEL-2             PIC X(36).
          05 WS-W2A-AMOUNT-2            PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-W2-ADDRESS-WORK            PIC X(78).

      *****************************************************************
      * RECONCILIATION PAGE
      *****************************************************************
       01 WS-RECON-HEADER-1.
          05 FILLER                     PIC X(35)
             VALUE '     W-2 RECONCILIATION - TAX YEAR '.
          05 WS-RCH-TAX-YEAR            PIC 9(4).
          05 FILLER                     PIC X(21) VALUE SPACES.
          05 FILLER                     PIC X(9) VALUE 'Run date '.
          05 WS-RCH-RUN-DATE            PIC 9(8).
       01 WS-RECON-HEADER-2.
          05 FILLER                     PIC X(40)
             VALUE 'Source                 Records       Wag'.
          05 FILLER                     PIC X(40)
             VALUE 'es Paid       Tax Withheld'.
       01 WS-RECON-LINE.
          05 WS-RCL-LABEL               PIC X(20).
          05 WS-RCL-RECORDS             PIC Z,ZZZ,ZZ9.
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-RCL-WAGES               PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
          05 WS-RCL-TAX                 PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
       01 WS-RECON-STATUS-LINE.
          05 FILLER                     PIC X(24)
             VALUE 'RECONCILIATION STATUS: '.
          05 WS-RCS-STATUS              PIC X(16).
       01 WS-RECON-BOX1-LINE.
          05 FILLER                     PIC X(20)
             VALUE 'W-2 gross wages'.
          05 WS-RCB-GROSS               PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
          05 FILLER                     PIC X(22)
             VALUE '   less pre-tax deds '.
          05 WS-RCB-PRETAX              PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
          05 FILLER                     PIC X(18)
             VALUE '   = box 1 wages '.
          05 WS-RCB-TAXABLE             PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
       01 WS-RECON-DUES-LINE.
          05 FILLER                     PIC X(20)
             VALUE 'Box 14 dues'.
          05 WS-RCD-DUES                PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
       01 WS-EXCEPTION-HEADER.
          05 FILLER                     PIC X(40)
             VALUE 'EXCEPTIONS'.
       01 WS-EXCEPTION-LINE.
          05 WS-EXL-EMP-ID              PIC 9(6).
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-EXL-NAME                PIC X(30).
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-EXL-REASON              PIC X(40).

       PROCEDURE DIVISION.
       MAIN-CONTROL.
           PERFORM INITIALIZATION
           PERFORM LOAD-EMPLOYEE-TABLE
           PERFORM AGGREGATE-YEAR-PAYROLL
           PERFORM ISSUE-W2-STATEMENTS
           PERFORM WRITE-WAGE-FILE-TOTALS
           PERFORM LIST-UNISSUED-EMPLOYEES
           PERFORM WRITE-RECONCILIATION-PAGE
           PERFORM CLEANUP
           STOP RUN.

       INITIALIZATION.
           DISPLAY 'Year-End W-2 - Started'
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-OPS-START-STAMP
           DISPLAY '======================'
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-YMD

      *    YEAR=YYYY names the tax year; the normal January run
      *    issues the year just ended.
           MOVE WS-TODAY-YMD(1:4) TO WS-TAX-YEAR
           SUBTRACT 1 FROM WS-TAX-YEAR
           ACCEPT WS-CLI-PARM FROM COMMAND-LINE
           IF WS-CLI-PARM(1:5) = 'YEAR='
              MOVE WS-CLI-PARM(6:4) TO WS-TAX-YEAR
           END-IF
           DISPLAY 'Issuing W-2s for tax year: ' WS-TAX-YEAR

           PERFORM VARYING WS-QTR-SUB FROM 1 BY 1
                   UNTIL WS-QTR-SUB > 4
              MOVE ZEROS TO WS-QT-RECORDS(WS-QTR-SUB)
              MOVE ZEROS TO WS-QT-WAGES(WS-QTR-SUB)
              MOVE ZEROS TO WS-QT-TAX(WS-QTR-SUB)
           END-PERFORM

           OPEN INPUT YTD-MASTER-FILE
           IF WS-YTD-STATUS NOT = '00'
              DISPLAY 'FATAL: unable to open YTD-MASTER.DAT (status '
                      WS-YTD-STATUS ') - no W-2s can be issued'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
      *    No history file yet just means no employee has been
      *    rolled into a new year.
           OPEN INPUT YTD-HISTORY-FILE
           IF WS-YTH-STATUS NOT = '00'
              AND WS-YTH-STATUS NOT = '35'
              DISPLAY 'FATAL: unable to open YTD-HISTORY.DAT (status '
                      WS-YTH-STATUS ') - closed-year W-2s would be '
                      'missed'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT W2-FORMS-FILE
           OPEN OUTPUT WAGE-FILE
           OPEN OUTPUT RECON-REPORT-FILE
           PERFORM WRITE-WAGE-FILE-HEADERS.

       WRITE-WAGE-FILE-HEADERS.
      *    Submitter and employer records lead the file; this
      *    company files its own wage report, so both carry the
      *    same name and address.
           MOVE WS-EMPLOYER-EIN       TO WS-RA-EIN
           MOVE WS-SUBMITTER-USER-ID  TO WS-RA-USER-ID
           MOVE WS-EMPLOYER-NAME      TO WS-RA-COMPANY-NAME
           MOVE WS-EMPLOYER-ADDRESS   TO WS-RA-COMPANY-DELIVERY
           MOVE WS-EMPLOYER-CITY      TO WS-RA-COMPANY-CITY
           MOVE WS-EMPLOYER-STATE     TO WS-RA-COMPANY-STATE
           MOVE WS-EMPLOYER-ZIP       TO WS-RA-COMPANY-ZIP
           MOVE WS-EMPLOYER-NAME      TO WS-RA-SUBMITTER-NAME
           MOVE WS-EMPLOYER-ADDRESS   TO WS-RA-SUBMITTER-DELIVERY
           MOVE WS-EMPLOYER-CITY      TO WS-RA-SUBMITTER-CITY
           MOVE WS-EMPLOYER-STATE     TO WS-RA-SUBMITTER-STATE
           MOVE WS-EMPLOYER-ZIP       TO WS-RA-SUBMITTER-ZIP
           MOVE WS-CONTACT-NAME       TO WS-RA-CONTACT-NAME
           MOVE WS-CONTACT-PHONE      TO WS-RA-CONTACT-PHONE
           MOVE WS-CONTACT-EMAIL      TO WS-RA-CONTACT-EMAIL
           WRITE WAGE-FILE-RECORD FROM WS-RA-RECORD

           MOVE WS-TAX-YEAR           TO WS-RE-TAX-YEAR
           MOVE WS-EMPLOYER-EIN       TO WS-RE-EIN
           MOVE WS-EMPLOYER-NAME      TO WS-RE-EMPLOYER-NAME
           MOVE WS-EMPLOYER-ADDRESS   TO WS-RE-DELIVERY
           MOVE WS-EMPLOYER-CITY      TO WS-RE-CITY
           MOVE WS-EMPLOYER-STATE     TO WS-RE-STATE
           MOVE WS-EMPLOYER-ZIP       TO WS-RE-ZIP
           MOVE WS-CONTACT-NAME       TO WS-RE-CONTACT-NAME
           MOVE WS-CONTACT-PHONE      TO WS-RE-CONTACT-PHONE
           MOVE WS-CONTACT-EMAIL      TO WS-RE-CONTACT-EMAIL
           WRITE WAGE-FILE-RECORD FROM WS-RE-RECORD.

       LOAD-EMPLOYEE-TABLE.
           OPEN INPUT EMPLOYEE-FILE
           IF WS-EMPLOYEE-STATUS NOT = '00'
              DISPLAY 'WARNING: unable to open EMPLOYEES.DAT (status '
                      WS-EMPLOYEE-STATUS ') - W-2s will carry pay-'
                      'record names and no SSN'
              SET WS-EMPLOYEE-EOF TO TRUE
           END-IF

           PERFORM UNTIL WS-EMPLOYEE-EOF
              READ EMPLOYEE-FILE
                  AT END
                      SET WS-EMPLOYEE-EOF TO TRUE
                  NOT AT END
                      ADD 1 TO WS-EMP-RECORDS-READ
                      PERFORM STORE-EMPLOYEE-ENTRY
              END-READ
           END-PERFORM

           IF WS-EMPLOYEE-STATUS NOT = '35'
              CLOSE EMPLOYEE-FILE
           END-IF
           DISPLAY 'Employees loaded:        ' WS-EMP-TABLE-COUNT.

       STORE-EMPLOYEE-ENTRY.
           MOVE EMP-ID TO WS-ET-WANTED-ID
           PERFORM FIND-EMPLOYEE-ENTRY
           IF EMPLOYEE-ENTRY-FOUND
              DISPLAY 'WARNING: duplicate employee ID ' EMP-ID
                      ' on EMPLOYEES.DAT - first record used'
           ELSE
              IF WS-EMP-TABLE-COUNT < 5000
                 ADD 1 TO WS-EMP-TABLE-COUNT
                 SET WS-ET-IDX TO WS-EMP-TABLE-COUNT
                 MOVE EMP-ID      TO WS-ET-EMP-ID(WS-ET-IDX)
                 MOVE EMP-NAME    TO WS-ET-NAME(WS-ET-IDX)
                 MOVE EMP-SSN     TO WS-ET-SSN(WS-ET-IDX)
                 MOVE EMP-ADDRESS TO WS-ET-ADDRESS(WS-ET-IDX)
                 MOVE EMP-CITY    TO WS-ET-CITY(WS-ET-IDX)
                 MOVE EMP-STATE   TO WS-ET-STATE(WS-ET-IDX)
                 MOVE EMP-ZIP     TO WS-ET-ZIP(WS-ET-IDX)
                 SET WS-ET-ON-EMPLOYEE-FILE(WS-ET-IDX) TO TRUE
                 MOVE 'N' TO WS-ET-PAID-FLAG(WS-ET-IDX)
                 MOVE 'N' TO WS-ET-W2-FLAG(WS-ET-IDX)
              ELSE
                 DISPLAY 'WARNING: employee table full (5000 '
                         'entries) - ' EMP-ID ' not loaded'
              END-IF
           END-IF.

       FIND-EMPLOYEE-ENTRY.
           MOVE 'N' TO WS-ET-FOUND-FLAG
           IF WS-EMP-TABLE-COUNT > ZEROS
              SET WS-ET-IDX TO 1
              SEARCH WS-ET-ENTRY
                  AT END
                      CONTINUE
                  WHEN WS-ET-EMP-ID(WS-ET-IDX) = WS-ET-WANTED-ID
                      SET EMPLOYEE-ENTRY-FOUND TO TRUE
              END-SEARCH
           END-IF.

       AGGREGATE-YEAR-PAYROLL.
      *    The same wages (gross plus bonus) and withholding the
      *    quarterly liability report files, split by the quarter
      *    of the pay date.
           OPEN INPUT PAYROLL-FILE
           IF WS-PAYROLL-STATUS NOT = '00'
              DISPLAY 'WARNING: unable to open PAYROLL.DAT (status '
                      WS-PAYROLL-STATUS ') - quarterly figures will '
                      'show zero'
              SET WS-PAYROLL-EOF TO TRUE
           END-IF

           PERFORM UNTIL WS-PAYROLL-EOF
              READ PAYROLL-FILE
                  AT END
                      SET WS-PAYROLL-EOF TO TRUE
                  NOT AT END
                      ADD 1 TO WS-PAY-RECORDS-READ
                      MOVE PR-PAY-DATE TO WS-PAY-DATE-PARTS
                      IF WS-PAY-YEAR = WS-TAX-YEAR
                         PERFORM AGGREGATE-ONE-PAY-RECORD
                      END-IF
              END-READ
           END-PERFORM

           IF WS-PAYROLL-STATUS NOT = '35'
              CLOSE PAYROLL-FILE
           END-IF.

       AGGREGATE-ONE-PAY-RECORD.
           ADD 1 TO WS-PAY-RECORDS-IN-YEAR
           COMPUTE WS-QTR-SUB = (WS-PAY-MONTH + 2) / 3
           IF WS-QTR-SUB < 1 OR WS-QTR-SUB > 4
              DISPLAY 'WARNING: pay record for ' PR-EMP-ID
                      ' has invalid pay date ' PR-PAY-DATE
                      ' - counted in Q4'
              MOVE 4 TO WS-QTR-SUB
           END-IF
           ADD 1               TO WS-QT-RECORDS(WS-QTR-SUB)
           ADD PR-GROSS-SALARY TO WS-QT-WAGES(WS-QTR-SUB)
           ADD PR-BONUS        TO WS-QT-WAGES(WS-QTR-SUB)
           ADD PR-TAX          TO WS-QT-TAX(WS-QTR-SUB)

      *    Note who was paid, adding anyone no longer on the
      *    employee file so they still get a W-2.
           MOVE PR-EMP-ID TO WS-ET-WANTED-ID
           PERFORM FIND-EMPLOYEE-ENTRY
           IF NOT EMPLOYEE-ENTRY-FOUND
              IF WS-EMP-TABLE-COUNT < 5000
                 ADD 1 TO WS-EMP-TABLE-COUNT
                 SET WS-ET-IDX TO WS-EMP-TABLE-COUNT
                 MOVE PR-EMP-ID   TO WS-ET-EMP-ID(WS-ET-IDX)
                 MOVE PR-EMP-NAME TO WS-ET-NAME(WS-ET-IDX)
                 MOVE ZEROS       TO WS-ET-SSN(WS-ET-IDX)
                 MOVE SPACES      TO WS-ET-ADDRESS(WS-ET-IDX)
                 MOVE SPACES      TO WS-ET-CITY(WS-ET-IDX)
                 MOVE SPACES      TO WS-ET-STATE(WS-ET-IDX)
                 MOVE SPACES      TO WS-ET-ZIP(WS-ET-IDX)
                 SET WS-ET-FROM-PAYROLL(WS-ET-IDX) TO TRUE
                 MOVE 'N' TO WS-ET-W2-FLAG(WS-ET-IDX)
                 SET EMPLOYEE-ENTRY-FOUND TO TRUE
              ELSE
                 DISPLAY 'WARNING: employee table full (5000 '
                         'entries) - ' PR-EMP-ID ' not tracked'
              END-IF
           END-IF
           IF EMPLOYEE-ENTRY-FOUND
              SET WS-ET-PAID-IN-YEAR(WS-ET-IDX) TO TRUE
           END-IF.

       ISSUE-W2-STATEMENTS.
           MOVE ZEROS TO YTD-EMP-ID
           START YTD-MASTER-FILE KEY IS >= YTD-EMP-ID
               INVALID KEY
                   MOVE '10' TO WS-YTD-STATUS
           END-START
           PERFORM UNTIL WS-YTD-STATUS = '10'
              READ YTD-MASTER-FILE NEXT RECORD
                  AT END
                      MOVE '10' TO WS-YTD-STATUS
                  NOT AT END
                      ADD 1 TO WS-YTD-RECORDS-READ
                      IF YTD-YEAR = WS-TAX-YEAR
                         AND (YTD-GROSS > ZEROS
                              OR YTD-BONUS > ZEROS
                              OR YTD-TAX > ZEROS)
                         PERFORM ISSUE-ONE-W2
                      END-IF
              END-READ
           END-PERFORM
           IF WS-YTH-STATUS NOT = '35'
              PERFORM ISSUE-CLOSED-YEAR-W2S
              CLOSE YTD-HISTORY-FILE
           END-IF
           CLOSE YTD-MASTER-FILE.

       ISSUE-CLOSED-YEAR-W2S.
      *    Employees already paid in the new year have their tax
      *    year on the history file instead of the master. Each
      *    history record is laid out as the master record, so it
      *    is issued from the master record area.
           MOVE ZEROS TO YTH-KEY
           START YTD-HISTORY-FILE KEY IS >= YTH-KEY
               INVALID KEY
                   MOVE '10' TO WS-YTH-STATUS
           END-START
           PERFORM UNTIL WS-YTH-STATUS = '10'
              READ YTD-HISTORY-FILE NEXT RECORD
                  AT END
                      MOVE '10' TO WS-YTH-STATUS
                  NOT AT END
                      ADD 1 TO WS-YTH-RECORDS-READ
                      IF YTH-YEAR = WS-TAX-YEAR
                         MOVE YTD-HISTORY-RECORD TO YTD-MASTER-RECORD
                         PERFORM ISSUE-ONE-CLOSED-YEAR-W2
                      END-IF
              END-READ
           END-PERFORM.

       ISSUE-ONE-CLOSED-YEAR-W2.
      *    The master and the history should never both hold the
      *    same employee's tax year; if a restored master does,
      *    the master's W-2 stands.
           MOVE YTD-EMP-ID TO WS-ET-WANTED-ID
           PERFORM FIND-EMPLOYEE-ENTRY
           IF EMPLOYEE-ENTRY-FOUND
              AND WS-ET-W2-ISSUED(WS-ET-IDX)
              DISPLAY 'WARNING: employee ' YTD-EMP-ID ' has '
                      WS-TAX-YEAR ' on both YTD-MASTER.DAT and '
                      'YTD-HISTORY.DAT - history record ignored'
           ELSE
              IF YTD-GROSS > ZEROS
                 OR YTD-BONUS > ZEROS
                 OR YTD-TAX > ZEROS
                 PERFORM ISSUE-ONE-W2
              END-IF
           END-IF.

       ISSUE-ONE-W2.
      *    Box 1 is the wages actually taxed; whatever separates it
      *    from gross pay is pre-tax deductions.
           COMPUTE WS-W2-GROSS-WAGES = YTD-GROSS + YTD-BONUS
           MOVE YTD-TAXABLE-WAGES TO WS-W2-TAXABLE-WAGES
           COMPUTE WS-W2-PRETAX-DEDUCTIONS =
               WS-W2-GROSS-WAGES - WS-W2-TAXABLE-WAGES
           MOVE YTD-TAX        TO WS-W2-WITHHELD
           MOVE YTD-DEDUCTIONS TO WS-W2-DUES
      *    Box 12: code D for pre-tax 401(k) deferrals (already out
      *    of box 1), code AA for Roth deferrals (still in it).
           MOVE YTD-PRETAX-DEFERRAL TO WS-W2-DEFERRED-401K
           MOVE YTD-ROTH-DEFERRAL   TO WS-W2-ROTH-401K

           MOVE YTD-EMP-ID TO WS-ET-WANTED-ID
           PERFORM FIND-EMPLOYEE-ENTRY
           IF NOT EMPLOYEE-ENTRY-FOUND
              IF WS-EMP-TABLE-COUNT < 5000
                 ADD 1 TO WS-EMP-TABLE-COUNT
                 SET WS-ET-IDX TO WS-EMP-TABLE-COUNT
                 MOVE YTD-EMP-ID TO WS-ET-EMP-ID(WS-ET-IDX)
                 MOVE SPACES     TO WS-ET-NAME(WS-ET-IDX)
                 MOVE ZEROS      TO WS-ET-SSN(WS-ET-IDX)
                 MOVE SPACES     TO WS-ET-ADDRESS(WS-ET-IDX)
                 MOVE SPACES     TO WS-ET-CITY(WS-ET-IDX)
                 MOVE SPACES     TO WS-ET-STATE(WS-ET-IDX)
                 MOVE SPACES     TO WS-ET-ZIP(WS-ET-IDX)
                 SET WS-ET-FROM-PAYROLL(WS-ET-IDX) TO TRUE
                 MOVE 'N' TO WS-ET-PAID-FLAG(WS-ET-IDX)
                 SET EMPLOYEE-ENTRY-FOUND TO TRUE
              ELSE
                 DISPLAY 'FATAL: employee table full (5000 '
                         'entries) - W-2 run incomplete'
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF
           SET WS-ET-W2-ISSUED(WS-ET-IDX) TO TRUE

           IF WS-ET-NAME(WS-ET-IDX) = SPACES
              MOVE 'NO NAME ON FILE - NOT ON EMPLOYEES.DAT'
                TO WS-EXC-WANTED-REASON
              PERFORM RECORD-EXCEPTION
           ELSE
              IF WS-ET-FROM-PAYROLL(WS-ET-IDX)
                 MOVE 'NOT ON EMPLOYEES.DAT - NAME FROM PAY RECORD'
                   TO WS-EXC-WANTED-REASON
                 PERFORM RECORD-EXCEPTION
              END-IF
           END-IF
           IF WS-ET-SSN(WS-ET-IDX) = ZEROS
              MOVE 'MISSING SSN - W-2 ISSUED WITH ZEROS'
                TO WS-EXC-WANTED-REASON
              PERFORM RECORD-EXCEPTION
           END-IF
           IF WS-W2-PRETAX-DEDUCTIONS < ZEROS
              MOVE 'BOX 1 WAGES EXCEED GROSS PAY'
                TO WS-EXC-WANTED-REASON
              PERFORM RECORD-EXCEPTION
           END-IF

           PERFORM PRINT-W2-FORM
           PERFORM WRITE-EMPLOYEE-WAGE-RECORD

           ADD 1                       TO WS-W2-COUNT
           ADD WS-W2-GROSS-WAGES       TO WS-TOT-GROSS-WAGES
           ADD WS-W2-TAXABLE-WAGES     TO WS-TOT-TAXABLE-WAGES
           ADD WS-W2-PRETAX-DEDUCTIONS TO WS-TOT-PRETAX-DEDUCTIONS
           ADD WS-W2-WITHHELD          TO WS-TOT-WITHHELD
           ADD WS-W2-DUES              TO WS-TOT-DUES
           ADD WS-W2-DEFERRED-401K     TO WS-TOT-DEFERRED-401K
           ADD WS-W2-ROTH-401K         TO WS-TOT-ROTH-401K.

       RECORD-EXCEPTION.
           IF WS-EXC-COUNT < 1000
              ADD 1 TO WS-EXC-COUNT
              MOVE WS-ET-EMP-ID(WS-ET-IDX)
                TO WS-EXC-EMP-ID(WS-EXC-COUNT)
              MOVE WS-ET-NAME(WS-ET-IDX)
                TO WS-EXC-NAME(WS-EXC-COUNT)
              MOVE WS-EXC-WANTED-REASON
                TO WS-EXC-REASON(WS-EXC-COUNT)
           ELSE
              DISPLAY 'WARNING: exception table full - '
                      WS-ET-EMP-ID(WS-ET-IDX) ' '
                      WS-EXC-WANTED-REASON
           END-IF.

       PRINT-W2-FORM.
           WRITE W2-FORMS-LINE FROM WS-W2-RULE-LINE
           MOVE WS-TAX-YEAR             TO WS-W2T-TAX-YEAR
           MOVE WS-ET-EMP-ID(WS-ET-IDX) TO WS-W2T-CONTROL
           WRITE W2-FORMS-LINE FROM WS-W2-TITLE-LINE
           MOVE SPACES TO W2-FORMS-LINE
           WRITE W2-FORMS-LINE

           MOVE WS-ET-SSN(WS-ET-IDX) TO WS-SSN-DIGITS
           MOVE SPACES TO WS-W2I-SSN
           STRING WS-SSN-AREA '-' WS-SSN-GROUP '-' WS-SSN-SERIAL
                  DELIMITED BY SIZE INTO WS-W2I-SSN
           END-STRING
           MOVE WS-EMPLOYER-EIN TO WS-EIN-DIGITS
           MOVE SPACES TO WS-W2I-EIN
           STRING WS-EIN-PREFIX '-' WS-EIN-SUFFIX
                  DELIMITED BY SIZE INTO WS-W2I-EIN
           END-STRING
           WRITE W2-FORMS-LINE FROM WS-W2-ID-LINE

           MOVE 'c  Employer'     TO WS-W2X-LABEL
           MOVE WS-EMPLOYER-NAME  TO WS-W2X-TEXT
           WRITE W2-FORMS-LINE FROM WS-W2-TEXT-LINE
           MOVE SPACES TO WS-W2X-LABEL
           MOVE SPACES TO WS-W2-ADDRESS-WORK
           STRING WS-EMPLOYER-ADDRESS DELIMITED BY '  '
                  ', '                DELIMITED BY SIZE
                  WS-EMPLOYER-CITY    DELIMITED BY '  '
                  ' '                 DELIMITED BY SIZE
                  WS-EMPLOYER-STATE   DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  WS-EMPLOYER-ZIP     DELIMITED BY SIZE
                  INTO WS-W2-ADDRESS-WORK
           END-STRING
           MOVE WS-W2-ADDRESS-WORK TO WS-W2X-TEXT
           WRITE W2-FORMS-LINE FROM WS-W2-TEXT-LINE

           MOVE 'e  Employee'          TO WS-W2X-LABEL
           MOVE WS-ET-NAME(WS-ET-IDX)  TO WS-W2X-TEXT
           WRITE W2-FORMS-LINE FROM WS-W2-TEXT-LINE
           MOVE 'f  Address'             TO WS-W2X-LABEL
           MOVE WS-ET-ADDRESS(WS-ET-IDX) TO WS-W2X-TEXT
           WRITE W2-FORMS-LINE FROM WS-W2-TEXT-LINE
           MOVE SPACES TO WS-W2X-LABEL
           MOVE SPACES TO WS-W2-ADDRESS-WORK
           STRING WS-ET-CITY(WS-ET-IDX)  DELIMITED BY '  '
                  ' '                    DELIMITED BY SIZE
                  WS-ET-STATE(WS-ET-IDX) DELIMITED BY SIZE
                  ' '                    DELIMITED BY SIZE
                  WS-ET-ZIP(WS-ET-IDX)   DELIMITED BY SIZE
                  INTO WS-W2-ADDRESS-WORK
           END-STRING
           MOVE WS-W2-ADDRESS-WORK TO WS-W2X-TEXT
           WRITE W2-FORMS-LINE FROM WS-W2-TEXT-LINE
           MOVE SPACES TO W2-FORMS-LINE
           WRITE W2-FORMS-LINE

           MOVE '1  Wages, tips, other compensation'
             TO WS-W2A-LABEL-1
           MOVE WS-W2-TAXABLE-WAGES TO WS-W2A-AMOUNT-1
           MOVE '2  Federal income tax withheld'
             TO WS-W2A-LABEL-2
           MOVE WS-W2-WITHHELD TO WS-W2A-AMOUNT-2
           WRITE W2-FORMS-LINE FROM WS-W2-AMOUNT-LINE
           MOVE '   Gross pay (salary and bonus)'
             TO WS-W2A-LABEL-1
           MOVE WS-W2-GROSS-WAGES TO WS-W2A-AMOUNT-1
           MOVE '   Pre-tax deductions (not in 1)'
             TO WS-W2A-LABEL-2
           MOVE WS-W2-PRETAX-DEDUCTIONS TO WS-W2A-AMOUNT-2
           WRITE W2-FORMS-LINE FROM WS-W2-AMOUNT-LINE
           MOVE '12 D  401(k) elective deferrals'
             TO WS-W2A-LABEL-1
           MOVE WS-W2-DEFERRED-401K TO WS-W2A-AMOUNT-1
           MOVE '12 AA Roth 401(k) deferrals'
             TO WS-W2A-LABEL-2
           MOVE WS-W2-ROTH-401K TO WS-W2A-AMOUNT-2
           WRITE W2-FORMS-LINE FROM WS-W2-AMOUNT-LINE
           IF YTD-PRETAX-DEFERRAL > ZEROS
              OR YTD-ROTH-DEFERRAL > ZEROS
              OR YTD-EMPLOYER-MATCH > ZEROS
              MOVE '13 Retirement plan'    TO WS-W2X-LABEL
              MOVE 'X'                     TO WS-W2X-TEXT
              WRITE W2-FORMS-LINE FROM WS-W2-TEXT-LINE
           END-IF
           MOVE '14 Other - department dues'
             TO WS-W2A-LABEL-1
           MOVE WS-W2-DUES TO WS-W2A-AMOUNT-1
           MOVE SPACES TO W2-FORMS-LINE
           MOVE WS-W2-AMOUNT-LINE(1:50) TO W2-FORMS-LINE
           WRITE W2-FORMS-LINE
           MOVE SPACES TO W2-FORMS-LINE
           WRITE W2-FORMS-LINE.

       WRITE-EMPLOYEE-WAGE-RECORD.
           MOVE WS-ET-SSN(WS-ET-IDX) TO WS-RW-SSN
           PERFORM SPLIT-EMPLOYEE-NAME
           MOVE WS-NAME-FIRST  TO WS-RW-FIRST-NAME
           MOVE WS-NAME-MIDDLE TO WS-RW-MIDDLE-NAME
           MOVE WS-NAME-LAST   TO WS-RW-LAST-NAME

           MOVE SPACES TO WS-RW-LOCATION
           MOVE FUNCTION UPPER-CASE(WS-ET-ADDRESS(WS-ET-IDX))
             TO WS-RW-DELIVERY
           MOVE FUNCTION UPPER-CASE(WS-ET-CITY(WS-ET-IDX))
             TO WS-RW-CITY
           MOVE FUNCTION UPPER-CASE(WS-ET-STATE(WS-ET-IDX))
             TO WS-RW-STATE
           MOVE WS-ET-ZIP(WS-ET-IDX)(1:5) TO WS-RW-ZIP
           MOVE SPACES TO WS-RW-ZIP-EXTENSION
           IF WS-ET-ZIP(WS-ET-IDX)(6:1) = '-'
              MOVE WS-ET-ZIP(WS-ET-IDX)(7:4) TO WS-RW-ZIP-EXTENSION
           END-IF

           MOVE WS-W2-TAXABLE-WAGES TO WS-RW-WAGES
           MOVE WS-W2-WITHHELD      TO WS-RW-FEDERAL-WITHHELD
           MOVE WS-W2-DEFERRED-401K TO WS-RW-DEFERRED-401K
           MOVE WS-W2-ROTH-401K     TO WS-RW-ROTH-401K
           MOVE '0' TO WS-RW-RETIREMENT-PLAN
           IF YTD-PRETAX-DEFERRAL > ZEROS
              OR YTD-ROTH-DEFERRAL > ZEROS
              OR YTD-EMPLOYER-MATCH > ZEROS
              MOVE '1' TO WS-RW-RETIREMENT-PLAN
           END-IF
           WRITE WAGE-FILE-RECORD FROM WS-RW-RECORD.

       SPLIT-EMPLOYEE-NAME.
           MOVE FUNCTION UPPER-CASE(WS-ET-NAME(WS-ET-IDX))
             TO WS-NAME-UPPER
           MOVE SPACES TO WS-NAME-FIRST
           MOVE SPACES TO WS-NAME-MIDDLE
           MOVE SPACES TO WS-NAME-LAST
           MOVE SPACES TO WS-NAME-REST
           MOVE ZEROS TO WS-NAME-COMMAS
           INSPECT WS-NAME-UPPER TALLYING WS-NAME-COMMAS FOR ALL ','

           IF WS-NAME-COMMAS > ZEROS
              UNSTRING WS-NAME-UPPER DELIMITED BY ','
                  INTO WS-NAME-LAST WS-NAME-REST
              END-UNSTRING
           ELSE
      *       No comma: the surname is the last word keyed.
              MOVE 30 TO WS-NAME-END
              PERFORM UNTIL WS-NAME-END = ZEROS
                      OR WS-NAME-UPPER(WS-NAME-END:1) NOT = SPACE
                 SUBTRACT 1 FROM WS-NAME-END
              END-PERFORM
              MOVE WS-NAME-END TO WS-NAME-BREAK
              PERFORM UNTIL WS-NAME-BREAK = ZEROS
                      OR WS-NAME-UPPER(WS-NAME-BREAK:1) = SPACE
                 SUBTRACT 1 FROM WS-NAME-BREAK
              END-PERFORM
              IF WS-NAME-END > ZEROS
                 MOVE WS-NAME-UPPER(WS-NAME-BREAK + 1:
                                    WS-NAME-END - WS-NAME-BREAK)
                   TO WS-NAME-LAST
              END-IF
              IF WS-NAME-BREAK > 1
                 MOVE WS-NAME-UPPER(1:WS-NAME-BREAK - 1)
                   TO WS-NAME-REST
              END-IF
           END-IF

           MOVE ZEROS TO WS-NAME-LEADING
           INSPECT WS-NAME-REST TALLYING WS-NAME-LEADING
               FOR LEADING SPACES
           IF WS-NAME-LEADING < 30
              UNSTRING WS-NAME-REST(WS-NAME-LEADING + 1:)
                  DELIMITED BY ALL SPACES
                  INTO WS-NAME-FIRST WS-NAME-MIDDLE
              END-UNSTRING
           END-IF.

       WRITE-WAGE-FILE-TOTALS.
           MOVE WS-W2-COUNT          TO WS-RT-RW-COUNT
           MOVE WS-TOT-TAXABLE-WAGES TO WS-RT-WAGES
           MOVE WS-TOT-WITHHELD      TO WS-RT-FEDERAL-WITHHELD
           MOVE WS-TOT-DEFERRED-401K TO WS-RT-DEFERRED-401K
           MOVE WS-TOT-ROTH-401K     TO WS-RT-ROTH-401K
           WRITE WAGE-FILE-RECORD FROM WS-RT-RECORD
           MOVE WS-W2-COUNT          TO WS-RF-RW-COUNT
           WRITE WAGE-FILE-RECORD FROM WS-RF-RECORD.

       LIST-UNISSUED-EMPLOYEES.
      *    Paid during the year but no YTD record for it - the W-2
      *    totals will fall short of the quarters by their pay.
           PERFORM VARYING WS-ET-IDX FROM 1 BY 1
                   UNTIL WS-ET-IDX > WS-EMP-TABLE-COUNT
              IF WS-ET-PAID-IN-YEAR(WS-ET-IDX)
                 AND NOT WS-ET-W2-ISSUED(WS-ET-IDX)
                 MOVE 'PAID IN YEAR - NO YTD RECORD, NO W-2'
                   TO WS-EXC-WANTED-REASON
                 PERFORM RECORD-EXCEPTION
              END-IF
           END-PERFORM.

       WRITE-RECONCILIATION-PAGE.
           MOVE WS-TAX-YEAR  TO WS-RCH-TAX-YEAR
           MOVE WS-TODAY-YMD TO WS-RCH-RUN-DATE
           WRITE RECON-REPORT-LINE FROM WS-RECON-HEADER-1
           MOVE SPACES TO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE FROM WS-RECON-HEADER-2

           PERFORM VARYING WS-QTR-SUB FROM 1 BY 1
                   UNTIL WS-QTR-SUB > 4
              MOVE SPACES TO WS-RCL-LABEL
              STRING 'Quarterly report Q' WS-QTR-SUB
                     DELIMITED BY SIZE INTO WS-RCL-LABEL
              END-STRING
              MOVE WS-QT-RECORDS(WS-QTR-SUB) TO WS-RCL-RECORDS
              MOVE WS-QT-WAGES(WS-QTR-SUB)   TO WS-RCL-WAGES
              MOVE WS-QT-TAX(WS-QTR-SUB)     TO WS-RCL-TAX
              WRITE RECON-REPORT-LINE FROM WS-RECON-LINE
              ADD WS-QT-RECORDS(WS-QTR-SUB) TO WS-QTRS-RECORDS
              ADD WS-QT-WAGES(WS-QTR-SUB)   TO WS-QTRS-WAGES
              ADD WS-QT-TAX(WS-QTR-SUB)     TO WS-QTRS-TAX
           END-PERFORM

           MOVE 'Four quarters'  TO WS-RCL-LABEL
           MOVE WS-QTRS-RECORDS  TO WS-RCL-RECORDS
           MOVE WS-QTRS-WAGES    TO WS-RCL-WAGES
           MOVE WS-QTRS-TAX      TO WS-RCL-TAX
           WRITE RECON-REPORT-LINE FROM WS-RECON-LINE
           MOVE 'W-2 totals'       TO WS-RCL-LABEL
           MOVE WS-W2-COUNT        TO WS-RCL-RECORDS
           MOVE WS-TOT-GROSS-WAGES TO WS-RCL-WAGES
           MOVE WS-TOT-WITHHELD    TO WS-RCL-TAX
           WRITE RECON-REPORT-LINE FROM WS-RECON-LINE

           COMPUTE WS-WAGES-DIFFERENCE =
               WS-QTRS-WAGES - WS-TOT-GROSS-WAGES
           COMPUTE WS-TAX-DIFFERENCE =
               WS-QTRS-TAX - WS-TOT-WITHHELD
           MOVE 'Difference'        TO WS-RCL-LABEL
           MOVE ZEROS               TO WS-RCL-RECORDS
           MOVE WS-WAGES-DIFFERENCE TO WS-RCL-WAGES
           MOVE WS-TAX-DIFFERENCE   TO WS-RCL-TAX
           WRITE RECON-REPORT-LINE FROM WS-RECON-LINE
           MOVE SPACES TO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE

           MOVE WS-TOT-GROSS-WAGES       TO WS-RCB-GROSS
           MOVE WS-TOT-PRETAX-DEDUCTIONS TO WS-RCB-PRETAX
           MOVE WS-TOT-TAXABLE-WAGES     TO WS-RCB-TAXABLE
           WRITE RECON-REPORT-LINE FROM WS-RECON-BOX1-LINE
           MOVE WS-TOT-DUES TO WS-RCD-DUES
           WRITE RECON-REPORT-LINE FROM WS-RECON-DUES-LINE
           MOVE SPACES TO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE

           IF WS-WAGES-DIFFERENCE = ZEROS
              AND WS-TAX-DIFFERENCE = ZEROS
              MOVE 'IN BALANCE' TO WS-RCS-STATUS
           ELSE
              MOVE 'OUT OF BALANCE' TO WS-RCS-STATUS
              MOVE 4 TO RETURN-CODE
           END-IF
           WRITE RECON-REPORT-LINE FROM WS-RECON-STATUS-LINE
           MOVE SPACES TO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE

           WRITE RECON-REPORT-LINE FROM WS-EXCEPTION-HEADER
           IF WS-EXC-COUNT = ZEROS
              MOVE SPACES TO RECON-REPORT-LINE
              MOVE 'None' TO RECON-REPORT-LINE
              WRITE RECON-REPORT-LINE
           END-IF
           PERFORM VARYING WS-EXC-SUB FROM 1 BY 1
                   UNTIL WS-EXC-SUB > WS-EXC-COUNT
              MOVE WS-EXC-EMP-ID(WS-EXC-SUB) TO WS-EXL-EMP-ID
              MOVE WS-EXC-NAME(WS-EXC-SUB)   TO WS-EXL-NAME
              MOVE WS-EXC-REASON(WS-EXC-SUB) TO WS-EXL-REASON
              WRITE RECON-REPORT-LINE FROM WS-EXCEPTION-LINE
           END-PERFORM.

       CLEANUP.
           DISPLAY ' '
           DISPLAY 'Year-End W-2 Summary'
           DISPLAY '===================='
           DISPLAY 'Tax year:                 ' WS-TAX-YEAR
           DISPLAY 'YTD records read:         ' WS-YTD-RECORDS-READ
           DISPLAY 'YTD history records read: ' WS-YTH-RECORDS-READ
           DISPLAY 'W-2s issued:              ' WS-W2-COUNT
           DISPLAY 'Pay records in year:      '
                   WS-PAY-RECORDS-IN-YEAR
           DISPLAY 'Box 1 wages:   $' WS-TOT-TAXABLE-WAGES
           DISPLAY 'Withheld:      $' WS-TOT-WITHHELD
           DISPLAY 'Reconciliation: ' WS-RCS-STATUS
           DISPLAY 'Exceptions:               ' WS-EXC-COUNT

           CLOSE W2-FORMS-FILE
           CLOSE WAGE-FILE
           CLOSE RECON-REPORT-FILE

           PERFORM WRITE-RUN-STATISTICS
           DISPLAY 'Year-End W-2 - Complete'.

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
           MOVE WS-YTD-RECORDS-READ   TO OPS-RECORDS-READ
           MOVE WS-W2-COUNT           TO OPS-RECORDS-WRITTEN
           MOVE WS-EXC-COUNT          TO OPS-RECORDS-REJECTED
           WRITE OPS-STATS-RECORD
           CLOSE OPS-STATS-FILE.
