      *****************************************************************
      * LOAN PAYOFF QUOTES
      * On-demand program for collectors and the closing department:
      * reads payoff requests from PAYOFF-REQUESTS.DAT and prints a
      * payoff letter for each, good through the requested date.
      *   - the payoff is the outstanding principal (the 'LN'
      *     account balance) plus interest from the date the loan
      *     is paid through to the good-through date;
      *   - interest on a loan is collected a month at a time with
      *     each 'LP' payment, so the loan is paid through one
      *     month before ACCT-LOAN-NEXT-DUE-DATE (the opening date
      *     for a loan that has never been paid);
      *   - interest accrues at a per-diem of principal times rate
      *     over 365, the same day basis the interest pass uses,
      *     and the letter quotes the per-diem for a payoff that
      *     arrives after the good-through date.
      * A good-through date of zero quotes through today. Every
      * quote and every refused request goes on
      * PAYOFF-QUOTE-LOG.TXT. Read only - nothing on the account
      * changes.
      *
      * Copyright (c) 2026 sekacorn
      * Contact: sekacorn@gmail.com
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAN-PAYOFF-QUOTES.
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

           SELECT PAYOFF-REQUEST-FILE
               ASSIGN TO "PAYOFF-REQUESTS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REQUEST-STATUS.

           SELECT ACCOUNT-FILE
               ASSIGN TO "ACCOUNTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-ACCOUNT-NUMBER
               ALTERNATE RECORD KEY IS ACCT-CUSTOMER-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT CUSTOMER-MASTER
               ASSIGN TO "CUSTOMERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-CUSTOMER-ID
               FILE STATUS IS WS-CUST-STATUS.

           SELECT PAYOFF-LETTER-FILE
               ASSIGN TO "PAYOFF-LETTERS.TXT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT PAYOFF-LOG-FILE
               ASSIGN TO "PAYOFF-QUOTE-LOG.TXT"
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

      *    One request per quote: the loan, the date the payoff must
      *    be good through, and who asked for it (the title company,
      *    dealer or borrower the letter goes to).
       FD PAYOFF-REQUEST-FILE.
       01 PAYOFF-REQUEST-RECORD.
          05 PQR-ACCOUNT-NUMBER         PIC 9(10).
          05 PQR-GOOD-THROUGH-DATE      PIC 9(8).
          05 PQR-GOOD-THROUGH-PARTS REDEFINES PQR-GOOD-THROUGH-DATE.
             10 PQR-GT-YEAR             PIC 9(4).
             10 PQR-GT-MONTH            PIC 9(2).
             10 PQR-GT-DAY              PIC 9(2).
          05 PQR-REQUESTED-BY           PIC X(40).
          05 PQR-OPERATOR-ID            PIC X(8).

       FD ACCOUNT-FILE.
       01 ACCOUNT-RECORD.
          05 ACCT-ACCOUNT-NUMBER        PIC 9(10).
          05 ACCT-CUSTOMER-ID           PIC 9(8).
          05 ACCT-TYPE                  PIC X(2).
             88 ACCT-CHECKING           VALUE 'CK'.
             88 ACCT-SAVINGS            VALUE 'SV'.
             88 ACCT-MONEY-MARKET       VALUE 'MM'.
             88 ACCT-CD                 VALUE 'CD'.
             88 ACCT-LOAN               VALUE 'LN'.
          05 ACCT-BALANCE               PIC S9(13)V99.
          05 ACCT-INTEREST-RATE         PIC 9V9999.
          05 ACCT-LAST-INTEREST-DATE    PIC 9(8).
          05 ACCT-LAST-ACTIVITY-DATE    PIC 9(8).
          05 ACCT-OPENING-DATE          PIC 9(8).
          05 ACCT-STATUS                PIC X.
             88 ACCT-ACTIVE             VALUE 'A'.
             88 ACCT-CLOSED             VALUE 'C'.
             88 ACCT-FROZEN             VALUE 'F'.
      *    Charged off by CHARGEOFF-PROCESSING; what is still owed
      *    sits on the recovery ledger, not in ACCT-BALANCE.
             88 ACCT-CHARGED-OFF        VALUE 'W'.
          05 ACCT-OVERDRAFT-LIMIT       PIC 9(7)V99.
      *    CD terms: the term and maturity date are only meaningful
      *    when ACCT-TYPE is 'CD'; the maturity instruction tells the
      *    CD maturity batch what to do with the account when it
      *    matures, and ACCT-LINKED-ACCOUNT names the sweep
      *    destination account.
          05 ACCT-CD-TERM-MONTHS        PIC 9(3).
          05 ACCT-MATURITY-DATE         PIC 9(8).
          05 ACCT-MATURITY-INSTRUCTION  PIC X.
             88 ACCT-MATURITY-RENEW     VALUE 'R'.
             88 ACCT-MATURITY-SWEEP     VALUE 'S'.
             88 ACCT-MATURITY-HOLD      VALUE 'H'.
          05 ACCT-LINKED-ACCOUNT        PIC 9(10).
      *    Interest accrued by the daily accrual pass but not yet
      *    capitalized into ACCT-BALANCE; the month-end
      *    capitalization batch posts it in one audited transaction.
          05 ACCT-ACCRUED-INTEREST      PIC S9(13)V99.
      *    Loan terms, meaningful only when ACCT-TYPE is 'LN': the
      *    balance field carries the loan's outstanding principal,
      *    and each posted 'LP' loan payment is split into interest
      *    (at ACCT-INTEREST-RATE, monthly) and principal, advancing
      *    the next-due date by one month.
          05 ACCT-LOAN-ORIG-PRINCIPAL   PIC 9(13)V99.
          05 ACCT-LOAN-TERM-MONTHS      PIC 9(3).
          05 ACCT-LOAN-PAYMENT-AMOUNT   PIC 9(9)V99.
          05 ACCT-LOAN-NEXT-DUE-DATE    PIC 9(8).
      *    IRA wrapper on savings/CD accounts: 'T' (traditional) or
      *    'R' (Roth) marks the account so deposits count as tax-year
      *    contributions against the annual limit, withdrawals count
      *    as distributions with federal withholding, and the
      *    year-end IRA extract reports both. Blank means not an
      *    IRA.
          05 ACCT-IRA-PLAN              PIC X.
             88 ACCT-IRA-TRADITIONAL    VALUE 'T'.
             88 ACCT-IRA-ROTH           VALUE 'R'.
             88 ACCT-IS-IRA             VALUES 'T' 'R'.

       FD CUSTOMER-MASTER.
       01 CUSTOMER-RECORD.
          05 CUST-CUSTOMER-ID           PIC 9(8).
          05 CUST-NAME                  PIC X(40).
          05 CUST-ADDRESS               PIC X(60).
          05 CUST-CITY                  PIC X(20).
          05 CUST-STATE                 PIC X(2).
          05 CUST-ZIP                   PIC X(10).
          05 CUST-PHONE                 PIC X(15).
          05 CUST-MAIL-STATUS           PIC X.
             88 CUST-MAIL-RETURNED      VALUE 'R'.
          05 CUST-MAIL-RETURNED-DATE    PIC 9(8).
      *    Taxpayer identification: the TIN with its type ('S' SSN,
      *    'E' EIN, 'I' ITIN) and the W-9 certification status with
      *    the date it was last set - 'C' certified, 'X' exempt
      *    recipient, 'B' IRS B-notice received (TIN mismatch), blank
      *    or 'U' not yet certified. Interest paid to a customer who
      *    is not exempt and has no certified TIN is subject to
      *    backup withholding.
          05 CUST-TIN                   PIC 9(9).
          05 CUST-TIN-TYPE              PIC X.
             88 CUST-TIN-SSN            VALUE 'S'.
             88 CUST-TIN-EIN            VALUE 'E'.
             88 CUST-TIN-ITIN           VALUE 'I'.
             88 CUST-TIN-TYPE-VALID     VALUES 'S' 'E' 'I'.
          05 CUST-W9-STATUS             PIC X.
             88 CUST-W9-CERTIFIED       VALUE 'C'.
             88 CUST-W9-EXEMPT          VALUE 'X'.
             88 CUST-W9-B-NOTICE        VALUE 'B'.
             88 CUST-W9-UNCERTIFIED     VALUES 'U' ' '.
          05 CUST-W9-DATE               PIC 9(8).
      *    Electronic delivery: 'E' routes the customer's statements
      *    and notices to the electronic delivery extract instead of
      *    print, to the e-mail address on file, under the consent
      *    the customer gave on the consent date. Blank or 'P' is
      *    paper. A bounced address or lapsed consent reverts the
      *    customer to paper.
          05 CUST-DELIVERY-PREF         PIC X.
             88 CUST-EDELIVERY-ENROLLED VALUE 'E'.
             88 CUST-PAPER-DELIVERY     VALUES 'P' ' '.
          05 CUST-EMAIL-ADDRESS         PIC X(60).
          05 CUST-EDELIV-CONSENT-DATE   PIC 9(8).
      *    Duplicate-customer merge: 'M' marks an ID retired by
      *    CUSTOMER-MERGE - its accounts and relationships now stand
      *    under CUST-MERGED-INTO-ID, and the record stays on file
      *    so the ID is never issued again. Blank is a live
      *    customer.
          05 CUST-MERGE-STATUS          PIC X.
             88 CUST-RETIRED-BY-MERGE   VALUE 'M'.
          05 CUST-MERGED-INTO-ID        PIC 9(8).
          05 CUST-MERGED-DATE           PIC 9(8).
      *    Deceased customer: the date of death the branch reports
      *    through CUSTOMER-MAINTENANCE, which marks the customer 'P'
      *    (reported, not yet actioned). DECEASED-CUSTOMER-PROCESSING
      *    restricts the customer's accounts and services that night
      *    and moves the status to 'D'; 'S' records the estate as
      *    settled. The estate contact (executor, administrator or
      *    next of kin) is who the estate desk deals with. Blank
      *    status is a living customer.
          05 CUST-DATE-OF-DEATH         PIC 9(8).
          05 CUST-ESTATE-STATUS         PIC X.
             88 CUST-DEATH-REPORTED     VALUE 'P'.
             88 CUST-DECEASED-ACTIONED  VALUE 'D'.
             88 CUST-ESTATE-SETTLED     VALUE 'S'.
             88 CUST-IS-DECEASED        VALUES 'P' 'D' 'S'.
          05 CUST-ESTATE-CONTACT-NAME   PIC X(40).
          05 CUST-ESTATE-CONTACT-PHONE  PIC X(15).
      *    Customer identification (CIP) and risk: the ID seen at
      *    account opening - 'DL' driver licence, 'PP' passport, 'SI'
      *    state ID, 'MI' military ID, 'AR' alien registration, 'OT'
      *    other - with its expiry and the date it was verified. The
      *    risk rating ('L' low, 'M' medium, 'H' high, blank not yet
      *    rated) is re-scored monthly by CUSTOMER-RISK-RESCORE from
      *    the score shown; a rating keyed through
      *    CUSTOMER-MAINTENANCE is kept as the override, a floor the
      *    re-score never rates below. The next-review date drives
      *    the periodic KYC review worklist.
          05 CUST-ID-TYPE               PIC X(2).
             88 CUST-ID-TYPE-VALID      VALUES 'DL' 'PP' 'SI' 'MI'
                                               'AR' 'OT'.
          05 CUST-ID-NUMBER             PIC X(20).
          05 CUST-ID-EXPIRY-DATE        PIC 9(8).
          05 CUST-ID-VERIFIED-DATE      PIC 9(8).
          05 CUST-RISK-RATING           PIC X.
             88 CUST-RISK-LOW           VALUE 'L'.
             88 CUST-RISK-MEDIUM        VALUE 'M'.
             88 CUST-RISK-HIGH          VALUE 'H'.
          05 CUST-RISK-OVERRIDE         PIC X.
          05 CUST-RISK-SCORE            PIC 9(3).
          05 CUST-RISK-RATED-DATE       PIC 9(8).
          05 CUST-NEXT-REVIEW-DATE      PIC 9(8).

       FD PAYOFF-LETTER-FILE.
       01 PAYOFF-LETTER-LINE            PIC X(132).

       FD PAYOFF-LOG-FILE.
       01 PAYOFF-LOG-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
      *    Run statistics captured for the cycle summary report.
       01 WS-OPS-STATS-STATUS           PIC X(2).
       01 WS-OPS-PROGRAM-NAME           PIC X(30)
          VALUE 'LOAN-PAYOFF-QUOTES'.
       01 WS-OPS-START-STAMP            PIC X(14).

       01 WS-REQUEST-STATUS             PIC X(2).
          88 WS-REQUEST-EOF             VALUE '10'.
       01 WS-ACCT-STATUS                PIC X(2).
       01 WS-CUST-STATUS                PIC X(2).

       01 WS-TODAY-YMD                  PIC 9(8).
       01 WS-ANNUAL-DAYS                PIC 9(3) VALUE 365.

       01 WS-PAYOFF-WORK.
          05 WS-GOOD-THROUGH-DATE       PIC 9(8).
          05 WS-PAID-THROUGH-DATE       PIC 9(8).
          05 WS-INTEREST-DAYS           PIC S9(5).
          05 WS-PER-DIEM                PIC 9(9)V99.
          05 WS-PAYOFF-INTEREST         PIC 9(13)V99.
          05 WS-PAYOFF-TOTAL            PIC 9(13)V99.
          05 WS-REJECT-REASON           PIC X(40).

      *    One calendar month back from the next due date, with the
      *    day clamped when the prior month is shorter (including
      *    February in leap years).
       01 WS-MATURITY-CALC.
          05 WS-MAT-BASE-DATE.
             10 WS-MAT-BASE-YEAR        PIC 9(4).
             10 WS-MAT-BASE-MONTH       PIC 9(2).
             10 WS-MAT-BASE-DAY         PIC 9(2).
          05 WS-MAT-MONTH-INDEX         PIC S9(7).
          05 WS-MAT-RESULT-DATE.
             10 WS-MAT-RESULT-YEAR      PIC 9(4).
             10 WS-MAT-RESULT-MONTH     PIC 9(2).
             10 WS-MAT-RESULT-DAY       PIC 9(2).
          05 WS-MAT-DAYS-IN-MONTH       PIC 9(2).
       01 WS-MONTH-DAYS-TABLE.
          05 FILLER                     PIC X(24)
             VALUE '312831303130313130313031'.
       01 WS-MONTH-DAYS-R REDEFINES WS-MONTH-DAYS-TABLE.
          05 WS-MONTH-DAYS OCCURS 12 TIMES PIC 9(2).

       01 WS-COUNTERS.
          05 WS-REQUEST-COUNT           PIC 9(6) VALUE ZEROS.
          05 WS-QUOTED-COUNT            PIC 9(6) VALUE ZEROS.
          05 WS-REJECTED-COUNT          PIC 9(6) VALUE ZEROS.

       01 WS-AMOUNT-ED                  PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-PER-DIEM-ED                PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-RATE-ED                    PIC 9.9999.
       01 WS-DAYS-ED                    PIC ZZZZ9.
       01 WS-LETTER-TEXT                PIC X(132).

       01 WS-LOG-HEADER-1.
          05 FILLER                     PIC X(50)
             VALUE '        LOAN PAYOFF QUOTE LOG'.
       01 WS-LOG-HEADER-2.
          05 FILLER                     PIC X(72)
             VALUE 'Account     Good Thru  Operator         Payoff  Re'
                   & 'sult'.
       01 WS-LOG-LINE.
          05 WS-LOG-ACCOUNT             PIC 9(10).
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-LOG-GOOD-THROUGH        PIC 9(8).
          05 FILLER                     PIC X(3) VALUE SPACES.
          05 WS-LOG-OPERATOR            PIC X(8).
          05 FILLER                     PIC X(1) VALUE SPACES.
          05 WS-LOG-PAYOFF              PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 WS-LOG-RESULT              PIC X(40).

       PROCEDURE DIVISION.
       MAIN-CONTROL.
           PERFORM INITIALIZATION
           PERFORM PROCESS-PAYOFF-REQUESTS
           PERFORM CLEANUP
           STOP RUN.

       INITIALIZATION.
           DISPLAY 'Loan Payoff Quotes - Started'
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-OPS-START-STAMP
           DISPLAY '============================'
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-YMD
           OPEN INPUT PAYOFF-REQUEST-FILE
           IF WS-REQUEST-STATUS NOT = '00'
              DISPLAY 'No PAYOFF-REQUESTS.DAT - no quotes requested'
              SET WS-REQUEST-EOF TO TRUE
           END-IF
           OPEN INPUT ACCOUNT-FILE
           OPEN INPUT CUSTOMER-MASTER
           OPEN OUTPUT PAYOFF-LETTER-FILE
           OPEN OUTPUT PAYOFF-LOG-FILE
           WRITE PAYOFF-LOG-LINE FROM WS-LOG-HEADER-1
           WRITE PAYOFF-LOG-LINE FROM WS-LOG-HEADER-2.

       PROCESS-PAYOFF-REQUESTS.
           PERFORM UNTIL WS-REQUEST-EOF
              READ PAYOFF-REQUEST-FILE
                  AT END
                      SET WS-REQUEST-EOF TO TRUE
                  NOT AT END
                      ADD 1 TO WS-REQUEST-COUNT
                      PERFORM QUOTE-ONE-PAYOFF
              END-READ
           END-PERFORM.

       QUOTE-ONE-PAYOFF.
           MOVE PQR-ACCOUNT-NUMBER TO WS-LOG-ACCOUNT
           MOVE PQR-OPERATOR-ID    TO WS-LOG-OPERATOR
           MOVE ZEROS              TO WS-LOG-PAYOFF
           IF PQR-GOOD-THROUGH-DATE = ZEROS
              MOVE WS-TODAY-YMD TO WS-GOOD-THROUGH-DATE
           ELSE
              MOVE PQR-GOOD-THROUGH-DATE TO WS-GOOD-THROUGH-DATE
           END-IF
           MOVE WS-GOOD-THROUGH-DATE TO WS-LOG-GOOD-THROUGH

      *    A payoff good through a date already gone would understate
      *    the interest, and a date that is not a date cannot be
      *    counted to.
           MOVE SPACES TO WS-REJECT-REASON
           IF PQR-GOOD-THROUGH-DATE NOT = ZEROS
              AND (PQR-GT-MONTH < 1 OR PQR-GT-MONTH > 12
                   OR PQR-GT-DAY < 1 OR PQR-GT-DAY > 31)
              MOVE 'Rejected - good-through date invalid'
                  TO WS-REJECT-REASON
           END-IF
           IF WS-GOOD-THROUGH-DATE < WS-TODAY-YMD
              MOVE 'Rejected - good-through date in past'
                  TO WS-REJECT-REASON
           END-IF

           IF WS-REJECT-REASON NOT = SPACES
              PERFORM LOG-REJECTED-REQUEST
           ELSE
              MOVE PQR-ACCOUNT-NUMBER TO ACCT-ACCOUNT-NUMBER
              READ ACCOUNT-FILE
                  INVALID KEY
                      MOVE 'Rejected - account not on file'
                          TO WS-REJECT-REASON
                      PERFORM LOG-REJECTED-REQUEST
                  NOT INVALID KEY
      *               A charged-off loan's payoff is a collections
      *               settlement worked from the recovery ledger.
                      EVALUATE TRUE
                          WHEN NOT ACCT-LOAN
                              MOVE 'Rejected - account is not a loan'
                                  TO WS-REJECT-REASON
                              PERFORM LOG-REJECTED-REQUEST
                          WHEN ACCT-CLOSED
                              MOVE 'Rejected - loan is closed'
                                  TO WS-REJECT-REASON
                              PERFORM LOG-REJECTED-REQUEST
                          WHEN ACCT-CHARGED-OFF
                              MOVE
                                  'Rejected - charged off (collections)'
                                  TO WS-REJECT-REASON
                              PERFORM LOG-REJECTED-REQUEST
                          WHEN OTHER
                              PERFORM COMPUTE-PAYOFF
                              PERFORM PRINT-PAYOFF-LETTER
                      END-EVALUATE
              END-READ
           END-IF.

       COMPUTE-PAYOFF.
           IF ACCT-LOAN-NEXT-DUE-DATE = ZEROS
              MOVE ACCT-OPENING-DATE TO WS-PAID-THROUGH-DATE
           ELSE
              MOVE ACCT-LOAN-NEXT-DUE-DATE TO WS-MAT-BASE-DATE
              PERFORM BACK-DATE-ONE-MONTH
              MOVE WS-MAT-RESULT-DATE TO WS-PAID-THROUGH-DATE
           END-IF

      *    A loan paid ahead owes no interest until its paid-through
      *    date passes; the principal alone settles it.
           COMPUTE WS-INTEREST-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-GOOD-THROUGH-DATE)
               - FUNCTION INTEGER-OF-DATE(WS-PAID-THROUGH-DATE)
           IF WS-INTEREST-DAYS < ZEROS
              MOVE ZEROS TO WS-INTEREST-DAYS
           END-IF

           IF ACCT-BALANCE > ZEROS
              COMPUTE WS-PER-DIEM ROUNDED =
                  ACCT-BALANCE * ACCT-INTEREST-RATE / WS-ANNUAL-DAYS
              COMPUTE WS-PAYOFF-INTEREST ROUNDED =
                  ACCT-BALANCE * ACCT-INTEREST-RATE
                  * WS-INTEREST-DAYS / WS-ANNUAL-DAYS
              COMPUTE WS-PAYOFF-TOTAL =
                  ACCT-BALANCE + WS-PAYOFF-INTEREST
           ELSE
              MOVE ZEROS TO WS-PER-DIEM
              MOVE ZEROS TO WS-PAYOFF-INTEREST
              MOVE ZEROS TO WS-PAYOFF-TOTAL
           END-IF.

       BACK-DATE-ONE-MONTH.
           COMPUTE WS-MAT-MONTH-INDEX =
               WS-MAT-BASE-YEAR * 12 + WS-MAT-BASE-MONTH - 2
           COMPUTE WS-MAT-RESULT-YEAR = WS-MAT-MONTH-INDEX / 12
           COMPUTE WS-MAT-RESULT-MONTH =
               FUNCTION MOD(WS-MAT-MONTH-INDEX, 12) + 1
           MOVE WS-MONTH-DAYS(WS-MAT-RESULT-MONTH)
               TO WS-MAT-DAYS-IN-MONTH
           IF WS-MAT-RESULT-MONTH = 2
              IF FUNCTION MOD(WS-MAT-RESULT-YEAR, 4) = 0
                 AND (FUNCTION MOD(WS-MAT-RESULT-YEAR, 100) NOT = 0
                      OR FUNCTION MOD(WS-MAT-RESULT-YEAR, 400) = 0)
                 MOVE 29 TO WS-MAT-DAYS-IN-MONTH
              END-IF
           END-IF
           IF WS-MAT-BASE-DAY > WS-MAT-DAYS-IN-MONTH
              MOVE WS-MAT-DAYS-IN-MONTH TO WS-MAT-RESULT-DAY
           ELSE
              MOVE WS-MAT-BASE-DAY TO WS-MAT-RESULT-DAY
           END-IF.

       PRINT-PAYOFF-LETTER.
           ADD 1 TO WS-QUOTED-COUNT
           MOVE ACCT-CUSTOMER-ID TO CUST-CUSTOMER-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE SPACES TO CUST-NAME
                   MOVE '*** CUSTOMER NOT ON FILE - HANDLE MANUALLY ***'
                       TO CUST-ADDRESS
                   MOVE SPACES TO CUST-CITY
                   MOVE SPACES TO CUST-STATE
                   MOVE SPACES TO CUST-ZIP
           END-READ

           MOVE SPACES TO PAYOFF-LETTER-LINE
           WRITE PAYOFF-LETTER-LINE
           MOVE '                   LOAN PAYOFF STATEMENT'
               TO PAYOFF-LETTER-LINE
           WRITE PAYOFF-LETTER-LINE
           MOVE SPACES TO PAYOFF-LETTER-LINE
           WRITE PAYOFF-LETTER-LINE
           MOVE SPACES TO WS-LETTER-TEXT
           STRING 'Date prepared: ' WS-TODAY-YMD
                  '     Prepared for: ' PQR-REQUESTED-BY
               DELIMITED BY SIZE INTO WS-LETTER-TEXT
           END-STRING
           WRITE PAYOFF-LETTER-LINE FROM WS-LETTER-TEXT
           MOVE SPACES TO PAYOFF-LETTER-LINE
           WRITE PAYOFF-LETTER-LINE
           MOVE 'Borrower:' TO PAYOFF-LETTER-LINE
           WRITE PAYOFF-LETTER-LINE
           MOVE CUST-NAME TO PAYOFF-LETTER-LINE
           WRITE PAYOFF-LETTER-LINE
           MOVE CUST-ADDRESS TO PAYOFF-LETTER-LINE
           WRITE PAYOFF-LETTER-LINE
           MOVE SPACES TO WS-LETTER-TEXT
           STRING CUST-CITY DELIMITED BY SIZE
                  ', ' DELIMITED BY SIZE
                  CUST-STATE DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  CUST-ZIP DELIMITED BY SIZE
                  INTO WS-LETTER-TEXT
           END-STRING
           WRITE PAYOFF-LETTER-LINE FROM WS-LETTER-TEXT
           MOVE SPACES TO PAYOFF-LETTER-LINE
           WRITE PAYOFF-LETTER-LINE

           MOVE SPACES TO WS-LETTER-TEXT
           STRING 'Loan number ' ACCT-ACCOUNT-NUMBER
                  ' - payoff good through ' WS-GOOD-THROUGH-DATE
               DELIMITED BY SIZE INTO WS-LETTER-TEXT
           END-STRING
           WRITE PAYOFF-LETTER-LINE FROM WS-LETTER-TEXT

           MOVE ACCT-BALANCE TO WS-AMOUNT-ED
           MOVE SPACES TO WS-LETTER-TEXT
           STRING '  Principal balance             $' WS-AMOUNT-ED
               DELIMITED BY SIZE INTO WS-LETTER-TEXT
           END-STRING
           WRITE PAYOFF-LETTER-LINE FROM WS-LETTER-TEXT

           MOVE WS-PAYOFF-INTEREST TO WS-AMOUNT-ED
           MOVE WS-INTEREST-DAYS   TO WS-DAYS-ED
           MOVE SPACES TO WS-LETTER-TEXT
           STRING '  Interest from ' WS-PAID-THROUGH-DATE
                  ' (' WS-DAYS-ED ' days) $' WS-AMOUNT-ED
               DELIMITED BY SIZE INTO WS-LETTER-TEXT
           END-STRING
           WRITE PAYOFF-LETTER-LINE FROM WS-LETTER-TEXT

           MOVE WS-PAYOFF-TOTAL TO WS-AMOUNT-ED
           MOVE SPACES TO WS-LETTER-TEXT
           STRING '  TOTAL AMOUNT TO PAY OFF       $' WS-AMOUNT-ED
               DELIMITED BY SIZE INTO WS-LETTER-TEXT
           END-STRING
           WRITE PAYOFF-LETTER-LINE FROM WS-LETTER-TEXT
           MOVE SPACES TO PAYOFF-LETTER-LINE
           WRITE PAYOFF-LETTER-LINE

           MOVE ACCT-INTEREST-RATE TO WS-RATE-ED
           MOVE WS-PER-DIEM        TO WS-PER-DIEM-ED
           MOVE SPACES TO WS-LETTER-TEXT
           STRING 'Interest accrues at rate ' WS-RATE-ED
                  ', $' WS-PER-DIEM-ED
                  ' per day, for funds received after '
                  WS-GOOD-THROUGH-DATE '.'
               DELIMITED BY SIZE INTO WS-LETTER-TEXT
           END-STRING
           WRITE PAYOFF-LETTER-LINE FROM WS-LETTER-TEXT
           MOVE 'Any payment posted before payoff reduces the amount'
               TO PAYOFF-LETTER-LINE
           WRITE PAYOFF-LETTER-LINE
           MOVE 'due; call the loan department to confirm.'
               TO PAYOFF-LETTER-LINE
           WRITE PAYOFF-LETTER-LINE

           MOVE WS-PAYOFF-TOTAL TO WS-LOG-PAYOFF
           MOVE 'Quoted' TO WS-LOG-RESULT
           WRITE PAYOFF-LOG-LINE FROM WS-LOG-LINE.

       LOG-REJECTED-REQUEST.
           ADD 1 TO WS-REJECTED-COUNT
           DISPLAY 'Payoff request refused for account '
                   PQR-ACCOUNT-NUMBER ': ' WS-REJECT-REASON
           MOVE WS-REJECT-REASON TO WS-LOG-RESULT
           WRITE PAYOFF-LOG-LINE FROM WS-LOG-LINE.

       CLEANUP.
           DISPLAY ' '
           DISPLAY 'Loan Payoff Quotes Summary'
           DISPLAY '=========================='
           DISPLAY 'Requests read:     ' WS-REQUEST-COUNT
           DISPLAY 'Payoffs quoted:    ' WS-QUOTED-COUNT
           DISPLAY 'Requests refused:  ' WS-REJECTED-COUNT

           IF WS-REQUEST-STATUS NOT = '35'
              CLOSE PAYOFF-REQUEST-FILE
           END-IF
           CLOSE ACCOUNT-FILE
           CLOSE CUSTOMER-MASTER
           CLOSE PAYOFF-LETTER-FILE
           CLOSE PAYOFF-LOG-FILE

           PERFORM WRITE-RUN-STATISTICS
           DISPLAY 'Loan Payoff Quotes - Complete'.

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
           MOVE WS-REQUEST-COUNT TO OPS-RECORDS-READ
           MOVE WS-QUOTED-COUNT TO OPS-RECORDS-WRITTEN
           MOVE WS-REJECTED-COUNT TO OPS-RECORDS-REJECTED
           WRITE OPS-STATS-RECORD
           CLOSE OPS-STATS-FILE.
