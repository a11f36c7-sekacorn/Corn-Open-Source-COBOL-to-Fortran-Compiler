      *    The pay date, so the quarterly employer tax report can
      *    group deposit liability by the date the wages were paid.
          05 PR-PAY-DATE            PIC 9(8).
          05 PR-RUN-TYPE            PIC X.
          05 FILLER                 PIC X(2).

       FD YTD-MASTER-FILE.
       01 YTD-MASTER-RECORD.
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

       FD TAX-REPORT-FILE.
       01 TAX-REPORT-LINE               PIC X(132).
