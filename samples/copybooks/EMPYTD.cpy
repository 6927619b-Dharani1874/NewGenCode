      *             a spaces code is an unused slot.
      *             YT-YTD-STATE-TAX remains the combined
      *             total across states.
      * 2026-10-15  Added the taxable-wage totals: federal
      *             and state taxable wages (gross less the
      *             deductions flagged pre-tax for that tax
      *             on the deduction code table), Social
      *             Security wages (FICA wages up to the
      *             annual wage base), and Medicare wages
      *             (all FICA wages). These are the W-2 box
      *             1, state, box 3, and box 5 figures, and
      *             the Medicare total is the year-to-date
      *             position the Social Security cap tests.
      *--------------------------------------------------
       01  YT-YTD-RECORD.
           05  YT-EMPLOYEE-ID          PIC X(6).
           05  YT-YTD-EMPLOYER-MEDI    PIC S9(8)V9(2).
           05  YT-YTD-FUTA-TAX         PIC S9(8)V9(2).
           05  YT-YTD-SUTA-TAX         PIC S9(8)V9(2).
           05  YT-YTD-FED-WAGES        PIC S9(8)V9(2).
           05  YT-YTD-STATE-WAGES      PIC S9(8)V9(2).
           05  YT-YTD-SS-WAGES         PIC S9(8)V9(2).
           05  YT-YTD-MEDI-WAGES       PIC S9(8)V9(2).
           05  YT-QUARTER-TABLE.
               10  YT-QUARTER OCCURS 4 TIMES
                       INDEXED BY YT-QTR-IDX.
