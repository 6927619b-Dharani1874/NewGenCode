      *             now keeps on the YTD master. The code
      *             "HM" is the home-state bucket (employees
      *             with no work-state code).
      * 2026-10-15  The W-2 extract now carries the box 1,
      *             box 3, box 5, and state wage figures
      *             from the YTD master's taxable-wage
      *             totals, so pre-tax deductions show on
      *             the W-2 instead of every box reporting
      *             total gross.
      *--------------------------------------------------

       ENVIRONMENT DIVISION.
           MOVE YT-YTD-STATE-TAX    TO W2-YTD-STATE-TAX
           MOVE YT-YTD-SOCSEC-TAX   TO W2-YTD-SOCSEC-TAX
           MOVE YT-YTD-MEDICARE-TAX TO W2-YTD-MEDICARE-TAX
           MOVE YT-YTD-FED-WAGES    TO W2-FED-WAGES
           MOVE YT-YTD-SS-WAGES     TO W2-SS-WAGES
           MOVE YT-YTD-MEDI-WAGES   TO W2-MEDI-WAGES
           MOVE YT-YTD-STATE-WAGES  TO W2-STATE-WAGES
           WRITE W2-EXTRACT-RECORD
           ADD 1 TO WS-W2-EMPLOYEE-COUNT.

