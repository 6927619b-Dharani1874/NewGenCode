      * wage and per-tax-type withholding figures the W-2
      * preparation service needs, straight off the YTD
      * master.
      *
      * Change Log
      * 2026-10-15  Added the box 1 (federal taxable), box 3
      *             (Social Security), box 5 (Medicare), and
      *             state wage figures off the YTD master's
      *             taxable-wage totals, now that pre-tax
      *             deductions make them differ from gross.
      *             W2-YTD-GROSS-PAY stays as total gross.
      *--------------------------------------------------
       01  W2-EXTRACT-RECORD.
           05  W2-TAX-YEAR             PIC 9(4).
           05  W2-YTD-STATE-TAX        PIC S9(8)V9(2).
           05  W2-YTD-SOCSEC-TAX       PIC S9(8)V9(2).
           05  W2-YTD-MEDICARE-TAX     PIC S9(8)V9(2).
           05  W2-FED-WAGES            PIC S9(8)V9(2).
           05  W2-SS-WAGES             PIC S9(8)V9(2).
           05  W2-MEDI-WAGES           PIC S9(8)V9(2).
           05  W2-STATE-WAGES          PIC S9(8)V9(2).
