      *--------------------------------------------------
      * ACCRCTL.CPY
      * Record layout for the accrual-control parameter
      * file (ACCRUAL-CONTROL-FILE). A single record naming
      * the month-end date the payroll accrual is for; it
      * must be the last day of a month.
      *--------------------------------------------------
       01  AC-ACCRUAL-CONTROL-RECORD.
           05  AC-MONTH-END-DATE       PIC 9(8).
