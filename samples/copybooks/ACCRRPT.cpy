      *--------------------------------------------------
      * ACCRRPT.CPY
      * Record layout for the month-end accrual report print
      * file (ACCRUAL-REPORT-FILE). A single 132-byte print
      * line; for each pay group, the basis period and the
      * days accrued, then one line per department with the
      * basis gross and employer tax and the amounts
      * accrued, with group and grand totals, built in
      * WORKING-STORAGE and moved in before each WRITE.
      *--------------------------------------------------
       01  AX-PRINT-LINE               PIC X(132).
