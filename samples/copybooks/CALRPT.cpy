      *--------------------------------------------------
      * CALRPT.CPY
      * Record layout for the payroll calendar listing print
      * file (CALENDAR-REPORT-FILE). A single 132-byte print
      * line; one detail line per calendar period in the
      * coming year, group by group, with the check date's
      * tax year and quarter and a note on any entry that
      * needs a second look, built in WORKING-STORAGE and
      * moved in before each WRITE.
      *--------------------------------------------------
       01  CL-PRINT-LINE               PIC X(132).
