      *--------------------------------------------------
      * PENDRPT.CPY
      * Record layout for the pending master changes
      * report print file (PENDING-REPORT-FILE). A single
      * 132-byte print line; heading, detail, and total
      * lines are built in WORKING-STORAGE and moved in
      * before each WRITE. One line per change still
      * scheduled on PENDING-CHANGE-FILE after the run,
      * in employee and effective-date order.
      *--------------------------------------------------
       01  PN-PRINT-LINE               PIC X(132).
