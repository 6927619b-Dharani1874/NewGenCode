      *--------------------------------------------------
      * GARNRPT.CPY
      * Record layout for the garnishment remittance report
      * print file (GARNISHMENT-REPORT-FILE). A single
      * 132-byte print line; heading, detail, and total
      * lines are built in WORKING-STORAGE and moved in
      * before each WRITE. One report per posting run,
      * listing the orders withheld grouped by payee agency
      * with a total per agency - the amount of the one
      * payment each agency is sent.
      *--------------------------------------------------
       01  GN-PRINT-LINE               PIC X(132).
