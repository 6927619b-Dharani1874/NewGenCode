      *--------------------------------------------------
      * RETRPT.CPY
      * Record layout for the retroactive pay audit report
      * print file (RETRO-REPORT-FILE). A single 132-byte
      * print line; heading, detail, and total lines are
      * built in WORKING-STORAGE and moved in before each
      * WRITE. For each retro request, one line per week
      * repriced shows the old pay, the new pay, and the
      * difference written as retro earnings, with request
      * and run totals.
      *--------------------------------------------------
       01  RT-PRINT-LINE               PIC X(132).
