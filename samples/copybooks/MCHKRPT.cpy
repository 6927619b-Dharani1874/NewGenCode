      *--------------------------------------------------
      * MCHKRPT.CPY
      * Record layout for the manual check posting report
      * print file (MANUAL-CHECK-REPORT-FILE). A single
      * 132-byte print line; one line per manual check
      * transaction read, showing the check as posted or
      * the reason it was rejected, followed by the run's
      * posted totals.
      *--------------------------------------------------
       01  MK-PRINT-LINE               PIC X(132).
