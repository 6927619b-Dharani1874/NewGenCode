      *--------------------------------------------------
      * UNCLRPT.CPY
      * Record layout for the unclaimed-property report
      * print file (UNCLAIMED-REPORT-FILE). A single 132-byte
      * print line; the checks escheated in the run, listed
      * state by state with a total for each state and for
      * the run, as the basis for each state's filing.
      *--------------------------------------------------
       01  UP-PRINT-LINE               PIC X(132).
