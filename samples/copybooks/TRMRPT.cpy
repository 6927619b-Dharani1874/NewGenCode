      *--------------------------------------------------
      * TRMRPT.CPY
      * Record layout for the termination settlement
      * report print file (TERMINATION-REPORT-FILE). A
      * single 132-byte print line; heading, detail, and
      * total lines are built in WORKING-STORAGE and moved
      * in before each WRITE. One line per employee settled
      * shows the vacation paid out and forfeited, the sick
      * balance closed, and the arrears recovered and
      * written off, followed by one line per arrears
      * balance closed.
      *--------------------------------------------------
       01  TS-PRINT-LINE               PIC X(132).
