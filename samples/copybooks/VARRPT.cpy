      *--------------------------------------------------
      * VARRPT.CPY
      * Record layout for the pre-release review print file
      * (VARIANCE-REPORT-FILE), written by TRIAL and FINAL
      * runs. A single 132-byte print line; heading, detail,
      * and count lines are built in WORKING-STORAGE and
      * moved in before each WRITE. The first section lists,
      * one line per measure, each payment whose gross, net,
      * or hours moved outside the class tolerance from the
      * employee's last regular payment, plus employees with
      * no recent payment to compare against; the second
      * lists every active employee in the pay group with no
      * hours record in the batch and no open suspense
      * record - the missing timecards.
      *--------------------------------------------------
       01  VP-PRINT-LINE               PIC X(132).
