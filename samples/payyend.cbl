      *             withholding buckets, codes included, so
      *             the new year claims its state slots
      *             fresh.
      * 2026-10-15  Also clears the new taxable-wage totals
      *             (federal, state, Social Security, and
      *             Medicare wages). The archive image is
      *             widened to hold the longer YTD record.
      * 2026-10-15  The reset snapshots take the new tax year,
      *             so the pay run will post checks dated in
      *             the new year and no longer in the old.
      *--------------------------------------------------

       ENVIRONMENT DIVISION.
           MOVE ZEROS TO YT-YTD-EMPLOYER-MEDI
           MOVE ZEROS TO YT-YTD-FUTA-TAX
           MOVE ZEROS TO YT-YTD-SUTA-TAX
           MOVE ZEROS TO YT-YTD-FED-WAGES
           MOVE ZEROS TO YT-YTD-STATE-WAGES
           MOVE ZEROS TO YT-YTD-SS-WAGES
           MOVE ZEROS TO YT-YTD-MEDI-WAGES
           MOVE ZEROS TO YT-QUARTER-TABLE
           PERFORM ZERO-ONE-STATE-SLOT
               VARYING WS-ST-SUB FROM 1 BY 1
           MOVE ZEROS TO BC-YTD-GROSS-TOTAL
           MOVE ZEROS TO BC-YTD-TAX-TOTAL
           MOVE ZEROS TO BC-YTD-NET-TOTAL
           COMPUTE BC-TAX-YEAR = WS-CLOSING-YEAR + 1
           IF WS-PRIOR-FOUND = 'Y'
               REWRITE BC-BALANCE-RECORD
           ELSE
