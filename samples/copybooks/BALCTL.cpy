      * accumulated balances between cycles, and the
      * year-end close resets both groups' snapshots to
      * zero.
      *
      * Change Log
      * 2026-10-15  Added BC-TAX-YEAR, the tax year the
      *             group's YTD balances belong to. The pay
      *             run refuses to post a check dated in any
      *             other year, and the year-end close
      *             advances it to the new year. Zero means
      *             not yet known; the next posting run
      *             stamps its check date's year.
      *--------------------------------------------------
       01  BC-BALANCE-RECORD.
           05  BC-KEY                  PIC X(10).
           05  BC-YTD-GROSS-TOTAL      PIC 9(10)V9(2).
           05  BC-YTD-TAX-TOTAL        PIC 9(10)V9(2).
           05  BC-YTD-NET-TOTAL        PIC 9(10)V9(2).
           05  BC-TAX-YEAR             PIC 9(4).
