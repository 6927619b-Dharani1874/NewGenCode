      *             lives under a per-group key - one group's
      *             run can no longer throw the other group's
      *             movement check out of balance.
      * 2026-10-15  A snapshot written for the first time
      *             starts with no tax year; the next
      *             posting run stamps its check date's year.
      *--------------------------------------------------

       ENVIRONMENT DIVISION.
           IF WS-PRIOR-FOUND = 'Y'
               REWRITE BC-BALANCE-RECORD
           ELSE
               MOVE ZEROS TO BC-TAX-YEAR
               WRITE BC-BALANCE-RECORD
           END-IF.

