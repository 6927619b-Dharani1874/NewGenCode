      * the vacation and sick hours accrued per pay period;
      * a class with no rule on file accrues at the shop
      * default rates built into the pay run.
      *
      * Change Log
      * 2026-10-15  Added the class's vacation payout rule
      *             for final pay at termination: 'N' in
      *             AR-VAC-PAYOUT forfeits the unused
      *             balance, anything else pays it out, up
      *             to AR-MAX-PAYOUT-HOURS when that is
      *             nonzero. A class with no rule on file
      *             pays out the whole balance.
      *--------------------------------------------------
       01  AR-ACCRUAL-RECORD.
           05  AR-CLASS-CODE           PIC X(4).
           05  AR-VAC-ACCRUAL          PIC 9(2)V9(2).
           05  AR-SICK-ACCRUAL         PIC 9(2)V9(2).
           05  AR-VAC-PAYOUT           PIC X(1).
               88  AR-VAC-FORFEITED        VALUE 'N'.
           05  AR-MAX-PAYOUT-HOURS     PIC 9(3)V9(2).
