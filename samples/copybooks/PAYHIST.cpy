      *             deduction actually took under priority
      *             and partial-take rules, not the scheduled
      *             master-file amounts.
      * 2026-10-15  Added the payment's taxable wages for
      *             each tax (federal, state, Social
      *             Security, Medicare) after pre-tax
      *             deductions, so a void backs the YTD
      *             taxable-wage totals out as they were
      *             actually posted.
      * 2026-10-15  Added PH-RETRO-PAY, the retroactive pay
      *             included in the payment's gross, carried
      *             apart from regular and overtime pay so a
      *             reprint labels it and a void can reopen
      *             the retro earnings lines it paid.
      *             Added PH-VOID-RUN, stamped with the
      *             posting run that voided the payment
      *             (zero while it stands), so a retro run
      *             does not reprice a payment that was
      *             voided and reissued.
      * 2026-10-15  Added PH-PAY-TYPE (the employee's pay
      *             type when paid, so a salaried payment is
      *             never repriced by the hourly rate on its
      *             master) and PH-LEAVE-PAYOUT, the unused
      *             vacation paid out in a termination
      *             settlement.
      * 2026-10-15  Added PH-EMPLOYER-TAX, the employer-side
      *             payroll tax (matching FICA, FUTA, SUTA)
      *             the payment cost, and PH-RUN-TYPE, the
      *             type of the run that paid it, so the
      *             month-end accrual can price the unpaid
      *             days from the last regular period's
      *             payments. Blank is a regular run, for
      *             history written before the field existed.
      * 2026-10-15  Added PH-CHECK-DATE, the date the payment
      *             was made, from the payroll calendar or
      *             the off-cycle run control.
      * 2026-10-15  A check written by hand and posted by
      *             PAYROLL-MANUAL-CHECK carries run type 'M'
      *             and its own check date. It has no hourly
      *             rate, so the retro run never reprices
      *             it, and its whole gross is carried as
      *             regular pay.
      *--------------------------------------------------
       01  PH-HISTORY-RECORD.
           05  PH-HISTORY-KEY.
               88  PH-PAID-BY-DEPOSIT      VALUE 'D'.
               88  PH-PAID-BY-CHECK        VALUE 'C'.
           05  PH-CHECK-NUMBER         PIC 9(8).
           05  PH-FED-TAXABLE-WAGES    PIC 9(7)V9(2).
           05  PH-STATE-TAXABLE-WAGES  PIC 9(7)V9(2).
           05  PH-SS-TAXABLE-WAGES     PIC 9(7)V9(2).
           05  PH-MEDI-TAXABLE-WAGES   PIC 9(7)V9(2).
           05  PH-RETRO-PAY            PIC 9(7)V9(2).
           05  PH-VOID-RUN             PIC 9(6).
           05  PH-PAY-TYPE             PIC X(1).
               88  PH-SALARIED-PAYMENT     VALUE 'S'.
           05  PH-LEAVE-PAYOUT         PIC 9(7)V9(2).
           05  PH-EMPLOYER-TAX         PIC 9(7)V9(2).
           05  PH-RUN-TYPE             PIC X(1).
               88  PH-REGULAR-RUN          VALUES 'F', ' '.
               88  PH-SUPPL-RUN            VALUE 'S'.
               88  PH-TERM-RUN             VALUE 'X'.
               88  PH-MANUAL-RUN           VALUE 'M'.
           05  PH-CHECK-DATE           PIC 9(8).
