      *             payroll-tax cost (matching FICA, FUTA,
      *             SUTA) posts to the ledger with the run
      *             instead of by month-end journal entry.
      * 2026-10-15  The reconciliation run writes an
      *             escheatment transfer record for each check
      *             it turns over to a state: account code
      *             "215000" (unclaimed property payable) with
      *             only GL-NET-PAY set, moving that amount
      *             out of the payroll cash account.
      * 2026-10-15  The month-end accrual run writes one
      *             record per pay group and department coded
      *             to account "216000" (accrued payroll),
      *             with a blank employee ID and only
      *             GL-GROSS-PAY and GL-EMPLOYER-TAX set,
      *             dated the month end, plus its reversal
      *             with the amounts negated, dated the first
      *             of the next month.
      * 2026-10-15  Added GL-CHECK-DATE, the date the money
      *             moved: the payroll calendar check date
      *             for pay-run records, the run date for
      *             escheatment transfers, and the entry
      *             date for accrual and reversal records.
      *--------------------------------------------------
       01  GL-EXTRACT-RECORD.
           05  GL-RUN-DATE             PIC 9(8).
           05  GL-DEDUCTIONS           PIC S9(7)V9(2).
           05  GL-NET-PAY              PIC S9(7)V9(2).
           05  GL-EMPLOYER-TAX         PIC S9(7)V9(2).
           05  GL-CHECK-DATE           PIC 9(8).
