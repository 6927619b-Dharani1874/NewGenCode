      *             balancing snapshot. Blank means the
      *             weekly group, for control records keyed
      *             before the field existed.
      * 2026-10-15  Added the TERMINATION run type ('X'),
      *             which pays the pending final-pay
      *             settlements off-cycle instead of reading
      *             the hours file.
      * 2026-10-15  The period end must now be a period on
      *             the payroll calendar for RC-PAY-GROUP,
      *             and the calendar supplies the check date.
      *             Added RC-CHECK-DATE for off-cycle runs
      *             (SUPPLEMENTAL, TERMINATION) paid on a
      *             date of their own; zero takes the
      *             calendar's check date. A TRIAL or FINAL
      *             must leave it zero or match the calendar.
      * 2026-10-15  Added the MANUAL run type ('M'), read
      *             only by PAYROLL-MANUAL-CHECK, which posts
      *             checks already written by hand. The
      *             period end is the run's posting date and
      *             each check carries its own date, so
      *             RC-CHECK-DATE is not used. The pay run
      *             refuses an 'M' control record.
      *--------------------------------------------------
       01  RC-RUN-CONTROL-RECORD.
           05  RC-PERIOD-END-DATE      PIC 9(8).
               88  RC-TRIAL-RUN            VALUE 'T'.
               88  RC-FINAL-RUN            VALUE 'F'.
               88  RC-SUPPL-RUN            VALUE 'S'.
               88  RC-TERM-RUN             VALUE 'X'.
               88  RC-MANUAL-RUN           VALUE 'M'.
           05  RC-PAY-GROUP            PIC X(1).
               88  RC-WEEKLY-GROUP         VALUES 'W', ' '.
               88  RC-SEMIMONTHLY-GROUP    VALUE 'S'.
           05  RC-CHECK-DATE           PIC 9(8).
