      *--------------------------------------------------
      * PAYCAL.CPY
      * Record layout for the payroll calendar file
      * (PAYROLL-CALENDAR-FILE), keyed by pay group plus
      * period end date. One record per pay group per pay
      * period, set up a year ahead by payroll operations:
      * the period's first and last days, the check date
      * the period is paid on, and the date the FINAL run
      * must be complete by for that check date to hold.
      * The check date, not the period end, decides the tax
      * quarter and tax year the pay is reported in.
      * PAYROLL-CALC runs only for a period on the calendar,
      * and the FINAL run marks its period CLOSED with the
      * run number that paid it. Blank status is OPEN, for
      * periods keyed without one.
      *--------------------------------------------------
       01  PL-CALENDAR-RECORD.
           05  PL-CALENDAR-KEY.
               10  PL-PAY-GROUP        PIC X(1).
               10  PL-PERIOD-END-DATE  PIC 9(8).
           05  PL-PERIOD-START-DATE    PIC 9(8).
           05  PL-CHECK-DATE           PIC 9(8).
           05  PL-RUN-DEADLINE         PIC 9(8).
           05  PL-PERIOD-STATUS        PIC X(1).
               88  PL-PERIOD-OPEN          VALUES 'O', ' '.
               88  PL-PERIOD-CLOSED        VALUE 'C'.
           05  PL-FINAL-RUN-NUMBER     PIC 9(6).
