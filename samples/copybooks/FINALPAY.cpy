      *--------------------------------------------------
      * FINALPAY.CPY
      * Record layout for the final-pay file
      * (FINAL-PAY-FILE), keyed by employee ID. PAYROLL-MAINT
      * writes a pending record when it applies a
      * termination; the next termination run of
      * PAYROLL-CALC for the employee's pay group pays the
      * settlement off-cycle and completes the record with
      * what it paid out and what it wrote off. A completed
      * record is also how a later regular run knows the
      * employee has been settled and rejects any further
      * hours keyed against the ID.
      *--------------------------------------------------
       01  FP-FINAL-PAY-RECORD.
           05  FP-EMPLOYEE-ID          PIC X(6).
           05  FP-TERMINATION-DATE     PIC 9(8).
           05  FP-STATUS               PIC X(1).
               88  FP-PENDING              VALUE 'P'.
               88  FP-COMPLETED            VALUE 'C'.
           05  FP-PAID-RUN             PIC 9(6).
           05  FP-VAC-HOURS-PAID       PIC 9(3)V9(2).
           05  FP-VAC-HOURS-FORFEIT    PIC 9(3)V9(2).
           05  FP-VAC-PAYOUT           PIC 9(7)V9(2).
           05  FP-SICK-HOURS-CLOSED    PIC 9(3)V9(2).
           05  FP-ARREARS-RECOVERED    PIC 9(7)V9(2).
           05  FP-ARREARS-WRITTEN-OFF  PIC 9(7)V9(2).
           05  FP-NET-PAY              PIC 9(7)V9(2).
