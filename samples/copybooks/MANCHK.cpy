      *--------------------------------------------------
      * MANCHK.CPY
      * Record layout for the manual check transaction file
      * (MANUAL-CHECK-FILE), keyed by payroll from the stub
      * of each check written by hand at the payroll
      * window - an emergency advance ('A'), a final check
      * typed for a terminated employee ('F'), or any other
      * off-system payment ('O'). One record per check,
      * carrying the figures exactly as written: the check
      * number from the manual check stock, the date on the
      * check, gross pay, each tax withheld, up to five
      * deductions by code, and the net amount of the check.
      * PAYROLL-MANUAL-CHECK validates each record and posts
      * it everywhere a pay-run check goes; nothing on the
      * record is recomputed. Hours are optional and only
      * carried to pay history.
      *--------------------------------------------------
       01  MC-MANUAL-CHECK-RECORD.
           05  MC-EMPLOYEE-ID          PIC X(6).
           05  MC-CHECK-NUMBER         PIC 9(8).
           05  MC-CHECK-DATE           PIC 9(8).
           05  MC-CHECK-DATE-PARTS REDEFINES MC-CHECK-DATE.
               10  MC-CHECK-YEAR       PIC 9(4).
               10  MC-CHECK-MONTH      PIC 9(2).
               10  MC-CHECK-DAY        PIC 9(2).
           05  MC-PAYMENT-REASON       PIC X(1).
               88  MC-EMERGENCY-ADVANCE    VALUE 'A'.
               88  MC-FINAL-CHECK          VALUE 'F'.
               88  MC-OTHER-PAYMENT        VALUE 'O'.
           05  MC-HOURS-WORKED         PIC 9(3)V9(2).
           05  MC-GROSS-PAY            PIC 9(7)V9(2).
           05  MC-FEDERAL-TAX          PIC 9(7)V9(2).
           05  MC-STATE-TAX            PIC 9(7)V9(2).
           05  MC-SOCSEC-TAX           PIC 9(7)V9(2).
           05  MC-MEDICARE-TAX         PIC 9(7)V9(2).
           05  MC-DEDUCTION-TABLE.
               10  MC-DEDUCTION OCCURS 5 TIMES
                       INDEXED BY MC-DED-IDX.
                   15  MC-DEDUCTION-CODE    PIC X(4).
                   15  MC-DEDUCTION-AMOUNT  PIC 9(6)V9(2).
           05  MC-NET-PAY              PIC 9(7)V9(2).
