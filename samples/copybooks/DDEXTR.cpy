      *             date now that the run date comes from the
      *             run-control pay-period end date instead of
      *             the system date.
      * 2026-10-15  Added DD-CHECK-DATE, the payroll calendar
      *             check date the deposit must settle on.
      *--------------------------------------------------
       01  DD-DEPOSIT-RECORD.
           05  DD-RUN-DATE             PIC 9(8).
           05  DD-ACCOUNT-NUMBER       PIC X(17).
           05  DD-DEPOSIT-TYPE         PIC X(1).
           05  DD-NET-PAY              PIC 9(7)V9(2).
           05  DD-CHECK-DATE           PIC 9(8).
