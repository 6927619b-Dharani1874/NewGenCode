      *--------------------------------------------------
      * VARRULES.CPY
      * Record layout for the pay variance tolerance file
      * (VARIANCE-RULES-FILE), keyed by employee class.
      * Each class states how far, as a percentage up or
      * down, an employee's gross pay, net pay, and hours
      * may move from the employee's last regular payment
      * before the pre-release review lists the payment for
      * the supervisor to look at before FINAL. A zero
      * percentage turns that measure off for the class
      * (hours for a salaried class, say). A class with no
      * record on file is reviewed at the shop default.
      *--------------------------------------------------
       01  VT-TOLERANCE-RECORD.
           05  VT-CLASS-CODE           PIC X(4).
           05  VT-GROSS-PCT            PIC 9(3)V9(2).
           05  VT-NET-PCT              PIC 9(3)V9(2).
           05  VT-HOURS-PCT            PIC 9(3)V9(2).
