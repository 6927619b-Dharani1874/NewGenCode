      *--------------------------------------------------
      * DEDCODES.CPY
      * Record layout for the deduction code table file
      * (DEDUCTION-CODE-FILE), keyed by the four-character
      * deduction code carried in EM-DEDUCTION-TABLE. One
      * record per code that needs more than the default
      * after-tax treatment: each flag says whether the
      * code comes out of pay before the federal income
      * tax, the state income tax, and the Social Security
      * and Medicare (FICA) wage bases are figured. A
      * 401(k) deferral is typically pre-tax for federal
      * and state but not FICA; a Section 125 premium is
      * pre-tax for all three. A code with no record on
      * file is an ordinary after-tax deduction.
      * DC-TERM-ARREARS is the code's arrears policy at
      * termination: 'W' writes any arrears balance off
      * without touching the final payment; anything else
      * recovers it from the final payment as far as net
      * pay allows and writes off only what is left.
      *--------------------------------------------------
       01  DC-DEDUCTION-CODE-RECORD.
           05  DC-DEDUCTION-CODE       PIC X(4).
           05  DC-DESCRIPTION          PIC X(20).
           05  DC-PRETAX-FEDERAL       PIC X(1).
               88  DC-PRETAX-FOR-FEDERAL   VALUE 'Y'.
           05  DC-PRETAX-STATE         PIC X(1).
               88  DC-PRETAX-FOR-STATE     VALUE 'Y'.
           05  DC-PRETAX-FICA          PIC X(1).
               88  DC-PRETAX-FOR-FICA      VALUE 'Y'.
           05  DC-TERM-ARREARS         PIC X(1).
               88  DC-WRITE-OFF-AT-TERM    VALUE 'W'.
