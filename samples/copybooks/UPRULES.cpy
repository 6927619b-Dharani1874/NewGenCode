      *--------------------------------------------------
      * UPRULES.CPY
      * Record layout for the unclaimed-property rules file
      * (UNCLAIMED-RULES-FILE), keyed by the two-character
      * state code used for EM-WORK-STATE ("HM" for the
      * home state). UR-DORMANCY-MONTHS is how long after
      * issue an uncashed payroll check is presumed
      * abandoned and must be turned over to that state. A
      * state with no rule on file uses the shop default
      * built into the reconciliation run.
      *--------------------------------------------------
       01  UR-RULE-RECORD.
           05  UR-STATE-CODE           PIC X(2).
           05  UR-STATE-NAME           PIC X(20).
           05  UR-DORMANCY-MONTHS      PIC 9(3).
