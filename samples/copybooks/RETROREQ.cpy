      *--------------------------------------------------
      * RETROREQ.CPY
      * Record layout for the retroactive pay request file
      * (RETRO-REQUEST-FILE) read by PAYROLL-RETRO. One
      * record per back-dated rate change: a single
      * employee (scope 'E') or every employee in an
      * employee class (scope 'C', a settled union
      * contract), the new hourly rate, and the date it
      * took effect. Each payment on PAY-HISTORY-FILE for a
      * period ending on or after that date is repriced at
      * the new rate. The request ID is carried onto every
      * retro earnings line, so rerunning the same request
      * cannot pay the same week twice.
      *--------------------------------------------------
       01  RQ-RETRO-REQUEST.
           05  RQ-REQUEST-ID           PIC X(6).
           05  RQ-SCOPE                PIC X(1).
               88  RQ-ONE-EMPLOYEE         VALUE 'E'.
               88  RQ-EMPLOYEE-CLASS       VALUE 'C'.
           05  RQ-EMPLOYEE-ID          PIC X(6).
           05  RQ-CLASS-CODE           PIC X(4).
           05  RQ-NEW-RATE             PIC 9(5)V9(2).
           05  RQ-EFFECTIVE-DATE       PIC 9(8).
