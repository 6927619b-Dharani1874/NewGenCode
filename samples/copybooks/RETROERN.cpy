      *--------------------------------------------------
      * RETROERN.CPY
      * Record layout for the retro earnings file
      * (RETRO-EARNINGS-FILE), keyed by employee ID, the
      * run number of the payment repriced, and the retro
      * request ID. PAYROLL-RETRO writes one open line per
      * past payment it reprices, carrying the old and new
      * pay for that week and the difference owed. The next
      * PAYROLL-CALC run that pays the employee adds every
      * open line's difference to gross as retro pay -
      * shown on its own statement line and carried
      * separately on the pay history, never folded into
      * regular or overtime pay - and a posting run marks
      * the lines paid under its run number. A later retro
      * on the same week reprices from the last new rate
      * already on file for it.
      *--------------------------------------------------
       01  RE-RETRO-RECORD.
           05  RE-RETRO-KEY.
               10  RE-EMPLOYEE-ID      PIC X(6).
               10  RE-SOURCE-RUN       PIC 9(6).
               10  RE-REQUEST-ID       PIC X(6).
           05  RE-PERIOD-END-DATE      PIC 9(8).
           05  RE-HOURS-WORKED         PIC 9(3)V9(2).
           05  RE-OLD-RATE             PIC 9(5)V9(2).
           05  RE-NEW-RATE             PIC 9(5)V9(2).
           05  RE-OLD-PAY              PIC 9(7)V9(2).
           05  RE-NEW-PAY              PIC 9(7)V9(2).
           05  RE-RETRO-AMOUNT         PIC 9(7)V9(2).
           05  RE-STATUS               PIC X(1).
               88  RE-OPEN                 VALUE 'O'.
               88  RE-PAID                 VALUE 'P'.
           05  RE-PAID-RUN             PIC 9(6).
