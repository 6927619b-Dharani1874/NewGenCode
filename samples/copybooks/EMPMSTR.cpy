      *             file for the period rejects to the
      *             exception/suspense cycle instead of
      *             being taxed under the wrong table.
      * 2026-10-15  Added EM-EMPLOYMENT-STATUS and
      *             EM-TERMINATION-DATE. A termination no
      *             longer deletes the master: the record
      *             stays, flagged 'T', until the final-pay
      *             run has paid out the leave balance and
      *             settled the arrears, and afterwards so
      *             history, voids, and the year-end forms
      *             still find the employee. Blank means
      *             active, for masters written before the
      *             field existed.
      *--------------------------------------------------
       01  EM-EMPLOYEE-RECORD.
           05  EM-EMPLOYEE-ID          PIC X(6).
               88  EM-SEMIMONTHLY-GROUP    VALUE 'S'.
           05  EM-WORK-STATE           PIC X(2).
               88  EM-HOME-STATE           VALUE '  '.
           05  EM-EMPLOYMENT-STATUS    PIC X(1).
               88  EM-ACTIVE               VALUES 'A', ' '.
               88  EM-TERMINATED           VALUE 'T'.
           05  EM-TERMINATION-DATE     PIC 9(8).
