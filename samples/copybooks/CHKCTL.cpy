      * to assign, so check numbers survive from run to run
      * and two runs can never issue the same number the
      * way the old hand-numbered checks could.
      *
      * Change Log
      * 2026-10-15  Added the manual check stock range. A
      *             second record, key "MANUALCHK ", carries
      *             the first and last numbers of the blank
      *             check stock kept at the payroll window
      *             for checks written by hand; the manual
      *             check posting run (PAYROLL-MANUAL-CHECK)
      *             accepts only numbers inside it. The
      *             range fields are zero on the NEXTCHECK
      *             record, and CC-NEXT-CHECK-NUMBER is
      *             unused on the MANUALCHK record.
      *--------------------------------------------------
       01  CC-CHECK-CONTROL-RECORD.
           05  CC-KEY                  PIC X(10).
           05  CC-NEXT-CHECK-NUMBER    PIC 9(8).
           05  CC-MANUAL-FIRST-CHECK   PIC 9(8).
           05  CC-MANUAL-LAST-CHECK    PIC 9(8).
