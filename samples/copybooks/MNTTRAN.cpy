      * Record layout for the employee-master maintenance
      * transaction file (MAINT-TRANS-FILE) keyed in by HR.
      * One record per requested add ('A'), change ('C'),
      * or termination ('T') against EMPLOYEE-MASTER-FILE,
      * or cancel ('X') of a change still pending.
      * Adds and changes carry the full new master image;
      * a change replaces the record on file with this
      * image after validation, and a termination needs
      *             rest of the master image.
      * 2026-09-02  Added MT-WORK-STATE for multi-state
      *             withholding; blank means the home state.
      * 2026-10-15  Added MT-EFFECTIVE-DATE: a transaction
      *             dated after the run date is held on the
      *             pending changes file until its date;
      *             blank or zero means apply now. Added the
      *             cancel ('X') transaction, which removes
      *             the pending change for the employee and
      *             effective date given.
      *--------------------------------------------------
       01  MT-MAINT-TRANSACTION.
           05  MT-TRANS-TYPE           PIC X(1).
               88  MT-ADD-EMPLOYEE         VALUE 'A'.
               88  MT-CHANGE-EMPLOYEE      VALUE 'C'.
               88  MT-TERMINATE-EMPLOYEE   VALUE 'T'.
               88  MT-CANCEL-PENDING       VALUE 'X'.
           05  MT-EMPLOYEE-ID          PIC X(6).
           05  MT-EMPLOYEE-NAME        PIC X(30).
           05  MT-HOURLY-RATE          PIC 9(5)V9(2).
               88  MT-WEEKLY-GROUP         VALUES 'W', ' '.
               88  MT-SEMIMONTHLY-GROUP    VALUE 'S'.
           05  MT-WORK-STATE           PIC X(2).
           05  MT-EFFECTIVE-DATE       PIC 9(8).
