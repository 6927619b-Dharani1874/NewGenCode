      * carrying the check number, issue date, amount, and
      * payee name, so the bank refuses presentment of any
      * check that was never issued or was altered.
      *
      * Change Log
      * 2026-10-15  Added PP-ITEM-TYPE so the same layout
      *             carries stop/void items: the
      *             reconciliation run sends a 'V' record for
      *             each check it escheats, and the bank
      *             refuses that check from then on.
      *--------------------------------------------------
       01  PP-POSPAY-RECORD.
           05  PP-CHECK-NUMBER         PIC 9(8).
           05  PP-ISSUE-DATE           PIC 9(8).
           05  PP-AMOUNT               PIC 9(7)V9(2).
           05  PP-PAYEE-NAME           PIC X(30).
           05  PP-ITEM-TYPE            PIC X(1).
               88  PP-ISSUE-ITEM           VALUE 'I'.
               88  PP-VOID-ITEM            VALUE 'V'.
