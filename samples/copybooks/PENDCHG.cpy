      *--------------------------------------------------
      * PENDCHG.CPY
      * Record layout for the pending master changes file
      * (PENDING-CHANGE-FILE), keyed by employee ID and
      * effective date. PAYROLL-MAINT holds here every
      * add, change, or termination keyed with an effective
      * date later than the run date, and applies it - and
      * deletes it - in the first maintenance run on or
      * after that date. PC-TRANS-IMAGE is the transaction
      * exactly as keyed (the MNTTRAN layout), so the held
      * change is validated and applied through the same
      * paragraphs as one keyed that day. One pending
      * change per employee per effective date: a second
      * change keyed for the same date replaces the first,
      * and a cancel ('X') transaction removes it.
      * PC-BEFORE-IMAGE is the employee master record as it
      * stood when the change was keyed (spaces when the
      * employee was not yet on file). A held change
      * applies only the fields HR changed against that
      * image; a master field changed since then is kept,
      * and one changed both ways rejects the held change.
      *--------------------------------------------------
       01  PC-PENDING-RECORD.
           05  PC-PENDING-KEY.
               10  PC-EMPLOYEE-ID      PIC X(6).
               10  PC-EFFECTIVE-DATE   PIC 9(8).
           05  PC-KEYED-DATE           PIC 9(8).
           05  PC-TRANS-IMAGE          PIC X(172).
           05  PC-BEFORE-IMAGE         PIC X(172).
