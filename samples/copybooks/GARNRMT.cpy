      *--------------------------------------------------
      * GARNRMT.CPY
      * Record layout for the garnishment remittance
      * extract (GARNISHMENT-REMIT-FILE). One record per
      * order withheld on a posting run, carrying the payee
      * agency, the case number, the employee, the amount
      * withheld this run, and the balance still owed
      * under the order (zero for an open-ended order).
      * Accounts payable cuts one payment per agency from
      * this file and attaches the case-level detail; the
      * pay run's remittance report lists the same records
      * grouped by agency. A check voided on a posting run
      * writes a reversing record for each order its
      * withholding was posted to, with the amount
      * negative, so the agency payment nets it out.
      *--------------------------------------------------
       01  GR-REMIT-RECORD.
           05  GR-AGENCY-ID            PIC X(6).
           05  GR-AGENCY-NAME          PIC X(30).
           05  GR-CASE-NUMBER          PIC X(12).
           05  GR-ORDER-TYPE           PIC X(4).
           05  GR-EMPLOYEE-ID          PIC X(6).
           05  GR-EMPLOYEE-NAME        PIC X(30).
           05  GR-AMOUNT               PIC S9(6)V9(2).
           05  GR-BALANCE-REMAINING    PIC 9(7)V9(2).
           05  GR-RUN-NUMBER           PIC 9(6).
           05  GR-RUN-DATE             PIC 9(8).
