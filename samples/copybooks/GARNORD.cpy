      *--------------------------------------------------
      * GARNORD.CPY
      * Record layout for the garnishment order file
      * (GARNISHMENT-ORDER-FILE), keyed by employee ID plus
      * the court or agency case number. One record per
      * order served on the payroll office: child support
      * (CSUP), federal tax levy (LEVY), state tax levy
      * (TAXL), Chapter 13 bankruptcy (BKRP), or ordinary
      * creditor garnishment (GARN). The pay run computes
      * each active order's withholding from the per-period
      * amount or the percentage of disposable earnings,
      * caps it at the federal (CCPA) limit - or the
      * order's own lower state limit - and stops the order
      * once the paid-to-date reaches the goal balance. The
      * payee agency groups the remittance so each agency
      * receives one payment with its case detail.
      *
      * GO-PERIOD-AMOUNT is per pay period as the order is
      * written for the employee's pay cycle. GO-MAX-PERCENT
      * is the order's limit as a fraction of disposable
      * earnings: for child support the 50-65% the order
      * states, for a state levy or creditor garnishment a
      * state limit lower than the federal 25%; zero means
      * the federal default. GO-EXEMPT-AMOUNT is the
      * per-period exempt amount on a federal levy notice.
      * A zero goal balance means an open-ended order
      * (ongoing support), which runs until released.
      *--------------------------------------------------
       01  GO-ORDER-RECORD.
           05  GO-ORDER-KEY.
               10  GO-EMPLOYEE-ID      PIC X(6).
               10  GO-CASE-NUMBER      PIC X(12).
           05  GO-ORDER-TYPE           PIC X(4).
               88  GO-CHILD-SUPPORT        VALUE "CSUP".
               88  GO-FEDERAL-LEVY         VALUE "LEVY".
               88  GO-STATE-TAX-LEVY       VALUE "TAXL".
               88  GO-BANKRUPTCY           VALUE "BKRP".
               88  GO-CREDITOR-GARNISH     VALUE "GARN".
           05  GO-ORDER-STATUS         PIC X(1).
               88  GO-ORDER-ACTIVE         VALUE 'A'.
               88  GO-ORDER-SATISFIED      VALUE 'S'.
               88  GO-ORDER-RELEASED       VALUE 'R'.
           05  GO-ORDER-DATE           PIC 9(8).
           05  GO-CALC-METHOD          PIC X(1).
               88  GO-FLAT-AMOUNT          VALUE 'A'.
               88  GO-PERCENT-OF-DISPOSABLE VALUE 'P'.
           05  GO-PERIOD-AMOUNT        PIC 9(5)V9(2).
           05  GO-PERCENT              PIC 9(1)V9(4).
           05  GO-MAX-PERCENT          PIC 9(1)V9(4).
           05  GO-EXEMPT-AMOUNT        PIC 9(5)V9(2).
           05  GO-GOAL-BALANCE         PIC 9(7)V9(2).
           05  GO-PAID-TO-DATE         PIC 9(7)V9(2).
           05  GO-LAST-PAID-DATE       PIC 9(8).
           05  GO-AGENCY-ID            PIC X(6).
           05  GO-AGENCY-NAME          PIC X(30).
