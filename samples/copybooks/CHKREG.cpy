      * OUTSTANDING until it clears; the reconciliation
      * report flags outstanding checks past the
      * stale-date cutoff for treasury follow-up.
      *
      * Change Log
      * 2026-10-15  Added the escheatment cycle. A stale
      *             outstanding check goes to DUE-DILIGENCE
      *             when the owner notice is sent
      *             (CR-NOTICE-DATE), under the unclaimed-
      *             property rules of CR-PROPERTY-STATE, and
      *             to ESCHEATED (CR-ESCHEAT-DATE) once that
      *             state's dormancy period has run. A
      *             due-diligence check is still outstanding
      *             and can clear or be voided; an escheated
      *             one is no longer payable.
      * 2026-10-15  CR-ISSUE-DATE is now the payroll calendar
      *             check date the check is dated with, not
      *             the pay-period end.
      *--------------------------------------------------
       01  CR-CHECK-RECORD.
           05  CR-CHECK-NUMBER         PIC 9(8).
               88  CR-OUTSTANDING          VALUE 'O'.
               88  CR-CLEARED              VALUE 'C'.
               88  CR-VOIDED               VALUE 'V'.
               88  CR-DUE-DILIGENCE        VALUE 'D'.
               88  CR-ESCHEATED            VALUE 'E'.
           05  CR-CLEARED-DATE         PIC 9(8).
           05  CR-NOTICE-DATE          PIC 9(8).
           05  CR-ESCHEAT-DATE         PIC 9(8).
           05  CR-PROPERTY-STATE       PIC X(2).
