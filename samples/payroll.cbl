      *             HRSX reject instead of past it; the
      *             exception line and the suspense record
      *             carry the true combined total.
      * 2026-10-15  Pre-tax deductions: codes flagged on the
      *             new deduction code table (DEDCODES) as
      *             pre-tax for federal, state, and/or FICA
      *             come off gross before those taxes are
      *             figured, and are taken ahead of the
      *             garnishment and after-tax codes. Each
      *             tax now runs on its own wage base, the
      *             Social Security, FUTA, and SUTA caps test
      *             year-to-date FICA wages instead of gross,
      *             and the taxable wages post to new YTD
      *             and pay-history fields for the W-2.
      * 2026-10-15  Garnishment orders: the new order file
      *             (GARNORD), keyed by employee and case,
      *             drives the GARN/CSUP/LEVY/BKRP/TAXL
      *             withholding instead of the flat master
      *             amounts. Each active order is capped at
      *             the federal (CCPA) share of disposable
      *             earnings - or the order's own lower
      *             state limit - and stops at its goal
      *             balance. Posting runs write a remittance
      *             extract (GARNRMT) and a remittance report
      *             grouped by payee agency (GARNRPT).
      * 2026-10-15  Retroactive pay: open lines on the retro
      *             earnings file (RETROERN), written by
      *             PAYROLL-RETRO, are added to gross as
      *             retro pay on their own statement line
      *             and history field. A posting run marks
      *             them paid under its run number; a
      *             posted void of that payment reopens
      *             them for the next run, and stamps the
      *             voided payment's history record with
      *             the voiding run.
      * 2026-10-15  Termination final pay: a new termination
      *             run type ('X') pays each pending
      *             settlement on the final-pay file
      *             (FINALPAY) queued by PAYROLL-MAINT
      *             through the normal check/deposit,
      *             history, and GL path - the vacation
      *             balance paid out under the class's
      *             payout rule, plus any open retro - then
      *             closes the employee's leave record and
      *             arrears balances, recovering arrears
      *             from the payment or writing them off by
      *             code policy, and prints a termination
      *             settlement report (TRMRPT). Regular runs
      *             reject hours for a settled employee.
      * 2026-10-15  Check register records start with no
      *             escheatment dates; positive-pay records
      *             are marked as issue items; a void also
      *             takes a check already in due diligence.
      * 2026-10-15  Pay history records carry the payment's
      *             employer tax and the run type, for the
      *             month-end accrual.
      * 2026-10-15  Payroll calendar: the run-control period
      *             must be a period on the payroll calendar
      *             (PAYCAL) for the run's pay group - open
      *             for a TRIAL or FINAL - and the calendar's
      *             check date (or an off-cycle run's own)
      *             now dates the checks, deposits, history,
      *             and GL records, picks the tax table, and
      *             decides the YTD quarter. A check dated
      *             outside the group's tax year on its
      *             balancing snapshot is refused. A FINAL
      *             run closes its calendar period.
      * 2026-10-15  Pre-release review on TRIAL and FINAL
      *             runs (VARRPT): each payment's gross, net,
      *             and hours against the employee's payment
      *             in the group's last closed periods, with
      *             anything outside the class tolerance on
      *             the new VARRULES file listed, followed by
      *             every active employee in the group with
      *             no hours record and no open suspense.
      * 2026-10-15  The check control record now carries the
      *             manual check stock range fields; a
      *             seeded NEXTCHECK record writes them zero.
      * 2026-10-15  A garnishment code with any order on file,
      *             whatever its status, is order-driven: a
      *             satisfied or released order no longer
      *             hands the code back to the flat master
      *             amount. A posted void gives the voided
      *             check's garnishment withholding back to
      *             its orders - paid-to-date reduced, a
      *             satisfied order reopened if it falls
      *             back under goal - and files a negative
      *             remittance line for the agency.
      * 2026-10-15  A void of a payment already voided is
      *             rejected (VDUP) instead of backing the
      *             payment out a second time. An arrears
      *             balance under a pre-tax code is no longer
      *             recovered from the pre-tax pool; it is
      *             deleted and listed for write-off.
      *--------------------------------------------------

       ENVIRONMENT DIVISION.

           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-EMPLOYEE-ID.

           SELECT YTD-MASTER-FILE ASSIGN TO "EMPYTD"
               RECORD KEY IS AR-CLASS-CODE
               FILE STATUS IS WS-ACRULE-STATUS.

           SELECT DEDUCTION-CODE-FILE ASSIGN TO "DEDCODES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DC-DEDUCTION-CODE
               FILE STATUS IS WS-DEDCODE-STATUS.

           SELECT LEAVE-BALANCE-FILE ASSIGN TO "LEAVBAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM

           SELECT ARREARS-FILE ASSIGN TO "ARREARS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AF-ARREARS-KEY
               FILE STATUS IS WS-ARR-STATUS.

           SELECT GARNISHMENT-ORDER-FILE ASSIGN TO "GARNORD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GO-ORDER-KEY
               FILE STATUS IS WS-GARN-STATUS.

           SELECT RETRO-EARNINGS-FILE ASSIGN TO "RETROERN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RE-RETRO-KEY
               FILE STATUS IS WS-RETRO-STATUS.

           SELECT FINAL-PAY-FILE ASSIGN TO "FINALPAY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FP-EMPLOYEE-ID
               FILE STATUS IS WS-FP-STATUS.

           SELECT CHECKPOINT-FILE ASSIGN TO "CKPTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
           SELECT TAX-DEPOSIT-FILE ASSIGN TO "DEPRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GARNISHMENT-REMIT-FILE ASSIGN TO "GARNRMT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GARNISHMENT-REPORT-FILE ASSIGN TO "GARNRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LABOR-DIST-FILE ASSIGN TO "LABRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TERMINATION-REPORT-FILE ASSIGN TO "TRMRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL.

               RECORD KEY IS BC-KEY
               FILE STATUS IS WS-BAL-STATUS.

           SELECT PAYROLL-CALENDAR-FILE ASSIGN TO "PAYCAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PL-CALENDAR-KEY
               FILE STATUS IS WS-CAL-STATUS.

           SELECT VARIANCE-RULES-FILE ASSIGN TO "VARRULES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VT-CLASS-CODE
               FILE STATUS IS WS-VARRULE-STATUS.

           SELECT VARIANCE-REPORT-FILE ASSIGN TO "VARRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       FD  ACCRUAL-RULES-FILE.
       COPY ACRULES.

       FD  DEDUCTION-CODE-FILE.
       COPY DEDCODES.

       FD  LEAVE-BALANCE-FILE.
       COPY LEAVBAL.

       FD  ARREARS-FILE.
       COPY ARREARS.

       FD  GARNISHMENT-ORDER-FILE.
       COPY GARNORD.

       FD  RETRO-EARNINGS-FILE.
       COPY RETROERN.

       FD  FINAL-PAY-FILE.
       COPY FINALPAY.

       FD  CHECKPOINT-FILE.
       COPY CKPT.

       FD  TAX-DEPOSIT-FILE.
       COPY DEPRPT.

       FD  GARNISHMENT-REMIT-FILE.
       COPY GARNRMT.

       FD  GARNISHMENT-REPORT-FILE.
       COPY GARNRPT.

       FD  LABOR-DIST-FILE.
       COPY LABRPT.

       FD  TERMINATION-REPORT-FILE.
       COPY TRMRPT.

       FD  RUN-CONTROL-FILE.
       COPY RUNCTL.

       FD  BALANCE-CONTROL-FILE.
       COPY BALCTL.

       FD  PAYROLL-CALENDAR-FILE.
       COPY PAYCAL.

       FD  VARIANCE-RULES-FILE.
       COPY VARRULES.

       FD  VARIANCE-REPORT-FILE.
       COPY VARRPT.

       FD  SUSPENSE-FILE.
       COPY SUSPFILE.

       01  WS-FUTA-TAXABLE-WAGES   PIC 9(7)V9(2) VALUE ZEROS.
       01  WS-SUTA-TAXABLE-WAGES   PIC 9(7)V9(2) VALUE ZEROS.

      * Pre-tax deductions for the current employee. Each
      * deduction code flagged on DEDUCTION-CODE-FILE as
      * pre-tax for a tax comes off gross before that tax
      * is figured, so every tax runs on its own wage base:
      * federal and state taxable wages for withholding,
      * FICA wages for Social Security and Medicare (and
      * for the employer's FUTA and SUTA). A code with no
      * record on file - or no file at all - is after-tax.
       01  WS-DEDCODE-STATUS       PIC X(2) VALUE "00".
       01  WS-DEDCODE-PRESENT      PIC X VALUE 'Y'.
       01  WS-PRETAX-AMOUNT        PIC 9(7)V9(2) VALUE ZEROS.
       01  WS-PRETAX-ROOM          PIC 9(7)V9(2) VALUE ZEROS.
       01  WS-PRETAX-TOTAL         PIC 9(7)V9(2) VALUE ZEROS.
       01  WS-PRETAX-FED           PIC 9(7)V9(2) VALUE ZEROS.
       01  WS-PRETAX-STATE         PIC 9(7)V9(2) VALUE ZEROS.
       01  WS-PRETAX-FICA          PIC 9(7)V9(2) VALUE ZEROS.
       01  WS-FED-TAXABLE-WAGES    PIC 9(7)V9(2) VALUE ZEROS.
       01  WS-STATE-TAXABLE-WAGES  PIC 9(7)V9(2) VALUE ZEROS.
       01  WS-FICA-TAXABLE-WAGES   PIC 9(7)V9(2) VALUE ZEROS.

       01  WS-TOTAL-DEDUCTIONS     PIC 9(7)V9(2) VALUE ZEROS.
       01  WS-NET-PAY              PIC 9(7)V9(2) VALUE ZEROS.

      * Per-entry deduction work table, loaded from the
      * employee's EM-DEDUCTION-TABLE and the arrears file
      * before anything is taken. Priority 0 (the pre-tax
      * codes) comes off gross ahead of the taxes, then
      * priority 1 (garnishment codes driven by orders on
      * GARNISHMENT-ORDER-FILE), priority 2 (garnishment
      * codes with no order on file at all, still carried
      * as flat master amounts), and priority 3 (benefit
      * codes); within a priority the table order stands.
      * Each entry's take is capped by the net pay still
      * available, the untaken remainder is the shortfall
               10  WS-DW-TAKEN         PIC 9(6)V9(2).
               10  WS-DW-ARREARS-TAKEN PIC 9(6)V9(2).
               10  WS-DW-SHORTFALL     PIC 9(6)V9(2).
               10  WS-DW-PRETAX        PIC X(1).
               10  WS-DW-ORDER         PIC X(1).
               10  WS-DW-TERM-WRITEOFF PIC X(1).

      * Garnishment orders for the current employee. Every
      * active order is loaded and its take worked out in
      * legal priority - child support, bankruptcy, federal
      * levy, state levy, creditor garnishment - against
      * disposable earnings (gross less the taxes withheld).
      * Support and the percentage-capped orders share the
      * federal limit: what support has already taken comes
      * off the 25% a creditor garnishment may have, and a
      * creditor order also leaves the 30-times-minimum-wage
      * floor untouched. The takes for each order type ride
      * on the deduction work-table entry for that code, so
      * the register, statement, and history carry them
      * like any other deduction.
       01  WS-GARN-STATUS          PIC X(2) VALUE "00".
       01  WS-GARN-EOF             PIC X VALUE 'N'.
       01  WS-FED-MIN-WAGE         PIC 9(2)V9(2) VALUE 7.25.
       01  WS-CCPA-FLOOR-HOURS     PIC 9(2) VALUE 30.
       01  WS-DEFAULT-GARN-PCT     PIC 9(1)V9(4) VALUE 0.2500.
       01  WS-DEFAULT-CSUP-PCT     PIC 9(1)V9(4) VALUE 0.5000.
       01  WS-DISPOSABLE-PAY       PIC S9(7)V9(2) VALUE ZEROS.
       01  WS-CCPA-TAKEN           PIC 9(7)V9(2) VALUE ZEROS.
       01  WS-GARN-TAKEN-TOTAL     PIC 9(7)V9(2) VALUE ZEROS.
       01  WS-GARN-REQUEST         PIC 9(7)V9(2) VALUE ZEROS.
       01  WS-GARN-LIMIT           PIC S9(7)V9(2) VALUE ZEROS.
       01  WS-GARN-FLOOR-AMT       PIC S9(7)V9(2) VALUE ZEROS.
       01  WS-GARN-LIMIT-PCT       PIC 9(1)V9(4) VALUE ZEROS.
       01  WS-GARN-RANK            PIC 9(1) VALUE ZEROS.
       01  WS-GARN-SLOT            PIC 9(2) VALUE ZEROS.
       01  WS-GO-MAX               PIC 9(2) VALUE 10.
       01  WS-GO-COUNT             PIC 9(2) VALUE ZEROS.
       01  WS-GO-SUB               PIC 9(2) VALUE ZEROS.
       01  WS-GARN-ORDER-TABLE.
           05  WS-GO-ENTRY OCCURS 10 TIMES.
               10  WS-GO-CASE          PIC X(12).
               10  WS-GO-TYPE          PIC X(4).
               10  WS-GO-RANK          PIC 9(1).
               10  WS-GO-METHOD        PIC X(1).
               10  WS-GO-AMOUNT        PIC 9(5)V9(2).
               10  WS-GO-PERCENT       PIC 9(1)V9(4).
               10  WS-GO-MAX-PCT       PIC 9(1)V9(4).
               10  WS-GO-EXEMPT        PIC 9(5)V9(2).
               10  WS-GO-OPEN-ENDED    PIC X(1).
               10  WS-GO-REMAINING     PIC 9(7)V9(2).
               10  WS-GO-TAKE          PIC 9(6)V9(2).
       01  WS-GARN-REMIT-AMOUNT    PIC S9(6)V9(2) VALUE ZEROS.

      * A posted void gives back to each order what the
      * voided check's history shows withheld under the
      * order's code. The history carries one amount per
      * code, so with two orders of one type the reversal
      * is applied in case-number order, each order taking
      * back no more than it has been paid; only orders
      * served on or before the voided check's date share
      * in it.
       01  WS-GARN-REVERSE-LEFT    PIC 9(6)V9(2) VALUE ZEROS.
       01  WS-GARN-REVERSE-AMT     PIC 9(6)V9(2) VALUE ZEROS.
       01  WS-VOID-PAID-DATE       PIC 9(8) VALUE ZEROS.
      * Reject text for a void of a payment already voided,
      * naming the run that voided it.
       01  WS-VOID-DUP-REASON.
           05  FILLER              PIC X(30)
                   VALUE "PAYMENT ALREADY VOIDED IN RUN ".
           05  WS-VDR-VOID-RUN     PIC 9(6).

      * Payee agencies remitted to on this run, in the order
      * first seen. The remittance report makes one pass of
      * the extract per agency, so each agency's cases print
      * together under one total - the one payment the
      * agency is sent.
       01  WS-GARN-RMT-OPEN        PIC X VALUE 'N'.
       01  WS-RMT-EOF              PIC X VALUE 'N'.
       01  WS-AG-MAX               PIC 9(3) VALUE 100.
       01  WS-AG-COUNT             PIC 9(3) VALUE ZEROS.
       01  WS-AG-SUB               PIC 9(3) VALUE ZEROS.
       01  WS-AG-FOUND             PIC X VALUE 'N'.
       01  WS-REMIT-AGENCY-TABLE.
           05  WS-REMIT-AGENCY OCCURS 100 TIMES.
               10  WS-AG-ID            PIC X(6).
               10  WS-AG-NAME          PIC X(30).
       01  WS-RMT-AGENCY-COUNT     PIC 9(5) VALUE ZEROS.
       01  WS-RMT-AGENCY-TOTAL     PIC S9(8)V9(2) VALUE ZEROS.
       01  WS-RMT-GRAND-COUNT      PIC 9(5) VALUE ZEROS.
       01  WS-RMT-GRAND-TOTAL      PIC S9(8)V9(2) VALUE ZEROS.

       01  WS-YTD-FOUND            PIC X VALUE 'N'.

       01  WS-HOL-HOURS            PIC 9(5)V9(2) VALUE ZEROS.
       01  WS-BON-HOURS            PIC 9(5)V9(2) VALUE ZEROS.
       01  WS-OTHER-EARN-PAY       PIC 9(7)V9(2) VALUE ZEROS.
      * Retro pay owed from earlier periods: the sum of the
      * employee's open retro earnings lines, paid on top of
      * this period's earnings and never folded into
      * regular or overtime pay.
       01  WS-RETRO-STATUS         PIC X(2) VALUE "00".
       01  WS-RETRO-EOF            PIC X VALUE 'N'.
       01  WS-RETRO-PAY            PIC 9(7)V9(2) VALUE ZEROS.

      * Termination settlement for the current employee,
      * paid by a termination run from a pending record on
      * FINAL-PAY-FILE. The vacation balance pays out at the
      * employee's rate under the class's payout rule - a
      * salaried employee's rate is the weekly salary over a
      * standard 40-hour week - and what the rule will not
      * pay is forfeited. Sick leave is never paid out; its
      * balance is simply closed. Each open arrears balance
      * is recovered from the final payment as far as net
      * pay allowed and the rest written off.
       01  WS-FP-STATUS            PIC X(2) VALUE "00".
       01  WS-FP-EOF               PIC X VALUE 'N'.
       01  WS-TRM-RPT-OPEN         PIC X VALUE 'N'.
       01  WS-STANDARD-WEEK-HOURS  PIC 9(2)V9(2) VALUE 40.00.
       01  WS-VAC-PAYOUT-RULE      PIC X(1) VALUE 'Y'.
           88  WS-VAC-PAYOUT-FORFEITED VALUE 'N'.
       01  WS-MAX-PAYOUT-HOURS     PIC 9(3)V9(2) VALUE ZEROS.
       01  WS-TERM-VAC-BALANCE     PIC S9(3)V9(2) VALUE ZEROS.
       01  WS-TERM-SICK-BALANCE    PIC S9(3)V9(2) VALUE ZEROS.
       01  WS-PAYOUT-HOURS         PIC 9(3)V9(2) VALUE ZEROS.
       01  WS-FORFEIT-HOURS        PIC 9(3)V9(2) VALUE ZEROS.
       01  WS-PAYOUT-RATE          PIC 9(5)V9(2) VALUE ZEROS.
       01  WS-LEAVE-PAYOUT         PIC 9(7)V9(2) VALUE ZEROS.
       01  WS-SETTLE-PAID          PIC X VALUE 'N'.
       01  WS-ARR-EOF              PIC X VALUE 'N'.
       01  WS-ARR-CLOSING          PIC X VALUE 'N'.
       01  WS-ARR-RECOVERED        PIC 9(7)V9(2) VALUE ZEROS.
       01  WS-ARR-WRITTEN-OFF      PIC 9(7)V9(2) VALUE ZEROS.
       01  WS-ARR-LINE-RECOVERED   PIC 9(6)V9(2) VALUE ZEROS.
       01  WS-ARR-LINE-WRITE-OFF   PIC 9(6)V9(2) VALUE ZEROS.
       01  WS-TERM-SETTLED-COUNT   PIC 9(6) VALUE ZEROS.
       01  WS-TERM-HELD-COUNT      PIC 9(6) VALUE ZEROS.
       01  WS-TERM-TOTAL-PAYOUT    PIC 9(9)V9(2) VALUE ZEROS.
       01  WS-TERM-TOTAL-RECOVERED PIC 9(9)V9(2) VALUE ZEROS.
       01  WS-TERM-TOTAL-WRITE-OFF PIC 9(9)V9(2) VALUE ZEROS.
       01  WS-TERM-TOTAL-NET       PIC 9(9)V9(2) VALUE ZEROS.

      * The current employee's department distribution,
      * built from the earnings lines (override, or the home
           05  WS-RUN-DAY          PIC 9(2).
       01  WS-RUN-QUARTER          PIC 9(1) VALUE 1.
       01  WS-RUN-ABORT            PIC X VALUE 'N'.
      * The date the period's pay is dated and paid on, from
      * the payroll calendar or, for an off-cycle run, from
      * run control. The tax year and quarter follow the
      * check date, not the period end: a period ending 31
      * December paid in January is January's pay.
       01  WS-CHECK-DATE           PIC 9(8) VALUE ZEROS.
       01  WS-CHECK-DATE-SPLIT REDEFINES WS-CHECK-DATE.
           05  WS-CHECK-YEAR       PIC 9(4).
           05  WS-CHECK-MONTH      PIC 9(2).
           05  WS-CHECK-DAY        PIC 9(2).
       01  WS-RC-CHECK-DATE        PIC 9(8) VALUE ZEROS.
       01  WS-SYSTEM-DATE          PIC 9(8) VALUE ZEROS.
       01  WS-CAL-STATUS           PIC X(2) VALUE "00".
       01  WS-CAL-OPEN             PIC X VALUE 'N'.
       01  WS-BAL-OPEN             PIC X VALUE 'N'.
       01  WS-CAL-EOF              PIC X VALUE 'N'.

      * Pre-release review, on TRIAL and FINAL runs. Each
      * payment is compared with the employee's payment in
      * the latest of the group's last three closed calendar
      * periods that paid the employee, measure by measure,
      * against the class's tolerance on VARIANCE-RULES-FILE
      * - a percentage change either way, zero turning the
      * measure off - or the shop default for a class with
      * no rule. After the batch, every active employee in
      * the group with no hours record in the batch (the
      * WS-SEEN-ID table) and no open suspense record is
      * listed as a missing timecard.
       01  WS-VARRULE-STATUS       PIC X(2) VALUE "00".
       01  WS-VARRULE-PRESENT      PIC X VALUE 'Y'.
       01  WS-VAR-RPT-OPEN         PIC X VALUE 'N'.
       01  WS-DEFAULT-VAR-PCT      PIC 9(3)V9(2) VALUE 025.00.
       01  WS-VAR-GROSS-PCT        PIC 9(3)V9(2) VALUE ZEROS.
       01  WS-VAR-NET-PCT          PIC 9(3)V9(2) VALUE ZEROS.
       01  WS-VAR-HOURS-PCT        PIC 9(3)V9(2) VALUE ZEROS.
       01  WS-PRIOR-RUN-COUNT      PIC 9(1) VALUE ZEROS.
       01  WS-PRIOR-RUN-SUB        PIC 9(1) VALUE ZEROS.
       01  WS-PRIOR-RUN-TABLE.
           05  WS-PRIOR-RUN        PIC 9(6) OCCURS 3 TIMES.
       01  WS-PRIOR-PAY-FOUND      PIC X VALUE 'N'.
       01  WS-PRIOR-RUN-NUMBER     PIC 9(6) VALUE ZEROS.
       01  WS-PRIOR-GROSS          PIC 9(7)V9(2) VALUE ZEROS.
       01  WS-PRIOR-NET            PIC 9(7)V9(2) VALUE ZEROS.
       01  WS-PRIOR-HOURS          PIC 9(5)V9(2) VALUE ZEROS.
       01  WS-VAR-MEASURE          PIC X(5) VALUE SPACES.
       01  WS-VAR-PRIOR            PIC 9(7)V9(2) VALUE ZEROS.
       01  WS-VAR-CURRENT          PIC 9(7)V9(2) VALUE ZEROS.
       01  WS-VAR-LIMIT            PIC 9(3)V9(2) VALUE ZEROS.
      * A change beyond a hundredfold prints at the cap.
       01  WS-VAR-CHANGE-PCT       PIC S9(4)V9(1) VALUE ZEROS.
       01  WS-VAR-ABS-PCT          PIC 9(4)V9(1) VALUE ZEROS.
       01  WS-VAR-CAP-PCT          PIC 9(4)V9(1) VALUE 9999.9.
       01  WS-VAR-FLAGGED          PIC X VALUE 'N'.
       01  WS-VAR-EMP-COUNT        PIC 9(6) VALUE ZEROS.
       01  WS-VAR-NEW-COUNT        PIC 9(6) VALUE ZEROS.
       01  WS-MISSING-COUNT        PIC 9(6) VALUE ZEROS.
       01  WS-MASTER-EOF           PIC X VALUE 'N'.
       01  WS-ON-BATCH             PIC X VALUE 'N'.
       01  WS-REVIEW-SUSP-EOF      PIC X VALUE 'N'.
       01  WS-SUSP-OPEN-MAX        PIC 9(4) VALUE 500.
       01  WS-SUSP-OPEN-COUNT      PIC 9(4) VALUE ZEROS.
       01  WS-SUSP-OPEN-SUB        PIC 9(4) VALUE ZEROS.
       01  WS-SUSP-OPEN-TABLE.
           05  WS-SUSP-OPEN-ID     OCCURS 500 TIMES PIC X(6).
      * Working copies of the run-control record: the file is
      * closed as soon as it is read, and an FD record area is
      * undefined after CLOSE, so the run type and number must
           88  WS-TRIAL-RUN            VALUE 'T'.
           88  WS-FINAL-RUN            VALUE 'F'.
           88  WS-SUPPL-RUN            VALUE 'S'.
           88  WS-TERM-RUN             VALUE 'X'.
      * A posting run is any run whose results are real:
      * FINAL, SUPPLEMENTAL, and TERMINATION post YTD, GL,
      * and the bank outputs; TRIAL posts nothing.
           88  WS-POSTING-RUN          VALUES 'F', 'S', 'X'.
       01  WS-PAGE-NUMBER          PIC 9(4) VALUE ZEROS.
       01  WS-LINE-COUNT           PIC 9(2) VALUE 99.
       01  WS-MAX-LINES-PER-PAGE   PIC 9(2) VALUE 50.
           05  WS-RH-RUN-TYPE      PIC X(6).
           05  FILLER              PIC X(4)  VALUE " GP ".
           05  WS-RH-PAY-GROUP     PIC X(1).
           05  FILLER              PIC X(14) VALUE "  CHECK DATE: ".
           05  WS-RH-CHECK-DATE    PIC 9(8).
           05  FILLER              PIC X(5)  VALUE SPACES.
           05  FILLER              PIC X(16) VALUE "PAYROLL REGISTER".
           05  FILLER              PIC X(23) VALUE SPACES.
           05  FILLER              PIC X(5)  VALUE "PAGE ".
           05  WS-RH-PAGE          PIC ZZZ9.

           05  FILLER              PIC X(18)
                   VALUE "PAY BY CHECK      ".
           05  WS-CP-NET           PIC ZZZ,ZZ9.99.
           05  FILLER              PIC X(8)  VALUE "  DATED ".
           05  WS-CP-CHECK-DATE    PIC 9(8).

       01  WS-DEP-HEAD-1.
           05  FILLER              PIC X(30)

       01  WS-GL-WRITE-COUNT       PIC 9(6) VALUE ZEROS.

       01  WS-GRN-HEAD-1.
           05  FILLER              PIC X(31)
                   VALUE "GARNISHMENT REMITTANCE REPORT  ".
           05  FILLER              PIC X(12) VALUE "PERIOD END: ".
           05  WS-GH-PERIOD-END    PIC 9(8).
           05  FILLER              PIC X(6)  VALUE "  RUN ".
           05  WS-GH-RUN-NUMBER    PIC 9(6).

       01  WS-GRN-AGENCY-LINE.
           05  FILLER              PIC X(8)  VALUE "AGENCY: ".
           05  WS-GA-AGENCY-ID     PIC X(6).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-GA-AGENCY-NAME   PIC X(30).

       01  WS-GRN-HEAD-2.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(12) VALUE "CASE NUMBER".
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(4)  VALUE "TYPE".
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(6)  VALUE "EMP ID".
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(30) VALUE "EMPLOYEE NAME".
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(11) VALUE "  WITHHELD ".
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(12) VALUE " BALANCE DUE".

       01  WS-GRN-DETAIL-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-GD-CASE          PIC X(12).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-GD-TYPE          PIC X(4).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-GD-EMP-ID        PIC X(6).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-GD-EMP-NAME      PIC X(30).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-GD-AMOUNT        PIC ZZZ,ZZ9.99-.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-GD-BALANCE       PIC Z,ZZZ,ZZ9.99.

       01  WS-GRN-TOTAL-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-GT-LABEL         PIC X(30).
           05  WS-GT-COUNT         PIC ZZZZ9.
           05  FILLER              PIC X(8)  VALUE " ORDERS ".
           05  FILLER              PIC X(15) VALUE SPACES.
           05  WS-GT-AMOUNT        PIC ZZ,ZZZ,ZZ9.99-.

       01  WS-TRM-HEAD-1.
           05  FILLER              PIC X(31)
                   VALUE "TERMINATION SETTLEMENT REPORT  ".
           05  FILLER              PIC X(12) VALUE "PERIOD END: ".
           05  WS-TH-PERIOD-END    PIC 9(8).
           05  FILLER              PIC X(6)  VALUE "  RUN ".
           05  WS-TH-RUN-NUMBER    PIC 9(6).
           05  FILLER              PIC X(4)  VALUE " GP ".
           05  WS-TH-PAY-GROUP     PIC X(1).

       01  WS-TRM-HEAD-2.
           05  FILLER              PIC X(8)  VALUE "EMP ID".
           05  FILLER              PIC X(22) VALUE "EMPLOYEE NAME".
           05  FILLER              PIC X(10) VALUE "TERM DATE".
           05  FILLER              PIC X(8)  VALUE "VAC HR".
           05  FILLER              PIC X(12) VALUE "VAC PAYOUT".
           05  FILLER              PIC X(8)  VALUE "FORFT".
           05  FILLER              PIC X(8)  VALUE "SICK".
           05  FILLER              PIC X(12) VALUE " RECOVERED".
           05  FILLER              PIC X(12) VALUE "WRITTEN OFF".
           05  FILLER              PIC X(12) VALUE "   NET PAY".

       01  WS-TRM-DETAIL-LINE.
           05  WS-TD-EMP-ID        PIC X(6).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-TD-EMP-NAME      PIC X(20).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-TD-TERM-DATE     PIC 9(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-TD-VAC-HOURS     PIC ZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-TD-PAYOUT        PIC ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-TD-FORFEIT       PIC ZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-TD-SICK          PIC ZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-TD-RECOVERED     PIC ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-TD-WRITE-OFF     PIC ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-TD-NET           PIC ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-TD-NOTE          PIC X(16).

       01  WS-TRM-ARREARS-LINE.
           05  FILLER              PIC X(10) VALUE SPACES.
           05  FILLER              PIC X(8)  VALUE "ARREARS ".
           05  WS-TA-CODE          PIC X(4).
           05  FILLER              PIC X(10) VALUE "  BALANCE ".
           05  WS-TA-BALANCE       PIC ZZZ,ZZ9.99.
           05  FILLER              PIC X(12) VALUE "  RECOVERED ".
           05  WS-TA-RECOVERED     PIC ZZZ,ZZ9.99.
           05  FILLER              PIC X(14)
                   VALUE "  WRITTEN OFF ".
           05  WS-TA-WRITE-OFF     PIC ZZZ,ZZ9.99.

       01  WS-TRM-TOTAL-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-TT-LABEL         PIC X(30).
           05  WS-TT-AMOUNT        PIC ZZ,ZZZ,ZZ9.99.

       01  WS-TRM-COUNT-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-TC-LABEL         PIC X(30).
           05  WS-TC-COUNT         PIC ZZZZZ9.

       01  WS-LAB-HEAD-1.
           05  FILLER              PIC X(27)
                   VALUE "LABOR DISTRIBUTION REPORT  ".
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-LT-COST          PIC ZZZ,ZZZ,ZZ9.99-.

       01  WS-VAR-HEAD-1.
           05  FILLER              PIC X(33)
                   VALUE "PRE-RELEASE PAY VARIANCE REVIEW  ".
           05  FILLER              PIC X(12) VALUE "PERIOD END: ".
           05  WS-VH-PERIOD-END    PIC 9(8).
           05  FILLER              PIC X(6)  VALUE "  RUN ".
           05  WS-VH-RUN-NUMBER    PIC 9(6).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-VH-RUN-TYPE      PIC X(6).
           05  FILLER              PIC X(4)  VALUE " GP ".
           05  WS-VH-PAY-GROUP     PIC X(1).

       01  WS-VAR-SECTION-LINE     PIC X(60).

       01  WS-VAR-BASE-LINE.
           05  FILLER              PIC X(34)
                   VALUE "COMPARED WITH PAYMENTS FROM RUNS ".
           05  WS-VB-RUN-NUMBER    PIC Z(6)BB OCCURS 3 TIMES.

       01  WS-VAR-HEAD-2.
           05  FILLER              PIC X(8)  VALUE "EMP ID".
           05  FILLER              PIC X(32) VALUE "EMPLOYEE NAME".
           05  FILLER              PIC X(6)  VALUE "CLASS".
           05  FILLER              PIC X(8)  VALUE "MEASURE".
           05  FILLER              PIC X(10) VALUE "PRIOR RUN".
           05  FILLER              PIC X(16) VALUE "         PRIOR".
           05  FILLER              PIC X(16) VALUE "       CURRENT".
           05  FILLER              PIC X(10) VALUE "CHANGE %".
           05  FILLER              PIC X(7)  VALUE "LIMIT %".

       01  WS-VAR-DETAIL-LINE.
           05  WS-VD-EMP-ID        PIC X(8).
           05  WS-VD-EMP-NAME      PIC X(32).
           05  WS-VD-CLASS         PIC X(6).
           05  WS-VD-MEASURE       PIC X(8).
           05  WS-VD-PRIOR-RUN     PIC 9(6).
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  WS-VD-PRIOR         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-VD-CURRENT       PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-VD-CHANGE        PIC ZZZ9.9-.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  WS-VD-LIMIT         PIC ZZ9.99.

       01  WS-VAR-NOTE-LINE.
           05  WS-VN-EMP-ID        PIC X(8).
           05  WS-VN-EMP-NAME      PIC X(32).
           05  WS-VN-CLASS         PIC X(6).
           05  WS-VN-NOTE          PIC X(50).

       01  WS-MISS-HEAD-2.
           05  FILLER              PIC X(8)  VALUE "EMP ID".
           05  FILLER              PIC X(32) VALUE "EMPLOYEE NAME".
           05  FILLER              PIC X(6)  VALUE "CLASS".
           05  FILLER              PIC X(6)  VALUE "DEPT".
           05  FILLER              PIC X(8)  VALUE "PAY TYPE".

       01  WS-MISS-DETAIL-LINE.
           05  WS-MD-EMP-ID        PIC X(8).
           05  WS-MD-EMP-NAME      PIC X(32).
           05  WS-MD-CLASS         PIC X(6).
           05  WS-MD-DEPT          PIC X(6).
           05  WS-MD-PAY-TYPE      PIC X(8).

       01  WS-VAR-COUNT-LINE.
           05  WS-VC-LABEL         PIC X(46).
           05  WS-VC-COUNT         PIC ZZZ,ZZ9.

       01  WS-EXC-LINE.
           05  WS-EXC-EMP-ID       PIC X(8).
           05  WS-EXC-EMP-NAME     PIC X(32).
           IF WS-SUPPL-RUN
               PERFORM READ-NEXT-SUSPENSE
                   UNTIL WS-SUSP-EOF = 'Y'
           ELSE
           IF WS-TERM-RUN
               PERFORM READ-NEXT-FINAL-PAY
                   UNTIL WS-FP-EOF = 'Y'
               PERFORM WRITE-TERMINATION-TOTALS
           ELSE
               PERFORM GET-EMPLOYEE-DATA
               PERFORM PROCESS-ONE-EMPLOYEE
                   UNTIL WS-EOF-FLAG = 'Y'
           END-IF
           END-IF
           PERFORM WRITE-REGISTER-TOTALS
           PERFORM WRITE-LABOR-DIST-REPORT
           IF WS-VAR-RPT-OPEN = 'Y'
               PERFORM WRITE-MISSING-TIMECARDS
           END-IF
           IF WS-POSTING-RUN
               PERFORM WRITE-RUN-TOTALS-RECORD
               PERFORM WRITE-TAX-DEPOSIT-REPORT
               PERFORM WRITE-GARNISHMENT-REPORT
           END-IF
           IF WS-FINAL-RUN
               PERFORM CLEAR-CHECKPOINT
               PERFORM RECORD-BATCH-PROCESSED
               PERFORM CLOSE-CALENDAR-PERIOD
           END-IF
           PERFORM CLOSE-FILES
           STOP RUN.
           PERFORM BUILD-DEPT-DISTRIBUTION
           PERFORM ACCUMULATE-LABOR-DIST
           PERFORM UPDATE-YTD-BALANCE
           IF NOT WS-TERM-RUN
               PERFORM UPDATE-LEAVE-BALANCES
           END-IF
           PERFORM WRITE-REGISTER-DETAIL
           PERFORM WRITE-REGISTER-DEDUCTIONS
           PERFORM WRITE-PAY-STATEMENT
               PERFORM WRITE-NET-PAY-DISBURSEMENT
               PERFORM WRITE-GL-EXTRACT
               PERFORM WRITE-PAY-HISTORY
               IF WS-RETRO-PAY NOT = ZEROS
                   PERFORM MARK-RETRO-EARNINGS-PAID
               END-IF
           END-IF
           IF WS-VAR-RPT-OPEN = 'Y'
               PERFORM REVIEW-PAY-VARIANCE
           END-IF
           IF WS-FINAL-RUN
               PERFORM ADVANCE-CHECKPOINT
           PERFORM OPEN-CHECKPOINT-FILE
           PERFORM OPEN-SUSPENSE-FILE
           PERFORM OPEN-ACCRUAL-RULES-FILE
           PERFORM OPEN-DEDUCTION-CODE-FILE
           PERFORM OPEN-LEAVE-BALANCE-FILE
           PERFORM OPEN-PAY-HISTORY-FILE
           PERFORM OPEN-ARREARS-FILE
           PERFORM OPEN-GARNISHMENT-ORDER-FILE
           PERFORM OPEN-RETRO-EARNINGS-FILE
           PERFORM OPEN-FINAL-PAY-FILE.

      * Opened I-O on every run type: a TRIAL never writes
      * history, but its void requests still verify against
               MOVE 'N' TO WS-ACRULE-PRESENT
           END-IF.

      * Likewise a missing deduction code table: every code
      * is taken after tax, the way all deductions were
      * before the table existed.
       OPEN-DEDUCTION-CODE-FILE.
           OPEN INPUT DEDUCTION-CODE-FILE
           IF WS-DEDCODE-STATUS NOT = "00"
               MOVE 'N' TO WS-DEDCODE-PRESENT
           END-IF.

       OPEN-LEAVE-BALANCE-FILE.
           OPEN I-O LEAVE-BALANCE-FILE
           IF WS-LEAVE-STATUS NOT = "00"
               OPEN I-O ARREARS-FILE
           END-IF.

      * Opened I-O on every run type for the same reason as
      * the arrears file: a TRIAL reads the orders so the
      * register shows what FINAL will withhold, but only a
      * posting run moves an order's paid-to-date.
       OPEN-GARNISHMENT-ORDER-FILE.
           OPEN I-O GARNISHMENT-ORDER-FILE
           IF WS-GARN-STATUS NOT = "00"
               OPEN OUTPUT GARNISHMENT-ORDER-FILE
               CLOSE GARNISHMENT-ORDER-FILE
               OPEN I-O GARNISHMENT-ORDER-FILE
           END-IF.

      * Opened I-O on every run type like the order file: a
      * TRIAL pays the open retro lines on its register
      * preview, but only a posting run marks them paid.
       OPEN-RETRO-EARNINGS-FILE.
           OPEN I-O RETRO-EARNINGS-FILE
           IF WS-RETRO-STATUS NOT = "00"
               OPEN OUTPUT RETRO-EARNINGS-FILE
               CLOSE RETRO-EARNINGS-FILE
               OPEN I-O RETRO-EARNINGS-FILE
           END-IF.

      * Opened I-O on every run type: a regular run reads it
      * to refuse hours for an employee already settled, and
      * the termination run completes the pending records.
       OPEN-FINAL-PAY-FILE.
           OPEN I-O FINAL-PAY-FILE
           IF WS-FP-STATUS NOT = "00"
               OPEN OUTPUT FINAL-PAY-FILE
               CLOSE FINAL-PAY-FILE
               OPEN I-O FINAL-PAY-FILE
           END-IF.

       OPEN-SUSPENSE-FILE.
           OPEN I-O SUSPENSE-FILE
           IF WS-SUSP-STATUS NOT = "00"
           OPEN OUTPUT CHECK-PRINT-FILE
           OPEN OUTPUT POSITIVE-PAY-FILE
           OPEN OUTPUT TAX-DEPOSIT-FILE
           OPEN OUTPUT GARNISHMENT-REMIT-FILE
           OPEN OUTPUT GARNISHMENT-REPORT-FILE
           MOVE 'Y' TO WS-GARN-RMT-OPEN
           PERFORM OPEN-CHECK-CONTROL-FILE
           PERFORM OPEN-CHECK-REGISTER-FILE
           MOVE 'Y' TO WS-POSTING-OPEN.

      * Opened on posting runs only, ahead of the posting
      * outputs so a check dated outside the group's tax
      * year is refused before any extract is truncated.
      * Written when the group's snapshot first takes a tax
      * year and when a mid-year pay-group transfer moves
      * balances between the two groups' snapshots.
       OPEN-BALANCE-CONTROL-FILE.
           OPEN I-O BALANCE-CONTROL-FILE
           IF WS-BAL-STATUS NOT = "00"
               OPEN OUTPUT BALANCE-CONTROL-FILE
               CLOSE BALANCE-CONTROL-FILE
               OPEN I-O BALANCE-CONTROL-FILE
           END-IF
           MOVE 'Y' TO WS-BAL-OPEN.

      * Check numbers must survive from run to run; the
      * control record is seeded at 1 only when the file
               OPEN OUTPUT CHECK-CONTROL-FILE
               MOVE "NEXTCHECK " TO CC-KEY
               MOVE 1 TO CC-NEXT-CHECK-NUMBER
               MOVE ZEROS TO CC-MANUAL-FIRST-CHECK
               MOVE ZEROS TO CC-MANUAL-LAST-CHECK
               WRITE CC-CHECK-CONTROL-RECORD
               CLOSE CHECK-CONTROL-FILE
               OPEN I-O CHECK-CONTROL-FILE

       INITIALIZE-RUN.
           PERFORM READ-RUN-CONTROL
           IF WS-RUN-ABORT NOT = 'Y'
               PERFORM VERIFY-CALENDAR-PERIOD
           END-IF
           IF WS-RUN-ABORT NOT = 'Y'
               PERFORM LOAD-TAX-RATES
           END-IF
           IF WS-RUN-ABORT NOT = 'Y' AND WS-POSTING-RUN
               PERFORM OPEN-BALANCE-CONTROL-FILE
               PERFORM VERIFY-TAX-YEAR
           END-IF
           IF WS-RUN-ABORT NOT = 'Y' AND NOT WS-SUPPL-RUN
                   AND NOT WS-TERM-RUN
               PERFORM VERIFY-BATCH-ENVELOPE
           END-IF
           IF WS-RUN-ABORT NOT = 'Y' AND WS-POSTING-RUN
               PERFORM OPEN-POSTING-FILES
           END-IF
           IF WS-RUN-ABORT NOT = 'Y' AND WS-TERM-RUN
               OPEN OUTPUT TERMINATION-REPORT-FILE
               MOVE 'Y' TO WS-TRM-RPT-OPEN
               PERFORM WRITE-TERMINATION-HEADING
           END-IF
           IF WS-RUN-ABORT NOT = 'Y' AND
                   (WS-TRIAL-RUN OR WS-FINAL-RUN)
               PERFORM OPEN-VARIANCE-REVIEW
           END-IF
           IF WS-RUN-ABORT NOT = 'Y'
               MOVE WS-RESTART-KEY TO CK-KEY
               READ CHECKPOINT-FILE
                   MOVE RC-RUN-NUMBER      TO WS-RUN-NUMBER
                   MOVE RC-RUN-TYPE        TO WS-RUN-TYPE
                   MOVE RC-PAY-GROUP       TO WS-PAY-GROUP
                   MOVE RC-CHECK-DATE      TO WS-RC-CHECK-DATE
           END-READ
           CLOSE RUN-CONTROL-FILE
           IF WS-RUN-ABORT NOT = 'Y'
           END-IF
           IF WS-RUN-ABORT NOT = 'Y'
               IF WS-TRIAL-RUN OR WS-FINAL-RUN OR WS-SUPPL-RUN
                       OR WS-TERM-RUN
                   PERFORM SET-PERIOD-FACTOR
                   MOVE WS-RUN-DATE   TO WS-RH-PERIOD-END
                   MOVE WS-RUN-NUMBER TO WS-RH-RUN-NUMBER
                           MOVE "TRIAL"  TO WS-RH-RUN-TYPE
                       WHEN WS-FINAL-RUN
                           MOVE "FINAL"  TO WS-RH-RUN-TYPE
                       WHEN WS-SUPPL-RUN
                           MOVE "SUPPL"  TO WS-RH-RUN-TYPE
                       WHEN OTHER
                           MOVE "TERM"   TO WS-RH-RUN-TYPE
                   END-EVALUATE
               ELSE
                   MOVE 'Y' TO WS-RUN-ABORT
                   DISPLAY "RUN-CONTROL TYPE " WS-RUN-TYPE
                       " NOT T, F, S, OR X - RUN ABORTED"
               END-IF
           END-IF.

      * The run-control period must be a period on the
      * payroll calendar for the run's pay group. A TRIAL or
      * FINAL pays the period itself, so the period must
      * still be open - a closed one has been paid - and is
      * paid on the calendar's check date. SUPPLEMENTAL and
      * TERMINATION runs are off-cycle payments made within
      * a period, open or already paid: they take the
      * calendar's check date unless run control names
      * their own, which cannot precede the period's start.
      * A FINAL run past the period's run deadline is
      * allowed but flagged - the bank may not settle the
      * deposits by the check date.
       VERIFY-CALENDAR-PERIOD.
           OPEN I-O PAYROLL-CALENDAR-FILE
           IF WS-CAL-STATUS NOT = "00"
               MOVE 'Y' TO WS-RUN-ABORT
               DISPLAY "PAYROLL CALENDAR NOT ON FILE - RUN ABORTED"
           ELSE
               MOVE 'Y' TO WS-CAL-OPEN
               MOVE WS-PAY-GROUP TO PL-PAY-GROUP
               MOVE WS-RUN-DATE  TO PL-PERIOD-END-DATE
               READ PAYROLL-CALENDAR-FILE
                   INVALID KEY
                       MOVE 'Y' TO WS-RUN-ABORT
                       DISPLAY "PERIOD " WS-RUN-DATE
                           " NOT ON PAYROLL CALENDAR FOR GROUP "
                           WS-PAY-GROUP " - RUN ABORTED"
               END-READ
           END-IF
           IF WS-RUN-ABORT NOT = 'Y'
               IF WS-TRIAL-RUN OR WS-FINAL-RUN
                   PERFORM VERIFY-REGULAR-CHECK-DATE
               ELSE
                   PERFORM VERIFY-OFF-CYCLE-CHECK-DATE
               END-IF
           END-IF
           IF WS-RUN-ABORT NOT = 'Y'
               COMPUTE WS-RUN-QUARTER = (WS-CHECK-MONTH + 2) / 3
               MOVE WS-CHECK-DATE TO WS-RH-CHECK-DATE
               DISPLAY "PERIOD " WS-RUN-DATE " GROUP " WS-PAY-GROUP
                   " PAID ON CHECK DATE " WS-CHECK-DATE
           END-IF.

       VERIFY-REGULAR-CHECK-DATE.
           IF PL-PERIOD-CLOSED
               MOVE 'Y' TO WS-RUN-ABORT
               DISPLAY "PERIOD " WS-RUN-DATE " CLOSED BY RUN "
                   PL-FINAL-RUN-NUMBER " - RUN ABORTED"
           ELSE
           IF WS-RC-CHECK-DATE NOT = ZEROS
                   AND WS-RC-CHECK-DATE NOT = PL-CHECK-DATE
               MOVE 'Y' TO WS-RUN-ABORT
               DISPLAY "RUN-CONTROL CHECK DATE " WS-RC-CHECK-DATE
                   " NOT CALENDAR CHECK DATE " PL-CHECK-DATE
                   " - RUN ABORTED"
           ELSE
               MOVE PL-CHECK-DATE TO WS-CHECK-DATE
               ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD
               IF WS-FINAL-RUN AND PL-RUN-DEADLINE NOT = ZEROS
                       AND WS-SYSTEM-DATE > PL-RUN-DEADLINE
                   DISPLAY "WARNING - FINAL RUN AFTER DEADLINE "
                       PL-RUN-DEADLINE " FOR CHECK DATE "
                       PL-CHECK-DATE
               END-IF
           END-IF
           END-IF.

       VERIFY-OFF-CYCLE-CHECK-DATE.
           IF WS-RC-CHECK-DATE = ZEROS
               MOVE PL-CHECK-DATE TO WS-CHECK-DATE
           ELSE
           IF WS-RC-CHECK-DATE < PL-PERIOD-START-DATE
               MOVE 'Y' TO WS-RUN-ABORT
               DISPLAY "RUN-CONTROL CHECK DATE " WS-RC-CHECK-DATE
                   " BEFORE PERIOD START " PL-PERIOD-START-DATE
                   " - RUN ABORTED"
           ELSE
               MOVE WS-RC-CHECK-DATE TO WS-CHECK-DATE
           END-IF
           END-IF.

      * The group's YTD balances belong to one tax year, the
      * year on its balancing snapshot. A check dated in a
      * later year cannot post until the year-end close has
      * archived the old year, and one dated in an earlier
      * year cannot post into balances already reset. A
      * snapshot with no year yet takes the check date's
      * year; a group with no snapshot yet is not checked.
       VERIFY-TAX-YEAR.
           MOVE WS-PAY-GROUP TO WS-SNAPSHOT-GROUP
           MOVE WS-SNAPSHOT-KEY TO BC-KEY
           READ BALANCE-CONTROL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF BC-TAX-YEAR = ZEROS
                       MOVE WS-CHECK-YEAR TO BC-TAX-YEAR
                       REWRITE BC-BALANCE-RECORD
                   ELSE
                   IF WS-CHECK-YEAR NOT = BC-TAX-YEAR
                       MOVE 'Y' TO WS-RUN-ABORT
                       DISPLAY "CHECK DATE " WS-CHECK-DATE
                           " NOT IN GROUP " WS-PAY-GROUP
                           " TAX YEAR " BC-TAX-YEAR
                           " - RUN ABORTED"
                       IF WS-CHECK-YEAR > BC-TAX-YEAR
                           DISPLAY "RUN THE YEAR-END CLOSE FOR "
                               BC-TAX-YEAR " FIRST"
                       END-IF
                   END-IF
                   END-IF
           END-READ.

      * Everything the master and the rules files state per
      * weekly period scales to the paying group's period by
      * the annualized factor: 52 weekly periods a year over
      * Selects the tax-table record in effect for the run:
      * the whole effective-dated file is scanned and the
      * record with the latest effective date on or before
      * the check date wins - withholding follows the date
      * the wages are paid - so a rerun or adjustment for a
      * prior period prices under that period's rates. With
      * no table on file, or none early enough, the
      * built-in fallback rates stand.
       LOAD-TAX-RATES.
           MOVE 'N' TO WS-TAX-TABLE-FOUND
           MOVE 'N' TO WS-TAXRATE-EOF
           END-IF
           IF WS-TAX-TABLE-FOUND = 'Y'
               DISPLAY "TAX TABLE EFFECTIVE " WS-TAX-TABLE-DATE
                   " SELECTED FOR CHECK DATE " WS-CHECK-DATE
           ELSE
               DISPLAY "NO TAX TABLE COVERS CHECK DATE "
                   WS-CHECK-DATE
                   " - BUILT-IN RATES IN USE"
           END-IF.

           END-READ.

       LOAD-ONE-BASE-RATE.
           IF TX-EFFECTIVE-DATE NOT > WS-CHECK-DATE AND
                   TX-EFFECTIVE-DATE NOT < WS-TAX-TABLE-DATE
                       MOVE 'Y' TO WS-TAX-TABLE-FOUND
                       MOVE TX-EFFECTIVE-DATE TO WS-TAX-TABLE-DATE

      * Per-state records select the same way the base
      * record does - latest effective date on or before the
      * check date wins - but per state code,
      * each state on its own effective-date track.
       LOAD-ONE-STATE-RATE.
           IF TX-ST-EFFECTIVE-DATE NOT > WS-CHECK-DATE
               MOVE TX-ST-STATE-CODE TO WS-WORK-STATE
               PERFORM FIND-STATE-RATE
               IF WS-STATE-FOUND = 'N'
                       WS-BATCH-NUMBER
           END-WRITE.

      * A completed FINAL run closes its calendar period so
      * the period cannot be paid a second time; only an
      * off-cycle run can pay against it from here on.
       CLOSE-CALENDAR-PERIOD.
           MOVE WS-PAY-GROUP TO PL-PAY-GROUP
           MOVE WS-RUN-DATE  TO PL-PERIOD-END-DATE
           READ PAYROLL-CALENDAR-FILE
               INVALID KEY
                   DISPLAY "PERIOD " WS-RUN-DATE
                       " NO LONGER ON PAYROLL CALENDAR"
               NOT INVALID KEY
                   MOVE 'C'           TO PL-PERIOD-STATUS
                   MOVE WS-RUN-NUMBER TO PL-FINAL-RUN-NUMBER
                   REWRITE PL-CALENDAR-RECORD
           END-READ.

       GET-EMPLOYEE-DATA.
           IF WS-SKIPPING = 'Y'
               PERFORM SKIP-TO-CHECKPOINT
                       TO WS-EXCEPTION-REASON
                   MOVE "STNR" TO WS-EXCEPTION-CODE
               END-IF
           END-IF
           IF WS-VALID-DATA = 'Y' AND EM-TERMINATED AND
                   NOT WS-TERM-RUN
               MOVE WS-EMPLOYEE-ID TO FP-EMPLOYEE-ID
               READ FINAL-PAY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF FP-COMPLETED
                           MOVE 'N' TO WS-VALID-DATA
                           MOVE "EMPLOYEE TERMINATED - FINAL PAY ISSUED"
                               TO WS-EXCEPTION-REASON
                           MOVE "TERM" TO WS-EXCEPTION-CODE
                       END-IF
               END-READ
           END-IF.

       LOOKUP-OVERTIME-RULES.
                   MOVE ZEROS TO YT-YTD-EMPLOYER-MEDI
                   MOVE ZEROS TO YT-YTD-FUTA-TAX
                   MOVE ZEROS TO YT-YTD-SUTA-TAX
                   MOVE ZEROS TO YT-YTD-FED-WAGES
                   MOVE ZEROS TO YT-YTD-STATE-WAGES
                   MOVE ZEROS TO YT-YTD-SS-WAGES
                   MOVE ZEROS TO YT-YTD-MEDI-WAGES
                   MOVE ZEROS TO YT-QUARTER-TABLE
                   PERFORM INIT-ONE-YTD-STATE-SLOT
                       VARYING WS-YTD-ST-SUB FROM 1 BY 1
                WS-HOL-HOURS + WS-BON-HOURS) * WS-HOURLY-RATE
           ADD WS-OTHER-EARN-PAY TO WS-GROSS-PAY
           END-IF
      * A void reprices only the payment's own earnings;
      * the retro it carried comes back from the history
      * record in VERIFY-VOID-AGAINST-HISTORY.
           MOVE ZEROS TO WS-RETRO-PAY
           IF WS-VOID-RECORD NOT = 'Y'
               PERFORM LOAD-RETRO-EARNINGS
           END-IF
           ADD WS-RETRO-PAY TO WS-GROSS-PAY
      * Only a termination settlement carries a leave payout;
      * COMPUTE-LEAVE-PAYOUT has already priced it.
           IF NOT WS-TERM-RUN
               MOVE ZEROS TO WS-LEAVE-PAYOUT
           END-IF
           ADD WS-LEAVE-PAYOUT TO WS-GROSS-PAY
           PERFORM COMPUTE-PRETAX-WAGES
           PERFORM COMPUTE-FEDERAL-TAX
           PERFORM COMPUTE-STATE-TAX
           PERFORM COMPUTE-FICA-TAX
               WS-FEDERAL-TAX + WS-STATE-TAX +
               WS-SOCIAL-SECURITY-TAX + WS-MEDICARE-TAX.

      * Every open retro line for the employee is paid in
      * full this period, whatever request or past run it
      * came from.
       LOAD-RETRO-EARNINGS.
           PERFORM POSITION-RETRO-EARNINGS
           PERFORM SUM-ONE-RETRO-LINE
               UNTIL WS-RETRO-EOF = 'Y'.

       POSITION-RETRO-EARNINGS.
           MOVE 'N' TO WS-RETRO-EOF
           MOVE WS-EMPLOYEE-ID TO RE-EMPLOYEE-ID
           MOVE ZEROS TO RE-SOURCE-RUN
           MOVE LOW-VALUES TO RE-REQUEST-ID
           START RETRO-EARNINGS-FILE
               KEY IS NOT LESS THAN RE-RETRO-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-RETRO-EOF
           END-START.

       SUM-ONE-RETRO-LINE.
           READ RETRO-EARNINGS-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-RETRO-EOF
               NOT AT END
                   IF RE-EMPLOYEE-ID NOT = WS-EMPLOYEE-ID
                       MOVE 'Y' TO WS-RETRO-EOF
                   ELSE
                       IF RE-OPEN
                           ADD RE-RETRO-AMOUNT TO WS-RETRO-PAY
                       END-IF
                   END-IF
           END-READ.

      * Marks paid exactly the lines LOAD-RETRO-EARNINGS
      * summed: nothing writes the retro file between the
      * two scans.
       MARK-RETRO-EARNINGS-PAID.
           PERFORM POSITION-RETRO-EARNINGS
           PERFORM MARK-ONE-RETRO-LINE-PAID
               UNTIL WS-RETRO-EOF = 'Y'.

       MARK-ONE-RETRO-LINE-PAID.
           READ RETRO-EARNINGS-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-RETRO-EOF
               NOT AT END
                   IF RE-EMPLOYEE-ID NOT = WS-EMPLOYEE-ID
                       MOVE 'Y' TO WS-RETRO-EOF
                   ELSE
                       IF RE-OPEN
                           MOVE 'P' TO RE-STATUS
                           MOVE WS-RUN-NUMBER TO RE-PAID-RUN
                           REWRITE RE-RETRO-RECORD
                       END-IF
                   END-IF
           END-READ.

      * A posted void of a payment that carried retro pay
      * puts the lines it paid back to open, so the
      * replacement payment - this run or the next - pays
      * them again.
       REOPEN-RETRO-EARNINGS.
           PERFORM POSITION-RETRO-EARNINGS
           PERFORM REOPEN-ONE-RETRO-LINE
               UNTIL WS-RETRO-EOF = 'Y'.

       REOPEN-ONE-RETRO-LINE.
           READ RETRO-EARNINGS-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-RETRO-EOF
               NOT AT END
                   IF RE-EMPLOYEE-ID NOT = WS-EMPLOYEE-ID
                       MOVE 'Y' TO WS-RETRO-EOF
                   ELSE
                       IF RE-PAID AND
                               RE-PAID-RUN = WS-VOID-ORIG-RUN
                           MOVE 'O' TO RE-STATUS
                           MOVE ZEROS TO RE-PAID-RUN
                           REWRITE RE-RETRO-RECORD
                       END-IF
                   END-IF
           END-READ.

      * Sizes this period's pre-tax deductions and the wage
      * base each tax runs on. A pre-tax code's scheduled
      * amount comes off gross in table order, capped by the
      * gross still uncommitted, so an election larger than
      * the check can never drive a wage base negative; the
      * capped amount is exactly what TAKE-ONE-DEDUCTION
      * takes for it at priority 0.
       COMPUTE-PRETAX-WAGES.
           MOVE ZEROS TO WS-PRETAX-TOTAL
           MOVE ZEROS TO WS-PRETAX-FED
           MOVE ZEROS TO WS-PRETAX-STATE
           MOVE ZEROS TO WS-PRETAX-FICA
           MOVE WS-GROSS-PAY TO WS-PRETAX-ROOM
           PERFORM CHECK-ONE-PRETAX-CODE
               VARYING WS-DED-SUB FROM 1 BY 1
               UNTIL WS-DED-SUB > 5
           COMPUTE WS-FED-TAXABLE-WAGES =
               WS-GROSS-PAY - WS-PRETAX-FED
           COMPUTE WS-STATE-TAXABLE-WAGES =
               WS-GROSS-PAY - WS-PRETAX-STATE
           COMPUTE WS-FICA-TAXABLE-WAGES =
               WS-GROSS-PAY - WS-PRETAX-FICA.

       CHECK-ONE-PRETAX-CODE.
           MOVE 'N' TO WS-DW-PRETAX (WS-DED-SUB)
           MOVE 'N' TO WS-DW-TERM-WRITEOFF (WS-DED-SUB)
           IF EM-DEDUCTION-CODE (WS-DED-SUB) NOT = SPACES AND
                   WS-DEDCODE-PRESENT = 'Y'
               MOVE EM-DEDUCTION-CODE (WS-DED-SUB)
                   TO DC-DEDUCTION-CODE
               READ DEDUCTION-CODE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DC-PRETAX-FOR-FEDERAL OR
                               DC-PRETAX-FOR-STATE OR
                               DC-PRETAX-FOR-FICA
                           MOVE 'Y' TO WS-DW-PRETAX (WS-DED-SUB)
                       END-IF
                       IF DC-WRITE-OFF-AT-TERM
                           MOVE 'Y'
                               TO WS-DW-TERM-WRITEOFF (WS-DED-SUB)
                       END-IF
               END-READ
           END-IF
      * A termination settlement carries no scheduled
      * deductions, pre-tax elections included.
           IF WS-DW-PRETAX (WS-DED-SUB) = 'Y' AND NOT WS-TERM-RUN
               COMPUTE WS-PRETAX-AMOUNT ROUNDED =
                   EM-DEDUCTION-AMOUNT (WS-DED-SUB) *
                   WS-PERIOD-FACTOR
               IF WS-PRETAX-AMOUNT > WS-PRETAX-ROOM
                   MOVE WS-PRETAX-ROOM TO WS-PRETAX-AMOUNT
               END-IF
               SUBTRACT WS-PRETAX-AMOUNT FROM WS-PRETAX-ROOM
               ADD WS-PRETAX-AMOUNT TO WS-PRETAX-TOTAL
               IF DC-PRETAX-FOR-FEDERAL
                   ADD WS-PRETAX-AMOUNT TO WS-PRETAX-FED
               END-IF
               IF DC-PRETAX-FOR-STATE
                   ADD WS-PRETAX-AMOUNT TO WS-PRETAX-STATE
               END-IF
               IF DC-PRETAX-FOR-FICA
                   ADD WS-PRETAX-AMOUNT TO WS-PRETAX-FICA
               END-IF
           END-IF.

      * Graduated federal withholding - the effective-dated
      * bracket bands and marginal rates loaded by
      * LOAD-TAX-RATES, applied marginally against federal
      * taxable wages for the period, with the top rate
      * above the last band.
       COMPUTE-FEDERAL-TAX.
           MOVE ZEROS TO WS-FEDERAL-TAX
           MOVE WS-FED-TAXABLE-WAGES TO WS-TAXABLE-REMAINING
           IF WS-TAXABLE-REMAINING > ZEROS
               IF WS-TAXABLE-REMAINING > WS-FED-BAND-1-AMOUNT
                   COMPUTE WS-FEDERAL-TAX =
           IF WS-STATE-TAX-RATE < ZEROS
               MOVE ZEROS TO WS-STATE-TAX-RATE
           END-IF
           COMPUTE WS-STATE-TAX =
               WS-STATE-TAXABLE-WAGES * WS-STATE-TAX-RATE.

      * Social Security stops once year-to-date FICA wages
      * reach the wage base; Medicare has no cap. Rates
      * and wage base come from the effective-dated tax
      * table. WS-SS-TAXABLE-WAGES is left holding the
      * capped wages actually taxed - the W-2 box 3 figure.
       COMPUTE-FICA-TAX.
           COMPUTE WS-MEDICARE-TAX =
               WS-FICA-TAXABLE-WAGES * WS-MEDICARE-RATE
           IF YT-YTD-MEDI-WAGES >= WS-SS-WAGE-BASE
               MOVE ZEROS TO WS-SS-TAXABLE-WAGES
               MOVE ZEROS TO WS-SOCIAL-SECURITY-TAX
           ELSE
               COMPUTE WS-SS-TAXABLE-WAGES =
                   WS-SS-WAGE-BASE - YT-YTD-MEDI-WAGES
               IF WS-SS-TAXABLE-WAGES > WS-FICA-TAXABLE-WAGES
                   MOVE WS-FICA-TAXABLE-WAGES
                       TO WS-SS-TAXABLE-WAGES
               END-IF
               COMPUTE WS-SOCIAL-SECURITY-TAX =
                   WS-SS-TAXABLE-WAGES * WS-SOCSEC-RATE
      * dollar for dollar, FUTA and SUTA on wages up to
      * their own annual bases (the same
      * remaining-wage-base pattern COMPUTE-FICA-TAX uses
      * for the employee Social Security cap), measured in
      * FICA wages. Runs before UPDATE-YTD-BALANCE, so
      * YT-YTD-MEDI-WAGES is still the position before this
      * check.
       COMPUTE-EMPLOYER-TAX.
           MOVE WS-SOCIAL-SECURITY-TAX TO WS-EMPLOYER-SS-TAX
           MOVE WS-MEDICARE-TAX        TO WS-EMPLOYER-MEDI-TAX
           IF YT-YTD-MEDI-WAGES >= WS-FUTA-WAGE-BASE
               MOVE ZEROS TO WS-FUTA-TAX
           ELSE
               COMPUTE WS-FUTA-TAXABLE-WAGES =
                   WS-FUTA-WAGE-BASE - YT-YTD-MEDI-WAGES
               IF WS-FUTA-TAXABLE-WAGES > WS-FICA-TAXABLE-WAGES
                   MOVE WS-FICA-TAXABLE-WAGES
                       TO WS-FUTA-TAXABLE-WAGES
               END-IF
               COMPUTE WS-FUTA-TAX =
                   WS-FUTA-TAXABLE-WAGES * WS-FUTA-RATE
           END-IF
           IF YT-YTD-MEDI-WAGES >= WS-SUTA-WAGE-BASE
               MOVE ZEROS TO WS-SUTA-TAX
           ELSE
               COMPUTE WS-SUTA-TAXABLE-WAGES =
                   WS-SUTA-WAGE-BASE - YT-YTD-MEDI-WAGES
               IF WS-SUTA-TAXABLE-WAGES > WS-FICA-TAXABLE-WAGES
                   MOVE WS-FICA-TAXABLE-WAGES
                       TO WS-SUTA-TAXABLE-WAGES
               END-IF
               COMPUTE WS-SUTA-TAX =
                   WS-SUTA-TAXABLE-WAGES * WS-SUTA-RATE
               WS-EMPLOYER-SS-TAX + WS-EMPLOYER-MEDI-TAX +
               WS-FUTA-TAX + WS-SUTA-TAX.

      * Live pay takes the pre-tax codes first, for exactly
      * the amounts COMPUTE-PRETAX-WAGES already kept out of
      * the tax bases, then the rest in priority order
      * against the net remaining after taxes, shorting the
      * later entries rather than going negative, and
      * recovers any prior arrears after each entry's
                   VARYING EM-DEDUCTION-IDX FROM 1 BY 1
                   UNTIL EM-DEDUCTION-IDX > 5
           ELSE
               PERFORM LOAD-ONE-DEDUCTION
                   VARYING WS-DED-SUB FROM 1 BY 1
                   UNTIL WS-DED-SUB > 5
               MOVE WS-PRETAX-TOTAL TO WS-AVAILABLE-NET
               MOVE 0 TO WS-CUR-PRIORITY
               PERFORM TAKE-ONE-DEDUCTION
                   VARYING WS-DED-SUB FROM 1 BY 1
                   UNTIL WS-DED-SUB > 5
               COMPUTE WS-AVAILABLE-NET =
                   WS-GROSS-PAY - WS-TAX-DEDUCTION -
                   WS-TOTAL-DEDUCTIONS
               IF WS-AVAILABLE-NET < ZEROS
                   MOVE ZEROS TO WS-AVAILABLE-NET
               END-IF
               PERFORM LOAD-GARNISHMENT-ORDERS
               MOVE 1 TO WS-CUR-PRIORITY
               PERFORM TAKE-ONE-DEDUCTION
                   VARYING WS-DED-SUB FROM 1 BY 1
               PERFORM TAKE-ONE-DEDUCTION
                   VARYING WS-DED-SUB FROM 1 BY 1
                   UNTIL WS-DED-SUB > 5
               MOVE 3 TO WS-CUR-PRIORITY
               PERFORM TAKE-ONE-DEDUCTION
                   VARYING WS-DED-SUB FROM 1 BY 1
                   UNTIL WS-DED-SUB > 5
      * A termination run closes the arrears file in
      * SETTLE-TERMINATION instead of carrying balances on.
               IF WS-POSTING-RUN AND NOT WS-TERM-RUN
                   PERFORM POST-ONE-ARREARS
                       VARYING WS-DED-SUB FROM 1 BY 1
                       UNTIL WS-DED-SUB > 5
               END-IF
               IF WS-POSTING-RUN
                   PERFORM POST-ONE-GARNISHMENT-ORDER
                       VARYING WS-GO-SUB FROM 1 BY 1
                       UNTIL WS-GO-SUB > WS-GO-COUNT
               END-IF
           END-IF
           COMPUTE WS-NET-PAY =
               WS-GROSS-PAY - WS-TAX-DEDUCTION - WS-TOTAL-DEDUCTIONS.
           MOVE ZEROS TO WS-DW-ARREARS-TAKEN (WS-DED-SUB)
           MOVE ZEROS TO WS-DW-SHORTFALL (WS-DED-SUB)
           MOVE 'N' TO WS-DW-ARR-ON-FILE (WS-DED-SUB)
           MOVE 'N' TO WS-DW-ORDER (WS-DED-SUB)
           MOVE 3 TO WS-DW-PRIORITY (WS-DED-SUB)
           IF WS-DW-CODE (WS-DED-SUB) NOT = SPACES
               COMPUTE WS-DW-SCHEDULED (WS-DED-SUB) ROUNDED =
                   EM-DEDUCTION-AMOUNT (WS-DED-SUB) *
                   WS-PERIOD-FACTOR
               IF WS-TERM-RUN
                   MOVE ZEROS TO WS-DW-SCHEDULED (WS-DED-SUB)
               END-IF
               MOVE WS-DW-CODE (WS-DED-SUB) TO WS-DED-CLASS-CODE
               IF WS-GARNISHMENT-CODE
                   MOVE 2 TO WS-DW-PRIORITY (WS-DED-SUB)
               END-IF
               IF WS-DW-PRETAX (WS-DED-SUB) = 'Y'
                   MOVE 0 TO WS-DW-PRIORITY (WS-DED-SUB)
               END-IF
               MOVE WS-EMPLOYEE-ID TO AF-EMPLOYEE-ID
               MOVE WS-DW-CODE (WS-DED-SUB) TO AF-DEDUCTION-CODE
                       MOVE AF-ARREARS-BALANCE
                           TO WS-DW-ARREARS-PRIOR (WS-DED-SUB)
               END-READ
      * A balance under a pre-tax code - carried from before
      * the code was flagged pre-tax - is never recovered:
      * at priority 0 it would come out of the pre-tax pool
      * without ever being cleared. POST-ONE-ARREARS drops
      * it for write-off.
               IF WS-DW-PRETAX (WS-DED-SUB) = 'Y'
                   MOVE ZEROS TO WS-DW-ARREARS-PRIOR (WS-DED-SUB)
               END-IF
      * A code written off at termination is not recovered
      * from the final payment; SETTLE-TERMINATION writes
      * the whole balance off.
               IF WS-TERM-RUN AND
                       WS-DW-TERM-WRITEOFF (WS-DED-SUB) = 'Y'
                   MOVE ZEROS TO WS-DW-ARREARS-PRIOR (WS-DED-SUB)
               END-IF
           END-IF.

       TAKE-ONE-DEDUCTION.
      * file: prior balance, less what this run recovered,
      * plus what this run shorted. A balance recovered to
      * zero deletes its record so the file only holds live
      * arrears. An order-driven garnishment entry never
      * shorts and carries no arrears - the order's goal
      * balance is what is still owed - so any balance left
      * under its code from the flat-amount days is cleared
      * here. A pre-tax code is never carried: an
      * election the check could not cover is simply not
      * deferred that period, and recovering it later out
      * of after-tax net would misstate the taxable wages.
      * A balance left on file under a pre-tax code is
      * deleted and listed on the console for payroll to
      * write off.
       POST-ONE-ARREARS.
           IF WS-DW-CODE (WS-DED-SUB) NOT = SPACES AND
                   WS-DW-PRETAX (WS-DED-SUB) = 'Y' AND
                   WS-DW-ARR-ON-FILE (WS-DED-SUB) = 'Y'
               MOVE WS-EMPLOYEE-ID TO AF-EMPLOYEE-ID
               MOVE WS-DW-CODE (WS-DED-SUB) TO AF-DEDUCTION-CODE
               DELETE ARREARS-FILE
               DISPLAY "ARREARS " AF-ARREARS-BALANCE
                   " UNDER PRE-TAX CODE " AF-DEDUCTION-CODE
                   " FOR " WS-EMPLOYEE-ID
                   " DROPPED - WRITE OFF BY HAND"
           END-IF
           IF WS-DW-CODE (WS-DED-SUB) NOT = SPACES AND
                   WS-DW-PRETAX (WS-DED-SUB) NOT = 'Y'
               COMPUTE WS-NEW-ARREARS =
                   WS-DW-ARREARS-PRIOR (WS-DED-SUB) -
                   WS-DW-ARREARS-TAKEN (WS-DED-SUB) +
               END-IF
           END-IF.

      * Loads the employee's active garnishment orders -
      * every order on file marks its code order-driven -
      * works out each order's take in legal priority, and
      * hangs the takes on the work-table entries for their
      * codes.
      * Disposable earnings are gross less the taxes
      * withheld; the pre-tax codes already taken are
      * voluntary and do not reduce it, though they do
      * reduce the net actually left to withhold from.
       LOAD-GARNISHMENT-ORDERS.
           MOVE ZEROS TO WS-GO-COUNT
           MOVE ZEROS TO WS-CCPA-TAKEN
           MOVE ZEROS TO WS-GARN-TAKEN-TOTAL
           COMPUTE WS-DISPOSABLE-PAY =
               WS-GROSS-PAY - WS-TAX-DEDUCTION
           IF WS-DISPOSABLE-PAY < ZEROS
               MOVE ZEROS TO WS-DISPOSABLE-PAY
           END-IF
           MOVE 'N' TO WS-GARN-EOF
           MOVE WS-EMPLOYEE-ID TO GO-EMPLOYEE-ID
           MOVE LOW-VALUES TO GO-CASE-NUMBER
           START GARNISHMENT-ORDER-FILE
               KEY IS NOT LESS THAN GO-ORDER-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-GARN-EOF
           END-START
           PERFORM READ-NEXT-GARNISHMENT-ORDER
               UNTIL WS-GARN-EOF = 'Y'
           PERFORM COMPUTE-RANK-ORDER-TAKES
               VARYING WS-GARN-RANK FROM 1 BY 1
               UNTIL WS-GARN-RANK > 5
           PERFORM ASSIGN-ORDER-TO-DEDUCTION
               VARYING WS-GO-SUB FROM 1 BY 1
               UNTIL WS-GO-SUB > WS-GO-COUNT.

       READ-NEXT-GARNISHMENT-ORDER.
           READ GARNISHMENT-ORDER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-GARN-EOF
               NOT AT END
                   IF GO-EMPLOYEE-ID NOT = WS-EMPLOYEE-ID
                       MOVE 'Y' TO WS-GARN-EOF
                   ELSE
                       PERFORM MARK-ORDER-CODE-ON-FILE
                           VARYING WS-DED-SUB FROM 1 BY 1
                           UNTIL WS-DED-SUB > 5
                       IF GO-ORDER-ACTIVE
                           PERFORM SAVE-GARNISHMENT-ORDER
                       END-IF
                   END-IF
           END-READ.

      * Any order on file for a code - active, satisfied, or
      * released - makes the code order-driven: the flat
      * master amount under it is zeroed, so an order that
      * reaches its goal or is released stops the
      * withholding instead of handing the code back to the
      * flat amount with no order or remittance behind it.
       MARK-ORDER-CODE-ON-FILE.
           IF WS-DW-CODE (WS-DED-SUB) = GO-ORDER-TYPE AND
                   WS-DW-ORDER (WS-DED-SUB) = 'N'
               MOVE 'Y' TO WS-DW-ORDER (WS-DED-SUB)
               MOVE 1 TO WS-DW-PRIORITY (WS-DED-SUB)
               MOVE ZEROS TO WS-DW-SCHEDULED (WS-DED-SUB)
               MOVE ZEROS TO WS-DW-ARREARS-PRIOR (WS-DED-SUB)
           END-IF.

       SAVE-GARNISHMENT-ORDER.
           IF WS-GO-COUNT >= WS-GO-MAX
               DISPLAY "MORE THAN " WS-GO-MAX
                   " ACTIVE ORDERS FOR EMPLOYEE " WS-EMPLOYEE-ID
                   " - CASE " GO-CASE-NUMBER " NOT WITHHELD"
           ELSE
               ADD 1 TO WS-GO-COUNT
               MOVE GO-CASE-NUMBER   TO WS-GO-CASE (WS-GO-COUNT)
               MOVE GO-ORDER-TYPE    TO WS-GO-TYPE (WS-GO-COUNT)
               MOVE GO-CALC-METHOD   TO WS-GO-METHOD (WS-GO-COUNT)
               MOVE GO-PERIOD-AMOUNT TO WS-GO-AMOUNT (WS-GO-COUNT)
               MOVE GO-PERCENT       TO WS-GO-PERCENT (WS-GO-COUNT)
               MOVE GO-MAX-PERCENT   TO WS-GO-MAX-PCT (WS-GO-COUNT)
               MOVE GO-EXEMPT-AMOUNT TO WS-GO-EXEMPT (WS-GO-COUNT)
               MOVE ZEROS            TO WS-GO-TAKE (WS-GO-COUNT)
               EVALUATE TRUE
                   WHEN GO-CHILD-SUPPORT
                       MOVE 1 TO WS-GO-RANK (WS-GO-COUNT)
                   WHEN GO-BANKRUPTCY
                       MOVE 2 TO WS-GO-RANK (WS-GO-COUNT)
                   WHEN GO-FEDERAL-LEVY
                       MOVE 3 TO WS-GO-RANK (WS-GO-COUNT)
                   WHEN GO-STATE-TAX-LEVY
                       MOVE 4 TO WS-GO-RANK (WS-GO-COUNT)
                   WHEN OTHER
                       MOVE 5 TO WS-GO-RANK (WS-GO-COUNT)
               END-EVALUATE
               MOVE ZEROS TO WS-GO-REMAINING (WS-GO-COUNT)
               IF GO-GOAL-BALANCE = ZEROS
                   MOVE 'Y' TO WS-GO-OPEN-ENDED (WS-GO-COUNT)
               ELSE
                   MOVE 'N' TO WS-GO-OPEN-ENDED (WS-GO-COUNT)
                   IF GO-PAID-TO-DATE < GO-GOAL-BALANCE
                       COMPUTE WS-GO-REMAINING (WS-GO-COUNT) =
                           GO-GOAL-BALANCE - GO-PAID-TO-DATE
                   END-IF
               END-IF
           END-IF.

       COMPUTE-RANK-ORDER-TAKES.
           PERFORM COMPUTE-ONE-ORDER-TAKE
               VARYING WS-GO-SUB FROM 1 BY 1
               UNTIL WS-GO-SUB > WS-GO-COUNT.

      * One order's take: the amount or percentage the order
      * asks for, cut back to its legal limit, to what is
      * left of the goal balance, and to the net still
      * available after the orders ahead of it.
       COMPUTE-ONE-ORDER-TAKE.
           IF WS-GO-RANK (WS-GO-SUB) = WS-GARN-RANK
               IF WS-GO-METHOD (WS-GO-SUB) = 'P'
                   COMPUTE WS-GARN-REQUEST ROUNDED =
                       WS-DISPOSABLE-PAY * WS-GO-PERCENT (WS-GO-SUB)
               ELSE
                   MOVE WS-GO-AMOUNT (WS-GO-SUB) TO WS-GARN-REQUEST
               END-IF
               PERFORM COMPUTE-ORDER-LIMIT
               PERFORM CAP-GARNISHMENT-REQUEST
               IF WS-GO-OPEN-ENDED (WS-GO-SUB) = 'N'
                   IF WS-GARN-REQUEST > WS-GO-REMAINING (WS-GO-SUB)
                       MOVE WS-GO-REMAINING (WS-GO-SUB)
                           TO WS-GARN-REQUEST
                   END-IF
               END-IF
               COMPUTE WS-GARN-LIMIT =
                   WS-AVAILABLE-NET - WS-GARN-TAKEN-TOTAL
               PERFORM CAP-GARNISHMENT-REQUEST
               MOVE WS-GARN-REQUEST TO WS-GO-TAKE (WS-GO-SUB)
               ADD WS-GARN-REQUEST TO WS-GARN-TAKEN-TOTAL
               IF WS-GO-RANK (WS-GO-SUB) = 1 OR 4 OR 5
                   ADD WS-GARN-REQUEST TO WS-CCPA-TAKEN
               END-IF
           END-IF.

      * The most this order may take this period. Support
      * runs to the order's stated percentage (50% when the
      * order is silent) less what any earlier support
      * order took; a state
      * levy or creditor order to the lesser of 25% (or the
      * order's lower state limit) and disposable pay above
      * the minimum-wage floor, less what support already
      * took under the same federal limit. A federal levy
      * leaves only the notice's exempt amount; a Chapter 13
      * trustee order is not CCPA-limited and may take what
      * disposable pay the orders ahead of it left.
       COMPUTE-ORDER-LIMIT.
           EVALUATE WS-GO-RANK (WS-GO-SUB)
               WHEN 1
                   MOVE WS-DEFAULT-CSUP-PCT TO WS-GARN-LIMIT-PCT
                   IF WS-GO-MAX-PCT (WS-GO-SUB) > ZEROS
                       MOVE WS-GO-MAX-PCT (WS-GO-SUB)
                           TO WS-GARN-LIMIT-PCT
                   END-IF
                   COMPUTE WS-GARN-LIMIT ROUNDED =
                       WS-DISPOSABLE-PAY * WS-GARN-LIMIT-PCT -
                       WS-CCPA-TAKEN
               WHEN 2
                   COMPUTE WS-GARN-LIMIT =
                       WS-DISPOSABLE-PAY - WS-GARN-TAKEN-TOTAL
               WHEN 3
                   COMPUTE WS-GARN-LIMIT =
                       WS-DISPOSABLE-PAY - WS-GO-EXEMPT (WS-GO-SUB) -
                       WS-GARN-TAKEN-TOTAL
               WHEN OTHER
                   MOVE WS-DEFAULT-GARN-PCT TO WS-GARN-LIMIT-PCT
                   IF WS-GO-MAX-PCT (WS-GO-SUB) > ZEROS AND
                           WS-GO-MAX-PCT (WS-GO-SUB) <
                               WS-DEFAULT-GARN-PCT
                       MOVE WS-GO-MAX-PCT (WS-GO-SUB)
                           TO WS-GARN-LIMIT-PCT
                   END-IF
                   COMPUTE WS-GARN-LIMIT ROUNDED =
                       WS-DISPOSABLE-PAY * WS-GARN-LIMIT-PCT
                   COMPUTE WS-GARN-FLOOR-AMT ROUNDED =
                       WS-DISPOSABLE-PAY -
                       (WS-CCPA-FLOOR-HOURS * WS-FED-MIN-WAGE *
                        WS-PERIOD-FACTOR)
                   IF WS-GARN-FLOOR-AMT < WS-GARN-LIMIT
                       MOVE WS-GARN-FLOOR-AMT TO WS-GARN-LIMIT
                   END-IF
                   SUBTRACT WS-CCPA-TAKEN FROM WS-GARN-LIMIT
           END-EVALUATE.

       CAP-GARNISHMENT-REQUEST.
           IF WS-GARN-LIMIT < ZEROS
               MOVE ZEROS TO WS-GARN-LIMIT
           END-IF
           IF WS-GARN-REQUEST > WS-GARN-LIMIT
               MOVE WS-GARN-LIMIT TO WS-GARN-REQUEST
           END-IF.

      * An order supersedes the flat master amount for its
      * code: every master entry under the order's type is
      * switched to order-driven at priority 1 and zeroed,
      * and the first of them carries the order takes. An
      * order with no master entry under its type claims a
      * blank entry of the table.
       ASSIGN-ORDER-TO-DEDUCTION.
           MOVE ZEROS TO WS-GARN-SLOT
           PERFORM MARK-ORDER-DEDUCTION-SLOT
               VARYING WS-DED-SUB FROM 1 BY 1
               UNTIL WS-DED-SUB > 5
           IF WS-GARN-SLOT = ZEROS
               PERFORM CLAIM-ORDER-DEDUCTION-SLOT
                   VARYING WS-DED-SUB FROM 1 BY 1
                   UNTIL WS-DED-SUB > 5
                       OR WS-GARN-SLOT NOT = ZEROS
           END-IF
           IF WS-GARN-SLOT = ZEROS
               DISPLAY "NO DEDUCTION ENTRY FREE FOR ORDER "
                   WS-GO-CASE (WS-GO-SUB) " EMPLOYEE "
                   WS-EMPLOYEE-ID " - NOT WITHHELD"
               MOVE ZEROS TO WS-GO-TAKE (WS-GO-SUB)
           ELSE
               ADD WS-GO-TAKE (WS-GO-SUB)
                   TO WS-DW-SCHEDULED (WS-GARN-SLOT)
           END-IF.

       MARK-ORDER-DEDUCTION-SLOT.
           IF WS-DW-CODE (WS-DED-SUB) = WS-GO-TYPE (WS-GO-SUB)
               IF WS-DW-ORDER (WS-DED-SUB) = 'N'
                   MOVE 'Y' TO WS-DW-ORDER (WS-DED-SUB)
                   MOVE 1 TO WS-DW-PRIORITY (WS-DED-SUB)
                   MOVE ZEROS TO WS-DW-SCHEDULED (WS-DED-SUB)
                   MOVE ZEROS TO WS-DW-ARREARS-PRIOR (WS-DED-SUB)
               END-IF
               IF WS-GARN-SLOT = ZEROS
                   MOVE WS-DED-SUB TO WS-GARN-SLOT
               END-IF
           END-IF.

       CLAIM-ORDER-DEDUCTION-SLOT.
           IF WS-DW-CODE (WS-DED-SUB) = SPACES
               MOVE WS-GO-TYPE (WS-GO-SUB)
                   TO WS-DW-CODE (WS-DED-SUB)
               MOVE 'Y' TO WS-DW-ORDER (WS-DED-SUB)
               MOVE 1 TO WS-DW-PRIORITY (WS-DED-SUB)
               MOVE ZEROS TO WS-DW-SCHEDULED (WS-DED-SUB)
               MOVE ZEROS TO WS-DW-ARREARS-PRIOR (WS-DED-SUB)
               MOVE WS-DED-SUB TO WS-GARN-SLOT
           END-IF.

      * Moves the order's paid-to-date by this run's take,
      * closes it as satisfied once the goal balance is
      * reached, and files the remittance for its agency.
       POST-ONE-GARNISHMENT-ORDER.
           IF WS-GO-TAKE (WS-GO-SUB) > ZEROS
               MOVE WS-EMPLOYEE-ID         TO GO-EMPLOYEE-ID
               MOVE WS-GO-CASE (WS-GO-SUB) TO GO-CASE-NUMBER
               READ GARNISHMENT-ORDER-FILE
                   INVALID KEY
                       DISPLAY "GARNISHMENT ORDER "
                           WS-GO-CASE (WS-GO-SUB) " EMPLOYEE "
                           WS-EMPLOYEE-ID " MISSING AT POSTING"
                   NOT INVALID KEY
                       ADD WS-GO-TAKE (WS-GO-SUB) TO GO-PAID-TO-DATE
                       MOVE WS-RUN-DATE TO GO-LAST-PAID-DATE
                       IF GO-GOAL-BALANCE > ZEROS AND
                               GO-PAID-TO-DATE NOT < GO-GOAL-BALANCE
                           MOVE 'S' TO GO-ORDER-STATUS
                           DISPLAY "GARNISHMENT ORDER "
                               GO-CASE-NUMBER " EMPLOYEE "
                               WS-EMPLOYEE-ID " SATISFIED"
                       END-IF
                       REWRITE GO-ORDER-RECORD
                       MOVE WS-GO-TAKE (WS-GO-SUB)
                           TO WS-GARN-REMIT-AMOUNT
                       PERFORM WRITE-GARNISHMENT-REMIT
               END-READ
           END-IF.

       WRITE-GARNISHMENT-REMIT.
           MOVE GO-AGENCY-ID           TO GR-AGENCY-ID
           MOVE GO-AGENCY-NAME         TO GR-AGENCY-NAME
           MOVE GO-CASE-NUMBER         TO GR-CASE-NUMBER
           MOVE GO-ORDER-TYPE          TO GR-ORDER-TYPE
           MOVE WS-EMPLOYEE-ID         TO GR-EMPLOYEE-ID
           MOVE WS-EMPLOYEE-NAME       TO GR-EMPLOYEE-NAME
           MOVE WS-GARN-REMIT-AMOUNT   TO GR-AMOUNT
           MOVE ZEROS TO GR-BALANCE-REMAINING
           IF GO-GOAL-BALANCE > GO-PAID-TO-DATE
               COMPUTE GR-BALANCE-REMAINING =
                   GO-GOAL-BALANCE - GO-PAID-TO-DATE
           END-IF
           MOVE WS-RUN-NUMBER          TO GR-RUN-NUMBER
           MOVE WS-RUN-DATE            TO GR-RUN-DATE
           WRITE GR-REMIT-RECORD
           MOVE 'N' TO WS-AG-FOUND
           PERFORM SCAN-ONE-REMIT-AGENCY
               VARYING WS-AG-SUB FROM 1 BY 1
               UNTIL WS-AG-SUB > WS-AG-COUNT
                   OR WS-AG-FOUND = 'Y'
           IF WS-AG-FOUND = 'N'
               IF WS-AG-COUNT < WS-AG-MAX
                   ADD 1 TO WS-AG-COUNT
                   MOVE GR-AGENCY-ID   TO WS-AG-ID (WS-AG-COUNT)
                   MOVE GR-AGENCY-NAME TO WS-AG-NAME (WS-AG-COUNT)
               ELSE
                   DISPLAY "REMITTANCE AGENCY TABLE FULL - AGENCY "
                       GR-AGENCY-ID " NOT ON REMITTANCE REPORT"
               END-IF
           END-IF.

       SCAN-ONE-REMIT-AGENCY.
           IF WS-AG-ID (WS-AG-SUB) = GR-AGENCY-ID
               MOVE 'Y' TO WS-AG-FOUND
           END-IF.

      * The in-memory balances always roll forward so the pay
      * statement and the Social Security wage-base test see
      * year-to-date figures through the current check, but
           ADD WS-EMPLOYER-MEDI-TAX TO YT-YTD-EMPLOYER-MEDI
           ADD WS-FUTA-TAX      TO YT-YTD-FUTA-TAX
           ADD WS-SUTA-TAX      TO YT-YTD-SUTA-TAX
           ADD WS-FED-TAXABLE-WAGES   TO YT-YTD-FED-WAGES
           ADD WS-STATE-TAXABLE-WAGES TO YT-YTD-STATE-WAGES
           ADD WS-SS-TAXABLE-WAGES    TO YT-YTD-SS-WAGES
           ADD WS-FICA-TAXABLE-WAGES  TO YT-YTD-MEDI-WAGES
           SET YT-QTR-IDX TO WS-RUN-QUARTER
           ADD WS-GROSS-PAY     TO YT-QTR-GROSS-PAY (YT-QTR-IDX)
           ADD WS-FEDERAL-TAX   TO YT-QTR-FEDERAL-TAX (YT-QTR-IDX)
       LOOKUP-ACCRUAL-RULES.
           MOVE WS-DEFAULT-VAC-ACCRUAL  TO WS-VAC-ACCRUAL
           MOVE WS-DEFAULT-SICK-ACCRUAL TO WS-SICK-ACCRUAL
           MOVE 'Y'   TO WS-VAC-PAYOUT-RULE
           MOVE ZEROS TO WS-MAX-PAYOUT-HOURS
           IF WS-ACRULE-PRESENT = 'Y'
               MOVE EM-EMPLOYEE-CLASS TO AR-CLASS-CODE
               READ ACCRUAL-RULES-FILE
                   NOT INVALID KEY
                       MOVE AR-VAC-ACCRUAL  TO WS-VAC-ACCRUAL
                       MOVE AR-SICK-ACCRUAL TO WS-SICK-ACCRUAL
                       MOVE AR-VAC-PAYOUT   TO WS-VAC-PAYOUT-RULE
                       MOVE AR-MAX-PAYOUT-HOURS
                           TO WS-MAX-PAYOUT-HOURS
               END-READ
           END-IF
      * Accrual rates are stated per weekly period; a
                                   PH-PAID-BY-CHECK
                               PERFORM MARK-CHECK-VOIDED
                           END-IF
                           IF WS-RETRO-PAY NOT = ZEROS
                               PERFORM REOPEN-RETRO-EARNINGS
                           END-IF
                           IF WS-HIST-FOUND = 'Y'
                               PERFORM REVERSE-VOIDED-GARNISHMENTS
                               PERFORM MARK-HISTORY-VOIDED
                           END-IF
                       END-IF
                       MOVE 'Y' TO WS-VOID-POSTED
                   END-IF
      * figures, not a recomputation under whatever rates are
      * loaded today. A payment older than the history file
      * itself is backed out from the recomputed figures, the
      * only record there is. A payment already stamped with
      * the run that voided it rejects as VDUP: backing it
      * out again would take the YTD, garnishment, and retro
      * reversals twice.
       VERIFY-VOID-AGAINST-HISTORY.
           MOVE 'Y' TO WS-VOID-VERIFIED
           MOVE 'N' TO WS-HIST-FOUND
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-HIST-FOUND
                   IF PH-VOID-RUN NOT = ZEROS
                       MOVE 'N' TO WS-VOID-VERIFIED
                       MOVE PH-VOID-RUN TO WS-VDR-VOID-RUN
                       MOVE WS-VOID-DUP-REASON
                           TO WS-EXCEPTION-REASON
                       MOVE "VDUP" TO WS-EXCEPTION-CODE
                   ELSE
                   IF PH-GROSS-PAY - PH-RETRO-PAY -
                           PH-LEAVE-PAYOUT NOT = WS-GROSS-PAY
                       MOVE 'N' TO WS-VOID-VERIFIED
                       MOVE "VOID DOES NOT MATCH CHECK AS ISSUED"
                           TO WS-EXCEPTION-REASON
                       MOVE PH-TOTAL-DEDUCTIONS
                           TO WS-TOTAL-DEDUCTIONS
                       MOVE PH-NET-PAY      TO WS-NET-PAY
                       MOVE PH-FED-TAXABLE-WAGES
                           TO WS-FED-TAXABLE-WAGES
                       MOVE PH-STATE-TAXABLE-WAGES
                           TO WS-STATE-TAXABLE-WAGES
                       MOVE PH-SS-TAXABLE-WAGES
                           TO WS-SS-TAXABLE-WAGES
                       MOVE PH-MEDI-TAXABLE-WAGES
                           TO WS-FICA-TAXABLE-WAGES
                       MOVE PH-RETRO-PAY    TO WS-RETRO-PAY
                       ADD PH-RETRO-PAY     TO WS-GROSS-PAY
                       MOVE PH-LEAVE-PAYOUT TO WS-LEAVE-PAYOUT
                       ADD PH-LEAVE-PAYOUT  TO WS-GROSS-PAY
                   END-IF
                   END-IF
           END-READ.

                   DISPLAY "VOIDED CHECK " PH-CHECK-NUMBER
                       " NOT ON CHECK REGISTER"
               NOT INVALID KEY
                   IF CR-OUTSTANDING OR CR-DUE-DILIGENCE
                       MOVE 'V' TO CR-STATUS
                       REWRITE CR-CHECK-RECORD
                   ELSE
                       DISPLAY "VOIDED CHECK " PH-CHECK-NUMBER
                           " ALREADY CLEARED, VOIDED, OR"
                           " ESCHEATED"
                   END-IF
           END-READ.

      * Takes the voided check's garnishment withholding
      * back off its orders: each garnishment code on the
      * history record is given back to the employee's
      * orders of that type, their paid-to-date reduced
      * and a negative remittance line filed so the agency
      * payment nets it out. A satisfied order the reversal
      * puts back under its goal is reopened, so the
      * replacement check withholds it again. Withholding
      * under a code with no order behind it was never
      * remitted through this file and is left alone.
       REVERSE-VOIDED-GARNISHMENTS.
           IF PH-CHECK-DATE NOT = ZEROS
               MOVE PH-CHECK-DATE TO WS-VOID-PAID-DATE
           ELSE
               MOVE PH-PERIOD-END-DATE TO WS-VOID-PAID-DATE
           END-IF
           PERFORM REVERSE-ONE-HISTORY-GARNISHMENT
               VARYING PH-DED-IDX FROM 1 BY 1
               UNTIL PH-DED-IDX > 5.

       REVERSE-ONE-HISTORY-GARNISHMENT.
           MOVE PH-DEDUCTION-CODE (PH-DED-IDX) TO WS-DED-CLASS-CODE
           IF WS-GARNISHMENT-CODE AND
                   PH-DEDUCTION-AMOUNT (PH-DED-IDX) > ZEROS
               MOVE PH-DEDUCTION-AMOUNT (PH-DED-IDX)
                   TO WS-GARN-REVERSE-LEFT
               MOVE 'N' TO WS-GARN-EOF
               MOVE WS-EMPLOYEE-ID TO GO-EMPLOYEE-ID
               MOVE LOW-VALUES TO GO-CASE-NUMBER
               START GARNISHMENT-ORDER-FILE
                   KEY IS NOT LESS THAN GO-ORDER-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-GARN-EOF
               END-START
               PERFORM REVERSE-NEXT-ORDER-TAKE
                   UNTIL WS-GARN-EOF = 'Y'
               IF WS-GARN-REVERSE-LEFT > ZEROS AND
                       WS-GARN-REVERSE-LEFT NOT =
                           PH-DEDUCTION-AMOUNT (PH-DED-IDX)
                   DISPLAY "VOID OF RUN " WS-VOID-ORIG-RUN
                       " EMPLOYEE " WS-EMPLOYEE-ID " - "
                       WS-DED-CLASS-CODE " " WS-GARN-REVERSE-LEFT
                       " NOT TAKEN BACK FROM ANY ORDER"
               END-IF
           END-IF.

       REVERSE-NEXT-ORDER-TAKE.
           READ GARNISHMENT-ORDER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-GARN-EOF
               NOT AT END
                   IF GO-EMPLOYEE-ID NOT = WS-EMPLOYEE-ID
                       MOVE 'Y' TO WS-GARN-EOF
                   ELSE
                       IF GO-ORDER-TYPE = WS-DED-CLASS-CODE AND
                               GO-ORDER-DATE NOT > WS-VOID-PAID-DATE
                               AND GO-PAID-TO-DATE > ZEROS
                           PERFORM REVERSE-ONE-ORDER-TAKE
                       END-IF
                       IF WS-GARN-REVERSE-LEFT = ZEROS
                           MOVE 'Y' TO WS-GARN-EOF
                       END-IF
                   END-IF
           END-READ.

       REVERSE-ONE-ORDER-TAKE.
           MOVE WS-GARN-REVERSE-LEFT TO WS-GARN-REVERSE-AMT
           IF WS-GARN-REVERSE-AMT > GO-PAID-TO-DATE
               MOVE GO-PAID-TO-DATE TO WS-GARN-REVERSE-AMT
           END-IF
           SUBTRACT WS-GARN-REVERSE-AMT FROM GO-PAID-TO-DATE
           SUBTRACT WS-GARN-REVERSE-AMT FROM WS-GARN-REVERSE-LEFT
           IF GO-ORDER-SATISFIED AND
                   GO-PAID-TO-DATE < GO-GOAL-BALANCE
               MOVE 'A' TO GO-ORDER-STATUS
               DISPLAY "GARNISHMENT ORDER " GO-CASE-NUMBER
                   " EMPLOYEE " WS-EMPLOYEE-ID
                   " REOPENED BY VOID OF RUN " WS-VOID-ORIG-RUN
           END-IF
           REWRITE GO-ORDER-RECORD
           COMPUTE WS-GARN-REMIT-AMOUNT = ZERO - WS-GARN-REVERSE-AMT
           PERFORM WRITE-GARNISHMENT-REMIT.

      * The history record stays as issued for inquiry and
      * reprint; the stamp tells the retro run the payment
      * no longer stands.
       MARK-HISTORY-VOIDED.
           MOVE WS-RUN-NUMBER TO PH-VOID-RUN
           REWRITE PH-HISTORY-RECORD
               INVALID KEY
                   DISPLAY "PAY HISTORY NOT REWRITTEN FOR VOID OF "
                       "RUN " WS-VOID-ORIG-RUN " EMPLOYEE "
                       WS-EMPLOYEE-ID
           END-REWRITE.

      * Mirror image of UPDATE-YTD-BALANCE, and like it the
      * in-memory balances always move so later records in
      * the same run (a replacement check, the statement YTD
      * column) see the corrected position; the file is only
      * rewritten on a FINAL run.
      * The per-tax and quarter buckets back out into the
      * quarter the run's check date falls in - a December
      * check voided in January leaves December's quarter as
      * filed and nets against the new quarter, matching how
      * the 941 corrections are reported.
           SUBTRACT WS-EMPLOYER-MEDI-TAX FROM YT-YTD-EMPLOYER-MEDI
           SUBTRACT WS-FUTA-TAX      FROM YT-YTD-FUTA-TAX
           SUBTRACT WS-SUTA-TAX      FROM YT-YTD-SUTA-TAX
           SUBTRACT WS-FED-TAXABLE-WAGES   FROM YT-YTD-FED-WAGES
           SUBTRACT WS-STATE-TAXABLE-WAGES FROM YT-YTD-STATE-WAGES
           SUBTRACT WS-SS-TAXABLE-WAGES    FROM YT-YTD-SS-WAGES
           SUBTRACT WS-FICA-TAXABLE-WAGES  FROM YT-YTD-MEDI-WAGES
           SET YT-QTR-IDX TO WS-RUN-QUARTER
           SUBTRACT WS-GROSS-PAY
               FROM YT-QTR-GROSS-PAY (YT-QTR-IDX)
           COMPUTE GL-DEDUCTIONS    = ZERO - WS-TOTAL-DEDUCTIONS
           COMPUTE GL-NET-PAY       = ZERO - WS-NET-PAY
           COMPUTE GL-EMPLOYER-TAX  = ZERO - WS-EMPLOYER-TAX-TOTAL
           MOVE WS-CHECK-DATE    TO GL-CHECK-DATE
           WRITE GL-EXTRACT-RECORD
           ADD 1 TO WS-GL-WRITE-COUNT.

                   WS-BON-HOURS * WS-HOURLY-RATE
               PERFORM WRITE-STATEMENT-AMOUNT
           END-IF
           IF WS-RETRO-PAY NOT = ZEROS
               MOVE "RETRO PAY"     TO WS-SL-LABEL
               MOVE WS-RETRO-PAY    TO WS-SL-CURRENT
               PERFORM WRITE-STATEMENT-AMOUNT
           END-IF
           IF WS-LEAVE-PAYOUT NOT = ZEROS
               MOVE "VACATION PAYOUT" TO WS-SL-LABEL
               MOVE WS-LEAVE-PAYOUT TO WS-SL-CURRENT
               PERFORM WRITE-STATEMENT-AMOUNT
           END-IF
           MOVE "GROSS PAY"         TO WS-SL-LABEL
           MOVE WS-GROSS-PAY        TO WS-SL-CURRENT
           MOVE YT-YTD-GROSS-PAY    TO WS-STMT-YTD-EDIT
           WRITE DP-PRINT-LINE FROM WS-DEP-AMOUNT-LINE
               AFTER ADVANCING 1 LINE.

      * The remittance report, grouped by payee agency. The
      * extract is closed as written and read back once per
      * agency, so each agency's cases print together under
      * the total of the one payment it is sent.
       WRITE-GARNISHMENT-REPORT.
           CLOSE GARNISHMENT-REMIT-FILE
           MOVE 'N' TO WS-GARN-RMT-OPEN
           MOVE WS-RUN-DATE   TO WS-GH-PERIOD-END
           MOVE WS-RUN-NUMBER TO WS-GH-RUN-NUMBER
           WRITE GN-PRINT-LINE FROM WS-GRN-HEAD-1
               AFTER ADVANCING PAGE
           MOVE ZEROS TO WS-RMT-GRAND-COUNT
           MOVE ZEROS TO WS-RMT-GRAND-TOTAL
           PERFORM REPORT-ONE-REMIT-AGENCY
               VARYING WS-AG-SUB FROM 1 BY 1
               UNTIL WS-AG-SUB > WS-AG-COUNT
           MOVE SPACES TO GN-PRINT-LINE
           WRITE GN-PRINT-LINE AFTER ADVANCING 1 LINE
           MOVE "TOTAL REMITTED THIS RUN" TO WS-GT-LABEL
           MOVE WS-RMT-GRAND-COUNT TO WS-GT-COUNT
           MOVE WS-RMT-GRAND-TOTAL TO WS-GT-AMOUNT
           WRITE GN-PRINT-LINE FROM WS-GRN-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

       REPORT-ONE-REMIT-AGENCY.
           MOVE SPACES TO GN-PRINT-LINE
           WRITE GN-PRINT-LINE AFTER ADVANCING 1 LINE
           MOVE WS-AG-ID (WS-AG-SUB)   TO WS-GA-AGENCY-ID
           MOVE WS-AG-NAME (WS-AG-SUB) TO WS-GA-AGENCY-NAME
           WRITE GN-PRINT-LINE FROM WS-GRN-AGENCY-LINE
               AFTER ADVANCING 1 LINE
           WRITE GN-PRINT-LINE FROM WS-GRN-HEAD-2
               AFTER ADVANCING 1 LINE
           MOVE ZEROS TO WS-RMT-AGENCY-COUNT
           MOVE ZEROS TO WS-RMT-AGENCY-TOTAL
           OPEN INPUT GARNISHMENT-REMIT-FILE
           MOVE 'N' TO WS-RMT-EOF
           PERFORM REPORT-ONE-REMIT-RECORD
               UNTIL WS-RMT-EOF = 'Y'
           CLOSE GARNISHMENT-REMIT-FILE
           MOVE "AGENCY TOTAL" TO WS-GT-LABEL
           MOVE WS-RMT-AGENCY-COUNT TO WS-GT-COUNT
           MOVE WS-RMT-AGENCY-TOTAL TO WS-GT-AMOUNT
           WRITE GN-PRINT-LINE FROM WS-GRN-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           ADD WS-RMT-AGENCY-COUNT TO WS-RMT-GRAND-COUNT
           ADD WS-RMT-AGENCY-TOTAL TO WS-RMT-GRAND-TOTAL.

       REPORT-ONE-REMIT-RECORD.
           READ GARNISHMENT-REMIT-FILE
               AT END
                   MOVE 'Y' TO WS-RMT-EOF
               NOT AT END
                   IF GR-AGENCY-ID = WS-AG-ID (WS-AG-SUB)
                       MOVE GR-CASE-NUMBER   TO WS-GD-CASE
                       MOVE GR-ORDER-TYPE    TO WS-GD-TYPE
                       MOVE GR-EMPLOYEE-ID   TO WS-GD-EMP-ID
                       MOVE GR-EMPLOYEE-NAME TO WS-GD-EMP-NAME
                       MOVE GR-AMOUNT        TO WS-GD-AMOUNT
                       MOVE GR-BALANCE-REMAINING TO WS-GD-BALANCE
                       WRITE GN-PRINT-LINE FROM WS-GRN-DETAIL-LINE
                           AFTER ADVANCING 1 LINE
                       ADD 1 TO WS-RMT-AGENCY-COUNT
                       ADD GR-AMOUNT TO WS-RMT-AGENCY-TOTAL
                   END-IF
           END-READ.

      * Prints the reject and, on a FINAL run, also files it
      * on the suspense file for the correction cycle. A
      * blank exception code is print-only; a supplemental
           MOVE SP-EL-DEPT (SP-LINE-IDX)  TO WS-HOLD-DEPT
           PERFORM ADD-EARNINGS-LINE.

      * Termination-run loop: each pending settlement on
      * FINAL-PAY-FILE for the run's pay group is paid
      * off-cycle through the same validation and pay path
      * a live hours record takes - no hours, just the
      * vacation payout and any open retro - and the
      * employee's leave and arrears records are then
      * closed. A settlement that fails validation prints on
      * the exception report and stays pending for the next
      * termination run; one for the other pay group waits
      * for that group's run.
       READ-NEXT-FINAL-PAY.
           READ FINAL-PAY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FP-EOF
               NOT AT END
                   IF FP-PENDING
                       PERFORM PROCESS-ONE-FINAL-PAY
                   END-IF
           END-READ.

       PROCESS-ONE-FINAL-PAY.
           MOVE FP-EMPLOYEE-ID TO WS-EMPLOYEE-ID
           MOVE SPACES TO WS-EMPLOYEE-NAME
           MOVE 'N' TO WS-VOID-RECORD
           MOVE ZEROS TO WS-WORKED-HOURS
           MOVE ZEROS TO WS-VAC-HOURS
           MOVE ZEROS TO WS-SICK-HOURS
           MOVE ZEROS TO WS-HOL-HOURS
           MOVE ZEROS TO WS-BON-HOURS
           MOVE ZEROS TO WS-HOURS-WORKED
           MOVE ZEROS TO WS-EARN-LINE-COUNT
           MOVE 'N' TO WS-BAD-EARN-TYPE
           MOVE 'N' TO WS-TOO-MANY-LINES
           PERFORM LOOKUP-EMPLOYEE-MASTER
           IF WS-MASTER-FOUND NOT = 'Y'
               PERFORM WRITE-EXCEPTION-RECORD
               PERFORM WRITE-TERMINATION-HELD-LINE
           ELSE
           IF WS-EMP-PAY-GROUP = WS-PAY-GROUP
               MOVE EM-EMPLOYEE-NAME TO WS-EMPLOYEE-NAME
               PERFORM VALIDATE-EMPLOYEE-DATA
               IF WS-VALID-DATA = 'Y'
                   PERFORM SETTLE-FINAL-PAY
               ELSE
                   PERFORM WRITE-EXCEPTION-RECORD
                   PERFORM WRITE-TERMINATION-HELD-LINE
               END-IF
           END-IF
           END-IF.

      * The settlement pays no period salary: a salaried
      * employee's last regular period is paid by the
      * regular run, so only the payout and retro are owed
      * here. With nothing owed no check is issued, but the
      * balances are still closed.
       SETTLE-FINAL-PAY.
           MOVE ZEROS TO WS-SALARY-THIS-PERIOD
           PERFORM COMPUTE-LEAVE-PAYOUT
           MOVE ZEROS TO WS-RETRO-PAY
           PERFORM LOAD-RETRO-EARNINGS
           IF WS-LEAVE-PAYOUT NOT = ZEROS OR
                   WS-RETRO-PAY NOT = ZEROS
               PERFORM PAY-ONE-EMPLOYEE
               MOVE 'Y' TO WS-SETTLE-PAID
           ELSE
               MOVE ZEROS TO WS-NET-PAY
               MOVE 'N' TO WS-SETTLE-PAID
           END-IF
           PERFORM SETTLE-TERMINATION.

      * Prices the vacation balance on the leave file. A
      * class whose rule forfeits unused vacation pays none
      * of it; otherwise the balance pays up to the class's
      * payout cap (zero means no cap) and the hours over
      * the cap are forfeited. A class with no rule on file
      * pays the whole balance. A negative balance - leave
      * drawn ahead of accrual - is closed without a
      * recovery.
       COMPUTE-LEAVE-PAYOUT.
           MOVE ZEROS TO WS-PAYOUT-HOURS
           MOVE ZEROS TO WS-FORFEIT-HOURS
           MOVE ZEROS TO WS-LEAVE-PAYOUT
           MOVE WS-EMPLOYEE-ID TO LB-EMPLOYEE-ID
           READ LEAVE-BALANCE-FILE
               INVALID KEY
                   MOVE 'N' TO WS-LEAVE-FOUND
                   MOVE ZEROS TO WS-TERM-VAC-BALANCE
                   MOVE ZEROS TO WS-TERM-SICK-BALANCE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-LEAVE-FOUND
                   MOVE LB-VACATION-BALANCE TO WS-TERM-VAC-BALANCE
                   MOVE LB-SICK-BALANCE     TO WS-TERM-SICK-BALANCE
           END-READ
           PERFORM LOOKUP-ACCRUAL-RULES
           IF WS-TERM-VAC-BALANCE > ZEROS
               MOVE WS-TERM-VAC-BALANCE TO WS-PAYOUT-HOURS
               IF WS-VAC-PAYOUT-FORFEITED
                   MOVE WS-PAYOUT-HOURS TO WS-FORFEIT-HOURS
                   MOVE ZEROS TO WS-PAYOUT-HOURS
               ELSE
                   IF WS-MAX-PAYOUT-HOURS NOT = ZEROS AND
                           WS-PAYOUT-HOURS > WS-MAX-PAYOUT-HOURS
                       COMPUTE WS-FORFEIT-HOURS =
                           WS-PAYOUT-HOURS - WS-MAX-PAYOUT-HOURS
                       MOVE WS-MAX-PAYOUT-HOURS TO WS-PAYOUT-HOURS
                   END-IF
               END-IF
           END-IF
           IF WS-SALARIED-EMPLOYEE
               COMPUTE WS-PAYOUT-RATE ROUNDED =
                   WS-PERIOD-SALARY / WS-STANDARD-WEEK-HOURS
           ELSE
               MOVE WS-HOURLY-RATE TO WS-PAYOUT-RATE
           END-IF
           COMPUTE WS-LEAVE-PAYOUT ROUNDED =
               WS-PAYOUT-HOURS * WS-PAYOUT-RATE
      * Nothing accrues on a settlement, and the statement's
      * leave lines show both balances closed to zero.
           MOVE ZEROS TO WS-VAC-ACCRUAL
           MOVE ZEROS TO WS-SICK-ACCRUAL
           MOVE ZEROS TO WS-VAC-BALANCE
           MOVE ZEROS TO WS-SICK-BALANCE.

      * Closes the employee's live balances: the leave
      * record is deleted, and every arrears record is split
      * into what the final payment recovered under its code
      * and what is written off. The arrears are walked
      * twice - once to total them for the settlement line
      * and the final-pay record, then again to print and
      * delete each one under that line.
       SETTLE-TERMINATION.
           IF WS-LEAVE-FOUND = 'Y'
               MOVE WS-EMPLOYEE-ID TO LB-EMPLOYEE-ID
               DELETE LEAVE-BALANCE-FILE
           END-IF
           MOVE ZEROS TO WS-ARR-RECOVERED
           MOVE ZEROS TO WS-ARR-WRITTEN-OFF
           MOVE 'N' TO WS-ARR-CLOSING
           PERFORM SCAN-FINAL-ARREARS
           MOVE 'C'                TO FP-STATUS
           MOVE WS-RUN-NUMBER      TO FP-PAID-RUN
           MOVE WS-PAYOUT-HOURS    TO FP-VAC-HOURS-PAID
           MOVE WS-FORFEIT-HOURS   TO FP-VAC-HOURS-FORFEIT
           MOVE WS-LEAVE-PAYOUT    TO FP-VAC-PAYOUT
           IF WS-TERM-SICK-BALANCE > ZEROS
               MOVE WS-TERM-SICK-BALANCE TO FP-SICK-HOURS-CLOSED
           ELSE
               MOVE ZEROS TO FP-SICK-HOURS-CLOSED
           END-IF
           MOVE WS-ARR-RECOVERED   TO FP-ARREARS-RECOVERED
           MOVE WS-ARR-WRITTEN-OFF TO FP-ARREARS-WRITTEN-OFF
           MOVE WS-NET-PAY         TO FP-NET-PAY
           REWRITE FP-FINAL-PAY-RECORD
           MOVE SPACES TO WS-TD-NOTE
           IF WS-SETTLE-PAID NOT = 'Y'
               MOVE "NO PAYMENT DUE" TO WS-TD-NOTE
           END-IF
           PERFORM WRITE-TERMINATION-DETAIL
           MOVE 'Y' TO WS-ARR-CLOSING
           PERFORM SCAN-FINAL-ARREARS
           ADD 1                  TO WS-TERM-SETTLED-COUNT
           ADD FP-VAC-PAYOUT      TO WS-TERM-TOTAL-PAYOUT
           ADD FP-ARREARS-RECOVERED   TO WS-TERM-TOTAL-RECOVERED
           ADD FP-ARREARS-WRITTEN-OFF TO WS-TERM-TOTAL-WRITE-OFF
           ADD FP-NET-PAY         TO WS-TERM-TOTAL-NET.

       SCAN-FINAL-ARREARS.
           MOVE 'N' TO WS-ARR-EOF
           MOVE WS-EMPLOYEE-ID TO AF-EMPLOYEE-ID
           MOVE LOW-VALUES TO AF-DEDUCTION-CODE
           START ARREARS-FILE
               KEY IS NOT LESS THAN AF-ARREARS-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-ARR-EOF
           END-START
           PERFORM READ-NEXT-FINAL-ARREARS
               UNTIL WS-ARR-EOF = 'Y'.

       READ-NEXT-FINAL-ARREARS.
           READ ARREARS-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-ARR-EOF
               NOT AT END
                   IF AF-EMPLOYEE-ID NOT = WS-EMPLOYEE-ID
                       MOVE 'Y' TO WS-ARR-EOF
                   ELSE
                       PERFORM SPLIT-ONE-FINAL-ARREARS
                   END-IF
           END-READ.

      * What the final payment recovered under the code is
      * the arrears take on its deduction work-table entry;
      * a code written off at termination took none. The
      * rest of the balance is written off.
       SPLIT-ONE-FINAL-ARREARS.
           MOVE ZEROS TO WS-ARR-LINE-RECOVERED
           IF WS-SETTLE-PAID = 'Y'
               PERFORM FIND-ARREARS-RECOVERY
                   VARYING WS-DED-SUB FROM 1 BY 1
                   UNTIL WS-DED-SUB > 5
           END-IF
           IF WS-ARR-LINE-RECOVERED > AF-ARREARS-BALANCE
               MOVE AF-ARREARS-BALANCE TO WS-ARR-LINE-RECOVERED
           END-IF
           COMPUTE WS-ARR-LINE-WRITE-OFF =
               AF-ARREARS-BALANCE - WS-ARR-LINE-RECOVERED
           IF WS-ARR-CLOSING = 'Y'
               PERFORM WRITE-TERMINATION-ARREARS-LINE
               DELETE ARREARS-FILE
           ELSE
               ADD WS-ARR-LINE-RECOVERED TO WS-ARR-RECOVERED
               ADD WS-ARR-LINE-WRITE-OFF TO WS-ARR-WRITTEN-OFF
           END-IF.

       FIND-ARREARS-RECOVERY.
           IF WS-DW-CODE (WS-DED-SUB) = AF-DEDUCTION-CODE
               ADD WS-DW-ARREARS-TAKEN (WS-DED-SUB)
                   TO WS-ARR-LINE-RECOVERED
           END-IF.

       WRITE-TERMINATION-HEADING.
           MOVE WS-RUN-DATE   TO WS-TH-PERIOD-END
           MOVE WS-RUN-NUMBER TO WS-TH-RUN-NUMBER
           MOVE WS-PAY-GROUP  TO WS-TH-PAY-GROUP
           WRITE TS-PRINT-LINE FROM WS-TRM-HEAD-1
               AFTER ADVANCING PAGE
           WRITE TS-PRINT-LINE FROM WS-TRM-HEAD-2
               AFTER ADVANCING 2 LINES.

       WRITE-TERMINATION-DETAIL.
           MOVE WS-EMPLOYEE-ID         TO WS-TD-EMP-ID
           MOVE WS-EMPLOYEE-NAME       TO WS-TD-EMP-NAME
           MOVE FP-TERMINATION-DATE    TO WS-TD-TERM-DATE
           MOVE FP-VAC-HOURS-PAID      TO WS-TD-VAC-HOURS
           MOVE FP-VAC-PAYOUT          TO WS-TD-PAYOUT
           MOVE FP-VAC-HOURS-FORFEIT   TO WS-TD-FORFEIT
           MOVE FP-SICK-HOURS-CLOSED   TO WS-TD-SICK
           MOVE FP-ARREARS-RECOVERED   TO WS-TD-RECOVERED
           MOVE FP-ARREARS-WRITTEN-OFF TO WS-TD-WRITE-OFF
           MOVE FP-NET-PAY             TO WS-TD-NET
           WRITE TS-PRINT-LINE FROM WS-TRM-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

      * A held settlement prints with the pending record's
      * zero amounts so the report accounts for every
      * termination the run saw.
       WRITE-TERMINATION-HELD-LINE.
           MOVE "HELD - EXCEPTION" TO WS-TD-NOTE
           PERFORM WRITE-TERMINATION-DETAIL
           ADD 1 TO WS-TERM-HELD-COUNT.

       WRITE-TERMINATION-ARREARS-LINE.
           MOVE AF-DEDUCTION-CODE     TO WS-TA-CODE
           MOVE AF-ARREARS-BALANCE    TO WS-TA-BALANCE
           MOVE WS-ARR-LINE-RECOVERED TO WS-TA-RECOVERED
           MOVE WS-ARR-LINE-WRITE-OFF TO WS-TA-WRITE-OFF
           WRITE TS-PRINT-LINE FROM WS-TRM-ARREARS-LINE
               AFTER ADVANCING 1 LINE.

       WRITE-TERMINATION-TOTALS.
           MOVE SPACES TO TS-PRINT-LINE
           WRITE TS-PRINT-LINE AFTER ADVANCING 1 LINE
           MOVE "EMPLOYEES SETTLED" TO WS-TC-LABEL
           MOVE WS-TERM-SETTLED-COUNT TO WS-TC-COUNT
           WRITE TS-PRINT-LINE FROM WS-TRM-COUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE "SETTLEMENTS HELD" TO WS-TC-LABEL
           MOVE WS-TERM-HELD-COUNT TO WS-TC-COUNT
           WRITE TS-PRINT-LINE FROM WS-TRM-COUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE "VACATION PAID OUT" TO WS-TT-LABEL
           MOVE WS-TERM-TOTAL-PAYOUT TO WS-TT-AMOUNT
           WRITE TS-PRINT-LINE FROM WS-TRM-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE "ARREARS RECOVERED" TO WS-TT-LABEL
           MOVE WS-TERM-TOTAL-RECOVERED TO WS-TT-AMOUNT
           WRITE TS-PRINT-LINE FROM WS-TRM-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE "ARREARS WRITTEN OFF" TO WS-TT-LABEL
           MOVE WS-TERM-TOTAL-WRITE-OFF TO WS-TT-AMOUNT
           WRITE TS-PRINT-LINE FROM WS-TRM-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE "FINAL NET PAY ISSUED" TO WS-TT-LABEL
           MOVE WS-TERM-TOTAL-NET TO WS-TT-AMOUNT
           WRITE TS-PRINT-LINE FROM WS-TRM-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

      * Routes each employee's net pay to the bank upload:
      * employees with routing and account numbers on the
      * master get an ACH extract record; anyone without
               MOVE WS-EMPLOYEE-ID   TO WS-CP-EMP-ID
               MOVE WS-EMPLOYEE-NAME TO WS-CP-EMP-NAME
               MOVE WS-NET-PAY       TO WS-CP-NET
               MOVE WS-CHECK-DATE    TO WS-CP-CHECK-DATE
               WRITE CP-PRINT-LINE FROM WS-CHECK-PRINT-LINE
                   AFTER ADVANCING 1 LINE
           ELSE
               MOVE EM-ACCOUNT-NUMBER TO DD-ACCOUNT-NUMBER
               MOVE EM-DEPOSIT-TYPE  TO DD-DEPOSIT-TYPE
               MOVE WS-NET-PAY       TO DD-NET-PAY
               MOVE WS-CHECK-DATE    TO DD-CHECK-DATE
               WRITE DD-DEPOSIT-RECORD
           END-IF.

               INVALID KEY
                   MOVE "NEXTCHECK " TO CC-KEY
                   MOVE 1 TO CC-NEXT-CHECK-NUMBER
                   MOVE ZEROS TO CC-MANUAL-FIRST-CHECK
                   MOVE ZEROS TO CC-MANUAL-LAST-CHECK
                   WRITE CC-CHECK-CONTROL-RECORD
                   DISPLAY "CHECK CONTROL RECORD MISSING - "
                       "RESEEDED AT CHECK NUMBER 1"
           MOVE WS-CHECK-NUMBER  TO CR-CHECK-NUMBER
           MOVE WS-EMPLOYEE-ID   TO CR-EMPLOYEE-ID
           MOVE WS-EMPLOYEE-NAME TO CR-EMPLOYEE-NAME
           MOVE WS-CHECK-DATE    TO CR-ISSUE-DATE
           MOVE WS-RUN-NUMBER    TO CR-RUN-NUMBER
           MOVE WS-NET-PAY       TO CR-AMOUNT
           MOVE 'O'              TO CR-STATUS
           MOVE ZEROS            TO CR-CLEARED-DATE
           MOVE ZEROS            TO CR-NOTICE-DATE
           MOVE ZEROS            TO CR-ESCHEAT-DATE
           MOVE SPACES           TO CR-PROPERTY-STATE
           WRITE CR-CHECK-RECORD
               INVALID KEY
                   DISPLAY "CHECK NUMBER " WS-CHECK-NUMBER
                       " ALREADY ON CHECK REGISTER"
           END-WRITE
           MOVE WS-CHECK-NUMBER  TO PP-CHECK-NUMBER
           MOVE WS-CHECK-DATE    TO PP-ISSUE-DATE
           MOVE WS-NET-PAY       TO PP-AMOUNT
           MOVE WS-EMPLOYEE-NAME TO PP-PAYEE-NAME
           MOVE 'I'              TO PP-ITEM-TYPE
           WRITE PP-POSPAY-RECORD.

      * The permanent record of this payment, written after
           MOVE WS-RUN-NUMBER    TO PH-RUN-NUMBER
           MOVE WS-EMPLOYEE-ID   TO PH-EMPLOYEE-ID
           MOVE WS-RUN-DATE      TO PH-PERIOD-END-DATE
           MOVE WS-CHECK-DATE    TO PH-CHECK-DATE
           MOVE WS-EMPLOYEE-NAME TO PH-EMPLOYEE-NAME
           MOVE WS-HOURS-WORKED  TO PH-HOURS-WORKED
           MOVE WS-HOURLY-RATE   TO PH-HOURLY-RATE
           MOVE WS-NET-PAY       TO PH-NET-PAY
           MOVE WS-DISB-METHOD   TO PH-DISB-METHOD
           MOVE WS-CHECK-NUMBER  TO PH-CHECK-NUMBER
           MOVE WS-FED-TAXABLE-WAGES   TO PH-FED-TAXABLE-WAGES
           MOVE WS-STATE-TAXABLE-WAGES TO PH-STATE-TAXABLE-WAGES
           MOVE WS-SS-TAXABLE-WAGES    TO PH-SS-TAXABLE-WAGES
           MOVE WS-FICA-TAXABLE-WAGES  TO PH-MEDI-TAXABLE-WAGES
           MOVE WS-RETRO-PAY           TO PH-RETRO-PAY
           MOVE ZEROS                  TO PH-VOID-RUN
           MOVE WS-PAY-TYPE            TO PH-PAY-TYPE
           MOVE WS-LEAVE-PAYOUT        TO PH-LEAVE-PAYOUT
           MOVE WS-EMPLOYER-TAX-TOTAL  TO PH-EMPLOYER-TAX
           MOVE WS-RUN-TYPE            TO PH-RUN-TYPE
           WRITE PH-HISTORY-RECORD
               INVALID KEY
                   DISPLAY "PAY HISTORY ALREADY ON FILE FOR RUN "
               MOVE ZEROS TO GL-DEDUCTIONS
               MOVE ZEROS TO GL-NET-PAY
           END-IF
           MOVE WS-CHECK-DATE    TO GL-CHECK-DATE
           WRITE GL-EXTRACT-RECORD
           ADD 1 TO WS-GL-WRITE-COUNT.

               END-IF
           END-IF.

      * The review opens on TRIAL and FINAL runs only: an
      * off-cycle run pays exceptions by design, and opening
      * the report there would overwrite the TRIAL's review
      * before FINAL. No tolerance file at all reviews every
      * class at the shop default.
       OPEN-VARIANCE-REVIEW.
           OPEN INPUT VARIANCE-RULES-FILE
           IF WS-VARRULE-STATUS NOT = "00"
               MOVE 'N' TO WS-VARRULE-PRESENT
           END-IF
           OPEN OUTPUT VARIANCE-REPORT-FILE
           MOVE 'Y' TO WS-VAR-RPT-OPEN
           PERFORM FIND-PRIOR-FINAL-RUNS
           MOVE WS-RUN-DATE    TO WS-VH-PERIOD-END
           MOVE WS-RUN-NUMBER  TO WS-VH-RUN-NUMBER
           MOVE WS-RH-RUN-TYPE TO WS-VH-RUN-TYPE
           MOVE WS-PAY-GROUP   TO WS-VH-PAY-GROUP
           WRITE VP-PRINT-LINE FROM WS-VAR-HEAD-1
               AFTER ADVANCING PAGE
           MOVE "PAYMENTS OUTSIDE VARIANCE TOLERANCE"
               TO WS-VAR-SECTION-LINE
           WRITE VP-PRINT-LINE FROM WS-VAR-SECTION-LINE
               AFTER ADVANCING 2 LINES
           IF WS-PRIOR-RUN-COUNT = ZEROS
               MOVE "NO CLOSED CALENDAR PERIOD - NOTHING TO COMPARE"
                   TO WS-VAR-SECTION-LINE
               WRITE VP-PRINT-LINE FROM WS-VAR-SECTION-LINE
                   AFTER ADVANCING 1 LINE
           ELSE
               MOVE WS-PRIOR-RUN (1) TO WS-VB-RUN-NUMBER (1)
               MOVE WS-PRIOR-RUN (2) TO WS-VB-RUN-NUMBER (2)
               MOVE WS-PRIOR-RUN (3) TO WS-VB-RUN-NUMBER (3)
               WRITE VP-PRINT-LINE FROM WS-VAR-BASE-LINE
                   AFTER ADVANCING 1 LINE
               WRITE VP-PRINT-LINE FROM WS-VAR-HEAD-2
                   AFTER ADVANCING 2 LINES
           END-IF.

      * The FINAL runs that closed the group's last three
      * periods before this one, latest first, from the
      * payroll calendar.
       FIND-PRIOR-FINAL-RUNS.
           MOVE ZEROS TO WS-PRIOR-RUN-COUNT
           MOVE ZEROS TO WS-PRIOR-RUN (1)
           MOVE ZEROS TO WS-PRIOR-RUN (2)
           MOVE ZEROS TO WS-PRIOR-RUN (3)
           MOVE 'N' TO WS-CAL-EOF
           MOVE WS-PAY-GROUP TO PL-PAY-GROUP
           MOVE ZEROS        TO PL-PERIOD-END-DATE
           START PAYROLL-CALENDAR-FILE
               KEY IS NOT LESS THAN PL-CALENDAR-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-CAL-EOF
           END-START
           PERFORM READ-NEXT-PRIOR-PERIOD
               UNTIL WS-CAL-EOF = 'Y'.

       READ-NEXT-PRIOR-PERIOD.
           READ PAYROLL-CALENDAR-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-CAL-EOF
               NOT AT END
                   IF PL-PAY-GROUP NOT = WS-PAY-GROUP
                           OR PL-PERIOD-END-DATE NOT < WS-RUN-DATE
                       MOVE 'Y' TO WS-CAL-EOF
                   ELSE
                       IF PL-PERIOD-CLOSED
                               AND PL-FINAL-RUN-NUMBER NOT = ZEROS
                           MOVE WS-PRIOR-RUN (2) TO WS-PRIOR-RUN (3)
                           MOVE WS-PRIOR-RUN (1) TO WS-PRIOR-RUN (2)
                           MOVE PL-FINAL-RUN-NUMBER
                               TO WS-PRIOR-RUN (1)
                           IF WS-PRIOR-RUN-COUNT < 3
                               ADD 1 TO WS-PRIOR-RUN-COUNT
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      * An employee with no standing payment in any of the
      * base runs is listed once as having nothing to
      * compare against - a new hire, or an ID keyed wrong
      * on the timecard.
       REVIEW-PAY-VARIANCE.
           IF WS-PRIOR-RUN-COUNT > ZEROS
               PERFORM FIND-PRIOR-PAYMENT
               IF WS-PRIOR-PAY-FOUND NOT = 'Y'
                   ADD 1 TO WS-VAR-NEW-COUNT
                   MOVE WS-EMPLOYEE-ID    TO WS-VN-EMP-ID
                   MOVE WS-EMPLOYEE-NAME  TO WS-VN-EMP-NAME
                   MOVE EM-EMPLOYEE-CLASS TO WS-VN-CLASS
                   MOVE "NO PAYMENT IN LAST CLOSED PERIODS TO COMPARE"
                       TO WS-VN-NOTE
                   WRITE VP-PRINT-LINE FROM WS-VAR-NOTE-LINE
                       AFTER ADVANCING 1 LINE
               ELSE
                   PERFORM LOOKUP-VARIANCE-RULES
                   MOVE 'N' TO WS-VAR-FLAGGED
                   MOVE "GROSS"          TO WS-VAR-MEASURE
                   MOVE WS-PRIOR-GROSS   TO WS-VAR-PRIOR
                   MOVE WS-GROSS-PAY     TO WS-VAR-CURRENT
                   MOVE WS-VAR-GROSS-PCT TO WS-VAR-LIMIT
                   PERFORM CHECK-ONE-VARIANCE
                   MOVE "NET"            TO WS-VAR-MEASURE
                   MOVE WS-PRIOR-NET     TO WS-VAR-PRIOR
                   MOVE WS-NET-PAY       TO WS-VAR-CURRENT
                   MOVE WS-VAR-NET-PCT   TO WS-VAR-LIMIT
                   PERFORM CHECK-ONE-VARIANCE
                   MOVE "HOURS"          TO WS-VAR-MEASURE
                   MOVE WS-PRIOR-HOURS   TO WS-VAR-PRIOR
                   MOVE WS-HOURS-WORKED  TO WS-VAR-CURRENT
                   MOVE WS-VAR-HOURS-PCT TO WS-VAR-LIMIT
                   PERFORM CHECK-ONE-VARIANCE
                   IF WS-VAR-FLAGGED = 'Y'
                       ADD 1 TO WS-VAR-EMP-COUNT
                   END-IF
               END-IF
           END-IF.

      * A voided payment is no base; the next older run's
      * payment is tried instead.
       FIND-PRIOR-PAYMENT.
           MOVE 'N' TO WS-PRIOR-PAY-FOUND
           PERFORM TRY-ONE-PRIOR-RUN
               VARYING WS-PRIOR-RUN-SUB FROM 1 BY 1
               UNTIL WS-PRIOR-RUN-SUB > WS-PRIOR-RUN-COUNT
                   OR WS-PRIOR-PAY-FOUND = 'Y'.

       TRY-ONE-PRIOR-RUN.
           MOVE WS-PRIOR-RUN (WS-PRIOR-RUN-SUB) TO PH-RUN-NUMBER
           MOVE WS-EMPLOYEE-ID TO PH-EMPLOYEE-ID
           READ PAY-HISTORY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PH-VOID-RUN = ZEROS
                       MOVE 'Y' TO WS-PRIOR-PAY-FOUND
                       MOVE PH-RUN-NUMBER   TO WS-PRIOR-RUN-NUMBER
                       MOVE PH-GROSS-PAY    TO WS-PRIOR-GROSS
                       MOVE PH-NET-PAY      TO WS-PRIOR-NET
                       MOVE PH-HOURS-WORKED TO WS-PRIOR-HOURS
                   END-IF
           END-READ.

       LOOKUP-VARIANCE-RULES.
           MOVE WS-DEFAULT-VAR-PCT TO WS-VAR-GROSS-PCT
           MOVE WS-DEFAULT-VAR-PCT TO WS-VAR-NET-PCT
           MOVE WS-DEFAULT-VAR-PCT TO WS-VAR-HOURS-PCT
           IF WS-VARRULE-PRESENT = 'Y'
               MOVE EM-EMPLOYEE-CLASS TO VT-CLASS-CODE
               READ VARIANCE-RULES-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE VT-GROSS-PCT TO WS-VAR-GROSS-PCT
                       MOVE VT-NET-PCT   TO WS-VAR-NET-PCT
                       MOVE VT-HOURS-PCT TO WS-VAR-HOURS-PCT
               END-READ
           END-IF.

      * Something from nothing is always outside tolerance;
      * nothing from nothing never is.
       CHECK-ONE-VARIANCE.
           IF WS-VAR-LIMIT NOT = ZEROS
               IF WS-VAR-PRIOR = ZEROS
                   IF WS-VAR-CURRENT NOT = ZEROS
                       MOVE WS-VAR-CAP-PCT TO WS-VAR-CHANGE-PCT
                       PERFORM WRITE-VARIANCE-LINE
                   END-IF
               ELSE
                   IF WS-VAR-CURRENT > WS-VAR-PRIOR * 100
                       MOVE WS-VAR-CAP-PCT TO WS-VAR-CHANGE-PCT
                   ELSE
                       COMPUTE WS-VAR-CHANGE-PCT ROUNDED =
                           (WS-VAR-CURRENT - WS-VAR-PRIOR) * 100
                               / WS-VAR-PRIOR
                   END-IF
                   IF WS-VAR-CHANGE-PCT < ZERO
                       COMPUTE WS-VAR-ABS-PCT = 0 - WS-VAR-CHANGE-PCT
                   ELSE
                       MOVE WS-VAR-CHANGE-PCT TO WS-VAR-ABS-PCT
                   END-IF
                   IF WS-VAR-ABS-PCT > WS-VAR-LIMIT
                       PERFORM WRITE-VARIANCE-LINE
                   END-IF
               END-IF
           END-IF.

       WRITE-VARIANCE-LINE.
           MOVE 'Y' TO WS-VAR-FLAGGED
           MOVE WS-EMPLOYEE-ID      TO WS-VD-EMP-ID
           MOVE WS-EMPLOYEE-NAME    TO WS-VD-EMP-NAME
           MOVE EM-EMPLOYEE-CLASS   TO WS-VD-CLASS
           MOVE WS-VAR-MEASURE      TO WS-VD-MEASURE
           MOVE WS-PRIOR-RUN-NUMBER TO WS-VD-PRIOR-RUN
           MOVE WS-VAR-PRIOR        TO WS-VD-PRIOR
           MOVE WS-VAR-CURRENT      TO WS-VD-CURRENT
           MOVE WS-VAR-CHANGE-PCT   TO WS-VD-CHANGE
           MOVE WS-VAR-LIMIT        TO WS-VD-LIMIT
           WRITE VP-PRINT-LINE FROM WS-VAR-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

      * Second section: the master is browsed for every
      * active employee in the run's group who had neither an
      * hours record in this batch - skipped records on a
      * restart included - nor an open suspense record
      * waiting for a supplemental run.
       WRITE-MISSING-TIMECARDS.
           PERFORM LOAD-OPEN-SUSPENSE
           MOVE "ACTIVE EMPLOYEES WITH NO TIMECARD OR OPEN SUSPENSE"
               TO WS-VAR-SECTION-LINE
           WRITE VP-PRINT-LINE FROM WS-VAR-SECTION-LINE
               AFTER ADVANCING 3 LINES
           WRITE VP-PRINT-LINE FROM WS-MISS-HEAD-2
               AFTER ADVANCING 2 LINES
           MOVE 'N' TO WS-MASTER-EOF
           MOVE LOW-VALUES TO EM-EMPLOYEE-ID
           START EMPLOYEE-MASTER-FILE
               KEY IS NOT LESS THAN EM-EMPLOYEE-ID
               INVALID KEY
                   MOVE 'Y' TO WS-MASTER-EOF
           END-START
           PERFORM CHECK-ONE-MASTER-TIMECARD
               UNTIL WS-MASTER-EOF = 'Y'
           MOVE "PAYMENTS OUTSIDE TOLERANCE" TO WS-VC-LABEL
           MOVE WS-VAR-EMP-COUNT TO WS-VC-COUNT
           WRITE VP-PRINT-LINE FROM WS-VAR-COUNT-LINE
               AFTER ADVANCING 2 LINES
           MOVE "PAYMENTS WITH NOTHING TO COMPARE" TO WS-VC-LABEL
           MOVE WS-VAR-NEW-COUNT TO WS-VC-COUNT
           WRITE VP-PRINT-LINE FROM WS-VAR-COUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE "ACTIVE EMPLOYEES MISSING A TIMECARD" TO WS-VC-LABEL
           MOVE WS-MISSING-COUNT TO WS-VC-COUNT
           WRITE VP-PRINT-LINE FROM WS-VAR-COUNT-LINE
               AFTER ADVANCING 1 LINE
           IF WS-MISSING-COUNT > ZEROS
               DISPLAY WS-MISSING-COUNT
                   " ACTIVE EMPLOYEES HAVE NO TIMECARD - SEE VARRPT"
           END-IF.

       LOAD-OPEN-SUSPENSE.
           MOVE ZEROS TO WS-SUSP-OPEN-COUNT
           MOVE 'N' TO WS-REVIEW-SUSP-EOF
           MOVE LOW-VALUES TO SP-SUSPENSE-KEY
           START SUSPENSE-FILE
               KEY IS NOT LESS THAN SP-SUSPENSE-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-REVIEW-SUSP-EOF
           END-START
           PERFORM READ-NEXT-OPEN-SUSPENSE
               UNTIL WS-REVIEW-SUSP-EOF = 'Y'.

       READ-NEXT-OPEN-SUSPENSE.
           READ SUSPENSE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-REVIEW-SUSP-EOF
               NOT AT END
                   IF SP-OPEN
                           AND WS-SUSP-OPEN-COUNT < WS-SUSP-OPEN-MAX
                       ADD 1 TO WS-SUSP-OPEN-COUNT
                       MOVE SP-EMPLOYEE-ID
                           TO WS-SUSP-OPEN-ID (WS-SUSP-OPEN-COUNT)
                   END-IF
           END-READ.

       CHECK-ONE-MASTER-TIMECARD.
           READ EMPLOYEE-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-MASTER-EOF
               NOT AT END
                   MOVE EM-PAY-GROUP TO WS-EMP-PAY-GROUP
                   IF WS-EMP-PAY-GROUP = SPACE
                       MOVE 'W' TO WS-EMP-PAY-GROUP
                   END-IF
                   IF EM-ACTIVE AND WS-EMP-PAY-GROUP = WS-PAY-GROUP
                       PERFORM FIND-BATCH-TIMECARD
                       IF WS-ON-BATCH NOT = 'Y'
                           PERFORM WRITE-MISSING-TIMECARD-LINE
                       END-IF
                   END-IF
           END-READ.

       FIND-BATCH-TIMECARD.
           MOVE 'N' TO WS-ON-BATCH
           PERFORM SCAN-ONE-BATCH-ID
               VARYING WS-SEEN-IDX FROM 1 BY 1
               UNTIL WS-SEEN-IDX > WS-SEEN-COUNT
                   OR WS-ON-BATCH = 'Y'
           PERFORM SCAN-ONE-SUSPENSE-ID
               VARYING WS-SUSP-OPEN-SUB FROM 1 BY 1
               UNTIL WS-SUSP-OPEN-SUB > WS-SUSP-OPEN-COUNT
                   OR WS-ON-BATCH = 'Y'.

       SCAN-ONE-BATCH-ID.
           IF WS-SEEN-ID (WS-SEEN-IDX) = EM-EMPLOYEE-ID
               MOVE 'Y' TO WS-ON-BATCH
           END-IF.

       SCAN-ONE-SUSPENSE-ID.
           IF WS-SUSP-OPEN-ID (WS-SUSP-OPEN-SUB) = EM-EMPLOYEE-ID
               MOVE 'Y' TO WS-ON-BATCH
           END-IF.

       WRITE-MISSING-TIMECARD-LINE.
           ADD 1 TO WS-MISSING-COUNT
           MOVE EM-EMPLOYEE-ID    TO WS-MD-EMP-ID
           MOVE EM-EMPLOYEE-NAME  TO WS-MD-EMP-NAME
           MOVE EM-EMPLOYEE-CLASS TO WS-MD-CLASS
           MOVE EM-DEPARTMENT     TO WS-MD-DEPT
           IF EM-SALARIED-PAID
               MOVE "SALARIED" TO WS-MD-PAY-TYPE
           ELSE
               MOVE "HOURLY"   TO WS-MD-PAY-TYPE
           END-IF
           WRITE VP-PRINT-LINE FROM WS-MISS-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

       ADVANCE-CHECKPOINT.
           ADD 1 TO WS-CHECKPOINT-COUNTER
           ADD 1 TO CK-EMPLOYEE-COUNT
           IF WS-ACRULE-PRESENT = 'Y'
               CLOSE ACCRUAL-RULES-FILE
           END-IF
           IF WS-DEDCODE-PRESENT = 'Y'
               CLOSE DEDUCTION-CODE-FILE
           END-IF
           CLOSE LEAVE-BALANCE-FILE
           CLOSE YTD-MASTER-FILE
           CLOSE PAYROLL-REGISTER-FILE
               CLOSE CHECK-PRINT-FILE
               CLOSE POSITIVE-PAY-FILE
               CLOSE TAX-DEPOSIT-FILE
               CLOSE GARNISHMENT-REPORT-FILE
               CLOSE CHECK-CONTROL-FILE
               CLOSE CHECK-REGISTER-FILE
           END-IF
           IF WS-BAL-OPEN = 'Y'
               CLOSE BALANCE-CONTROL-FILE
           END-IF
           IF WS-CAL-OPEN = 'Y'
               CLOSE PAYROLL-CALENDAR-FILE
           END-IF
           IF WS-VAR-RPT-OPEN = 'Y'
               CLOSE VARIANCE-REPORT-FILE
               IF WS-VARRULE-PRESENT = 'Y'
                   CLOSE VARIANCE-RULES-FILE
               END-IF
           END-IF
           CLOSE PAY-HISTORY-FILE
           IF WS-GARN-RMT-OPEN = 'Y'
               CLOSE GARNISHMENT-REMIT-FILE
           END-IF
           CLOSE ARREARS-FILE
           CLOSE GARNISHMENT-ORDER-FILE
           CLOSE RETRO-EARNINGS-FILE
           CLOSE FINAL-PAY-FILE
           IF WS-TRM-RPT-OPEN = 'Y'
               CLOSE TERMINATION-REPORT-FILE
           END-IF
           CLOSE SUSPENSE-FILE
           CLOSE CHECKPOINT-FILE.
