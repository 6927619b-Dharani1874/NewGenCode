       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYROLL-MANUAL-CHECK.
       AUTHOR. LEGACY-SYSTEMS-CORP.

      *--------------------------------------------------
      * Manual Check Posting Program
      * Posts the checks written by hand at the payroll
      * window - emergency advances, final checks typed for
      * a terminated employee, and other off-system
      * payments - so they reach the books the same day
      * instead of being reconstructed at quarter end. Each
      * record on MANUAL-CHECK-FILE carries the check as
      * written: number, date, gross, each tax withheld,
      * deductions by code, and net. A check is validated
      * against the employee master (on file and in the
      * run's pay group), the manual check stock range on
      * CHECK-CONTROL-FILE, the check register (a number
      * can be issued once), and its own arithmetic (gross
      * less taxes and deductions must equal net). A good
      * check posts everywhere a pay-run check goes: the
      * YTD master and its quarter and state buckets, pay
      * history, the check register as OUTSTANDING so
      * PAYROLL-CHECK-REC clears it, positive pay, and the
      * GL extract, with the employer-side tax it cost. The
      * run ends with its own run-totals hand-off so
      * PAYROLL-BALANCE balances the posting like any other
      * run. Nothing on the check is recomputed - the
      * figures are what the employee was handed - and a
      * rejected check is listed with its reason for
      * correction and resubmission under a new run number.
      *
      * A final check ('F') settles the termination in place
      * of the termination run, so it is accepted only for
      * an employee with a pending record on FINAL-PAY-FILE
      * and no open retro pay (which only the termination
      * run can pay out). Posting it closes the employee's
      * balances as the termination run would: the leave
      * record is deleted, the positive vacation balance
      * recorded as the hours paid and the sick balance as
      * closed - the payout was priced at the window and is
      * inside the check's gross, so no payout amount or
      * forfeiture is figured here. Each arrears balance is
      * taken as recovered up to what the check withheld
      * under its code and the rest written off. The
      * final-pay record is marked completed with this run
      * and the check's net pay. A deduction under a code
      * that has a garnishment order on file is refused:
      * withholding for an order must go through the pay
      * run, which posts it to the order and remits it to
      * the agency.
      *
      * Run control supplies the run number, the pay group,
      * and the posting date (the period end field) and
      * must carry run type 'M'. The run refuses to start
      * (RETURN-CODE 12, nothing posted) when the run
      * number is already on pay history, when no manual
      * check range is on the check control file, or when
      * the posting date is outside the group's tax year.
      * A run with rejected checks ends with RETURN-CODE 4.
      *--------------------------------------------------
      * Change Log
      * 2026-10-15  Initial version, added with the manual
      *             check stock range on the check control
      *             file and the MANUAL run type.
      * 2026-10-15  A final check settles the employee's
      *             pending final pay (leave closed, arrears
      *             recovered or written off, record marked
      *             completed) and is refused when none is
      *             pending. A deduction under a garnishment
      *             order's code is refused.
      *--------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MANUAL-CHECK-FILE ASSIGN TO "MANCHK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MC-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EM-EMPLOYEE-ID
               FILE STATUS IS WS-EM-STATUS.

           SELECT DEDUCTION-CODE-FILE ASSIGN TO "DEDCODES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DC-DEDUCTION-CODE
               FILE STATUS IS WS-DEDCODE-STATUS.

           SELECT TAX-RATES-FILE ASSIGN TO "TAXRATES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAXRATE-STATUS.

           SELECT YTD-MASTER-FILE ASSIGN TO "EMPYTD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS YT-EMPLOYEE-ID
               FILE STATUS IS WS-YTD-STATUS.

           SELECT PAY-HISTORY-FILE ASSIGN TO "PAYHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-HISTORY-KEY
               FILE STATUS IS WS-HIST-STATUS.

           SELECT CHECK-CONTROL-FILE ASSIGN TO "CHKCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CC-KEY
               FILE STATUS IS WS-CHKCTL-STATUS.

           SELECT CHECK-REGISTER-FILE ASSIGN TO "CHKREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CR-CHECK-NUMBER
               FILE STATUS IS WS-CHKREG-STATUS.

           SELECT BALANCE-CONTROL-FILE ASSIGN TO "BALCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BC-KEY
               FILE STATUS IS WS-BAL-STATUS.

           SELECT GARNISHMENT-ORDER-FILE ASSIGN TO "GARNORD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GO-ORDER-KEY
               FILE STATUS IS WS-GARN-STATUS.

           SELECT FINAL-PAY-FILE ASSIGN TO "FINALPAY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FP-EMPLOYEE-ID
               FILE STATUS IS WS-FP-STATUS.

           SELECT RETRO-EARNINGS-FILE ASSIGN TO "RETROERN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RE-RETRO-KEY
               FILE STATUS IS WS-RETRO-STATUS.

           SELECT LEAVE-BALANCE-FILE ASSIGN TO "LEAVBAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LB-EMPLOYEE-ID
               FILE STATUS IS WS-LEAVE-STATUS.

           SELECT ARREARS-FILE ASSIGN TO "ARREARS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AF-ARREARS-KEY
               FILE STATUS IS WS-ARR-STATUS.

           SELECT POSITIVE-PAY-FILE ASSIGN TO "POSPAY"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GL-EXTRACT-FILE ASSIGN TO "GLEXTR"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-TOTALS-FILE ASSIGN TO "RUNTOTS"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MANUAL-CHECK-REPORT-FILE ASSIGN TO "MCHKRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MANUAL-CHECK-FILE.
       COPY MANCHK.

       FD  RUN-CONTROL-FILE.
       COPY RUNCTL.

       FD  EMPLOYEE-MASTER-FILE.
       COPY EMPMSTR.

       FD  DEDUCTION-CODE-FILE.
       COPY DEDCODES.

       FD  TAX-RATES-FILE.
       COPY TAXRATES.

       FD  YTD-MASTER-FILE.
       COPY EMPYTD.

       FD  PAY-HISTORY-FILE.
       COPY PAYHIST.

       FD  CHECK-CONTROL-FILE.
       COPY CHKCTL.

       FD  CHECK-REGISTER-FILE.
       COPY CHKREG.

       FD  BALANCE-CONTROL-FILE.
       COPY BALCTL.

       FD  GARNISHMENT-ORDER-FILE.
       COPY GARNORD.

       FD  FINAL-PAY-FILE.
       COPY FINALPAY.

       FD  RETRO-EARNINGS-FILE.
       COPY RETROERN.

       FD  LEAVE-BALANCE-FILE.
       COPY LEAVBAL.

       FD  ARREARS-FILE.
       COPY ARREARS.

       FD  POSITIVE-PAY-FILE.
       COPY POSPAY.

       FD  GL-EXTRACT-FILE.
       COPY GLEXTR.

       FD  RUN-TOTALS-FILE.
       COPY RUNTOT.

       FD  MANUAL-CHECK-REPORT-FILE.
       COPY MCHKRPT.

       WORKING-STORAGE SECTION.
       01  WS-MC-STATUS            PIC X(2) VALUE "00".
       01  WS-EM-STATUS            PIC X(2) VALUE "00".
       01  WS-DEDCODE-STATUS       PIC X(2) VALUE "00".
       01  WS-TAXRATE-STATUS       PIC X(2) VALUE "00".
       01  WS-YTD-STATUS           PIC X(2) VALUE "00".
       01  WS-HIST-STATUS          PIC X(2) VALUE "00".
       01  WS-CHKCTL-STATUS        PIC X(2) VALUE "00".
       01  WS-CHKREG-STATUS        PIC X(2) VALUE "00".
       01  WS-BAL-STATUS           PIC X(2) VALUE "00".
       01  WS-GARN-STATUS          PIC X(2) VALUE "00".
       01  WS-FP-STATUS            PIC X(2) VALUE "00".
       01  WS-RETRO-STATUS         PIC X(2) VALUE "00".
       01  WS-LEAVE-STATUS         PIC X(2) VALUE "00".
       01  WS-ARR-STATUS           PIC X(2) VALUE "00".
      * Open statuses are overwritten by every later read,
      * so which files are open is remembered here.
       01  WS-MC-PRESENT           PIC X VALUE 'Y'.
       01  WS-EM-PRESENT           PIC X VALUE 'Y'.
       01  WS-DEDCODE-PRESENT      PIC X VALUE 'Y'.
       01  WS-CHKCTL-PRESENT       PIC X VALUE 'Y'.
       01  WS-GARN-PRESENT         PIC X VALUE 'Y'.
       01  WS-RETRO-PRESENT        PIC X VALUE 'Y'.
       01  WS-POSTING-OPEN         PIC X VALUE 'N'.

       01  WS-RUN-ABORT            PIC X VALUE 'N'.
       01  WS-MC-EOF               PIC X VALUE 'N'.
       01  WS-HIST-EOF             PIC X VALUE 'N'.
       01  WS-TAXRATE-EOF          PIC X VALUE 'N'.
       01  WS-TAX-TABLE-FOUND      PIC X VALUE 'N'.
       01  WS-TAX-TABLE-DATE       PIC 9(8) VALUE ZEROS.

      * Run control: the posting date (stamped as the run
      * date on every output, the way the pay run stamps its
      * period end), run number, and pay group.
       01  WS-RUN-DATE             PIC 9(8) VALUE ZEROS.
       01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
           05  WS-RUN-YEAR         PIC 9(4).
           05  WS-RUN-MONTH        PIC 9(2).
           05  WS-RUN-DAY          PIC 9(2).
       01  WS-RUN-NUMBER           PIC 9(6) VALUE ZEROS.
       01  WS-RUN-TYPE             PIC X(1) VALUE SPACE.
           88  WS-MANUAL-RUN           VALUE 'M'.
       01  WS-PAY-GROUP            PIC X(1) VALUE 'W'.
           88  WS-WEEKLY-GROUP         VALUE 'W'.
           88  WS-SEMIMONTHLY-GROUP    VALUE 'S'.
       01  WS-EMP-PAY-GROUP        PIC X(1) VALUE 'W'.
       01  WS-TAX-YEAR             PIC 9(4) VALUE ZEROS.
       01  WS-RUN-QUARTER          PIC 9(1) VALUE 1.

       01  WS-SNAPSHOT-KEY.
           05  FILLER              PIC X(7)  VALUE "YTDTOT-".
           05  WS-SNAPSHOT-GROUP   PIC X(1).
           05  FILLER              PIC X(2)  VALUE SPACES.
       01  WS-ADJ-GROSS            PIC S9(10)V9(2) VALUE ZEROS.
       01  WS-ADJ-TAX              PIC S9(10)V9(2) VALUE ZEROS.
       01  WS-ADJ-NET              PIC S9(10)V9(2) VALUE ZEROS.

      * The manual check stock range from the MANUALCHK
      * control record.
       01  WS-MANUAL-FIRST-CHECK   PIC 9(8) VALUE ZEROS.
       01  WS-MANUAL-LAST-CHECK    PIC 9(8) VALUE ZEROS.

      * Employer-side rates and the annual wage bases in
      * effect on the posting date. The VALUE clauses are
      * the pay run's built-in fallback rates, used when no
      * tax table record covers the date. The withholding
      * itself is never figured here - it is on the check.
       01  WS-SS-WAGE-BASE         PIC 9(8)V9(2) VALUE 168600.00.
       01  WS-FUTA-RATE            PIC 9(1)V9(4) VALUE 0.0060.
       01  WS-FUTA-WAGE-BASE       PIC 9(8)V9(2) VALUE 7000.00.
       01  WS-SUTA-RATE            PIC 9(1)V9(4) VALUE 0.0270.
       01  WS-SUTA-WAGE-BASE       PIC 9(8)V9(2) VALUE 9000.00.

      * The check in hand.
       01  WS-CHECK-VALID          PIC X VALUE 'Y'.
       01  WS-FIELDS-NUMERIC       PIC X VALUE 'Y'.
       01  WS-DED-NO-CODE          PIC X VALUE 'N'.
       01  WS-MASTER-FOUND         PIC X VALUE 'N'.
       01  WS-ON-REGISTER          PIC X VALUE 'N'.
       01  WS-ALREADY-PAID         PIC X VALUE 'N'.
       01  WS-REJECT-REASON        PIC X(32) VALUE SPACES.
       01  WS-DED-SUB              PIC 9(1) VALUE ZEROS.
       01  WS-TAX-DEDUCTION        PIC 9(7)V9(2) VALUE ZEROS.
       01  WS-TOTAL-DEDUCTIONS     PIC 9(7)V9(2) VALUE ZEROS.
       01  WS-CROSS-FOOT-NET       PIC S9(8)V9(2) VALUE ZEROS.
       01  WS-GARN-CODE-USED       PIC X VALUE 'N'.
       01  WS-GARN-EOF             PIC X VALUE 'N'.
       01  WS-FP-FOUND             PIC X VALUE 'N'.
       01  WS-OPEN-RETRO           PIC X VALUE 'N'.
       01  WS-RETRO-EOF            PIC X VALUE 'N'.

      * A final check's settlement of the employee's leave
      * and arrears balances, as the termination run records
      * it on the final-pay record.
       01  WS-LEAVE-FOUND          PIC X VALUE 'N'.
       01  WS-ARR-EOF              PIC X VALUE 'N'.
       01  WS-ARR-RECOVERED        PIC 9(7)V9(2) VALUE ZEROS.
       01  WS-ARR-WRITTEN-OFF      PIC 9(7)V9(2) VALUE ZEROS.
       01  WS-ARR-LINE-RECOVERED   PIC 9(7)V9(2) VALUE ZEROS.

      * Taxable wages the check is posted under: gross less
      * the deductions flagged pre-tax for each tax on the
      * deduction code table, and Social Security wages up
      * to the annual wage base - the same W-2 boxes the
      * pay run accumulates.
       01  WS-PRETAX-FED           PIC 9(7)V9(2) VALUE ZEROS.
       01  WS-PRETAX-STATE         PIC 9(7)V9(2) VALUE ZEROS.
       01  WS-PRETAX-FICA          PIC 9(7)V9(2) VALUE ZEROS.
       01  WS-PRETAX-ROOM          PIC 9(7)V9(2) VALUE ZEROS.
       01  WS-PRETAX-AMOUNT        PIC 9(7)V9(2) VALUE ZEROS.
       01  WS-FED-TAXABLE-WAGES    PIC 9(7)V9(2) VALUE ZEROS.
       01  WS-STATE-TAXABLE-WAGES  PIC 9(7)V9(2) VALUE ZEROS.
       01  WS-SS-TAXABLE-WAGES     PIC 9(7)V9(2) VALUE ZEROS.
       01  WS-FICA-TAXABLE-WAGES   PIC 9(7)V9(2) VALUE ZEROS.
       01  WS-FUTA-TAXABLE-WAGES   PIC 9(7)V9(2) VALUE ZEROS.
       01  WS-SUTA-TAXABLE-WAGES   PIC 9(7)V9(2) VALUE ZEROS.
       01  WS-FUTA-TAX             PIC 9(7)V9(2) VALUE ZEROS.
       01  WS-SUTA-TAX             PIC 9(7)V9(2) VALUE ZEROS.
       01  WS-EMPLOYER-TAX-TOTAL   PIC 9(7)V9(2) VALUE ZEROS.

      * YTD record position before this check, held for
      * the group-transfer snapshot adjustment, and the
      * work-state bucket the state tax posts under.
       01  WS-YTD-FOUND            PIC X VALUE 'N'.
       01  WS-YTD-OLD-GROUP        PIC X(1) VALUE 'W'.
       01  WS-XFER-GROSS           PIC 9(8)V9(2) VALUE ZEROS.
       01  WS-XFER-TAX             PIC 9(8)V9(2) VALUE ZEROS.
       01  WS-XFER-NET             PIC 9(8)V9(2) VALUE ZEROS.
       01  WS-BUCKET-STATE         PIC X(2) VALUE SPACES.
       01  WS-YTD-ST-SUB           PIC 9(1) VALUE ZEROS.
       01  WS-YTD-ST-PICK          PIC 9(1) VALUE ZEROS.
       01  WS-YTD-ST-FOUND         PIC X VALUE 'N'.

      * Run totals, in the form the balancing step reads.
       01  WS-READ-COUNT           PIC 9(6) VALUE ZEROS.
       01  WS-POSTED-COUNT         PIC 9(6) VALUE ZEROS.
       01  WS-REJECT-COUNT         PIC 9(6) VALUE ZEROS.
       01  WS-GL-WRITE-COUNT       PIC 9(6) VALUE ZEROS.
       01  WS-TOTAL-GROSS-PAY      PIC S9(8)V9(2) VALUE ZEROS.
       01  WS-TOTAL-TAX-DEDUCTION  PIC S9(8)V9(2) VALUE ZEROS.
       01  WS-TOTAL-ALL-DEDUCTIONS PIC S9(8)V9(2) VALUE ZEROS.
       01  WS-TOTAL-NET-PAY        PIC S9(8)V9(2) VALUE ZEROS.
       01  WS-TOTAL-EMPLOYER-TAX   PIC S9(8)V9(2) VALUE ZEROS.

       01  WS-RPT-HEAD-1.
           05  FILLER              PIC X(26)
                   VALUE "MANUAL CHECK POSTING      ".
           05  FILLER              PIC X(11) VALUE " POSTED ON ".
           05  WS-RH-RUN-DATE      PIC 9(8).
           05  FILLER              PIC X(6)  VALUE "  RUN ".
           05  WS-RH-RUN-NUMBER    PIC 9(6).
           05  FILLER              PIC X(8)  VALUE "  GROUP ".
           05  WS-RH-PAY-GROUP     PIC X(1).

       01  WS-RPT-HEAD-2.
           05  FILLER              PIC X(9)  VALUE "CHECK NO".
           05  FILLER              PIC X(7)  VALUE "EMP ID".
           05  FILLER              PIC X(21) VALUE "EMPLOYEE NAME".
           05  FILLER              PIC X(9)  VALUE "DATED".
           05  FILLER              PIC X(2)  VALUE "R".
           05  FILLER              PIC X(13) VALUE "       GROSS".
           05  FILLER              PIC X(13) VALUE "       TAXES".
           05  FILLER              PIC X(13) VALUE "  DEDUCTIONS".
           05  FILLER              PIC X(13) VALUE "         NET".
           05  FILLER              PIC X(32) VALUE "STATUS".

      * One line per check read; a rejected check still
      * shows its figures as keyed so the line can be
      * checked against the stub.
       01  WS-RPT-DETAIL-LINE.
           05  WS-RD-CHECK-NO      PIC 9(8).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-RD-EMP-ID        PIC X(6).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-RD-EMP-NAME      PIC X(20).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-RD-CHECK-DATE    PIC 9(8).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-RD-REASON-CODE   PIC X(1).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-RD-GROSS         PIC Z,ZZZ,ZZ9.99.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-RD-TAXES         PIC Z,ZZZ,ZZ9.99.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-RD-DEDUCTIONS    PIC Z,ZZZ,ZZ9.99.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-RD-NET           PIC Z,ZZZ,ZZ9.99.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-RD-STATUS        PIC X(32).

       01  WS-RPT-COUNT-LINE.
           05  WS-RC-LABEL         PIC X(34).
           05  WS-RC-COUNT         PIC ZZZ,ZZ9.

       01  WS-RPT-AMOUNT-LINE.
           05  WS-RA-LABEL         PIC X(34).
           05  WS-RA-AMOUNT        PIC ZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM OPEN-FILES
           IF WS-RUN-ABORT NOT = 'Y'
               PERFORM INITIALIZE-RUN
           END-IF
           IF WS-RUN-ABORT = 'Y'
               PERFORM CLOSE-FILES
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM OPEN-POSTING-FILES
           PERFORM WRITE-REPORT-HEADING
           PERFORM READ-NEXT-MANUAL-CHECK
               UNTIL WS-MC-EOF = 'Y'
           PERFORM WRITE-REPORT-TOTALS
           PERFORM WRITE-RUN-TOTALS-RECORD
           IF WS-REJECT-COUNT > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM CLOSE-FILES
           STOP RUN.

      * The posting files the pay run creates on first use
      * are created here the same way; without the check
      * file, the master, or the check control file there
      * is nothing that can be validated or posted.
       OPEN-FILES.
           OPEN INPUT MANUAL-CHECK-FILE
           IF WS-MC-STATUS NOT = "00"
               MOVE 'N' TO WS-MC-PRESENT
               MOVE 'Y' TO WS-RUN-ABORT
               DISPLAY "MANUAL-CHECK FILE NOT ON FILE - RUN ABORTED"
           END-IF
           OPEN INPUT EMPLOYEE-MASTER-FILE
           IF WS-EM-STATUS NOT = "00"
               MOVE 'N' TO WS-EM-PRESENT
               MOVE 'Y' TO WS-RUN-ABORT
               DISPLAY "EMPLOYEE MASTER NOT ON FILE - RUN ABORTED"
           END-IF
           OPEN INPUT CHECK-CONTROL-FILE
           IF WS-CHKCTL-STATUS NOT = "00"
               MOVE 'N' TO WS-CHKCTL-PRESENT
               MOVE 'Y' TO WS-RUN-ABORT
               DISPLAY "CHECK CONTROL FILE NOT ON FILE - "
                   "RUN ABORTED"
           END-IF
           OPEN INPUT DEDUCTION-CODE-FILE
           IF WS-DEDCODE-STATUS NOT = "00"
               MOVE 'N' TO WS-DEDCODE-PRESENT
           END-IF
           OPEN I-O YTD-MASTER-FILE
           IF WS-YTD-STATUS NOT = "00"
               OPEN OUTPUT YTD-MASTER-FILE
               CLOSE YTD-MASTER-FILE
               OPEN I-O YTD-MASTER-FILE
           END-IF
           OPEN I-O PAY-HISTORY-FILE
           IF WS-HIST-STATUS NOT = "00"
               OPEN OUTPUT PAY-HISTORY-FILE
               CLOSE PAY-HISTORY-FILE
               OPEN I-O PAY-HISTORY-FILE
           END-IF
           OPEN I-O CHECK-REGISTER-FILE
           IF WS-CHKREG-STATUS NOT = "00"
               OPEN OUTPUT CHECK-REGISTER-FILE
               CLOSE CHECK-REGISTER-FILE
               OPEN I-O CHECK-REGISTER-FILE
           END-IF
           OPEN I-O BALANCE-CONTROL-FILE
           IF WS-BAL-STATUS NOT = "00"
               OPEN OUTPUT BALANCE-CONTROL-FILE
               CLOSE BALANCE-CONTROL-FILE
               OPEN I-O BALANCE-CONTROL-FILE
           END-IF
           OPEN INPUT GARNISHMENT-ORDER-FILE
           IF WS-GARN-STATUS NOT = "00"
               MOVE 'N' TO WS-GARN-PRESENT
           END-IF
           OPEN INPUT RETRO-EARNINGS-FILE
           IF WS-RETRO-STATUS NOT = "00"
               MOVE 'N' TO WS-RETRO-PRESENT
           END-IF
           OPEN I-O FINAL-PAY-FILE
           IF WS-FP-STATUS NOT = "00"
               OPEN OUTPUT FINAL-PAY-FILE
               CLOSE FINAL-PAY-FILE
               OPEN I-O FINAL-PAY-FILE
           END-IF
           OPEN I-O LEAVE-BALANCE-FILE
           IF WS-LEAVE-STATUS NOT = "00"
               OPEN OUTPUT LEAVE-BALANCE-FILE
               CLOSE LEAVE-BALANCE-FILE
               OPEN I-O LEAVE-BALANCE-FILE
           END-IF
           OPEN I-O ARREARS-FILE
           IF WS-ARR-STATUS NOT = "00"
               OPEN OUTPUT ARREARS-FILE
               CLOSE ARREARS-FILE
               OPEN I-O ARREARS-FILE
           END-IF
           OPEN OUTPUT MANUAL-CHECK-REPORT-FILE.

      * Everything that can refuse the run is checked before
      * the extracts are opened, so a refused run leaves the
      * last run's positive-pay and GL files untouched.
       INITIALIZE-RUN.
           PERFORM READ-RUN-CONTROL
           IF WS-RUN-ABORT NOT = 'Y'
               PERFORM VERIFY-RUN-NUMBER
           END-IF
           IF WS-RUN-ABORT NOT = 'Y'
               PERFORM VERIFY-TAX-YEAR
           END-IF
           IF WS-RUN-ABORT NOT = 'Y'
               PERFORM LOAD-MANUAL-CHECK-RANGE
           END-IF
           IF WS-RUN-ABORT NOT = 'Y'
               PERFORM LOAD-TAX-RATES
           END-IF.

       READ-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL-FILE
           READ RUN-CONTROL-FILE
               AT END
                   MOVE 'Y' TO WS-RUN-ABORT
                   DISPLAY "RUN-CONTROL FILE EMPTY - RUN ABORTED"
               NOT AT END
                   MOVE RC-PERIOD-END-DATE TO WS-RUN-DATE
                   MOVE RC-RUN-NUMBER      TO WS-RUN-NUMBER
                   MOVE RC-RUN-TYPE        TO WS-RUN-TYPE
                   MOVE RC-PAY-GROUP       TO WS-PAY-GROUP
           END-READ
           CLOSE RUN-CONTROL-FILE
           IF WS-RUN-ABORT NOT = 'Y'
               IF WS-PAY-GROUP = SPACE
                   MOVE 'W' TO WS-PAY-GROUP
               END-IF
               EVALUATE TRUE
                   WHEN NOT WS-MANUAL-RUN
                       MOVE 'Y' TO WS-RUN-ABORT
                       DISPLAY "RUN-CONTROL TYPE " WS-RUN-TYPE
                           " NOT M - RUN ABORTED"
                   WHEN NOT WS-WEEKLY-GROUP AND
                           NOT WS-SEMIMONTHLY-GROUP
                       MOVE 'Y' TO WS-RUN-ABORT
                       DISPLAY "RUN-CONTROL PAY GROUP " WS-PAY-GROUP
                           " NOT W OR S - RUN ABORTED"
                   WHEN WS-RUN-NUMBER = ZEROS OR
                           WS-RUN-DATE = ZEROS
                       MOVE 'Y' TO WS-RUN-ABORT
                       DISPLAY "RUN-CONTROL RUN NUMBER OR DATE "
                           "MISSING - RUN ABORTED"
               END-EVALUATE
           END-IF.

      * Pay history is keyed by run number, so a run number
      * already used by any run - manual or pay run - would
      * collide with that run's payments. A rerun of a
      * manual batch must come in under a new number; the
      * check register then rejects every check it already
      * posted.
       VERIFY-RUN-NUMBER.
           MOVE WS-RUN-NUMBER TO PH-RUN-NUMBER
           MOVE LOW-VALUES    TO PH-EMPLOYEE-ID
           MOVE 'N' TO WS-HIST-EOF
           START PAY-HISTORY-FILE
               KEY IS NOT LESS THAN PH-HISTORY-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-HIST-EOF
           END-START
           IF WS-HIST-EOF NOT = 'Y'
               READ PAY-HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-HIST-EOF
               END-READ
           END-IF
           IF WS-HIST-EOF NOT = 'Y'
               IF PH-RUN-NUMBER = WS-RUN-NUMBER
                   MOVE 'Y' TO WS-RUN-ABORT
                   DISPLAY "RUN NUMBER " WS-RUN-NUMBER
                       " ALREADY ON PAY HISTORY - RUN ABORTED"
               END-IF
           END-IF.

      * The same tax-year rule the pay run applies: the
      * group's YTD balances belong to the year on its
      * balancing snapshot, and every check posted must be
      * dated in it. A snapshot with no year yet takes the
      * posting date's year; a group with no snapshot yet
      * posts into the posting date's year.
       VERIFY-TAX-YEAR.
           MOVE WS-RUN-YEAR  TO WS-TAX-YEAR
           MOVE WS-PAY-GROUP TO WS-SNAPSHOT-GROUP
           MOVE WS-SNAPSHOT-KEY TO BC-KEY
           READ BALANCE-CONTROL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF BC-TAX-YEAR = ZEROS
                       MOVE WS-RUN-YEAR TO BC-TAX-YEAR
                       REWRITE BC-BALANCE-RECORD
                   ELSE
                   IF WS-RUN-YEAR NOT = BC-TAX-YEAR
                       MOVE 'Y' TO WS-RUN-ABORT
                       DISPLAY "POSTING DATE " WS-RUN-DATE
                           " NOT IN GROUP " WS-PAY-GROUP
                           " TAX YEAR " BC-TAX-YEAR
                           " - RUN ABORTED"
                       IF WS-RUN-YEAR > BC-TAX-YEAR
                           DISPLAY "RUN THE YEAR-END CLOSE FOR "
                               BC-TAX-YEAR " FIRST"
                       END-IF
                   END-IF
                   END-IF
           END-READ.

      * The manual stock is a block of numbers set aside
      * from the pay run's printed sequence. Printed
      * numbers that have run into the block are flagged
      * for treasury; the register still refuses any
      * number issued twice.
       LOAD-MANUAL-CHECK-RANGE.
           MOVE "MANUALCHK " TO CC-KEY
           READ CHECK-CONTROL-FILE
               INVALID KEY
                   MOVE 'Y' TO WS-RUN-ABORT
                   DISPLAY "NO MANUAL CHECK RANGE ON CHECK CONTROL "
                       "FILE - RUN ABORTED"
               NOT INVALID KEY
                   MOVE CC-MANUAL-FIRST-CHECK
                       TO WS-MANUAL-FIRST-CHECK
                   MOVE CC-MANUAL-LAST-CHECK
                       TO WS-MANUAL-LAST-CHECK
           END-READ
           IF WS-RUN-ABORT NOT = 'Y'
               IF WS-MANUAL-FIRST-CHECK = ZEROS OR
                       WS-MANUAL-LAST-CHECK < WS-MANUAL-FIRST-CHECK
                   MOVE 'Y' TO WS-RUN-ABORT
                   DISPLAY "MANUAL CHECK RANGE " WS-MANUAL-FIRST-CHECK
                       " TO " WS-MANUAL-LAST-CHECK
                       " NOT VALID - RUN ABORTED"
               END-IF
           END-IF
           IF WS-RUN-ABORT NOT = 'Y'
               MOVE "NEXTCHECK " TO CC-KEY
               READ CHECK-CONTROL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CC-NEXT-CHECK-NUMBER NOT <
                               WS-MANUAL-FIRST-CHECK AND
                               CC-NEXT-CHECK-NUMBER NOT >
                               WS-MANUAL-LAST-CHECK
                           DISPLAY "WARNING - PRINTED CHECK NUMBER "
                               CC-NEXT-CHECK-NUMBER
                               " IS INSIDE THE MANUAL CHECK RANGE"
                       END-IF
               END-READ
           END-IF.

      * The employer-side rates and wage bases in effect on
      * the posting date: the latest base record on or
      * before it wins, as in the pay run. The per-state
      * withholding records are not needed here.
       LOAD-TAX-RATES.
           MOVE 'N' TO WS-TAX-TABLE-FOUND
           MOVE 'N' TO WS-TAXRATE-EOF
           MOVE ZEROS TO WS-TAX-TABLE-DATE
           OPEN INPUT TAX-RATES-FILE
           IF WS-TAXRATE-STATUS = "00"
               PERFORM READ-ONE-TAX-RATE
                   UNTIL WS-TAXRATE-EOF = 'Y'
               CLOSE TAX-RATES-FILE
           END-IF
           IF WS-TAX-TABLE-FOUND NOT = 'Y'
               DISPLAY "NO TAX TABLE COVERS POSTING DATE "
                   WS-RUN-DATE " - BUILT-IN RATES IN USE"
           END-IF.

       READ-ONE-TAX-RATE.
           READ TAX-RATES-FILE
               AT END
                   MOVE 'Y' TO WS-TAXRATE-EOF
               NOT AT END
                   IF NOT TX-STATE-RECORD
                       PERFORM LOAD-ONE-BASE-RATE
                   END-IF
           END-READ.

       LOAD-ONE-BASE-RATE.
           IF TX-EFFECTIVE-DATE NOT > WS-RUN-DATE AND
                   TX-EFFECTIVE-DATE NOT < WS-TAX-TABLE-DATE
               MOVE 'Y' TO WS-TAX-TABLE-FOUND
               MOVE TX-EFFECTIVE-DATE TO WS-TAX-TABLE-DATE
               MOVE TX-SS-WAGE-BASE   TO WS-SS-WAGE-BASE
               MOVE TX-FUTA-RATE      TO WS-FUTA-RATE
               MOVE TX-FUTA-WAGE-BASE TO WS-FUTA-WAGE-BASE
               MOVE TX-SUTA-RATE      TO WS-SUTA-RATE
               MOVE TX-SUTA-WAGE-BASE TO WS-SUTA-WAGE-BASE
           END-IF.

       OPEN-POSTING-FILES.
           OPEN OUTPUT POSITIVE-PAY-FILE
           OPEN OUTPUT GL-EXTRACT-FILE
           MOVE 'Y' TO WS-POSTING-OPEN.

       WRITE-REPORT-HEADING.
           MOVE WS-RUN-DATE   TO WS-RH-RUN-DATE
           MOVE WS-RUN-NUMBER TO WS-RH-RUN-NUMBER
           MOVE WS-PAY-GROUP  TO WS-RH-PAY-GROUP
           WRITE MK-PRINT-LINE FROM WS-RPT-HEAD-1
               AFTER ADVANCING PAGE
           MOVE SPACES TO MK-PRINT-LINE
           WRITE MK-PRINT-LINE AFTER ADVANCING 1 LINE
           WRITE MK-PRINT-LINE FROM WS-RPT-HEAD-2
               AFTER ADVANCING 1 LINE.

       READ-NEXT-MANUAL-CHECK.
           READ MANUAL-CHECK-FILE
               AT END
                   MOVE 'Y' TO WS-MC-EOF
               NOT AT END
                   PERFORM PROCESS-ONE-MANUAL-CHECK
           END-READ.

       PROCESS-ONE-MANUAL-CHECK.
           ADD 1 TO WS-READ-COUNT
           PERFORM EDIT-MANUAL-CHECK
           IF WS-CHECK-VALID NOT = 'Y'
               ADD 1 TO WS-REJECT-COUNT
               MOVE WS-REJECT-REASON TO WS-RD-STATUS
           ELSE
               PERFORM POST-MANUAL-CHECK
               ADD 1 TO WS-POSTED-COUNT
               MOVE "POSTED" TO WS-RD-STATUS
               IF MC-FINAL-CHECK
                   MOVE "POSTED - FINAL PAY SETTLED"
                       TO WS-RD-STATUS
               END-IF
           END-IF
           PERFORM WRITE-REPORT-DETAIL.

      * Lookups first, so the edits below read in the order
      * payroll works a rejected stub: the figures, the
      * employee, the date, the arithmetic, then the check
      * number. Nothing is looked up for a record whose
      * figures are not numeric.
       EDIT-MANUAL-CHECK.
           MOVE 'Y' TO WS-CHECK-VALID
           MOVE SPACES TO WS-REJECT-REASON
           MOVE 'N' TO WS-MASTER-FOUND
           MOVE 'N' TO WS-ON-REGISTER
           MOVE 'N' TO WS-ALREADY-PAID
           MOVE 'N' TO WS-GARN-CODE-USED
           MOVE 'N' TO WS-FP-FOUND
           MOVE 'N' TO WS-OPEN-RETRO
           PERFORM CHECK-FIGURES-NUMERIC
           IF WS-FIELDS-NUMERIC = 'Y'
               PERFORM TOTAL-MANUAL-DEDUCTIONS
               COMPUTE WS-TAX-DEDUCTION =
                   MC-FEDERAL-TAX + MC-STATE-TAX +
                   MC-SOCSEC-TAX + MC-MEDICARE-TAX
               COMPUTE WS-CROSS-FOOT-NET =
                   MC-GROSS-PAY - WS-TAX-DEDUCTION -
                   WS-TOTAL-DEDUCTIONS
               PERFORM LOOKUP-EMPLOYEE-MASTER
               PERFORM LOOKUP-CHECK-REGISTER
               PERFORM LOOKUP-RUN-PAYMENT
               PERFORM LOOKUP-GARNISHMENT-ORDERS
               IF MC-FINAL-CHECK
                   PERFORM LOOKUP-FINAL-PAY
                   PERFORM LOOKUP-OPEN-RETRO
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN WS-FIELDS-NUMERIC NOT = 'Y'
                   MOVE "FIGURES NOT NUMERIC" TO WS-REJECT-REASON
               WHEN WS-DED-NO-CODE = 'Y'
                   MOVE "DEDUCTION AMOUNT WITH NO CODE"
                       TO WS-REJECT-REASON
               WHEN WS-MASTER-FOUND NOT = 'Y'
                   MOVE "EMPLOYEE NOT ON MASTER FILE"
                       TO WS-REJECT-REASON
               WHEN WS-EMP-PAY-GROUP NOT = WS-PAY-GROUP
                   MOVE "EMPLOYEE NOT IN RUN'S PAY GROUP"
                       TO WS-REJECT-REASON
               WHEN NOT MC-EMERGENCY-ADVANCE AND
                       NOT MC-FINAL-CHECK AND NOT MC-OTHER-PAYMENT
                   MOVE "PAYMENT REASON NOT A, F, OR O"
                       TO WS-REJECT-REASON
               WHEN MC-CHECK-MONTH < 1 OR MC-CHECK-MONTH > 12 OR
                       MC-CHECK-DAY < 1 OR MC-CHECK-DAY > 31 OR
                       MC-CHECK-DATE > WS-RUN-DATE
                   MOVE "CHECK DATE INVALID OR AFTER RUN"
                       TO WS-REJECT-REASON
               WHEN MC-CHECK-YEAR NOT = WS-TAX-YEAR
                   MOVE "CHECK DATE NOT IN GROUP TAX YEAR"
                       TO WS-REJECT-REASON
               WHEN MC-GROSS-PAY = ZEROS
                   MOVE "GROSS PAY IS ZERO" TO WS-REJECT-REASON
               WHEN WS-CROSS-FOOT-NET NOT = MC-NET-PAY
                   MOVE "NET NOT GROSS LESS TAX AND DEDS"
                       TO WS-REJECT-REASON
               WHEN MC-CHECK-NUMBER < WS-MANUAL-FIRST-CHECK OR
                       MC-CHECK-NUMBER > WS-MANUAL-LAST-CHECK
                   MOVE "CHECK NO OUTSIDE MANUAL RANGE"
                       TO WS-REJECT-REASON
               WHEN WS-ON-REGISTER = 'Y'
                   MOVE "CHECK NO ALREADY ON REGISTER"
                       TO WS-REJECT-REASON
               WHEN WS-ALREADY-PAID = 'Y'
                   MOVE "EMPLOYEE ALREADY PAID THIS RUN"
                       TO WS-REJECT-REASON
               WHEN WS-GARN-CODE-USED = 'Y'
                   MOVE "GARNISHMENT CODE - USE PAY RUN"
                       TO WS-REJECT-REASON
               WHEN MC-FINAL-CHECK AND WS-FP-FOUND NOT = 'Y'
                   MOVE "NO FINAL PAY RECORD ON FILE"
                       TO WS-REJECT-REASON
               WHEN MC-FINAL-CHECK AND NOT FP-PENDING
                   MOVE "FINAL PAY ALREADY SETTLED"
                       TO WS-REJECT-REASON
               WHEN MC-FINAL-CHECK AND WS-OPEN-RETRO = 'Y'
                   MOVE "OPEN RETRO PAY - USE TERM RUN"
                       TO WS-REJECT-REASON
           END-EVALUATE
           IF WS-REJECT-REASON NOT = SPACES
               MOVE 'N' TO WS-CHECK-VALID
           END-IF.

       CHECK-FIGURES-NUMERIC.
           MOVE 'Y' TO WS-FIELDS-NUMERIC
           IF MC-CHECK-NUMBER NOT NUMERIC OR
                   MC-CHECK-DATE NOT NUMERIC OR
                   MC-HOURS-WORKED NOT NUMERIC OR
                   MC-GROSS-PAY NOT NUMERIC OR
                   MC-FEDERAL-TAX NOT NUMERIC OR
                   MC-STATE-TAX NOT NUMERIC OR
                   MC-SOCSEC-TAX NOT NUMERIC OR
                   MC-MEDICARE-TAX NOT NUMERIC OR
                   MC-NET-PAY NOT NUMERIC
               MOVE 'N' TO WS-FIELDS-NUMERIC
           END-IF
           PERFORM CHECK-ONE-DEDUCTION-NUMERIC
               VARYING WS-DED-SUB FROM 1 BY 1
               UNTIL WS-DED-SUB > 5.

       CHECK-ONE-DEDUCTION-NUMERIC.
           IF MC-DEDUCTION-AMOUNT (WS-DED-SUB) NOT NUMERIC
               MOVE 'N' TO WS-FIELDS-NUMERIC
           END-IF.

       TOTAL-MANUAL-DEDUCTIONS.
           MOVE ZEROS TO WS-TOTAL-DEDUCTIONS
           MOVE 'N' TO WS-DED-NO-CODE
           PERFORM ADD-ONE-MANUAL-DEDUCTION
               VARYING WS-DED-SUB FROM 1 BY 1
               UNTIL WS-DED-SUB > 5.

       ADD-ONE-MANUAL-DEDUCTION.
           ADD MC-DEDUCTION-AMOUNT (WS-DED-SUB)
               TO WS-TOTAL-DEDUCTIONS
           IF MC-DEDUCTION-CODE (WS-DED-SUB) = SPACES AND
                   MC-DEDUCTION-AMOUNT (WS-DED-SUB) NOT = ZEROS
               MOVE 'Y' TO WS-DED-NO-CODE
           END-IF.

      * A terminated employee is still on the master and
      * may be paid: a final check typed at the window is
      * exactly what this run is for.
       LOOKUP-EMPLOYEE-MASTER.
           MOVE MC-EMPLOYEE-ID TO EM-EMPLOYEE-ID
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   MOVE 'N' TO WS-MASTER-FOUND
                   MOVE SPACES TO EM-EMPLOYEE-NAME
               NOT INVALID KEY
                   MOVE 'Y' TO WS-MASTER-FOUND
                   MOVE EM-PAY-GROUP TO WS-EMP-PAY-GROUP
                   IF WS-EMP-PAY-GROUP = SPACE
                       MOVE 'W' TO WS-EMP-PAY-GROUP
                   END-IF
           END-READ.

       LOOKUP-CHECK-REGISTER.
           MOVE MC-CHECK-NUMBER TO CR-CHECK-NUMBER
           READ CHECK-REGISTER-FILE
               INVALID KEY
                   MOVE 'N' TO WS-ON-REGISTER
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ON-REGISTER
           END-READ.

      * Pay history holds one payment per employee per run;
      * a second manual check for the same employee goes in
      * a separate run.
       LOOKUP-RUN-PAYMENT.
           MOVE WS-RUN-NUMBER  TO PH-RUN-NUMBER
           MOVE MC-EMPLOYEE-ID TO PH-EMPLOYEE-ID
           READ PAY-HISTORY-FILE
               INVALID KEY
                   MOVE 'N' TO WS-ALREADY-PAID
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ALREADY-PAID
           END-READ.

      * Any order on file for a code - active, satisfied, or
      * released - makes the code order-driven in the pay
      * run, which alone posts withholding to the order and
      * remits it; a manual deduction under it would reach
      * neither.
       LOOKUP-GARNISHMENT-ORDERS.
           IF WS-GARN-PRESENT = 'Y'
               MOVE 'N' TO WS-GARN-EOF
               MOVE MC-EMPLOYEE-ID TO GO-EMPLOYEE-ID
               MOVE LOW-VALUES TO GO-CASE-NUMBER
               START GARNISHMENT-ORDER-FILE
                   KEY IS NOT LESS THAN GO-ORDER-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-GARN-EOF
               END-START
               PERFORM READ-NEXT-GARNISHMENT-ORDER
                   UNTIL WS-GARN-EOF = 'Y'
           END-IF.

       READ-NEXT-GARNISHMENT-ORDER.
           READ GARNISHMENT-ORDER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-GARN-EOF
               NOT AT END
                   IF GO-EMPLOYEE-ID NOT = MC-EMPLOYEE-ID
                       MOVE 'Y' TO WS-GARN-EOF
                   ELSE
                       PERFORM MATCH-ONE-ORDER-CODE
                           VARYING WS-DED-SUB FROM 1 BY 1
                           UNTIL WS-DED-SUB > 5
                   END-IF
           END-READ.

       MATCH-ONE-ORDER-CODE.
           IF MC-DEDUCTION-CODE (WS-DED-SUB) = GO-ORDER-TYPE AND
                   MC-DEDUCTION-AMOUNT (WS-DED-SUB) > ZEROS
               MOVE 'Y' TO WS-GARN-CODE-USED
           END-IF.

       LOOKUP-FINAL-PAY.
           MOVE MC-EMPLOYEE-ID TO FP-EMPLOYEE-ID
           READ FINAL-PAY-FILE
               INVALID KEY
                   MOVE 'N' TO WS-FP-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-FP-FOUND
           END-READ.

      * Retro pay still open for a terminated employee is
      * paid only by the termination run's settlement; a
      * final check written by hand would leave it unpaid
      * for good.
       LOOKUP-OPEN-RETRO.
           IF WS-RETRO-PRESENT = 'Y'
               MOVE 'N' TO WS-RETRO-EOF
               MOVE MC-EMPLOYEE-ID TO RE-EMPLOYEE-ID
               MOVE ZEROS TO RE-SOURCE-RUN
               MOVE LOW-VALUES TO RE-REQUEST-ID
               START RETRO-EARNINGS-FILE
                   KEY IS NOT LESS THAN RE-RETRO-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-RETRO-EOF
               END-START
               PERFORM READ-NEXT-RETRO-LINE
                   UNTIL WS-RETRO-EOF = 'Y'
           END-IF.

       READ-NEXT-RETRO-LINE.
           READ RETRO-EARNINGS-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-RETRO-EOF
               NOT AT END
                   IF RE-EMPLOYEE-ID NOT = MC-EMPLOYEE-ID
                       MOVE 'Y' TO WS-RETRO-EOF
                   ELSE
                       IF RE-OPEN
                           MOVE 'Y' TO WS-OPEN-RETRO
                       END-IF
                   END-IF
           END-READ.

      * The check posts into the quarter its own date falls
      * in, as a pay-run check posts into its check date's
      * quarter.
       POST-MANUAL-CHECK.
           COMPUTE WS-RUN-QUARTER = (MC-CHECK-MONTH + 2) / 3
           PERFORM READ-YTD-BALANCE
           PERFORM COMPUTE-TAXABLE-WAGES
           PERFORM COMPUTE-EMPLOYER-TAX
           PERFORM UPDATE-YTD-BALANCE
           PERFORM ISSUE-MANUAL-CHECK
           PERFORM WRITE-PAY-HISTORY
           PERFORM WRITE-GL-EXTRACT
           IF MC-FINAL-CHECK
               PERFORM SETTLE-FINAL-PAY
           END-IF
           PERFORM ACCUMULATE-RUN-TOTALS.

      * Closes the balances the termination run would have
      * settled. The final-pay record read by the edit is
      * still in the record area.
       SETTLE-FINAL-PAY.
           MOVE ZEROS TO FP-VAC-HOURS-PAID
           MOVE ZEROS TO FP-SICK-HOURS-CLOSED
           MOVE MC-EMPLOYEE-ID TO LB-EMPLOYEE-ID
           READ LEAVE-BALANCE-FILE
               INVALID KEY
                   MOVE 'N' TO WS-LEAVE-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-LEAVE-FOUND
           END-READ
           IF WS-LEAVE-FOUND = 'Y'
               IF LB-VACATION-BALANCE > ZEROS
                   MOVE LB-VACATION-BALANCE TO FP-VAC-HOURS-PAID
               END-IF
               IF LB-SICK-BALANCE > ZEROS
                   MOVE LB-SICK-BALANCE TO FP-SICK-HOURS-CLOSED
               END-IF
               DELETE LEAVE-BALANCE-FILE
           END-IF
           MOVE ZEROS TO WS-ARR-RECOVERED
           MOVE ZEROS TO WS-ARR-WRITTEN-OFF
           MOVE 'N' TO WS-ARR-EOF
           MOVE MC-EMPLOYEE-ID TO AF-EMPLOYEE-ID
           MOVE LOW-VALUES TO AF-DEDUCTION-CODE
           START ARREARS-FILE
               KEY IS NOT LESS THAN AF-ARREARS-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-ARR-EOF
           END-START
           PERFORM CLOSE-NEXT-ARREARS
               UNTIL WS-ARR-EOF = 'Y'
           MOVE 'C'                TO FP-STATUS
           MOVE WS-RUN-NUMBER      TO FP-PAID-RUN
           MOVE ZEROS              TO FP-VAC-HOURS-FORFEIT
           MOVE ZEROS              TO FP-VAC-PAYOUT
           MOVE WS-ARR-RECOVERED   TO FP-ARREARS-RECOVERED
           MOVE WS-ARR-WRITTEN-OFF TO FP-ARREARS-WRITTEN-OFF
           MOVE MC-NET-PAY         TO FP-NET-PAY
           REWRITE FP-FINAL-PAY-RECORD.

       CLOSE-NEXT-ARREARS.
           READ ARREARS-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-ARR-EOF
               NOT AT END
                   IF AF-EMPLOYEE-ID NOT = MC-EMPLOYEE-ID
                       MOVE 'Y' TO WS-ARR-EOF
                   ELSE
                       PERFORM CLOSE-ONE-ARREARS
                   END-IF
           END-READ.

      * What the check withheld under the arrears code is
      * taken as recovered, up to the balance; the rest of
      * the balance is written off.
       CLOSE-ONE-ARREARS.
           MOVE ZEROS TO WS-ARR-LINE-RECOVERED
           PERFORM FIND-ARREARS-RECOVERY
               VARYING WS-DED-SUB FROM 1 BY 1
               UNTIL WS-DED-SUB > 5
           IF WS-ARR-LINE-RECOVERED > AF-ARREARS-BALANCE
               MOVE AF-ARREARS-BALANCE TO WS-ARR-LINE-RECOVERED
           END-IF
           ADD WS-ARR-LINE-RECOVERED TO WS-ARR-RECOVERED
           COMPUTE WS-ARR-WRITTEN-OFF = WS-ARR-WRITTEN-OFF +
               AF-ARREARS-BALANCE - WS-ARR-LINE-RECOVERED
           DELETE ARREARS-FILE.

       FIND-ARREARS-RECOVERY.
           IF MC-DEDUCTION-CODE (WS-DED-SUB) = AF-DEDUCTION-CODE
               ADD MC-DEDUCTION-AMOUNT (WS-DED-SUB)
                   TO WS-ARR-LINE-RECOVERED
           END-IF.

       READ-YTD-BALANCE.
           MOVE MC-EMPLOYEE-ID TO YT-EMPLOYEE-ID
           READ YTD-MASTER-FILE
               INVALID KEY
                   MOVE 'N' TO WS-YTD-FOUND
                   MOVE ZEROS TO YT-YTD-GROSS-PAY
                   MOVE ZEROS TO YT-YTD-TAX-DEDUCTION
                   MOVE ZEROS TO YT-YTD-NET-PAY
                   MOVE ZEROS TO YT-YTD-FEDERAL-TAX
                   MOVE ZEROS TO YT-YTD-STATE-TAX
                   MOVE ZEROS TO YT-YTD-SOCSEC-TAX
                   MOVE ZEROS TO YT-YTD-MEDICARE-TAX
                   MOVE ZEROS TO YT-YTD-EMPLOYER-SS
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
                       UNTIL WS-YTD-ST-SUB > 4
                   MOVE WS-PAY-GROUP TO WS-YTD-OLD-GROUP
                   MOVE ZEROS TO WS-XFER-GROSS
                   MOVE ZEROS TO WS-XFER-TAX
                   MOVE ZEROS TO WS-XFER-NET
               NOT INVALID KEY
                   MOVE 'Y' TO WS-YTD-FOUND
                   MOVE YT-PAY-GROUP TO WS-YTD-OLD-GROUP
                   IF WS-YTD-OLD-GROUP = SPACE
                       MOVE 'W' TO WS-YTD-OLD-GROUP
                   END-IF
                   MOVE YT-YTD-GROSS-PAY     TO WS-XFER-GROSS
                   MOVE YT-YTD-TAX-DEDUCTION TO WS-XFER-TAX
                   MOVE YT-YTD-NET-PAY       TO WS-XFER-NET
           END-READ.

       INIT-ONE-YTD-STATE-SLOT.
           MOVE SPACES TO YT-ST-CODE (WS-YTD-ST-SUB)
           MOVE ZEROS  TO YT-ST-GROSS (WS-YTD-ST-SUB)
           MOVE ZEROS  TO YT-ST-TAX (WS-YTD-ST-SUB)
           MOVE ZEROS  TO YT-ST-QTR-TAX (WS-YTD-ST-SUB 1)
           MOVE ZEROS  TO YT-ST-QTR-TAX (WS-YTD-ST-SUB 2)
           MOVE ZEROS  TO YT-ST-QTR-TAX (WS-YTD-ST-SUB 3)
           MOVE ZEROS  TO YT-ST-QTR-TAX (WS-YTD-ST-SUB 4).

      * The deductions on the check that the deduction code
      * table flags pre-tax come off gross for each tax's
      * wage base, never more in total than the gross.
      * Social Security wages stop at the annual wage base,
      * measured against the year-to-date FICA wages before
      * this check, as the pay run measures them.
       COMPUTE-TAXABLE-WAGES.
           MOVE ZEROS TO WS-PRETAX-FED
           MOVE ZEROS TO WS-PRETAX-STATE
           MOVE ZEROS TO WS-PRETAX-FICA
           MOVE MC-GROSS-PAY TO WS-PRETAX-ROOM
           PERFORM CHECK-ONE-PRETAX-CODE
               VARYING WS-DED-SUB FROM 1 BY 1
               UNTIL WS-DED-SUB > 5
           COMPUTE WS-FED-TAXABLE-WAGES =
               MC-GROSS-PAY - WS-PRETAX-FED
           COMPUTE WS-STATE-TAXABLE-WAGES =
               MC-GROSS-PAY - WS-PRETAX-STATE
           COMPUTE WS-FICA-TAXABLE-WAGES =
               MC-GROSS-PAY - WS-PRETAX-FICA
           IF YT-YTD-MEDI-WAGES >= WS-SS-WAGE-BASE
               MOVE ZEROS TO WS-SS-TAXABLE-WAGES
           ELSE
               COMPUTE WS-SS-TAXABLE-WAGES =
                   WS-SS-WAGE-BASE - YT-YTD-MEDI-WAGES
               IF WS-SS-TAXABLE-WAGES > WS-FICA-TAXABLE-WAGES
                   MOVE WS-FICA-TAXABLE-WAGES
                       TO WS-SS-TAXABLE-WAGES
               END-IF
           END-IF.

       CHECK-ONE-PRETAX-CODE.
           IF MC-DEDUCTION-CODE (WS-DED-SUB) NOT = SPACES AND
                   MC-DEDUCTION-AMOUNT (WS-DED-SUB) NOT = ZEROS AND
                   WS-DEDCODE-PRESENT = 'Y'
               MOVE MC-DEDUCTION-CODE (WS-DED-SUB)
                   TO DC-DEDUCTION-CODE
               READ DEDUCTION-CODE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DC-PRETAX-FOR-FEDERAL OR
                               DC-PRETAX-FOR-STATE OR
                               DC-PRETAX-FOR-FICA
                           MOVE MC-DEDUCTION-AMOUNT (WS-DED-SUB)
                               TO WS-PRETAX-AMOUNT
                           IF WS-PRETAX-AMOUNT > WS-PRETAX-ROOM
                               MOVE WS-PRETAX-ROOM
                                   TO WS-PRETAX-AMOUNT
                           END-IF
                           SUBTRACT WS-PRETAX-AMOUNT
                               FROM WS-PRETAX-ROOM
                           IF DC-PRETAX-FOR-FEDERAL
                               ADD WS-PRETAX-AMOUNT TO WS-PRETAX-FED
                           END-IF
                           IF DC-PRETAX-FOR-STATE
                               ADD WS-PRETAX-AMOUNT
                                   TO WS-PRETAX-STATE
                           END-IF
                           IF DC-PRETAX-FOR-FICA
                               ADD WS-PRETAX-AMOUNT
                                   TO WS-PRETAX-FICA
                           END-IF
                       END-IF
               END-READ
           END-IF.

      * The employer cost of the check: the Social Security
      * and Medicare withheld on the check matched dollar
      * for dollar, and FUTA and SUTA on wages up to their
      * annual bases, figured the pay run's way.
       COMPUTE-EMPLOYER-TAX.
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
           END-IF
           COMPUTE WS-EMPLOYER-TAX-TOTAL =
               MC-SOCSEC-TAX + MC-MEDICARE-TAX +
               WS-FUTA-TAX + WS-SUTA-TAX.

       UPDATE-YTD-BALANCE.
           ADD MC-GROSS-PAY     TO YT-YTD-GROSS-PAY
           ADD WS-TAX-DEDUCTION TO YT-YTD-TAX-DEDUCTION
           ADD MC-NET-PAY       TO YT-YTD-NET-PAY
           ADD MC-FEDERAL-TAX   TO YT-YTD-FEDERAL-TAX
           ADD MC-STATE-TAX     TO YT-YTD-STATE-TAX
           ADD MC-SOCSEC-TAX    TO YT-YTD-SOCSEC-TAX
           ADD MC-MEDICARE-TAX  TO YT-YTD-MEDICARE-TAX
           ADD MC-SOCSEC-TAX    TO YT-YTD-EMPLOYER-SS
           ADD MC-MEDICARE-TAX  TO YT-YTD-EMPLOYER-MEDI
           ADD WS-FUTA-TAX      TO YT-YTD-FUTA-TAX
           ADD WS-SUTA-TAX      TO YT-YTD-SUTA-TAX
           ADD WS-FED-TAXABLE-WAGES   TO YT-YTD-FED-WAGES
           ADD WS-STATE-TAXABLE-WAGES TO YT-YTD-STATE-WAGES
           ADD WS-SS-TAXABLE-WAGES    TO YT-YTD-SS-WAGES
           ADD WS-FICA-TAXABLE-WAGES  TO YT-YTD-MEDI-WAGES
           SET YT-QTR-IDX TO WS-RUN-QUARTER
           ADD MC-GROSS-PAY     TO YT-QTR-GROSS-PAY (YT-QTR-IDX)
           ADD MC-FEDERAL-TAX   TO YT-QTR-FEDERAL-TAX (YT-QTR-IDX)
           ADD MC-STATE-TAX     TO YT-QTR-STATE-TAX (YT-QTR-IDX)
           ADD MC-SOCSEC-TAX    TO YT-QTR-SOCSEC-TAX (YT-QTR-IDX)
           ADD MC-MEDICARE-TAX  TO YT-QTR-MEDICARE-TAX (YT-QTR-IDX)
           PERFORM FIND-YTD-STATE-SLOT
           ADD MC-GROSS-PAY TO YT-ST-GROSS (WS-YTD-ST-PICK)
           ADD MC-STATE-TAX TO YT-ST-TAX (WS-YTD-ST-PICK)
           ADD MC-STATE-TAX
               TO YT-ST-QTR-TAX (WS-YTD-ST-PICK WS-RUN-QUARTER)
           MOVE MC-EMPLOYEE-ID TO YT-EMPLOYEE-ID
           MOVE WS-PAY-GROUP   TO YT-PAY-GROUP
           IF WS-YTD-OLD-GROUP NOT = WS-PAY-GROUP
               PERFORM TRANSFER-YTD-GROUP-BALANCE
           END-IF
           IF WS-YTD-FOUND = 'Y'
               REWRITE YT-YTD-RECORD
           ELSE
               WRITE YT-YTD-RECORD
           END-IF.

      * HR moved the employee between pay cycles and this
      * is the first posting under the new group: the
      * accumulated balance moves between the two groups'
      * balancing snapshots in the same posting that
      * re-stamps the YTD record, exactly as the pay run
      * does it.
       TRANSFER-YTD-GROUP-BALANCE.
           COMPUTE WS-ADJ-GROSS = ZERO - WS-XFER-GROSS
           COMPUTE WS-ADJ-TAX   = ZERO - WS-XFER-TAX
           COMPUTE WS-ADJ-NET   = ZERO - WS-XFER-NET
           MOVE WS-YTD-OLD-GROUP TO WS-SNAPSHOT-GROUP
           PERFORM ADJUST-ONE-SNAPSHOT
           MOVE WS-XFER-GROSS TO WS-ADJ-GROSS
           MOVE WS-XFER-TAX   TO WS-ADJ-TAX
           MOVE WS-XFER-NET   TO WS-ADJ-NET
           MOVE WS-PAY-GROUP  TO WS-SNAPSHOT-GROUP
           PERFORM ADJUST-ONE-SNAPSHOT
           DISPLAY "EMPLOYEE " MC-EMPLOYEE-ID
               " YTD BALANCES MOVED FROM GROUP "
               WS-YTD-OLD-GROUP " TO GROUP " WS-PAY-GROUP
           MOVE WS-PAY-GROUP TO WS-YTD-OLD-GROUP.

       ADJUST-ONE-SNAPSHOT.
           MOVE WS-SNAPSHOT-KEY TO BC-KEY
           READ BALANCE-CONTROL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD WS-ADJ-GROSS TO BC-YTD-GROSS-TOTAL
                   ADD WS-ADJ-TAX   TO BC-YTD-TAX-TOTAL
                   ADD WS-ADJ-NET   TO BC-YTD-NET-TOTAL
                   REWRITE BC-BALANCE-RECORD
           END-READ.

      * The employee's work-state bucket - "HM" for a blank
      * work state - found or claimed as in the pay run,
      * with the same overflow into the last slot.
       FIND-YTD-STATE-SLOT.
           MOVE EM-WORK-STATE TO WS-BUCKET-STATE
           IF WS-BUCKET-STATE = SPACES
               MOVE "HM" TO WS-BUCKET-STATE
           END-IF
           MOVE 'N' TO WS-YTD-ST-FOUND
           PERFORM SCAN-ONE-YTD-STATE
               VARYING WS-YTD-ST-SUB FROM 1 BY 1
               UNTIL WS-YTD-ST-SUB > 4
                   OR WS-YTD-ST-FOUND = 'Y'
           IF WS-YTD-ST-FOUND = 'N'
               PERFORM CLAIM-YTD-STATE-SLOT
                   VARYING WS-YTD-ST-SUB FROM 1 BY 1
                   UNTIL WS-YTD-ST-SUB > 4
                       OR WS-YTD-ST-FOUND = 'Y'
           END-IF
           IF WS-YTD-ST-FOUND = 'N'
               MOVE 4 TO WS-YTD-ST-PICK
               DISPLAY "STATE BUCKETS FULL FOR EMPLOYEE "
                   MC-EMPLOYEE-ID " - STATE " WS-BUCKET-STATE
                   " LUMPED INTO LAST SLOT"
           END-IF.

       SCAN-ONE-YTD-STATE.
           IF YT-ST-CODE (WS-YTD-ST-SUB) = WS-BUCKET-STATE
               MOVE 'Y' TO WS-YTD-ST-FOUND
               MOVE WS-YTD-ST-SUB TO WS-YTD-ST-PICK
           END-IF.

       CLAIM-YTD-STATE-SLOT.
           IF YT-ST-CODE (WS-YTD-ST-SUB) = SPACES
               MOVE WS-BUCKET-STATE TO YT-ST-CODE (WS-YTD-ST-SUB)
               MOVE 'Y' TO WS-YTD-ST-FOUND
               MOVE WS-YTD-ST-SUB TO WS-YTD-ST-PICK
           END-IF.

      * The check goes on the register OUTSTANDING under its
      * own number and date, so the reconciliation run
      * clears it when the bank pays it, and to positive
      * pay so the bank honors it at all.
       ISSUE-MANUAL-CHECK.
           MOVE MC-CHECK-NUMBER  TO CR-CHECK-NUMBER
           MOVE MC-EMPLOYEE-ID   TO CR-EMPLOYEE-ID
           MOVE EM-EMPLOYEE-NAME TO CR-EMPLOYEE-NAME
           MOVE MC-CHECK-DATE    TO CR-ISSUE-DATE
           MOVE WS-RUN-NUMBER    TO CR-RUN-NUMBER
           MOVE MC-NET-PAY       TO CR-AMOUNT
           MOVE 'O'              TO CR-STATUS
           MOVE ZEROS            TO CR-CLEARED-DATE
           MOVE ZEROS            TO CR-NOTICE-DATE
           MOVE ZEROS            TO CR-ESCHEAT-DATE
           MOVE SPACES           TO CR-PROPERTY-STATE
           WRITE CR-CHECK-RECORD
               INVALID KEY
                   DISPLAY "CHECK NUMBER " MC-CHECK-NUMBER
                       " ALREADY ON CHECK REGISTER"
           END-WRITE
           MOVE MC-CHECK-NUMBER  TO PP-CHECK-NUMBER
           MOVE MC-CHECK-DATE    TO PP-ISSUE-DATE
           MOVE MC-NET-PAY       TO PP-AMOUNT
           MOVE EM-EMPLOYEE-NAME TO PP-PAYEE-NAME
           MOVE 'I'              TO PP-ITEM-TYPE
           WRITE PP-POSPAY-RECORD.

      * No hourly rate goes on history, so the retro run
      * never reprices a check written by hand; the whole
      * gross is carried as regular pay for the statement
      * reprint.
       WRITE-PAY-HISTORY.
           MOVE WS-RUN-NUMBER    TO PH-RUN-NUMBER
           MOVE MC-EMPLOYEE-ID   TO PH-EMPLOYEE-ID
           MOVE WS-RUN-DATE      TO PH-PERIOD-END-DATE
           MOVE MC-CHECK-DATE    TO PH-CHECK-DATE
           MOVE EM-EMPLOYEE-NAME TO PH-EMPLOYEE-NAME
           MOVE MC-HOURS-WORKED  TO PH-HOURS-WORKED
           MOVE ZEROS            TO PH-HOURLY-RATE
           MOVE MC-GROSS-PAY     TO PH-GROSS-PAY
           MOVE MC-GROSS-PAY     TO PH-REGULAR-PAY
           MOVE ZEROS            TO PH-OVERTIME-PAY
           MOVE MC-FEDERAL-TAX   TO PH-FEDERAL-TAX
           MOVE MC-STATE-TAX     TO PH-STATE-TAX
           MOVE MC-SOCSEC-TAX    TO PH-SOCSEC-TAX
           MOVE MC-MEDICARE-TAX  TO PH-MEDICARE-TAX
           PERFORM SAVE-ONE-HISTORY-DEDUCTION
               VARYING WS-DED-SUB FROM 1 BY 1
               UNTIL WS-DED-SUB > 5
           MOVE WS-TOTAL-DEDUCTIONS TO PH-TOTAL-DEDUCTIONS
           MOVE MC-NET-PAY       TO PH-NET-PAY
           MOVE 'C'              TO PH-DISB-METHOD
           MOVE MC-CHECK-NUMBER  TO PH-CHECK-NUMBER
           MOVE WS-FED-TAXABLE-WAGES   TO PH-FED-TAXABLE-WAGES
           MOVE WS-STATE-TAXABLE-WAGES TO PH-STATE-TAXABLE-WAGES
           MOVE WS-SS-TAXABLE-WAGES    TO PH-SS-TAXABLE-WAGES
           MOVE WS-FICA-TAXABLE-WAGES  TO PH-MEDI-TAXABLE-WAGES
           MOVE ZEROS                  TO PH-RETRO-PAY
           MOVE ZEROS                  TO PH-VOID-RUN
           MOVE EM-PAY-TYPE            TO PH-PAY-TYPE
           MOVE ZEROS                  TO PH-LEAVE-PAYOUT
           MOVE WS-EMPLOYER-TAX-TOTAL  TO PH-EMPLOYER-TAX
           MOVE WS-RUN-TYPE            TO PH-RUN-TYPE
           WRITE PH-HISTORY-RECORD
               INVALID KEY
                   DISPLAY "PAY HISTORY ALREADY ON FILE FOR RUN "
                       WS-RUN-NUMBER " EMPLOYEE " MC-EMPLOYEE-ID
           END-WRITE.

       SAVE-ONE-HISTORY-DEDUCTION.
           SET PH-DED-IDX TO WS-DED-SUB
           MOVE MC-DEDUCTION-CODE (WS-DED-SUB)
               TO PH-DEDUCTION-CODE (PH-DED-IDX)
           MOVE MC-DEDUCTION-AMOUNT (WS-DED-SUB)
               TO PH-DEDUCTION-AMOUNT (PH-DED-IDX).

      * One GL record per check, all of it charged to the
      * employee's home department - a hand-written check
      * has no hours split to distribute by.
       WRITE-GL-EXTRACT.
           MOVE WS-RUN-DATE      TO GL-RUN-DATE
           MOVE MC-EMPLOYEE-ID   TO GL-EMPLOYEE-ID
           MOVE "501000"         TO GL-ACCOUNT-CODE
           MOVE EM-DEPARTMENT    TO GL-DEPARTMENT
           MOVE MC-GROSS-PAY     TO GL-GROSS-PAY
           MOVE WS-TAX-DEDUCTION TO GL-TAX-DEDUCTION
           MOVE WS-TOTAL-DEDUCTIONS TO GL-DEDUCTIONS
           MOVE MC-NET-PAY       TO GL-NET-PAY
           MOVE WS-EMPLOYER-TAX-TOTAL TO GL-EMPLOYER-TAX
           MOVE MC-CHECK-DATE    TO GL-CHECK-DATE
           WRITE GL-EXTRACT-RECORD
           ADD 1 TO WS-GL-WRITE-COUNT.

       ACCUMULATE-RUN-TOTALS.
           ADD MC-GROSS-PAY          TO WS-TOTAL-GROSS-PAY
           ADD WS-TAX-DEDUCTION      TO WS-TOTAL-TAX-DEDUCTION
           ADD WS-TOTAL-DEDUCTIONS   TO WS-TOTAL-ALL-DEDUCTIONS
           ADD MC-NET-PAY            TO WS-TOTAL-NET-PAY
           ADD WS-EMPLOYER-TAX-TOTAL TO WS-TOTAL-EMPLOYER-TAX.

       WRITE-REPORT-DETAIL.
           MOVE SPACES TO WS-RD-EMP-NAME
           IF WS-MASTER-FOUND = 'Y'
               MOVE EM-EMPLOYEE-NAME TO WS-RD-EMP-NAME
           END-IF
           MOVE MC-EMPLOYEE-ID    TO WS-RD-EMP-ID
           MOVE MC-PAYMENT-REASON TO WS-RD-REASON-CODE
           IF WS-FIELDS-NUMERIC = 'Y'
               MOVE MC-CHECK-NUMBER     TO WS-RD-CHECK-NO
               MOVE MC-CHECK-DATE       TO WS-RD-CHECK-DATE
               MOVE MC-GROSS-PAY        TO WS-RD-GROSS
               MOVE WS-TAX-DEDUCTION    TO WS-RD-TAXES
               MOVE WS-TOTAL-DEDUCTIONS TO WS-RD-DEDUCTIONS
               MOVE MC-NET-PAY          TO WS-RD-NET
           ELSE
               MOVE ZEROS TO WS-RD-CHECK-NO
               MOVE ZEROS TO WS-RD-CHECK-DATE
               MOVE ZEROS TO WS-RD-GROSS
               MOVE ZEROS TO WS-RD-TAXES
               MOVE ZEROS TO WS-RD-DEDUCTIONS
               MOVE ZEROS TO WS-RD-NET
           END-IF
           WRITE MK-PRINT-LINE FROM WS-RPT-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO MK-PRINT-LINE
           WRITE MK-PRINT-LINE AFTER ADVANCING 1 LINE
           MOVE "MANUAL CHECKS READ"     TO WS-RC-LABEL
           MOVE WS-READ-COUNT            TO WS-RC-COUNT
           WRITE MK-PRINT-LINE FROM WS-RPT-COUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE "MANUAL CHECKS POSTED"   TO WS-RC-LABEL
           MOVE WS-POSTED-COUNT          TO WS-RC-COUNT
           WRITE MK-PRINT-LINE FROM WS-RPT-COUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE "MANUAL CHECKS REJECTED" TO WS-RC-LABEL
           MOVE WS-REJECT-COUNT          TO WS-RC-COUNT
           WRITE MK-PRINT-LINE FROM WS-RPT-COUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE "GROSS PAY POSTED"       TO WS-RA-LABEL
           MOVE WS-TOTAL-GROSS-PAY       TO WS-RA-AMOUNT
           WRITE MK-PRINT-LINE FROM WS-RPT-AMOUNT-LINE
               AFTER ADVANCING 2 LINES
           MOVE "TAXES WITHHELD POSTED"  TO WS-RA-LABEL
           MOVE WS-TOTAL-TAX-DEDUCTION   TO WS-RA-AMOUNT
           WRITE MK-PRINT-LINE FROM WS-RPT-AMOUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE "DEDUCTIONS POSTED"      TO WS-RA-LABEL
           MOVE WS-TOTAL-ALL-DEDUCTIONS  TO WS-RA-AMOUNT
           WRITE MK-PRINT-LINE FROM WS-RPT-AMOUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE "NET PAY POSTED"         TO WS-RA-LABEL
           MOVE WS-TOTAL-NET-PAY         TO WS-RA-AMOUNT
           WRITE MK-PRINT-LINE FROM WS-RPT-AMOUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE "EMPLOYER TAX POSTED"    TO WS-RA-LABEL
           MOVE WS-TOTAL-EMPLOYER-TAX    TO WS-RA-AMOUNT
           WRITE MK-PRINT-LINE FROM WS-RPT-AMOUNT-LINE
               AFTER ADVANCING 1 LINE
           IF WS-REJECT-COUNT > ZEROS
               DISPLAY WS-REJECT-COUNT
                   " MANUAL CHECKS REJECTED - SEE MCHKRPT"
           END-IF.

      * The balancing step's hand-off, in the pay run's
      * layout, written even for a run that posted nothing
      * so PAYROLL-BALANCE never balances a stale record
      * against this run's empty GL extract.
       WRITE-RUN-TOTALS-RECORD.
           OPEN OUTPUT RUN-TOTALS-FILE
           MOVE WS-RUN-DATE         TO RN-RUN-DATE
           MOVE WS-RUN-NUMBER       TO RN-RUN-NUMBER
           MOVE WS-PAY-GROUP        TO RN-PAY-GROUP
           MOVE ZEROS               TO RN-BATCH-NUMBER
           MOVE WS-POSTED-COUNT     TO RN-EMPLOYEE-COUNT
           MOVE WS-GL-WRITE-COUNT   TO RN-GL-RECORD-COUNT
           MOVE WS-TOTAL-GROSS-PAY  TO RN-TOTAL-GROSS-PAY
           MOVE WS-TOTAL-TAX-DEDUCTION TO RN-TOTAL-TAX-DEDUCTION
           MOVE WS-TOTAL-ALL-DEDUCTIONS TO RN-TOTAL-DEDUCTIONS
           MOVE WS-TOTAL-NET-PAY    TO RN-TOTAL-NET-PAY
           MOVE WS-TOTAL-EMPLOYER-TAX TO RN-TOTAL-EMPLOYER-TAX
           WRITE RN-RUN-TOTALS-RECORD
           CLOSE RUN-TOTALS-FILE.

       CLOSE-FILES.
           IF WS-MC-PRESENT = 'Y'
               CLOSE MANUAL-CHECK-FILE
           END-IF
           IF WS-EM-PRESENT = 'Y'
               CLOSE EMPLOYEE-MASTER-FILE
           END-IF
           IF WS-CHKCTL-PRESENT = 'Y'
               CLOSE CHECK-CONTROL-FILE
           END-IF
           IF WS-DEDCODE-PRESENT = 'Y'
               CLOSE DEDUCTION-CODE-FILE
           END-IF
           CLOSE YTD-MASTER-FILE
           CLOSE PAY-HISTORY-FILE
           CLOSE CHECK-REGISTER-FILE
           CLOSE BALANCE-CONTROL-FILE
           IF WS-GARN-PRESENT = 'Y'
               CLOSE GARNISHMENT-ORDER-FILE
           END-IF
           IF WS-RETRO-PRESENT = 'Y'
               CLOSE RETRO-EARNINGS-FILE
           END-IF
           CLOSE FINAL-PAY-FILE
           CLOSE LEAVE-BALANCE-FILE
           CLOSE ARREARS-FILE
           IF WS-POSTING-OPEN = 'Y'
               CLOSE POSITIVE-PAY-FILE
               CLOSE GL-EXTRACT-FILE
           END-IF
           CLOSE MANUAL-CHECK-REPORT-FILE.
