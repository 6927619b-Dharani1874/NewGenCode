       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYROLL-MONTH-ACCRUAL.
       AUTHOR. LEGACY-SYSTEMS-CORP.

      *--------------------------------------------------
      * Month-End Payroll Accrual Program
      * Estimates, by department, the gross wages and the
      * employer payroll taxes earned between each pay
      * group's last paid period end and the month-end date
      * named on ACCRUAL-CONTROL-FILE, so accounting stops
      * working the accrual out by hand at every close.
      * The basis for each group is its last period on or
      * before month end that a FINAL run closed on the
      * payroll calendar (PAYCAL): every standing payment on
      * PAY-HISTORY-FILE from that FINAL run, and from any
      * SUPPLEMENTAL run for the same period end, less retro
      * pay and leave payouts, charged to the employee's
      * home department. The group a payment counts in is
      * the group of the run that paid it, not the group the
      * employee is in today, so an employee moved between
      * groups cannot shift a group's basis period; only a
      * SUPPLEMENTAL payment for a period end both groups
      * share falls back to the employee's master group.
      * Termination settlements and voided
      * payments are not part of the basis, and an employee
      * terminated by the period end accrues nothing.
      * The accrual is the basis prorated by the calendar
      * days from the period end through month end over the
      * days in the group's next period (seven for the
      * weekly group; the next half-month for the
      * semimonthly group), never more than one full period.
      * Each department's accrual is written to the GL
      * accrual extract (GLACCR) dated the month end, with
      * the automatic reversing entry dated the first of
      * the next month, and the supporting report
      * (ACCRRPT) shows the days accrued and the basis used.
      * The run refuses to start (RETURN-CODE 12) when the
      * control file or the employee master is not on file,
      * or the control date is missing or not the last day
      * of a month.
      *--------------------------------------------------
      * Change Log
      * 2026-10-15  Initial version.
      * 2026-10-15  Accrual and reversal records carry their
      *             entry date as the GL check date.
      * 2026-10-15  Each group's basis period and FINAL run
      *             come from the payroll calendar, and a
      *             payment counts in the group whose run
      *             paid it rather than the employee's
      *             current master group.
      * 2026-10-15  A missing control file or employee
      *             master now aborts the run (RETURN-CODE
      *             12) instead of running on without them.
      *--------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCRUAL-CONTROL-FILE ASSIGN TO "ACCRCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AC-STATUS.

           SELECT PAY-HISTORY-FILE ASSIGN TO "PAYHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-HISTORY-KEY
               FILE STATUS IS WS-HIST-STATUS.

           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EM-EMPLOYEE-ID
               FILE STATUS IS WS-EM-STATUS.

           SELECT PAYROLL-CALENDAR-FILE ASSIGN TO "PAYCAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PL-CALENDAR-KEY
               FILE STATUS IS WS-CAL-STATUS.

           SELECT ACCRUAL-GL-FILE ASSIGN TO "GLACCR"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ACCRUAL-REPORT-FILE ASSIGN TO "ACCRRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCRUAL-CONTROL-FILE.
       COPY ACCRCTL.

       FD  PAY-HISTORY-FILE.
       COPY PAYHIST.

       FD  EMPLOYEE-MASTER-FILE.
       COPY EMPMSTR.

       FD  PAYROLL-CALENDAR-FILE.
       COPY PAYCAL.

       FD  ACCRUAL-GL-FILE.
       COPY GLEXTR.

       FD  ACCRUAL-REPORT-FILE.
       COPY ACCRRPT.

       WORKING-STORAGE SECTION.
       01  WS-AC-STATUS            PIC X(2) VALUE "00".
       01  WS-HIST-STATUS          PIC X(2) VALUE "00".
       01  WS-EM-STATUS            PIC X(2) VALUE "00".
       01  WS-CAL-STATUS           PIC X(2) VALUE "00".
      * Open statuses are overwritten by every later read,
      * so which files are open is remembered here.
       01  WS-AC-PRESENT           PIC X VALUE 'Y'.
       01  WS-EM-PRESENT           PIC X VALUE 'Y'.
       01  WS-CAL-PRESENT          PIC X VALUE 'Y'.
       01  WS-CAL-EOF              PIC X VALUE 'N'.

       01  WS-CONTROL-FOUND        PIC X VALUE 'N'.
       01  WS-RUN-ABORT            PIC X VALUE 'N'.
       01  WS-HIST-EOF             PIC X VALUE 'N'.
       01  WS-MASTER-FOUND         PIC X VALUE 'N'.

      * Working copy of the control record: the dates are
      * kept here so the rest of the run never depends on
      * the control file's record area once it is read.
       01  WS-MONTH-END-DATE       PIC 9(8) VALUE ZEROS.
       01  WS-MONTH-END-SPLIT REDEFINES WS-MONTH-END-DATE.
           05  WS-ME-YEAR          PIC 9(4).
           05  WS-ME-MONTH         PIC 9(2).
           05  WS-ME-DAY           PIC 9(2).
       01  WS-REVERSAL-DATE        PIC 9(8) VALUE ZEROS.
       01  WS-REVERSAL-SPLIT REDEFINES WS-REVERSAL-DATE.
           05  WS-RV-YEAR          PIC 9(4).
           05  WS-RV-MONTH         PIC 9(2).
           05  WS-RV-DAY           PIC 9(2).
       01  WS-PERIOD-END-DATE      PIC 9(8) VALUE ZEROS.
       01  WS-PERIOD-END-SPLIT REDEFINES WS-PERIOD-END-DATE.
           05  WS-PE-YEAR          PIC 9(4).
           05  WS-PE-MONTH         PIC 9(2).
           05  WS-PE-DAY           PIC 9(2).

      * Days in each month; February is taken up to 29 in
      * a leap year by DAYS-IN-MONTH.
       01  WS-MONTH-DAYS-VALUES    PIC X(24)
               VALUE "312831303130313130313031".
       01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
           05  WS-MONTH-DAYS       PIC 9(2) OCCURS 12 TIMES.
       01  WS-DIM-YEAR             PIC 9(4) VALUE ZEROS.
       01  WS-DIM-MONTH            PIC 9(2) VALUE ZEROS.
       01  WS-DIM-DAYS             PIC 9(2) VALUE ZEROS.
       01  WS-LEAP-QUOTIENT        PIC 9(4) VALUE ZEROS.
       01  WS-LEAP-REMAINDER       PIC 9(1) VALUE ZEROS.
       01  WS-MONTHS-APART         PIC S9(5) VALUE ZEROS.

      * One entry per pay group: 1 is the weekly group, 2
      * the semimonthly group. WS-GR-PERIOD-END is the last
      * period end on or before month end that a FINAL run
      * closed on the payroll calendar - the group's accrual
      * basis - and WS-GR-FINAL-RUN the run that closed it.
      * WS-MASTER-GROUP is the payment employee's group on
      * the master, used only to place a SUPPLEMENTAL
      * payment for a period end both groups share.
       01  WS-GROUP-SUB            PIC 9(1) VALUE ZEROS.
       01  WS-GROUP-PICK           PIC 9(1) VALUE ZEROS.
       01  WS-MASTER-GROUP         PIC 9(1) VALUE ZEROS.
       01  WS-SUPPL-MATCHES        PIC 9(1) VALUE ZEROS.
       01  WS-GROUP-TABLE.
           05  WS-GROUP-ENTRY OCCURS 2 TIMES.
               10  WS-GR-NAME          PIC X(12).
               10  WS-GR-PAY-GROUP     PIC X(1).
               10  WS-GR-PERIOD-END    PIC 9(8).
               10  WS-GR-FINAL-RUN     PIC 9(6).
               10  WS-GR-PERIOD-DAYS   PIC 9(2).
               10  WS-GR-DAYS-ACCRUED  PIC 9(2).
               10  WS-GR-EMP-COUNT     PIC 9(5).
               10  WS-GR-BASIS-GROSS   PIC 9(9)V9(2).
               10  WS-GR-BASIS-ER-TAX  PIC 9(9)V9(2).
               10  WS-GR-ACCR-GROSS    PIC 9(9)V9(2).
               10  WS-GR-ACCR-ER-TAX   PIC 9(9)V9(2).

      * Basis and accrual by pay group and department.
       01  WS-DEPT-MAX             PIC 9(3) VALUE 100.
       01  WS-DEPT-COUNT           PIC 9(3) VALUE ZEROS.
       01  WS-DEPT-SUB             PIC 9(3) VALUE ZEROS.
       01  WS-DEPT-PICK            PIC 9(3) VALUE ZEROS.
       01  WS-DEPT-FOUND           PIC X VALUE 'N'.
       01  WS-DEPT-TABLE.
           05  WS-DEPT-ENTRY OCCURS 100 TIMES.
               10  WS-DP-GROUP         PIC 9(1).
               10  WS-DP-DEPT          PIC X(4).
               10  WS-DP-EMP-COUNT     PIC 9(5).
               10  WS-DP-BASIS-GROSS   PIC 9(9)V9(2).
               10  WS-DP-BASIS-ER-TAX  PIC 9(9)V9(2).
               10  WS-DP-ACCR-GROSS    PIC 9(9)V9(2).
               10  WS-DP-ACCR-ER-TAX   PIC 9(9)V9(2).

       01  WS-EMP-DEPT             PIC X(4) VALUE SPACES.
       01  WS-PAY-BASIS            PIC 9(7)V9(2) VALUE ZEROS.
       01  WS-PAY-ER-TAX           PIC 9(7)V9(2) VALUE ZEROS.
       01  WS-ACCRUED-ACCOUNT      PIC X(6) VALUE "216000".

       01  WS-PAYMENT-COUNT        PIC 9(6) VALUE ZEROS.
       01  WS-EXCLUDED-COUNT       PIC 9(6) VALUE ZEROS.
       01  WS-GL-RECORD-COUNT      PIC 9(6) VALUE ZEROS.
       01  WS-TOTAL-ACCR-GROSS     PIC 9(9)V9(2) VALUE ZEROS.
       01  WS-TOTAL-ACCR-ER-TAX    PIC 9(9)V9(2) VALUE ZEROS.

       01  WS-RPT-HEAD-1.
           05  FILLER              PIC X(26)
                   VALUE "MONTH-END PAYROLL ACCRUAL ".
           05  FILLER              PIC X(11) VALUE "MONTH END ".
           05  WS-RH-MONTH-END     PIC 9(8).
           05  FILLER              PIC X(12) VALUE "  REVERSES ".
           05  WS-RH-REVERSAL      PIC 9(8).

       01  WS-RPT-GROUP-LINE.
           05  FILLER              PIC X(6)  VALUE "GROUP ".
           05  WS-RG-NAME          PIC X(12).
           05  FILLER              PIC X(19)
                   VALUE "BASIS PERIOD END ".
           05  WS-RG-PERIOD-END    PIC 9(8).
           05  FILLER              PIC X(16)
                   VALUE "  DAYS ACCRUED ".
           05  WS-RG-DAYS-ACCRUED  PIC Z9.
           05  FILLER              PIC X(4)  VALUE " OF ".
           05  WS-RG-PERIOD-DAYS   PIC Z9.
           05  FILLER              PIC X(13)
                   VALUE " PERIOD DAYS ".

       01  WS-RPT-NO-BASIS-LINE.
           05  FILLER              PIC X(6)  VALUE "GROUP ".
           05  WS-RN-NAME          PIC X(12).
           05  FILLER              PIC X(40)
                   VALUE "NO CLOSED PAY PERIOD - NOTHING ACCRUED".

       01  WS-RPT-HEAD-2.
           05  FILLER              PIC X(8)  VALUE "  DEPT".
           05  FILLER              PIC X(11) VALUE "EMPLOYEES".
           05  FILLER              PIC X(16) VALUE "   BASIS GROSS".
           05  FILLER              PIC X(16) VALUE "  BASIS ER TAX".
           05  FILLER              PIC X(16) VALUE " ACCRUED GROSS".
           05  FILLER              PIC X(16) VALUE "ACCRUED ER TAX".

       01  WS-RPT-DETAIL-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-RD-DEPT          PIC X(4).
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  WS-RD-EMP-COUNT     PIC ZZ,ZZ9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-RD-BASIS-GROSS   PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-RD-BASIS-ER-TAX  PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-RD-ACCR-GROSS    PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-RD-ACCR-ER-TAX   PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-RPT-TOTAL-LINE.
           05  WS-RT-LABEL         PIC X(34).
           05  WS-RT-GROSS         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-RT-ER-TAX        PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-RPT-COUNT-LINE.
           05  WS-RC-LABEL         PIC X(34).
           05  WS-RC-COUNT         PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM OPEN-FILES
           IF WS-RUN-ABORT NOT = 'Y'
               PERFORM READ-ACCRUAL-CONTROL
           END-IF
           IF WS-RUN-ABORT = 'Y'
               PERFORM CLOSE-FILES
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM INITIALIZE-GROUPS
           IF WS-CAL-PRESENT = 'Y'
               PERFORM FIND-GROUP-BASIS-PERIOD
                   VARYING WS-GROUP-SUB FROM 1 BY 1
                   UNTIL WS-GROUP-SUB > 2
           END-IF
           PERFORM POSITION-HISTORY-SCAN
           PERFORM ADD-ONE-BASIS-PAYMENT
               UNTIL WS-HIST-EOF = 'Y'
           PERFORM COMPUTE-GROUP-DAYS
               VARYING WS-GROUP-SUB FROM 1 BY 1
               UNTIL WS-GROUP-SUB > 2
           PERFORM ACCRUE-ONE-DEPARTMENT
               VARYING WS-DEPT-SUB FROM 1 BY 1
               UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
           PERFORM WRITE-ACCRUAL-REPORT
           PERFORM CLOSE-FILES
           STOP RUN.

      * Without the control record or the master there is
      * no month end to accrue to and no department to
      * charge, so the run stops; with no pay history or
      * calendar there is simply nothing to accrue.
       OPEN-FILES.
           OPEN INPUT ACCRUAL-CONTROL-FILE
           IF WS-AC-STATUS NOT = "00"
               MOVE 'N' TO WS-AC-PRESENT
               MOVE 'Y' TO WS-RUN-ABORT
               DISPLAY "ACCRUAL-CONTROL FILE NOT ON FILE - "
                   "RUN ABORTED"
           END-IF
           OPEN INPUT PAY-HISTORY-FILE
           IF WS-HIST-STATUS NOT = "00"
               MOVE 'Y' TO WS-HIST-EOF
               DISPLAY "PAY HISTORY NOT ON FILE - "
                   "NOTHING TO ACCRUE"
           END-IF
           OPEN INPUT EMPLOYEE-MASTER-FILE
           IF WS-EM-STATUS NOT = "00"
               MOVE 'N' TO WS-EM-PRESENT
               MOVE 'Y' TO WS-RUN-ABORT
               DISPLAY "EMPLOYEE MASTER NOT ON FILE - RUN ABORTED"
           END-IF
           OPEN INPUT PAYROLL-CALENDAR-FILE
           IF WS-CAL-STATUS NOT = "00"
               MOVE 'N' TO WS-CAL-PRESENT
               DISPLAY "PAYROLL CALENDAR NOT ON FILE - "
                   "NOTHING TO ACCRUE"
           END-IF
           OPEN OUTPUT ACCRUAL-GL-FILE
           OPEN OUTPUT ACCRUAL-REPORT-FILE.

      * The month end must be a real last day of a month:
      * the reversal date is the first of the next month,
      * and a mid-month date would accrue days the next
      * close accrues again.
       READ-ACCRUAL-CONTROL.
           READ ACCRUAL-CONTROL-FILE
               AT END
                   MOVE 'N' TO WS-CONTROL-FOUND
               NOT AT END
                   MOVE 'Y' TO WS-CONTROL-FOUND
                   MOVE AC-MONTH-END-DATE TO WS-MONTH-END-DATE
           END-READ
           IF WS-CONTROL-FOUND NOT = 'Y'
               DISPLAY "ACCRUAL-CONTROL FILE EMPTY - RUN ABORTED"
               MOVE 'Y' TO WS-RUN-ABORT
           ELSE
               IF WS-ME-MONTH < 1 OR WS-ME-MONTH > 12
                   DISPLAY "MONTH END " WS-MONTH-END-DATE
                       " NOT A VALID DATE - RUN ABORTED"
                   MOVE 'Y' TO WS-RUN-ABORT
               ELSE
                   MOVE WS-ME-YEAR  TO WS-DIM-YEAR
                   MOVE WS-ME-MONTH TO WS-DIM-MONTH
                   PERFORM DAYS-IN-MONTH
                   IF WS-ME-DAY NOT = WS-DIM-DAYS
                       DISPLAY "MONTH END " WS-MONTH-END-DATE
                           " NOT THE LAST DAY OF THE MONTH - "
                           "RUN ABORTED"
                       MOVE 'Y' TO WS-RUN-ABORT
                   END-IF
               END-IF
           END-IF
           IF WS-RUN-ABORT NOT = 'Y'
               MOVE WS-MONTH-END-DATE TO WS-REVERSAL-DATE
               MOVE 1 TO WS-RV-DAY
               IF WS-RV-MONTH = 12
                   MOVE 1 TO WS-RV-MONTH
                   ADD 1 TO WS-RV-YEAR
               ELSE
                   ADD 1 TO WS-RV-MONTH
               END-IF
           END-IF.

       DAYS-IN-MONTH.
           MOVE WS-MONTH-DAYS (WS-DIM-MONTH) TO WS-DIM-DAYS
           IF WS-DIM-MONTH = 2
               DIVIDE WS-DIM-YEAR BY 4
                   GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REMAINDER
               IF WS-LEAP-REMAINDER = 0
                   MOVE 29 TO WS-DIM-DAYS
               END-IF
           END-IF.

       INITIALIZE-GROUPS.
           MOVE "WEEKLY"      TO WS-GR-NAME (1)
           MOVE "SEMIMONTHLY" TO WS-GR-NAME (2)
           MOVE 'W'           TO WS-GR-PAY-GROUP (1)
           MOVE 'S'           TO WS-GR-PAY-GROUP (2)
           PERFORM CLEAR-ONE-GROUP
               VARYING WS-GROUP-SUB FROM 1 BY 1
               UNTIL WS-GROUP-SUB > 2.

       CLEAR-ONE-GROUP.
           MOVE ZEROS TO WS-GR-PERIOD-END (WS-GROUP-SUB)
           MOVE ZEROS TO WS-GR-FINAL-RUN (WS-GROUP-SUB)
           MOVE ZEROS TO WS-GR-PERIOD-DAYS (WS-GROUP-SUB)
           MOVE ZEROS TO WS-GR-DAYS-ACCRUED (WS-GROUP-SUB)
           MOVE ZEROS TO WS-GR-EMP-COUNT (WS-GROUP-SUB)
           MOVE ZEROS TO WS-GR-BASIS-GROSS (WS-GROUP-SUB)
           MOVE ZEROS TO WS-GR-BASIS-ER-TAX (WS-GROUP-SUB)
           MOVE ZEROS TO WS-GR-ACCR-GROSS (WS-GROUP-SUB)
           MOVE ZEROS TO WS-GR-ACCR-ER-TAX (WS-GROUP-SUB).

      * The group's basis is the latest period on or before
      * month end that its FINAL run closed, read from the
      * calendar the way the pay run finds its prior FINAL
      * runs.
       FIND-GROUP-BASIS-PERIOD.
           MOVE 'N' TO WS-CAL-EOF
           MOVE WS-GR-PAY-GROUP (WS-GROUP-SUB) TO PL-PAY-GROUP
           MOVE ZEROS TO PL-PERIOD-END-DATE
           START PAYROLL-CALENDAR-FILE
               KEY IS NOT LESS THAN PL-CALENDAR-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-CAL-EOF
           END-START
           PERFORM READ-NEXT-BASIS-PERIOD
               UNTIL WS-CAL-EOF = 'Y'.

       READ-NEXT-BASIS-PERIOD.
           READ PAYROLL-CALENDAR-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-CAL-EOF
               NOT AT END
                   IF PL-PAY-GROUP NOT =
                           WS-GR-PAY-GROUP (WS-GROUP-SUB)
                           OR PL-PERIOD-END-DATE
                               > WS-MONTH-END-DATE
                       MOVE 'Y' TO WS-CAL-EOF
                   ELSE
                       IF PL-PERIOD-CLOSED
                               AND PL-FINAL-RUN-NUMBER NOT = ZEROS
                           MOVE PL-PERIOD-END-DATE
                               TO WS-GR-PERIOD-END (WS-GROUP-SUB)
                           MOVE PL-FINAL-RUN-NUMBER
                               TO WS-GR-FINAL-RUN (WS-GROUP-SUB)
                       END-IF
                   END-IF
           END-READ.

      * The basis pass walks the whole pay history in key
      * order.
       POSITION-HISTORY-SCAN.
           IF WS-HIST-STATUS = "00" OR WS-HIST-STATUS = "10"
               MOVE 'N' TO WS-HIST-EOF
               MOVE LOW-VALUES TO PH-HISTORY-KEY
               START PAY-HISTORY-FILE
                   KEY IS NOT LESS THAN PH-HISTORY-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-HIST-EOF
               END-START
           END-IF.

      * Every standing payment made by a group's basis FINAL
      * run, or by a SUPPLEMENTAL run for the basis period
      * end, adds its recurring pay - gross less retro pay
      * and any leave payout - and the employer tax on that
      * share of the payment to its department.
       ADD-ONE-BASIS-PAYMENT.
           READ PAY-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-HIST-EOF
               NOT AT END
                   IF PH-VOID-RUN = ZEROS
                       PERFORM PICK-PAYMENT-GROUP
                       IF WS-GROUP-PICK NOT = ZEROS
                           PERFORM ADD-PAYMENT-TO-DEPARTMENT
                       END-IF
                   END-IF
           END-READ.

      * The group is the one whose basis run paid the
      * payment. A SUPPLEMENTAL payment for a period end
      * both groups share goes to the employee's master
      * group; zero means the payment is not in any basis.
       PICK-PAYMENT-GROUP.
           MOVE ZEROS TO WS-GROUP-PICK
           MOVE ZEROS TO WS-SUPPL-MATCHES
           PERFORM MATCH-ONE-BASIS-GROUP
               VARYING WS-GROUP-SUB FROM 1 BY 1
               UNTIL WS-GROUP-SUB > 2
           IF WS-GROUP-PICK NOT = ZEROS
               PERFORM LOOKUP-PAYMENT-EMPLOYEE
               IF WS-SUPPL-MATCHES > 1
                   MOVE WS-MASTER-GROUP TO WS-GROUP-PICK
               END-IF
           END-IF.

       MATCH-ONE-BASIS-GROUP.
           IF WS-GR-FINAL-RUN (WS-GROUP-SUB) NOT = ZEROS
               IF PH-RUN-NUMBER = WS-GR-FINAL-RUN (WS-GROUP-SUB)
                   MOVE WS-GROUP-SUB TO WS-GROUP-PICK
               ELSE
                   IF PH-SUPPL-RUN AND PH-PERIOD-END-DATE =
                           WS-GR-PERIOD-END (WS-GROUP-SUB)
                       MOVE WS-GROUP-SUB TO WS-GROUP-PICK
                       ADD 1 TO WS-SUPPL-MATCHES
                   END-IF
               END-IF
           END-IF.

      * An employee no longer on the master is accrued with
      * no department, and in the weekly group if the group
      * has to come from the master; the console note tells
      * accounting where the charge went.
       LOOKUP-PAYMENT-EMPLOYEE.
           MOVE PH-EMPLOYEE-ID TO EM-EMPLOYEE-ID
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   MOVE 'N' TO WS-MASTER-FOUND
                   MOVE 1 TO WS-MASTER-GROUP
                   MOVE SPACES TO WS-EMP-DEPT
               NOT INVALID KEY
                   MOVE 'Y' TO WS-MASTER-FOUND
                   MOVE EM-DEPARTMENT TO WS-EMP-DEPT
                   IF EM-SEMIMONTHLY-GROUP
                       MOVE 2 TO WS-MASTER-GROUP
                   ELSE
                       MOVE 1 TO WS-MASTER-GROUP
                   END-IF
           END-READ.

      * An employee terminated on or before the basis period
      * end earns nothing after it.
       ADD-PAYMENT-TO-DEPARTMENT.
           IF WS-MASTER-FOUND = 'Y' AND EM-TERMINATED
                   AND EM-TERMINATION-DATE NOT > PH-PERIOD-END-DATE
               ADD 1 TO WS-EXCLUDED-COUNT
           ELSE
               IF WS-MASTER-FOUND = 'N'
                   DISPLAY "EMPLOYEE " PH-EMPLOYEE-ID
                       " NOT ON MASTER - ACCRUED WITH NO"
                       " DEPARTMENT"
               END-IF
               COMPUTE WS-PAY-BASIS =
                   PH-GROSS-PAY - PH-RETRO-PAY - PH-LEAVE-PAYOUT
               IF PH-GROSS-PAY > ZEROS
                   COMPUTE WS-PAY-ER-TAX ROUNDED =
                       PH-EMPLOYER-TAX * WS-PAY-BASIS / PH-GROSS-PAY
               ELSE
                   MOVE ZEROS TO WS-PAY-ER-TAX
               END-IF
               PERFORM FIND-DEPT-ENTRY
               IF WS-DEPT-FOUND = 'Y'
                   ADD 1 TO WS-PAYMENT-COUNT
                   ADD 1 TO WS-DP-EMP-COUNT (WS-DEPT-PICK)
                   ADD WS-PAY-BASIS
                       TO WS-DP-BASIS-GROSS (WS-DEPT-PICK)
                   ADD WS-PAY-ER-TAX
                       TO WS-DP-BASIS-ER-TAX (WS-DEPT-PICK)
               END-IF
           END-IF.

       FIND-DEPT-ENTRY.
           MOVE 'N' TO WS-DEPT-FOUND
           PERFORM SCAN-ONE-DEPT-ENTRY
               VARYING WS-DEPT-SUB FROM 1 BY 1
               UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
                   OR WS-DEPT-FOUND = 'Y'
           IF WS-DEPT-FOUND = 'N'
               IF WS-DEPT-COUNT < WS-DEPT-MAX
                   ADD 1 TO WS-DEPT-COUNT
                   MOVE WS-DEPT-COUNT TO WS-DEPT-PICK
                   MOVE WS-GROUP-PICK TO WS-DP-GROUP (WS-DEPT-PICK)
                   MOVE WS-EMP-DEPT   TO WS-DP-DEPT (WS-DEPT-PICK)
                   MOVE ZEROS TO WS-DP-EMP-COUNT (WS-DEPT-PICK)
                   MOVE ZEROS TO WS-DP-BASIS-GROSS (WS-DEPT-PICK)
                   MOVE ZEROS TO WS-DP-BASIS-ER-TAX (WS-DEPT-PICK)
                   MOVE ZEROS TO WS-DP-ACCR-GROSS (WS-DEPT-PICK)
                   MOVE ZEROS TO WS-DP-ACCR-ER-TAX (WS-DEPT-PICK)
                   MOVE 'Y' TO WS-DEPT-FOUND
               ELSE
                   DISPLAY "DEPARTMENT TABLE FULL - DEPARTMENT "
                       WS-EMP-DEPT " NOT ACCRUED"
               END-IF
           END-IF.

       SCAN-ONE-DEPT-ENTRY.
           IF WS-DP-GROUP (WS-DEPT-SUB) = WS-GROUP-PICK
                   AND WS-DP-DEPT (WS-DEPT-SUB) = WS-EMP-DEPT
               MOVE 'Y' TO WS-DEPT-FOUND
               MOVE WS-DEPT-SUB TO WS-DEPT-PICK
           END-IF.

      * The group's next period runs from the day after the
      * basis period end: seven days for the weekly group;
      * for the semimonthly group the 16th through month end
      * after a first-half period, the 1st through the 15th
      * after a second-half one. Days accrued are the
      * calendar days from the basis period end through
      * month end, capped at one full period - a group more
      * than a period behind is flagged, not over-accrued.
       COMPUTE-GROUP-DAYS.
           IF WS-GR-PERIOD-END (WS-GROUP-SUB) NOT = ZEROS
               MOVE WS-GR-PERIOD-END (WS-GROUP-SUB)
                   TO WS-PERIOD-END-DATE
               MOVE WS-PE-YEAR  TO WS-DIM-YEAR
               MOVE WS-PE-MONTH TO WS-DIM-MONTH
               PERFORM DAYS-IN-MONTH
               IF WS-GROUP-SUB = 1
                   MOVE 7 TO WS-GR-PERIOD-DAYS (WS-GROUP-SUB)
               ELSE
                   IF WS-PE-DAY < 16
                       COMPUTE WS-GR-PERIOD-DAYS (WS-GROUP-SUB) =
                           WS-DIM-DAYS - 15
                   ELSE
                       MOVE 15 TO WS-GR-PERIOD-DAYS (WS-GROUP-SUB)
                   END-IF
               END-IF
               COMPUTE WS-MONTHS-APART =
                   (WS-ME-YEAR * 12 + WS-ME-MONTH) -
                   (WS-PE-YEAR * 12 + WS-PE-MONTH)
               IF WS-MONTHS-APART = 0
                   COMPUTE WS-GR-DAYS-ACCRUED (WS-GROUP-SUB) =
                       WS-ME-DAY - WS-PE-DAY
               ELSE
                   IF WS-MONTHS-APART = 1
                       COMPUTE WS-GR-DAYS-ACCRUED (WS-GROUP-SUB) =
                           WS-DIM-DAYS - WS-PE-DAY + WS-ME-DAY
                   ELSE
                       MOVE 99 TO WS-GR-DAYS-ACCRUED (WS-GROUP-SUB)
                   END-IF
               END-IF
               IF WS-GR-DAYS-ACCRUED (WS-GROUP-SUB) >
                       WS-GR-PERIOD-DAYS (WS-GROUP-SUB)
                   DISPLAY WS-GR-NAME (WS-GROUP-SUB)
                       " GROUP LAST PAID FOR "
                       WS-GR-PERIOD-END (WS-GROUP-SUB)
                       " - MORE THAN ONE PERIOD UNPAID, ACCRUAL"
                       " CAPPED AT ONE PERIOD"
                   MOVE WS-GR-PERIOD-DAYS (WS-GROUP-SUB)
                       TO WS-GR-DAYS-ACCRUED (WS-GROUP-SUB)
               END-IF
           END-IF.

      * Each department's basis prorated over its group's
      * days accrued, posted at month end and reversed on
      * the first of the next month so the actual pay run
      * that covers those days books the real cost.
       ACCRUE-ONE-DEPARTMENT.
           MOVE WS-DP-GROUP (WS-DEPT-SUB) TO WS-GROUP-PICK
           COMPUTE WS-DP-ACCR-GROSS (WS-DEPT-SUB) ROUNDED =
               WS-DP-BASIS-GROSS (WS-DEPT-SUB) *
               WS-GR-DAYS-ACCRUED (WS-GROUP-PICK) /
               WS-GR-PERIOD-DAYS (WS-GROUP-PICK)
           COMPUTE WS-DP-ACCR-ER-TAX (WS-DEPT-SUB) ROUNDED =
               WS-DP-BASIS-ER-TAX (WS-DEPT-SUB) *
               WS-GR-DAYS-ACCRUED (WS-GROUP-PICK) /
               WS-GR-PERIOD-DAYS (WS-GROUP-PICK)
           ADD WS-DP-EMP-COUNT (WS-DEPT-SUB)
               TO WS-GR-EMP-COUNT (WS-GROUP-PICK)
           ADD WS-DP-BASIS-GROSS (WS-DEPT-SUB)
               TO WS-GR-BASIS-GROSS (WS-GROUP-PICK)
           ADD WS-DP-BASIS-ER-TAX (WS-DEPT-SUB)
               TO WS-GR-BASIS-ER-TAX (WS-GROUP-PICK)
           ADD WS-DP-ACCR-GROSS (WS-DEPT-SUB)
               TO WS-GR-ACCR-GROSS (WS-GROUP-PICK)
           ADD WS-DP-ACCR-ER-TAX (WS-DEPT-SUB)
               TO WS-GR-ACCR-ER-TAX (WS-GROUP-PICK)
           ADD WS-DP-ACCR-GROSS (WS-DEPT-SUB) TO WS-TOTAL-ACCR-GROSS
           ADD WS-DP-ACCR-ER-TAX (WS-DEPT-SUB)
               TO WS-TOTAL-ACCR-ER-TAX
           IF WS-DP-ACCR-GROSS (WS-DEPT-SUB) NOT = ZEROS
                   OR WS-DP-ACCR-ER-TAX (WS-DEPT-SUB) NOT = ZEROS
               PERFORM WRITE-ACCRUAL-ENTRIES
           END-IF.

      * Department-level entries carry no employee ID. The
      * reversal is the same entry with the amounts negated.
       WRITE-ACCRUAL-ENTRIES.
           MOVE WS-MONTH-END-DATE     TO GL-RUN-DATE
           MOVE SPACES                TO GL-EMPLOYEE-ID
           MOVE WS-ACCRUED-ACCOUNT    TO GL-ACCOUNT-CODE
           MOVE WS-DP-DEPT (WS-DEPT-SUB) TO GL-DEPARTMENT
           MOVE WS-DP-ACCR-GROSS (WS-DEPT-SUB) TO GL-GROSS-PAY
           MOVE ZEROS                 TO GL-TAX-DEDUCTION
           MOVE ZEROS                 TO GL-DEDUCTIONS
           MOVE ZEROS                 TO GL-NET-PAY
           MOVE WS-DP-ACCR-ER-TAX (WS-DEPT-SUB) TO GL-EMPLOYER-TAX
           MOVE WS-MONTH-END-DATE     TO GL-CHECK-DATE
           WRITE GL-EXTRACT-RECORD
           MOVE WS-REVERSAL-DATE      TO GL-RUN-DATE
           MOVE WS-REVERSAL-DATE      TO GL-CHECK-DATE
           COMPUTE GL-GROSS-PAY = 0 - WS-DP-ACCR-GROSS (WS-DEPT-SUB)
           COMPUTE GL-EMPLOYER-TAX =
               0 - WS-DP-ACCR-ER-TAX (WS-DEPT-SUB)
           WRITE GL-EXTRACT-RECORD
           ADD 2 TO WS-GL-RECORD-COUNT.

       WRITE-ACCRUAL-REPORT.
           MOVE WS-MONTH-END-DATE TO WS-RH-MONTH-END
           MOVE WS-REVERSAL-DATE  TO WS-RH-REVERSAL
           WRITE AX-PRINT-LINE FROM WS-RPT-HEAD-1
               AFTER ADVANCING PAGE
           PERFORM WRITE-ONE-GROUP-SECTION
               VARYING WS-GROUP-SUB FROM 1 BY 1
               UNTIL WS-GROUP-SUB > 2
           MOVE SPACES TO AX-PRINT-LINE
           WRITE AX-PRINT-LINE AFTER ADVANCING 2 LINES
           MOVE "TOTAL ACCRUED - ALL GROUPS" TO WS-RT-LABEL
           MOVE WS-TOTAL-ACCR-GROSS  TO WS-RT-GROSS
           MOVE WS-TOTAL-ACCR-ER-TAX TO WS-RT-ER-TAX
           WRITE AX-PRINT-LINE FROM WS-RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE "BASIS PAYMENTS USED"     TO WS-RC-LABEL
           MOVE WS-PAYMENT-COUNT          TO WS-RC-COUNT
           WRITE AX-PRINT-LINE FROM WS-RPT-COUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE "TERMINATED - NOT ACCRUED" TO WS-RC-LABEL
           MOVE WS-EXCLUDED-COUNT         TO WS-RC-COUNT
           WRITE AX-PRINT-LINE FROM WS-RPT-COUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE "GL ACCRUAL RECORDS WRITTEN" TO WS-RC-LABEL
           MOVE WS-GL-RECORD-COUNT        TO WS-RC-COUNT
           WRITE AX-PRINT-LINE FROM WS-RPT-COUNT-LINE
               AFTER ADVANCING 1 LINE.

       WRITE-ONE-GROUP-SECTION.
           MOVE SPACES TO AX-PRINT-LINE
           WRITE AX-PRINT-LINE AFTER ADVANCING 1 LINE
           IF WS-GR-PERIOD-END (WS-GROUP-SUB) = ZEROS
               MOVE WS-GR-NAME (WS-GROUP-SUB) TO WS-RN-NAME
               WRITE AX-PRINT-LINE FROM WS-RPT-NO-BASIS-LINE
                   AFTER ADVANCING 1 LINE
           ELSE
               MOVE WS-GR-NAME (WS-GROUP-SUB) TO WS-RG-NAME
               MOVE WS-GR-PERIOD-END (WS-GROUP-SUB)
                   TO WS-RG-PERIOD-END
               MOVE WS-GR-DAYS-ACCRUED (WS-GROUP-SUB)
                   TO WS-RG-DAYS-ACCRUED
               MOVE WS-GR-PERIOD-DAYS (WS-GROUP-SUB)
                   TO WS-RG-PERIOD-DAYS
               WRITE AX-PRINT-LINE FROM WS-RPT-GROUP-LINE
                   AFTER ADVANCING 1 LINE
               WRITE AX-PRINT-LINE FROM WS-RPT-HEAD-2
                   AFTER ADVANCING 1 LINE
               PERFORM WRITE-ONE-DEPT-LINE
                   VARYING WS-DEPT-SUB FROM 1 BY 1
                   UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
               MOVE SPACES TO WS-RD-DEPT
               MOVE WS-GR-EMP-COUNT (WS-GROUP-SUB)
                   TO WS-RD-EMP-COUNT
               MOVE WS-GR-BASIS-GROSS (WS-GROUP-SUB)
                   TO WS-RD-BASIS-GROSS
               MOVE WS-GR-BASIS-ER-TAX (WS-GROUP-SUB)
                   TO WS-RD-BASIS-ER-TAX
               MOVE WS-GR-ACCR-GROSS (WS-GROUP-SUB)
                   TO WS-RD-ACCR-GROSS
               MOVE WS-GR-ACCR-ER-TAX (WS-GROUP-SUB)
                   TO WS-RD-ACCR-ER-TAX
               WRITE AX-PRINT-LINE FROM WS-RPT-DETAIL-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.

       WRITE-ONE-DEPT-LINE.
           IF WS-DP-GROUP (WS-DEPT-SUB) = WS-GROUP-SUB
               MOVE WS-DP-DEPT (WS-DEPT-SUB)  TO WS-RD-DEPT
               MOVE WS-DP-EMP-COUNT (WS-DEPT-SUB)
                   TO WS-RD-EMP-COUNT
               MOVE WS-DP-BASIS-GROSS (WS-DEPT-SUB)
                   TO WS-RD-BASIS-GROSS
               MOVE WS-DP-BASIS-ER-TAX (WS-DEPT-SUB)
                   TO WS-RD-BASIS-ER-TAX
               MOVE WS-DP-ACCR-GROSS (WS-DEPT-SUB)
                   TO WS-RD-ACCR-GROSS
               MOVE WS-DP-ACCR-ER-TAX (WS-DEPT-SUB)
                   TO WS-RD-ACCR-ER-TAX
               WRITE AX-PRINT-LINE FROM WS-RPT-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

       CLOSE-FILES.
           IF WS-AC-PRESENT = 'Y'
               CLOSE ACCRUAL-CONTROL-FILE
           END-IF
           IF WS-HIST-STATUS = "00" OR WS-HIST-STATUS = "10"
               CLOSE PAY-HISTORY-FILE
           END-IF
           IF WS-EM-PRESENT = 'Y'
               CLOSE EMPLOYEE-MASTER-FILE
           END-IF
           IF WS-CAL-PRESENT = 'Y'
               CLOSE PAYROLL-CALENDAR-FILE
           END-IF
           CLOSE ACCRUAL-GL-FILE
           CLOSE ACCRUAL-REPORT-FILE.
