      * the six-month stale-date cutoff flagged STALE, so
      * treasury stops reconciling the payroll account from
      * a spreadsheet.
      * The same scan runs the escheatment cycle. A stale
      * outstanding check moves to DUE-DILIGENCE and its
      * payee is listed for an owner notice letter
      * (DDNOTICE) under the unclaimed-property rules of the
      * employee's work state. Once that state's dormancy
      * period has run from the issue date, and the owner
      * has had time to answer the notice, the check is
      * ESCHEATED: a stop/void goes to the bank's positive
      * pay (PPVOID), a GL transfer entry moves the amount
      * from payroll cash to unclaimed property (GLESCH),
      * and the check is listed by state on the
      * unclaimed-property report (UNCLRPT).
      *--------------------------------------------------
      * Change Log
      * 2026-09-01  Initial version, added with check
      *             numbering and the positive-pay extract
      *             in the pay run.
      * 2026-10-15  Escheatment cycle: due-diligence notice
      *             listing for stale checks, escheatment by
      *             state dormancy rule (UPRULES), positive-
      *             pay stop/void, GL transfer to unclaimed
      *             property, and the unclaimed-property
      *             report by state. A bank item paid against
      *             an escheated check is reported, not
      *             applied.
      * 2026-10-15  Escheatment GL transfers carry the
      *             transfer date as their check date.
      *--------------------------------------------------

       ENVIRONMENT DIVISION.
           SELECT RECON-REPORT-FILE ASSIGN TO "RECRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EM-EMPLOYEE-ID
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT UNCLAIMED-RULES-FILE ASSIGN TO "UPRULES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS UR-STATE-CODE
               FILE STATUS IS WS-URULE-STATUS.

           SELECT NOTICE-LISTING-FILE ASSIGN TO "DDNOTICE"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT UNCLAIMED-REPORT-FILE ASSIGN TO "UNCLRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ESCHEAT-GL-FILE ASSIGN TO "GLESCH"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT POSITIVE-PAY-VOID-FILE ASSIGN TO "PPVOID"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CLEARED-CHECKS-FILE.
       FD  RECON-REPORT-FILE.
       COPY RECRPT.

       FD  EMPLOYEE-MASTER-FILE.
       COPY EMPMSTR.

       FD  UNCLAIMED-RULES-FILE.
       COPY UPRULES.

       FD  NOTICE-LISTING-FILE.
       COPY DDNOTICE.

       FD  UNCLAIMED-REPORT-FILE.
       COPY UNCLRPT.

       FD  ESCHEAT-GL-FILE.
       COPY GLEXTR.

       FD  POSITIVE-PAY-VOID-FILE.
       COPY POSPAY.

       WORKING-STORAGE SECTION.
       01  WS-CLR-STATUS           PIC X(2) VALUE "00".
       01  WS-CHKREG-STATUS        PIC X(2) VALUE "00".
       01  WS-MASTER-STATUS        PIC X(2) VALUE "00".
       01  WS-URULE-STATUS         PIC X(2) VALUE "00".

       01  WS-CLR-EOF              PIC X VALUE 'N'.
       01  WS-REG-EOF              PIC X VALUE 'N'.
       01  WS-MASTER-PRESENT       PIC X VALUE 'Y'.
       01  WS-URULE-PRESENT        PIC X VALUE 'Y'.

       01  WS-TODAY-DATE           PIC 9(8) VALUE ZEROS.
      * Checks issued on or before this date and still
           05  WS-SC-MONTH         PIC 9(2).
           05  WS-SC-DAY           PIC 9(2).

      * Escheatment timing. A stale check's owner notice goes
      * out in the run that first finds it stale; the check
      * is turned over once its state's dormancy period has
      * run from the issue date, but never sooner than
      * WS-NOTICE-WAIT-MONTHS after the notice, so the owner
      * has time to answer. A state with no rule on
      * UNCLAIMED-RULES-FILE uses WS-DEFAULT-DORMANCY.
       01  WS-DEFAULT-DORMANCY     PIC 9(3) VALUE 12.
       01  WS-NOTICE-WAIT-MONTHS   PIC 9(3) VALUE 2.
       01  WS-DORMANCY-MONTHS      PIC 9(3) VALUE ZEROS.
       01  WS-TURNOVER-DATE        PIC 9(8) VALUE ZEROS.
       01  WS-PROPERTY-STATE       PIC X(2) VALUE SPACES.
       01  WS-PROPERTY-DEPT        PIC X(4) VALUE SPACES.
       01  WS-UNCLAIMED-ACCOUNT    PIC X(6) VALUE "215000".

      * Month arithmetic for the escheatment dates:
      * WS-DATE-WORK is moved forward WS-MONTH-SHIFT months,
      * keeping the day of the month except where the new
      * month is shorter.
       01  WS-DATE-WORK            PIC 9(8) VALUE ZEROS.
       01  WS-DATE-WORK-SPLIT REDEFINES WS-DATE-WORK.
           05  WS-DW-YEAR          PIC 9(4).
           05  WS-DW-MONTH         PIC 9(2).
           05  WS-DW-DAY           PIC 9(2).
       01  WS-MONTH-SHIFT          PIC 9(3) VALUE ZEROS.
       01  WS-MONTH-INDEX          PIC 9(6) VALUE ZEROS.
       01  WS-MONTH-REMAINDER      PIC 9(2) VALUE ZEROS.
       01  WS-LEAP-QUOTIENT        PIC 9(4) VALUE ZEROS.
       01  WS-LEAP-REMAINDER       PIC 9(1) VALUE ZEROS.

      * Checks escheated this run, totalled by state for the
      * unclaimed-property report.
       01  WS-UP-STATE-COUNT       PIC 9(2) VALUE ZEROS.
       01  WS-UP-SUB               PIC 9(2) VALUE ZEROS.
       01  WS-UP-PICK              PIC 9(2) VALUE ZEROS.
       01  WS-UP-FOUND             PIC X VALUE 'N'.
       01  WS-UP-STATE-TABLE.
           05  WS-UP-STATE-ENTRY OCCURS 60 TIMES.
               10  WS-US-STATE         PIC X(2).
               10  WS-US-COUNT         PIC 9(6).
               10  WS-US-AMOUNT        PIC 9(9)V9(2).

       01  WS-CLEARED-COUNT        PIC 9(6) VALUE ZEROS.
       01  WS-CLEARED-AMOUNT       PIC 9(9)V9(2) VALUE ZEROS.
       01  WS-NOMATCH-COUNT        PIC 9(6) VALUE ZEROS.
       01  WS-OUTSTANDING-COUNT    PIC 9(6) VALUE ZEROS.
       01  WS-OUTSTANDING-AMOUNT   PIC 9(9)V9(2) VALUE ZEROS.
       01  WS-STALE-COUNT          PIC 9(6) VALUE ZEROS.
       01  WS-NOTICE-COUNT         PIC 9(6) VALUE ZEROS.
       01  WS-NOTICE-AMOUNT        PIC 9(9)V9(2) VALUE ZEROS.
       01  WS-ESCHEAT-COUNT        PIC 9(6) VALUE ZEROS.
       01  WS-ESCHEAT-AMOUNT       PIC 9(9)V9(2) VALUE ZEROS.

       01  WS-RPT-HEAD-1.
           05  FILLER              PIC X(29)
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-RC-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-DDN-HEAD-1.
           05  FILLER              PIC X(36)
                   VALUE "UNCASHED PAYROLL CHECK OWNER NOTICES".
           05  FILLER              PIC X(6)  VALUE " DATE ".
           05  WS-DH-RUN-DATE      PIC 9(8).

       01  WS-DDN-HEAD-2.
           05  FILLER              PIC X(8)  VALUE "EMP ID".
           05  FILLER              PIC X(32) VALUE "EMPLOYEE NAME".
           05  FILLER              PIC X(10) VALUE "CHECK NO".
           05  FILLER              PIC X(10) VALUE "ISSUED".
           05  FILLER              PIC X(13) VALUE "AMOUNT".
           05  FILLER              PIC X(7)  VALUE "STATE".
           05  FILLER              PIC X(20) VALUE "TURNED OVER AFTER".

       01  WS-DDN-DETAIL-LINE.
           05  WS-DD-EMP-ID        PIC X(6).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-DD-EMP-NAME      PIC X(30).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-DD-CHECK-NO      PIC 9(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-DD-ISSUE-DATE    PIC 9(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-DD-AMOUNT        PIC ZZZ,ZZ9.99.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  WS-DD-STATE         PIC X(2).
           05  FILLER              PIC X(5)  VALUE SPACES.
           05  WS-DD-TURNOVER-DATE PIC 9(8).

       01  WS-UPR-HEAD-1.
           05  FILLER              PIC X(37)
                   VALUE "UNCLAIMED PROPERTY - CHECKS ESCHEATED".
           05  FILLER              PIC X(6)  VALUE " DATE ".
           05  WS-UH-RUN-DATE      PIC 9(8).

       01  WS-UPR-HEAD-2.
           05  FILLER              PIC X(7)  VALUE "STATE".
           05  FILLER              PIC X(10) VALUE "CHECK NO".
           05  FILLER              PIC X(8)  VALUE "EMP ID".
           05  FILLER              PIC X(32) VALUE "EMPLOYEE NAME".
           05  FILLER              PIC X(10) VALUE "ISSUED".
           05  FILLER              PIC X(10) VALUE "NOTICED".
           05  FILLER              PIC X(10) VALUE "AMOUNT".

       01  WS-UPR-DETAIL-LINE.
           05  WS-UD-STATE         PIC X(2).
           05  FILLER              PIC X(5)  VALUE SPACES.
           05  WS-UD-CHECK-NO      PIC 9(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-UD-EMP-ID        PIC X(6).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-UD-EMP-NAME      PIC X(30).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-UD-ISSUE-DATE    PIC 9(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-UD-NOTICE-DATE   PIC 9(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-UD-AMOUNT        PIC ZZZ,ZZ9.99.

       01  WS-UPR-TOTAL-LINE.
           05  FILLER              PIC X(6)  VALUE "STATE ".
           05  WS-UT-STATE         PIC X(2).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-UT-STATE-NAME    PIC X(20).
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  WS-UT-COUNT         PIC ZZZ,ZZ9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-UT-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM OPEN-FILES
           PERFORM COMPUTE-STALE-CUTOFF
           PERFORM WRITE-REPORT-HEADING
           PERFORM WRITE-NOTICE-HEADING
           PERFORM APPLY-ONE-CLEARED-CHECK
               UNTIL WS-CLR-EOF = 'Y'
           PERFORM POSITION-REGISTER-SCAN
           PERFORM REPORT-ONE-REGISTER-CHECK
               UNTIL WS-REG-EOF = 'Y'
           PERFORM WRITE-REPORT-TOTALS
           PERFORM WRITE-UNCLAIMED-REPORT
           PERFORM CLOSE-FILES
           STOP RUN.

               DISPLAY "CHECK REGISTER NOT ON FILE - "
                   "NOTHING TO RECONCILE"
           END-IF
           OPEN OUTPUT RECON-REPORT-FILE
           OPEN INPUT EMPLOYEE-MASTER-FILE
           IF WS-MASTER-STATUS NOT = "00"
               MOVE 'N' TO WS-MASTER-PRESENT
               DISPLAY "EMPLOYEE MASTER NOT ON FILE - "
                   "ESCHEATMENT UNDER HOME STATE RULES"
           END-IF
           PERFORM OPEN-UNCLAIMED-RULES-FILE
           OPEN OUTPUT NOTICE-LISTING-FILE
           OPEN OUTPUT UNCLAIMED-REPORT-FILE
           OPEN OUTPUT ESCHEAT-GL-FILE
           OPEN OUTPUT POSITIVE-PAY-VOID-FILE.

      * No unclaimed-property rules on file at all is
      * survivable: every state takes the default dormancy
      * period until the file is built.
       OPEN-UNCLAIMED-RULES-FILE.
           OPEN INPUT UNCLAIMED-RULES-FILE
           IF WS-URULE-STATUS NOT = "00"
               MOVE 'N' TO WS-URULE-PRESENT
           END-IF.

       COMPUTE-STALE-CUTOFF.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
                   MOVE "PAID AGAINST VOIDED CHECK"
                       TO WS-RD-DISPOSITION
                   PERFORM WRITE-REPORT-DETAIL
      * The money has gone to the state; positive pay should
      * have refused the item, so treasury recovers it from
      * the bank.
               WHEN CR-ESCHEATED
                   ADD 1 TO WS-NOMATCH-COUNT
                   PERFORM BUILD-REGISTER-DETAIL
                   MOVE "PAID AGAINST ESCHEATED CHECK"
                       TO WS-RD-DISPOSITION
                   PERFORM WRITE-REPORT-DETAIL
      * An outstanding check clears, including one already
      * in due diligence - the owner has claimed it.
               WHEN OTHER
                   MOVE 'C' TO CR-STATUS
                   MOVE BK-CLEARED-DATE TO CR-CLEARED-DATE
               END-START
           END-IF.

      * A stale outstanding check goes into due diligence;
      * a due-diligence check past its turnover date is
      * escheated and drops out of the outstanding total.
       REPORT-ONE-REGISTER-CHECK.
           READ CHECK-REGISTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-REG-EOF
               NOT AT END
                   IF CR-OUTSTANDING OR CR-DUE-DILIGENCE
                       PERFORM REPORT-OUTSTANDING-CHECK
                   END-IF
           END-READ.

       REPORT-OUTSTANDING-CHECK.
           PERFORM BUILD-REGISTER-DETAIL
           IF CR-OUTSTANDING
               IF CR-ISSUE-DATE NOT > WS-STALE-CUTOFF
                   ADD 1 TO WS-STALE-COUNT
                   PERFORM START-DUE-DILIGENCE
                   MOVE "STALE - OWNER NOTICE SENT"
                       TO WS-RD-DISPOSITION
               ELSE
                   MOVE "OUTSTANDING" TO WS-RD-DISPOSITION
               END-IF
           ELSE
               PERFORM COMPUTE-TURNOVER-DATE
               IF WS-TURNOVER-DATE NOT > WS-TODAY-DATE
                   PERFORM ESCHEAT-ONE-CHECK
                   MOVE "ESCHEATED - UNCLAIMED PROPERTY"
                       TO WS-RD-DISPOSITION
               ELSE
                   ADD 1 TO WS-STALE-COUNT
                   MOVE "STALE - DUE DILIGENCE"
                       TO WS-RD-DISPOSITION
               END-IF
           END-IF
           IF NOT CR-ESCHEATED
               ADD 1         TO WS-OUTSTANDING-COUNT
               ADD CR-AMOUNT TO WS-OUTSTANDING-AMOUNT
           END-IF
           PERFORM WRITE-REPORT-DETAIL.

      * The check is held under the unclaimed-property rules
      * of the state the employee works in when the notice
      * goes out; the owner notice listing tells the payee
      * when it will be turned over if not claimed.
       START-DUE-DILIGENCE.
           PERFORM LOOKUP-CHECK-EMPLOYEE
           MOVE 'D'               TO CR-STATUS
           MOVE WS-TODAY-DATE     TO CR-NOTICE-DATE
           MOVE WS-PROPERTY-STATE TO CR-PROPERTY-STATE
           REWRITE CR-CHECK-RECORD
           PERFORM COMPUTE-TURNOVER-DATE
           ADD 1         TO WS-NOTICE-COUNT
           ADD CR-AMOUNT TO WS-NOTICE-AMOUNT
           MOVE CR-EMPLOYEE-ID    TO WS-DD-EMP-ID
           MOVE CR-EMPLOYEE-NAME  TO WS-DD-EMP-NAME
           MOVE CR-CHECK-NUMBER   TO WS-DD-CHECK-NO
           MOVE CR-ISSUE-DATE     TO WS-DD-ISSUE-DATE
           MOVE CR-AMOUNT         TO WS-DD-AMOUNT
           MOVE CR-PROPERTY-STATE TO WS-DD-STATE
           MOVE WS-TURNOVER-DATE  TO WS-DD-TURNOVER-DATE
           WRITE DN-PRINT-LINE FROM WS-DDN-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

      * Work state and department come from the employee
      * master; a blank work state, or an employee no longer
      * on file, is the home state.
       LOOKUP-CHECK-EMPLOYEE.
           MOVE "HM"   TO WS-PROPERTY-STATE
           MOVE SPACES TO WS-PROPERTY-DEPT
           IF WS-MASTER-PRESENT = 'Y'
               MOVE CR-EMPLOYEE-ID TO EM-EMPLOYEE-ID
               READ EMPLOYEE-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE EM-DEPARTMENT TO WS-PROPERTY-DEPT
                       IF EM-WORK-STATE NOT = SPACES
                           MOVE EM-WORK-STATE TO WS-PROPERTY-STATE
                       END-IF
               END-READ
           END-IF.

      * The turnover date is the later of the end of the
      * state's dormancy period, counted from the issue
      * date, and the end of the owner's answer period,
      * counted from the notice date.
       COMPUTE-TURNOVER-DATE.
           PERFORM LOOKUP-DORMANCY-RULE
           MOVE CR-ISSUE-DATE      TO WS-DATE-WORK
           MOVE WS-DORMANCY-MONTHS TO WS-MONTH-SHIFT
           PERFORM SHIFT-DATE-MONTHS
           MOVE WS-DATE-WORK       TO WS-TURNOVER-DATE
           MOVE CR-NOTICE-DATE     TO WS-DATE-WORK
           MOVE WS-NOTICE-WAIT-MONTHS TO WS-MONTH-SHIFT
           PERFORM SHIFT-DATE-MONTHS
           IF WS-DATE-WORK > WS-TURNOVER-DATE
               MOVE WS-DATE-WORK TO WS-TURNOVER-DATE
           END-IF.

       LOOKUP-DORMANCY-RULE.
           MOVE WS-DEFAULT-DORMANCY TO WS-DORMANCY-MONTHS
           IF WS-URULE-PRESENT = 'Y'
               MOVE CR-PROPERTY-STATE TO UR-STATE-CODE
               READ UNCLAIMED-RULES-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE UR-DORMANCY-MONTHS
                           TO WS-DORMANCY-MONTHS
               END-READ
           END-IF.

      * Moves WS-DATE-WORK forward WS-MONTH-SHIFT months
      * through a running month count, then pulls the day
      * back to the last day of a shorter month.
       SHIFT-DATE-MONTHS.
           COMPUTE WS-MONTH-INDEX =
               WS-DW-YEAR * 12 + WS-DW-MONTH - 1 + WS-MONTH-SHIFT
           DIVIDE WS-MONTH-INDEX BY 12
               GIVING WS-DW-YEAR REMAINDER WS-MONTH-REMAINDER
           COMPUTE WS-DW-MONTH = WS-MONTH-REMAINDER + 1
           IF WS-DW-MONTH = 4 OR WS-DW-MONTH = 6
                   OR WS-DW-MONTH = 9 OR WS-DW-MONTH = 11
               IF WS-DW-DAY > 30
                   MOVE 30 TO WS-DW-DAY
               END-IF
           END-IF
           IF WS-DW-MONTH = 2 AND WS-DW-DAY > 28
               DIVIDE WS-DW-YEAR BY 4
                   GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REMAINDER
               IF WS-LEAP-REMAINDER = 0
                   MOVE 29 TO WS-DW-DAY
               ELSE
                   MOVE 28 TO WS-DW-DAY
               END-IF
           END-IF.

      * Turns the check over: the register shows it
      * escheated, positive pay is told to refuse it, and
      * the liability moves from payroll cash to unclaimed
      * property on the ledger.
       ESCHEAT-ONE-CHECK.
           MOVE 'E'           TO CR-STATUS
           MOVE WS-TODAY-DATE TO CR-ESCHEAT-DATE
           REWRITE CR-CHECK-RECORD
           ADD 1         TO WS-ESCHEAT-COUNT
           ADD CR-AMOUNT TO WS-ESCHEAT-AMOUNT
           MOVE CR-CHECK-NUMBER  TO PP-CHECK-NUMBER
           MOVE CR-ISSUE-DATE    TO PP-ISSUE-DATE
           MOVE CR-AMOUNT        TO PP-AMOUNT
           MOVE CR-EMPLOYEE-NAME TO PP-PAYEE-NAME
           MOVE 'V'              TO PP-ITEM-TYPE
           WRITE PP-POSPAY-RECORD
           PERFORM LOOKUP-CHECK-EMPLOYEE
           MOVE WS-TODAY-DATE        TO GL-RUN-DATE
           MOVE CR-EMPLOYEE-ID       TO GL-EMPLOYEE-ID
           MOVE WS-UNCLAIMED-ACCOUNT TO GL-ACCOUNT-CODE
           MOVE WS-PROPERTY-DEPT     TO GL-DEPARTMENT
           MOVE ZEROS                TO GL-GROSS-PAY
           MOVE ZEROS                TO GL-TAX-DEDUCTION
           MOVE ZEROS                TO GL-DEDUCTIONS
           MOVE CR-AMOUNT            TO GL-NET-PAY
           MOVE ZEROS                TO GL-EMPLOYER-TAX
           MOVE WS-TODAY-DATE        TO GL-CHECK-DATE
           WRITE GL-EXTRACT-RECORD
           PERFORM ADD-TO-STATE-TOTAL.

       ADD-TO-STATE-TOTAL.
           MOVE 'N' TO WS-UP-FOUND
           PERFORM SCAN-ONE-UP-STATE
               VARYING WS-UP-SUB FROM 1 BY 1
               UNTIL WS-UP-SUB > WS-UP-STATE-COUNT
                   OR WS-UP-FOUND = 'Y'
           IF WS-UP-FOUND = 'N'
               IF WS-UP-STATE-COUNT < 60
                   ADD 1 TO WS-UP-STATE-COUNT
                   MOVE WS-UP-STATE-COUNT TO WS-UP-PICK
                   MOVE CR-PROPERTY-STATE
                       TO WS-US-STATE (WS-UP-PICK)
                   MOVE ZEROS TO WS-US-COUNT (WS-UP-PICK)
                   MOVE ZEROS TO WS-US-AMOUNT (WS-UP-PICK)
                   MOVE 'Y' TO WS-UP-FOUND
               ELSE
                   DISPLAY "UNCLAIMED PROPERTY STATE TABLE FULL - "
                       "CHECK " CR-CHECK-NUMBER " STATE "
                       CR-PROPERTY-STATE " NOT ON REPORT"
               END-IF
           END-IF
           IF WS-UP-FOUND = 'Y'
               ADD 1         TO WS-US-COUNT (WS-UP-PICK)
               ADD CR-AMOUNT TO WS-US-AMOUNT (WS-UP-PICK)
           END-IF.

       SCAN-ONE-UP-STATE.
           IF WS-US-STATE (WS-UP-SUB) = CR-PROPERTY-STATE
               MOVE 'Y' TO WS-UP-FOUND
               MOVE WS-UP-SUB TO WS-UP-PICK
           END-IF.

       BUILD-REGISTER-DETAIL.
           MOVE CR-CHECK-NUMBER  TO WS-RD-CHECK-NO
           MOVE CR-EMPLOYEE-ID   TO WS-RD-EMP-ID
           WRITE RR-PRINT-LINE FROM WS-RPT-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

       WRITE-NOTICE-HEADING.
           MOVE WS-TODAY-DATE TO WS-DH-RUN-DATE
           WRITE DN-PRINT-LINE FROM WS-DDN-HEAD-1
               AFTER ADVANCING PAGE
           MOVE SPACES TO DN-PRINT-LINE
           WRITE DN-PRINT-LINE AFTER ADVANCING 1 LINE
           WRITE DN-PRINT-LINE FROM WS-DDN-HEAD-2
               AFTER ADVANCING 1 LINE.

       WRITE-REPORT-HEADING.
           MOVE WS-TODAY-DATE   TO WS-RH-RUN-DATE
           MOVE WS-STALE-CUTOFF TO WS-RH-CUTOFF
           MOVE "OUTSTANDING AND STALE DATED" TO WS-RC-LABEL
           MOVE WS-STALE-COUNT        TO WS-RC-COUNT
           MOVE ZEROS                 TO WS-RC-AMOUNT
           WRITE RR-PRINT-LINE FROM WS-RPT-COUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE "OWNER NOTICES SENT THIS CYCLE" TO WS-RC-LABEL
           MOVE WS-NOTICE-COUNT       TO WS-RC-COUNT
           MOVE WS-NOTICE-AMOUNT      TO WS-RC-AMOUNT
           WRITE RR-PRINT-LINE FROM WS-RPT-COUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE "CHECKS ESCHEATED THIS CYCLE" TO WS-RC-LABEL
           MOVE WS-ESCHEAT-COUNT      TO WS-RC-COUNT
           MOVE WS-ESCHEAT-AMOUNT     TO WS-RC-AMOUNT
           WRITE RR-PRINT-LINE FROM WS-RPT-COUNT-LINE
               AFTER ADVANCING 1 LINE.

      * The unclaimed-property report lists this run's
      * escheated checks state by state: one pass of the
      * register per state in the run's table, then the
      * state's total.
       WRITE-UNCLAIMED-REPORT.
           MOVE WS-TODAY-DATE TO WS-UH-RUN-DATE
           WRITE UP-PRINT-LINE FROM WS-UPR-HEAD-1
               AFTER ADVANCING PAGE
           MOVE SPACES TO UP-PRINT-LINE
           WRITE UP-PRINT-LINE AFTER ADVANCING 1 LINE
           WRITE UP-PRINT-LINE FROM WS-UPR-HEAD-2
               AFTER ADVANCING 1 LINE
           PERFORM WRITE-ONE-UNCLAIMED-STATE
               VARYING WS-UP-SUB FROM 1 BY 1
               UNTIL WS-UP-SUB > WS-UP-STATE-COUNT
           MOVE SPACES TO UP-PRINT-LINE
           WRITE UP-PRINT-LINE AFTER ADVANCING 1 LINE
           MOVE "**"                TO WS-UT-STATE
           MOVE "ALL STATES"        TO WS-UT-STATE-NAME
           MOVE WS-ESCHEAT-COUNT    TO WS-UT-COUNT
           MOVE WS-ESCHEAT-AMOUNT   TO WS-UT-AMOUNT
           WRITE UP-PRINT-LINE FROM WS-UPR-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

       WRITE-ONE-UNCLAIMED-STATE.
           MOVE 'N' TO WS-REG-EOF
           MOVE ZEROS TO CR-CHECK-NUMBER
           START CHECK-REGISTER-FILE
               KEY IS NOT LESS THAN CR-CHECK-NUMBER
               INVALID KEY
                   MOVE 'Y' TO WS-REG-EOF
           END-START
           PERFORM LIST-ONE-ESCHEATED-CHECK
               UNTIL WS-REG-EOF = 'Y'
           MOVE WS-US-STATE (WS-UP-SUB) TO WS-UT-STATE
           MOVE SPACES TO WS-UT-STATE-NAME
           IF WS-URULE-PRESENT = 'Y'
               MOVE WS-US-STATE (WS-UP-SUB) TO UR-STATE-CODE
               READ UNCLAIMED-RULES-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE UR-STATE-NAME TO WS-UT-STATE-NAME
               END-READ
           END-IF
           MOVE WS-US-COUNT (WS-UP-SUB)  TO WS-UT-COUNT
           MOVE WS-US-AMOUNT (WS-UP-SUB) TO WS-UT-AMOUNT
           WRITE UP-PRINT-LINE FROM WS-UPR-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO UP-PRINT-LINE
           WRITE UP-PRINT-LINE AFTER ADVANCING 1 LINE.

       LIST-ONE-ESCHEATED-CHECK.
           READ CHECK-REGISTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-REG-EOF
               NOT AT END
                   IF CR-ESCHEATED
                           AND CR-ESCHEAT-DATE = WS-TODAY-DATE
                           AND CR-PROPERTY-STATE
                               = WS-US-STATE (WS-UP-SUB)
                       MOVE CR-PROPERTY-STATE TO WS-UD-STATE
                       MOVE CR-CHECK-NUMBER   TO WS-UD-CHECK-NO
                       MOVE CR-EMPLOYEE-ID    TO WS-UD-EMP-ID
                       MOVE CR-EMPLOYEE-NAME  TO WS-UD-EMP-NAME
                       MOVE CR-ISSUE-DATE     TO WS-UD-ISSUE-DATE
                       MOVE CR-NOTICE-DATE    TO WS-UD-NOTICE-DATE
                       MOVE CR-AMOUNT         TO WS-UD-AMOUNT
                       WRITE UP-PRINT-LINE FROM WS-UPR-DETAIL-LINE
                           AFTER ADVANCING 1 LINE
                   END-IF
           END-READ.

       CLOSE-FILES.
      * "10" is the normal end-of-file status left by the
      * apply loop; the file is open and must still close.
           IF WS-CHKREG-STATUS = "00" OR WS-CHKREG-STATUS = "10"
               CLOSE CHECK-REGISTER-FILE
           END-IF
           CLOSE RECON-REPORT-FILE
           IF WS-MASTER-PRESENT = 'Y'
               CLOSE EMPLOYEE-MASTER-FILE
           END-IF
           IF WS-URULE-PRESENT = 'Y'
               CLOSE UNCLAIMED-RULES-FILE
           END-IF
           CLOSE NOTICE-LISTING-FILE
           CLOSE UNCLAIMED-REPORT-FILE
           CLOSE ESCHEAT-GL-FILE
           CLOSE POSITIVE-PAY-VOID-FILE.
