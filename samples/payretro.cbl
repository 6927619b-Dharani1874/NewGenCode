       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYROLL-RETRO.
       AUTHOR. LEGACY-SYSTEMS-CORP.

      *--------------------------------------------------
      * Retroactive Pay Calculation Program
      * Reprices past payments when a rate change takes
      * effect before the date it was keyed - a union
      * contract that settles late, or a raise HR enters
      * with a back-dated effective date. Each record on
      * RETRO-REQUEST-FILE names one employee or a whole
      * employee class, the new hourly rate, and the date
      * it took effect. Every payment on PAY-HISTORY-FILE
      * for a period ending on or after that date is
      * repriced at the new rate from its own hours and
      * overtime split, and the difference is written to
      * RETRO-EARNINGS-FILE as an open retro line. The next
      * PAYROLL-CALC run that pays the employee adds the
      * open lines to gross as retro pay. The audit report
      * lists every week repriced with its old pay, new
      * pay, and difference, so nothing goes through as
      * hand-figured BON hours again.
      *--------------------------------------------------
      * Change Log
      * 2026-10-15  Initial version, added with the retro
      *             earnings file and retro pay in the pay
      *             run.
      * 2026-10-15  Skips salaried payments by the pay type
      *             now carried on history (their hourly
      *             rate is only the master's reference
      *             rate) and leaves a termination payment's
      *             vacation payout out of the repriced
      *             earnings.
      *--------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETRO-REQUEST-FILE ASSIGN TO "RETROREQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RQ-STATUS.

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

           SELECT RETRO-EARNINGS-FILE ASSIGN TO "RETROERN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RE-RETRO-KEY
               FILE STATUS IS WS-RETRO-STATUS.

           SELECT RETRO-REPORT-FILE ASSIGN TO "RETRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RETRO-REQUEST-FILE.
       COPY RETROREQ.

       FD  PAY-HISTORY-FILE.
       COPY PAYHIST.

       FD  EMPLOYEE-MASTER-FILE.
       COPY EMPMSTR.

       FD  RETRO-EARNINGS-FILE.
       COPY RETROERN.

       FD  RETRO-REPORT-FILE.
       COPY RETRPT.

       WORKING-STORAGE SECTION.
       01  WS-RQ-STATUS            PIC X(2) VALUE "00".
       01  WS-HIST-STATUS          PIC X(2) VALUE "00".
       01  WS-EM-STATUS            PIC X(2) VALUE "00".
       01  WS-RETRO-STATUS         PIC X(2) VALUE "00".
      * Open statuses are overwritten by every later read,
      * so which files are open is remembered here.
       01  WS-RQ-PRESENT           PIC X VALUE 'Y'.
       01  WS-HIST-PRESENT         PIC X VALUE 'Y'.
       01  WS-EM-PRESENT           PIC X VALUE 'Y'.

       01  WS-RUN-ABORT            PIC X VALUE 'N'.
       01  WS-RQ-EOF               PIC X VALUE 'N'.
       01  WS-HIST-EOF             PIC X VALUE 'N'.
       01  WS-RETRO-EOF            PIC X VALUE 'N'.
       01  WS-REQUEST-VALID        PIC X VALUE 'Y'.
       01  WS-REJECT-REASON        PIC X(40) VALUE SPACES.
       01  WS-TODAY-DATE           PIC 9(8) VALUE ZEROS.

      * The rate a payment is repriced from: the rate it was
      * paid at, or the highest new rate an earlier retro
      * already brought the same week up to.
       01  WS-OLD-RATE             PIC 9(5)V9(2) VALUE ZEROS.
       01  WS-RATE-EARNINGS        PIC 9(7)V9(2) VALUE ZEROS.
       01  WS-OLD-PAY              PIC 9(7)V9(2) VALUE ZEROS.
       01  WS-NEW-PAY              PIC 9(7)V9(2) VALUE ZEROS.

       01  WS-REQUEST-COUNT        PIC 9(6) VALUE ZEROS.
       01  WS-REJECT-COUNT         PIC 9(6) VALUE ZEROS.
       01  WS-REQ-WEEK-COUNT       PIC 9(6) VALUE ZEROS.
       01  WS-REQ-RETRO-TOTAL      PIC 9(9)V9(2) VALUE ZEROS.
       01  WS-RUN-WEEK-COUNT       PIC 9(6) VALUE ZEROS.
       01  WS-RUN-RETRO-TOTAL      PIC 9(9)V9(2) VALUE ZEROS.
       01  WS-DUPLICATE-COUNT      PIC 9(6) VALUE ZEROS.

       01  WS-RPT-HEAD-1.
           05  FILLER              PIC X(26)
                   VALUE "RETROACTIVE PAY AUDIT    ".
           05  FILLER              PIC X(6)  VALUE " DATE ".
           05  WS-RH-RUN-DATE      PIC 9(8).

       01  WS-RPT-REQUEST-LINE.
           05  FILLER              PIC X(8)  VALUE "REQUEST ".
           05  WS-RQL-REQUEST-ID   PIC X(6).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-RQL-SCOPE        PIC X(9).
           05  WS-RQL-SCOPE-ID     PIC X(6).
           05  FILLER              PIC X(12) VALUE "  NEW RATE ".
           05  WS-RQL-NEW-RATE     PIC ZZZZ9.99.
           05  FILLER              PIC X(12) VALUE "  EFFECTIVE ".
           05  WS-RQL-EFF-DATE     PIC 9(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-RQL-REASON       PIC X(40).

       01  WS-RPT-HEAD-2.
           05  FILLER              PIC X(8)  VALUE "EMP ID".
           05  FILLER              PIC X(10) VALUE "PERIOD".
           05  FILLER              PIC X(8)  VALUE "RUN".
           05  FILLER              PIC X(8)  VALUE "HOURS".
           05  FILLER              PIC X(10) VALUE "OLD RATE".
           05  FILLER              PIC X(10) VALUE "NEW RATE".
           05  FILLER              PIC X(12) VALUE "OLD PAY".
           05  FILLER              PIC X(12) VALUE "NEW PAY".
           05  FILLER              PIC X(12) VALUE "RETRO".

       01  WS-RPT-DETAIL-LINE.
           05  WS-RD-EMP-ID        PIC X(6).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-RD-PERIOD        PIC 9(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-RD-RUN           PIC 9(6).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-RD-HOURS         PIC ZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-RD-OLD-RATE      PIC ZZZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-RD-NEW-RATE      PIC ZZZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-RD-OLD-PAY       PIC ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-RD-NEW-PAY       PIC ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-RD-RETRO         PIC ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-RD-NOTE          PIC X(30).

       01  WS-RPT-COUNT-LINE.
           05  WS-RC-LABEL         PIC X(34).
           05  WS-RC-COUNT         PIC ZZZ,ZZ9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-RC-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM OPEN-FILES
           IF WS-RUN-ABORT = 'Y'
               PERFORM CLOSE-FILES
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM WRITE-REPORT-HEADING
           PERFORM READ-NEXT-REQUEST
               UNTIL WS-RQ-EOF = 'Y'
           PERFORM WRITE-REPORT-TOTALS
           PERFORM CLOSE-FILES
           STOP RUN.

      * The retro earnings file is created on first use;
      * without requests, pay history, or the master there
      * is nothing to reprice.
       OPEN-FILES.
           OPEN INPUT RETRO-REQUEST-FILE
           IF WS-RQ-STATUS NOT = "00"
               MOVE 'N' TO WS-RQ-PRESENT
               MOVE 'Y' TO WS-RUN-ABORT
               DISPLAY "RETRO-REQUEST FILE NOT ON FILE - "
                   "RUN ABORTED"
           END-IF
           OPEN INPUT PAY-HISTORY-FILE
           IF WS-HIST-STATUS NOT = "00"
               MOVE 'N' TO WS-HIST-PRESENT
               MOVE 'Y' TO WS-RUN-ABORT
               DISPLAY "PAY-HISTORY FILE NOT ON FILE - RUN ABORTED"
           END-IF
           OPEN INPUT EMPLOYEE-MASTER-FILE
           IF WS-EM-STATUS NOT = "00"
               MOVE 'N' TO WS-EM-PRESENT
               MOVE 'Y' TO WS-RUN-ABORT
               DISPLAY "EMPLOYEE MASTER NOT ON FILE - RUN ABORTED"
           END-IF
           OPEN I-O RETRO-EARNINGS-FILE
           IF WS-RETRO-STATUS NOT = "00"
               OPEN OUTPUT RETRO-EARNINGS-FILE
               CLOSE RETRO-EARNINGS-FILE
               OPEN I-O RETRO-EARNINGS-FILE
           END-IF
           OPEN OUTPUT RETRO-REPORT-FILE.

       READ-NEXT-REQUEST.
           READ RETRO-REQUEST-FILE
               AT END
                   MOVE 'Y' TO WS-RQ-EOF
               NOT AT END
                   PERFORM PROCESS-ONE-REQUEST
           END-READ.

      * Each request is a full pass of the history file: the
      * key leads with run number, so one employee's or one
      * class's payments are scattered through it.
       PROCESS-ONE-REQUEST.
           ADD 1 TO WS-REQUEST-COUNT
           MOVE ZEROS TO WS-REQ-WEEK-COUNT
           MOVE ZEROS TO WS-REQ-RETRO-TOTAL
           PERFORM EDIT-RETRO-REQUEST
           PERFORM BUILD-REQUEST-LINE
           IF WS-REQUEST-VALID NOT = 'Y'
               ADD 1 TO WS-REJECT-COUNT
               MOVE WS-REJECT-REASON TO WS-RQL-REASON
               WRITE RT-PRINT-LINE FROM WS-RPT-REQUEST-LINE
                   AFTER ADVANCING 2 LINES
           ELSE
               WRITE RT-PRINT-LINE FROM WS-RPT-REQUEST-LINE
                   AFTER ADVANCING 2 LINES
               WRITE RT-PRINT-LINE FROM WS-RPT-HEAD-2
                   AFTER ADVANCING 1 LINE
               PERFORM POSITION-HISTORY-SCAN
               PERFORM REPRICE-NEXT-PAYMENT
                   UNTIL WS-HIST-EOF = 'Y'
               MOVE "WEEKS REPRICED FOR REQUEST" TO WS-RC-LABEL
               MOVE WS-REQ-WEEK-COUNT  TO WS-RC-COUNT
               MOVE WS-REQ-RETRO-TOTAL TO WS-RC-AMOUNT
               WRITE RT-PRINT-LINE FROM WS-RPT-COUNT-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

       EDIT-RETRO-REQUEST.
           MOVE 'Y' TO WS-REQUEST-VALID
           MOVE SPACES TO WS-REJECT-REASON
           EVALUATE TRUE
               WHEN NOT RQ-ONE-EMPLOYEE AND NOT RQ-EMPLOYEE-CLASS
                   MOVE 'N' TO WS-REQUEST-VALID
                   MOVE "REJECTED - SCOPE NOT E OR C"
                       TO WS-REJECT-REASON
               WHEN RQ-ONE-EMPLOYEE AND RQ-EMPLOYEE-ID = SPACES
                   MOVE 'N' TO WS-REQUEST-VALID
                   MOVE "REJECTED - NO EMPLOYEE ID"
                       TO WS-REJECT-REASON
               WHEN RQ-EMPLOYEE-CLASS AND RQ-CLASS-CODE = SPACES
                   MOVE 'N' TO WS-REQUEST-VALID
                   MOVE "REJECTED - NO EMPLOYEE CLASS"
                       TO WS-REJECT-REASON
               WHEN RQ-NEW-RATE NOT NUMERIC OR RQ-NEW-RATE = ZEROS
                   MOVE 'N' TO WS-REQUEST-VALID
                   MOVE "REJECTED - NEW RATE MISSING"
                       TO WS-REJECT-REASON
               WHEN RQ-EFFECTIVE-DATE NOT NUMERIC OR
                       RQ-EFFECTIVE-DATE = ZEROS
                   MOVE 'N' TO WS-REQUEST-VALID
                   MOVE "REJECTED - EFFECTIVE DATE MISSING"
                       TO WS-REJECT-REASON
           END-EVALUATE.

       BUILD-REQUEST-LINE.
           MOVE RQ-REQUEST-ID TO WS-RQL-REQUEST-ID
           IF RQ-EMPLOYEE-CLASS
               MOVE "CLASS"    TO WS-RQL-SCOPE
               MOVE RQ-CLASS-CODE  TO WS-RQL-SCOPE-ID
           ELSE
               MOVE "EMPLOYEE" TO WS-RQL-SCOPE
               MOVE RQ-EMPLOYEE-ID TO WS-RQL-SCOPE-ID
           END-IF
           IF RQ-NEW-RATE NUMERIC
               MOVE RQ-NEW-RATE TO WS-RQL-NEW-RATE
           ELSE
               MOVE ZEROS       TO WS-RQL-NEW-RATE
           END-IF
           IF RQ-EFFECTIVE-DATE NUMERIC
               MOVE RQ-EFFECTIVE-DATE TO WS-RQL-EFF-DATE
           ELSE
               MOVE ZEROS             TO WS-RQL-EFF-DATE
           END-IF
           MOVE SPACES TO WS-RQL-REASON.

       POSITION-HISTORY-SCAN.
           MOVE 'N' TO WS-HIST-EOF
           MOVE ZEROS  TO PH-RUN-NUMBER
           MOVE SPACES TO PH-EMPLOYEE-ID
           START PAY-HISTORY-FILE
               KEY IS NOT LESS THAN PH-HISTORY-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-HIST-EOF
           END-START.

      * A payment the pay run has since voided is history
      * only; its replacement, if any, is repriced in its
      * own right.
       REPRICE-NEXT-PAYMENT.
           READ PAY-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-HIST-EOF
               NOT AT END
                   IF PH-PERIOD-END-DATE >= RQ-EFFECTIVE-DATE AND
                           PH-VOID-RUN = ZEROS
                       PERFORM SELECT-ONE-PAYMENT
                   END-IF
           END-READ.

      * Class membership is the employee's class on the
      * master today - the class the settled contract
      * covers.
       SELECT-ONE-PAYMENT.
           IF RQ-ONE-EMPLOYEE
               IF PH-EMPLOYEE-ID = RQ-EMPLOYEE-ID
                   PERFORM REPRICE-ONE-PAYMENT
               END-IF
           ELSE
               MOVE PH-EMPLOYEE-ID TO EM-EMPLOYEE-ID
               READ EMPLOYEE-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF EM-EMPLOYEE-CLASS = RQ-CLASS-CODE
                           PERFORM REPRICE-ONE-PAYMENT
                       END-IF
               END-READ
           END-IF.

      * Every earnings line of an hourly payment - regular,
      * each overtime tier, vacation, sick, holiday, and
      * bonus hours - is its hours times the rate paid, so
      * the payment's earnings less any retro or vacation
      * payout it carried scale exactly with the rate,
      * keeping the original hours and overtime multipliers.
      * A salaried payment is not repriced here. A
      * week already at or above the new rate - including a
      * rerun of the same request - produces no line.
       REPRICE-ONE-PAYMENT.
           IF PH-HOURLY-RATE NOT = ZEROS AND
                   NOT PH-SALARIED-PAYMENT
               MOVE PH-HOURLY-RATE TO WS-OLD-RATE
               PERFORM FIND-PRIOR-RETRO-RATE
               IF WS-OLD-RATE < RQ-NEW-RATE
                   COMPUTE WS-RATE-EARNINGS =
                       PH-GROSS-PAY - PH-RETRO-PAY -
                       PH-LEAVE-PAYOUT
                   COMPUTE WS-OLD-PAY ROUNDED =
                       WS-RATE-EARNINGS * WS-OLD-RATE
                           / PH-HOURLY-RATE
                   COMPUTE WS-NEW-PAY ROUNDED =
                       WS-RATE-EARNINGS * RQ-NEW-RATE
                           / PH-HOURLY-RATE
                   IF WS-NEW-PAY > WS-OLD-PAY
                       PERFORM WRITE-RETRO-LINE
                   END-IF
               END-IF
           END-IF.

       FIND-PRIOR-RETRO-RATE.
           MOVE 'N' TO WS-RETRO-EOF
           MOVE PH-EMPLOYEE-ID TO RE-EMPLOYEE-ID
           MOVE PH-RUN-NUMBER  TO RE-SOURCE-RUN
           MOVE LOW-VALUES     TO RE-REQUEST-ID
           START RETRO-EARNINGS-FILE
               KEY IS NOT LESS THAN RE-RETRO-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-RETRO-EOF
           END-START
           PERFORM READ-NEXT-PRIOR-RETRO
               UNTIL WS-RETRO-EOF = 'Y'.

       READ-NEXT-PRIOR-RETRO.
           READ RETRO-EARNINGS-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-RETRO-EOF
               NOT AT END
                   IF RE-EMPLOYEE-ID NOT = PH-EMPLOYEE-ID OR
                           RE-SOURCE-RUN NOT = PH-RUN-NUMBER
                       MOVE 'Y' TO WS-RETRO-EOF
                   ELSE
                       IF RE-NEW-RATE > WS-OLD-RATE
                           MOVE RE-NEW-RATE TO WS-OLD-RATE
                       END-IF
                   END-IF
           END-READ.

       WRITE-RETRO-LINE.
           MOVE PH-EMPLOYEE-ID     TO RE-EMPLOYEE-ID
           MOVE PH-RUN-NUMBER      TO RE-SOURCE-RUN
           MOVE RQ-REQUEST-ID      TO RE-REQUEST-ID
           MOVE PH-PERIOD-END-DATE TO RE-PERIOD-END-DATE
           MOVE PH-HOURS-WORKED    TO RE-HOURS-WORKED
           MOVE WS-OLD-RATE        TO RE-OLD-RATE
           MOVE RQ-NEW-RATE        TO RE-NEW-RATE
           MOVE WS-OLD-PAY         TO RE-OLD-PAY
           MOVE WS-NEW-PAY         TO RE-NEW-PAY
           COMPUTE RE-RETRO-AMOUNT = WS-NEW-PAY - WS-OLD-PAY
           MOVE 'O'                TO RE-STATUS
           MOVE ZEROS              TO RE-PAID-RUN
           PERFORM BUILD-DETAIL-LINE
           WRITE RE-RETRO-RECORD
               INVALID KEY
                   ADD 1 TO WS-DUPLICATE-COUNT
                   MOVE "REQUEST ID ALREADY USED - SKIP"
                       TO WS-RD-NOTE
               NOT INVALID KEY
                   ADD 1 TO WS-REQ-WEEK-COUNT
                   ADD 1 TO WS-RUN-WEEK-COUNT
                   ADD RE-RETRO-AMOUNT TO WS-REQ-RETRO-TOTAL
                   ADD RE-RETRO-AMOUNT TO WS-RUN-RETRO-TOTAL
           END-WRITE
           WRITE RT-PRINT-LINE FROM WS-RPT-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

       BUILD-DETAIL-LINE.
           MOVE RE-EMPLOYEE-ID     TO WS-RD-EMP-ID
           MOVE RE-PERIOD-END-DATE TO WS-RD-PERIOD
           MOVE RE-SOURCE-RUN      TO WS-RD-RUN
           MOVE RE-HOURS-WORKED    TO WS-RD-HOURS
           MOVE RE-OLD-RATE        TO WS-RD-OLD-RATE
           MOVE RE-NEW-RATE        TO WS-RD-NEW-RATE
           MOVE RE-OLD-PAY         TO WS-RD-OLD-PAY
           MOVE RE-NEW-PAY         TO WS-RD-NEW-PAY
           MOVE RE-RETRO-AMOUNT    TO WS-RD-RETRO
           MOVE SPACES             TO WS-RD-NOTE.

       WRITE-REPORT-HEADING.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE WS-TODAY-DATE TO WS-RH-RUN-DATE
           WRITE RT-PRINT-LINE FROM WS-RPT-HEAD-1
               AFTER ADVANCING PAGE.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO RT-PRINT-LINE
           WRITE RT-PRINT-LINE AFTER ADVANCING 2 LINES
           MOVE "RETRO REQUESTS READ"       TO WS-RC-LABEL
           MOVE WS-REQUEST-COUNT      TO WS-RC-COUNT
           MOVE ZEROS                 TO WS-RC-AMOUNT
           WRITE RT-PRINT-LINE FROM WS-RPT-COUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE "RETRO REQUESTS REJECTED"   TO WS-RC-LABEL
           MOVE WS-REJECT-COUNT       TO WS-RC-COUNT
           WRITE RT-PRINT-LINE FROM WS-RPT-COUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE "WEEKS ALREADY ON RETRO FILE" TO WS-RC-LABEL
           MOVE WS-DUPLICATE-COUNT    TO WS-RC-COUNT
           WRITE RT-PRINT-LINE FROM WS-RPT-COUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE "WEEKS REPRICED - RETRO OWED" TO WS-RC-LABEL
           MOVE WS-RUN-WEEK-COUNT     TO WS-RC-COUNT
           MOVE WS-RUN-RETRO-TOTAL    TO WS-RC-AMOUNT
           WRITE RT-PRINT-LINE FROM WS-RPT-COUNT-LINE
               AFTER ADVANCING 1 LINE.

       CLOSE-FILES.
           IF WS-RQ-PRESENT = 'Y'
               CLOSE RETRO-REQUEST-FILE
           END-IF
           IF WS-HIST-PRESENT = 'Y'
               CLOSE PAY-HISTORY-FILE
           END-IF
           IF WS-EM-PRESENT = 'Y'
               CLOSE EMPLOYEE-MASTER-FILE
           END-IF
           CLOSE RETRO-EARNINGS-FILE
           CLOSE RETRO-REPORT-FILE.
