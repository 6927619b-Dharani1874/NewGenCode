       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYROLL-CALENDAR-LIST.
       AUTHOR. LEGACY-SYSTEMS-CORP.

      *--------------------------------------------------
      * Payroll Calendar Listing Program
      * Prints the payroll calendar (PAYCAL) for the coming
      * year, pay group by pay group: every period ending on
      * or after today and before the same date next year,
      * with its start and end dates, check date, run
      * deadline, the tax year and quarter the check date
      * puts the pay in, and whether the period is still
      * open or already paid. Operations reviews it when the
      * next year's calendar is keyed and before each
      * year-end, so a missing period, a period that does
      * not butt up against the one before it, a deadline
      * after its own check date, a check dated before its
      * period ends, or a check that falls into the next tax
      * year is seen before the pay run depends on it.
      * The run refuses to start (RETURN-CODE 12) when the
      * calendar is not on file.
      *--------------------------------------------------
      * Change Log
      * 2026-10-15  Initial version.
      *--------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYROLL-CALENDAR-FILE ASSIGN TO "PAYCAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PL-CALENDAR-KEY
               FILE STATUS IS WS-CAL-STATUS.

           SELECT CALENDAR-REPORT-FILE ASSIGN TO "CALRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYROLL-CALENDAR-FILE.
       COPY PAYCAL.

       FD  CALENDAR-REPORT-FILE.
       COPY CALRPT.

       WORKING-STORAGE SECTION.
       01  WS-CAL-STATUS           PIC X(2) VALUE "00".
       01  WS-RUN-ABORT            PIC X VALUE 'N'.
       01  WS-CAL-EOF              PIC X VALUE 'N'.

      * The listing covers periods ending from today up to,
      * but not including, the same date one year on.
       01  WS-TODAY-DATE           PIC 9(8) VALUE ZEROS.
       01  WS-HORIZON-DATE         PIC 9(8) VALUE ZEROS.
       01  WS-HORIZON-SPLIT REDEFINES WS-HORIZON-DATE.
           05  WS-HZ-YEAR          PIC 9(4).
           05  WS-HZ-MONTH         PIC 9(2).
           05  WS-HZ-DAY           PIC 9(2).

      * The day after the previous period's end - where the
      * next period should start.
       01  WS-EXPECTED-START       PIC 9(8) VALUE ZEROS.
       01  WS-EXPECTED-SPLIT REDEFINES WS-EXPECTED-START.
           05  WS-EX-YEAR          PIC 9(4).
           05  WS-EX-MONTH         PIC 9(2).
           05  WS-EX-DAY           PIC 9(2).
       01  WS-PERIOD-END-DATE      PIC 9(8) VALUE ZEROS.
       01  WS-PERIOD-END-SPLIT REDEFINES WS-PERIOD-END-DATE.
           05  WS-PE-YEAR          PIC 9(4).
           05  WS-PE-MONTH         PIC 9(2).
           05  WS-PE-DAY           PIC 9(2).
       01  WS-CHECK-DATE           PIC 9(8) VALUE ZEROS.
       01  WS-CHECK-DATE-SPLIT REDEFINES WS-CHECK-DATE.
           05  WS-CK-YEAR          PIC 9(4).
           05  WS-CK-MONTH         PIC 9(2).
           05  WS-CK-DAY           PIC 9(2).

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

      * The two pay groups, listed in this order.
       01  WS-GROUP-SUB            PIC 9(1) VALUE ZEROS.
       01  WS-GROUP-VALUES         PIC X(2) VALUE "WS".
       01  WS-GROUP-CODES REDEFINES WS-GROUP-VALUES.
           05  WS-GROUP-CODE       PIC X(1) OCCURS 2 TIMES.
       01  WS-GROUP-NAME-VALUES    PIC X(24)
               VALUE "WEEKLY      SEMIMONTHLY ".
       01  WS-GROUP-NAMES REDEFINES WS-GROUP-NAME-VALUES.
           05  WS-GROUP-NAME       PIC X(12) OCCURS 2 TIMES.
       01  WS-LIST-GROUP           PIC X(1) VALUE SPACE.

       01  WS-GROUP-PERIOD-COUNT   PIC 9(5) VALUE ZEROS.
       01  WS-GROUP-OPEN-COUNT     PIC 9(5) VALUE ZEROS.
       01  WS-TOTAL-PERIOD-COUNT   PIC 9(5) VALUE ZEROS.
       01  WS-TOTAL-FLAGGED-COUNT  PIC 9(5) VALUE ZEROS.
       01  WS-PERIOD-NOTE          PIC X(34) VALUE SPACES.

       01  WS-RPT-HEAD-1.
           05  FILLER              PIC X(24)
                   VALUE "PAYROLL CALENDAR LISTING".
           05  FILLER              PIC X(30)
                   VALUE "  PERIODS ENDING ON OR AFTER ".
           05  WS-RH-FROM-DATE     PIC 9(8).
           05  FILLER              PIC X(12) VALUE " AND BEFORE ".
           05  WS-RH-TO-DATE       PIC 9(8).

       01  WS-RPT-GROUP-LINE.
           05  FILLER              PIC X(10) VALUE "PAY GROUP ".
           05  WS-RG-GROUP         PIC X(1).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-RG-NAME          PIC X(12).

       01  WS-RPT-HEAD-2.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(10) VALUE "START".
           05  FILLER              PIC X(10) VALUE "END".
           05  FILLER              PIC X(10) VALUE "CHECK".
           05  FILLER              PIC X(10) VALUE "DEADLINE".
           05  FILLER              PIC X(9)  VALUE "TAX YEAR".
           05  FILLER              PIC X(5)  VALUE "QTR".
           05  FILLER              PIC X(8)  VALUE "STATUS".
           05  FILLER              PIC X(7)  VALUE "RUN".
           05  FILLER              PIC X(34) VALUE "NOTE".

       01  WS-RPT-DETAIL-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-RD-START         PIC 9(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-RD-END           PIC 9(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-RD-CHECK         PIC 9(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-RD-DEADLINE      PIC 9(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-RD-TAX-YEAR      PIC 9(4).
           05  FILLER              PIC X(6)  VALUE SPACES.
           05  WS-RD-QUARTER       PIC 9(1).
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  WS-RD-STATUS        PIC X(8).
           05  WS-RD-RUN           PIC Z(6).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-RD-NOTE          PIC X(34).

       01  WS-RPT-NONE-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(40)
                   VALUE "NO PERIODS ON CALENDAR FOR COMING YEAR".

       01  WS-RPT-COUNT-LINE.
           05  WS-RC-LABEL         PIC X(34).
           05  WS-RC-COUNT         PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM OPEN-FILES
           IF WS-RUN-ABORT = 'Y'
               PERFORM CLOSE-FILES
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM SET-LISTING-RANGE
           PERFORM WRITE-REPORT-HEADING
           PERFORM LIST-ONE-GROUP
               VARYING WS-GROUP-SUB FROM 1 BY 1
               UNTIL WS-GROUP-SUB > 2
           PERFORM WRITE-REPORT-TOTALS
           PERFORM CLOSE-FILES
           STOP RUN.

       OPEN-FILES.
           OPEN INPUT PAYROLL-CALENDAR-FILE
           IF WS-CAL-STATUS NOT = "00"
               MOVE 'Y' TO WS-RUN-ABORT
               DISPLAY "PAYROLL CALENDAR NOT ON FILE - RUN ABORTED"
           END-IF
           OPEN OUTPUT CALENDAR-REPORT-FILE.

      * A 29 February start lists to 28 February next year
      * rather than to a date that does not exist.
       SET-LISTING-RANGE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE WS-TODAY-DATE TO WS-HORIZON-DATE
           ADD 1 TO WS-HZ-YEAR
           MOVE WS-HZ-YEAR  TO WS-DIM-YEAR
           MOVE WS-HZ-MONTH TO WS-DIM-MONTH
           PERFORM DAYS-IN-MONTH
           IF WS-HZ-DAY > WS-DIM-DAYS
               MOVE WS-DIM-DAYS TO WS-HZ-DAY
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

       WRITE-REPORT-HEADING.
           MOVE WS-TODAY-DATE   TO WS-RH-FROM-DATE
           MOVE WS-HORIZON-DATE TO WS-RH-TO-DATE
           WRITE CL-PRINT-LINE FROM WS-RPT-HEAD-1
               AFTER ADVANCING PAGE.

      * Positions on the group's first period ending today
      * or later and lists forward until the group changes
      * or the periods pass the one-year horizon.
       LIST-ONE-GROUP.
           MOVE WS-GROUP-CODE (WS-GROUP-SUB) TO WS-LIST-GROUP
           MOVE ZEROS TO WS-GROUP-PERIOD-COUNT
           MOVE ZEROS TO WS-GROUP-OPEN-COUNT
           MOVE ZEROS TO WS-EXPECTED-START
           MOVE WS-LIST-GROUP TO WS-RG-GROUP
           MOVE WS-GROUP-NAME (WS-GROUP-SUB) TO WS-RG-NAME
           MOVE SPACES TO CL-PRINT-LINE
           WRITE CL-PRINT-LINE AFTER ADVANCING 1 LINE
           WRITE CL-PRINT-LINE FROM WS-RPT-GROUP-LINE
               AFTER ADVANCING 1 LINE
           WRITE CL-PRINT-LINE FROM WS-RPT-HEAD-2
               AFTER ADVANCING 1 LINE
           MOVE 'N' TO WS-CAL-EOF
           MOVE WS-LIST-GROUP TO PL-PAY-GROUP
           MOVE WS-TODAY-DATE TO PL-PERIOD-END-DATE
           START PAYROLL-CALENDAR-FILE
               KEY IS NOT LESS THAN PL-CALENDAR-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-CAL-EOF
           END-START
           PERFORM READ-NEXT-CALENDAR-PERIOD
               UNTIL WS-CAL-EOF = 'Y'
           IF WS-GROUP-PERIOD-COUNT = ZEROS
               WRITE CL-PRINT-LINE FROM WS-RPT-NONE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
           MOVE "  PERIODS LISTED" TO WS-RC-LABEL
           MOVE WS-GROUP-PERIOD-COUNT TO WS-RC-COUNT
           WRITE CL-PRINT-LINE FROM WS-RPT-COUNT-LINE
               AFTER ADVANCING 2 LINES
           MOVE "  PERIODS STILL OPEN" TO WS-RC-LABEL
           MOVE WS-GROUP-OPEN-COUNT TO WS-RC-COUNT
           WRITE CL-PRINT-LINE FROM WS-RPT-COUNT-LINE
               AFTER ADVANCING 1 LINE.

       READ-NEXT-CALENDAR-PERIOD.
           READ PAYROLL-CALENDAR-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-CAL-EOF
               NOT AT END
                   IF PL-PAY-GROUP NOT = WS-LIST-GROUP
                           OR PL-PERIOD-END-DATE
                               NOT < WS-HORIZON-DATE
                       MOVE 'Y' TO WS-CAL-EOF
                   ELSE
                       PERFORM LIST-ONE-PERIOD
                   END-IF
           END-READ.

       LIST-ONE-PERIOD.
           ADD 1 TO WS-GROUP-PERIOD-COUNT
           ADD 1 TO WS-TOTAL-PERIOD-COUNT
           MOVE PL-PERIOD-END-DATE TO WS-PERIOD-END-DATE
           MOVE PL-CHECK-DATE      TO WS-CHECK-DATE
           PERFORM CHECK-PERIOD-ENTRY
           MOVE PL-PERIOD-START-DATE TO WS-RD-START
           MOVE PL-PERIOD-END-DATE   TO WS-RD-END
           MOVE PL-CHECK-DATE        TO WS-RD-CHECK
           MOVE PL-RUN-DEADLINE      TO WS-RD-DEADLINE
           MOVE WS-CK-YEAR           TO WS-RD-TAX-YEAR
           IF WS-CK-MONTH < 1 OR WS-CK-MONTH > 12
               MOVE ZEROS TO WS-RD-QUARTER
           ELSE
               COMPUTE WS-RD-QUARTER = (WS-CK-MONTH + 2) / 3
           END-IF
           IF PL-PERIOD-CLOSED
               MOVE "CLOSED"            TO WS-RD-STATUS
               MOVE PL-FINAL-RUN-NUMBER TO WS-RD-RUN
           ELSE
               MOVE "OPEN"              TO WS-RD-STATUS
               MOVE ZEROS               TO WS-RD-RUN
               ADD 1 TO WS-GROUP-OPEN-COUNT
           END-IF
           MOVE WS-PERIOD-NOTE TO WS-RD-NOTE
           WRITE CL-PRINT-LINE FROM WS-RPT-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           PERFORM SET-EXPECTED-START.

      * Notes the first thing about the entry that needs a
      * second look. The start-date check needs the period
      * before, so it is not made on a group's first listed
      * period.
       CHECK-PERIOD-ENTRY.
           MOVE SPACES TO WS-PERIOD-NOTE
           IF WS-EXPECTED-START NOT = ZEROS
                   AND PL-PERIOD-START-DATE NOT = WS-EXPECTED-START
               MOVE "GAP OR OVERLAP WITH PRIOR PERIOD"
                   TO WS-PERIOD-NOTE
           ELSE
           IF PL-CHECK-DATE < PL-PERIOD-END-DATE
               MOVE "CHECK DATED BEFORE PERIOD END"
                   TO WS-PERIOD-NOTE
           ELSE
           IF PL-RUN-DEADLINE > PL-CHECK-DATE
               MOVE "RUN DEADLINE AFTER CHECK DATE"
                   TO WS-PERIOD-NOTE
           ELSE
           IF WS-CK-YEAR > WS-PE-YEAR
               MOVE "CHECK DATE IN NEXT TAX YEAR"
                   TO WS-PERIOD-NOTE
           END-IF
           END-IF
           END-IF
           END-IF
           IF WS-PERIOD-NOTE NOT = SPACES
               ADD 1 TO WS-TOTAL-FLAGGED-COUNT
           END-IF.

      * The next period should start the day after this one
      * ends.
       SET-EXPECTED-START.
           MOVE PL-PERIOD-END-DATE TO WS-EXPECTED-START
           MOVE WS-EX-YEAR  TO WS-DIM-YEAR
           MOVE WS-EX-MONTH TO WS-DIM-MONTH
           IF WS-EX-MONTH < 1 OR WS-EX-MONTH > 12
               MOVE ZEROS TO WS-EXPECTED-START
           ELSE
               PERFORM DAYS-IN-MONTH
               IF WS-EX-DAY < WS-DIM-DAYS
                   ADD 1 TO WS-EX-DAY
               ELSE
                   MOVE 1 TO WS-EX-DAY
                   IF WS-EX-MONTH < 12
                       ADD 1 TO WS-EX-MONTH
                   ELSE
                       MOVE 1 TO WS-EX-MONTH
                       ADD 1 TO WS-EX-YEAR
                   END-IF
               END-IF
           END-IF.

       WRITE-REPORT-TOTALS.
           MOVE "TOTAL PERIODS LISTED" TO WS-RC-LABEL
           MOVE WS-TOTAL-PERIOD-COUNT TO WS-RC-COUNT
           WRITE CL-PRINT-LINE FROM WS-RPT-COUNT-LINE
               AFTER ADVANCING 2 LINES
           MOVE "PERIODS FLAGGED FOR REVIEW" TO WS-RC-LABEL
           MOVE WS-TOTAL-FLAGGED-COUNT TO WS-RC-COUNT
           WRITE CL-PRINT-LINE FROM WS-RPT-COUNT-LINE
               AFTER ADVANCING 1 LINE.

       CLOSE-FILES.
           IF WS-RUN-ABORT NOT = 'Y'
               CLOSE PAYROLL-CALENDAR-FILE
           END-IF
           CLOSE CALENDAR-REPORT-FILE.
