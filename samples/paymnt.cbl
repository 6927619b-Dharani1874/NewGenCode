      * 2026-09-02  Carries the work-state code for
      *             multi-state withholding; blank means the
      *             home state.
      * 2026-10-15  A termination no longer deletes the
      *             master. It flags the record terminated
      *             with the run date and queues a pending
      *             record on the final-pay file (FINALPAY)
      *             so the next termination run pays out
      *             the leave balance and settles arrears.
      *             An add writes the new record active.
      * 2026-10-15  Future-dated transactions: an add,
      *             change, or termination keyed with an
      *             effective date after the run date is
      *             held on the pending changes file
      *             (PENDCHG) and applied by the first run
      *             on or after that date, ahead of the
      *             day's own transactions. A later change
      *             for the same employee and date replaces
      *             the pending one; an 'X' transaction
      *             cancels it. The audit report shows each
      *             change's keyed, effective, and applied
      *             dates, and a pending changes report
      *             (PENDRPT) lists everything still
      *             scheduled. A termination takes its
      *             effective date as the termination date.
      * 2026-10-15  A held change carries the master as it
      *             stood when keyed and applies only the
      *             fields HR changed against it, so master
      *             changes made in between survive; a field
      *             changed both ways rejects the held change
      *             as MASTER CHANGED SINCE KEYED. A
      *             termination is rejected if a final-pay
      *             record is already on file for the
      *             employee instead of replacing it.
      *--------------------------------------------------

       ENVIRONMENT DIVISION.
               RECORD KEY IS EM-EMPLOYEE-ID
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT FINAL-PAY-FILE ASSIGN TO "FINALPAY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FP-EMPLOYEE-ID
               FILE STATUS IS WS-FP-STATUS.

           SELECT PENDING-CHANGE-FILE ASSIGN TO "PENDCHG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-PENDING-KEY
               FILE STATUS IS WS-PEND-STATUS.

           SELECT MAINT-AUDIT-FILE ASSIGN TO "MNTAUD"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MAINT-REJECT-FILE ASSIGN TO "MNTREJ"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PENDING-REPORT-FILE ASSIGN TO "PENDRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-TRANS-FILE.
       FD  EMPLOYEE-MASTER-FILE.
       COPY EMPMSTR.

       FD  FINAL-PAY-FILE.
       COPY FINALPAY.

       FD  PENDING-CHANGE-FILE.
       COPY PENDCHG.

       FD  MAINT-AUDIT-FILE.
       COPY MNTAUD.

       FD  MAINT-REJECT-FILE.
       COPY MNTREJ.

       FD  PENDING-REPORT-FILE.
       COPY PENDRPT.

       WORKING-STORAGE SECTION.
       01  WS-MASTER-STATUS        PIC X(2) VALUE "00".
       01  WS-FP-STATUS            PIC X(2) VALUE "00".
       01  WS-FP-ON-FILE           PIC X VALUE 'N'.
       01  WS-TRANS-EOF            PIC X VALUE 'N'.
       01  WS-VALID-TRANS          PIC X VALUE 'Y'.
       01  WS-MASTER-FOUND         PIC X VALUE 'N'.
       01  WS-REJECT-REASON        PIC X(40) VALUE SPACES.
       01  WS-RUN-DATE             PIC 9(8) VALUE ZEROS.

      * The dates carried onto the audit report for the
      * transaction in hand: the day it was keyed, the day
      * it takes effect, and - always the run date - the
      * day it was applied. A transaction keyed today with
      * no effective date takes effect today.
       01  WS-PEND-STATUS          PIC X(2) VALUE "00".
       01  WS-PEND-EOF             PIC X VALUE 'N'.
       01  WS-KEYED-DATE           PIC 9(8) VALUE ZEROS.
       01  WS-EFFECTIVE-DATE       PIC 9(8) VALUE ZEROS.

      * The master as it stood when a held change was keyed,
      * laid out field for field like EM-EMPLOYEE-RECORD, so
      * the change applies only what HR actually changed.
       01  WS-FROM-PENDING         PIC X VALUE 'N'.
       01  WS-MERGE-CONFLICT       PIC X VALUE 'N'.
       01  WS-HELD-BEFORE-IMAGE.
           05  WS-HB-EMPLOYEE-ID       PIC X(6).
           05  WS-HB-EMPLOYEE-NAME     PIC X(30).
           05  WS-HB-HOURLY-RATE       PIC 9(5)V9(2).
           05  WS-HB-EXEMPTIONS        PIC 9(2).
           05  WS-HB-FILING-STATUS     PIC X(1).
           05  WS-HB-EMPLOYEE-CLASS    PIC X(4).
           05  WS-HB-DEPARTMENT        PIC X(4).
           05  WS-HB-MIN-RATE          PIC 9(5)V9(2).
           05  WS-HB-MAX-RATE          PIC 9(5)V9(2).
           05  WS-HB-DEDUCTION-TABLE   PIC X(55).
           05  WS-HB-PAY-TYPE          PIC X(1).
           05  WS-HB-PERIOD-SALARY     PIC 9(7)V9(2).
           05  WS-HB-ROUTING-NUMBER    PIC X(9).
           05  WS-HB-ACCOUNT-NUMBER    PIC X(17).
           05  WS-HB-DEPOSIT-TYPE      PIC X(1).
           05  WS-HB-PAY-GROUP         PIC X(1).
           05  WS-HB-WORK-STATE        PIC X(2).
           05  WS-HB-EMPLOYMENT-STATUS PIC X(1).
           05  WS-HB-TERMINATION-DATE  PIC 9(8).

       01  WS-TRANS-READ-COUNT     PIC 9(6) VALUE ZEROS.
       01  WS-TRANS-APPLIED-COUNT  PIC 9(6) VALUE ZEROS.
       01  WS-TRANS-REJECT-COUNT   PIC 9(6) VALUE ZEROS.
       01  WS-TRANS-HELD-COUNT     PIC 9(6) VALUE ZEROS.
       01  WS-PEND-APPLIED-COUNT   PIC 9(6) VALUE ZEROS.
       01  WS-PEND-CANCEL-COUNT    PIC 9(6) VALUE ZEROS.
       01  WS-PEND-LISTED-COUNT    PIC 9(6) VALUE ZEROS.

       01  WS-AUD-HEAD-1.
           05  FILLER              PIC X(34)
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-AI-WORK-STATE    PIC X(2).

       01  WS-AUD-TERM-LINE.
           05  FILLER              PIC X(8)  VALUE "TERM".
           05  WS-AT-EMP-ID        PIC X(6).
           05  FILLER              PIC X(14)
                   VALUE "  TERMINATED ".
           05  WS-AT-TERM-DATE     PIC 9(8).
           05  FILLER              PIC X(20)
                   VALUE "  FINAL PAY QUEUED".

       01  WS-AUD-DATE-LINE.
           05  FILLER              PIC X(8)  VALUE SPACES.
           05  FILLER              PIC X(6)  VALUE "KEYED ".
           05  WS-AD-KEYED-DATE    PIC 9(8).
           05  FILLER              PIC X(12) VALUE "  EFFECTIVE ".
           05  WS-AD-EFFECTIVE-DATE PIC 9(8).
           05  FILLER              PIC X(10) VALUE "  APPLIED ".
           05  WS-AD-APPLIED-DATE  PIC 9(8).

      * A held, replaced, or cancelled future-dated change
      * touches only the pending changes file, so it prints
      * one line instead of a master image.
       01  WS-AUD-PEND-LINE.
           05  WS-AP-TAG           PIC X(8).
           05  WS-AP-EMP-ID        PIC X(6).
           05  FILLER              PIC X(7)  VALUE "  TYPE ".
           05  WS-AP-TYPE          PIC X(1).
           05  FILLER              PIC X(12) VALUE "  EFFECTIVE ".
           05  WS-AP-EFFECTIVE-DATE PIC 9(8).
           05  FILLER              PIC X(8)  VALUE "  KEYED ".
           05  WS-AP-KEYED-DATE    PIC 9(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-AP-ACTION        PIC X(30).

       01  WS-AUD-COUNT-LINE.
           05  WS-AC-LABEL         PIC X(30).
           05  WS-AC-COUNT         PIC ZZZ,ZZ9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-RJ-REASON        PIC X(40).

       01  WS-PND-HEAD-1.
           05  FILLER              PIC X(36)
                   VALUE "PENDING EMPLOYEE MASTER CHANGES    ".
           05  FILLER              PIC X(7)  VALUE " AS OF ".
           05  WS-PH-RUN-DATE      PIC 9(8).

       01  WS-PND-HEAD-2.
           05  FILLER              PIC X(8)  VALUE "EMP ID".
           05  FILLER              PIC X(8)  VALUE "TYPE".
           05  FILLER              PIC X(10) VALUE "EFFECTIVE".
           05  FILLER              PIC X(10) VALUE "KEYED".
           05  FILLER              PIC X(22) VALUE "EMPLOYEE NAME".
           05  FILLER              PIC X(9)  VALUE "RATE".
           05  FILLER              PIC X(3)  VALUE "PT".
           05  FILLER              PIC X(11) VALUE "SALARY".
           05  FILLER              PIC X(6)  VALUE "CLASS".
           05  FILLER              PIC X(5)  VALUE "DEPT".
           05  FILLER              PIC X(3)  VALUE "GP".
           05  FILLER              PIC X(2)  VALUE "ST".

       01  WS-PND-DETAIL-LINE.
           05  WS-PD-EMP-ID        PIC X(6).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-PD-TYPE          PIC X(6).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-PD-EFFECTIVE-DATE PIC 9(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-PD-KEYED-DATE    PIC 9(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-PD-EMP-NAME      PIC X(22).
           05  WS-PD-RATE          PIC ZZZZ9.99.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-PD-PAY-TYPE      PIC X(1).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-PD-SALARY        PIC ZZZZZZ9.99.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-PD-CLASS         PIC X(4).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-PD-DEPARTMENT    PIC X(4).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-PD-PAY-GROUP     PIC X(1).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-PD-WORK-STATE    PIC X(2).

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM OPEN-FILES
           PERFORM WRITE-AUDIT-HEADING
           PERFORM APPLY-DUE-PENDING-CHANGES
           PERFORM READ-NEXT-TRANSACTION
           PERFORM PROCESS-ONE-TRANSACTION
               UNTIL WS-TRANS-EOF = 'Y'
           PERFORM WRITE-AUDIT-TOTALS
           PERFORM WRITE-PENDING-REPORT
           PERFORM CLOSE-FILES
           STOP RUN.

       OPEN-FILES.
           OPEN INPUT MAINT-TRANS-FILE
           PERFORM OPEN-MASTER-FILE
           PERFORM OPEN-FINAL-PAY-FILE
           PERFORM OPEN-PENDING-CHANGE-FILE
           OPEN OUTPUT MAINT-AUDIT-FILE
           OPEN OUTPUT MAINT-REJECT-FILE
           OPEN OUTPUT PENDING-REPORT-FILE.

      * A brand-new shop has no employee master yet; the
      * first maintenance run of nothing but adds creates
               OPEN I-O EMPLOYEE-MASTER-FILE
           END-IF.

       OPEN-FINAL-PAY-FILE.
           OPEN I-O FINAL-PAY-FILE
           IF WS-FP-STATUS NOT = "00"
               OPEN OUTPUT FINAL-PAY-FILE
               CLOSE FINAL-PAY-FILE
               OPEN I-O FINAL-PAY-FILE
           END-IF.

       OPEN-PENDING-CHANGE-FILE.
           OPEN I-O PENDING-CHANGE-FILE
           IF WS-PEND-STATUS NOT = "00"
               OPEN OUTPUT PENDING-CHANGE-FILE
               CLOSE PENDING-CHANGE-FILE
               OPEN I-O PENDING-CHANGE-FILE
           END-IF.

      * Every held change whose effective date has arrived
      * is applied before the day's transactions are read,
      * so a same-day correction keyed today lands on top
      * of it. An employee's changes apply in effective-date
      * order. A held change is validated again as it
      * applies, and a held change to the master applies
      * only the fields HR changed against the master as it
      * stood when keyed - a bank account or deduction
      * correction made in between is kept, not undone by
      * the old image. A field changed both by the held
      * change and on the master since rejects the held
      * change as MASTER CHANGED SINCE KEYED for HR to
      * rekey. One that fails goes to the rejected listing
      * like any other; either way it leaves the pending
      * file.
       APPLY-DUE-PENDING-CHANGES.
           MOVE 'N' TO WS-PEND-EOF
           PERFORM READ-NEXT-PENDING-CHANGE
               UNTIL WS-PEND-EOF = 'Y'.

       READ-NEXT-PENDING-CHANGE.
           READ PENDING-CHANGE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-PEND-EOF
               NOT AT END
                   IF PC-EFFECTIVE-DATE NOT > WS-RUN-DATE
                       PERFORM APPLY-ONE-PENDING-CHANGE
                   END-IF
           END-READ.

       APPLY-ONE-PENDING-CHANGE.
           MOVE PC-TRANS-IMAGE    TO MT-MAINT-TRANSACTION
           MOVE PC-KEYED-DATE     TO WS-KEYED-DATE
           MOVE PC-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE
           MOVE PC-BEFORE-IMAGE   TO WS-HELD-BEFORE-IMAGE
           DELETE PENDING-CHANGE-FILE
           ADD 1 TO WS-PEND-APPLIED-COUNT
           MOVE 'Y' TO WS-FROM-PENDING
           PERFORM APPLY-ONE-TRANSACTION
           MOVE 'N' TO WS-FROM-PENDING.

       READ-NEXT-TRANSACTION.
           READ MAINT-TRANS-FILE
               AT END
                   ADD 1 TO WS-TRANS-READ-COUNT
           END-READ.

      * A transaction dated after the run date is held for
      * its effective date; one dated today or earlier, or
      * not dated at all, applies now.
       PROCESS-ONE-TRANSACTION.
           MOVE WS-RUN-DATE TO WS-KEYED-DATE
           MOVE WS-RUN-DATE TO WS-EFFECTIVE-DATE
           IF MT-EFFECTIVE-DATE IS NUMERIC AND
                   MT-EFFECTIVE-DATE NOT = ZEROS
               MOVE MT-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE
           END-IF
           IF MT-CANCEL-PENDING
               PERFORM CANCEL-PENDING-CHANGE
           ELSE
           IF WS-EFFECTIVE-DATE > WS-RUN-DATE
               PERFORM HOLD-PENDING-CHANGE
           ELSE
               PERFORM APPLY-ONE-TRANSACTION
           END-IF
           END-IF
           PERFORM READ-NEXT-TRANSACTION.

       APPLY-ONE-TRANSACTION.
           PERFORM LOOKUP-MASTER-RECORD
           EVALUATE TRUE
               WHEN MT-ADD-EMPLOYEE
               WHEN MT-TERMINATE-EMPLOYEE
                   PERFORM APPLY-TERMINATION
               WHEN OTHER
                   MOVE "TRANSACTION TYPE NOT A, C, T, OR X"
                       TO WS-REJECT-REASON
                   PERFORM WRITE-REJECT-RECORD
           END-EVALUATE.

      * The field edits run when the change is keyed so HR
      * hears about a bad image now, not on the effective
      * date; whether the employee is on file is only known
      * when the change applies. The master as it stands
      * now is held with the change. A change keyed for an
      * employee and date already pending replaces the one
      * on file.
       HOLD-PENDING-CHANGE.
           IF MT-ADD-EMPLOYEE OR MT-CHANGE-EMPLOYEE
               PERFORM VALIDATE-TRANSACTION-FIELDS
           ELSE
           IF MT-TERMINATE-EMPLOYEE
               MOVE 'Y' TO WS-VALID-TRANS
               IF MT-EMPLOYEE-ID = SPACES
                   MOVE 'N' TO WS-VALID-TRANS
                   MOVE "EMPLOYEE ID IS BLANK" TO WS-REJECT-REASON
               END-IF
           ELSE
               MOVE 'N' TO WS-VALID-TRANS
               MOVE "TRANSACTION TYPE NOT A, C, T, OR X"
                   TO WS-REJECT-REASON
           END-IF
           END-IF
           IF WS-VALID-TRANS = 'Y'
               MOVE MT-EMPLOYEE-ID       TO PC-EMPLOYEE-ID
               MOVE WS-EFFECTIVE-DATE    TO PC-EFFECTIVE-DATE
               MOVE WS-KEYED-DATE        TO PC-KEYED-DATE
               MOVE MT-MAINT-TRANSACTION TO PC-TRANS-IMAGE
               PERFORM LOOKUP-MASTER-RECORD
               IF WS-MASTER-FOUND = 'Y'
                   MOVE EM-EMPLOYEE-RECORD TO PC-BEFORE-IMAGE
               ELSE
                   MOVE SPACES TO PC-BEFORE-IMAGE
               END-IF
               MOVE "HELD"               TO WS-AP-TAG
               MOVE "HELD FOR EFFECTIVE DATE" TO WS-AP-ACTION
               WRITE PC-PENDING-RECORD
                   INVALID KEY
                       REWRITE PC-PENDING-RECORD
                       MOVE "REPLACE" TO WS-AP-TAG
                       MOVE "REPLACES PENDING CHANGE"
                           TO WS-AP-ACTION
               END-WRITE
               ADD 1 TO WS-TRANS-HELD-COUNT
               PERFORM WRITE-AUDIT-PENDING-LINE
           ELSE
               PERFORM WRITE-REJECT-RECORD
           END-IF.

      * A cancel names the employee and the effective date
      * of the pending change to drop; nothing else on the
      * transaction is read. The audit line shows the
      * change that was dropped.
       CANCEL-PENDING-CHANGE.
           IF MT-EFFECTIVE-DATE IS NOT NUMERIC OR
                   MT-EFFECTIVE-DATE = ZEROS
               MOVE "CANCEL NEEDS THE PENDING EFFECTIVE DATE"
                   TO WS-REJECT-REASON
               PERFORM WRITE-REJECT-RECORD
           ELSE
               MOVE MT-EMPLOYEE-ID    TO PC-EMPLOYEE-ID
               MOVE WS-EFFECTIVE-DATE TO PC-EFFECTIVE-DATE
               READ PENDING-CHANGE-FILE
                   INVALID KEY
                       MOVE "NO PENDING CHANGE FOR EMPLOYEE AND DATE"
                           TO WS-REJECT-REASON
                       PERFORM WRITE-REJECT-RECORD
                   NOT INVALID KEY
                       DELETE PENDING-CHANGE-FILE
                       ADD 1 TO WS-PEND-CANCEL-COUNT
                       MOVE PC-KEYED-DATE TO WS-KEYED-DATE
                       MOVE PC-TRANS-IMAGE TO MT-MAINT-TRANSACTION
                       MOVE "CANCEL" TO WS-AP-TAG
                       MOVE "PENDING CHANGE CANCELLED"
                           TO WS-AP-ACTION
                       PERFORM WRITE-AUDIT-PENDING-LINE
               END-READ
           END-IF.

       LOOKUP-MASTER-RECORD.
           MOVE MT-EMPLOYEE-ID TO EM-EMPLOYEE-ID
               PERFORM VALIDATE-TRANSACTION-FIELDS
               IF WS-VALID-TRANS = 'Y'
                   PERFORM MOVE-TRANS-TO-MASTER
                   MOVE 'A'   TO EM-EMPLOYMENT-STATUS
                   MOVE ZEROS TO EM-TERMINATION-DATE
                   WRITE EM-EMPLOYEE-RECORD
                   ADD 1 TO WS-TRANS-APPLIED-COUNT
                   MOVE "ADD" TO WS-AI-TAG
                   PERFORM WRITE-AUDIT-IMAGE
                   PERFORM WRITE-AUDIT-DATE-LINE
               ELSE
                   PERFORM WRITE-REJECT-RECORD
               END-IF
           END-IF.

       APPLY-CHANGE-TRANSACTION.
           MOVE 'N' TO WS-MERGE-CONFLICT
           IF WS-MASTER-FOUND = 'Y' AND WS-FROM-PENDING = 'Y' AND
                   WS-HELD-BEFORE-IMAGE NOT = SPACES
               PERFORM MERGE-HELD-CHANGE
           END-IF
           IF WS-MASTER-FOUND NOT = 'Y'
               MOVE "EMPLOYEE NOT FOUND ON MASTER FILE"
                   TO WS-REJECT-REASON
               PERFORM WRITE-REJECT-RECORD
           ELSE
           IF WS-MERGE-CONFLICT = 'Y'
               MOVE "MASTER CHANGED SINCE KEYED"
                   TO WS-REJECT-REASON
               PERFORM WRITE-REJECT-RECORD
           ELSE
               PERFORM VALIDATE-TRANSACTION-FIELDS
               IF WS-VALID-TRANS = 'Y'
                   ADD 1 TO WS-TRANS-APPLIED-COUNT
                   MOVE "AFTER" TO WS-AI-TAG
                   PERFORM WRITE-AUDIT-IMAGE
                   PERFORM WRITE-AUDIT-DATE-LINE
               ELSE
                   PERFORM WRITE-REJECT-RECORD
               END-IF
           END-IF
           END-IF.

      * A held change keyed against an earlier master: a
      * field the change left as it was when keyed takes the
      * master's current value, so only what HR changed is
      * applied. A field the change altered that has also
      * moved on the master since - to anything else - is a
      * conflict.
       MERGE-HELD-CHANGE.
           IF MT-EMPLOYEE-NAME = WS-HB-EMPLOYEE-NAME
               MOVE EM-EMPLOYEE-NAME TO MT-EMPLOYEE-NAME
           ELSE
               IF EM-EMPLOYEE-NAME NOT = WS-HB-EMPLOYEE-NAME AND
                       EM-EMPLOYEE-NAME NOT = MT-EMPLOYEE-NAME
                   MOVE 'Y' TO WS-MERGE-CONFLICT
               END-IF
           END-IF
           IF MT-HOURLY-RATE = WS-HB-HOURLY-RATE
               MOVE EM-HOURLY-RATE TO MT-HOURLY-RATE
           ELSE
               IF EM-HOURLY-RATE NOT = WS-HB-HOURLY-RATE AND
                       EM-HOURLY-RATE NOT = MT-HOURLY-RATE
                   MOVE 'Y' TO WS-MERGE-CONFLICT
               END-IF
           END-IF
           IF MT-EXEMPTIONS = WS-HB-EXEMPTIONS
               MOVE EM-EXEMPTIONS TO MT-EXEMPTIONS
           ELSE
               IF EM-EXEMPTIONS NOT = WS-HB-EXEMPTIONS AND
                       EM-EXEMPTIONS NOT = MT-EXEMPTIONS
                   MOVE 'Y' TO WS-MERGE-CONFLICT
               END-IF
           END-IF
           IF MT-FILING-STATUS = WS-HB-FILING-STATUS
               MOVE EM-FILING-STATUS TO MT-FILING-STATUS
           ELSE
               IF EM-FILING-STATUS NOT = WS-HB-FILING-STATUS AND
                       EM-FILING-STATUS NOT = MT-FILING-STATUS
                   MOVE 'Y' TO WS-MERGE-CONFLICT
               END-IF
           END-IF
           IF MT-EMPLOYEE-CLASS = WS-HB-EMPLOYEE-CLASS
               MOVE EM-EMPLOYEE-CLASS TO MT-EMPLOYEE-CLASS
           ELSE
               IF EM-EMPLOYEE-CLASS NOT = WS-HB-EMPLOYEE-CLASS AND
                       EM-EMPLOYEE-CLASS NOT = MT-EMPLOYEE-CLASS
                   MOVE 'Y' TO WS-MERGE-CONFLICT
               END-IF
           END-IF
           IF MT-DEPARTMENT = WS-HB-DEPARTMENT
               MOVE EM-DEPARTMENT TO MT-DEPARTMENT
           ELSE
               IF EM-DEPARTMENT NOT = WS-HB-DEPARTMENT AND
                       EM-DEPARTMENT NOT = MT-DEPARTMENT
                   MOVE 'Y' TO WS-MERGE-CONFLICT
               END-IF
           END-IF
           IF MT-MIN-RATE = WS-HB-MIN-RATE
               MOVE EM-MIN-RATE TO MT-MIN-RATE
           ELSE
               IF EM-MIN-RATE NOT = WS-HB-MIN-RATE AND
                       EM-MIN-RATE NOT = MT-MIN-RATE
                   MOVE 'Y' TO WS-MERGE-CONFLICT
               END-IF
           END-IF
           IF MT-MAX-RATE = WS-HB-MAX-RATE
               MOVE EM-MAX-RATE TO MT-MAX-RATE
           ELSE
               IF EM-MAX-RATE NOT = WS-HB-MAX-RATE AND
                       EM-MAX-RATE NOT = MT-MAX-RATE
                   MOVE 'Y' TO WS-MERGE-CONFLICT
               END-IF
           END-IF
           IF MT-DEDUCTION-TABLE = WS-HB-DEDUCTION-TABLE
               MOVE EM-DEDUCTION-TABLE TO MT-DEDUCTION-TABLE
           ELSE
               IF EM-DEDUCTION-TABLE NOT = WS-HB-DEDUCTION-TABLE AND
                       EM-DEDUCTION-TABLE NOT = MT-DEDUCTION-TABLE
                   MOVE 'Y' TO WS-MERGE-CONFLICT
               END-IF
           END-IF
           IF MT-PAY-TYPE = WS-HB-PAY-TYPE
               MOVE EM-PAY-TYPE TO MT-PAY-TYPE
           ELSE
               IF EM-PAY-TYPE NOT = WS-HB-PAY-TYPE AND
                       EM-PAY-TYPE NOT = MT-PAY-TYPE
                   MOVE 'Y' TO WS-MERGE-CONFLICT
               END-IF
           END-IF
           IF MT-PERIOD-SALARY = WS-HB-PERIOD-SALARY
               MOVE EM-PERIOD-SALARY TO MT-PERIOD-SALARY
           ELSE
               IF EM-PERIOD-SALARY NOT = WS-HB-PERIOD-SALARY AND
                       EM-PERIOD-SALARY NOT = MT-PERIOD-SALARY
                   MOVE 'Y' TO WS-MERGE-CONFLICT
               END-IF
           END-IF
           IF MT-ROUTING-NUMBER = WS-HB-ROUTING-NUMBER
               MOVE EM-ROUTING-NUMBER TO MT-ROUTING-NUMBER
           ELSE
               IF EM-ROUTING-NUMBER NOT = WS-HB-ROUTING-NUMBER AND
                       EM-ROUTING-NUMBER NOT = MT-ROUTING-NUMBER
                   MOVE 'Y' TO WS-MERGE-CONFLICT
               END-IF
           END-IF
           IF MT-ACCOUNT-NUMBER = WS-HB-ACCOUNT-NUMBER
               MOVE EM-ACCOUNT-NUMBER TO MT-ACCOUNT-NUMBER
           ELSE
               IF EM-ACCOUNT-NUMBER NOT = WS-HB-ACCOUNT-NUMBER AND
                       EM-ACCOUNT-NUMBER NOT = MT-ACCOUNT-NUMBER
                   MOVE 'Y' TO WS-MERGE-CONFLICT
               END-IF
           END-IF
           IF MT-DEPOSIT-TYPE = WS-HB-DEPOSIT-TYPE
               MOVE EM-DEPOSIT-TYPE TO MT-DEPOSIT-TYPE
           ELSE
               IF EM-DEPOSIT-TYPE NOT = WS-HB-DEPOSIT-TYPE AND
                       EM-DEPOSIT-TYPE NOT = MT-DEPOSIT-TYPE
                   MOVE 'Y' TO WS-MERGE-CONFLICT
               END-IF
           END-IF
           IF MT-PAY-GROUP = WS-HB-PAY-GROUP
               MOVE EM-PAY-GROUP TO MT-PAY-GROUP
           ELSE
               IF EM-PAY-GROUP NOT = WS-HB-PAY-GROUP AND
                       EM-PAY-GROUP NOT = MT-PAY-GROUP
                   MOVE 'Y' TO WS-MERGE-CONFLICT
               END-IF
           END-IF
           IF MT-WORK-STATE = WS-HB-WORK-STATE
               MOVE EM-WORK-STATE TO MT-WORK-STATE
           ELSE
               IF EM-WORK-STATE NOT = WS-HB-WORK-STATE AND
                       EM-WORK-STATE NOT = MT-WORK-STATE
                   MOVE 'Y' TO WS-MERGE-CONFLICT
               END-IF
           END-IF.

      * A termination needs only the employee ID; the
      * record on file prints as the before image. The
      * master stays on file flagged terminated as of the
      * transaction's effective date - the date HR
      * scheduled, for a change held on the pending file -
      * since the final-pay run still needs its rate, tax
      * profile, and bank account, and a pending final-pay
      * record queues the settlement. Hours for the last
      * days worked still pay in the regular run; once the
      * settlement is issued the payroll run rejects any
      * later hours keyed against the ID.
       APPLY-TERMINATION.
           PERFORM LOOKUP-FINAL-PAY-RECORD
           IF WS-MASTER-FOUND NOT = 'Y'
               MOVE "EMPLOYEE NOT FOUND ON MASTER FILE"
                   TO WS-REJECT-REASON
               PERFORM WRITE-REJECT-RECORD
           ELSE
           IF EM-TERMINATED
               MOVE "EMPLOYEE ALREADY TERMINATED"
                   TO WS-REJECT-REASON
               PERFORM WRITE-REJECT-RECORD
           ELSE
           IF WS-FP-ON-FILE = 'Y'
               MOVE "FINAL PAY RECORD ALREADY ON FILE"
                   TO WS-REJECT-REASON
               PERFORM WRITE-REJECT-RECORD
           ELSE
               MOVE "BEFORE" TO WS-AI-TAG
               PERFORM WRITE-AUDIT-IMAGE
               MOVE 'T'         TO EM-EMPLOYMENT-STATUS
               MOVE WS-EFFECTIVE-DATE TO EM-TERMINATION-DATE
               REWRITE EM-EMPLOYEE-RECORD
               PERFORM QUEUE-FINAL-PAY
               ADD 1 TO WS-TRANS-APPLIED-COUNT
               MOVE MT-EMPLOYEE-ID    TO WS-AT-EMP-ID
               MOVE WS-EFFECTIVE-DATE TO WS-AT-TERM-DATE
               WRITE MA-PRINT-LINE FROM WS-AUD-TERM-LINE
                   AFTER ADVANCING 1 LINE
               PERFORM WRITE-AUDIT-DATE-LINE
           END-IF
           END-IF
           END-IF.

      * A master still active with a final-pay record on
      * file means the two files are out of step - a master
      * restored from an older copy, say - since a
      * terminated master is never reactivated and an ID is
      * never reused. The termination is rejected so
      * payroll can see which settlement stands rather than
      * having one silently replace the other.
       LOOKUP-FINAL-PAY-RECORD.
           MOVE MT-EMPLOYEE-ID TO FP-EMPLOYEE-ID
           READ FINAL-PAY-FILE
               INVALID KEY
                   MOVE 'N' TO WS-FP-ON-FILE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-FP-ON-FILE
           END-READ.

      * The termination has already been refused if a
      * final-pay record exists for the employee, so the
      * write only fails on an I/O error.
       QUEUE-FINAL-PAY.
           MOVE MT-EMPLOYEE-ID TO FP-EMPLOYEE-ID
           MOVE WS-EFFECTIVE-DATE TO FP-TERMINATION-DATE
           MOVE 'P'            TO FP-STATUS
           MOVE ZEROS          TO FP-PAID-RUN
           MOVE ZEROS          TO FP-VAC-HOURS-PAID
           MOVE ZEROS          TO FP-VAC-HOURS-FORFEIT
           MOVE ZEROS          TO FP-VAC-PAYOUT
           MOVE ZEROS          TO FP-SICK-HOURS-CLOSED
           MOVE ZEROS          TO FP-ARREARS-RECOVERED
           MOVE ZEROS          TO FP-ARREARS-WRITTEN-OFF
           MOVE ZEROS          TO FP-NET-PAY
           WRITE FP-FINAL-PAY-RECORD
               INVALID KEY
                   DISPLAY "FINAL PAY WRITE FAILED FOR "
                       FP-EMPLOYEE-ID " STATUS " WS-FP-STATUS
           END-WRITE.

      * The field edits behind most of the RATE and NOTF
      * suspense records the manual edits used to cause:
      * the submitted rate must sit inside the submitted
           WRITE MA-PRINT-LINE FROM WS-AUD-IMAGE-LINE
               AFTER ADVANCING 1 LINE.

       WRITE-AUDIT-DATE-LINE.
           MOVE WS-KEYED-DATE     TO WS-AD-KEYED-DATE
           MOVE WS-EFFECTIVE-DATE TO WS-AD-EFFECTIVE-DATE
           MOVE WS-RUN-DATE       TO WS-AD-APPLIED-DATE
           WRITE MA-PRINT-LINE FROM WS-AUD-DATE-LINE
               AFTER ADVANCING 1 LINE.

       WRITE-AUDIT-PENDING-LINE.
           MOVE MT-EMPLOYEE-ID    TO WS-AP-EMP-ID
           MOVE MT-TRANS-TYPE     TO WS-AP-TYPE
           MOVE WS-EFFECTIVE-DATE TO WS-AP-EFFECTIVE-DATE
           MOVE WS-KEYED-DATE     TO WS-AP-KEYED-DATE
           WRITE MA-PRINT-LINE FROM WS-AUD-PEND-LINE
               AFTER ADVANCING 1 LINE.

       WRITE-REJECT-RECORD.
           ADD 1 TO WS-TRANS-REJECT-COUNT
           MOVE MT-TRANS-TYPE    TO WS-RJ-TRANS-TYPE
               AFTER ADVANCING 1 LINE
           MOVE "TRANSACTIONS REJECTED" TO WS-AC-LABEL
           MOVE WS-TRANS-REJECT-COUNT   TO WS-AC-COUNT
           WRITE MA-PRINT-LINE FROM WS-AUD-COUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE "CHANGES HELD FOR LATER DATE" TO WS-AC-LABEL
           MOVE WS-TRANS-HELD-COUNT     TO WS-AC-COUNT
           WRITE MA-PRINT-LINE FROM WS-AUD-COUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE "PENDING CHANGES DUE"   TO WS-AC-LABEL
           MOVE WS-PEND-APPLIED-COUNT   TO WS-AC-COUNT
           WRITE MA-PRINT-LINE FROM WS-AUD-COUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE "PENDING CHANGES CANCELLED" TO WS-AC-LABEL
           MOVE WS-PEND-CANCEL-COUNT    TO WS-AC-COUNT
           WRITE MA-PRINT-LINE FROM WS-AUD-COUNT-LINE
               AFTER ADVANCING 1 LINE.

      * Lists every change still scheduled once the run's
      * own holds, replacements, and cancels are in. Each
      * held image is laid back over the transaction record
      * area - the transaction file is at end by now - so
      * its fields print by their MNTTRAN names.
       WRITE-PENDING-REPORT.
           MOVE WS-RUN-DATE TO WS-PH-RUN-DATE
           WRITE PN-PRINT-LINE FROM WS-PND-HEAD-1
               AFTER ADVANCING PAGE
           MOVE SPACES TO PN-PRINT-LINE
           WRITE PN-PRINT-LINE AFTER ADVANCING 1 LINE
           WRITE PN-PRINT-LINE FROM WS-PND-HEAD-2
               AFTER ADVANCING 1 LINE
           MOVE 'N' TO WS-PEND-EOF
           MOVE LOW-VALUES TO PC-PENDING-KEY
           START PENDING-CHANGE-FILE
               KEY IS NOT LESS THAN PC-PENDING-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-PEND-EOF
           END-START
           PERFORM LIST-NEXT-PENDING-CHANGE
               UNTIL WS-PEND-EOF = 'Y'
           MOVE SPACES TO PN-PRINT-LINE
           WRITE PN-PRINT-LINE AFTER ADVANCING 1 LINE
           MOVE "CHANGES SCHEDULED"     TO WS-AC-LABEL
           MOVE WS-PEND-LISTED-COUNT    TO WS-AC-COUNT
           WRITE PN-PRINT-LINE FROM WS-AUD-COUNT-LINE
               AFTER ADVANCING 1 LINE.

       LIST-NEXT-PENDING-CHANGE.
           READ PENDING-CHANGE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-PEND-EOF
               NOT AT END
                   PERFORM WRITE-PENDING-DETAIL
           END-READ.

       WRITE-PENDING-DETAIL.
           MOVE PC-TRANS-IMAGE    TO MT-MAINT-TRANSACTION
           MOVE PC-EMPLOYEE-ID    TO WS-PD-EMP-ID
           EVALUATE TRUE
               WHEN MT-ADD-EMPLOYEE
                   MOVE "ADD"     TO WS-PD-TYPE
               WHEN MT-CHANGE-EMPLOYEE
                   MOVE "CHANGE"  TO WS-PD-TYPE
               WHEN OTHER
                   MOVE "TERM"    TO WS-PD-TYPE
           END-EVALUATE
           MOVE PC-EFFECTIVE-DATE TO WS-PD-EFFECTIVE-DATE
           MOVE PC-KEYED-DATE     TO WS-PD-KEYED-DATE
           IF MT-TERMINATE-EMPLOYEE
               MOVE SPACES        TO WS-PD-EMP-NAME
               MOVE ZEROS         TO WS-PD-RATE
               MOVE SPACES        TO WS-PD-PAY-TYPE
               MOVE ZEROS         TO WS-PD-SALARY
               MOVE SPACES        TO WS-PD-CLASS
               MOVE SPACES        TO WS-PD-DEPARTMENT
               MOVE SPACES        TO WS-PD-PAY-GROUP
               MOVE SPACES        TO WS-PD-WORK-STATE
           ELSE
               MOVE MT-EMPLOYEE-NAME  TO WS-PD-EMP-NAME
               MOVE MT-HOURLY-RATE    TO WS-PD-RATE
               MOVE MT-PAY-TYPE       TO WS-PD-PAY-TYPE
               MOVE MT-PERIOD-SALARY  TO WS-PD-SALARY
               MOVE MT-EMPLOYEE-CLASS TO WS-PD-CLASS
               MOVE MT-DEPARTMENT     TO WS-PD-DEPARTMENT
               MOVE MT-PAY-GROUP      TO WS-PD-PAY-GROUP
               MOVE MT-WORK-STATE     TO WS-PD-WORK-STATE
           END-IF
           WRITE PN-PRINT-LINE FROM WS-PND-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-PEND-LISTED-COUNT.

       CLOSE-FILES.
           CLOSE MAINT-TRANS-FILE
           CLOSE EMPLOYEE-MASTER-FILE
           CLOSE FINAL-PAY-FILE
           CLOSE PENDING-CHANGE-FILE
           CLOSE MAINT-AUDIT-FILE
           CLOSE MAINT-REJECT-FILE
           CLOSE PENDING-REPORT-FILE.
