      * Change Log
      * 2026-09-01  Initial version, added with the
      *             permanent pay-history file.
      * 2026-10-15  The statement reprint shows a payment's
      *             retroactive pay on its own line.
      * 2026-10-15  The statement reprint shows a termination
      *             payment's vacation payout on its own
      *             line.
      * 2026-10-15  The statement reprint shows the payment's
      *             check date.
      *--------------------------------------------------

       ENVIRONMENT DIVISION.
           05  WS-SE-EMP-NAME      PIC X(30).
           05  FILLER              PIC X(13) VALUE "PERIOD END: ".
           05  WS-SE-PERIOD        PIC 9(8).
           05  FILLER              PIC X(14) VALUE "  CHECK DATE: ".
           05  WS-SE-CHECK-DATE    PIC 9(8).

       01  WS-STMT-HOURS-LINE.
           05  FILLER              PIC X(14) VALUE "HOURS WORKED: ".
           MOVE PH-EMPLOYEE-ID      TO WS-SE-EMP-ID
           MOVE PH-EMPLOYEE-NAME    TO WS-SE-EMP-NAME
           MOVE PH-PERIOD-END-DATE  TO WS-SE-PERIOD
           MOVE PH-CHECK-DATE       TO WS-SE-CHECK-DATE
           WRITE IR-PRINT-LINE FROM WS-STMT-EMP-LINE
               AFTER ADVANCING 1 LINE
           MOVE PH-HOURS-WORKED     TO WS-SH-HOURS
           MOVE "OVERTIME PAY"      TO WS-SL-LABEL
           MOVE PH-OVERTIME-PAY     TO WS-SL-AMOUNT
           PERFORM WRITE-STATEMENT-AMOUNT
           IF PH-RETRO-PAY NOT = ZEROS
               MOVE "RETRO PAY"     TO WS-SL-LABEL
               MOVE PH-RETRO-PAY    TO WS-SL-AMOUNT
               PERFORM WRITE-STATEMENT-AMOUNT
           END-IF
           IF PH-LEAVE-PAYOUT NOT = ZEROS
               MOVE "VACATION PAYOUT" TO WS-SL-LABEL
               MOVE PH-LEAVE-PAYOUT TO WS-SL-AMOUNT
               PERFORM WRITE-STATEMENT-AMOUNT
           END-IF
           MOVE "GROSS PAY"         TO WS-SL-LABEL
           MOVE PH-GROSS-PAY        TO WS-SL-AMOUNT
           PERFORM WRITE-STATEMENT-AMOUNT
