      *     DEPOSITABLE POSTED PAYMENTS FROM THE CLOSING RUN
      *   - THE PAYOUT TOTAL PLUS ADVANCES RECOVERED EQUALS THE
      *     SWEPT COMMISSION LEDGER ENTRIES
      *   - THE PAYOUT TOTAL EQUALS THE ACH CREDITS WRITTEN TO THE
      *     AGTACH.DAT DIRECT-DEPOSIT FILE PLUS THE AGENT CHECKS
      *     HANDED TO POSITIVE-PAY
      * WHEN EVERYTHING AGREES, OUTHOLD.DAT IS STAMPED RELEASED AND
      * THE OUTBOUND FILES MAY TRANSMIT. WHEN ANYTHING DISAGREES,
      * OUTHOLD.DAT IS STAMPED HELD, THE OUT-OF-BALANCE REPORT GOES

      *****************************************************************
      * THE RELEASE/HOLD FLAG THE OUTBOUND TRANSMISSION PROCEDURE
      * CHECKS BEFORE SENDING BANKSETL.DAT, AGTACH.DAT OR
      * GLEXTRACT.DAT ANYWHERE
      * - REWRITTEN WHOLE EACH NIGHT, SAME SINGLE-RECORD ARRANGEMENT
      * AS THE RUN LOCK.
      *****************************************************************
           05  WS-RECOVERED-AMT    PIC S9(13)V99 VALUE ZERO.
           05  WS-SWEPT-AMT        PIC S9(13)V99 VALUE ZERO.
           05  WS-PAYOUT-SEEN      PIC X VALUE 'N'.
           05  WS-ACHCREDIT-AMT    PIC S9(13)V99 VALUE ZERO.
           05  WS-CHECKPAY-AMT     PIC S9(13)V99 VALUE ZERO.
           05  WS-ACHCREDIT-SEEN   PIC X VALUE 'N'.

       01  WS-GATE-RESULT.
           05  WS-OUT-OF-BAL-SW    PIC X VALUE 'N'.
                   MOVE CT-AMOUNT TO WS-RECOVERED-AMT
               WHEN "SWEPT"
                   MOVE CT-AMOUNT TO WS-SWEPT-AMT
               WHEN "ACHCREDIT"
                   MOVE CT-AMOUNT TO WS-ACHCREDIT-AMT
                   MOVE 'Y' TO WS-ACHCREDIT-SEEN
               WHEN "CHECKPAY"
                   MOVE CT-AMOUNT TO WS-CHECKPAY-AMT
           END-EVALUATE.

       PROVE-CROSS-CHECKS.
               WRITE REPORT-LINE
           END-IF

           IF WS-PAYOUT-SEEN = 'Y'
                   AND WS-ACHCREDIT-SEEN = 'Y'
               ADD 1 TO WS-CHECKS-MADE
               MOVE "PAYOUT VS ACH+CHECKS" TO WS-CHK-LABEL
               MOVE WS-PAYOUT-AMT TO WS-CHK-LEFT
               COMPUTE WS-CHK-RIGHT =
                   WS-ACHCREDIT-AMT + WS-CHECKPAY-AMT
               IF WS-PAYOUT-AMT = WS-ACHCREDIT-AMT + WS-CHECKPAY-AMT
                   MOVE "BALANCED" TO WS-CHK-RESULT
               ELSE
                   MOVE "** OUT **" TO WS-CHK-RESULT
                   MOVE 'Y' TO WS-OUT-OF-BAL-SW
               END-IF
               MOVE WS-CHECK-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF

           IF WS-CHECKS-MADE = ZERO
               MOVE "NO TOTALS FOR THIS BUSINESS DATE" TO REPORT-LINE
               WRITE REPORT-LINE
