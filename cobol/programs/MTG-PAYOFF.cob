      * (SAME ONE-RECORD ARRANGEMENT AS THE TOKEN SEQUENCE), LOGGED ON
      * PAYQUOTE.DAT WITH STATUS 'Q', AND PRINTED AS A HANDABLE BLOCK
      * ON MTGPAYOFF.RPT. MTG-POSTING'S PAYOFF PASS MATCHES THE WIRE
      * TO THE QUOTE NUMBER AND APPENDS THE 'P' FOLLOW-UP. THE
      * BORROWER'S COPY OF THE QUOTE GOES ON THE CUSTOMER
      * CORRESPONDENCE QUEUE THROUGH CORR-QUEUE.COB, DUE OUT TODAY;
      * A REFUSED LETTER DOES NOT WITHDRAW THE QUOTE.
      *****************************************************************

       ENVIRONMENT DIVISION.
           05  MONTHLY-TAX-AMOUNT   PIC 9(5)V99.
           05  MONTHLY-INS-AMOUNT   PIC 9(5)V99.
           05  MONTHLY-HOA-AMOUNT   PIC 9(5)V99.
           05  MONTHLY-PMI-AMOUNT   PIC 9(5)V99.
           05  ORIGINAL-PROPERTY-VALUE PIC 9(9)V99.
           05  PMI-INSURER-ID       PIC X(20).
           05  PMI-STATUS           PIC X.
               88  PMI-ACTIVE           VALUE 'A'.
               88  PMI-ELIGIBLE         VALUE 'E'.
               88  PMI-TERMINATED       VALUE 'T'.
           05  PMI-STATUS-DATE      PIC 9(8).
           05  POINTS-PAID          PIC 9(7)V99.

       FD  MTG-BILL-FILE.
       01  MTG-BILL-RECORD.
           05  WS-MINUTE           PIC 99.
           05  WS-SECOND           PIC 99.

      *****************************************************************
      * CORR-QUEUE.COB CALL AREA.
      *****************************************************************
       01  WS-CORR-REQUEST         PIC X(400).
       01  WS-CORR-RESPONSE        PIC X(150).
       01  WS-CORR-RESULT.
           05  WS-CORR-RC          PIC XX.
           05  WS-CORR-MESSAGE     PIC X(50).
       01  WS-CORR-WORK.
           05  WS-CORR-PRINCIPAL   PIC Z(8)9.99.
           05  WS-CORR-INTEREST    PIC Z(6)9.99.
           05  WS-CORR-PER-DIEM    PIC Z(4)9.99.
           05  WS-CORR-LATE-FEES   PIC Z(6)9.99.
           05  WS-CORR-TOTAL       PIC Z(8)9.99.
           05  WS-CORR-GOOD-THRU   PIC X(10).

       01  WS-QUOTE-HEADING.
           05  FILLER              PIC X(15) VALUE "PAYOFF QUOTE  ".
           05  WS-QHD-QUOTE-ID     PIC X(22).
               PERFORM COMPUTE-PAYOFF-TOTAL
               PERFORM LOG-PAYOFF-QUOTE
               PERFORM PRINT-PAYOFF-QUOTE
               PERFORM QUEUE-PAYOFF-LETTER
           END-IF

           PERFORM FORMAT-RESPONSE

           CLOSE PAYOFF-REPORT.

      *****************************************************************
      * MERGE FIELDS: PRINCIPAL, ACCRUED INTEREST, PER DIEM, UNPAID
      * LATE FEES, TOTAL PAYOFF AND THE GOOD-THRU DATE. THE QUOTE
      * NUMBER IS THE LETTER'S DOCUMENT REFERENCE.
      *****************************************************************
       QUEUE-PAYOFF-LETTER.
           MOVE WS-MTG-BALANCE TO WS-CORR-PRINCIPAL
           MOVE WS-ACCRUED-INTEREST TO WS-CORR-INTEREST
           MOVE WS-PER-DIEM TO WS-CORR-PER-DIEM
           MOVE WS-LATE-FEE-TOTAL TO WS-CORR-LATE-FEES
           MOVE WS-PAYOFF-TOTAL TO WS-CORR-TOTAL
           MOVE SPACES TO WS-CORR-GOOD-THRU
           STRING WS-GOOD-THRU(5:2) "/" WS-GOOD-THRU(7:2) "/"
                  WS-GOOD-THRU(1:4)
                  DELIMITED BY SIZE
                  INTO WS-CORR-GOOD-THRU

           MOVE SPACES TO WS-CORR-REQUEST
           MOVE SPACES TO WS-CORR-RESPONSE
           STRING "QUEUE|PAYOFFQT|MORTGAGE|"
                  FUNCTION TRIM(WS-QUOTE-MORTGAGE-ID)
                  "|" FUNCTION TRIM(WS-MTG-BORROWER)
                  "|" WS-TODAY-DATE
                  "|" FUNCTION TRIM(WS-NEW-QUOTE-ID)
                  "|" FUNCTION TRIM(WS-CORR-PRINCIPAL)
                  "|" FUNCTION TRIM(WS-CORR-INTEREST)
                  "|" FUNCTION TRIM(WS-CORR-PER-DIEM)
                  "|" FUNCTION TRIM(WS-CORR-LATE-FEES)
                  "|" FUNCTION TRIM(WS-CORR-TOTAL)
                  "|" WS-CORR-GOOD-THRU
                  DELIMITED BY SIZE
                  INTO WS-CORR-REQUEST

           CALL "CORR-QUEUE" USING WS-CORR-REQUEST
                                   WS-CORR-RESPONSE

           MOVE SPACES TO WS-CORR-RESULT
           UNSTRING WS-CORR-RESPONSE DELIMITED BY '|'
               INTO WS-CORR-RC
                    WS-CORR-MESSAGE

           IF WS-CORR-RC = '00'
               MOVE "Payoff quote issued" TO WS-MESSAGE
           ELSE
               MOVE "Payoff quote issued - letter not queued"
                   TO WS-MESSAGE
           END-IF.

       WRITE-QUOTE-LINE.
           MOVE WS-QUOTE-LINE TO REPORT-LINE
           WRITE REPORT-LINE.
