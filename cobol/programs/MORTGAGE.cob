                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-ADJ-STATUS.

           SELECT ARM-LOAN-FILE ASSIGN TO "ARMLOAN.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-ARM-STATUS.

           SELECT VENDOR-MASTER ASSIGN TO "VENDORMST.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS VM-PAYEE-ID
                  FILE STATUS IS WS-VENDOR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MORTGAGE-FILE.
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

      *****************************************************************
      * SHARED EFFECTIVE-DATED EXCHANGE-RATE LEDGER, APPENDED TO BY
       FD  RATE-ADJUST-FILE.
       01  RATE-ADJUST-LINE        PIC X(60).

      *****************************************************************
      * ADJUSTABLE-RATE PARAMETERS, ONE APPEND-ONLY LEDGER FOR EVERY
      * ARM ON FILE - THE LAST RECORD FOR A MORTGAGE-ID IS ITS
      * CURRENT STATE. THE ARM REQUEST WRITES THE FIRST RECORD; THE
      * NIGHTLY ARM-RESET JOB APPENDS ONE FOR EVERY RESET AND EVERY
      * PAYMENT-CHANGE NOTICE IT ISSUES. RATES AND CAPS ARE IN RATE
      * POINTS. AR-AMORT-DATE/AR-AMORT-MONTHS ARE THE POINT FROM
      * WHICH THE REMAINING TERM IS COUNTED AT THE NEXT RESET.
      *****************************************************************
       FD  ARM-LOAN-FILE.
       01  ARM-LOAN-RECORD.
           05  AR-MORTGAGE-ID      PIC X(20).
           05  AR-INDEX-NAME       PIC X(10).
           05  AR-MARGIN           PIC 99V9999.
           05  AR-FIRST-RESET-DATE PIC 9(8).
           05  AR-RESET-PERIOD     PIC 999.
           05  AR-INITIAL-CAP      PIC 99V9999.
           05  AR-PERIODIC-CAP     PIC 99V9999.
           05  AR-LIFETIME-CAP     PIC 99V9999.
           05  AR-FLOOR-RATE       PIC 99V9999.
           05  AR-START-RATE       PIC 99V9999.
           05  AR-CURRENT-RATE     PIC 99V9999.
           05  AR-NEXT-RESET-DATE  PIC 9(8).
           05  AR-RESET-COUNT      PIC 999.
           05  AR-AMORT-DATE       PIC 9(8).
           05  AR-AMORT-MONTHS     PIC 999.
           05  AR-NOTICE-DATE      PIC 9(8).
           05  AR-NOTICED-RESET    PIC 9(8).
           05  AR-STATUS           PIC X.
               88  AR-ACTIVE           VALUE 'A'.
           05  AR-TIMESTAMP        PIC 9(14).

       FD  VENDOR-MASTER.
       01  VENDOR-MASTER-REC.
           05  VM-PAYEE-ID         PIC X(20).
           05  VM-PAYEE-NAME       PIC X(40).
           05  VM-ADDRESS          PIC X(60).
           05  VM-PAY-METHOD       PIC X(10).
           05  VM-BANK-ROUTING     PIC X(9).
           05  VM-BANK-ACCOUNT     PIC X(17).
           05  VM-TAX-PARCEL-KEY   PIC X(20).
           05  VM-HOA-ASSOC-KEY    PIC X(20).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS          PIC XX.
       01  WS-RATE-STATUS          PIC XX.
       01  WS-DEAL-STATUS          PIC XX.
       01  WS-TERMS-STATUS         PIC XX.
       01  WS-ADJ-STATUS           PIC XX.
       01  WS-ARM-STATUS           PIC XX.
       01  WS-VENDOR-STATUS        PIC XX.

      *****************************************************************
      * THE PRICING BANDS, LOADED ONCE PER CALCULATE REQUEST.
           05  WS-MTV-TERM            PIC 999.
           05  WS-MTV-PI              PIC 9(7)V99.

      *****************************************************************
      * ARM SET-UP REQUEST - ARM|<MORTGAGE-ID>|<INDEX>|<MARGIN>
      * |<FIRST-RESET-DATE>|<RESET-PERIOD-MONTHS>|<INITIAL-CAP>
      * |<PERIODIC-CAP>|<LIFETIME-CAP>|<FLOOR>
      *****************************************************************
       01  WS-ARM-REQUEST.
           05  WS-ARM-MORTGAGE-ID     PIC X(20).
           05  WS-ARM-INDEX-NAME      PIC X(10).
           05  WS-ARM-MARGIN          PIC 99V9999.
           05  WS-ARM-FIRST-RESET     PIC X(8).
           05  WS-ARM-FIRST-RESET-NUM REDEFINES WS-ARM-FIRST-RESET
                                      PIC 9(8).
           05  WS-ARM-PERIOD          PIC 999.
           05  WS-ARM-INITIAL-CAP     PIC 99V9999.
           05  WS-ARM-PERIODIC-CAP    PIC 99V9999.
           05  WS-ARM-LIFETIME-CAP    PIC 99V9999.
           05  WS-ARM-FLOOR           PIC 99V9999.

       01  WS-ARM-WORK.
           05  WS-ARM-ON-FILE         PIC X VALUE 'N'.
           05  WS-ARM-RESET-COUNT     PIC 999.
           05  WS-ARM-MAX-RATE        PIC 99V9999.
           05  WS-ARM-MODE            PIC X.
               88  WS-ARM-QUOTE-ONLY      VALUE 'Q'.
           05  WS-TERMS-ON-FILE       PIC X VALUE 'N'.

       01  WS-CURTAIL-WORK.
           05  WS-MORTGAGE-FOUND      PIC X VALUE 'N'.
           05  WS-FOUND-ORIG-DATE     PIC 9(8).
           05  WS-FOUND-ORIG-TERM     PIC 999.
           05  WS-FOUND-LOAN-AMOUNT   PIC 9(9)V99.
           05  WS-FOUND-INTEREST-RATE PIC 99V9999.
           05  WS-FOUND-TERM-MONTHS   PIC 999.
           05  WS-FOUND-MONTHLY-TAX   PIC 9(5)V99.
           05  WS-FOUND-MONTHLY-INS   PIC 9(5)V99.
           05  WS-FOUND-MONTHLY-HOA   PIC 9(5)V99.
           05  WS-FOUND-MONTHLY-PMI   PIC 9(5)V99.
           05  WS-FOUND-ORIG-VALUE    PIC 9(9)V99.
           05  WS-FOUND-PMI-INSURER   PIC X(20).
           05  WS-FOUND-PMI-STATUS    PIC X.
           05  WS-FOUND-PMI-DATE      PIC 9(8).
           05  WS-FOUND-POINTS        PIC 9(7)V99.

      *****************************************************************
      * INTEREST-RATE LOCK REQUEST - GUARANTEES THE RATE ON A MORTGAGE
           05  WS-LOCK-MORTGAGE-ID    PIC X(20).
           05  WS-LOCK-DAYS           PIC 999.

      *****************************************************************
      * POINTS REQUEST - POINTS|<MORTGAGE-ID>|<AMOUNT> - RECORDS THE
      * DISCOUNT/ORIGINATION POINTS THE BORROWER PAID AT CLOSING SO
      * THE YEAR-END 1098 CAN REPORT THEM FOR THE YEAR OF ORIGINATION.
      *****************************************************************
       01  WS-POINTS-REQUEST.
           05  WS-PTS-MORTGAGE-ID     PIC X(20).
           05  WS-PTS-AMOUNT          PIC 9(7)V99.

      *****************************************************************
      * PMI INSURER REQUEST - PMIINSURER|<MORTGAGE-ID>|<PAYEE-ID> -
      * NAMES THE MORTGAGE INSURER (A VENDORMST PAYEE) THAT ESCROW
      * DISBURSEMENT PAYS THE MONTHLY PMI PREMIUM TO. ONLY A LOAN
      * STILL CARRYING PMI CAN TAKE AN INSURER.
      *****************************************************************
       01  WS-PMI-INSURER-REQUEST.
           05  WS-PMI-MORTGAGE-ID     PIC X(20).
           05  WS-PMI-PAYEE-ID        PIC X(20).

       01  WS-LOCK-WORK.
           05  WS-TODAY-DATE          PIC 9(8).
           05  WS-TODAY-INT           PIC 9(7).
                   PERFORM PROCESS-RATE-LOCK
               WHEN "MODIFY"
                   PERFORM PROCESS-MODIFICATION
               WHEN "ARM"
                   PERFORM PROCESS-ARM-SETUP
               WHEN "ARMRESET"
                   PERFORM PROCESS-ARM-RESET
               WHEN "POINTS"
                   PERFORM PROCESS-POINTS-PAID
               WHEN "PMIINSURER"
                   PERFORM PROCESS-PMI-INSURER
               WHEN OTHER
                   MOVE '09' TO WS-STATUS
                   MOVE "Invalid request type" TO WS-MESSAGE
           MOVE WS-MONTHLY-TAX TO MONTHLY-TAX-AMOUNT
           MOVE WS-MONTHLY-INS TO MONTHLY-INS-AMOUNT
           MOVE WS-MONTHLY-HOA TO MONTHLY-HOA-AMOUNT
           MOVE WS-PMI-AMOUNT TO MONTHLY-PMI-AMOUNT
           MOVE WS-PROPERTY-PRICE TO ORIGINAL-PROPERTY-VALUE
           MOVE SPACES TO PMI-INSURER-ID
           IF WS-PMI-REQUIRED = 'Y'
               MOVE 'A' TO PMI-STATUS
               MOVE FUNCTION CURRENT-DATE(1:8) TO PMI-STATUS-DATE
           ELSE
               MOVE SPACE TO PMI-STATUS
               MOVE ZERO TO PMI-STATUS-DATE
           END-IF
           MOVE ZERO TO POINTS-PAID

           WRITE MORTGAGE-RECORD

                   NOT AT END
                       IF DM-PROPERTY-ID = WS-CALC-PROPERTY-ID
                               AND DM-MILESTONE NOT = "CLOSED"
                               AND DM-MILESTONE NOT = "CANCELLED"
                           MOVE 'Y' TO WS-DEAL-FOUND
                       END-IF
               END-READ
                           CONTINUE
                       NOT AT END
                           IF MORTGAGE-ID = WS-CURTAIL-MORTGAGE-ID
                               IF WS-MORTGAGE-FOUND NOT = 'Y'
                                   MOVE CALC-DATE
                                       TO WS-FOUND-ORIG-DATE
                                   MOVE LOAN-TERM-MONTHS
                                       TO WS-FOUND-ORIG-TERM
                               END-IF
                               MOVE 'Y' TO WS-MORTGAGE-FOUND
                               MOVE LOAN-AMOUNT TO WS-FOUND-LOAN-AMOUNT
                               MOVE INTEREST-RATE
                                   TO WS-FOUND-MONTHLY-INS
                               MOVE MONTHLY-HOA-AMOUNT
                                   TO WS-FOUND-MONTHLY-HOA
                               MOVE MONTHLY-PMI-AMOUNT
                                   TO WS-FOUND-MONTHLY-PMI
                               MOVE ORIGINAL-PROPERTY-VALUE
                                   TO WS-FOUND-ORIG-VALUE
                               MOVE PMI-INSURER-ID
                                   TO WS-FOUND-PMI-INSURER
                               MOVE PMI-STATUS
                                   TO WS-FOUND-PMI-STATUS
                               MOVE PMI-STATUS-DATE
                                   TO WS-FOUND-PMI-DATE
                               MOVE POINTS-PAID TO WS-FOUND-POINTS
                           END-IF
                   END-READ
               END-PERFORM
           MOVE WS-FOUND-MONTHLY-TAX TO MONTHLY-TAX-AMOUNT
           MOVE WS-FOUND-MONTHLY-INS TO MONTHLY-INS-AMOUNT
           MOVE WS-FOUND-MONTHLY-HOA TO MONTHLY-HOA-AMOUNT
           MOVE WS-FOUND-MONTHLY-PMI TO MONTHLY-PMI-AMOUNT
           MOVE WS-FOUND-ORIG-VALUE TO ORIGINAL-PROPERTY-VALUE
           MOVE WS-FOUND-PMI-INSURER TO PMI-INSURER-ID
           MOVE WS-FOUND-PMI-STATUS TO PMI-STATUS
           MOVE WS-FOUND-PMI-DATE TO PMI-STATUS-DATE
           MOVE WS-FOUND-POINTS TO POINTS-PAID

           WRITE MORTGAGE-RECORD

           MOVE WS-FOUND-MONTHLY-TAX TO MONTHLY-TAX-AMOUNT
           MOVE WS-FOUND-MONTHLY-INS TO MONTHLY-INS-AMOUNT
           MOVE WS-FOUND-MONTHLY-HOA TO MONTHLY-HOA-AMOUNT
           MOVE WS-FOUND-MONTHLY-PMI TO MONTHLY-PMI-AMOUNT
           MOVE WS-FOUND-ORIG-VALUE TO ORIGINAL-PROPERTY-VALUE
           MOVE WS-FOUND-PMI-INSURER TO PMI-INSURER-ID
           MOVE WS-FOUND-PMI-STATUS TO PMI-STATUS
           MOVE WS-FOUND-PMI-DATE TO PMI-STATUS-DATE
           MOVE WS-FOUND-POINTS TO POINTS-PAID

           WRITE MORTGAGE-RECORD

                  DELIMITED BY SIZE
                  INTO LS-RESPONSE.

      *****************************************************************
      * POINTS PAID AT CLOSING - FINDS THE MOST RECENT LOGGED STATE OF
      * THE MORTGAGE (SAME KEEP-THE-LAST-MATCH LOOKUP AS CURTAILMENT)
      * AND APPENDS A RECORD CARRYING IT FORWARD UNCHANGED EXCEPT FOR
      * POINTS-PAID. A LATER POINTS REQUEST CORRECTS AN EARLIER ONE.
      *****************************************************************
       PROCESS-POINTS-PAID.
           UNSTRING WS-REQUEST-DATA DELIMITED BY '|'
               INTO WS-PTS-MORTGAGE-ID
                    WS-PTS-AMOUNT

           MOVE WS-PTS-MORTGAGE-ID TO WS-CURTAIL-MORTGAGE-ID
           PERFORM FIND-MORTGAGE-RECORD

           IF WS-STATUS NOT = '00'
               PERFORM FORMAT-POINTS-RESPONSE
               EXIT PARAGRAPH
           END-IF

           IF WS-PTS-AMOUNT > WS-FOUND-LOAN-AMOUNT
               MOVE '24' TO WS-STATUS
               MOVE "Invalid points amount" TO WS-MESSAGE
               PERFORM FORMAT-POINTS-RESPONSE
               EXIT PARAGRAPH
           END-IF

           PERFORM LOG-POINTS-PAID

           MOVE '00' TO WS-STATUS
           MOVE "Points paid recorded" TO WS-MESSAGE
           PERFORM FORMAT-POINTS-RESPONSE.

       LOG-POINTS-PAID.
           OPEN EXTEND MORTGAGE-FILE

           IF WS-FILE-STATUS NOT = '00'
               OPEN OUTPUT MORTGAGE-FILE
           END-IF

           MOVE WS-PTS-MORTGAGE-ID TO MORTGAGE-ID
           MOVE WS-FOUND-PROPERTY-ID TO PROPERTY-ID
           MOVE WS-FOUND-BORROWER-NAME TO BORROWER-NAME
           MOVE WS-FOUND-LOAN-AMOUNT TO LOAN-AMOUNT
           MOVE ZERO TO DOWN-PAYMENT
           MOVE WS-FOUND-INTEREST-RATE TO INTEREST-RATE
           MOVE WS-FOUND-TERM-MONTHS TO LOAN-TERM-MONTHS
           MOVE WS-FOUND-MONTHLY-PMT TO MONTHLY-PAYMENT
           MOVE WS-FOUND-TOTAL-INT TO TOTAL-INTEREST
           MOVE FUNCTION CURRENT-DATE(1:8) TO CALC-DATE
           MOVE ZERO TO CURTAILMENT-AMOUNT
           MOVE WS-FOUND-CURRENCY TO CURRENCY-CODE
           MOVE WS-FOUND-LOCK-STATUS TO RATE-LOCK-STATUS
           MOVE WS-FOUND-LOCK-DATE TO RATE-LOCK-DATE
           MOVE WS-FOUND-LOCK-EXPIRE TO RATE-LOCK-EXPIRATION
           MOVE WS-FOUND-ACCOUNT-NUM TO MORTGAGE-ACCOUNT-NUMBER
           MOVE WS-FOUND-MONTHLY-TAX TO MONTHLY-TAX-AMOUNT
           MOVE WS-FOUND-MONTHLY-INS TO MONTHLY-INS-AMOUNT
           MOVE WS-FOUND-MONTHLY-HOA TO MONTHLY-HOA-AMOUNT
           MOVE WS-FOUND-MONTHLY-PMI TO MONTHLY-PMI-AMOUNT
           MOVE WS-FOUND-ORIG-VALUE TO ORIGINAL-PROPERTY-VALUE
           MOVE WS-FOUND-PMI-INSURER TO PMI-INSURER-ID
           MOVE WS-FOUND-PMI-STATUS TO PMI-STATUS
           MOVE WS-FOUND-PMI-DATE TO PMI-STATUS-DATE
           MOVE WS-PTS-AMOUNT TO POINTS-PAID

           WRITE MORTGAGE-RECORD

           CLOSE MORTGAGE-FILE.

       FORMAT-POINTS-RESPONSE.
           STRING WS-STATUS
                  "|" WS-PTS-MORTGAGE-ID
                  "|" WS-PTS-AMOUNT
                  "|" WS-MESSAGE
                  DELIMITED BY SIZE
                  INTO LS-RESPONSE.

      *****************************************************************
      * PMI INSURER - FINDS THE MOST RECENT LOGGED STATE OF THE
      * MORTGAGE AND APPENDS A RECORD CARRYING IT FORWARD UNCHANGED
      * EXCEPT FOR PMI-INSURER-ID, SO THE PRIOR INSURER STAYS ON THE
      * HISTORY. THE PAYEE MUST BE ON THE VENDOR MASTER AND THE LOAN
      * MUST STILL CARRY A PMI PREMIUM.
      *****************************************************************
       PROCESS-PMI-INSURER.
           UNSTRING WS-REQUEST-DATA DELIMITED BY '|'
               INTO WS-PMI-MORTGAGE-ID
                    WS-PMI-PAYEE-ID

           MOVE WS-PMI-MORTGAGE-ID TO WS-CURTAIL-MORTGAGE-ID
           PERFORM FIND-MORTGAGE-RECORD

           IF WS-STATUS NOT = '00'
               PERFORM FORMAT-PMI-INSURER-RESPONSE
               EXIT PARAGRAPH
           END-IF

           IF WS-FOUND-PMI-STATUS NOT = 'A'
              OR WS-FOUND-MONTHLY-PMI = ZERO
               MOVE '25' TO WS-STATUS
               MOVE "Loan does not carry PMI" TO WS-MESSAGE
               PERFORM FORMAT-PMI-INSURER-RESPONSE
               EXIT PARAGRAPH
           END-IF

           IF WS-PMI-PAYEE-ID = SPACES
               MOVE '26' TO WS-STATUS
               MOVE "Insurer not on vendor master" TO WS-MESSAGE
               PERFORM FORMAT-PMI-INSURER-RESPONSE
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT VENDOR-MASTER
           IF WS-VENDOR-STATUS NOT = '00'
               MOVE '26' TO WS-STATUS
               MOVE "Vendor master not available" TO WS-MESSAGE
               PERFORM FORMAT-PMI-INSURER-RESPONSE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-PMI-PAYEE-ID TO VM-PAYEE-ID
           READ VENDOR-MASTER
               INVALID KEY
                   MOVE '26' TO WS-STATUS
                   MOVE "Insurer not on vendor master" TO WS-MESSAGE
           END-READ
           CLOSE VENDOR-MASTER

           IF WS-STATUS NOT = '00'
               PERFORM FORMAT-PMI-INSURER-RESPONSE
               EXIT PARAGRAPH
           END-IF

           PERFORM LOG-PMI-INSURER

           MOVE '00' TO WS-STATUS
           MOVE "PMI insurer recorded" TO WS-MESSAGE
           PERFORM FORMAT-PMI-INSURER-RESPONSE.

       LOG-PMI-INSURER.
           OPEN EXTEND MORTGAGE-FILE

           IF WS-FILE-STATUS NOT = '00'
               OPEN OUTPUT MORTGAGE-FILE
           END-IF

           MOVE WS-PMI-MORTGAGE-ID TO MORTGAGE-ID
           MOVE WS-FOUND-PROPERTY-ID TO PROPERTY-ID
           MOVE WS-FOUND-BORROWER-NAME TO BORROWER-NAME
           MOVE WS-FOUND-LOAN-AMOUNT TO LOAN-AMOUNT
           MOVE ZERO TO DOWN-PAYMENT
           MOVE WS-FOUND-INTEREST-RATE TO INTEREST-RATE
           MOVE WS-FOUND-TERM-MONTHS TO LOAN-TERM-MONTHS
           MOVE WS-FOUND-MONTHLY-PMT TO MONTHLY-PAYMENT
           MOVE WS-FOUND-TOTAL-INT TO TOTAL-INTEREST
           MOVE FUNCTION CURRENT-DATE(1:8) TO CALC-DATE
           MOVE ZERO TO CURTAILMENT-AMOUNT
           MOVE WS-FOUND-CURRENCY TO CURRENCY-CODE
           MOVE WS-FOUND-LOCK-STATUS TO RATE-LOCK-STATUS
           MOVE WS-FOUND-LOCK-DATE TO RATE-LOCK-DATE
           MOVE WS-FOUND-LOCK-EXPIRE TO RATE-LOCK-EXPIRATION
           MOVE WS-FOUND-ACCOUNT-NUM TO MORTGAGE-ACCOUNT-NUMBER
           MOVE WS-FOUND-MONTHLY-TAX TO MONTHLY-TAX-AMOUNT
           MOVE WS-FOUND-MONTHLY-INS TO MONTHLY-INS-AMOUNT
           MOVE WS-FOUND-MONTHLY-HOA TO MONTHLY-HOA-AMOUNT
           MOVE WS-FOUND-MONTHLY-PMI TO MONTHLY-PMI-AMOUNT
           MOVE WS-FOUND-ORIG-VALUE TO ORIGINAL-PROPERTY-VALUE
           MOVE WS-PMI-PAYEE-ID TO PMI-INSURER-ID
           MOVE WS-FOUND-PMI-STATUS TO PMI-STATUS
           MOVE WS-FOUND-PMI-DATE TO PMI-STATUS-DATE
           MOVE WS-FOUND-POINTS TO POINTS-PAID

           WRITE MORTGAGE-RECORD

           CLOSE MORTGAGE-FILE.

       FORMAT-PMI-INSURER-RESPONSE.
           STRING WS-STATUS
                  "|" WS-PMI-MORTGAGE-ID
                  "|" WS-PMI-PAYEE-ID
                  "|" WS-MESSAGE
                  DELIMITED BY SIZE
                  INTO LS-RESPONSE.

      *****************************************************************
      * LOAN MODIFICATION - MODIFY|<MORTGAGE-ID>|<NEW-RATE>|<NEW-TERM>
      * |<CAPITALIZED-ARREARS>|<EFFECTIVE-DATE>. THE ARREARS ROLL INTO
           MOVE WS-FOUND-MONTHLY-TAX TO MONTHLY-TAX-AMOUNT
           MOVE WS-FOUND-MONTHLY-INS TO MONTHLY-INS-AMOUNT
           MOVE WS-FOUND-MONTHLY-HOA TO MONTHLY-HOA-AMOUNT
           MOVE WS-FOUND-MONTHLY-PMI TO MONTHLY-PMI-AMOUNT
           MOVE WS-FOUND-ORIG-VALUE TO ORIGINAL-PROPERTY-VALUE
           MOVE WS-FOUND-PMI-INSURER TO PMI-INSURER-ID
           MOVE WS-FOUND-PMI-STATUS TO PMI-STATUS
           MOVE WS-FOUND-PMI-DATE TO PMI-STATUS-DATE
           MOVE WS-FOUND-POINTS TO POINTS-PAID

           WRITE MORTGAGE-RECORD

                  "|" WS-MESSAGE
                  DELIMITED BY SIZE
                  INTO LS-RESPONSE.

      *****************************************************************
      * ARM SET-UP - PUTS AN EXISTING LOAN ON AN ADJUSTABLE-RATE
      * SCHEDULE. THE RATE ON THE LOAN TODAY IS THE START RATE THE
      * LIFETIME CAP IS MEASURED FROM; A ZERO FLOOR DEFAULTS TO THE
      * MARGIN. THE REMAINING TERM AT EACH RESET IS COUNTED FROM THE
      * LOAN'S ORIGINATION RECORD. THE PARAMETERS MAY BE RESTATED
      * UNTIL THE FIRST RESET HAS RUN, NOT AFTER.
      *****************************************************************
       PROCESS-ARM-SETUP.
           MOVE SPACES TO WS-ARM-INDEX-NAME
           MOVE SPACES TO WS-ARM-FIRST-RESET
           MOVE ZERO TO WS-ARM-MARGIN
           MOVE ZERO TO WS-ARM-PERIOD
           MOVE ZERO TO WS-ARM-INITIAL-CAP
           MOVE ZERO TO WS-ARM-PERIODIC-CAP
           MOVE ZERO TO WS-ARM-LIFETIME-CAP
           MOVE ZERO TO WS-ARM-FLOOR

           UNSTRING WS-REQUEST-DATA DELIMITED BY '|'
               INTO WS-ARM-MORTGAGE-ID
                    WS-ARM-INDEX-NAME
                    WS-ARM-MARGIN
                    WS-ARM-FIRST-RESET
                    WS-ARM-PERIOD
                    WS-ARM-INITIAL-CAP
                    WS-ARM-PERIODIC-CAP
                    WS-ARM-LIFETIME-CAP
                    WS-ARM-FLOOR

           MOVE WS-ARM-MORTGAGE-ID TO WS-CURTAIL-MORTGAGE-ID
           PERFORM FIND-MORTGAGE-RECORD

           IF WS-STATUS NOT = '00'
               PERFORM FORMAT-ARM-RESPONSE
               EXIT PARAGRAPH
           END-IF

           IF WS-FOUND-LOAN-AMOUNT = ZERO
               MOVE '17' TO WS-STATUS
               MOVE "Loan has no outstanding balance" TO WS-MESSAGE
               PERFORM FORMAT-ARM-RESPONSE
               EXIT PARAGRAPH
           END-IF

           IF WS-ARM-INDEX-NAME = SPACES
               MOVE '18' TO WS-STATUS
               MOVE "Invalid ARM index" TO WS-MESSAGE
               PERFORM FORMAT-ARM-RESPONSE
               EXIT PARAGRAPH
           END-IF

           IF WS-ARM-MARGIN <= ZERO OR WS-ARM-MARGIN > 10
               MOVE '19' TO WS-STATUS
               MOVE "Invalid ARM margin" TO WS-MESSAGE
               PERFORM FORMAT-ARM-RESPONSE
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           IF WS-ARM-FIRST-RESET NOT NUMERIC
                   OR WS-ARM-FIRST-RESET-NUM NOT > WS-TODAY-DATE
               MOVE '20' TO WS-STATUS
               MOVE "Invalid first reset date" TO WS-MESSAGE
               PERFORM FORMAT-ARM-RESPONSE
               EXIT PARAGRAPH
           END-IF

           IF WS-ARM-PERIOD = ZERO OR WS-ARM-PERIOD > 120
               MOVE '21' TO WS-STATUS
               MOVE "Invalid reset period" TO WS-MESSAGE
               PERFORM FORMAT-ARM-RESPONSE
               EXIT PARAGRAPH
           END-IF

           IF WS-ARM-FLOOR = ZERO
               MOVE WS-ARM-MARGIN TO WS-ARM-FLOOR
           END-IF

           COMPUTE WS-ARM-MAX-RATE =
               WS-FOUND-INTEREST-RATE + WS-ARM-LIFETIME-CAP

           IF WS-ARM-INITIAL-CAP <= ZERO
                   OR WS-ARM-PERIODIC-CAP <= ZERO
                   OR WS-ARM-LIFETIME-CAP <= ZERO
                   OR WS-ARM-FLOOR > WS-ARM-MAX-RATE
               MOVE '22' TO WS-STATUS
               MOVE "Invalid ARM rate caps" TO WS-MESSAGE
               PERFORM FORMAT-ARM-RESPONSE
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-ARM-RECORD

           IF WS-ARM-ON-FILE = 'Y' AND WS-ARM-RESET-COUNT > ZERO
               MOVE '23' TO WS-STATUS
               MOVE "ARM already adjusting - terms fixed"
                   TO WS-MESSAGE
               PERFORM FORMAT-ARM-RESPONSE
               EXIT PARAGRAPH
           END-IF

           PERFORM LOG-ARM-SETUP

           MOVE '00' TO WS-STATUS
           MOVE "ARM schedule recorded" TO WS-MESSAGE
           PERFORM FORMAT-ARM-RESPONSE.

       FIND-ARM-RECORD.
           MOVE 'N' TO WS-ARM-ON-FILE
           MOVE ZERO TO WS-ARM-RESET-COUNT

           OPEN INPUT ARM-LOAN-FILE

           IF WS-ARM-STATUS = '00'
               PERFORM UNTIL WS-ARM-STATUS NOT = '00'
                   READ ARM-LOAN-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF AR-MORTGAGE-ID = WS-ARM-MORTGAGE-ID
                               MOVE 'Y' TO WS-ARM-ON-FILE
                               MOVE AR-RESET-COUNT
                                   TO WS-ARM-RESET-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARM-LOAN-FILE
           END-IF.

       LOG-ARM-SETUP.
           OPEN EXTEND ARM-LOAN-FILE

           IF WS-ARM-STATUS NOT = '00'
               OPEN OUTPUT ARM-LOAN-FILE
           END-IF

           MOVE WS-ARM-MORTGAGE-ID TO AR-MORTGAGE-ID
           MOVE WS-ARM-INDEX-NAME TO AR-INDEX-NAME
           MOVE WS-ARM-MARGIN TO AR-MARGIN
           MOVE WS-ARM-FIRST-RESET-NUM TO AR-FIRST-RESET-DATE
           MOVE WS-ARM-PERIOD TO AR-RESET-PERIOD
           MOVE WS-ARM-INITIAL-CAP TO AR-INITIAL-CAP
           MOVE WS-ARM-PERIODIC-CAP TO AR-PERIODIC-CAP
           MOVE WS-ARM-LIFETIME-CAP TO AR-LIFETIME-CAP
           MOVE WS-ARM-FLOOR TO AR-FLOOR-RATE
           MOVE WS-FOUND-INTEREST-RATE TO AR-START-RATE
           MOVE WS-FOUND-INTEREST-RATE TO AR-CURRENT-RATE
           MOVE WS-ARM-FIRST-RESET-NUM TO AR-NEXT-RESET-DATE
           MOVE ZERO TO AR-RESET-COUNT
           MOVE WS-FOUND-ORIG-DATE TO AR-AMORT-DATE
           MOVE WS-FOUND-ORIG-TERM TO AR-AMORT-MONTHS
           MOVE ZERO TO AR-NOTICE-DATE
           MOVE ZERO TO AR-NOTICED-RESET
           MOVE 'A' TO AR-STATUS
           MOVE FUNCTION CURRENT-DATE(1:14) TO AR-TIMESTAMP

           WRITE ARM-LOAN-RECORD

           CLOSE ARM-LOAN-FILE.

       FORMAT-ARM-RESPONSE.
           STRING WS-STATUS
                  "|" WS-ARM-MORTGAGE-ID
                  "|" WS-ARM-INDEX-NAME
                  "|" WS-ARM-MARGIN
                  "|" WS-ARM-FIRST-RESET
                  "|" WS-ARM-FLOOR
                  "|" WS-MESSAGE
                  DELIMITED BY SIZE
                  INTO LS-RESPONSE.

      *****************************************************************
      * ARM RATE RESET - ARMRESET|<MORTGAGE-ID>|<NEW-RATE>
      * |<REMAINING-TERM>|<EFFECTIVE-DATE>|<MODE>. THE CAPPED RATE IS
      * WORKED OUT BY THE ARM-RESET BATCH JOB FROM THE INDEX LEDGER;
      * THIS RE-AMORTIZES THE OUTSTANDING BALANCE OVER THE REMAINING
      * TERM WITH THE SHARED CALCULATE-PAYMENT-FOR-TERM MATH. MODE Q
      * ONLY QUOTES THE NEW PAYMENT (THE ADVANCE PAYMENT-CHANGE
      * NOTICE); MODE A APPLIES IT - A NEW TERMS VERSION EFFECTIVE AT
      * THE RESET DATE FOR MTG-BILLING AND A NEW LOAN RECORD, THE
      * SAME WAY A MODIFICATION IS CARRIED. THE ORIGINAL TERMS ARE
      * SNAPSHOTTED AT EFFECTIVE ZERO ONLY WHEN THE LOAN HAS NO TERMS
      * VERSIONS YET, SO AN EARLIER RESET'S TERMS ARE NEVER PUSHED
      * BACK OVER MONTHS BILLED BEFORE IT.
      * THE RESPONSE HAS THE SAME LAYOUT AS A MODIFY RESPONSE.
      *****************************************************************
       PROCESS-ARM-RESET.
           MOVE SPACES TO WS-MOD-EFFECTIVE
           MOVE ZERO TO WS-MOD-RATE
           MOVE ZERO TO WS-MOD-TERM
           MOVE ZERO TO WS-MOD-CAPITALIZED
           MOVE SPACES TO WS-ARM-MODE

           UNSTRING WS-REQUEST-DATA DELIMITED BY '|'
               INTO WS-MOD-MORTGAGE-ID
                    WS-MOD-RATE
                    WS-MOD-TERM
                    WS-MOD-EFFECTIVE
                    WS-ARM-MODE

           MOVE WS-MOD-MORTGAGE-ID TO WS-CURTAIL-MORTGAGE-ID
           PERFORM FIND-MORTGAGE-RECORD

           IF WS-STATUS NOT = '00'
               PERFORM FORMAT-MODIFY-RESPONSE
               EXIT PARAGRAPH
           END-IF

           IF WS-FOUND-LOAN-AMOUNT = ZERO
               MOVE '17' TO WS-STATUS
               MOVE "Loan has no outstanding balance" TO WS-MESSAGE
               PERFORM FORMAT-MODIFY-RESPONSE
               EXIT PARAGRAPH
           END-IF

           IF WS-MOD-RATE <= ZERO OR WS-MOD-RATE > 30
               MOVE '14' TO WS-STATUS
               MOVE "Invalid modification rate" TO WS-MESSAGE
               PERFORM FORMAT-MODIFY-RESPONSE
               EXIT PARAGRAPH
           END-IF

           IF WS-MOD-TERM = ZERO OR WS-MOD-TERM > 600
               MOVE '15' TO WS-STATUS
               MOVE "Invalid modification term" TO WS-MESSAGE
               PERFORM FORMAT-MODIFY-RESPONSE
               EXIT PARAGRAPH
           END-IF

           IF WS-MOD-EFFECTIVE NOT NUMERIC
               MOVE '16' TO WS-STATUS
               MOVE "Invalid effective date" TO WS-MESSAGE
               PERFORM FORMAT-MODIFY-RESPONSE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-FOUND-LOAN-AMOUNT TO WS-MOD-NEW-BALANCE
           MOVE WS-MOD-NEW-BALANCE TO WS-LOAN-AMOUNT
           MOVE WS-MOD-RATE TO WS-INTEREST-RATE
           MOVE WS-MOD-TERM TO WS-LOAN-MONTHS

           PERFORM CALCULATE-PAYMENT-FOR-TERM

           IF WS-ARM-QUOTE-ONLY
               MOVE '00' TO WS-STATUS
               MOVE "ARM payment change quoted" TO WS-MESSAGE
               PERFORM FORMAT-MODIFY-RESPONSE
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-TERMS-ON-FILE

           IF WS-TERMS-ON-FILE NOT = 'Y'
               MOVE ZERO TO WS-MTV-EFFECTIVE
               MOVE WS-FOUND-INTEREST-RATE TO WS-MTV-RATE
               MOVE WS-FOUND-TERM-MONTHS TO WS-MTV-TERM
               MOVE WS-FOUND-MONTHLY-PMT TO WS-MTV-PI
               PERFORM APPEND-TERMS-VERSION
           END-IF

           MOVE WS-MOD-EFFECTIVE-NUM TO WS-MTV-EFFECTIVE
           MOVE WS-MOD-RATE TO WS-MTV-RATE
           MOVE WS-MOD-TERM TO WS-MTV-TERM
           MOVE WS-MONTHLY-PAYMENT TO WS-MTV-PI
           PERFORM APPEND-TERMS-VERSION

           PERFORM LOG-MODIFICATION

           MOVE '00' TO WS-STATUS
           MOVE "ARM reset applied - terms versioned" TO WS-MESSAGE
           PERFORM FORMAT-MODIFY-RESPONSE.

       CHECK-TERMS-ON-FILE.
           MOVE 'N' TO WS-TERMS-ON-FILE

           OPEN INPUT TERMS-HISTORY-FILE

           IF WS-TERMS-STATUS = '00'
               PERFORM UNTIL WS-TERMS-STATUS NOT = '00'
                   READ TERMS-HISTORY-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF MT-MORTGAGE-ID = WS-MOD-MORTGAGE-ID
                               MOVE 'Y' TO WS-TERMS-ON-FILE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TERMS-HISTORY-FILE
           END-IF.
