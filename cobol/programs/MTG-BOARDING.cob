      * THIS JOB READS THE PRIOR SERVICER'S TRANSFER FILE
      * (BOARDFEED.DAT, ONE PIPE-DELIMITED LINE PER LOAN:
      *   MORTGAGE-ID|PROPERTY-ID|BORROWER|BALANCE|RATE|TERM-MONTHS|
      *   MONTHLY-PI|TAX|INS|HOA|ACCOUNT[|PMI|ORIGINAL-VALUE|
      *   PMI-INSURER]
      * ) THE SAME FILE-DRIVEN WAY MAINFRAME.COB TAKES MLSFEED.DAT,
      * VALIDATES EVERY RECORD - KEY FIELDS PRESENT, NO MORTGAGE-ID
      * ALREADY ON MORTGAGES.DAT, ESCROW FIGURES PRESENT, AND THE
      * LOANS ARE ACCOUNT-LINKED WITH AN OUTSTANDING BALANCE, SO THEY
      * IMMEDIATELY PARTICIPATE IN MTG-BILLING, ESCROW-ANALYSIS AND
      * ESCROW-DISBURSE'S RECURRING GENERATION. EVERY RECORD'S
      * DISPOSITION GOES TO BOARDING.RPT FOR THE TRANSFEROR. THE FILE
      * MUST CARRY THE HDR/TRL CONTROL RECORDS INBOUND-CHECK PROVES; A
      * REFUSED FILE BOARDS NOTHING AND ENDS THE RUN RC 8.
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

       FD  PAYMENT-LIMIT-FILE.
       01  PAYMENT-LIMIT-LINE      PIC X(60).
           05  WS-FEED-TAX         PIC 9(5)V99.
           05  WS-FEED-INS         PIC 9(5)V99.
           05  WS-FEED-HOA         PIC 9(5)V99.
           05  WS-FEED-PMI         PIC 9(5)V99.
           05  WS-FEED-ORIG-VALUE  PIC 9(9)V99.
           05  WS-FEED-PMI-INSURER PIC X(20).

       01  WS-BOARD-TOLERANCE      PIC 9(3)V99 VALUE 1.00.
       01  WS-LIMIT-EOF-SW         PIC X VALUE 'N'.
           05  FILLER              PIC X(13) VALUE "   REJECTED: ".
           05  WS-SUM-REJECTED     PIC ZZ,ZZ9.

      *****************************************************************
      * INBOUND-CHECK.COB CALL AREA. THE INBOUND FILE IS PROVED
      * AGAINST ITS TRAILER AND THE INBOUND REGISTRY BEFORE ANY LINE
      * OF IT IS APPLIED.
      *****************************************************************
       01  WS-INBOUND-REQUEST      PIC X(200).
       01  WS-INBOUND-RESPONSE     PIC X(150).
       01  WS-INBOUND-RESULT.
           05  WS-INBOUND-RC       PIC XX.
           05  WS-INBOUND-MESSAGE  PIC X(50).

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           PERFORM INITIALIZE-BOARDING
           PERFORM CHECK-INBOUND-FILE

           IF WS-INBOUND-RC NOT = '00' AND WS-INBOUND-RC NOT = '10'
               PERFORM WRITE-INBOUND-REJECTION
               CLOSE BOARDING-REPORT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM READ-CONTROL-LIMITS
           PERFORM REBUILD-KNOWN-ID-WORK-FILE
           PERFORM PROCESS-BOARD-FEED

           IF WS-INBOUND-RC = '00'
               PERFORM REGISTER-INBOUND-FILE
           END-IF

           PERFORM WRITE-BOARDING-SUMMARY
           CLOSE BOARD-WORK-FILE
           CLOSE BOARDING-REPORT
           PERFORM READ-FEED-LINE
           PERFORM UNTIL WS-END-OF-FILE
               IF BOARD-FEED-LINE NOT = SPACES
                       AND BOARD-FEED-LINE(1:4) NOT = "HDR|"
                       AND BOARD-FEED-LINE(1:4) NOT = "TRL|"
                   PERFORM BOARD-ONE-LOAN
               END-IF
               PERFORM READ-FEED-LINE
                    WS-FEED-INS-X
                    WS-FEED-HOA-X
                    WS-FEED-ACCOUNT
                    WS-FEED-PMI
                    WS-FEED-ORIG-VALUE
                    WS-FEED-PMI-INSURER

           PERFORM VALIDATE-TRANSFER-RECORD

               MOVE WS-FEED-HOA-X TO WS-FEED-HOA
           END-IF

      *****************************************************************
      * A TRANSFERRED LOAN STILL CARRYING MORTGAGE INSURANCE MUST
      * COME WITH THE ORIGINAL PROPERTY VALUE - WITHOUT IT PMI-REVIEW
      * CAN NEVER MEASURE THE 78/80 PERCENT CANCELLATION POINTS.
      *****************************************************************
           IF WS-FEED-PMI > ZERO AND WS-FEED-ORIG-VALUE = ZERO
               MOVE "PMI WITHOUT ORIGINAL VALUE" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF

           PERFORM RECOMPUTE-EXPECTED-PI

           COMPUTE WS-PI-DIFFERENCE =
           MOVE WS-FEED-TAX TO MONTHLY-TAX-AMOUNT
           MOVE WS-FEED-INS TO MONTHLY-INS-AMOUNT
           MOVE WS-FEED-HOA TO MONTHLY-HOA-AMOUNT
           MOVE WS-FEED-PMI TO MONTHLY-PMI-AMOUNT
           MOVE WS-FEED-ORIG-VALUE TO ORIGINAL-PROPERTY-VALUE
           MOVE WS-FEED-PMI-INSURER TO PMI-INSURER-ID
           IF WS-FEED-PMI > ZERO
               MOVE 'A' TO PMI-STATUS
               MOVE WS-TODAY-DATE TO PMI-STATUS-DATE
           ELSE
               MOVE SPACE TO PMI-STATUS
               MOVE ZERO TO PMI-STATUS-DATE
           END-IF
           MOVE ZERO TO POINTS-PAID

           WRITE MORTGAGE-RECORD

                   CONTINUE
           END-WRITE.

      *****************************************************************
      * THE FILE IS PROVED BEFORE ANYTHING IS TAKEN FROM IT - TRAILER
      * COUNT AND AMOUNT HASH AGREE, AND NEITHER ITS CONTENT NOR ITS
      * FILE DATE AND SEQUENCE WAS LOADED BEFORE. STATUS 10 (NO FILE)
      * FALLS THROUGH TO THE USUAL NOTHING-TO-DO PATH. REGISTER IS
      * CALLED ONLY ONCE THE FILE HAS BEEN APPLIED, SO A RUN THAT
      * STOPS PART-WAY CAN BE RERUN ON THE SAME FILE.
      *****************************************************************
       CHECK-INBOUND-FILE.
           MOVE SPACES TO WS-INBOUND-REQUEST
           MOVE SPACES TO WS-INBOUND-RESPONSE
           MOVE "CHECK|BOARDFEED" TO WS-INBOUND-REQUEST

           CALL "INBOUND-CHECK" USING WS-INBOUND-REQUEST
                                      WS-INBOUND-RESPONSE

           MOVE SPACES TO WS-INBOUND-RESULT
           UNSTRING WS-INBOUND-RESPONSE DELIMITED BY '|'
               INTO WS-INBOUND-RC
                    WS-INBOUND-MESSAGE.

       REGISTER-INBOUND-FILE.
           MOVE SPACES TO WS-INBOUND-REQUEST
           MOVE SPACES TO WS-INBOUND-RESPONSE
           MOVE "REGISTER|BOARDFEED" TO WS-INBOUND-REQUEST

           CALL "INBOUND-CHECK" USING WS-INBOUND-REQUEST
                                      WS-INBOUND-RESPONSE.

       WRITE-INBOUND-REJECTION.
           MOVE SPACES TO REPORT-LINE
           STRING "INBOUND FILE REJECTED - " DELIMITED BY SIZE
                  FUNCTION UPPER-CASE(WS-INBOUND-MESSAGE)
                      DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-BOARDING-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
