      * ENTRY AGAINST THE WIRE'S TARGET ACCOUNT, THE SAME WAY A HOLD
      * TOGGLE LEAVES ITS TRACE, SO THE AUDITORS CAN TIE EVERY WIRE
      * TO ITS FED NUMBER. WIRES STILL UNCONFIRMED AT END OF RUN ARE
      * LISTED ON WIRECNF.RPT. THE ACKNOWLEDGMENT FILE MUST CARRY THE
      * HDR/TRL CONTROL RECORDS INBOUND-CHECK PROVES; A REFUSED FILE
      * CONFIRMS NOTHING - EVERY 'PC' WIRE STAYS LISTED AS
      * UNCONFIRMED - AND THE RUN ENDS RC 8.
      *****************************************************************

       ENVIRONMENT DIVISION.
           05  FILLER              PIC X(16) VALUE "  UNCONFIRMED: ".
           05  WS-SUM-OUTSTANDING  PIC ZZ,ZZ9.

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
           PERFORM INITIALIZE-CONFIRM
           PERFORM CHECK-INBOUND-FILE

           IF WS-INBOUND-RC NOT = '00' AND WS-INBOUND-RC NOT = '10'
               PERFORM WRITE-INBOUND-REJECTION
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM PROCESS-ACK-FILE
               IF WS-INBOUND-RC = '00'
                   PERFORM REGISTER-INBOUND-FILE
               END-IF
           END-IF

           PERFORM REPORT-UNCONFIRMED-WIRES
           PERFORM WRITE-CONFIRM-SUMMARY
           CLOSE CONFIRM-REPORT
           PERFORM READ-ACK-LINE
           PERFORM UNTIL WS-END-OF-FILE
               IF WIRE-ACK-LINE NOT = SPACES
                       AND WIRE-ACK-LINE(1:4) NOT = "HDR|"
                       AND WIRE-ACK-LINE(1:4) NOT = "TRL|"
                   PERFORM MATCH-ONE-ACKNOWLEDGMENT
               END-IF
               PERFORM READ-ACK-LINE
           MOVE WS-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

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
           MOVE "CHECK|WIREACK" TO WS-INBOUND-REQUEST

           CALL "INBOUND-CHECK" USING WS-INBOUND-REQUEST
                                      WS-INBOUND-RESPONSE

           MOVE SPACES TO WS-INBOUND-RESULT
           UNSTRING WS-INBOUND-RESPONSE DELIMITED BY '|'
               INTO WS-INBOUND-RC
                    WS-INBOUND-MESSAGE.

       REGISTER-INBOUND-FILE.
           MOVE SPACES TO WS-INBOUND-REQUEST
           MOVE SPACES TO WS-INBOUND-RESPONSE
           MOVE "REGISTER|WIREACK" TO WS-INBOUND-REQUEST

           CALL "INBOUND-CHECK" USING WS-INBOUND-REQUEST
                                      WS-INBOUND-RESPONSE.

       WRITE-INBOUND-REJECTION.
           MOVE SPACES TO REPORT-LINE
           STRING "INBOUND FILE REJECTED - " DELIMITED BY SIZE
                  FUNCTION UPPER-CASE(WS-INBOUND-MESSAGE)
                      DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE.

      *****************************************************************
      * NO CONTROL FILE, OR AN EMPTY ONE, LEAVES THE MACHINE-CLOCK
      * DATE ALREADY LOADED IN WORKING-STORAGE STANDING.
