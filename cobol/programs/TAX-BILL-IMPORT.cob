      * FROM PAYLIMITS.DAT (COMPILED DEFAULT 10) GOES TO THE
      * EXCEPTION SECTION OF TAXIMP.RPT, SO THE NEXT ESCROW ANALYSIS
      * STARTS FROM REALITY. A PARCEL/DUE-DATE ALREADY ON FILE IS A
      * RERUN AND IS SKIPPED. THE ROLL MUST CARRY THE HDR/TRL CONTROL
      * RECORDS INBOUND-CHECK PROVES; A REFUSED ROLL IMPORTS NOTHING
      * AND ENDS THE RUN RC 8.
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

       FD  VENDOR-MASTER.
       01  VENDOR-MASTER-REC.
           05  FILLER              PIC X(15) VALUE "   EXCEPTIONS: ".
           05  WS-SUM-EXCEPTIONS   PIC ZZ,ZZ9.

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
           PERFORM INITIALIZE-IMPORT
           PERFORM CHECK-INBOUND-FILE

           IF WS-INBOUND-RC NOT = '00' AND WS-INBOUND-RC NOT = '10'
               PERFORM WRITE-INBOUND-REJECTION
               CLOSE IMPORT-REPORT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM READ-CONTROL-LIMITS
           PERFORM BUILD-MORTGAGE-TABLE
           PERFORM LOAD-KNOWN-BILLS
           PERFORM PROCESS-TAX-ROLL

           IF WS-INBOUND-RC = '00'
               PERFORM REGISTER-INBOUND-FILE
           END-IF

           PERFORM WRITE-IMPORT-SUMMARY
           CLOSE IMPORT-REPORT
           STOP RUN.
           PERFORM READ-ROLL-LINE
           PERFORM UNTIL WS-END-OF-FILE
               IF TAX-ROLL-LINE NOT = SPACES
                       AND TAX-ROLL-LINE(1:4) NOT = "HDR|"
                       AND TAX-ROLL-LINE(1:4) NOT = "TRL|"
                   PERFORM IMPORT-ONE-BILL
               END-IF
               PERFORM READ-ROLL-LINE
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
           MOVE "CHECK|TAXROLL" TO WS-INBOUND-REQUEST

           CALL "INBOUND-CHECK" USING WS-INBOUND-REQUEST
                                      WS-INBOUND-RESPONSE

           MOVE SPACES TO WS-INBOUND-RESULT
           UNSTRING WS-INBOUND-RESPONSE DELIMITED BY '|'
               INTO WS-INBOUND-RC
                    WS-INBOUND-MESSAGE.

       REGISTER-INBOUND-FILE.
           MOVE SPACES TO WS-INBOUND-REQUEST
           MOVE SPACES TO WS-INBOUND-RESPONSE
           MOVE "REGISTER|TAXROLL" TO WS-INBOUND-REQUEST

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
