      *      ACTIVE ESCROWED LOAN WHOSE POLICY IS MISSING, ALREADY
      *      EXPIRED, OR EXPIRING WITHIN SIXTY DAYS, SO COVERAGE CAN
      *      BE FORCE-PLACED BEFORE THE GAP, NOT AFTER THE FIRE.
      *      EACH EXCEPTION ALSO QUEUES A LAPSE LETTER TO THE BORROWER
      *      THROUGH CORR-QUEUE.COB - ONCE PER EXPIRATION DATE, OR
      *      ONCE A MONTH WHILE NO POLICY IS ON FILE.
      * ESCROW-DISBURSE READS THE POLICY MASTER AND PAYS THE ACTUAL
      * CARRIER THE ACTUAL PREMIUM IN THE RENEWAL MONTH INSTEAD OF
      * THE MONTHLY ESTIMATE. THE FEED MUST CARRY THE HDR/TRL CONTROL
      * RECORDS INBOUND-CHECK PROVES; A REFUSED FEED LEAVES THE MASTER
      * UNCHANGED, THE LAPSE SWEEP STILL RUNS, AND THE RUN ENDS RC 8.
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

       FD  LAPSE-REPORT.
       01  REPORT-LINE             PIC X(110).
               10  WS-MTG-ACCOUNT      PIC X(20).
               10  WS-MTG-BALANCE      PIC 9(9)V99.
               10  WS-MTG-INS          PIC 9(5)V99.
               10  WS-MTG-BORROWER     PIC X(50).

       01  WS-MORTGAGE-COUNT-USED   PIC 9(5) VALUE ZERO.
       01  WS-MTG-SEARCH-IDX        PIC 9(5).
               "   LAPSE EXCEPTNS: ".
           05  WS-SUM-LAPSES       PIC ZZ,ZZ9.

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

      *****************************************************************
      * CORR-QUEUE.COB CALL AREA.
      *****************************************************************
       01  WS-CORR-REQUEST         PIC X(400).
       01  WS-CORR-RESPONSE        PIC X(150).
       01  WS-CORR-RESULT.
           05  WS-CORR-RC          PIC XX.
           05  WS-CORR-MESSAGE     PIC X(50).
       01  WS-CORR-WORK.
           05  WS-CORR-REFERENCE   PIC X(20).
           05  WS-CORR-CARRIER     PIC X(40).
           05  WS-CORR-EXPIRE-TEXT PIC X(10).

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           PERFORM INITIALIZE-LOAD
           PERFORM CHECK-INBOUND-FILE

           IF WS-INBOUND-RC NOT = '00' AND WS-INBOUND-RC NOT = '10'
               PERFORM WRITE-INBOUND-REJECTION
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM PROCESS-POLICY-FEED
               IF WS-INBOUND-RC = '00'
                   PERFORM REGISTER-INBOUND-FILE
               END-IF
           END-IF

           PERFORM BUILD-MORTGAGE-TABLE
           PERFORM SWEEP-FOR-LAPSES
           PERFORM WRITE-LOAD-SUMMARY
           PERFORM READ-FEED-LINE
           PERFORM UNTIL WS-END-OF-FILE
               IF INS-FEED-LINE NOT = SPACES
                       AND INS-FEED-LINE(1:4) NOT = "HDR|"
                       AND INS-FEED-LINE(1:4) NOT = "TRL|"
                   PERFORM LOAD-ONE-POLICY
               END-IF
               PERFORM READ-FEED-LINE
           SET WS-MTG-IDX TO WS-MTG-SEARCH-IDX
           MOVE MORTGAGE-ACCOUNT-NUMBER TO WS-MTG-ACCOUNT(WS-MTG-IDX)
           MOVE LOAN-AMOUNT TO WS-MTG-BALANCE(WS-MTG-IDX)
           MOVE MONTHLY-INS-AMOUNT TO WS-MTG-INS(WS-MTG-IDX)
           MOVE BORROWER-NAME TO WS-MTG-BORROWER(WS-MTG-IDX).

      *****************************************************************
      * A TRUNCATED LOAN TABLE WOULD SILENTLY LEAVE THE DROPPED LOANS
           MOVE IP-EXPIRATION-DATE TO WS-DTL-EXPIRE
           MOVE WS-LAPSE-NOTE TO WS-DTL-NOTE
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM QUEUE-LAPSE-LETTER.

      *****************************************************************
      * THE DOCUMENT REFERENCE KEEPS THE NIGHTLY SWEEP FROM MAILING
      * THE SAME LETTER EVERY NIGHT: ONE PER EXPIRATION DATE FOR AN
      * EXPIRED OR EXPIRING POLICY, ONE PER MONTH FOR NO POLICY AT
      * ALL. MERGE FIELDS: POLICY NUMBER, CARRIER, EXPIRATION DATE,
      * THE EXCEPTION NOTE AND THE LOAN ACCOUNT.
      *****************************************************************
       QUEUE-LAPSE-LETTER.
           MOVE SPACES TO WS-CORR-REFERENCE
           MOVE SPACES TO WS-CORR-CARRIER
           MOVE SPACES TO WS-CORR-EXPIRE-TEXT

           EVALUATE TRUE
               WHEN IP-POLICY-NUMBER = SPACES
                   STRING "NOPOLICY" WS-TODAY-DATE(1:6)
                          DELIMITED BY SIZE
                          INTO WS-CORR-REFERENCE
               WHEN WS-DAYS-TO-LAPSE < ZERO
                   STRING "EXPIRED" IP-EXPIRATION-DATE
                          DELIMITED BY SIZE
                          INTO WS-CORR-REFERENCE
               WHEN OTHER
                   STRING "EXPIRING" IP-EXPIRATION-DATE
                          DELIMITED BY SIZE
                          INTO WS-CORR-REFERENCE
           END-EVALUATE

           IF IP-POLICY-NUMBER NOT = SPACES
               MOVE IP-CARRIER-NAME TO WS-CORR-CARRIER
               STRING IP-EXPIRATION-DATE(5:2) "/"
                      IP-EXPIRATION-DATE(7:2) "/"
                      IP-EXPIRATION-DATE(1:4)
                      DELIMITED BY SIZE
                      INTO WS-CORR-EXPIRE-TEXT
           END-IF

           MOVE SPACES TO WS-CORR-REQUEST
           MOVE SPACES TO WS-CORR-RESPONSE
           STRING "QUEUE|INSLAPSE|MORTGAGE|"
                  FUNCTION TRIM(WS-MTG-ID(WS-MTG-IDX))
                  "|" FUNCTION TRIM(WS-MTG-BORROWER(WS-MTG-IDX))
                  "|" WS-TODAY-DATE
                  "|" FUNCTION TRIM(WS-CORR-REFERENCE)
                  "|" FUNCTION TRIM(IP-POLICY-NUMBER)
                  "|" FUNCTION TRIM(WS-CORR-CARRIER)
                  "|" FUNCTION TRIM(WS-CORR-EXPIRE-TEXT)
                  "|" FUNCTION TRIM(WS-LAPSE-NOTE)
                  "|" FUNCTION TRIM(WS-MTG-ACCOUNT(WS-MTG-IDX))
                  DELIMITED BY SIZE
                  INTO WS-CORR-REQUEST

           CALL "CORR-QUEUE" USING WS-CORR-REQUEST
                                   WS-CORR-RESPONSE

           MOVE SPACES TO WS-CORR-RESULT
           UNSTRING WS-CORR-RESPONSE DELIMITED BY '|'
               INTO WS-CORR-RC
                    WS-CORR-MESSAGE

           IF WS-CORR-RC NOT = '00'
               MOVE SPACES TO REPORT-LINE
               STRING "    LAPSE LETTER NOT QUEUED - "
                      DELIMITED BY SIZE
                      FUNCTION UPPER-CASE(WS-CORR-MESSAGE)
                      DELIMITED BY SIZE
                      INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       WRITE-LOAD-SUMMARY.
           MOVE SPACES TO REPORT-LINE
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
           MOVE "CHECK|INSFEED" TO WS-INBOUND-REQUEST

           CALL "INBOUND-CHECK" USING WS-INBOUND-REQUEST
                                      WS-INBOUND-RESPONSE

           MOVE SPACES TO WS-INBOUND-RESULT
           UNSTRING WS-INBOUND-RESPONSE DELIMITED BY '|'
               INTO WS-INBOUND-RC
                    WS-INBOUND-MESSAGE.

       REGISTER-INBOUND-FILE.
           MOVE SPACES TO WS-INBOUND-REQUEST
           MOVE SPACES TO WS-INBOUND-RESPONSE
           MOVE "REGISTER|INSFEED" TO WS-INBOUND-REQUEST

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
