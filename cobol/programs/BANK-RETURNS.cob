      * TRUST LEDGER A FULL REVERSAL TRAIL. THE NSF FEE COMES FROM THE
      * NSFFEE LINE OF PAYLIMITS.DAT, DEFAULTING WHEN ABSENT. EVERY
      * ITEM'S DISPOSITION GOES TO BANKRET.RPT.
      * A RETURNED MORTGAGE AUTOPAY DRAFT (FOUND ON AUTODRAFT.DAT BY
      * ITS PAYMENT-ID) ALSO COUNTS AGAINST THE BORROWER'S AUTOPAY
      * ENROLLMENT; THE SECOND NSF SUSPENDS IT, AND MTG-AUTOPAY STOPS
      * DRAFTING THE LOAN UNTIL SERVICING RESUMES THE ENROLLMENT.
      * THE FILE MUST CARRY THE HDR/TRL CONTROL RECORDS INBOUND-CHECK
      * PROVES; A REFUSED FILE REVERSES NOTHING AND ENDS THE RUN RC 8.
      *****************************************************************

       ENVIRONMENT DIVISION.
                  FILE STATUS IS WS-RPT-STATUS.


           SELECT AUTO-DRAFT-FILE ASSIGN TO "AUTODRAFT.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-DRAFT-STATUS.

           SELECT AUTOPAY-FILE ASSIGN TO "AUTOPAY.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-AUTOPAY-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
       FD  RETURNS-REPORT.
       01  REPORT-LINE             PIC X(100).

      *****************************************************************
      * MORTGAGE AUTOPAY DRAFT LOG WRITTEN BY MTG-AUTOPAY.COB - ONE
      * RECORD PER DRAFT, CARRYING THE PAYMENT-ID IT POSTED UNDER.
      *****************************************************************
       FD  AUTO-DRAFT-FILE.
       01  AUTO-DRAFT-RECORD.
           05  AD-MORTGAGE-ID      PIC X(20).
           05  AD-BILL-ID          PIC X(20).
           05  AD-PAYMENT-ID       PIC X(20).
           05  AD-DRAFT-DATE       PIC 9(8).
           05  AD-AMOUNT           PIC 9(7)V99.
           05  AD-ROUTING-NUMBER   PIC 9(9).
           05  AD-BANK-ACCOUNT     PIC X(17).
           05  AD-RESULT           PIC XX.
           05  AD-TIMESTAMP        PIC 9(14).

      *****************************************************************
      * APPEND-ONLY AUTOPAY ENROLLMENT LEDGER (MTG-ACH-ENROLL.COB) -
      * LATEST STATE WINS PER MORTGAGE-ID.
      *****************************************************************
       FD  AUTOPAY-FILE.
       01  AUTOPAY-RECORD.
           05  AP-MORTGAGE-ID      PIC X(20).
           05  AP-ROUTING-NUMBER   PIC 9(9).
           05  AP-BANK-ACCOUNT     PIC X(17).
           05  AP-DRAFT-DAY        PIC 99.
           05  AP-START-DATE       PIC 9(8).
           05  AP-STOP-DATE        PIC 9(8).
           05  AP-STATUS           PIC X.
               88  AP-ACTIVE       VALUE 'A'.
               88  AP-SUSPENDED    VALUE 'S'.
               88  AP-STOPPED      VALUE 'C'.
           05  AP-NSF-COUNT        PIC 9.
           05  AP-STATUS-DATE      PIC 9(8).
           05  AP-TIMESTAMP        PIC 9(14).


      *****************************************************************
      * SYSTEM-WIDE BUSINESS PROCESSING DATE, MAINTAINED BY THE
       01  WS-LOCK-STATUS          PIC XX.
       01  WS-RUN-LOCK-HELD-SW     PIC X VALUE 'N'.
       01  WS-RPT-STATUS           PIC XX.
       01  WS-DRAFT-STATUS         PIC XX.
       01  WS-AUTOPAY-STATUS       PIC XX.

       01  WS-JOURNAL-WORK.
           05  WS-AJ-BEFORE        PIC S9(9)V99.
           05  WS-ORIG-ESCROW-FLAG PIC X.
           05  WS-REF-EOF-SW       PIC X.

      *****************************************************************
      * AUTOPAY ENROLLMENT BEHIND A RETURNED MORTGAGE DRAFT. TWO NSF
      * RETURNS SUSPEND THE ENROLLMENT.
      *****************************************************************
       01  WS-AUTOPAY-WORK.
           05  WS-AP-MORTGAGE-ID   PIC X(20).
           05  WS-AP-FOUND         PIC X.
           05  WS-AP-EOF-SW        PIC X.
           05  WS-AP-NOTE          PIC X(100).
           05  WS-AP-LATEST        PIC X(88).
       01  WS-AUTOPAY-NSF-LIMIT    PIC 9 VALUE 2.

       01  WS-NSF-FEE              PIC 9(5)V99 VALUE 25.00.
       01  WS-LIMIT-EOF-SW         PIC X VALUE 'N'.
           88  WS-LIMIT-END-OF-FILE VALUE 'Y'.
           05  FILLER              PIC X(10) VALUE "  TOTAL: ".
           05  WS-SUM-TOTAL        PIC Z(9)9.99.

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
           END-IF

           PERFORM READ-NSF-FEE-LIMIT
           PERFORM CHECK-INBOUND-FILE

           IF WS-INBOUND-RC NOT = '00' AND WS-INBOUND-RC NOT = '10'
               PERFORM WRITE-INBOUND-REJECTION
               MOVE 8 TO RETURN-CODE
               CLOSE RETURNS-REPORT
               STOP RUN
           END-IF

           PERFORM PROCESS-RETURN-FILE

           IF WS-INBOUND-RC = '00'
               PERFORM REGISTER-INBOUND-FILE
           END-IF

           PERFORM WRITE-RETURNS-SUMMARY
           CLOSE RETURNS-REPORT
           STOP RUN.
           PERFORM READ-RETURN-LINE
           PERFORM UNTIL WS-END-OF-FILE
               IF BANK-RETURN-LINE NOT = SPACES
                       AND BANK-RETURN-LINE(1:4) NOT = "HDR|"
                       AND BANK-RETURN-LINE(1:4) NOT = "TRL|"
                   PERFORM PROCESS-ONE-RETURN
               END-IF
               PERFORM READ-RETURN-LINE
           END-EVALUATE

           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO WS-AP-NOTE
           IF WS-ALREADY-RETURNED = 'N' AND WS-ORIG-FOUND = 'Y'
                   AND WS-ORIG-TYPE = "MTGPAYMENT"
               PERFORM NOTE-AUTOPAY-RETURN
           END-IF

           IF WS-AP-NOTE NOT = SPACES
               MOVE WS-AP-NOTE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

      *****************************************************************
      * A RETURNED MTGPAYMENT IS AN AUTOPAY DRAFT ONLY WHEN ITS
      * PAYMENT-ID IS ON AUTODRAFT.DAT - A BORROWER'S OWN BOUNCED
      * PAYMENT LEAVES THE ENROLLMENT ALONE. EVERY RETURN THIS JOB
      * REVERSES CARRIES THE NSF FEE, SO EVERY RETURNED DRAFT COUNTS.
      * THE LATEST ENROLLMENT IS RE-APPENDED WITH THE COUNT RAISED,
      * AND SUSPENDED ONCE THE COUNT REACHES THE LIMIT. A STOPPED OR
      * ALREADY SUSPENDED ENROLLMENT IS LEFT AS IT IS.
      *****************************************************************
       NOTE-AUTOPAY-RETURN.
           MOVE SPACES TO WS-AP-MORTGAGE-ID
           MOVE 'N' TO WS-AP-EOF-SW
           OPEN INPUT AUTO-DRAFT-FILE

           IF WS-DRAFT-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-AP-EOF-SW = 'Y'
               READ AUTO-DRAFT-FILE
                   AT END
                       MOVE 'Y' TO WS-AP-EOF-SW
                   NOT AT END
                       IF AD-PAYMENT-ID = WS-ORIG-PAYMENT-ID
                           MOVE AD-MORTGAGE-ID TO WS-AP-MORTGAGE-ID
                           MOVE 'Y' TO WS-AP-EOF-SW
                       END-IF
               END-READ
           END-PERFORM

           CLOSE AUTO-DRAFT-FILE

           IF WS-AP-MORTGAGE-ID = SPACES
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-LATEST-ENROLLMENT

           IF WS-AP-FOUND = 'N'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-AP-LATEST TO AUTOPAY-RECORD
           IF NOT AP-ACTIVE
               EXIT PARAGRAPH
           END-IF

           IF AP-NSF-COUNT < 9
               ADD 1 TO AP-NSF-COUNT
           END-IF

           IF AP-NSF-COUNT >= WS-AUTOPAY-NSF-LIMIT
               MOVE 'S' TO AP-STATUS
               STRING WS-YEAR WS-MONTH WS-DAY
                      DELIMITED BY SIZE
                      INTO AP-STATUS-DATE
               STRING "  AUTOPAY SUSPENDED - MORTGAGE "
                      AP-MORTGAGE-ID
                      DELIMITED BY SIZE
                      INTO WS-AP-NOTE
           ELSE
               STRING "  AUTOPAY NSF " AP-NSF-COUNT
                      " - MORTGAGE " AP-MORTGAGE-ID
                      DELIMITED BY SIZE
                      INTO WS-AP-NOTE
           END-IF

           STRING WS-YEAR WS-MONTH WS-DAY
                  WS-HOUR WS-MINUTE WS-SECOND
                  DELIMITED BY SIZE
                  INTO AP-TIMESTAMP

           OPEN EXTEND AUTOPAY-FILE
           WRITE AUTOPAY-RECORD
           CLOSE AUTOPAY-FILE.

       FIND-LATEST-ENROLLMENT.
           MOVE 'N' TO WS-AP-FOUND
           MOVE 'N' TO WS-AP-EOF-SW
           OPEN INPUT AUTOPAY-FILE

           IF WS-AUTOPAY-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-AP-EOF-SW = 'Y'
               READ AUTOPAY-FILE
                   AT END
                       MOVE 'Y' TO WS-AP-EOF-SW
                   NOT AT END
                       IF AP-MORTGAGE-ID = WS-AP-MORTGAGE-ID
                           MOVE 'Y' TO WS-AP-FOUND
                           MOVE AUTOPAY-RECORD TO WS-AP-LATEST
                       END-IF
               END-READ
           END-PERFORM

           CLOSE AUTOPAY-FILE.

      *****************************************************************
      * WALKS EVERY PAYMENT-FILE RECORD SHARING THE RETURNED
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
           MOVE "CHECK|BANKRET" TO WS-INBOUND-REQUEST

           CALL "INBOUND-CHECK" USING WS-INBOUND-REQUEST
                                      WS-INBOUND-RESPONSE

           MOVE SPACES TO WS-INBOUND-RESULT
           UNSTRING WS-INBOUND-RESPONSE DELIMITED BY '|'
               INTO WS-INBOUND-RC
                    WS-INBOUND-MESSAGE.

       REGISTER-INBOUND-FILE.
           MOVE SPACES TO WS-INBOUND-REQUEST
           MOVE SPACES TO WS-INBOUND-RESPONSE
           MOVE "REGISTER|BANKRET" TO WS-INBOUND-REQUEST

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
      * DATE ALREADY LOADED IN WORKING-STORAGE STANDING, SO
      * STANDALONE RUNS ON AN INSTALL WITHOUT BUSDATE.DAT KEEP
