      * STALEDAYS LIMIT FROM PAYLIMITS.DAT (COMPILED DEFAULT 3) GOES
      * TO THE EXCEPTION SECTION OF BANKRECON.RPT. ANY LEG OF THE
      * THREE-WAY COMPARE THAT DISAGREES FAILS THE RUN WITH A NONZERO
      * RETURN CODE SO BATCH-DRIVER FLAGS IT. THE STATEMENT MUST CARRY
      * THE HDR/TRL CONTROL RECORDS INBOUND-CHECK PROVES; A REFUSED
      * STATEMENT (SHORT, OUT OF BALANCE WITH ITS TRAILER, OR ALREADY
      * RECONCILED) IS NOT RECONCILED AT ALL AND ENDS THE RUN RC 8.
      * THE RECONCILED POSITION - EACH ACCOUNT'S BANK CLOSING BALANCE
      * (THE BOOK BALANCE WHEN THE STATEMENT CARRIED NO BAL LINE FOR
      * IT) AND EVERY CLIENT LEDGER - IS REWRITTEN TO BANKBAL.DAT FOR
      * CASH-FORECAST TO PROJECT FORWARD FROM.
      *****************************************************************

       ENVIRONMENT DIVISION.
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

           SELECT BANK-BALANCE-FILE ASSIGN TO "BANKBAL.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-BAL-STATUS.


           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE.DAT"
                  ORGANIZATION IS SEQUENTIAL
       FD  RECON-REPORT.
       01  REPORT-LINE             PIC X(100).

      *****************************************************************
      * RECONCILED BALANCES AS OF THE RUN - REWRITTEN WHOLE EVERY RUN
      * LIKE BANKOPEN.DAT. ONE 'A' RECORD EACH FOR OPERATING AND
      * TRUST, THEN ONE 'L' RECORD PER TRUST SUB-ACCOUNT CARRYING ITS
      * CLIENT LEDGER POSITION. BB-SOURCE SAYS WHETHER AN ACCOUNT
      * FIGURE IS THE BANK'S ('B') OR FELL BACK TO THE BOOKS ('K');
      * BB-AGREED IS 'N' WHEN THAT ACCOUNT'S LEGS DID NOT AGREE.
      *****************************************************************
       FD  BANK-BALANCE-FILE.
       01  BANK-BALANCE-RECORD.
           05  BB-RECORD-TYPE      PIC X.
               88  BB-ACCOUNT-TOTAL    VALUE 'A'.
               88  BB-CLIENT-LEDGER    VALUE 'L'.
           05  BB-ACCOUNT-ID       PIC X(20).
           05  BB-BALANCE          PIC S9(11)V99.
           05  BB-SOURCE           PIC X.
               88  BB-FROM-BANK        VALUE 'B'.
               88  BB-FROM-BOOK        VALUE 'K'.
           05  BB-AGREED           PIC X.
           05  BB-RECON-DATE       PIC 9(8).


      *****************************************************************
      * SYSTEM-WIDE BUSINESS PROCESSING DATE, MAINTAINED BY THE
       01  WS-OPEN-STATUS          PIC XX.
       01  WS-LIMIT-STATUS         PIC XX.
       01  WS-RPT-STATUS           PIC XX.
       01  WS-BAL-STATUS           PIC XX.
       01  WS-EOF-SWITCH           PIC X VALUE 'N'.
           88  WS-END-OF-FILE      VALUE 'Y'.
       01  WS-ACCT-EOF-SW          PIC X VALUE 'N'.
           05  FILLER              PIC X(9)  VALUE "  STALE: ".
           05  WS-SUM-STALE        PIC ZZ,ZZ9.

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
           PERFORM INITIALIZE-RECON
           PERFORM READ-CONTROL-LIMITS
           PERFORM OPEN-RECON-REPORT
           PERFORM CHECK-INBOUND-FILE

           IF WS-INBOUND-RC NOT = '00' AND WS-INBOUND-RC NOT = '10'
               PERFORM WRITE-INBOUND-REJECTION
               CLOSE RECON-REPORT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LOAD-CARRIED-OPEN-ITEMS
           PERFORM LOAD-BANK-STATEMENT
           PERFORM BUILD-TRUST-BALANCES
           PERFORM WRITE-THREE-WAY-COMPARE
           PERFORM WRITE-EXCEPTION-SECTION
           PERFORM REWRITE-OPEN-ITEM-FILE
           PERFORM REWRITE-BANK-BALANCE-FILE

           IF WS-INBOUND-RC = '00'
               PERFORM REGISTER-INBOUND-FILE
           END-IF

           PERFORM WRITE-RECON-SUMMARY
           CLOSE RECON-REPORT

           PERFORM READ-STMT-LINE
           PERFORM UNTIL WS-END-OF-FILE
               IF BANK-STMT-LINE NOT = SPACES
                       AND BANK-STMT-LINE(1:4) NOT = "HDR|"
                       AND BANK-STMT-LINE(1:4) NOT = "TRL|"
                   PERFORM LOAD-ONE-STMT-LINE
               END-IF
               PERFORM READ-STMT-LINE

           CLOSE OPEN-ITEM-FILE.

      *****************************************************************
      * THE STARTING POSITION CASH-FORECAST PROJECTS FROM. THE TRUST
      * ACCOUNT AGREES WHEN EVERY LEG PRESENT MATCHES; OPERATING
      * AGREES WHEN THE BANK MATCHES THE BOOKS OR SENT NO BALANCE.
      *****************************************************************
       REWRITE-BANK-BALANCE-FILE.
           OPEN OUTPUT BANK-BALANCE-FILE

           IF WS-BAL-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           INITIALIZE BANK-BALANCE-RECORD
           MOVE 'A' TO BB-RECORD-TYPE
           MOVE "OPERATING" TO BB-ACCOUNT-ID
           MOVE 'Y' TO BB-AGREED
           IF WS-BANK-OPER-SEEN = 'Y'
               MOVE WS-BANK-OPER-BAL TO BB-BALANCE
               MOVE 'B' TO BB-SOURCE
               IF WS-BANK-OPER-BAL NOT = WS-BOOK-OPER-BAL
                   MOVE 'N' TO BB-AGREED
               END-IF
           ELSE
               MOVE WS-BOOK-OPER-BAL TO BB-BALANCE
               MOVE 'K' TO BB-SOURCE
           END-IF
           MOVE WS-TODAY-DATE TO BB-RECON-DATE
           WRITE BANK-BALANCE-RECORD

           INITIALIZE BANK-BALANCE-RECORD
           MOVE 'A' TO BB-RECORD-TYPE
           MOVE "TRUST" TO BB-ACCOUNT-ID
           MOVE 'Y' TO BB-AGREED
           IF WS-BOOK-TRUST-BAL NOT = WS-LEDGER-TRUST-BAL
               MOVE 'N' TO BB-AGREED
           END-IF
           IF WS-BANK-TRUST-SEEN = 'Y'
               MOVE WS-BANK-TRUST-BAL TO BB-BALANCE
               MOVE 'B' TO BB-SOURCE
               IF WS-BANK-TRUST-BAL NOT = WS-BOOK-TRUST-BAL
                   MOVE 'N' TO BB-AGREED
               END-IF
           ELSE
               MOVE WS-BOOK-TRUST-BAL TO BB-BALANCE
               MOVE 'K' TO BB-SOURCE
           END-IF
           MOVE WS-TODAY-DATE TO BB-RECON-DATE
           WRITE BANK-BALANCE-RECORD

           PERFORM VARYING WS-TRUST-IDX FROM 1 BY 1
                   UNTIL WS-TRUST-IDX > WS-TRUST-COUNT-USED
               INITIALIZE BANK-BALANCE-RECORD
               MOVE 'L' TO BB-RECORD-TYPE
               MOVE WS-TRS-ACCOUNT(WS-TRUST-IDX) TO BB-ACCOUNT-ID
               MOVE WS-TRS-LEDGER-BAL(WS-TRUST-IDX) TO BB-BALANCE
               MOVE 'K' TO BB-SOURCE
               MOVE 'Y' TO BB-AGREED
               IF WS-TRS-LEDGER-BAL(WS-TRUST-IDX)
                       NOT = WS-TRS-BOOK-BAL(WS-TRUST-IDX)
                   MOVE 'N' TO BB-AGREED
               END-IF
               MOVE WS-TODAY-DATE TO BB-RECON-DATE
               WRITE BANK-BALANCE-RECORD
           END-PERFORM

           CLOSE BANK-BALANCE-FILE.

       WRITE-RECON-SUMMARY.
           MOVE WS-MATCHED-COUNT TO WS-SUM-MATCHED
           MOVE WS-OPEN-COUNT TO WS-SUM-OPEN
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
           MOVE "CHECK|BANKSTMT" TO WS-INBOUND-REQUEST

           CALL "INBOUND-CHECK" USING WS-INBOUND-REQUEST
                                      WS-INBOUND-RESPONSE

           MOVE SPACES TO WS-INBOUND-RESULT
           UNSTRING WS-INBOUND-RESPONSE DELIMITED BY '|'
               INTO WS-INBOUND-RC
                    WS-INBOUND-MESSAGE.

       REGISTER-INBOUND-FILE.
           MOVE SPACES TO WS-INBOUND-REQUEST
           MOVE SPACES TO WS-INBOUND-RESPONSE
           MOVE "REGISTER|BANKSTMT" TO WS-INBOUND-REQUEST

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
