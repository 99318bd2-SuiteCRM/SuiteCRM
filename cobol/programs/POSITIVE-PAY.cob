      * VENDORPAY.DAT, BUT THE BANK NEVER RECEIVED AN ISSUE FILE - A
      * FORGED CHECK AGAINST THE TRUST ACCOUNT WOULD SAIL THROUGH.
      * THIS JOB RUNS RIGHT AFTER THE DISBURSEMENT STEP AND:
      *   1. REGISTERS EVERY CHECK-METHOD INSTRUCTION FROM THE RUN -
      *      AND EVERY AGENT COMMISSION CHECK AGENT-PAYOUT CUT ON
      *      AGTCHECK.DAT FOR AGENTS NOT YET PAID BY ACH, AND EVERY
      *      CHECK-METHOD OWNER OR REPAIR VENDOR PAYMENT OWNER-DISBURSE
      *      CUT ON OWNERPAY.DAT - ON
      *      THE APPEND-ONLY CHECK REGISTER CHECKREG.DAT (LATEST STATE
      *      WINS PER CHECK NUMBER, SAME LEDGER PATTERN AS COMMLEDGER)
      *      UNDER A CHECK NUMBER DRAWN FROM THE PERSISTED CHECKSEQ
      * AN INSTRUCTION ALREADY REGISTERED FOR THE SAME PAYEE, AMOUNT
      * AND RUN DATE IS SKIPPED, SO A RERUN NEVER ISSUES THE SAME
      * CHECK TWICE. EXCEPTIONS FAIL THE RUN WITH A NONZERO RETURN
      * CODE SO BATCH-DRIVER FLAGS THEM. A VENDOR INSTRUCTION WHOSE
      * METHOD, ROUTING OR ACCOUNT NO LONGER MATCHES THE VERIFIED
      * VENDOR MASTER IS HELD - NOT REGISTERED, LISTED ON THE REPORT
      * - SINCE ONLY A CALL-BACK-VERIFIED CHANGE REACHES THE MASTER.
      * THE PAID-ITEM RETURN FILE MUST CARRY THE HDR/TRL CONTROL
      * RECORDS INBOUND-CHECK PROVES; A REFUSED FILE IS NOT MATCHED
      * (THE ISSUE EXPORT STILL GOES OUT) AND COUNTS AS AN EXCEPTION.
      *****************************************************************

       ENVIRONMENT DIVISION.
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-VPAY-STATUS.

           SELECT AGENT-CHECK-FILE ASSIGN TO "AGTCHECK.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-AGTCHK-STATUS.

           SELECT OWNER-CHECK-FILE ASSIGN TO "OWNERPAY.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-OWNCHK-STATUS.

           SELECT CHECK-REGISTER ASSIGN TO "CHECKREG.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
       DATA DIVISION.
       FILE SECTION.
       FD  VENDOR-PAY-FILE.
       01  VENDOR-PAY-FILE-RECORD  PIC X(122).

      *****************************************************************
      * AGENT COMMISSION CHECKS FROM AGENT-PAYOUT.COB, IN THE SAME
      * LAYOUT AS VENDORPAY.DAT - READ INTO THE SAME INSTRUCTION
      * RECORD AND REGISTERED EXACTLY LIKE A VENDOR CHECK.
      *****************************************************************
       FD  AGENT-CHECK-FILE.
       01  AGENT-CHECK-RECORD      PIC X(122).

      *****************************************************************
      * OWNER AND REPAIR VENDOR PAYMENTS FROM THE MONTHLY RENTAL
      * DISBURSEMENT, ALSO IN THE VENDORPAY.DAT LAYOUT.
      *****************************************************************
       FD  OWNER-CHECK-FILE.
       01  OWNER-CHECK-RECORD      PIC X(122).

      *****************************************************************
      * APPEND-ONLY CHECK REGISTER. ONE 'I' RECORD PER CHECK ISSUED;
      * THE RETURN-FILE MATCH APPENDS A 'C' CLEARED OR 'E' EXCEPTION
      * FOLLOW-UP UNDER THE SAME CHECK NUMBER - LATEST STATE WINS. THE
      * ESCHEAT JOB APPENDS A 'V' VOID FOR A CHECK TURNED OVER TO THE
      * STATE AS UNCLAIMED PROPERTY.
      *****************************************************************
       FD  CHECK-REGISTER.
       01  CHECK-REGISTER-RECORD.
       WORKING-STORAGE SECTION.
       01  WS-BUSDATE-STATUS       PIC XX.
       01  WS-VPAY-STATUS          PIC XX.
       01  WS-AGTCHK-STATUS        PIC XX.
       01  WS-OWNCHK-STATUS        PIC XX.
       01  WS-REG-STATUS           PIC XX.
       01  WS-SEQ-STATUS           PIC XX.
       01  WS-EXPORT-STATUS        PIC XX.
       01  WS-TODAY-DATE           PIC 9(8).
       01  WS-TODAY-INT            PIC 9(7).

      *****************************************************************
      * THE PAYMENT INSTRUCTION BEING REGISTERED - A VENDORPAY.DAT OR
      * AGTCHECK.DAT RECORD, BOTH READ INTO THIS ONE LAYOUT.
      *****************************************************************
       01  VENDOR-PAY-RECORD.
           05  VP-PAYEE-ID         PIC X(20).
           05  VP-PAYEE-NAME       PIC X(40).
           05  VP-PAY-METHOD       PIC X(10).
           05  VP-BANK-ROUTING     PIC X(9).
           05  VP-BANK-ACCOUNT     PIC X(17).
           05  VP-AMOUNT           PIC 9(11)V99.
           05  VP-ITEM-COUNT       PIC 9(5).
           05  VP-RUN-DATE         PIC 9(8).

       01  WS-FOUND-SWITCH         PIC X.
       01  WS-INSTR-HELD-SW        PIC X.

       01  WS-RETURN-FIELDS.
           05  WS-RET-CHECK-X      PIC X(8).
           05  WS-ISSUED-COUNT     PIC 9(5) VALUE ZERO.
           05  WS-CLEARED-COUNT    PIC 9(5) VALUE ZERO.
           05  WS-EXCEPTION-COUNT  PIC 9(5) VALUE ZERO.
           05  WS-HELD-COUNT       PIC 9(5) VALUE ZERO.
           05  WS-OUTSTANDING-CNT  PIC 9(5) VALUE ZERO.
           05  WS-EXCEPTION-NOTE   PIC X(30).

           05  WS-SUM-OUTSTANDING  PIC ZZ,ZZ9.
           05  FILLER              PIC X(14) VALUE "  EXCEPTIONS: ".
           05  WS-SUM-EXCEPTIONS   PIC ZZ,ZZ9.
           05  FILLER              PIC X(8)  VALUE "  HELD: ".
           05  WS-SUM-HELD         PIC ZZ,ZZ9.

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

           PERFORM OPEN-POSPAY-REPORT
           PERFORM REBUILD-REGISTER-WORK-FILE
           PERFORM REGISTER-RUN-INSTRUCTIONS
           PERFORM REGISTER-AGENT-CHECKS
           PERFORM REGISTER-OWNER-CHECKS
           PERFORM WRITE-ISSUE-EXPORT
           PERFORM CHECK-INBOUND-FILE

           IF WS-INBOUND-RC NOT = '00' AND WS-INBOUND-RC NOT = '10'
               PERFORM WRITE-INBOUND-REJECTION
               ADD 1 TO WS-EXCEPTION-COUNT
           ELSE
               PERFORM MATCH-RETURN-FILE
               IF WS-INBOUND-RC = '00'
                   PERFORM REGISTER-INBOUND-FILE
               END-IF
           END-IF

           PERFORM WRITE-OUTSTANDING-AGING
           PERFORM WRITE-POSPAY-SUMMARY
           CLOSE CHECK-WORK-FILE
           PERFORM READ-VENDOR-PAY-RECORD
           PERFORM UNTIL WS-END-OF-FILE
               IF VP-PAY-METHOD = "CHECK"
                   PERFORM CHECK-VERIFIED-INSTRUCTION
                   IF WS-INSTR-HELD-SW = 'Y'
                       PERFORM WRITE-HELD-INSTRUCTION
                   ELSE
                       PERFORM REGISTER-ONE-INSTRUCTION
                   END-IF
               END-IF
               PERFORM READ-VENDOR-PAY-RECORD
           END-PERFORM
           CLOSE VENDOR-PAY-FILE
           MOVE 'N' TO WS-EOF-SWITCH.

      *****************************************************************
      * THE INSTRUCTION MUST CARRY THE SAME METHOD, ROUTING AND
      * ACCOUNT AS THE VENDOR MASTER - WHICH ONLY EVER HOLDS DETAILS
      * THAT CLEARED THEIR CALL-BACK. ANYTHING ELSE DID NOT COME FROM
      * VERIFIED INSTRUCTIONS AND IS HELD. A PAYEE NOT ON THE MASTER,
      * OR NO MASTER AT ALL, HAS NOTHING TO COMPARE AND REGISTERS.
      *****************************************************************
       CHECK-VERIFIED-INSTRUCTION.
           MOVE 'N' TO WS-INSTR-HELD-SW

           OPEN INPUT VENDOR-MASTER

           IF WS-VENDOR-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE VP-PAYEE-ID TO VM-PAYEE-ID
           READ VENDOR-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF VM-PAY-METHOD NOT = VP-PAY-METHOD
                           OR VM-BANK-ROUTING NOT = VP-BANK-ROUTING
                           OR VM-BANK-ACCOUNT NOT = VP-BANK-ACCOUNT
                       MOVE 'Y' TO WS-INSTR-HELD-SW
                   END-IF
           END-READ

           CLOSE VENDOR-MASTER.

       WRITE-HELD-INSTRUCTION.
           MOVE SPACES TO REPORT-LINE
           STRING "HELD - INSTRUCTION DIFFERS FROM VERIFIED MASTER: "
                  VP-PAYEE-ID
                  DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           ADD 1 TO WS-HELD-COUNT.

      *****************************************************************
      * AGENT CHECKS ARE ALL CHECK-METHOD BY DEFINITION. NO FILE MEANS
      * AGENT-PAYOUT HAS NOT RUN OR PAID EVERYONE BY ACH.
      *****************************************************************
       REGISTER-AGENT-CHECKS.
           OPEN INPUT AGENT-CHECK-FILE

           IF WS-AGTCHK-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-END-OF-FILE
               READ AGENT-CHECK-FILE INTO VENDOR-PAY-RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       PERFORM REGISTER-ONE-INSTRUCTION
               END-READ
           END-PERFORM

           CLOSE AGENT-CHECK-FILE
           MOVE 'N' TO WS-EOF-SWITCH.

      *****************************************************************
      * OWNER-DISBURSE MIXES CHECK AND ACH PAYEES ON ONE FILE, SO ONLY
      * THE CHECK-METHOD INSTRUCTIONS ARE REGISTERED, WITH THE SAME
      * VERIFIED-MASTER COMPARISON AS THE VENDOR FILE.
      *****************************************************************
       REGISTER-OWNER-CHECKS.
           OPEN INPUT OWNER-CHECK-FILE

           IF WS-OWNCHK-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-END-OF-FILE
               READ OWNER-CHECK-FILE INTO VENDOR-PAY-RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF VP-PAY-METHOD = "CHECK"
                           PERFORM CHECK-VERIFIED-INSTRUCTION
                           IF WS-INSTR-HELD-SW = 'Y'
                               PERFORM WRITE-HELD-INSTRUCTION
                           ELSE
                               PERFORM REGISTER-ONE-INSTRUCTION
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE OWNER-CHECK-FILE
           MOVE 'N' TO WS-EOF-SWITCH.

       READ-VENDOR-PAY-RECORD.
           READ VENDOR-PAY-FILE INTO VENDOR-PAY-RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           PERFORM READ-RETURN-LINE
           PERFORM UNTIL WS-END-OF-FILE
               IF POSPAY-RETURN-LINE NOT = SPACES
                       AND POSPAY-RETURN-LINE(1:4) NOT = "HDR|"
                       AND POSPAY-RETURN-LINE(1:4) NOT = "TRL|"
                   PERFORM MATCH-ONE-PAID-ITEM
               END-IF
               PERFORM READ-RETURN-LINE
           MOVE WS-CLEARED-COUNT TO WS-SUM-CLEARED
           MOVE WS-OUTSTANDING-CNT TO WS-SUM-OUTSTANDING
           MOVE WS-EXCEPTION-COUNT TO WS-SUM-EXCEPTIONS
           MOVE WS-HELD-COUNT TO WS-SUM-HELD
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
           MOVE "CHECK|POSPAYRET" TO WS-INBOUND-REQUEST

           CALL "INBOUND-CHECK" USING WS-INBOUND-REQUEST
                                      WS-INBOUND-RESPONSE

           MOVE SPACES TO WS-INBOUND-RESULT
           UNSTRING WS-INBOUND-RESPONSE DELIMITED BY '|'
               INTO WS-INBOUND-RC
                    WS-INBOUND-MESSAGE.

       REGISTER-INBOUND-FILE.
           MOVE SPACES TO WS-INBOUND-REQUEST
           MOVE SPACES TO WS-INBOUND-RESPONSE
           MOVE "REGISTER|POSPAYRET" TO WS-INBOUND-REQUEST

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
