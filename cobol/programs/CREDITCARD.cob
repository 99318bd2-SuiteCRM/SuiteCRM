                  RECORD KEY IS OP-OPERATOR-ID
                  FILE STATUS IS WS-OPER-STATUS.

           SELECT DEAL-CANCEL-FILE ASSIGN TO "DEALCANCEL.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-DCANCEL-STATUS.

           SELECT RELEASE-OPER-LOG ASSIGN TO "ESCRELOG.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-RELOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CARD-FILE.
               88  CL-EARNED           VALUE 'E'.
               88  CL-PAID             VALUE 'P'.
               88  CL-RETAINED         VALUE 'R'.
               88  CL-REVERSED         VALUE 'X'.
               88  CL-CLAWBACK-OPEN    VALUE 'C' 'N'.
               88  CL-CLAWBACK-CLEARED VALUE 'K'.
               88  CL-HELD             VALUE 'H'.
               88  CL-RELEASED         VALUE 'L'.
           05  CL-SHARE-TYPE           PIC X.
               88  CL-AGENT-SHARE      VALUE 'A' ' '.
               88  CL-OFFICE-SHARE     VALUE 'O'.
           05  OM-AGENT-SPLIT-PCT  PIC 99V99.
           05  OM-OFFICE-SPLIT-PCT PIC 99V99.
           05  OM-HOUSE-SPLIT-PCT  PIC 99V99.
           05  OM-MANAGER-AGENT-ID PIC X(20).

      *****************************************************************
      * DEAL PIPELINE MASTER - THE ONE RECORD THAT TIES A DEAL'S
           05  OP-APPROVE-LIMIT    PIC 9(9)V99.
           05  OP-LOAD-TIMESTAMP   PIC 9(14).

      *****************************************************************
      * APPEND-ONLY FALL-THROUGH LOG. ONE RECORD PER CANCELLED DEAL,
      * WRITTEN BY THE "CANCEL" REQUEST AFTER THE EARNEST HOLD, THE
      * COMMISSION LEDGER AND THE DEAL MASTER HAVE BEEN UNWOUND.
      * DEAL-PIPELINE AND CRITICAL-DATES READ IT BACK FOR THE
      * FALL-THROUGH COUNTS BY OFFICE AND REASON.
      *****************************************************************
       FD  DEAL-CANCEL-FILE.
       01  DEAL-CANCEL-RECORD.
           05  DC-DEAL-ID          PIC X(20).
           05  DC-PROPERTY-ID      PIC X(20).
           05  DC-OFFICE-ID        PIC X(20).
           05  DC-LIST-AGENT-ID    PIC X(20).
           05  DC-REASON-CODE      PIC X(10).
           05  DC-DISPOSITION      PIC X(8).
           05  DC-HOLD-AMOUNT      PIC 9(7)V99.
           05  DC-BUYER-AMOUNT     PIC 9(7)V99.
           05  DC-SELLER-AMOUNT    PIC 9(7)V99.
           05  DC-CLAWBACK-AMOUNT  PIC 9(7)V99.
           05  DC-OPERATOR-ID      PIC X(20).
           05  DC-PRIOR-MILESTONE  PIC X(12).
           05  DC-TIMESTAMP        PIC 9(14).

      *****************************************************************
      * APPEND-ONLY LOG OF WHO RELEASED EACH EARNEST HOLD. THE ESCROW
      * LEDGER ITSELF CARRIES NO OPERATOR, SO EVERY OPERATOR-DRIVEN
      * RELEASE OR CANCELLATION WRITES ONE RECORD HERE FOR THE
      * QUARTERLY ACCESS REVIEW. A VOID'S AUTOMATIC RELEASE HAS NO
      * OPERATOR AND IS NOT LOGGED.
      *****************************************************************
       FD  RELEASE-OPER-LOG.
       01  RELEASE-OPER-RECORD.
           05  RL-ESCROW-ID        PIC X(20).
           05  RL-PROPERTY-ID      PIC X(20).
           05  RL-OPERATOR-ID      PIC X(20).
           05  RL-RELEASE-TYPE     PIC X(8).
           05  RL-AMOUNT           PIC 9(9)V99.
           05  RL-TIMESTAMP        PIC 9(14).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS          PIC XX.
       01  WS-TRANS-STATUS         PIC XX.
       01  WS-TOKSEQ-STATUS        PIC XX.
       01  WS-COMM-TODAY-DATE      PIC 9(8).
       01  WS-COMM-LICENSE-REJECTED PIC X VALUE 'N'.
       01  WS-COMM-AGENT-DEPARTED  PIC X VALUE 'N'.
       01  WS-OPER-STATUS          PIC XX.
       01  WS-DCANCEL-STATUS       PIC XX.
       01  WS-RELOG-STATUS         PIC XX.
       01  WS-RELEASE-TYPE         PIC X(8).

       01  WS-OPERATOR-CHECK.
           05  WS-CHECK-OPERATOR-ID PIC X(20).
               88  TRANS-NOT-FOUND VALUE '12'.
               88  NOT-REVERSIBLE  VALUE '13'.
               88  OPER-REJECTED   VALUE '14'.
               88  NO-OPEN-DEAL    VALUE '15'.
               88  INVALID-REASON  VALUE '16'.
           05  WS-TRANS-ID         PIC X(20).
           05  WS-AUTH-CODE        PIC X(6).
           05  WS-RESPONSE-MSG     PIC X(50).
           05  WS-TODAY-DATE       PIC 9(8).
           05  WS-LOG-ORIGINAL-ID  PIC X(20).

      *****************************************************************
      * DEAL CANCELLATION WORK AREA. A "CANCEL" REQUEST REUSES THE
      * RELEASE REQUEST SLOTS - AMOUNT IS THE SELLER'S FORFEIT SHARE,
      * BUYER-REFUND THE BUYER'S SHARE, ORIGINAL-TRANS-ID THE
      * APPROVING OPERATOR - AND CARRIES THE FALL-THROUGH REASON IN
      * THE BILLING-ZIP SLOT. THE REASON MUST BE ONE OF THE CODES IN
      * THE TABLE BELOW SO THE FALL-THROUGH COUNTS STAY COMPARABLE.
      *****************************************************************
       01  WS-CANCEL-WORK.
           05  WS-CANCEL-REASON    PIC X(10).
           05  WS-CANCEL-DEAL-ID   PIC X(20).
           05  WS-CANCEL-AGENT-ID  PIC X(20).
           05  WS-CANCEL-OFFICE-ID PIC X(20).
           05  WS-CANCEL-MILESTONE PIC X(12).
           05  WS-CANCEL-OPEN-TS   PIC 9(14).
           05  WS-CANCEL-DISPOSITION PIC X(8).
           05  WS-CANCEL-HOLD-AMT  PIC 9(7)V99.
           05  WS-CLAWBACK-TOTAL   PIC 9(7)V99.
           05  WS-REASON-VALID-SW  PIC X.
           05  WS-REASON-IDX       PIC 99.
           05  WS-CLAW-EOF-SW      PIC X.
               88  WS-CLAW-END-OF-FILE VALUE 'Y'.
           05  WS-CLAW-COUNT-USED  PIC 999 VALUE ZERO.
           05  WS-CLAW-IDX         PIC 999.
           05  WS-CLAW-FOUND-IDX   PIC 999.

       01  WS-CANCEL-REASON-TABLE.
           05  FILLER              PIC X(10) VALUE "FINANCING".
           05  FILLER              PIC X(10) VALUE "INSPECTION".
           05  FILLER              PIC X(10) VALUE "APPRAISAL".
           05  FILLER              PIC X(10) VALUE "TITLE".
           05  FILLER              PIC X(10) VALUE "BUYERWALK".
           05  FILLER              PIC X(10) VALUE "SELLERWALK".
           05  FILLER              PIC X(10) VALUE "OTHER".
       01  WS-CANCEL-REASONS REDEFINES WS-CANCEL-REASON-TABLE.
           05  WS-CANCEL-REASON-CODE PIC X(10) OCCURS 7 TIMES.

      *****************************************************************
      * LATEST STATE OF EVERY COMMISSION LEDGER LINE POSTED AGAINST
      * THE CANCELLED DEAL - SAME KEEP-THE-LAST-MATCH PASS AS
      * AGENT-PAYOUT'S LEDGER TABLE, LIMITED TO ONE PROPERTY.
      *****************************************************************
       01  WS-CLAWBACK-TABLE.
           05  WS-CLAW-ENTRY OCCURS 100 TIMES.
               10  WS-CLAW-LEDGER-ID   PIC X(20).
               10  WS-CLAW-AGENT-ID    PIC X(20).
               10  WS-CLAW-AMOUNT      PIC 9(7)V99.
               10  WS-CLAW-STATUS      PIC X.
               10  WS-CLAW-SHARE       PIC X.

      *****************************************************************
      * LISTING REVERSION GOES THROUGH MAINFRAME.COB'S "LISTING-STATUS"
      * REQUEST SO THE PENDING-TO-ACTIVE MOVE IS POLICED BY THE SAME
      * STATUS TRANSITION TABLE AND AUDIT TRAIL AS A CRM SYNC.
      *****************************************************************
       01  WS-LISTING-REQUEST.
           05  WS-LSTREQ-TYPE      PIC X(20) VALUE "LISTING-STATUS".
           05  WS-LSTREQ-DATA      PIC X(500).
       01  WS-LISTING-RESPONSE     PIC X(150).

       LINKAGE SECTION.
       01  LS-REQUEST              PIC X(130).
       01  LS-RESPONSE             PIC X(101).
                       PERFORM PROCESS-PAYMENT
                   WHEN "RELEASE"
                       PERFORM PROCESS-ESCROW-RELEASE
                   WHEN "CANCEL"
                       PERFORM PROCESS-DEAL-CANCEL
                   WHEN "VOID"
                       PERFORM PROCESS-VOID
                   WHEN "CREDIT"
           END-IF

           PERFORM WRITE-ESCROW-RELEASE
           MOVE "RELEASE" TO WS-RELEASE-TYPE
           PERFORM WRITE-RELEASE-OPER-LOG
           PERFORM STAMP-DEAL-ESCROW-RELEASE

           MOVE '00' TO WS-STATUS-CODE
           WRITE ESCROW-RECORD

           CLOSE ESCROW-FILE.

       WRITE-RELEASE-OPER-LOG.
           OPEN EXTEND RELEASE-OPER-LOG

           IF WS-RELOG-STATUS NOT = '00'
               OPEN OUTPUT RELEASE-OPER-LOG
           END-IF

           MOVE WS-HOLD-ESCROW-ID TO RL-ESCROW-ID
           MOVE WS-PROPERTY-ID TO RL-PROPERTY-ID
           MOVE WS-ORIGINAL-TRANS-ID TO RL-OPERATOR-ID
           MOVE WS-RELEASE-TYPE TO RL-RELEASE-TYPE
           MOVE WS-HOLD-AMOUNT TO RL-AMOUNT
           STRING WS-YEAR WS-MONTH WS-DAY
                  WS-HOUR WS-MINUTE WS-SECOND
                  DELIMITED BY SIZE
                  INTO RL-TIMESTAMP

           WRITE RELEASE-OPER-RECORD

           CLOSE RELEASE-OPER-LOG.
       
      *****************************************************************
      * SAME-DAY VOID OF A NOT-YET-SETTLED CHARGE. THE ORIGINAL
                   NOT AT END
                       IF DM-PROPERTY-ID = WS-PROPERTY-ID
                               AND DM-MILESTONE NOT = "CLOSED"
                               AND DM-MILESTONE NOT = "CANCELLED"
                           MOVE 'Y' TO WS-DEAL-FOUND
                       END-IF
               END-READ
                   NOT AT END
                       IF DM-PROPERTY-ID = WS-PROPERTY-ID
                               AND DM-MILESTONE NOT = "CLOSED"
                               AND DM-MILESTONE NOT = "CANCELLED"
                           MOVE 'Y' TO WS-DEAL-FOUND
                       END-IF
               END-READ

           CLOSE DEAL-MASTER.

      *****************************************************************
      * DEAL FALL-THROUGH. UNWINDS AN OPEN DEAL IN ONE REQUEST
      * INSTEAD OF HAND-FIXING FIVE FILES: THE EARNEST HOLD IS
      * DISPOSED OF THROUGH THE ORDINARY RELEASE PATH (REFUND TO THE
      * BUYER, FORFEIT TO THE SELLER, OR A SPLIT OF THE TWO), EVERY
      * COMMISSION LINE POSTED AGAINST THE DEAL IS REVERSED OR
      * CLAWED BACK, THE DEAL IS STAMPED CANCELLED, THE FALL-THROUGH
      * IS LOGGED WITH ITS REASON, AND THE LISTING GOES BACK TO
      * ACTIVE. MOVING HELD CLIENT FUNDS NEEDS THE SAME APPROVER AS
      * AN ORDINARY RELEASE.
      *****************************************************************
       PROCESS-DEAL-CANCEL.
           MOVE WS-BILLING-ZIP TO WS-CANCEL-REASON
           MOVE 'N' TO WS-REASON-VALID-SW
           PERFORM VARYING WS-REASON-IDX FROM 1 BY 1
                   UNTIL WS-REASON-IDX > 7
               IF WS-CANCEL-REASON-CODE(WS-REASON-IDX) =
                       WS-CANCEL-REASON
                   MOVE 'Y' TO WS-REASON-VALID-SW
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WS-REASON-VALID-SW = 'N'
               MOVE '16' TO WS-STATUS-CODE
               MOVE "Invalid or missing cancellation reason"
                   TO WS-RESPONSE-MSG
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ORIGINAL-TRANS-ID TO WS-CHECK-OPERATOR-ID
           COMPUTE WS-CHECK-AMOUNT = WS-AMOUNT + WS-BUYER-REFUND
           PERFORM CHECK-OPERATOR-MASTER

           EVALUATE TRUE
               WHEN WS-OPER-VALID-SW = 'N'
                   MOVE '14' TO WS-STATUS-CODE
                   MOVE "Unknown or inactive operator"
                       TO WS-RESPONSE-MSG
                   EXIT PARAGRAPH
               WHEN WS-OPER-APPROVER-SW = 'N'
                   MOVE '14' TO WS-STATUS-CODE
                   MOVE "Operator does not hold an approver role"
                       TO WS-RESPONSE-MSG
                   EXIT PARAGRAPH
               WHEN WS-OPER-LIMIT-SW = 'N'
                   MOVE '14' TO WS-STATUS-CODE
                   MOVE "Cancellation exceeds approver limit"
                       TO WS-RESPONSE-MSG
                   EXIT PARAGRAPH
           END-EVALUATE

           PERFORM FIND-OPEN-DEAL-BY-PROPERTY

           IF WS-DEAL-FOUND = 'N'
               MOVE '15' TO WS-STATUS-CODE
               MOVE "No open deal found for property"
                   TO WS-RESPONSE-MSG
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-ESCROW-HOLD

           IF WS-HOLD-FOUND = 'Y' AND WS-HOLD-RELEASED = 'N'
               MOVE WS-HOLD-AMOUNT TO WS-CANCEL-HOLD-AMT
           ELSE
               MOVE ZERO TO WS-CANCEL-HOLD-AMT
           END-IF

           IF WS-AMOUNT + WS-BUYER-REFUND NOT = WS-CANCEL-HOLD-AMT
               MOVE '10' TO WS-STATUS-CODE
               MOVE "Disbursement split does not equal held amount"
                   TO WS-RESPONSE-MSG
               EXIT PARAGRAPH
           END-IF

           EVALUATE TRUE
               WHEN WS-CANCEL-HOLD-AMT = ZERO
                   MOVE "NONE" TO WS-CANCEL-DISPOSITION
               WHEN WS-AMOUNT = ZERO
                   MOVE "REFUND" TO WS-CANCEL-DISPOSITION
               WHEN WS-BUYER-REFUND = ZERO
                   MOVE "FORFEIT" TO WS-CANCEL-DISPOSITION
               WHEN OTHER
                   MOVE "SPLIT" TO WS-CANCEL-DISPOSITION
           END-EVALUATE

           IF WS-CANCEL-HOLD-AMT > ZERO
               PERFORM WRITE-ESCROW-RELEASE
               MOVE "CANCEL" TO WS-RELEASE-TYPE
               PERFORM WRITE-RELEASE-OPER-LOG
           END-IF

           PERFORM STAMP-DEAL-CANCELLED
           PERFORM REVERSE-DEAL-COMMISSIONS
           PERFORM LOOKUP-CANCEL-OFFICE
           PERFORM WRITE-DEAL-CANCEL-RECORD
           PERFORM REVERT-LISTING-TO-ACTIVE

           MOVE '00' TO WS-STATUS-CODE
           MOVE WS-CANCEL-DEAL-ID TO WS-TRANS-ID
           IF WS-LISTING-RESPONSE(1:2) = '00'
               MOVE "Deal cancelled - earnest and commission unwound"
                   TO WS-RESPONSE-MSG
           ELSE
               MOVE "Deal cancelled - listing status not reverted"
                   TO WS-RESPONSE-MSG
           END-IF.

      *****************************************************************
      * STAMPS THE OPEN DEAL CANCELLED, CAPTURING WHAT THE REST OF
      * THE CANCELLATION NEEDS FIRST - THE MILESTONE IT FELL OUT OF,
      * THE LISTING AGENT, AND WHEN THE DEAL OPENED (THE EARNEST
      * TRANSACTION ID IS "TRN" PLUS THE POSTING TIMESTAMP), SO ONLY
      * COMMISSION POSTED SINCE THIS DEAL OPENED IS UNWOUND.
      *****************************************************************
       STAMP-DEAL-CANCELLED.
           MOVE 'N' TO WS-DEAL-FOUND
           MOVE 'N' TO WS-DEAL-EOF-SW
           MOVE SPACES TO WS-CANCEL-DEAL-ID
           MOVE SPACES TO WS-CANCEL-AGENT-ID
           MOVE SPACES TO WS-CANCEL-MILESTONE
           MOVE ZERO TO WS-CANCEL-OPEN-TS

           OPEN I-O DEAL-MASTER

           IF WS-DEAL-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE LOW-VALUES TO DM-DEAL-ID
           START DEAL-MASTER KEY IS NOT LESS THAN DM-DEAL-ID
               INVALID KEY
                   MOVE 'Y' TO WS-DEAL-EOF-SW
           END-START

           PERFORM UNTIL WS-DEAL-EOF-SW = 'Y'
                   OR WS-DEAL-FOUND = 'Y'
               READ DEAL-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-DEAL-EOF-SW
                   NOT AT END
                       IF DM-PROPERTY-ID = WS-PROPERTY-ID
                               AND DM-MILESTONE NOT = "CLOSED"
                               AND DM-MILESTONE NOT = "CANCELLED"
                           MOVE 'Y' TO WS-DEAL-FOUND
                       END-IF
               END-READ
           END-PERFORM

           IF WS-DEAL-FOUND = 'Y'
               MOVE DM-DEAL-ID TO WS-CANCEL-DEAL-ID
               MOVE DM-LIST-AGENT-ID TO WS-CANCEL-AGENT-ID
               MOVE DM-MILESTONE TO WS-CANCEL-MILESTONE
               IF DM-EARNEST-TRANS-ID(4:14) IS NUMERIC
                   MOVE DM-EARNEST-TRANS-ID(4:14)
                       TO WS-CANCEL-OPEN-TS
               END-IF
               MOVE "CANCELLED" TO DM-MILESTONE
               STRING WS-YEAR WS-MONTH WS-DAY
                      WS-HOUR WS-MINUTE WS-SECOND
                      DELIMITED BY SIZE
                      INTO DM-LAST-UPDATE
               REWRITE DEAL-MASTER-REC
           END-IF

           CLOSE DEAL-MASTER.

      *****************************************************************
      * ONE PASS OVER THE APPEND-ONLY COMMISSION LEDGER COLLECTS THE
      * LATEST STATE OF EVERY LINE EARNED ON THIS PROPERTY SINCE THE
      * DEAL OPENED, THEN A FOLLOW-UP IS APPENDED FOR EACH: A LINE
      * NOT YET PAID OUT (EARNED, HELD OR RELEASED AFTER AN AGENT'S
      * DEPARTURE, OR RETAINED BY THE OFFICE/HOUSE) IS
      * REVERSED ('X'); AN AGENT LINE ALREADY PAID BECOMES A CLAWBACK
      * ('C') THAT AGENT-PAYOUT NETS OUT OF THE AGENT'S NEXT PAYOUT.
      * LINES ALREADY REVERSED OR CLAWED BACK ARE LEFT ALONE.
      *****************************************************************
       REVERSE-DEAL-COMMISSIONS.
           MOVE ZERO TO WS-CLAW-COUNT-USED
           MOVE ZERO TO WS-CLAWBACK-TOTAL
           MOVE 'N' TO WS-CLAW-EOF-SW

           OPEN INPUT COMMISSION-LEDGER-FILE

           IF WS-COMM-LEDGER-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-CLAW-END-OF-FILE
               READ COMMISSION-LEDGER-FILE
                   AT END
                       MOVE 'Y' TO WS-CLAW-EOF-SW
                   NOT AT END
                       PERFORM NOTE-DEAL-LEDGER-LINE
               END-READ
           END-PERFORM

           CLOSE COMMISSION-LEDGER-FILE

           IF WS-CLAW-COUNT-USED = ZERO
               EXIT PARAGRAPH
           END-IF

           OPEN EXTEND COMMISSION-LEDGER-FILE

           IF WS-COMM-LEDGER-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-CLAW-IDX FROM 1 BY 1
                   UNTIL WS-CLAW-IDX > WS-CLAW-COUNT-USED
               PERFORM UNWIND-ONE-LEDGER-LINE
           END-PERFORM

           CLOSE COMMISSION-LEDGER-FILE.

       NOTE-DEAL-LEDGER-LINE.
           MOVE ZERO TO WS-CLAW-FOUND-IDX
           PERFORM VARYING WS-CLAW-IDX FROM 1 BY 1
                   UNTIL WS-CLAW-IDX > WS-CLAW-COUNT-USED
               IF WS-CLAW-LEDGER-ID(WS-CLAW-IDX) = CL-LEDGER-ID
                   MOVE WS-CLAW-IDX TO WS-CLAW-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WS-CLAW-FOUND-IDX > ZERO
               MOVE CL-ENTRY-STATUS
                   TO WS-CLAW-STATUS(WS-CLAW-FOUND-IDX)
               EXIT PARAGRAPH
           END-IF

           IF CL-EARNED
                   AND CL-PROPERTY-ID = WS-PROPERTY-ID
                   AND CL-TIMESTAMP >= WS-CANCEL-OPEN-TS
                   AND WS-CLAW-COUNT-USED < 100
               ADD 1 TO WS-CLAW-COUNT-USED
               MOVE CL-LEDGER-ID
                   TO WS-CLAW-LEDGER-ID(WS-CLAW-COUNT-USED)
               MOVE CL-AGENT-ID TO WS-CLAW-AGENT-ID(WS-CLAW-COUNT-USED)
               MOVE CL-COMMISSION-AMOUNT
                   TO WS-CLAW-AMOUNT(WS-CLAW-COUNT-USED)
               MOVE CL-ENTRY-STATUS
                   TO WS-CLAW-STATUS(WS-CLAW-COUNT-USED)
               MOVE CL-SHARE-TYPE TO WS-CLAW-SHARE(WS-CLAW-COUNT-USED)
           END-IF.

       UNWIND-ONE-LEDGER-LINE.
           EVALUATE WS-CLAW-STATUS(WS-CLAW-IDX)
               WHEN 'E'
               WHEN 'R'
               WHEN 'H'
               WHEN 'L'
                   MOVE 'X' TO CL-ENTRY-STATUS
               WHEN 'P'
                   MOVE 'C' TO CL-ENTRY-STATUS
                   ADD WS-CLAW-AMOUNT(WS-CLAW-IDX) TO WS-CLAWBACK-TOTAL
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE

           MOVE WS-CLAW-LEDGER-ID(WS-CLAW-IDX) TO CL-LEDGER-ID
           MOVE WS-CLAW-AGENT-ID(WS-CLAW-IDX) TO CL-AGENT-ID
           MOVE SPACES TO CL-PROPERTY-ID
           MOVE SPACES TO CL-TRANS-ID
           MOVE WS-CLAW-AMOUNT(WS-CLAW-IDX) TO CL-COMMISSION-AMOUNT
           MOVE WS-CLAW-SHARE(WS-CLAW-IDX) TO CL-SHARE-TYPE
           STRING WS-YEAR WS-MONTH WS-DAY
                  WS-HOUR WS-MINUTE WS-SECOND
                  DELIMITED BY SIZE
                  INTO CL-TIMESTAMP

           WRITE COMMISSION-LEDGER-RECORD.

      *****************************************************************
      * FALL-THROUGHS ARE COUNTED AGAINST THE LISTING AGENT'S OFFICE.
      * AN AGENT NOT ON THE MASTER REPORTS UNDER "UNKNOWN", THE SAME
      * PLACEHOLDER THE PAYOUT REGISTER USES.
      *****************************************************************
       LOOKUP-CANCEL-OFFICE.
           MOVE "UNKNOWN" TO WS-CANCEL-OFFICE-ID

           OPEN INPUT AGENT-MASTER

           IF WS-AGENT-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CANCEL-AGENT-ID TO AM-AGENT-ID
           READ AGENT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF AM-OFFICE-ID NOT = SPACES
                       MOVE AM-OFFICE-ID TO WS-CANCEL-OFFICE-ID
                   END-IF
           END-READ

           CLOSE AGENT-MASTER.

       WRITE-DEAL-CANCEL-RECORD.
           OPEN EXTEND DEAL-CANCEL-FILE

           IF WS-DCANCEL-STATUS NOT = '00'
               OPEN OUTPUT DEAL-CANCEL-FILE
           END-IF

           MOVE WS-CANCEL-DEAL-ID TO DC-DEAL-ID
           MOVE WS-PROPERTY-ID TO DC-PROPERTY-ID
           MOVE WS-CANCEL-OFFICE-ID TO DC-OFFICE-ID
           MOVE WS-CANCEL-AGENT-ID TO DC-LIST-AGENT-ID
           MOVE WS-CANCEL-REASON TO DC-REASON-CODE
           MOVE WS-CANCEL-DISPOSITION TO DC-DISPOSITION
           MOVE WS-CANCEL-HOLD-AMT TO DC-HOLD-AMOUNT
           MOVE WS-BUYER-REFUND TO DC-BUYER-AMOUNT
           MOVE WS-AMOUNT TO DC-SELLER-AMOUNT
           MOVE WS-CLAWBACK-TOTAL TO DC-CLAWBACK-AMOUNT
           MOVE WS-ORIGINAL-TRANS-ID TO DC-OPERATOR-ID
           MOVE WS-CANCEL-MILESTONE TO DC-PRIOR-MILESTONE
           STRING WS-YEAR WS-MONTH WS-DAY
                  WS-HOUR WS-MINUTE WS-SECOND
                  DELIMITED BY SIZE
                  INTO DC-TIMESTAMP

           WRITE DEAL-CANCEL-RECORD

           CLOSE DEAL-CANCEL-FILE.

      *****************************************************************
      * SENDS THE LISTING BACK FROM PENDING TO ACTIVE. A LISTING
      * ALREADY ACTIVE IS A NO-OP; ONE THE TRANSITION TABLE WILL NOT
      * MOVE TO ACTIVE LEAVES A NON-'00' RESPONSE, WHICH THE CALLER
      * REPORTS SO THE LISTING CAN BE FOLLOWED UP BY HAND.
      *****************************************************************
       REVERT-LISTING-TO-ACTIVE.
           MOVE SPACES TO WS-LSTREQ-DATA
           STRING WS-PROPERTY-ID DELIMITED BY SPACE
                  "|ACTIVE" DELIMITED BY SIZE
                  INTO WS-LSTREQ-DATA
           MOVE SPACES TO WS-LISTING-RESPONSE

           CALL 'MAINFRAME' USING WS-LISTING-REQUEST
                                  WS-LISTING-RESPONSE.

       PROCESS-COMMISSION.
           PERFORM VALIDATE-CARD
           

           PERFORM CHECK-AGENT-LICENSE-CURRENT

           IF WS-COMM-AGENT-DEPARTED = 'Y'
               MOVE '01' TO WS-STATUS-CODE
               MOVE "Agent has departed - commission blocked"
                   TO WS-RESPONSE-MSG
               EXIT PARAGRAPH
           END-IF

           IF WS-COMM-LICENSE-REJECTED = 'Y'
               MOVE '01' TO WS-STATUS-CODE
               MOVE "Agent license expired - commission blocked"
                   NOT AT END
                       IF DM-PROPERTY-ID = WS-PROPERTY-ID
                               AND DM-MILESTONE NOT = "CLOSED"
                               AND DM-MILESTONE NOT = "CANCELLED"
                           MOVE 'Y' TO WS-DEAL-FOUND
                       END-IF
               END-READ
      * COB'S CHECK-LICENSE-COMPLIANCE ENFORCES ON AGENT SYNC. AN
      * AGENT NOT FOUND ON AGENT-MASTER, OR WITH NO EXPIRATION DATE ON
      * FILE, IS NOT TREATED AS EXPIRED - ONLY A KNOWN, PAST
      * EXPIRATION DATE BLOCKS THE PAYOUT. AN AGENT AGENT-DEPART HAS
      * TERMINATED ('T') EARNS NOTHING NEW EITHER - THEIR BOOK HAS
      * BEEN HANDED TO A RECEIVING AGENT.
      *****************************************************************
       CHECK-AGENT-LICENSE-CURRENT.
           MOVE 'N' TO WS-COMM-LICENSE-REJECTED
           MOVE 'N' TO WS-COMM-AGENT-DEPARTED
           MOVE SPACES TO WS-COMM-OFFICE-ID

           STRING WS-YEAR WS-MONTH WS-DAY
               READ AGENT-MASTER
                   NOT INVALID KEY
                       MOVE AM-OFFICE-ID TO WS-COMM-OFFICE-ID
                       IF AM-STATUS = 'T'
                           MOVE 'Y' TO WS-COMM-AGENT-DEPARTED
                       END-IF
                       IF AM-LICENSE-EXPIRATION NOT = ZERO
                               AND AM-LICENSE-EXPIRATION <
                                   WS-COMM-TODAY-DATE
