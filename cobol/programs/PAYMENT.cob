                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-XREF-STATUS.

           SELECT WIRE-BENE-FILE ASSIGN TO "WIREBENE.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS WB-PARTY-NAME
                  FILE STATUS IS WS-BENE-STATUS.

           SELECT PAYEE-CHANGE-FILE ASSIGN TO "PAYEECHG.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-CHANGE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYMENT-FILE.
           05  PX-LINK-KEY         PIC X(20).
           05  PX-TIMESTAMP        PIC 9(14).

      *****************************************************************
      * LAST WIRE BENEFICIARY ACCOUNT PER PARTY NAME (UPPERCASED),
      * WRITTEN AS EACH WIRE IS INSTRUCTED AND BY PAYEE-VERIFY.COB
      * WHEN A CHANGED ACCOUNT CLEARS ITS CALL-BACK. INVESTOR-REMIT
      * KEEPS THE SAME FILE FOR ITS REMITTANCE WIRES.
      *****************************************************************
       FD  WIRE-BENE-FILE.
       01  WIRE-BENE-RECORD.
           05  WB-PARTY-NAME       PIC X(50).
           05  WB-ACCOUNT-NUMBER   PIC X(20).
           05  WB-LAST-WIRE-ID     PIC X(20).
           05  WB-LAST-WIRE-DATE   PIC 9(8).
           05  WB-VERIFIED-BY      PIC X(20).
           05  WB-TIMESTAMP        PIC 9(14).

      *****************************************************************
      * APPEND-ONLY PAYEE BANK-INSTRUCTION CHANGE LEDGER - SEE
      * PAYEE-VERIFY.COB. A WIRE TO A PARTY WHOSE ACCOUNT DIFFERS
      * FROM THE LAST WIRE LOGS A 'W' PENDING CHANGE HERE.
      *****************************************************************
       FD  PAYEE-CHANGE-FILE.
       01  PAYEE-CHANGE-RECORD.
           05  PC-CHANGE-TYPE      PIC X.
               88  PC-VENDOR-CHANGE VALUE 'V'.
               88  PC-WIRE-CHANGE  VALUE 'W'.
           05  PC-PAYEE-KEY        PIC X(50).
           05  PC-STATUS           PIC X.
               88  PC-PENDING      VALUE 'P'.
               88  PC-VERIFIED     VALUE 'V'.
               88  PC-REJECTED     VALUE 'R'.
           05  PC-OLD-METHOD       PIC X(10).
           05  PC-OLD-ROUTING      PIC X(9).
           05  PC-OLD-ACCOUNT      PIC X(20).
           05  PC-NEW-METHOD       PIC X(10).
           05  PC-NEW-ROUTING      PIC X(9).
           05  PC-NEW-ACCOUNT      PIC X(20).
           05  PC-SOURCE-REF       PIC X(20).
           05  PC-SUBMITTED-BY     PIC X(20).
           05  PC-SUBMITTED-DATE   PIC 9(8).
           05  PC-ACTIONED-BY      PIC X(20).
           05  PC-CALLBACK-NOTE    PIC X(40).
           05  PC-TIMESTAMP        PIC 9(14).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS          PIC XX.
       01  WS-ACCT-STATUS          PIC XX.

       01  WS-PARTY-MST-STATUS     PIC XX.
       01  WS-XREF-STATUS          PIC XX.
       01  WS-BENE-STATUS          PIC XX.
       01  WS-CHANGE-STATUS        PIC XX.

      *****************************************************************
      * BENEFICIARY CHANGE CONTROL. A WIRE WHOSE ACCOUNT DIFFERS FROM
      * THE LAST WIRE TO THE SAME PARTY WAITS IN CALL-BACK 'CB'
      * STATUS AND CANNOT BE APPROVED UNTIL A SECOND OPERATOR HAS
      * VERIFIED THE NEW ACCOUNT THROUGH PAYEE-VERIFY.COB.
      *****************************************************************
       01  WS-BENEFICIARY-WORK.
           05  WS-BENE-HELD-SW     PIC X VALUE 'N'.
           05  WS-BENE-KEY         PIC X(50).
           05  WS-BENE-ON-FILE     PIC X(20).
           05  WS-BENE-PENDING-SW  PIC X.
           05  WS-CHG-EOF-SW       PIC X.
               88  WS-CHG-END-OF-FILE VALUE 'Y'.

       01  WS-CANONICAL-WORK.
           05  WS-CANONICAL-NAME   PIC X(50).
      *****************************************************************
      * EARNEST MONEY AND DOWNPAYMENT FUNDS ARE CLIENT TRUST FUNDS AND
      * MAY NOT BE COMMINGLED WITH THE BROKERAGE'S OPERATING ACCOUNT.
      * SO ARE TENANT RENT (OWED TO THE PROPERTY OWNER) AND TENANT
      * SECURITY DEPOSITS - A DEPOSIT IS PAID AGAINST THE LEASE'S
      * "-SD" DEPOSIT ACCOUNT, SO IT LANDS IN ITS OWN "-SD-TR" LEDGER
      * APART FROM THE RENT COLLECTED UNDER THE LEASE ACCOUNT.
      * DETERMINE-TARGET-ACCOUNT ROUTES THOSE PAYMENT TYPES (AND ANY
      * REFUND OF ONE) TO A SEPARATE TRUST SUB-ACCOUNT DERIVED FROM
      * THE CALLER'S ACCOUNT NUMBER, SO THE TWO BALANCES NEVER MIX ON
                   IF WS-STATUS = '00'
                       PERFORM PROCESS-PAYMENT
                       PERFORM SCREEN-WIRE-PAYMENT
                       PERFORM CHECK-WIRE-BENEFICIARY
                       PERFORM CHECK-WIRE-INSTRUCT
                       PERFORM LOG-PAYMENT
                       IF WS-SCREENED-SW = 'Y'
                           PERFORM WRITE-SCREENING-LOG
                       END-IF
                       IF WS-BENE-HELD-SW = 'Y'
                           PERFORM LOG-BENEFICIARY-CHANGE
                       END-IF
                       EVALUATE TRUE
                           WHEN WS-SCREEN-HELD-SW = 'Y'
                               MOVE '28' TO WS-STATUS
                               MOVE "Wire held for compliance review"
                                   TO WS-MESSAGE
                           WHEN WS-BENE-HELD-SW = 'Y'
                               MOVE '29' TO WS-STATUS
                               MOVE "Wire held - beneficiary changed, c
      -                            "all-back needed" TO WS-MESSAGE
                           WHEN WS-PENDING-SW = 'Y'
                               MOVE '20' TO WS-STATUS
                               MOVE "Payment pending dual authorizatio
               WHEN "PROPERTYTAX"
               WHEN "MTGPAYMENT"
               WHEN "MTGPAYOFF"
               WHEN "RENT"
               WHEN "SECDEPOSIT"
               WHEN "REFUND"
                   CONTINUE
               WHEN OTHER
                       OR WS-ORIG-TYPE = "DOWNPAYMENT"
                       OR WS-ORIG-TYPE = "HOA"
                       OR WS-ORIG-TYPE = "PROPERTYTAX"
                       OR WS-ORIG-TYPE = "RENT"
                       OR WS-ORIG-TYPE = "SECDEPOSIT"
                   MOVE 'Y' TO WS-TRUST-FUNDS-SW
               END-IF
           ELSE
                       OR WS-PAYMENT-TYPE = "DOWNPAYMENT"
                       OR WS-PAYMENT-TYPE = "HOA"
                       OR WS-PAYMENT-TYPE = "PROPERTYTAX"
                       OR WS-PAYMENT-TYPE = "RENT"
                       OR WS-PAYMENT-TYPE = "SECDEPOSIT"
                   MOVE 'Y' TO WS-TRUST-FUNDS-SW
               END-IF
           END-IF
           END-READ

           IF PAYMENT-STATUS NOT = 'PD' AND PAYMENT-STATUS NOT = 'HR'
                   AND PAYMENT-STATUS NOT = 'CB'
               MOVE '25' TO WS-STATUS
               MOVE "Payment is not pending approval" TO WS-MESSAGE
               CLOSE PAYMENT-FILE
                   EXIT PARAGRAPH
           END-EVALUATE

      *****************************************************************
      * A WIRE IS NOT RELEASED TO AN ACCOUNT THAT DIFFERS FROM THE
      * LAST ONE WIRED TO THE SAME PARTY UNTIL THE NEW ACCOUNT HAS
      * CLEARED ITS CALL-BACK - WHICHEVER HOLD THE WIRE IS IN. A
      * REJECT NEEDS NO CALL-BACK.
      *****************************************************************
           IF WS-APPR-ACTION = "APPROVE"
                   AND PAYMENT-METHOD = "WIRE"
                   AND PAYMENT-TYPE NOT = "REFUND"
               MOVE PAYMENT-METHOD TO WS-METHOD
               MOVE PAYMENT-TYPE TO WS-PAYMENT-TYPE
               MOVE ACCOUNT-NUMBER TO WS-ACCOUNT
               PERFORM RECOVER-SCREENED-PARTY-NAME
               PERFORM CHECK-WIRE-BENEFICIARY
               IF WS-BENE-HELD-SW = 'Y'
                   MOVE '35' TO WS-STATUS
                   MOVE "Beneficiary change awaits call-back"
                       TO WS-MESSAGE
                   CLOSE PAYMENT-FILE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE WS-APPROVER-ID TO PAYMENT-APPROVER-ID

           IF WS-APPR-ACTION = "APPROVE"
           EVALUATE TRUE
               WHEN WS-SCREEN-HELD-SW = 'Y'
                   MOVE 'HR' TO PAYMENT-STATUS
               WHEN WS-BENE-HELD-SW = 'Y'
                   MOVE 'CB' TO PAYMENT-STATUS
               WHEN WS-PENDING-SW = 'Y'
                   MOVE 'PD' TO PAYMENT-STATUS
               WHEN WS-WIRE-INSTRUCT-SW = 'Y'
           IF WS-PAYMENT-TYPE NOT = "REFUND"
                   AND WS-PENDING-SW NOT = 'Y'
                   AND WS-SCREEN-HELD-SW NOT = 'Y'
                   AND WS-BENE-HELD-SW NOT = 'Y'
               PERFORM UPDATE-MONTHLY-VOLUME
           END-IF.

           IF WS-METHOD = "WIRE"
                   AND WS-PAYMENT-TYPE NOT = "REFUND"
                   AND WS-SCREEN-HELD-SW NOT = 'Y'
                   AND WS-BENE-HELD-SW NOT = 'Y'
                   AND WS-PENDING-SW NOT = 'Y'
               MOVE 'Y' TO WS-WIRE-INSTRUCT-SW
           END-IF.

           WRITE WIRE-OUT-RECORD

           CLOSE WIRE-OUT-FILE

           PERFORM RECORD-WIRE-BENEFICIARY.

      *****************************************************************
      * COMPARES THE WIRE'S ACCOUNT WITH THE LAST ACCOUNT WIRED TO
      * THE SAME PARTY NAME. THE FIRST WIRE TO A PARTY HAS NOTHING TO
      * DIFFER FROM AND ESTABLISHES THE RECORD WHEN IT IS INSTRUCTED.
      *****************************************************************
       CHECK-WIRE-BENEFICIARY.
           MOVE 'N' TO WS-BENE-HELD-SW
           MOVE SPACES TO WS-BENE-ON-FILE

           IF WS-METHOD NOT = "WIRE"
                   OR WS-PAYMENT-TYPE = "REFUND"
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION UPPER-CASE(WS-PARTY-NAME) TO WS-BENE-KEY

           OPEN INPUT WIRE-BENE-FILE

           IF WS-BENE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-BENE-KEY TO WB-PARTY-NAME
           READ WIRE-BENE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WB-ACCOUNT-NUMBER TO WS-BENE-ON-FILE
                   IF WB-ACCOUNT-NUMBER NOT = WS-ACCOUNT
                       MOVE 'Y' TO WS-BENE-HELD-SW
                   END-IF
           END-READ

           CLOSE WIRE-BENE-FILE.

      *****************************************************************
      * LOGS THE CHANGED BENEFICIARY AS A PENDING CHANGE FOR THE
      * CALL-BACK, CITING THE HELD PAYMENT. A SECOND WIRE TO THE SAME
      * NEW ACCOUNT WHILE THE FIRST IS STILL WAITING ADDS NOTHING -
      * ONE CALL-BACK RELEASES BOTH.
      *****************************************************************
       LOG-BENEFICIARY-CHANGE.
           MOVE 'N' TO WS-BENE-PENDING-SW

           OPEN INPUT PAYEE-CHANGE-FILE

           IF WS-CHANGE-STATUS = '00'
               MOVE 'N' TO WS-CHG-EOF-SW
               PERFORM READ-CHANGE-RECORD
               PERFORM UNTIL WS-CHG-END-OF-FILE
                   IF PC-WIRE-CHANGE AND PC-PAYEE-KEY = WS-BENE-KEY
                       MOVE 'N' TO WS-BENE-PENDING-SW
                       IF PC-PENDING AND PC-NEW-ACCOUNT = WS-ACCOUNT
                           MOVE 'Y' TO WS-BENE-PENDING-SW
                       END-IF
                   END-IF
                   PERFORM READ-CHANGE-RECORD
               END-PERFORM
               CLOSE PAYEE-CHANGE-FILE
           END-IF

           IF WS-BENE-PENDING-SW = 'Y'
               EXIT PARAGRAPH
           END-IF

           OPEN EXTEND PAYEE-CHANGE-FILE

           IF WS-CHANGE-STATUS NOT = '00'
               OPEN OUTPUT PAYEE-CHANGE-FILE
           END-IF

           INITIALIZE PAYEE-CHANGE-RECORD
           MOVE 'W' TO PC-CHANGE-TYPE
           MOVE WS-BENE-KEY TO PC-PAYEE-KEY
           MOVE 'P' TO PC-STATUS
           MOVE "WIRE" TO PC-OLD-METHOD
           MOVE WS-BENE-ON-FILE TO PC-OLD-ACCOUNT
           MOVE "WIRE" TO PC-NEW-METHOD
           MOVE WS-ACCOUNT TO PC-NEW-ACCOUNT
           MOVE WS-PAYMENT-ID TO PC-SOURCE-REF
           MOVE WS-OPERATOR-ID TO PC-SUBMITTED-BY
           STRING WS-YEAR WS-MONTH WS-DAY
                  DELIMITED BY SIZE
                  INTO PC-SUBMITTED-DATE
           STRING WS-YEAR WS-MONTH WS-DAY
                  WS-HOUR WS-MINUTE WS-SECOND
                  DELIMITED BY SIZE
                  INTO PC-TIMESTAMP

           WRITE PAYEE-CHANGE-RECORD

           CLOSE PAYEE-CHANGE-FILE.

       READ-CHANGE-RECORD.
           READ PAYEE-CHANGE-FILE
               AT END
                   MOVE 'Y' TO WS-CHG-EOF-SW
           END-READ.

      *****************************************************************
      * AN INSTRUCTED WIRE BECOMES THE LAST WIRE TO ITS PARTY. THE
      * ACCOUNT CAN ONLY DIFFER FROM THE ONE ON FILE IF IT WAS FIRST
      * VERIFIED, SO THIS NEVER ADOPTS AN UNVERIFIED CHANGE.
      *****************************************************************
       RECORD-WIRE-BENEFICIARY.
           IF WS-PARTY-NAME = SPACES
               EXIT PARAGRAPH
           END-IF

           OPEN I-O WIRE-BENE-FILE

           IF WS-BENE-STATUS NOT = '00'
               OPEN OUTPUT WIRE-BENE-FILE
               CLOSE WIRE-BENE-FILE
               OPEN I-O WIRE-BENE-FILE
           END-IF

           MOVE FUNCTION UPPER-CASE(WS-PARTY-NAME) TO WB-PARTY-NAME
           READ WIRE-BENE-FILE
               INVALID KEY
                   MOVE SPACES TO WB-VERIFIED-BY
           END-READ

           MOVE FUNCTION UPPER-CASE(WS-PARTY-NAME) TO WB-PARTY-NAME
           MOVE WS-ACCOUNT TO WB-ACCOUNT-NUMBER
           MOVE WS-PAYMENT-ID TO WB-LAST-WIRE-ID
           STRING WS-YEAR WS-MONTH WS-DAY
                  DELIMITED BY SIZE
                  INTO WB-LAST-WIRE-DATE
           STRING WS-YEAR WS-MONTH WS-DAY
                  WS-HOUR WS-MINUTE WS-SECOND
                  DELIMITED BY SIZE
                  INTO WB-TIMESTAMP

           WRITE WIRE-BENE-RECORD
               INVALID KEY
                   REWRITE WIRE-BENE-RECORD
           END-WRITE

           CLOSE WIRE-BENE-FILE.

       STAMP-DEAL-PAYMENT.
           IF WS-PAYMENT-TYPE NOT = "EARNEST"
                   NOT AT END
                       IF DM-BUYER-ACCOUNT = WS-ACCOUNT
                               AND DM-MILESTONE NOT = "CLOSED"
                               AND DM-MILESTONE NOT = "CANCELLED"
                           MOVE 'Y' TO WS-DEAL-FOUND
                       END-IF
               END-READ
