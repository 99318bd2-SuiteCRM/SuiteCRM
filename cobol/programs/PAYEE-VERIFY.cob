       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYEE-VERIFY.
       AUTHOR. SUITECRM-REAL-ESTATE.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * CALL-BACK VERIFICATION OF PAYEE BANK-INSTRUCTION CHANGES
      * A CHANGE TO WHERE MONEY GOES - A VENDOR'S PAY METHOD, ROUTING
      * OR ACCOUNT FROM THE VENDOR SHEET, OR A WIRE BENEFICIARY WHOSE
      * ACCOUNT DIFFERS FROM THE LAST WIRE TO THAT PARTY - IS NEVER
      * APPLIED ON ARRIVAL. VENDOR-LOAD, PAYMENT AND INVESTOR-REMIT
      * LOG IT AS A PENDING CHANGE ON PAYEECHG.DAT AND KEEP PAYING
      * THE INSTRUCTIONS ON FILE (OR HOLD THE WIRE). THIS MODULE IS
      * WHERE A SECOND OPERATOR RECORDS THE OUTCOME OF THE CALL-BACK
      * TO THE PAYEE AT A NUMBER ALREADY ON FILE. SAME CALL SHAPE AS
      * CONTROL-MAINT.COB:
      *   <ACTION>|<TYPE>|<PAYEE-KEY>|<OPERATOR-ID>|<CALL-BACK NOTE>
      * WHERE TYPE IS VENDOR (KEY = VENDORMST PAYEE-ID) OR WIRE (KEY
      * = BENEFICIARY PARTY NAME) AND ACTION IS:
      *   VERIFY - THE CALL-BACK CONFIRMED THE NEW DETAILS. THEY ARE
      *            APPLIED TO VENDORMST.DAT OR WIREBENE.DAT AND THE
      *            CHANGE IS CLOSED VERIFIED. THE NOTE (WHO WAS
      *            CALLED, ON WHAT NUMBER) IS REQUIRED.
      *   REJECT - THE CALL-BACK DID NOT CONFIRM THEM. NOTHING IS
      *            APPLIED AND THE CHANGE IS CLOSED REJECTED.
      * THE OPERATOR MUST BE ON OPERMST.DAT, ACTIVE, HOLD THE APPROVE
      * OR ADMIN ROLE, AND NOT BE THE OPERATOR WHO SUBMITTED THE
      * CHANGE. UNLIKE THE OTHER ENTITLEMENT CHECKS THERE IS NO
      * PASS-THROUGH WHEN THE OPERATOR MASTER IS MISSING - WITHOUT IT
      * NOBODY CAN BE SHOWN TO HOLD AN APPROVER ROLE.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYEE-CHANGE-FILE ASSIGN TO "PAYEECHG.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-CHANGE-STATUS.

           SELECT VENDOR-MASTER ASSIGN TO "VENDORMST.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS VM-PAYEE-ID
                  FILE STATUS IS WS-VENDOR-STATUS.

           SELECT WIRE-BENE-FILE ASSIGN TO "WIREBENE.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS WB-PARTY-NAME
                  FILE STATUS IS WS-BENE-STATUS.

           SELECT OPERATOR-MASTER ASSIGN TO "OPERMST.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS OP-OPERATOR-ID
                  FILE STATUS IS WS-OPER-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      * APPEND-ONLY PAYEE BANK-INSTRUCTION CHANGE LEDGER. ONE 'P'
      * PENDING RECORD WHEN A CHANGE ARRIVES; THIS MODULE APPENDS THE
      * 'V' VERIFIED OR 'R' REJECTED FOLLOW-UP UNDER THE SAME TYPE
      * AND PAYEE KEY - LATEST STATE WINS.
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

      *****************************************************************
      * LAST VERIFIED WIRE BENEFICIARY ACCOUNT PER PARTY NAME, KEPT
      * BY PAYMENT AND INVESTOR-REMIT AS EACH WIRE IS INSTRUCTED. A
      * WIRE WHOSE ACCOUNT DIFFERS FROM THIS RECORD IS HELD.
      *****************************************************************
       FD  WIRE-BENE-FILE.
       01  WIRE-BENE-RECORD.
           05  WB-PARTY-NAME       PIC X(50).
           05  WB-ACCOUNT-NUMBER   PIC X(20).
           05  WB-LAST-WIRE-ID     PIC X(20).
           05  WB-LAST-WIRE-DATE   PIC 9(8).
           05  WB-VERIFIED-BY      PIC X(20).
           05  WB-TIMESTAMP        PIC 9(14).

       FD  OPERATOR-MASTER.
       01  OPERATOR-MASTER-REC.
           05  OP-OPERATOR-ID      PIC X(20).
           05  OP-OPERATOR-NAME    PIC X(30).
           05  OP-ROLE             PIC X(10).
               88  OP-ROLE-SUBMIT  VALUE "SUBMIT".
               88  OP-ROLE-APPROVE VALUE "APPROVE".
               88  OP-ROLE-ADMIN   VALUE "ADMIN".
           05  OP-STATUS           PIC X.
               88  OP-ACTIVE       VALUE 'A'.
               88  OP-INACTIVE     VALUE 'I'.
           05  OP-APPROVE-LIMIT    PIC 9(9)V99.
           05  OP-LOAD-TIMESTAMP   PIC 9(14).

       WORKING-STORAGE SECTION.
       01  WS-CHANGE-STATUS        PIC XX.
       01  WS-VENDOR-STATUS        PIC XX.
       01  WS-BENE-STATUS          PIC XX.
       01  WS-OPER-STATUS          PIC XX.
       01  WS-EOF-SWITCH           PIC X VALUE 'N'.
           88  WS-END-OF-FILE      VALUE 'Y'.

       01  WS-REQUEST-FIELDS.
           05  WS-ACTION           PIC X(8).
           05  WS-TYPE-WORD        PIC X(8).
           05  WS-PAYEE-KEY        PIC X(50).
           05  WS-OPERATOR-ID      PIC X(20).
           05  WS-CALLBACK-NOTE    PIC X(40).
           05  WS-CHANGE-TYPE      PIC X.

       01  WS-RESPONSE-WORK.
           05  WS-STATUS           PIC XX.
           05  WS-MESSAGE          PIC X(50).

       01  WS-OPER-OK-SW           PIC X.

      *****************************************************************
      * LATEST STATE OF THE CHANGE BEING ACTIONED, CARRIED FORWARD
      * ONTO THE FOLLOW-UP RECORD.
      *****************************************************************
       01  WS-LATEST-FOUND-SW      PIC X.
       01  WS-LATEST-CHANGE        PIC X(252).

       01  WS-CURRENT-DATE.
           05  WS-YEAR             PIC 9(4).
           05  WS-MONTH            PIC 99.
           05  WS-DAY              PIC 99.

       01  WS-CURRENT-TIME.
           05  WS-HOUR             PIC 99.
           05  WS-MINUTE           PIC 99.
           05  WS-SECOND           PIC 99.

       LINKAGE SECTION.
       01  LS-REQUEST              PIC X(200).
       01  LS-RESPONSE             PIC X(150).

       PROCEDURE DIVISION USING LS-REQUEST LS-RESPONSE.

       MAIN-PROCESS.
           PERFORM INITIALIZE-VERIFY
           PERFORM PARSE-REQUEST
           PERFORM VALIDATE-REQUEST

           IF WS-STATUS = '00'
               PERFORM FIND-LATEST-CHANGE
           END-IF

           IF WS-STATUS = '00'
               PERFORM CHECK-SEGREGATION
           END-IF

           IF WS-STATUS = '00'
               IF WS-ACTION = "VERIFY"
                   PERFORM APPLY-VERIFIED-CHANGE
               END-IF
           END-IF

           IF WS-STATUS = '00'
               PERFORM APPEND-CHANGE-OUTCOME
           END-IF

           PERFORM FORMAT-RESPONSE
           GOBACK.

       INITIALIZE-VERIFY.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE '00' TO WS-STATUS
           MOVE SPACES TO WS-MESSAGE.

       PARSE-REQUEST.
           INITIALIZE WS-REQUEST-FIELDS

           UNSTRING LS-REQUEST DELIMITED BY '|'
               INTO WS-ACTION
                    WS-TYPE-WORD
                    WS-PAYEE-KEY
                    WS-OPERATOR-ID
                    WS-CALLBACK-NOTE

           MOVE FUNCTION UPPER-CASE(WS-PAYEE-KEY) TO WS-PAYEE-KEY.

       VALIDATE-REQUEST.
           IF WS-ACTION NOT = "VERIFY" AND WS-ACTION NOT = "REJECT"
               MOVE '01' TO WS-STATUS
               MOVE "Unknown action" TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF

           EVALUATE WS-TYPE-WORD
               WHEN "VENDOR"
                   MOVE 'V' TO WS-CHANGE-TYPE
               WHEN "WIRE"
                   MOVE 'W' TO WS-CHANGE-TYPE
               WHEN OTHER
                   MOVE '02' TO WS-STATUS
                   MOVE "Change type must be VENDOR or WIRE"
                       TO WS-MESSAGE
                   EXIT PARAGRAPH
           END-EVALUATE

           IF WS-PAYEE-KEY = SPACES OR WS-OPERATOR-ID = SPACES
               MOVE '03' TO WS-STATUS
               MOVE "Payee key and operator ID required"
                   TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF

           IF WS-ACTION = "VERIFY" AND WS-CALLBACK-NOTE = SPACES
               MOVE '04' TO WS-STATUS
               MOVE "Call-back note required to verify" TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-OPERATOR-ENTITLEMENT
           IF WS-OPER-OK-SW = 'N'
               MOVE '06' TO WS-STATUS
               MOVE "Operator not an active approver" TO WS-MESSAGE
           END-IF.

      *****************************************************************
      * THE VERIFIER MUST BE A KNOWN, ACTIVE OPERATOR HOLDING THE
      * APPROVE OR ADMIN ROLE. NO OPERATOR MASTER MEANS NO ONE CAN BE
      * SHOWN TO HOLD THAT ROLE, SO THE CHECK FAILS CLOSED.
      *****************************************************************
       CHECK-OPERATOR-ENTITLEMENT.
           MOVE 'N' TO WS-OPER-OK-SW

           OPEN INPUT OPERATOR-MASTER

           IF WS-OPER-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-OPERATOR-ID TO OP-OPERATOR-ID
           READ OPERATOR-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF OP-ACTIVE
                           AND (OP-ROLE-APPROVE OR OP-ROLE-ADMIN)
                       MOVE 'Y' TO WS-OPER-OK-SW
                   END-IF
           END-READ

           CLOSE OPERATOR-MASTER.

      *****************************************************************
      * KEEP-LAST-MATCH SWEEP OF THE CHANGE LEDGER FOR THIS TYPE AND
      * PAYEE. ONLY A CHANGE WHOSE LATEST STATE IS STILL PENDING CAN
      * BE ACTIONED - A SECOND VERIFY OF THE SAME CHANGE IS REFUSED.
      *****************************************************************
       FIND-LATEST-CHANGE.
           MOVE 'N' TO WS-LATEST-FOUND-SW

           OPEN INPUT PAYEE-CHANGE-FILE

           IF WS-CHANGE-STATUS = '00'
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM READ-CHANGE-RECORD
               PERFORM UNTIL WS-END-OF-FILE
                   IF PC-CHANGE-TYPE = WS-CHANGE-TYPE
                           AND PC-PAYEE-KEY = WS-PAYEE-KEY
                       MOVE 'Y' TO WS-LATEST-FOUND-SW
                       MOVE PAYEE-CHANGE-RECORD TO WS-LATEST-CHANGE
                   END-IF
                   PERFORM READ-CHANGE-RECORD
               END-PERFORM
               CLOSE PAYEE-CHANGE-FILE
           END-IF

           IF WS-LATEST-FOUND-SW = 'Y'
               MOVE WS-LATEST-CHANGE TO PAYEE-CHANGE-RECORD
           END-IF

           IF WS-LATEST-FOUND-SW = 'N' OR NOT PC-PENDING
               MOVE '05' TO WS-STATUS
               MOVE "No pending change for this payee" TO WS-MESSAGE
           END-IF.

       READ-CHANGE-RECORD.
           READ PAYEE-CHANGE-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

       CHECK-SEGREGATION.
           IF PC-SUBMITTED-BY = WS-OPERATOR-ID
               MOVE '07' TO WS-STATUS
               MOVE "Verifier must differ from submitter"
                   TO WS-MESSAGE
           END-IF.

      *****************************************************************
      * A VERIFIED VENDOR CHANGE REPLACES THE BANK FIELDS ON THE
      * VENDOR MASTER AND NOTHING ELSE. A VERIFIED WIRE CHANGE MAKES
      * THE NEW ACCOUNT THE PARTY'S KNOWN BENEFICIARY, SO THE HELD
      * WIRE CAN BE APPROVED AND LATER WIRES TO IT FLOW.
      *****************************************************************
       APPLY-VERIFIED-CHANGE.
           IF PC-VENDOR-CHANGE
               PERFORM APPLY-VENDOR-CHANGE
           ELSE
               PERFORM APPLY-WIRE-CHANGE
           END-IF.

       APPLY-VENDOR-CHANGE.
           OPEN I-O VENDOR-MASTER

           IF WS-VENDOR-STATUS NOT = '00'
               MOVE '08' TO WS-STATUS
               MOVE "Vendor master not available" TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF

           MOVE PC-PAYEE-KEY TO VM-PAYEE-ID
           READ VENDOR-MASTER
               INVALID KEY
                   MOVE '08' TO WS-STATUS
                   MOVE "Payee not on vendor master" TO WS-MESSAGE
               NOT INVALID KEY
                   MOVE PC-NEW-METHOD TO VM-PAY-METHOD
                   MOVE PC-NEW-ROUTING TO VM-BANK-ROUTING
                   MOVE PC-NEW-ACCOUNT TO VM-BANK-ACCOUNT
                   REWRITE VENDOR-MASTER-REC
           END-READ

           CLOSE VENDOR-MASTER.

       APPLY-WIRE-CHANGE.
           OPEN I-O WIRE-BENE-FILE

           IF WS-BENE-STATUS NOT = '00'
               OPEN OUTPUT WIRE-BENE-FILE
               CLOSE WIRE-BENE-FILE
               OPEN I-O WIRE-BENE-FILE
           END-IF

           MOVE PC-PAYEE-KEY TO WB-PARTY-NAME
           READ WIRE-BENE-FILE
               INVALID KEY
                   MOVE SPACES TO WB-LAST-WIRE-ID
                   MOVE ZERO TO WB-LAST-WIRE-DATE
           END-READ

           MOVE PC-PAYEE-KEY TO WB-PARTY-NAME
           MOVE PC-NEW-ACCOUNT TO WB-ACCOUNT-NUMBER
           MOVE WS-OPERATOR-ID TO WB-VERIFIED-BY
           STRING WS-YEAR WS-MONTH WS-DAY
                  WS-HOUR WS-MINUTE WS-SECOND
                  DELIMITED BY SIZE
                  INTO WB-TIMESTAMP

           WRITE WIRE-BENE-RECORD
               INVALID KEY
                   REWRITE WIRE-BENE-RECORD
           END-WRITE

           CLOSE WIRE-BENE-FILE.

       APPEND-CHANGE-OUTCOME.
           OPEN EXTEND PAYEE-CHANGE-FILE

           IF WS-CHANGE-STATUS NOT = '00'
               OPEN OUTPUT PAYEE-CHANGE-FILE
           END-IF

           IF WS-ACTION = "VERIFY"
               MOVE 'V' TO PC-STATUS
               MOVE "Change verified and applied" TO WS-MESSAGE
           ELSE
               MOVE 'R' TO PC-STATUS
               MOVE "Change rejected - instructions unchanged"
                   TO WS-MESSAGE
           END-IF
           MOVE WS-OPERATOR-ID TO PC-ACTIONED-BY
           MOVE WS-CALLBACK-NOTE TO PC-CALLBACK-NOTE
           STRING WS-YEAR WS-MONTH WS-DAY
                  WS-HOUR WS-MINUTE WS-SECOND
                  DELIMITED BY SIZE
                  INTO PC-TIMESTAMP

           WRITE PAYEE-CHANGE-RECORD

           CLOSE PAYEE-CHANGE-FILE.

       FORMAT-RESPONSE.
           STRING WS-STATUS
                  "|" WS-MESSAGE
                  DELIMITED BY SIZE
                  INTO LS-RESPONSE.
