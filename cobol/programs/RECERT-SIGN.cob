       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECERT-SIGN.
       AUTHOR. SUITECRM-REAL-ESTATE.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * MANAGER SIGN-OFF FOR QUARTERLY ENTITLEMENT RECERTIFICATION
      * ACCESS-REVIEW.COB OPENS A CYCLE ON RECERT.DAT EACH QUARTER
      * WITH ONE PENDING RECORD PER ACTIVE OPERATOR. THIS MODULE IS
      * WHERE A MANAGER RECORDS THE DECISION. SAME CALL SHAPE AS
      * PAYEE-VERIFY.COB:
      *   <ACTION>|<OPERATOR-ID>|<MANAGER-ID>|<NOTE>
      * WHERE ACTION IS:
      *   CERTIFY - THE OPERATOR STILL NEEDS THE ROLE AND LIMIT ON
      *             FILE. ALSO ACCEPTED LATE, AFTER THE DEADLINE
      *             EXPIRED THE OPERATOR; THAT DOES NOT REACTIVATE
      *             THEM BY ITSELF, BUT LETS THE NEXT OPERATOR-LOAD
      *             OF THE OPERATOR SHEET DO SO.
      *   REVOKE  - THE OPERATOR NO LONGER NEEDS ACCESS. THEY ARE SET
      *             INACTIVE ON OPERMST.DAT AT ONCE. A NOTE IS
      *             REQUIRED.
      * THE MANAGER MUST BE ON OPERMST.DAT, ACTIVE, HOLD THE ADMIN
      * ROLE, AND NOT BE THE OPERATOR BEING RECERTIFIED. WITH NO
      * OPERATOR MASTER THE CHECK FAILS CLOSED. THE DECISION IS
      * APPENDED TO THE LEDGER UNDER THE OPERATOR'S LATEST CYCLE.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECERT-FILE ASSIGN TO "RECERT.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-RECERT-STATUS.

           SELECT OPERATOR-MASTER ASSIGN TO "OPERMST.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS OP-OPERATOR-ID
                  FILE STATUS IS WS-OPER-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      * APPEND-ONLY RECERTIFICATION LEDGER. LATEST STATE WINS PER
      * CYCLE AND OPERATOR; CYCLES ARE APPENDED IN ORDER, SO THE LAST
      * RECORD FOR AN OPERATOR IS THEIR CURRENT STATE.
      *****************************************************************
       FD  RECERT-FILE.
       01  RECERT-RECORD.
           05  RC-CYCLE-ID         PIC X(6).
           05  RC-OPERATOR-ID      PIC X(20).
           05  RC-OPERATOR-NAME    PIC X(30).
           05  RC-ROLE             PIC X(10).
           05  RC-APPROVE-LIMIT    PIC 9(9)V99.
           05  RC-LAST-ACTIVITY    PIC 9(8).
           05  RC-FLAG-COUNT       PIC 9(3).
           05  RC-DEADLINE         PIC 9(8).
           05  RC-STATUS           PIC X.
               88  RC-PENDING      VALUE 'P'.
               88  RC-CERTIFIED    VALUE 'C'.
               88  RC-REVOKED      VALUE 'R'.
               88  RC-EXPIRED      VALUE 'X'.
           05  RC-ACTIONED-BY      PIC X(20).
           05  RC-ACTION-DATE      PIC 9(8).
           05  RC-NOTE             PIC X(40).
           05  RC-TIMESTAMP        PIC 9(14).

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
       01  WS-RECERT-STATUS        PIC XX.
       01  WS-OPER-STATUS          PIC XX.
       01  WS-EOF-SWITCH           PIC X VALUE 'N'.
           88  WS-END-OF-FILE      VALUE 'Y'.

       01  WS-REQUEST-FIELDS.
           05  WS-ACTION           PIC X(8).
           05  WS-OPERATOR-ID      PIC X(20).
           05  WS-MANAGER-ID       PIC X(20).
           05  WS-SIGN-NOTE        PIC X(40).

       01  WS-RESPONSE-WORK.
           05  WS-STATUS           PIC XX.
           05  WS-MESSAGE          PIC X(50).

       01  WS-OPER-OK-SW           PIC X.

      *****************************************************************
      * LATEST STATE OF THE OPERATOR'S RECERTIFICATION, CARRIED
      * FORWARD ONTO THE DECISION RECORD.
      *****************************************************************
       01  WS-LATEST-FOUND-SW      PIC X.
       01  WS-LATEST-RECERT        PIC X(179).

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
           PERFORM INITIALIZE-SIGN
           PERFORM PARSE-REQUEST
           PERFORM VALIDATE-REQUEST

           IF WS-STATUS = '00'
               PERFORM FIND-LATEST-RECERT
           END-IF

           IF WS-STATUS = '00'
               IF WS-ACTION = "REVOKE"
                   PERFORM DEACTIVATE-OPERATOR
               END-IF
           END-IF

           IF WS-STATUS = '00'
               PERFORM APPEND-RECERT-DECISION
           END-IF

           PERFORM FORMAT-RESPONSE
           GOBACK.

       INITIALIZE-SIGN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE '00' TO WS-STATUS
           MOVE SPACES TO WS-MESSAGE.

       PARSE-REQUEST.
           INITIALIZE WS-REQUEST-FIELDS

           UNSTRING LS-REQUEST DELIMITED BY '|'
               INTO WS-ACTION
                    WS-OPERATOR-ID
                    WS-MANAGER-ID
                    WS-SIGN-NOTE.

       VALIDATE-REQUEST.
           IF WS-ACTION NOT = "CERTIFY" AND WS-ACTION NOT = "REVOKE"
               MOVE '01' TO WS-STATUS
               MOVE "Unknown action" TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF

           IF WS-OPERATOR-ID = SPACES OR WS-MANAGER-ID = SPACES
               MOVE '03' TO WS-STATUS
               MOVE "Operator and manager IDs required" TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF

           IF WS-ACTION = "REVOKE" AND WS-SIGN-NOTE = SPACES
               MOVE '04' TO WS-STATUS
               MOVE "Note required to revoke" TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF

           IF WS-MANAGER-ID = WS-OPERATOR-ID
               MOVE '07' TO WS-STATUS
               MOVE "Manager cannot recertify themselves"
                   TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-MANAGER-ENTITLEMENT
           IF WS-OPER-OK-SW = 'N'
               MOVE '06' TO WS-STATUS
               MOVE "Manager not an active admin" TO WS-MESSAGE
           END-IF.

      *****************************************************************
      * THE MANAGER MUST BE A KNOWN, ACTIVE OPERATOR HOLDING THE
      * ADMIN ROLE. NO OPERATOR MASTER MEANS NO ONE CAN BE SHOWN TO
      * HOLD THAT ROLE, SO THE CHECK FAILS CLOSED.
      *****************************************************************
       CHECK-MANAGER-ENTITLEMENT.
           MOVE 'N' TO WS-OPER-OK-SW

           OPEN INPUT OPERATOR-MASTER

           IF WS-OPER-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-MANAGER-ID TO OP-OPERATOR-ID
           READ OPERATOR-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF OP-ACTIVE AND OP-ROLE-ADMIN
                       MOVE 'Y' TO WS-OPER-OK-SW
                   END-IF
           END-READ

           CLOSE OPERATOR-MASTER.

      *****************************************************************
      * KEEP-LAST-MATCH SWEEP OF THE LEDGER FOR THIS OPERATOR. A
      * PENDING OR EXPIRED OPERATOR CAN BE CERTIFIED; A PENDING OR
      * CERTIFIED ONE CAN BE REVOKED.
      *****************************************************************
       FIND-LATEST-RECERT.
           MOVE 'N' TO WS-LATEST-FOUND-SW

           OPEN INPUT RECERT-FILE

           IF WS-RECERT-STATUS = '00'
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM READ-RECERT-RECORD
               PERFORM UNTIL WS-END-OF-FILE
                   IF RC-OPERATOR-ID = WS-OPERATOR-ID
                       MOVE 'Y' TO WS-LATEST-FOUND-SW
                       MOVE RECERT-RECORD TO WS-LATEST-RECERT
                   END-IF
                   PERFORM READ-RECERT-RECORD
               END-PERFORM
               CLOSE RECERT-FILE
           END-IF

           IF WS-LATEST-FOUND-SW = 'N'
               MOVE '05' TO WS-STATUS
               MOVE "No recertification for this operator"
                   TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-LATEST-RECERT TO RECERT-RECORD

           IF WS-ACTION = "CERTIFY"
                   AND NOT RC-PENDING AND NOT RC-EXPIRED
               MOVE '08' TO WS-STATUS
               MOVE "Operator already certified or revoked"
                   TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF

           IF WS-ACTION = "REVOKE"
                   AND NOT RC-PENDING AND NOT RC-CERTIFIED
               MOVE '08' TO WS-STATUS
               MOVE "Operator already revoked or expired"
                   TO WS-MESSAGE
           END-IF.

       READ-RECERT-RECORD.
           READ RECERT-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

       DEACTIVATE-OPERATOR.
           OPEN I-O OPERATOR-MASTER

           IF WS-OPER-STATUS NOT = '00'
               MOVE '09' TO WS-STATUS
               MOVE "Operator master not available" TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-OPERATOR-ID TO OP-OPERATOR-ID
           READ OPERATOR-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'I' TO OP-STATUS
                   REWRITE OPERATOR-MASTER-REC
           END-READ

           CLOSE OPERATOR-MASTER.

       APPEND-RECERT-DECISION.
           OPEN EXTEND RECERT-FILE

           IF WS-RECERT-STATUS NOT = '00'
               OPEN OUTPUT RECERT-FILE
           END-IF

           IF WS-ACTION = "CERTIFY"
               MOVE 'C' TO RC-STATUS
               MOVE "Operator certified" TO WS-MESSAGE
           ELSE
               MOVE 'R' TO RC-STATUS
               MOVE "Operator revoked and deactivated" TO WS-MESSAGE
           END-IF
           MOVE WS-MANAGER-ID TO RC-ACTIONED-BY
           STRING WS-YEAR WS-MONTH WS-DAY
                  DELIMITED BY SIZE
                  INTO RC-ACTION-DATE
           MOVE WS-SIGN-NOTE TO RC-NOTE
           STRING WS-YEAR WS-MONTH WS-DAY
                  WS-HOUR WS-MINUTE WS-SECOND
                  DELIMITED BY SIZE
                  INTO RC-TIMESTAMP

           WRITE RECERT-RECORD

           CLOSE RECERT-FILE.

       FORMAT-RESPONSE.
           STRING WS-STATUS
                  "|" WS-MESSAGE
                  DELIMITED BY SIZE
                  INTO LS-RESPONSE.
