       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAR-CLOSE.
       AUTHOR. SUITECRM-REAL-ESTATE.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * SUSPICIOUS-ACTIVITY REVIEW CASE DISPOSITION
      * CASH-MONITOR.COB OPENS A REVIEW CASE ON SARCASE.DAT FOR EACH
      * PARTY WHOSE DEPOSITS LOOK STRUCTURED TO STAY UNDER THE CTR
      * THRESHOLD, AND KEEPS IT ON THE OPEN REVIEW QUEUE UNTIL A
      * COMPLIANCE OFFICER DISPOSES OF IT HERE. SAME CALL SHAPE AS
      * PAYEE-VERIFY.COB:
      *   CLOSE|<CASE-ID>|<DISPOSITION>|<OPERATOR-ID>|<NOTE>
      * WHERE DISPOSITION IS:
      *   SARFILED - A SUSPICIOUS ACTIVITY REPORT WAS FILED. THE NOTE
      *              CARRIES THE FILING REFERENCE.
      *   NOACTION - THE ACTIVITY WAS EXPLAINED; NOTHING FILED. THE
      *              NOTE CARRIES THE REASON.
      * THE NOTE IS REQUIRED EITHER WAY. THE OFFICER MUST BE ON
      * OPERMST.DAT, ACTIVE, AND HOLD THE APPROVE OR ADMIN ROLE; WITH
      * NO OPERATOR MASTER THE CHECK FAILS CLOSED. A CASE ALREADY
      * CLOSED CANNOT BE CLOSED AGAIN. NOTHING IS CHANGED IN PLACE -
      * A 'C' CLOSED RECORD IS APPENDED TO THE LEDGER.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SAR-CASE-FILE ASSIGN TO "SARCASE.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-CASE-STATUS.

           SELECT OPERATOR-MASTER ASSIGN TO "OPERMST.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS OP-OPERATOR-ID
                  FILE STATUS IS WS-OPER-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      * APPEND-ONLY SUSPICIOUS-ACTIVITY REVIEW CASE LEDGER. LATEST
      * STATE WINS PER CASE ID.
      *****************************************************************
       FD  SAR-CASE-FILE.
       01  SAR-CASE-RECORD.
           05  SC-CASE-ID          PIC X(20).
           05  SC-PARTY-ID         PIC X(20).
           05  SC-PARTY-NAME       PIC X(50).
           05  SC-OPENED-DATE      PIC 9(8).
           05  SC-PATTERN          PIC X(20).
           05  SC-PAYMENT-COUNT    PIC 9(5).
           05  SC-TOTAL-AMOUNT     PIC 9(11)V99.
           05  SC-STATUS           PIC X.
               88  SC-OPEN         VALUE 'O'.
               88  SC-CLOSED       VALUE 'C'.
           05  SC-DISPOSITION      PIC X(10).
           05  SC-CLOSED-BY        PIC X(20).
           05  SC-CLOSED-DATE      PIC 9(8).
           05  SC-CLOSE-NOTE       PIC X(40).
           05  SC-TIMESTAMP        PIC 9(14).

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
       01  WS-CASE-STATUS          PIC XX.
       01  WS-OPER-STATUS          PIC XX.
       01  WS-EOF-SWITCH           PIC X VALUE 'N'.
           88  WS-END-OF-FILE      VALUE 'Y'.

       01  WS-REQUEST-FIELDS.
           05  WS-ACTION           PIC X(8).
           05  WS-CASE-ID          PIC X(20).
           05  WS-DISPOSITION      PIC X(10).
           05  WS-OPERATOR-ID      PIC X(20).
           05  WS-CLOSE-NOTE       PIC X(40).

       01  WS-RESPONSE-WORK.
           05  WS-STATUS           PIC XX.
           05  WS-MESSAGE          PIC X(50).

       01  WS-OPER-OK-SW           PIC X.

      *****************************************************************
      * LATEST STATE OF THE CASE BEING CLOSED, CARRIED FORWARD ONTO
      * THE CLOSED RECORD.
      *****************************************************************
       01  WS-LATEST-FOUND-SW      PIC X.
       01  WS-LATEST-CASE          PIC X(229).

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
           PERFORM INITIALIZE-CLOSE
           PERFORM PARSE-REQUEST
           PERFORM VALIDATE-REQUEST

           IF WS-STATUS = '00'
               PERFORM FIND-LATEST-CASE
           END-IF

           IF WS-STATUS = '00'
               PERFORM APPEND-CASE-CLOSURE
           END-IF

           PERFORM FORMAT-RESPONSE
           GOBACK.

       INITIALIZE-CLOSE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE '00' TO WS-STATUS
           MOVE SPACES TO WS-MESSAGE.

       PARSE-REQUEST.
           INITIALIZE WS-REQUEST-FIELDS

           UNSTRING LS-REQUEST DELIMITED BY '|'
               INTO WS-ACTION
                    WS-CASE-ID
                    WS-DISPOSITION
                    WS-OPERATOR-ID
                    WS-CLOSE-NOTE

           MOVE FUNCTION UPPER-CASE(WS-CASE-ID) TO WS-CASE-ID
           MOVE FUNCTION UPPER-CASE(WS-DISPOSITION) TO WS-DISPOSITION.

       VALIDATE-REQUEST.
           IF WS-ACTION NOT = "CLOSE"
               MOVE '01' TO WS-STATUS
               MOVE "Unknown action" TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF

           IF WS-DISPOSITION NOT = "SARFILED"
                   AND WS-DISPOSITION NOT = "NOACTION"
               MOVE '02' TO WS-STATUS
               MOVE "Disposition must be SARFILED or NOACTION"
                   TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF

           IF WS-CASE-ID = SPACES OR WS-OPERATOR-ID = SPACES
               MOVE '03' TO WS-STATUS
               MOVE "Case ID and operator ID required" TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF

           IF WS-CLOSE-NOTE = SPACES
               MOVE '04' TO WS-STATUS
               MOVE "Disposition note required" TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-OPERATOR-ENTITLEMENT
           IF WS-OPER-OK-SW = 'N'
               MOVE '06' TO WS-STATUS
               MOVE "Operator not an active approver" TO WS-MESSAGE
           END-IF.

      *****************************************************************
      * THE OFFICER MUST BE A KNOWN, ACTIVE OPERATOR HOLDING THE
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
      * KEEP-LAST-MATCH SWEEP OF THE CASE LEDGER. ONLY A CASE WHOSE
      * LATEST STATE IS STILL OPEN CAN BE CLOSED.
      *****************************************************************
       FIND-LATEST-CASE.
           MOVE 'N' TO WS-LATEST-FOUND-SW

           OPEN INPUT SAR-CASE-FILE

           IF WS-CASE-STATUS = '00'
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM READ-CASE-RECORD
               PERFORM UNTIL WS-END-OF-FILE
                   IF SC-CASE-ID = WS-CASE-ID
                       MOVE 'Y' TO WS-LATEST-FOUND-SW
                       MOVE SAR-CASE-RECORD TO WS-LATEST-CASE
                   END-IF
                   PERFORM READ-CASE-RECORD
               END-PERFORM
               CLOSE SAR-CASE-FILE
           END-IF

           IF WS-LATEST-FOUND-SW = 'N'
               MOVE '05' TO WS-STATUS
               MOVE "Review case not found" TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-LATEST-CASE TO SAR-CASE-RECORD

           IF NOT SC-OPEN
               MOVE '07' TO WS-STATUS
               MOVE "Review case already closed" TO WS-MESSAGE
           END-IF.

       READ-CASE-RECORD.
           READ SAR-CASE-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

       APPEND-CASE-CLOSURE.
           OPEN EXTEND SAR-CASE-FILE

           IF WS-CASE-STATUS NOT = '00'
               OPEN OUTPUT SAR-CASE-FILE
           END-IF

           MOVE 'C' TO SC-STATUS
           MOVE WS-DISPOSITION TO SC-DISPOSITION
           MOVE WS-OPERATOR-ID TO SC-CLOSED-BY
           STRING WS-YEAR WS-MONTH WS-DAY
                  DELIMITED BY SIZE
                  INTO SC-CLOSED-DATE
           MOVE WS-CLOSE-NOTE TO SC-CLOSE-NOTE
           STRING WS-YEAR WS-MONTH WS-DAY
                  WS-HOUR WS-MINUTE WS-SECOND
                  DELIMITED BY SIZE
                  INTO SC-TIMESTAMP

           WRITE SAR-CASE-RECORD

           CLOSE SAR-CASE-FILE

           MOVE "Review case closed" TO WS-MESSAGE.

       FORMAT-RESPONSE.
           STRING WS-STATUS
                  "|" WS-MESSAGE
                  DELIMITED BY SIZE
                  INTO LS-RESPONSE.
