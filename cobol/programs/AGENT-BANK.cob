       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGENT-BANK.
       AUTHOR. SUITECRM-REAL-ESTATE.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * AGENT DIRECT-DEPOSIT BANKING DETAILS MAINTENANCE MODULE
      * KEEPS THE BANK ACCOUNT EACH AGENT'S COMMISSION PAYOUT IS
      * CREDITED TO BY THE AGENT-PAYOUT ACH FILE. SAME CALL SHAPE AS
      * MTG-ACH-ENROLL.COB:
      *   SETUP|<AGENT-ID>|<ROUTING>|<BANK-ACCOUNT>|<ACCOUNT-TYPE>
      *     RECORDS NEW OR CHANGED BANKING DETAILS. THE AGENT MUST BE
      *     ON AGENT-MASTER, THE ROUTING NUMBER MUST PASS THE ABA
      *     CHECK DIGIT AND THE ACCOUNT TYPE IS C (CHECKING) OR S
      *     (SAVINGS). EVERY NEW OR CHANGED ACCOUNT STARTS AT 'P'
      *     PRENOTE DUE - AGENT-PAYOUT SENDS THE ZERO-DOLLAR PRENOTE
      *     ON ITS NEXT RUN ('S' SENT) AND ONLY PROMOTES THE ACCOUNT
      *     TO 'A' ACTIVE ONCE THE PRENOTE HAS STOOD UNRETURNED FOR
      *     THE ACH SETTLEMENT WINDOW. UNTIL THEN THE AGENT IS PAID BY
      *     CHECK THROUGH THE POSITIVE-PAY REGISTER. RE-KEYING THE
      *     DETAILS ALREADY ON FILE IS NOT A CHANGE AND DOES NOT
      *     RESTART THE PRENOTE CYCLE.
      *   REJECT|<AGENT-ID>
      *     THE RECEIVING BANK RETURNED THE PRENOTE (OR A LIVE CREDIT)
      *     AS AN INVALID ACCOUNT - STATUS 'R'. THE AGENT IS PAID BY
      *     CHECK UNTIL CORRECTED DETAILS ARE SET UP AGAIN.
      *   STOP|<AGENT-ID>
      *     AGENT WITHDREW THE DIRECT-DEPOSIT AUTHORIZATION - STATUS
      *     'C', PAID BY CHECK FROM THE NEXT RUN ON.
      *   STATUS|<AGENT-ID>
      *     RETURNS THE AGENT'S LATEST BANKING STATE.
      * AGTBANK.DAT IS APPEND-ONLY, LATEST STATE WINS PER AGENT-ID.
      * AGENT-PAYOUT APPENDS THE 'S' AND 'A' PRENOTE FOLLOW-UPS
      * ITSELF AS THE CYCLE PROGRESSES.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGENT-BANK-FILE ASSIGN TO "AGTBANK.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-BANK-STATUS.

           SELECT AGENT-MASTER ASSIGN TO "AGENT-MASTER.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS AM-AGENT-ID
                  FILE STATUS IS WS-AGENT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      * APPEND-ONLY AGENT BANKING LEDGER - LATEST STATE WINS PER
      * AGENT-ID. AB-PRENOTE-DATE IS THE DATE THE ZERO-DOLLAR PRENOTE
      * WENT OUT ON THE ACH FILE (ZERO UNTIL IT HAS).
      *****************************************************************
       FD  AGENT-BANK-FILE.
       01  AGENT-BANK-RECORD.
           05  AB-AGENT-ID         PIC X(20).
           05  AB-ROUTING-NUMBER   PIC 9(9).
           05  AB-BANK-ACCOUNT     PIC X(17).
           05  AB-ACCOUNT-TYPE     PIC X.
               88  AB-CHECKING     VALUE 'C'.
               88  AB-SAVINGS      VALUE 'S'.
           05  AB-STATUS           PIC X.
               88  AB-PRENOTE-DUE  VALUE 'P'.
               88  AB-PRENOTE-SENT VALUE 'S'.
               88  AB-ACTIVE       VALUE 'A'.
               88  AB-REJECTED     VALUE 'R'.
               88  AB-STOPPED      VALUE 'C'.
           05  AB-PRENOTE-DATE     PIC 9(8).
           05  AB-STATUS-DATE      PIC 9(8).
           05  AB-TIMESTAMP        PIC 9(14).

       FD  AGENT-MASTER.
       01  AGENT-MASTER-REC.
           05  AM-AGENT-ID         PIC X(20).
           05  AM-LICENSE-NUMBER   PIC X(20).
           05  AM-FIRST-NAME       PIC X(30).
           05  AM-LAST-NAME        PIC X(30).
           05  AM-EMAIL            PIC X(50).
           05  AM-PHONE            PIC X(20).
           05  AM-OFFICE-ID        PIC X(20).
           05  AM-COMMISSION-RATE  PIC 99V99.
           05  AM-STATUS           PIC X.
           05  AM-JOIN-DATE        PIC 9(8).
           05  AM-YTD-SALES        PIC 9(9)V99.
           05  AM-TOTAL-SALES      PIC 9(9)V99.
           05  AM-LICENSE-EXPIRATION PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-BANK-STATUS          PIC XX.
       01  WS-AGENT-STATUS         PIC XX.
       01  WS-EOF-SWITCH           PIC X VALUE 'N'.
           88  WS-END-OF-FILE      VALUE 'Y'.

       01  WS-REQUEST-FIELDS.
           05  WS-ACTION           PIC X(10).
           05  WS-REQ-AGENT-ID     PIC X(20).
           05  WS-REQ-ROUTING      PIC X(9).
           05  WS-REQ-ROUTING-NUM REDEFINES WS-REQ-ROUTING PIC 9(9).
           05  WS-REQ-ROUTING-DIGITS REDEFINES WS-REQ-ROUTING.
               10  WS-REQ-ROUTING-DIGIT PIC 9 OCCURS 9 TIMES.
           05  WS-REQ-BANK-ACCOUNT PIC X(17).
           05  WS-REQ-ACCOUNT-TYPE PIC X.

       01  WS-RESPONSE-WORK.
           05  WS-STATUS           PIC XX.
           05  WS-MESSAGE          PIC X(50).

       01  WS-AGENT-FOUND          PIC X.

       01  WS-BANKING-STATE.
           05  WS-BANK-FOUND       PIC X.
           05  WS-FND-ROUTING      PIC 9(9).
           05  WS-FND-BANK-ACCOUNT PIC X(17).
           05  WS-FND-ACCOUNT-TYPE PIC X.
           05  WS-FND-STATUS       PIC X.
           05  WS-FND-PRENOTE-DATE PIC 9(8).
           05  WS-FND-STATUS-DATE  PIC 9(8).

      *****************************************************************
      * ABA ROUTING CHECK DIGIT: 3-7-1 WEIGHTS ACROSS THE NINE DIGITS
      * MUST SUM TO A MULTIPLE OF TEN.
      *****************************************************************
       01  WS-ABA-WORK.
           05  WS-ABA-SUM          PIC 9(4).
           05  WS-ABA-QUOTIENT     PIC 9(4).
           05  WS-ABA-REMAINDER    PIC 9.

       01  WS-TODAY-DATE           PIC 9(8).

       01  WS-CURRENT-DATE.
           05  WS-YEAR             PIC 9(4).
           05  WS-MONTH            PIC 99.
           05  WS-DAY              PIC 99.

       01  WS-CURRENT-TIME.
           05  WS-HOUR             PIC 99.
           05  WS-MINUTE           PIC 99.
           05  WS-SECOND           PIC 99.

       LINKAGE SECTION.
       01  LS-REQUEST              PIC X(100).
       01  LS-RESPONSE             PIC X(150).

       PROCEDURE DIVISION USING LS-REQUEST LS-RESPONSE.

       MAIN-PROCESS.
           PERFORM INITIALIZE-BANKING
           PERFORM PARSE-REQUEST

           EVALUATE WS-ACTION
               WHEN "SETUP"
                   PERFORM PROCESS-SETUP
               WHEN "REJECT"
                   PERFORM PROCESS-REJECT
               WHEN "STOP"
                   PERFORM PROCESS-STOP
               WHEN "STATUS"
                   PERFORM FIND-CURRENT-BANKING
                   IF WS-BANK-FOUND = 'Y'
                       MOVE "Agent banking details follow" TO WS-MESSAGE
                   ELSE
                       MOVE '01' TO WS-STATUS
                       MOVE "No banking details on file" TO WS-MESSAGE
                   END-IF
               WHEN OTHER
                   MOVE '09' TO WS-STATUS
                   MOVE "Invalid request type" TO WS-MESSAGE
           END-EVALUATE

           PERFORM FORMAT-RESPONSE
           GOBACK.

       INITIALIZE-BANKING.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           ACCEPT WS-CURRENT-TIME FROM TIME
           STRING WS-YEAR WS-MONTH WS-DAY
                  DELIMITED BY SIZE
                  INTO WS-TODAY-DATE
           MOVE '00' TO WS-STATUS
           MOVE SPACES TO WS-MESSAGE
           INITIALIZE WS-BANKING-STATE.

       PARSE-REQUEST.
           MOVE SPACES TO WS-REQUEST-FIELDS

           UNSTRING LS-REQUEST DELIMITED BY '|'
               INTO WS-ACTION
                    WS-REQ-AGENT-ID
                    WS-REQ-ROUTING
                    WS-REQ-BANK-ACCOUNT
                    WS-REQ-ACCOUNT-TYPE.

       PROCESS-SETUP.
           IF WS-REQ-AGENT-ID = SPACES
               MOVE '01' TO WS-STATUS
               MOVE "Agent ID required" TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-AGENT-MASTER
           IF WS-AGENT-FOUND = 'N'
               MOVE '10' TO WS-STATUS
               MOVE "Agent not found" TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF

           PERFORM VALIDATE-ROUTING-NUMBER
           IF WS-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           IF WS-REQ-BANK-ACCOUNT = SPACES
               MOVE '04' TO WS-STATUS
               MOVE "Bank account number required" TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF

           IF WS-REQ-ACCOUNT-TYPE NOT = 'C'
                   AND WS-REQ-ACCOUNT-TYPE NOT = 'S'
               MOVE '06' TO WS-STATUS
               MOVE "Account type must be C or S" TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-CURRENT-BANKING
           IF WS-BANK-FOUND = 'Y'
                   AND WS-FND-ROUTING = WS-REQ-ROUTING-NUM
                   AND WS-FND-BANK-ACCOUNT = WS-REQ-BANK-ACCOUNT
                   AND WS-FND-ACCOUNT-TYPE = WS-REQ-ACCOUNT-TYPE
                   AND (WS-FND-STATUS = 'P' OR WS-FND-STATUS = 'S'
                        OR WS-FND-STATUS = 'A')
               MOVE "Banking details unchanged" TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-REQ-ROUTING-NUM TO WS-FND-ROUTING
           MOVE WS-REQ-BANK-ACCOUNT TO WS-FND-BANK-ACCOUNT
           MOVE WS-REQ-ACCOUNT-TYPE TO WS-FND-ACCOUNT-TYPE
           MOVE 'P' TO WS-FND-STATUS
           MOVE ZERO TO WS-FND-PRENOTE-DATE
           MOVE WS-TODAY-DATE TO WS-FND-STATUS-DATE
           PERFORM APPEND-BANKING-RECORD

           IF WS-BANK-FOUND = 'Y'
               MOVE "Banking details changed - prenote due"
                   TO WS-MESSAGE
           ELSE
               MOVE "Banking details recorded - prenote due"
                   TO WS-MESSAGE
           END-IF
           MOVE 'Y' TO WS-BANK-FOUND.

       PROCESS-REJECT.
           PERFORM FIND-CURRENT-BANKING
           IF WS-BANK-FOUND = 'N'
               MOVE '01' TO WS-STATUS
               MOVE "No banking details on file" TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF

           IF WS-FND-STATUS NOT = 'S'
                   AND WS-FND-STATUS NOT = 'A'
               MOVE '05' TO WS-STATUS
               MOVE "No prenote or credit outstanding to reject"
                   TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF

           MOVE 'R' TO WS-FND-STATUS
           MOVE WS-TODAY-DATE TO WS-FND-STATUS-DATE
           PERFORM APPEND-BANKING-RECORD

           MOVE "Banking details rejected - paid by check"
               TO WS-MESSAGE.

       PROCESS-STOP.
           PERFORM FIND-CURRENT-BANKING
           IF WS-BANK-FOUND = 'N'
               MOVE '01' TO WS-STATUS
               MOVE "No banking details on file" TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF

           IF WS-FND-STATUS = 'C'
               MOVE '05' TO WS-STATUS
               MOVE "Direct deposit already stopped" TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF

           MOVE 'C' TO WS-FND-STATUS
           MOVE WS-TODAY-DATE TO WS-FND-STATUS-DATE
           PERFORM APPEND-BANKING-RECORD

           MOVE "Direct deposit stopped" TO WS-MESSAGE.

       VALIDATE-ROUTING-NUMBER.
           IF WS-REQ-ROUTING NOT NUMERIC
               MOVE '03' TO WS-STATUS
               MOVE "Invalid routing number" TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-ABA-SUM =
               3 * (WS-REQ-ROUTING-DIGIT(1) + WS-REQ-ROUTING-DIGIT(4)
                    + WS-REQ-ROUTING-DIGIT(7))
             + 7 * (WS-REQ-ROUTING-DIGIT(2) + WS-REQ-ROUTING-DIGIT(5)
                    + WS-REQ-ROUTING-DIGIT(8))
             +     (WS-REQ-ROUTING-DIGIT(3) + WS-REQ-ROUTING-DIGIT(6)
                    + WS-REQ-ROUTING-DIGIT(9))

           DIVIDE WS-ABA-SUM BY 10 GIVING WS-ABA-QUOTIENT
               REMAINDER WS-ABA-REMAINDER

           IF WS-ABA-REMAINDER NOT = ZERO
                   OR WS-REQ-ROUTING-NUM = ZERO
               MOVE '03' TO WS-STATUS
               MOVE "Invalid routing number" TO WS-MESSAGE
           END-IF.

       FIND-AGENT-MASTER.
           MOVE 'N' TO WS-AGENT-FOUND

           OPEN INPUT AGENT-MASTER

           IF WS-AGENT-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-REQ-AGENT-ID TO AM-AGENT-ID
           READ AGENT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-AGENT-FOUND
           END-READ

           CLOSE AGENT-MASTER.

       FIND-CURRENT-BANKING.
           MOVE 'N' TO WS-BANK-FOUND

           OPEN INPUT AGENT-BANK-FILE

           IF WS-BANK-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM READ-BANKING-RECORD
           PERFORM UNTIL WS-END-OF-FILE
               IF AB-AGENT-ID = WS-REQ-AGENT-ID
                   MOVE 'Y' TO WS-BANK-FOUND
                   MOVE AB-ROUTING-NUMBER TO WS-FND-ROUTING
                   MOVE AB-BANK-ACCOUNT TO WS-FND-BANK-ACCOUNT
                   MOVE AB-ACCOUNT-TYPE TO WS-FND-ACCOUNT-TYPE
                   MOVE AB-STATUS TO WS-FND-STATUS
                   MOVE AB-PRENOTE-DATE TO WS-FND-PRENOTE-DATE
                   MOVE AB-STATUS-DATE TO WS-FND-STATUS-DATE
               END-IF
               PERFORM READ-BANKING-RECORD
           END-PERFORM

           CLOSE AGENT-BANK-FILE
           MOVE 'N' TO WS-EOF-SWITCH.

       READ-BANKING-RECORD.
           READ AGENT-BANK-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

       APPEND-BANKING-RECORD.
           OPEN EXTEND AGENT-BANK-FILE

           IF WS-BANK-STATUS NOT = '00'
               OPEN OUTPUT AGENT-BANK-FILE
           END-IF

           MOVE WS-REQ-AGENT-ID TO AB-AGENT-ID
           MOVE WS-FND-ROUTING TO AB-ROUTING-NUMBER
           MOVE WS-FND-BANK-ACCOUNT TO AB-BANK-ACCOUNT
           MOVE WS-FND-ACCOUNT-TYPE TO AB-ACCOUNT-TYPE
           MOVE WS-FND-STATUS TO AB-STATUS
           MOVE WS-FND-PRENOTE-DATE TO AB-PRENOTE-DATE
           MOVE WS-FND-STATUS-DATE TO AB-STATUS-DATE
           STRING WS-YEAR WS-MONTH WS-DAY
                  WS-HOUR WS-MINUTE WS-SECOND
                  DELIMITED BY SIZE
                  INTO AB-TIMESTAMP

           WRITE AGENT-BANK-RECORD

           CLOSE AGENT-BANK-FILE.

      *****************************************************************
      * STATUS|AGENT-ID|ROUTING|BANK-ACCOUNT|ACCOUNT-TYPE|
      * BANKING-STATUS|PRENOTE-DATE|MESSAGE
      *****************************************************************
       FORMAT-RESPONSE.
           STRING WS-STATUS
                  "|" WS-REQ-AGENT-ID
                  "|" WS-FND-ROUTING
                  "|" WS-FND-BANK-ACCOUNT
                  "|" WS-FND-ACCOUNT-TYPE
                  "|" WS-FND-STATUS
                  "|" WS-FND-PRENOTE-DATE
                  "|" WS-MESSAGE
                  DELIMITED BY SIZE
                  INTO LS-RESPONSE.
