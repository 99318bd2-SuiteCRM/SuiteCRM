       IDENTIFICATION DIVISION.
       PROGRAM-ID. MTG-ACH-ENROLL.
       AUTHOR. SUITECRM-REAL-ESTATE.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * MORTGAGE AUTOPAY (ACH DRAFT) ENROLLMENT MAINTENANCE MODULE
      * A BORROWER WHO SIGNS AN ACH DEBIT AUTHORIZATION HAS THE
      * MONTHLY PAYMENT DRAFTED FROM THEIR OWN BANK ACCOUNT BY THE
      * DAILY MTG-AUTOPAY JOB INSTEAD OF SUBMITTING EACH MTGPAYMENT
      * THROUGH PAYMENT.COB. SAME CALL SHAPE AS MTG-PLAN.COB:
      *   ENROLL|<MORTGAGE-ID>|<ROUTING>|<BANK-ACCOUNT>|<DRAFT-DAY>|
      *         <START-DATE>
      *     RECORDS AN ACTIVE ENROLLMENT. THE LOAN MUST EXIST WITH AN
      *     OUTSTANDING BALANCE, THE ROUTING NUMBER MUST PASS THE ABA
      *     CHECK DIGIT, AND THE DRAFT DAY IS 01-28 SO IT FALLS IN
      *     EVERY MONTH. A NEW ENROLLMENT SUPERSEDES ANY PRIOR ONE
      *     (A CHANGE OF BANK ACCOUNT IS SIMPLY A RE-ENROLLMENT), BUT
      *     A SUSPENDED ENROLLMENT MUST BE RESUMED FIRST.
      *   STOP|<MORTGAGE-ID>|<STOP-DATE>
      *     BORROWER REVOKED THE AUTHORIZATION - NO DRAFT IS DATED ON
      *     OR AFTER THE STOP DATE (STATUS 'C').
      *   RESUME|<MORTGAGE-ID>
      *     RE-ACTIVATES A SUSPENDED ENROLLMENT AND CLEARS ITS NSF
      *     COUNT, ONCE THE SERVICER HAS SPOKEN TO THE BORROWER.
      *   STATUS|<MORTGAGE-ID>
      *     RETURNS THE ENROLLMENT'S LATEST STATE.
      * AUTOPAY.DAT IS APPEND-ONLY, LATEST STATE WINS PER MORTGAGE-ID.
      * BANK-RETURNS APPENDS THE 'S' SUSPENDED FOLLOW-UP ITSELF WHEN A
      * SECOND NSF RETURN COMES BACK AGAINST THE ENROLLMENT'S DRAFTS.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUTOPAY-FILE ASSIGN TO "AUTOPAY.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-AUTOPAY-STATUS.

           SELECT MORTGAGE-FILE ASSIGN TO "MORTGAGES.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-MORTGAGE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      * APPEND-ONLY ENROLLMENT LEDGER - LATEST STATE WINS PER
      * MORTGAGE-ID. AP-NSF-COUNT IS THE NUMBER OF NSF RETURNS SINCE
      * THE LAST ENROLL OR RESUME.
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

       FD  MORTGAGE-FILE.
       01  MORTGAGE-RECORD.
           05  MORTGAGE-ID         PIC X(20).
           05  PROPERTY-ID         PIC X(20).
           05  BORROWER-NAME       PIC X(50).
           05  LOAN-AMOUNT         PIC 9(9)V99.
           05  DOWN-PAYMENT        PIC 9(9)V99.
           05  INTEREST-RATE       PIC 99V9999.
           05  LOAN-TERM-MONTHS    PIC 999.
           05  MONTHLY-PAYMENT     PIC 9(7)V99.
           05  TOTAL-INTEREST      PIC 9(9)V99.
           05  CALC-DATE           PIC 9(8).
           05  CURTAILMENT-AMOUNT  PIC 9(9)V99.
           05  CURRENCY-CODE       PIC X(3).
           05  RATE-LOCK-DATE       PIC 9(8).
           05  RATE-LOCK-EXPIRATION PIC 9(8).
           05  RATE-LOCK-STATUS     PIC X.
           05  MORTGAGE-ACCOUNT-NUMBER PIC X(20).
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

       WORKING-STORAGE SECTION.
       01  WS-AUTOPAY-STATUS       PIC XX.
       01  WS-MORTGAGE-STATUS      PIC XX.
       01  WS-EOF-SWITCH           PIC X VALUE 'N'.
           88  WS-END-OF-FILE      VALUE 'Y'.

      *****************************************************************
      * THE FIELD AFTER THE MORTGAGE-ID IS THE ROUTING NUMBER ON AN
      * ENROLL AND THE STOP DATE ON A STOP, SO IT IS PARSED AS TEXT
      * AND REDEFINED FOR BOTH NUMERIC VIEWS.
      *****************************************************************
       01  WS-REQUEST-FIELDS.
           05  WS-ACTION           PIC X(10).
           05  WS-REQ-MORTGAGE-ID  PIC X(20).
           05  WS-REQ-FIELD-2      PIC X(9).
           05  WS-REQ-ROUTING-NUM REDEFINES WS-REQ-FIELD-2 PIC 9(9).
           05  WS-REQ-ROUTING-DIGITS REDEFINES WS-REQ-FIELD-2.
               10  WS-REQ-ROUTING-DIGIT PIC 9 OCCURS 9 TIMES.
           05  WS-REQ-STOP REDEFINES WS-REQ-FIELD-2.
               10  WS-REQ-STOP-NUM PIC 9(8).
               10  FILLER          PIC X.
           05  WS-REQ-BANK-ACCOUNT PIC X(17).
           05  WS-REQ-DRAFT-DAY    PIC X(2).
           05  WS-REQ-DRAFT-DAY-NUM REDEFINES WS-REQ-DRAFT-DAY PIC 99.
           05  WS-REQ-START        PIC X(8).
           05  WS-REQ-START-NUM REDEFINES WS-REQ-START PIC 9(8).

       01  WS-RESPONSE-WORK.
           05  WS-STATUS           PIC XX.
           05  WS-MESSAGE          PIC X(50).

       01  WS-MORTGAGE-STATE.
           05  WS-MORTGAGE-FOUND   PIC X.
           05  WS-MTG-BALANCE      PIC 9(9)V99.

       01  WS-ENROLLMENT-STATE.
           05  WS-ENROLL-FOUND     PIC X.
           05  WS-FND-ROUTING      PIC 9(9).
           05  WS-FND-BANK-ACCOUNT PIC X(17).
           05  WS-FND-DRAFT-DAY    PIC 99.
           05  WS-FND-START        PIC 9(8).
           05  WS-FND-STOP         PIC 9(8).
           05  WS-FND-STATUS       PIC X.
           05  WS-FND-NSF-COUNT    PIC 9.
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
           PERFORM INITIALIZE-ENROLLMENT
           PERFORM PARSE-REQUEST

           EVALUATE WS-ACTION
               WHEN "ENROLL"
                   PERFORM PROCESS-ENROLL
               WHEN "STOP"
                   PERFORM PROCESS-STOP
               WHEN "RESUME"
                   PERFORM PROCESS-RESUME
               WHEN "STATUS"
                   PERFORM FIND-CURRENT-ENROLLMENT
                   IF WS-ENROLL-FOUND = 'Y'
                       MOVE "Autopay enrollment follows" TO WS-MESSAGE
                   ELSE
                       MOVE '01' TO WS-STATUS
                       MOVE "No autopay enrollment on file"
                           TO WS-MESSAGE
                   END-IF
               WHEN OTHER
                   MOVE '09' TO WS-STATUS
                   MOVE "Invalid request type" TO WS-MESSAGE
           END-EVALUATE

           PERFORM FORMAT-RESPONSE
           GOBACK.

       INITIALIZE-ENROLLMENT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           ACCEPT WS-CURRENT-TIME FROM TIME
           STRING WS-YEAR WS-MONTH WS-DAY
                  DELIMITED BY SIZE
                  INTO WS-TODAY-DATE
           MOVE '00' TO WS-STATUS
           MOVE SPACES TO WS-MESSAGE
           INITIALIZE WS-ENROLLMENT-STATE.

       PARSE-REQUEST.
           MOVE SPACES TO WS-REQUEST-FIELDS

           UNSTRING LS-REQUEST DELIMITED BY '|'
               INTO WS-ACTION
                    WS-REQ-MORTGAGE-ID
                    WS-REQ-FIELD-2
                    WS-REQ-BANK-ACCOUNT
                    WS-REQ-DRAFT-DAY
                    WS-REQ-START.

       PROCESS-ENROLL.
           IF WS-REQ-MORTGAGE-ID = SPACES
               MOVE '01' TO WS-STATUS
               MOVE "Mortgage ID required" TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-MORTGAGE-STATE
           IF WS-MORTGAGE-FOUND = 'N'
               MOVE '10' TO WS-STATUS
               MOVE "Mortgage not found" TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF

           IF WS-MTG-BALANCE = ZERO
               MOVE '11' TO WS-STATUS
               MOVE "Loan has no outstanding balance" TO WS-MESSAGE
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

           IF WS-REQ-DRAFT-DAY NOT NUMERIC
                   OR WS-REQ-DRAFT-DAY-NUM < 1
                   OR WS-REQ-DRAFT-DAY-NUM > 28
               MOVE '06' TO WS-STATUS
               MOVE "Draft day must be 01-28" TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF

           IF WS-REQ-START NOT NUMERIC
                   OR WS-REQ-START-NUM = ZERO
               MOVE '02' TO WS-STATUS
               MOVE "Invalid start date" TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-CURRENT-ENROLLMENT
           IF WS-ENROLL-FOUND = 'Y'
                   AND WS-FND-STATUS = 'S'
               MOVE '05' TO WS-STATUS
               MOVE "Autopay suspended - resume first" TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-REQ-ROUTING-NUM TO WS-FND-ROUTING
           MOVE WS-REQ-BANK-ACCOUNT TO WS-FND-BANK-ACCOUNT
           MOVE WS-REQ-DRAFT-DAY-NUM TO WS-FND-DRAFT-DAY
           MOVE WS-REQ-START-NUM TO WS-FND-START
           MOVE ZERO TO WS-FND-STOP
           MOVE 'A' TO WS-FND-STATUS
           MOVE ZERO TO WS-FND-NSF-COUNT
           MOVE WS-TODAY-DATE TO WS-FND-STATUS-DATE
           PERFORM APPEND-ENROLLMENT-RECORD

           IF WS-ENROLL-FOUND = 'Y'
               MOVE "Autopay enrollment replaced" TO WS-MESSAGE
           ELSE
               MOVE "Autopay enrollment recorded" TO WS-MESSAGE
           END-IF
           MOVE 'Y' TO WS-ENROLL-FOUND.

       PROCESS-STOP.
           IF WS-REQ-STOP-NUM NOT NUMERIC
                   OR WS-REQ-STOP-NUM = ZERO
               MOVE '02' TO WS-STATUS
               MOVE "Invalid stop date" TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-CURRENT-ENROLLMENT
           IF WS-ENROLL-FOUND = 'N'
               MOVE '01' TO WS-STATUS
               MOVE "No autopay enrollment on file" TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF

           IF WS-FND-STATUS = 'C'
               MOVE '05' TO WS-STATUS
               MOVE "Autopay already stopped" TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-REQ-STOP-NUM TO WS-FND-STOP
           MOVE 'C' TO WS-FND-STATUS
           MOVE WS-TODAY-DATE TO WS-FND-STATUS-DATE
           PERFORM APPEND-ENROLLMENT-RECORD

           MOVE "Autopay stopped" TO WS-MESSAGE.

       PROCESS-RESUME.
           PERFORM FIND-CURRENT-ENROLLMENT
           IF WS-ENROLL-FOUND = 'N'
               MOVE '01' TO WS-STATUS
               MOVE "No autopay enrollment on file" TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF

           IF WS-FND-STATUS NOT = 'S'
               MOVE '05' TO WS-STATUS
               MOVE "Autopay is not suspended" TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF

           MOVE 'A' TO WS-FND-STATUS
           MOVE ZERO TO WS-FND-NSF-COUNT
           MOVE WS-TODAY-DATE TO WS-FND-STATUS-DATE
           PERFORM APPEND-ENROLLMENT-RECORD

           MOVE "Autopay resumed" TO WS-MESSAGE.

       VALIDATE-ROUTING-NUMBER.
           IF WS-REQ-FIELD-2 NOT NUMERIC
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

      *****************************************************************
      * LAST-LOGGED LOAN-AMOUNT IS WHAT THE BORROWER STILL OWES.
      *****************************************************************
       FIND-MORTGAGE-STATE.
           MOVE 'N' TO WS-MORTGAGE-FOUND
           MOVE ZERO TO WS-MTG-BALANCE

           OPEN INPUT MORTGAGE-FILE

           IF WS-MORTGAGE-STATUS = '00'
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM READ-MORTGAGE-RECORD
               PERFORM UNTIL WS-END-OF-FILE
                   IF MORTGAGE-ID = WS-REQ-MORTGAGE-ID
                       MOVE 'Y' TO WS-MORTGAGE-FOUND
                       MOVE LOAN-AMOUNT TO WS-MTG-BALANCE
                   END-IF
                   PERFORM READ-MORTGAGE-RECORD
               END-PERFORM
               CLOSE MORTGAGE-FILE
               MOVE 'N' TO WS-EOF-SWITCH
           END-IF.

       READ-MORTGAGE-RECORD.
           READ MORTGAGE-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

       FIND-CURRENT-ENROLLMENT.
           MOVE 'N' TO WS-ENROLL-FOUND

           OPEN INPUT AUTOPAY-FILE

           IF WS-AUTOPAY-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM READ-AUTOPAY-RECORD
           PERFORM UNTIL WS-END-OF-FILE
               IF AP-MORTGAGE-ID = WS-REQ-MORTGAGE-ID
                   MOVE 'Y' TO WS-ENROLL-FOUND
                   MOVE AP-ROUTING-NUMBER TO WS-FND-ROUTING
                   MOVE AP-BANK-ACCOUNT TO WS-FND-BANK-ACCOUNT
                   MOVE AP-DRAFT-DAY TO WS-FND-DRAFT-DAY
                   MOVE AP-START-DATE TO WS-FND-START
                   MOVE AP-STOP-DATE TO WS-FND-STOP
                   MOVE AP-STATUS TO WS-FND-STATUS
                   MOVE AP-NSF-COUNT TO WS-FND-NSF-COUNT
                   MOVE AP-STATUS-DATE TO WS-FND-STATUS-DATE
               END-IF
               PERFORM READ-AUTOPAY-RECORD
           END-PERFORM

           CLOSE AUTOPAY-FILE
           MOVE 'N' TO WS-EOF-SWITCH.

       READ-AUTOPAY-RECORD.
           READ AUTOPAY-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

       APPEND-ENROLLMENT-RECORD.
           OPEN EXTEND AUTOPAY-FILE

           IF WS-AUTOPAY-STATUS NOT = '00'
               OPEN OUTPUT AUTOPAY-FILE
           END-IF

           MOVE WS-REQ-MORTGAGE-ID TO AP-MORTGAGE-ID
           MOVE WS-FND-ROUTING TO AP-ROUTING-NUMBER
           MOVE WS-FND-BANK-ACCOUNT TO AP-BANK-ACCOUNT
           MOVE WS-FND-DRAFT-DAY TO AP-DRAFT-DAY
           MOVE WS-FND-START TO AP-START-DATE
           MOVE WS-FND-STOP TO AP-STOP-DATE
           MOVE WS-FND-STATUS TO AP-STATUS
           MOVE WS-FND-NSF-COUNT TO AP-NSF-COUNT
           MOVE WS-FND-STATUS-DATE TO AP-STATUS-DATE
           STRING WS-YEAR WS-MONTH WS-DAY
                  WS-HOUR WS-MINUTE WS-SECOND
                  DELIMITED BY SIZE
                  INTO AP-TIMESTAMP

           WRITE AUTOPAY-RECORD

           CLOSE AUTOPAY-FILE.

      *****************************************************************
      * STATUS|MORTGAGE-ID|ROUTING|BANK-ACCOUNT|DRAFT-DAY|START|STOP|
      * ENROLLMENT-STATUS|NSF-COUNT|MESSAGE
      *****************************************************************
       FORMAT-RESPONSE.
           STRING WS-STATUS
                  "|" WS-REQ-MORTGAGE-ID
                  "|" WS-FND-ROUTING
                  "|" WS-FND-BANK-ACCOUNT
                  "|" WS-FND-DRAFT-DAY
                  "|" WS-FND-START
                  "|" WS-FND-STOP
                  "|" WS-FND-STATUS
                  "|" WS-FND-NSF-COUNT
                  "|" WS-MESSAGE
                  DELIMITED BY SIZE
                  INTO LS-RESPONSE.
