       IDENTIFICATION DIVISION.
       PROGRAM-ID. MTG-INVESTOR.
       AUTHOR. SUITECRM-REAL-ESTATE.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * INVESTOR, POOL AND LOAN-SALE MAINTENANCE MODULE
      * A SERVICED LOAN SOLD TO AN INVESTOR STAYS ON OUR BOOKS FOR
      * COLLECTION, BUT EVERY PRINCIPAL DOLLAR AND ALL INTEREST ABOVE
      * OUR SERVICING FEE BELONGS TO THE INVESTOR. THIS MODULE KEEPS
      * THE INVESTOR MASTER, THE POOLS EACH INVESTOR OWNS (WITH THE
      * SERVICING-FEE STRIP WE RETAIN ON THE POOL) AND WHICH POOL
      * EACH SOLD LOAN SITS IN. SAME CALL SHAPE AS MTG-PLAN.COB:
      *   INVESTOR|<INVESTOR-ID>|<NAME>|<WIRE-ACCOUNT>
      *     ADDS OR UPDATES AN INVESTOR AND THE ACCOUNT ITS MONTHLY
      *     REMITTANCE IS WIRED TO.
      *   POOL|<POOL-ID>|<INVESTOR-ID>|<STRIP-RATE>
      *     ADDS OR UPDATES A POOL. THE STRIP IS THE ANNUAL SERVICING
      *     FEE RATE IN PERCENT, FIVE DIGITS WITH FOUR IMPLIED
      *     DECIMALS (02500 = 0.25%).
      *   ASSIGN|<MORTGAGE-ID>|<POOL-ID>|<SALE-DATE>
      *     LOAN SOLD INTO THE POOL - COLLECTIONS POSTED ON OR AFTER
      *     THE SALE DATE ARE REMITTED.
      *   REPURCHASE|<MORTGAGE-ID>|<DATE>
      *     LOAN BOUGHT BACK FROM THE INVESTOR - COLLECTIONS POSTED ON
      *     OR AFTER THE DATE ARE OURS AGAIN.
      *   STATUS|<MORTGAGE-ID>
      *     RETURNS THE LOAN'S POOL, INVESTOR AND STRIP.
      * INVESTOR.DAT, INVPOOL.DAT AND INVLOAN.DAT ARE ALL APPEND-ONLY,
      * LATEST RECORD WINS PER KEY. THE MONTHLY INVESTOR-REMIT JOB
      * READS ALL THREE.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVESTOR-FILE ASSIGN TO "INVESTOR.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-INVESTOR-STATUS.

           SELECT INVESTOR-POOL-FILE ASSIGN TO "INVPOOL.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-POOL-STATUS.

           SELECT INVESTOR-LOAN-FILE ASSIGN TO "INVLOAN.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-INVLOAN-STATUS.

           SELECT MORTGAGE-FILE ASSIGN TO "MORTGAGES.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-MORTGAGE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      * INVESTOR MASTER - LATEST RECORD WINS PER INVESTOR-ID.
      *****************************************************************
       FD  INVESTOR-FILE.
       01  INVESTOR-RECORD.
           05  IV-INVESTOR-ID      PIC X(10).
           05  IV-INVESTOR-NAME    PIC X(50).
           05  IV-WIRE-ACCOUNT     PIC X(20).
           05  IV-TIMESTAMP        PIC 9(14).

      *****************************************************************
      * POOL MASTER - LATEST RECORD WINS PER POOL-ID. IP-STRIP-RATE IS
      * THE ANNUAL SERVICING FEE IN PERCENT.
      *****************************************************************
       FD  INVESTOR-POOL-FILE.
       01  INVESTOR-POOL-RECORD.
           05  IP-POOL-ID          PIC X(10).
           05  IP-INVESTOR-ID      PIC X(10).
           05  IP-STRIP-RATE       PIC 9V9999.
           05  IP-TIMESTAMP        PIC 9(14).

      *****************************************************************
      * LOAN-TO-POOL ASSIGNMENT - LATEST RECORD WINS PER MORTGAGE-ID.
      * A REPURCHASED LOAN KEEPS ITS POOL AND SALE DATE SO A LATE
      * REMITTANCE FOR THE MONTHS IT WAS SOLD STILL FINDS THEM.
      *****************************************************************
       FD  INVESTOR-LOAN-FILE.
       01  INVESTOR-LOAN-RECORD.
           05  IA-MORTGAGE-ID      PIC X(20).
           05  IA-POOL-ID          PIC X(10).
           05  IA-SALE-DATE        PIC 9(8).
           05  IA-STATUS           PIC X.
               88  IA-SOLD             VALUE 'A'.
               88  IA-REPURCHASED      VALUE 'R'.
           05  IA-STATUS-DATE      PIC 9(8).
           05  IA-TIMESTAMP        PIC 9(14).

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
       01  WS-INVESTOR-STATUS      PIC XX.
       01  WS-POOL-STATUS          PIC XX.
       01  WS-INVLOAN-STATUS       PIC XX.
       01  WS-MORTGAGE-STATUS      PIC XX.
       01  WS-EOF-SWITCH           PIC X VALUE 'N'.
           88  WS-END-OF-FILE      VALUE 'Y'.

      *****************************************************************
      * THE THREE FIELDS AFTER THE ACTION MEAN DIFFERENT THINGS PER
      * REQUEST TYPE, SO EACH IS PARSED AS TEXT AND REDEFINED FOR
      * THE NUMERIC VIEWS.
      *****************************************************************
       01  WS-REQUEST-FIELDS.
           05  WS-ACTION           PIC X(10).
           05  WS-REQ-KEY          PIC X(20).
           05  WS-REQ-FIELD-2      PIC X(50).
           05  WS-REQ-DATE REDEFINES WS-REQ-FIELD-2.
               10  WS-REQ-DATE-NUM PIC 9(8).
               10  FILLER          PIC X(42).
           05  WS-REQ-FIELD-3      PIC X(20).
           05  WS-REQ-STRIP REDEFINES WS-REQ-FIELD-3.
               10  WS-REQ-STRIP-TEXT PIC X(5).
               10  WS-REQ-STRIP-NUM REDEFINES WS-REQ-STRIP-TEXT
                                   PIC 9V9999.
               10  FILLER          PIC X(15).
           05  WS-REQ-SALE REDEFINES WS-REQ-FIELD-3.
               10  WS-REQ-SALE-NUM PIC 9(8).
               10  FILLER          PIC X(12).

       01  WS-RESPONSE-WORK.
           05  WS-STATUS           PIC XX.
           05  WS-MESSAGE          PIC X(50).

       01  WS-MORTGAGE-FOUND       PIC X.

       01  WS-INVESTOR-STATE.
           05  WS-INVESTOR-FOUND   PIC X.
           05  WS-FND-INVESTOR-ID  PIC X(10).
           05  WS-FND-INVESTOR-NAME PIC X(50).
           05  WS-FND-WIRE-ACCOUNT PIC X(20).

       01  WS-POOL-STATE.
           05  WS-POOL-FOUND       PIC X.
           05  WS-FND-POOL-ID      PIC X(10).
           05  WS-FND-POOL-INVESTOR PIC X(10).
           05  WS-FND-STRIP-RATE   PIC 9V9999.

       01  WS-LOAN-STATE.
           05  WS-LOAN-FOUND       PIC X.
           05  WS-FND-LOAN-POOL    PIC X(10).
           05  WS-FND-SALE-DATE    PIC 9(8).
           05  WS-FND-LOAN-STATUS  PIC X.
           05  WS-FND-STATUS-DATE  PIC 9(8).

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
           PERFORM INITIALIZE-INVESTOR
           PERFORM PARSE-REQUEST

           EVALUATE WS-ACTION
               WHEN "INVESTOR"
                   PERFORM PROCESS-INVESTOR
               WHEN "POOL"
                   PERFORM PROCESS-POOL
               WHEN "ASSIGN"
                   PERFORM PROCESS-ASSIGN
               WHEN "REPURCHASE"
                   PERFORM PROCESS-REPURCHASE
               WHEN "STATUS"
                   PERFORM PROCESS-STATUS
               WHEN OTHER
                   MOVE '09' TO WS-STATUS
                   MOVE "Invalid request type" TO WS-MESSAGE
           END-EVALUATE

           PERFORM FORMAT-RESPONSE
           GOBACK.

       INITIALIZE-INVESTOR.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE '00' TO WS-STATUS
           MOVE SPACES TO WS-MESSAGE
           INITIALIZE WS-INVESTOR-STATE
           INITIALIZE WS-POOL-STATE
           INITIALIZE WS-LOAN-STATE.

       PARSE-REQUEST.
           MOVE SPACES TO WS-REQUEST-FIELDS

           UNSTRING LS-REQUEST DELIMITED BY '|'
               INTO WS-ACTION
                    WS-REQ-KEY
                    WS-REQ-FIELD-2
                    WS-REQ-FIELD-3.

      *****************************************************************
      * A NEW INVESTOR NEEDS A NAME AND A WIRE ACCOUNT. AN UPDATE MAY
      * OMIT EITHER AND KEEPS WHAT IS ON FILE.
      *****************************************************************
       PROCESS-INVESTOR.
           IF WS-REQ-KEY = SPACES
               MOVE '01' TO WS-STATUS
               MOVE "Investor ID required" TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-REQ-KEY TO WS-FND-INVESTOR-ID
           PERFORM FIND-INVESTOR

           IF WS-REQ-FIELD-2 NOT = SPACES
               MOVE WS-REQ-FIELD-2 TO WS-FND-INVESTOR-NAME
           END-IF
           IF WS-REQ-FIELD-3 NOT = SPACES
               MOVE WS-REQ-FIELD-3 TO WS-FND-WIRE-ACCOUNT
           END-IF

           IF WS-FND-INVESTOR-NAME = SPACES
                   OR WS-FND-WIRE-ACCOUNT = SPACES
               MOVE '03' TO WS-STATUS
               MOVE "Investor name and wire account required"
                   TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF

           OPEN EXTEND INVESTOR-FILE

           IF WS-INVESTOR-STATUS NOT = '00'
               OPEN OUTPUT INVESTOR-FILE
           END-IF

           MOVE WS-FND-INVESTOR-ID TO IV-INVESTOR-ID
           MOVE WS-FND-INVESTOR-NAME TO IV-INVESTOR-NAME
           MOVE WS-FND-WIRE-ACCOUNT TO IV-WIRE-ACCOUNT
           STRING WS-YEAR WS-MONTH WS-DAY
                  WS-HOUR WS-MINUTE WS-SECOND
                  DELIMITED BY SIZE
                  INTO IV-TIMESTAMP

           WRITE INVESTOR-RECORD

           CLOSE INVESTOR-FILE

           IF WS-INVESTOR-FOUND = 'Y'
               MOVE "Investor updated" TO WS-MESSAGE
           ELSE
               MOVE "Investor added" TO WS-MESSAGE
           END-IF.

      *****************************************************************
      * A POOL BELONGS TO ONE INVESTOR ON FILE. RE-KEYING A POOL
      * CHANGES ITS STRIP FROM THE NEXT REMITTANCE ON.
      *****************************************************************
       PROCESS-POOL.
           IF WS-REQ-KEY = SPACES
                   OR WS-REQ-FIELD-2 = SPACES
               MOVE '01' TO WS-STATUS
               MOVE "Pool ID and investor ID required" TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF

           IF WS-REQ-STRIP-TEXT NOT NUMERIC
                   OR WS-REQ-STRIP-NUM = ZERO
               MOVE '03' TO WS-STATUS
               MOVE "Invalid servicing strip rate" TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-REQ-FIELD-2 TO WS-FND-INVESTOR-ID
           PERFORM FIND-INVESTOR
           IF WS-INVESTOR-FOUND = 'N'
               MOVE '04' TO WS-STATUS
               MOVE "Investor not found" TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-REQ-KEY TO WS-FND-POOL-ID
           PERFORM FIND-POOL

           OPEN EXTEND INVESTOR-POOL-FILE

           IF WS-POOL-STATUS NOT = '00'
               OPEN OUTPUT INVESTOR-POOL-FILE
           END-IF

           MOVE WS-FND-POOL-ID TO IP-POOL-ID
           MOVE WS-FND-INVESTOR-ID TO IP-INVESTOR-ID
           MOVE WS-REQ-STRIP-NUM TO IP-STRIP-RATE
           STRING WS-YEAR WS-MONTH WS-DAY
                  WS-HOUR WS-MINUTE WS-SECOND
                  DELIMITED BY SIZE
                  INTO IP-TIMESTAMP

           WRITE INVESTOR-POOL-RECORD

           CLOSE INVESTOR-POOL-FILE

           MOVE WS-FND-INVESTOR-ID TO WS-FND-POOL-INVESTOR
           MOVE WS-REQ-STRIP-NUM TO WS-FND-STRIP-RATE

           IF WS-POOL-FOUND = 'Y'
               MOVE "Pool updated" TO WS-MESSAGE
           ELSE
               MOVE "Pool added" TO WS-MESSAGE
           END-IF.

      *****************************************************************
      * A LOAN CAN SIT IN ONE POOL AT A TIME. MOVING IT TO ANOTHER
      * INVESTOR IS A REPURCHASE FOLLOWED BY A NEW ASSIGNMENT, SO THE
      * REMITTANCE HISTORY STAYS UNAMBIGUOUS.
      *****************************************************************
       PROCESS-ASSIGN.
           IF WS-REQ-KEY = SPACES
                   OR WS-REQ-FIELD-2 = SPACES
               MOVE '01' TO WS-STATUS
               MOVE "Mortgage ID and pool ID required" TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF

           IF WS-REQ-SALE-NUM NOT NUMERIC
                   OR WS-REQ-SALE-NUM = ZERO
               MOVE '02' TO WS-STATUS
               MOVE "Invalid sale date" TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-MORTGAGE-STATE
           IF WS-MORTGAGE-FOUND = 'N'
               MOVE '10' TO WS-STATUS
               MOVE "Mortgage not found" TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-REQ-FIELD-2 TO WS-FND-POOL-ID
           PERFORM FIND-POOL
           IF WS-POOL-FOUND = 'N'
               MOVE '07' TO WS-STATUS
               MOVE "Pool not found" TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-LOAN-ASSIGNMENT
           IF WS-LOAN-FOUND = 'Y'
                   AND WS-FND-LOAN-STATUS = 'A'
               MOVE '05' TO WS-STATUS
               MOVE "Loan already sold - repurchase first"
                   TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-FND-POOL-ID TO WS-FND-LOAN-POOL
           MOVE WS-REQ-SALE-NUM TO WS-FND-SALE-DATE
           MOVE 'A' TO WS-FND-LOAN-STATUS
           MOVE WS-REQ-SALE-NUM TO WS-FND-STATUS-DATE
           PERFORM APPEND-LOAN-RECORD

           MOVE "Loan assigned to pool" TO WS-MESSAGE.

       PROCESS-REPURCHASE.
           IF WS-REQ-KEY = SPACES
               MOVE '01' TO WS-STATUS
               MOVE "Mortgage ID required" TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF

           IF WS-REQ-DATE-NUM NOT NUMERIC
                   OR WS-REQ-DATE-NUM = ZERO
               MOVE '02' TO WS-STATUS
               MOVE "Invalid repurchase date" TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-LOAN-ASSIGNMENT
           IF WS-LOAN-FOUND = 'N'
                   OR WS-FND-LOAN-STATUS NOT = 'A'
               MOVE '05' TO WS-STATUS
               MOVE "Loan not sold to an investor" TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF

           IF WS-REQ-DATE-NUM < WS-FND-SALE-DATE
               MOVE '02' TO WS-STATUS
               MOVE "Repurchase date before sale date" TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF

           MOVE 'R' TO WS-FND-LOAN-STATUS
           MOVE WS-REQ-DATE-NUM TO WS-FND-STATUS-DATE
           PERFORM APPEND-LOAN-RECORD

           MOVE WS-FND-LOAN-POOL TO WS-FND-POOL-ID
           PERFORM FIND-POOL

           MOVE "Loan repurchase recorded" TO WS-MESSAGE.

       PROCESS-STATUS.
           PERFORM FIND-LOAN-ASSIGNMENT
           IF WS-LOAN-FOUND = 'N'
               MOVE '01' TO WS-STATUS
               MOVE "Loan not sold to an investor" TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-FND-LOAN-POOL TO WS-FND-POOL-ID
           PERFORM FIND-POOL

           MOVE "Investor assignment follows" TO WS-MESSAGE.

       FIND-MORTGAGE-STATE.
           MOVE 'N' TO WS-MORTGAGE-FOUND

           OPEN INPUT MORTGAGE-FILE

           IF WS-MORTGAGE-STATUS = '00'
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM READ-MORTGAGE-RECORD
               PERFORM UNTIL WS-END-OF-FILE
                   IF MORTGAGE-ID = WS-REQ-KEY
                       MOVE 'Y' TO WS-MORTGAGE-FOUND
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

       FIND-INVESTOR.
           MOVE 'N' TO WS-INVESTOR-FOUND

           OPEN INPUT INVESTOR-FILE

           IF WS-INVESTOR-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM READ-INVESTOR-RECORD
           PERFORM UNTIL WS-END-OF-FILE
               IF IV-INVESTOR-ID = WS-FND-INVESTOR-ID
                   MOVE 'Y' TO WS-INVESTOR-FOUND
                   MOVE IV-INVESTOR-NAME TO WS-FND-INVESTOR-NAME
                   MOVE IV-WIRE-ACCOUNT TO WS-FND-WIRE-ACCOUNT
               END-IF
               PERFORM READ-INVESTOR-RECORD
           END-PERFORM

           CLOSE INVESTOR-FILE
           MOVE 'N' TO WS-EOF-SWITCH.

       READ-INVESTOR-RECORD.
           READ INVESTOR-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

       FIND-POOL.
           MOVE 'N' TO WS-POOL-FOUND

           OPEN INPUT INVESTOR-POOL-FILE

           IF WS-POOL-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM READ-POOL-RECORD
           PERFORM UNTIL WS-END-OF-FILE
               IF IP-POOL-ID = WS-FND-POOL-ID
                   MOVE 'Y' TO WS-POOL-FOUND
                   MOVE IP-INVESTOR-ID TO WS-FND-POOL-INVESTOR
                   MOVE IP-STRIP-RATE TO WS-FND-STRIP-RATE
               END-IF
               PERFORM READ-POOL-RECORD
           END-PERFORM

           CLOSE INVESTOR-POOL-FILE
           MOVE 'N' TO WS-EOF-SWITCH.

       READ-POOL-RECORD.
           READ INVESTOR-POOL-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

       FIND-LOAN-ASSIGNMENT.
           MOVE 'N' TO WS-LOAN-FOUND

           OPEN INPUT INVESTOR-LOAN-FILE

           IF WS-INVLOAN-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM READ-INVLOAN-RECORD
           PERFORM UNTIL WS-END-OF-FILE
               IF IA-MORTGAGE-ID = WS-REQ-KEY
                   MOVE 'Y' TO WS-LOAN-FOUND
                   MOVE IA-POOL-ID TO WS-FND-LOAN-POOL
                   MOVE IA-SALE-DATE TO WS-FND-SALE-DATE
                   MOVE IA-STATUS TO WS-FND-LOAN-STATUS
                   MOVE IA-STATUS-DATE TO WS-FND-STATUS-DATE
               END-IF
               PERFORM READ-INVLOAN-RECORD
           END-PERFORM

           CLOSE INVESTOR-LOAN-FILE
           MOVE 'N' TO WS-EOF-SWITCH.

       READ-INVLOAN-RECORD.
           READ INVESTOR-LOAN-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

       APPEND-LOAN-RECORD.
           OPEN EXTEND INVESTOR-LOAN-FILE

           IF WS-INVLOAN-STATUS NOT = '00'
               OPEN OUTPUT INVESTOR-LOAN-FILE
           END-IF

           MOVE WS-REQ-KEY TO IA-MORTGAGE-ID
           MOVE WS-FND-LOAN-POOL TO IA-POOL-ID
           MOVE WS-FND-SALE-DATE TO IA-SALE-DATE
           MOVE WS-FND-LOAN-STATUS TO IA-STATUS
           MOVE WS-FND-STATUS-DATE TO IA-STATUS-DATE
           STRING WS-YEAR WS-MONTH WS-DAY
                  WS-HOUR WS-MINUTE WS-SECOND
                  DELIMITED BY SIZE
                  INTO IA-TIMESTAMP

           WRITE INVESTOR-LOAN-RECORD

           CLOSE INVESTOR-LOAN-FILE.

      *****************************************************************
      * STATUS|KEY|POOL|INVESTOR|STRIP|SALE-DATE|LOAN-STATUS|
      * STATUS-DATE|MESSAGE - THE LOAN FIELDS ARE BLANK/ZERO ON THE
      * INVESTOR AND POOL REQUESTS.
      *****************************************************************
       FORMAT-RESPONSE.
           STRING WS-STATUS
                  "|" WS-REQ-KEY
                  "|" WS-FND-POOL-ID
                  "|" WS-FND-POOL-INVESTOR
                  "|" WS-FND-STRIP-RATE
                  "|" WS-FND-SALE-DATE
                  "|" WS-FND-LOAN-STATUS
                  "|" WS-FND-STATUS-DATE
                  "|" WS-MESSAGE
                  DELIMITED BY SIZE
                  INTO LS-RESPONSE.
