       IDENTIFICATION DIVISION.
       PROGRAM-ID. MTG-LEGAL.
       AUTHOR. SUITECRM-REAL-ESTATE.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * LOAN LEGAL-STATUS MAINTENANCE MODULE
      * A BORROWER'S BANKRUPTCY PETITION OR A REFERRAL TO FORECLOSURE
      * COUNSEL CHANGES WHAT THE SERVICING RUNS ARE ALLOWED TO DO -
      * NO LATE FEES OR COLLECTION ACTIVITY DURING THE AUTOMATIC STAY,
      * INFORMATIONAL STATEMENTS INSTEAD OF DEMANDS, AND THE CORRECT
      * CONSUMER INFORMATION INDICATOR TO THE BUREAUS. THIS MODULE
      * RECORDS EACH STEP. SAME CALL SHAPE AS MTG-PLAN.COB:
      *   BKFILE|<MORTGAGE-ID>|<FILED-DATE>|<CHAPTER>
      *     BANKRUPTCY PETITION FILED UNDER CHAPTER 7, 11, 12 OR 13 -
      *     THE AUTOMATIC STAY IS IN EFFECT (STAGE 'B').
      *   BKDISCH|<MORTGAGE-ID>|<DISCHARGE-DATE>
      *     DISCHARGE ENTERED ON AN OPEN PETITION (STAGE 'D').
      *   BKDISMISS|<MORTGAGE-ID>|<DISMISSAL-DATE>
      *     PETITION DISMISSED - THE STAY IS LIFTED (STAGE 'X').
      *   FCREFER|<MORTGAGE-ID>|<REFERRAL-DATE>
      *     LOAN REFERRED TO FORECLOSURE COUNSEL (STAGE 'F'). REFUSED
      *     WHILE THE AUTOMATIC STAY IS IN EFFECT.
      *   FCSALE|<MORTGAGE-ID>|<SALE-DATE>
      *     FORECLOSURE SALE HELD ON A REFERRED LOAN (STAGE 'S').
      *   REO|<MORTGAGE-ID>|<REO-DATE>
      *     PROPERTY TAKEN BACK AS REAL ESTATE OWNED (STAGE 'R').
      *   CLEAR|<MORTGAGE-ID>|<DATE>
      *     MATTER RESOLVED (REINSTATED, REFERRAL WITHDRAWN) - NORMAL
      *     SERVICING RESUMES (STAGE 'C').
      *   STATUS|<MORTGAGE-ID>
      *     RETURNS THE LOAN'S LATEST LEGAL STATE.
      * LEGALSTAT.DAT IS APPEND-ONLY, LATEST STATE WINS PER
      * MORTGAGE-ID; EVERY RECORD CARRIES THE FULL SET OF DATES
      * FORWARD SO A READER NEEDS ONLY THE LAST ONE. MTG-DELINQ,
      * MTG-BILLING, METRO2-EXTRACT AND THE WEEKLY MTG-LEGAL-RPT
      * LISTING ALL READ IT.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEGAL-STATUS-FILE ASSIGN TO "LEGALSTAT.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-LEGAL-STATUS.

           SELECT MORTGAGE-FILE ASSIGN TO "MORTGAGES.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-MORTGAGE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      * APPEND-ONLY LEGAL-STATUS LEDGER - LATEST STATE WINS PER
      * MORTGAGE-ID. LG-STAGE-DATE IS THE DATE THE CURRENT STAGE
      * BEGAN, FOR DAYS-IN-STAGE.
      *****************************************************************
       FD  LEGAL-STATUS-FILE.
       01  LEGAL-STATUS-RECORD.
           05  LG-MORTGAGE-ID      PIC X(20).
           05  LG-STAGE            PIC X.
               88  LG-BK-STAY          VALUE 'B'.
               88  LG-BK-DISCHARGED    VALUE 'D'.
               88  LG-BK-DISMISSED     VALUE 'X'.
               88  LG-FC-REFERRED      VALUE 'F'.
               88  LG-FC-SOLD          VALUE 'S'.
               88  LG-REO              VALUE 'R'.
               88  LG-CLEARED          VALUE 'C'.
           05  LG-BK-CHAPTER       PIC 99.
           05  LG-BK-FILED-DATE    PIC 9(8).
           05  LG-BK-DISCHARGE-DATE PIC 9(8).
           05  LG-FC-REFERRAL-DATE PIC 9(8).
           05  LG-FC-SALE-DATE     PIC 9(8).
           05  LG-REO-DATE         PIC 9(8).
           05  LG-STAGE-DATE       PIC 9(8).
           05  LG-TIMESTAMP        PIC 9(14).

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
       01  WS-LEGAL-STATUS         PIC XX.
       01  WS-MORTGAGE-STATUS      PIC XX.
       01  WS-EOF-SWITCH           PIC X VALUE 'N'.
           88  WS-END-OF-FILE      VALUE 'Y'.

       01  WS-REQUEST-FIELDS.
           05  WS-ACTION           PIC X(10).
           05  WS-REQ-MORTGAGE-ID  PIC X(20).
           05  WS-REQ-DATE         PIC X(8).
           05  WS-REQ-DATE-NUM REDEFINES WS-REQ-DATE PIC 9(8).
           05  WS-REQ-CHAPTER      PIC X(2).

       01  WS-RESPONSE-WORK.
           05  WS-STATUS           PIC XX.
           05  WS-MESSAGE          PIC X(50).

       01  WS-MORTGAGE-FOUND       PIC X.

       01  WS-LEGAL-STATE.
           05  WS-LEGAL-FOUND      PIC X.
           05  WS-FND-STAGE        PIC X.
           05  WS-FND-CHAPTER      PIC 99.
           05  WS-FND-BK-FILED     PIC 9(8).
           05  WS-FND-BK-DISCHARGE PIC 9(8).
           05  WS-FND-FC-REFERRAL  PIC 9(8).
           05  WS-FND-FC-SALE      PIC 9(8).
           05  WS-FND-REO          PIC 9(8).
           05  WS-FND-STAGE-DATE   PIC 9(8).

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
           PERFORM INITIALIZE-LEGAL
           PERFORM PARSE-REQUEST

           EVALUATE WS-ACTION
               WHEN "BKFILE"
                   PERFORM PROCESS-BK-FILE
               WHEN "BKDISCH"
                   PERFORM PROCESS-BK-DISCHARGE
               WHEN "BKDISMISS"
                   PERFORM PROCESS-BK-DISMISS
               WHEN "FCREFER"
                   PERFORM PROCESS-FC-REFER
               WHEN "FCSALE"
                   PERFORM PROCESS-FC-SALE
               WHEN "REO"
                   PERFORM PROCESS-REO
               WHEN "CLEAR"
                   PERFORM PROCESS-CLEAR
               WHEN "STATUS"
                   PERFORM FIND-CURRENT-LEGAL
                   IF WS-LEGAL-FOUND = 'Y'
                       MOVE "Legal state follows" TO WS-MESSAGE
                   ELSE
                       MOVE '01' TO WS-STATUS
                       MOVE "No legal status on file" TO WS-MESSAGE
                   END-IF
               WHEN OTHER
                   MOVE '09' TO WS-STATUS
                   MOVE "Invalid request type" TO WS-MESSAGE
           END-EVALUATE

           PERFORM FORMAT-RESPONSE
           GOBACK.

       INITIALIZE-LEGAL.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE '00' TO WS-STATUS
           MOVE SPACES TO WS-MESSAGE
           INITIALIZE WS-LEGAL-STATE.

       PARSE-REQUEST.
           MOVE SPACES TO WS-ACTION
           MOVE SPACES TO WS-REQ-MORTGAGE-ID
           MOVE SPACES TO WS-REQ-DATE
           MOVE SPACES TO WS-REQ-CHAPTER

           UNSTRING LS-REQUEST DELIMITED BY '|'
               INTO WS-ACTION
                    WS-REQ-MORTGAGE-ID
                    WS-REQ-DATE
                    WS-REQ-CHAPTER.

      *****************************************************************
      * COMMON CHECKS FOR EVERY STAGE CHANGE - A MORTGAGE-ID ON FILE
      * AND A USABLE EVENT DATE. THE LOAN'S CURRENT LEGAL STATE IS
      * LEFT IN WS-LEGAL-STATE FOR THE TRANSITION CHECK.
      *****************************************************************
       VALIDATE-STAGE-REQUEST.
           IF WS-REQ-MORTGAGE-ID = SPACES
               MOVE '01' TO WS-STATUS
               MOVE "Mortgage ID required" TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF

           IF WS-REQ-DATE NOT NUMERIC
                   OR WS-REQ-DATE-NUM = ZERO
               MOVE '02' TO WS-STATUS
               MOVE "Invalid event date" TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-MORTGAGE-STATE
           IF WS-MORTGAGE-FOUND = 'N'
               MOVE '10' TO WS-STATUS
               MOVE "Mortgage not found" TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-CURRENT-LEGAL.

      *****************************************************************
      * A NEW PETITION STARTS A FRESH BANKRUPTCY CASE - ANY EARLIER
      * CASE'S DISCHARGE DATE IS CLEARED. A PETITION IS ACCEPTED IN
      * FORECLOSURE TOO; THE STAY HALTS THE FORECLOSURE AND THE
      * REFERRAL DATE STAYS ON RECORD.
      *****************************************************************
       PROCESS-BK-FILE.
           PERFORM VALIDATE-STAGE-REQUEST
           IF WS-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           IF WS-REQ-CHAPTER = "7 "
               MOVE "07" TO WS-REQ-CHAPTER
           END-IF

           IF WS-REQ-CHAPTER NOT = "07" AND NOT = "11"
                   AND NOT = "12" AND NOT = "13"
               MOVE '03' TO WS-STATUS
               MOVE "Invalid bankruptcy chapter" TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF

           IF WS-FND-STAGE = 'S' OR WS-FND-STAGE = 'R'
               MOVE '05' TO WS-STATUS
               MOVE "Loan already liquidated" TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF

           MOVE 'B' TO WS-FND-STAGE
           MOVE WS-REQ-CHAPTER TO WS-FND-CHAPTER
           MOVE WS-REQ-DATE-NUM TO WS-FND-BK-FILED
           MOVE ZERO TO WS-FND-BK-DISCHARGE
           PERFORM APPEND-LEGAL-RECORD

           MOVE "Bankruptcy filing recorded" TO WS-MESSAGE.

       PROCESS-BK-DISCHARGE.
           PERFORM VALIDATE-STAGE-REQUEST
           IF WS-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           IF WS-FND-STAGE NOT = 'B'
               MOVE '05' TO WS-STATUS
               MOVE "No open bankruptcy on file" TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF

           MOVE 'D' TO WS-FND-STAGE
           MOVE WS-REQ-DATE-NUM TO WS-FND-BK-DISCHARGE
           PERFORM APPEND-LEGAL-RECORD

           MOVE "Bankruptcy discharge recorded" TO WS-MESSAGE.

       PROCESS-BK-DISMISS.
           PERFORM VALIDATE-STAGE-REQUEST
           IF WS-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           IF WS-FND-STAGE NOT = 'B'
               MOVE '05' TO WS-STATUS
               MOVE "No open bankruptcy on file" TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF

           MOVE 'X' TO WS-FND-STAGE
           PERFORM APPEND-LEGAL-RECORD

           MOVE "Bankruptcy dismissal recorded" TO WS-MESSAGE.

       PROCESS-FC-REFER.
           PERFORM VALIDATE-STAGE-REQUEST
           IF WS-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           IF WS-FND-STAGE = 'B'
               MOVE '06' TO WS-STATUS
               MOVE "Automatic stay in effect" TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF

           IF WS-FND-STAGE = 'S' OR WS-FND-STAGE = 'R'
               MOVE '05' TO WS-STATUS
               MOVE "Loan already liquidated" TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF

           MOVE 'F' TO WS-FND-STAGE
           MOVE WS-REQ-DATE-NUM TO WS-FND-FC-REFERRAL
           MOVE ZERO TO WS-FND-FC-SALE
           PERFORM APPEND-LEGAL-RECORD

           MOVE "Foreclosure referral recorded" TO WS-MESSAGE.

       PROCESS-FC-SALE.
           PERFORM VALIDATE-STAGE-REQUEST
           IF WS-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           IF WS-FND-STAGE NOT = 'F'
               MOVE '05' TO WS-STATUS
               MOVE "Loan not referred to foreclosure" TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF

           MOVE 'S' TO WS-FND-STAGE
           MOVE WS-REQ-DATE-NUM TO WS-FND-FC-SALE
           PERFORM APPEND-LEGAL-RECORD

           MOVE "Foreclosure sale recorded" TO WS-MESSAGE.

       PROCESS-REO.
           PERFORM VALIDATE-STAGE-REQUEST
           IF WS-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           IF WS-FND-STAGE NOT = 'S'
               MOVE '05' TO WS-STATUS
               MOVE "No foreclosure sale on file" TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF

           MOVE 'R' TO WS-FND-STAGE
           MOVE WS-REQ-DATE-NUM TO WS-FND-REO
           PERFORM APPEND-LEGAL-RECORD

           MOVE "REO recorded" TO WS-MESSAGE.

       PROCESS-CLEAR.
           PERFORM VALIDATE-STAGE-REQUEST
           IF WS-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           IF WS-LEGAL-FOUND = 'N' OR WS-FND-STAGE = 'C'
               MOVE '01' TO WS-STATUS
               MOVE "No legal status on file" TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF

           IF WS-FND-STAGE = 'R'
               MOVE '05' TO WS-STATUS
               MOVE "Loan already liquidated" TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF

           MOVE 'C' TO WS-FND-STAGE
           PERFORM APPEND-LEGAL-RECORD

           MOVE "Legal status cleared" TO WS-MESSAGE.

       FIND-MORTGAGE-STATE.
           MOVE 'N' TO WS-MORTGAGE-FOUND

           OPEN INPUT MORTGAGE-FILE

           IF WS-MORTGAGE-STATUS = '00'
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM READ-MORTGAGE-RECORD
               PERFORM UNTIL WS-END-OF-FILE
                   IF MORTGAGE-ID = WS-REQ-MORTGAGE-ID
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

       FIND-CURRENT-LEGAL.
           MOVE 'N' TO WS-LEGAL-FOUND

           OPEN INPUT LEGAL-STATUS-FILE

           IF WS-LEGAL-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM READ-LEGAL-RECORD
           PERFORM UNTIL WS-END-OF-FILE
               IF LG-MORTGAGE-ID = WS-REQ-MORTGAGE-ID
                   MOVE 'Y' TO WS-LEGAL-FOUND
                   MOVE LG-STAGE TO WS-FND-STAGE
                   MOVE LG-BK-CHAPTER TO WS-FND-CHAPTER
                   MOVE LG-BK-FILED-DATE TO WS-FND-BK-FILED
                   MOVE LG-BK-DISCHARGE-DATE TO WS-FND-BK-DISCHARGE
                   MOVE LG-FC-REFERRAL-DATE TO WS-FND-FC-REFERRAL
                   MOVE LG-FC-SALE-DATE TO WS-FND-FC-SALE
                   MOVE LG-REO-DATE TO WS-FND-REO
                   MOVE LG-STAGE-DATE TO WS-FND-STAGE-DATE
               END-IF
               PERFORM READ-LEGAL-RECORD
           END-PERFORM

           CLOSE LEGAL-STATUS-FILE
           MOVE 'N' TO WS-EOF-SWITCH.

       READ-LEGAL-RECORD.
           READ LEGAL-STATUS-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

       APPEND-LEGAL-RECORD.
           MOVE WS-REQ-DATE-NUM TO WS-FND-STAGE-DATE

           OPEN EXTEND LEGAL-STATUS-FILE

           IF WS-LEGAL-STATUS NOT = '00'
               OPEN OUTPUT LEGAL-STATUS-FILE
           END-IF

           MOVE WS-REQ-MORTGAGE-ID TO LG-MORTGAGE-ID
           MOVE WS-FND-STAGE TO LG-STAGE
           MOVE WS-FND-CHAPTER TO LG-BK-CHAPTER
           MOVE WS-FND-BK-FILED TO LG-BK-FILED-DATE
           MOVE WS-FND-BK-DISCHARGE TO LG-BK-DISCHARGE-DATE
           MOVE WS-FND-FC-REFERRAL TO LG-FC-REFERRAL-DATE
           MOVE WS-FND-FC-SALE TO LG-FC-SALE-DATE
           MOVE WS-FND-REO TO LG-REO-DATE
           MOVE WS-FND-STAGE-DATE TO LG-STAGE-DATE
           STRING WS-YEAR WS-MONTH WS-DAY
                  WS-HOUR WS-MINUTE WS-SECOND
                  DELIMITED BY SIZE
                  INTO LG-TIMESTAMP

           WRITE LEGAL-STATUS-RECORD

           CLOSE LEGAL-STATUS-FILE.

       FORMAT-RESPONSE.
           STRING WS-STATUS
                  "|" WS-REQ-MORTGAGE-ID
                  "|" WS-FND-STAGE
                  "|" WS-FND-CHAPTER
                  "|" WS-FND-BK-FILED
                  "|" WS-FND-BK-DISCHARGE
                  "|" WS-FND-FC-REFERRAL
                  "|" WS-FND-FC-SALE
                  "|" WS-FND-REO
                  "|" WS-FND-STAGE-DATE
                  "|" WS-MESSAGE
                  DELIMITED BY SIZE
                  INTO LS-RESPONSE.
