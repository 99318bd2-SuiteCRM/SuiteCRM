       IDENTIFICATION DIVISION.
       PROGRAM-ID. PMI-REVIEW.
       AUTHOR. SUITECRM-REAL-ESTATE.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * MONTHLY PRIVATE MORTGAGE INSURANCE CANCELLATION REVIEW
      * WALKS THE CURRENT STATE OF EVERY SERVICED LOAN ON MORTGAGES.DAT
      * (KEEP-LAST-MATCH PER MORTGAGE-ID) THAT STILL CARRIES PMI AND
      * MEASURES THE SCHEDULED BALANCE - THE BALANCE THE LOAN'S FIRST
      * LOGGED AMORTIZATION (ORIGINATION, OR BOARDING FOR A TRANSFERRED
      * LOAN) SAYS IT SHOULD HAVE REACHED BY THE RUN MONTH, REGARDLESS
      * OF CURTAILMENTS - AGAINST THE ORIGINAL PROPERTY VALUE:
      *   - AT OR BELOW 78 PERCENT, OR ONCE THE LOAN PASSES THE
      *     MIDPOINT OF ITS AMORTIZATION, PMI TERMINATES
      *     AUTOMATICALLY. A FRESH MORTGAGES.DAT RECORD CARRIES THE
      *     LOAN FORWARD WITH THE PREMIUM ZEROED AND THE STATUS 'T', SO
      *     MTG-BILLING STOPS BILLING IT AND ESCROW-DISBURSE STOPS
      *     REMITTING IT FROM THE NEXT RUN ON.
      *   - AT OR BELOW 80 PERCENT THE LOAN IS FLAGGED 'E' - ELIGIBLE
      *     FOR CANCELLATION ON THE BORROWER'S REQUEST. THE PREMIUM IS
      *     STILL BILLED UNTIL THE DESK ACTS ON THAT REQUEST.
      * BOTH GROUPS ARE LISTED ON PMIREVW.RPT FOR THE SERVICING DESK;
      * AN ELIGIBLE LOAN STAYS ON THE LISTING EVERY MONTH UNTIL IT
      * TERMINATES. A LOAN CARRYING PMI WITH NO ORIGINAL PROPERTY
      * VALUE CANNOT BE MEASURED - IT IS LISTED AS AN EXCEPTION AND
      * THE JOB RETURNS 4.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MORTGAGE-FILE ASSIGN TO "MORTGAGES.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-MORTGAGE-STATUS.

           SELECT REVIEW-REPORT ASSIGN TO "PMIREVW.RPT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-BUSDATE-STATUS.

           SELECT CONTROL-TOTALS-FILE ASSIGN TO "CTLTOTLS.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-CTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
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
               88  RATE-LOCKED          VALUE 'L'.
               88  RATE-NOT-LOCKED      VALUE 'N'.
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

       FD  REVIEW-REPORT.
       01  REPORT-LINE             PIC X(132).

      *****************************************************************
      * SYSTEM-WIDE BUSINESS PROCESSING DATE, MAINTAINED BY THE
      * BUSDATE-OPEN AND BUSDATE-ADVANCE DRIVER STEPS. WHEN PRESENT
      * IT OVERRIDES THE MACHINE CLOCK.
      *****************************************************************
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           05  BD-BUSINESS-DATE    PIC 9(8).
           05  BD-TIMESTAMP        PIC 9(14).

      *****************************************************************
      * SHARED CONTROL-TOTALS FILE - EVERY JOB IN THE NIGHTLY STREAM
      * APPENDS ITS RECORD COUNT AND AMOUNT HERE.
      *****************************************************************
       FD  CONTROL-TOTALS-FILE.
       01  CONTROL-TOTALS-RECORD.
           05  CT-RUN-DATE         PIC 9(8).
           05  CT-JOB-NAME         PIC X(12).
           05  CT-LABEL            PIC X(12).
           05  CT-RECORD-COUNT     PIC 9(7).
           05  CT-AMOUNT           PIC S9(13)V99.
           05  CT-TIMESTAMP        PIC 9(14).

       WORKING-STORAGE SECTION.
       01  WS-MORTGAGE-STATUS      PIC XX.
       01  WS-RPT-STATUS           PIC XX.
       01  WS-BUSDATE-STATUS       PIC XX.
       01  WS-CTL-STATUS           PIC XX.
       01  WS-EOF-SWITCH           PIC X VALUE 'N'.
           88  WS-END-OF-FILE      VALUE 'Y'.

       01  WS-TODAY-DATE           PIC 9(8).

       01  WS-CURRENT-DATE.
           05  WS-YEAR             PIC 9(4).
           05  WS-MONTH            PIC 99.
           05  WS-DAY              PIC 99.

      *****************************************************************
      * THE STATUTORY CANCELLATION POINTS, AS A PERCENT OF THE
      * ORIGINAL PROPERTY VALUE.
      *****************************************************************
       01  WS-TERMINATE-LTV        PIC 999V99 VALUE 78.
       01  WS-ELIGIBLE-LTV         PIC 999V99 VALUE 80.

      *****************************************************************
      * ONE ENTRY PER MORTGAGE-ID: THE FIRST LOGGED AMORTIZATION (THE
      * SCHEDULE THE CANCELLATION POINTS ARE MEASURED ON) AND THE
      * LATEST FULL RECORD (THE STATE CARRIED FORWARD).
      *****************************************************************
       01  WS-LOAN-TABLE.
           05  WS-LN-ENTRY OCCURS 1000 TIMES
                   INDEXED BY WS-LN-IDX.
               10  WS-LN-ID            PIC X(20).
               10  WS-LN-ORIG-AMOUNT   PIC 9(9)V99.
               10  WS-LN-ORIG-RATE     PIC 99V9999.
               10  WS-LN-ORIG-TERM     PIC 999.
               10  WS-LN-ORIG-DATE     PIC 9(8).
               10  WS-LN-RECORD        PIC X(277).

       01  WS-LOAN-USED            PIC 9(5) VALUE ZERO.
       01  WS-LOAN-FOUND           PIC X.

       01  WS-ORIG-PARTS.
           05  WS-ORG-YEAR         PIC 9(4).
           05  WS-ORG-MONTH        PIC 99.
           05  WS-ORG-DAY          PIC 99.

       01  WS-SCHEDULE-WORK.
           05  WS-ELAPSED-MONTHS   PIC S9(5).
           05  WS-MONTHLY-RATE     PIC 9V9(8).
           05  WS-POWER-TERM       PIC 9(5)V9(8).
           05  WS-POWER-ELAPSED    PIC 9(5)V9(8).
           05  WS-SCHED-BALANCE    PIC 9(9)V99.
           05  WS-SCHED-LTV        PIC 999V99.
           05  WS-ACTUAL-LTV       PIC 999V99.
           05  WS-REVIEW-REASON    PIC X(12).
           05  WS-REVIEW-ACTION    PIC X.
               88  WS-ACTION-TERMINATE VALUE 'T'.
               88  WS-ACTION-ELIGIBLE  VALUE 'E'.
               88  WS-ACTION-NONE      VALUE 'N'.

       01  WS-RUN-COUNTS.
           05  WS-REVIEWED-COUNT   PIC 9(5) VALUE ZERO.
           05  WS-TERMINATED-COUNT PIC 9(5) VALUE ZERO.
           05  WS-ELIGIBLE-COUNT   PIC 9(5) VALUE ZERO.
           05  WS-EXCEPTION-COUNT  PIC 9(5) VALUE ZERO.
           05  WS-TERMINATED-PMI   PIC S9(13)V99 VALUE ZERO.
           05  WS-ELIGIBLE-PMI     PIC S9(13)V99 VALUE ZERO.

       01  WS-REPORT-HEADING.
           05  FILLER              PIC X(32) VALUE
               "PMI CANCELLATION REVIEW".
           05  FILLER              PIC X(6)  VALUE "DATE: ".
           05  WS-HDR-DATE         PIC 9(8).

       01  WS-SECTION-HEADING.
           05  WS-SEC-TITLE        PIC X(60).

       01  WS-REVIEW-COLUMNS.
           05  FILLER              PIC X(21) VALUE "MORTGAGE".
           05  FILLER              PIC X(21) VALUE "ACCOUNT".
           05  FILLER              PIC X(21) VALUE "BORROWER".
           05  FILLER              PIC X(15) VALUE "   ORIG VALUE".
           05  FILLER              PIC X(15) VALUE "    SCHED BAL".
           05  FILLER              PIC X(8)  VALUE "SCH LTV".
           05  FILLER              PIC X(8)  VALUE "ACT LTV".
           05  FILLER              PIC X(11) VALUE "      PMI".
           05  FILLER              PIC X(12) VALUE "REASON".

       01  WS-REVIEW-LINE.
           05  WS-RVL-MORTGAGE     PIC X(20).
           05  FILLER              PIC X     VALUE SPACES.
           05  WS-RVL-ACCOUNT      PIC X(20).
           05  FILLER              PIC X     VALUE SPACES.
           05  WS-RVL-BORROWER     PIC X(20).
           05  FILLER              PIC X     VALUE SPACES.
           05  WS-RVL-ORIG-VALUE   PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-RVL-SCHED-BAL    PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-RVL-SCHED-LTV    PIC ZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-RVL-ACTUAL-LTV   PIC ZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-RVL-PMI          PIC ZZ,ZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-RVL-REASON       PIC X(12).

       01  WS-EXCEPTION-LINE.
           05  FILLER              PIC X(4)  VALUE "*** ".
           05  WS-EXL-MORTGAGE     PIC X(20).
           05  FILLER              PIC X     VALUE SPACES.
           05  WS-EXL-REASON       PIC X(60).

       01  WS-SUMMARY-LINE.
           05  WS-SUM-LABEL        PIC X(30).
           05  WS-SUM-COUNT        PIC ZZ,ZZ9.

       01  WS-CONTROL-TOTAL-WORK.
           05  WS-CT-LABEL         PIC X(12).
           05  WS-CT-COUNT         PIC 9(7).
           05  WS-CT-AMOUNT        PIC S9(13)V99.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           PERFORM INITIALIZE-REVIEW
           PERFORM LOAD-LOAN-TABLE
           PERFORM OPEN-REVIEW-REPORT

      *****************************************************************
      * TERMINATIONS ARE LISTED FIRST, THEN THE ELIGIBLE LOANS, SO THE
      * TABLE IS SWEPT ONCE PER SECTION.
      *****************************************************************
           MOVE "AUTOMATIC TERMINATIONS (78 PCT OR MIDPOINT)"
               TO WS-SEC-TITLE
           PERFORM WRITE-SECTION-HEADING
           PERFORM VARYING WS-LN-IDX FROM 1 BY 1
                   UNTIL WS-LN-IDX > WS-LOAN-USED
               MOVE WS-LN-RECORD(WS-LN-IDX) TO MORTGAGE-RECORD
               IF (PMI-ACTIVE OR PMI-ELIGIBLE)
                       AND MORTGAGE-ACCOUNT-NUMBER NOT = SPACES
                       AND LOAN-AMOUNT > ZERO
                   PERFORM MEASURE-ONE-LOAN
                   IF WS-ACTION-TERMINATE
                       PERFORM TERMINATE-ONE-LOAN
                   END-IF
               END-IF
           END-PERFORM

           MOVE "ELIGIBLE FOR BORROWER-REQUESTED CANCELLATION (80 PCT)"
               TO WS-SEC-TITLE
           PERFORM WRITE-SECTION-HEADING
           PERFORM VARYING WS-LN-IDX FROM 1 BY 1
                   UNTIL WS-LN-IDX > WS-LOAN-USED
               MOVE WS-LN-RECORD(WS-LN-IDX) TO MORTGAGE-RECORD
               IF (PMI-ACTIVE OR PMI-ELIGIBLE)
                       AND MORTGAGE-ACCOUNT-NUMBER NOT = SPACES
                       AND LOAN-AMOUNT > ZERO
                       AND ORIGINAL-PROPERTY-VALUE > ZERO
                   PERFORM MEASURE-ONE-LOAN
                   IF WS-ACTION-ELIGIBLE
                       PERFORM FLAG-ONE-ELIGIBLE-LOAN
                   END-IF
               END-IF
           END-PERFORM

           PERFORM WRITE-RUN-SUMMARY

           MOVE "TERMINATED" TO WS-CT-LABEL
           MOVE WS-TERMINATED-COUNT TO WS-CT-COUNT
           MOVE WS-TERMINATED-PMI TO WS-CT-AMOUNT
           PERFORM WRITE-CONTROL-TOTAL

           MOVE "ELIGIBLE" TO WS-CT-LABEL
           MOVE WS-ELIGIBLE-COUNT TO WS-CT-COUNT
           MOVE WS-ELIGIBLE-PMI TO WS-CT-AMOUNT
           PERFORM WRITE-CONTROL-TOTAL

           IF WS-EXCEPTION-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       INITIALIZE-REVIEW.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           PERFORM GET-BUSINESS-DATE
           STRING WS-YEAR WS-MONTH WS-DAY
                  DELIMITED BY SIZE
                  INTO WS-TODAY-DATE
           MOVE 'N' TO WS-EOF-SWITCH.

      *****************************************************************
      * THE FIRST RECORD SEEN FOR A MORTGAGE-ID FIXES ITS SCHEDULE;
      * EVERY LATER ONE REPLACES THE CARRIED STATE. A LOAN LEFT OUT OF
      * THE TABLE WOULD SILENTLY KEEP PAYING PMI PAST ITS LEGAL END,
      * SO A FULL TABLE STOPS THE RUN WITH A NONZERO RETURN CODE.
      *****************************************************************
       LOAD-LOAN-TABLE.
           OPEN INPUT MORTGAGE-FILE

           IF WS-MORTGAGE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           PERFORM READ-MORTGAGE-RECORD
           PERFORM UNTIL WS-END-OF-FILE
               PERFORM NOTE-MORTGAGE-RECORD
               PERFORM READ-MORTGAGE-RECORD
           END-PERFORM

           CLOSE MORTGAGE-FILE
           MOVE 'N' TO WS-EOF-SWITCH.

       READ-MORTGAGE-RECORD.
           READ MORTGAGE-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

       NOTE-MORTGAGE-RECORD.
           MOVE 'N' TO WS-LOAN-FOUND
           PERFORM VARYING WS-LN-IDX FROM 1 BY 1
                   UNTIL WS-LN-IDX > WS-LOAN-USED
                      OR WS-LOAN-FOUND = 'Y'
               IF WS-LN-ID(WS-LN-IDX) = MORTGAGE-ID
                   MOVE 'Y' TO WS-LOAN-FOUND
                   MOVE MORTGAGE-RECORD TO WS-LN-RECORD(WS-LN-IDX)
               END-IF
           END-PERFORM

           IF WS-LOAN-FOUND = 'Y'
               EXIT PARAGRAPH
           END-IF

           IF WS-LOAN-USED >= 1000
               PERFORM ABORT-ON-TABLE-OVERFLOW
           END-IF

           ADD 1 TO WS-LOAN-USED
           SET WS-LN-IDX TO WS-LOAN-USED
           MOVE MORTGAGE-ID TO WS-LN-ID(WS-LN-IDX)
           MOVE LOAN-AMOUNT TO WS-LN-ORIG-AMOUNT(WS-LN-IDX)
           MOVE INTEREST-RATE TO WS-LN-ORIG-RATE(WS-LN-IDX)
           MOVE LOAN-TERM-MONTHS TO WS-LN-ORIG-TERM(WS-LN-IDX)
           MOVE CALC-DATE TO WS-LN-ORIG-DATE(WS-LN-IDX)
           MOVE MORTGAGE-RECORD TO WS-LN-RECORD(WS-LN-IDX).

       ABORT-ON-TABLE-OVERFLOW.
           DISPLAY "PMI-REVIEW: LOAN TABLE OVERFLOW - RUN ABORTED"
           CLOSE MORTGAGE-FILE

           MOVE 8 TO RETURN-CODE
           STOP RUN.

       OPEN-REVIEW-REPORT.
           OPEN OUTPUT REVIEW-REPORT
           MOVE WS-TODAY-DATE TO WS-HDR-DATE
           MOVE WS-REPORT-HEADING TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-SECTION-HEADING.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-SECTION-HEADING TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-REVIEW-COLUMNS TO REPORT-LINE
           WRITE REPORT-LINE.

      *****************************************************************
      * SCHEDULED BALANCE AFTER THE MONTHS ELAPSED SINCE THE FIRST
      * LOGGED AMORTIZATION:
      *   P * ((1+R)**N - (1+R)**K) / ((1+R)**N - 1)
      * (STRAIGHT-LINE FOR A ZERO-RATE LOAN), THEN BOTH THE SCHEDULED
      * AND THE ACTUAL BALANCE AS A PERCENT OF THE ORIGINAL VALUE. A
      * LOAN WITH NO ORIGINAL VALUE IS AN EXCEPTION ON THE FIRST
      * SWEEP ONLY, SO IT IS REPORTED ONCE.
      *****************************************************************
       MEASURE-ONE-LOAN.
           MOVE 'N' TO WS-REVIEW-ACTION
           MOVE SPACES TO WS-REVIEW-REASON

           IF ORIGINAL-PROPERTY-VALUE = ZERO
               MOVE "NO ORIGINAL PROPERTY VALUE - PMI NOT MEASURED"
                   TO WS-EXL-REASON
               PERFORM WRITE-REVIEW-EXCEPTION
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-REVIEWED-COUNT

           MOVE WS-LN-ORIG-DATE(WS-LN-IDX) TO WS-ORIG-PARTS
           COMPUTE WS-ELAPSED-MONTHS =
               (WS-YEAR * 12 + WS-MONTH)
             - (WS-ORG-YEAR * 12 + WS-ORG-MONTH)

           IF WS-ELAPSED-MONTHS < ZERO
               MOVE ZERO TO WS-ELAPSED-MONTHS
           END-IF
           IF WS-ELAPSED-MONTHS > WS-LN-ORIG-TERM(WS-LN-IDX)
               MOVE WS-LN-ORIG-TERM(WS-LN-IDX) TO WS-ELAPSED-MONTHS
           END-IF

           IF WS-LN-ORIG-TERM(WS-LN-IDX) = ZERO
               MOVE ZERO TO WS-SCHED-BALANCE
           ELSE
               IF WS-LN-ORIG-RATE(WS-LN-IDX) = ZERO
                   COMPUTE WS-SCHED-BALANCE ROUNDED =
                       WS-LN-ORIG-AMOUNT(WS-LN-IDX)
                       * (WS-LN-ORIG-TERM(WS-LN-IDX)
                          - WS-ELAPSED-MONTHS)
                       / WS-LN-ORIG-TERM(WS-LN-IDX)
               ELSE
                   COMPUTE WS-MONTHLY-RATE =
                       WS-LN-ORIG-RATE(WS-LN-IDX) / 100 / 12
                   COMPUTE WS-POWER-TERM =
                       (1 + WS-MONTHLY-RATE)
                           ** WS-LN-ORIG-TERM(WS-LN-IDX)
                   COMPUTE WS-POWER-ELAPSED =
                       (1 + WS-MONTHLY-RATE) ** WS-ELAPSED-MONTHS
                   COMPUTE WS-SCHED-BALANCE ROUNDED =
                       WS-LN-ORIG-AMOUNT(WS-LN-IDX)
                       * (WS-POWER-TERM - WS-POWER-ELAPSED)
                       / (WS-POWER-TERM - 1)
               END-IF
           END-IF

           COMPUTE WS-SCHED-LTV ROUNDED =
               WS-SCHED-BALANCE / ORIGINAL-PROPERTY-VALUE * 100
           COMPUTE WS-ACTUAL-LTV ROUNDED =
               LOAN-AMOUNT / ORIGINAL-PROPERTY-VALUE * 100

           IF WS-SCHED-LTV NOT > WS-TERMINATE-LTV
               MOVE 'T' TO WS-REVIEW-ACTION
               MOVE "78 PCT LTV" TO WS-REVIEW-REASON
               EXIT PARAGRAPH
           END-IF

           IF WS-ELAPSED-MONTHS * 2 >= WS-LN-ORIG-TERM(WS-LN-IDX)
               MOVE 'T' TO WS-REVIEW-ACTION
               MOVE "MIDPOINT" TO WS-REVIEW-REASON
               EXIT PARAGRAPH
           END-IF

           IF WS-SCHED-LTV NOT > WS-ELIGIBLE-LTV
               MOVE 'E' TO WS-REVIEW-ACTION
               IF PMI-ELIGIBLE
                   MOVE "STILL OPEN" TO WS-REVIEW-REASON
               ELSE
                   MOVE "80 PCT LTV" TO WS-REVIEW-REASON
               END-IF
           END-IF.

      *****************************************************************
      * PMI COMES OFF: THE LOAN'S FULL LATEST STATE IS CARRIED FORWARD
      * WITH THE PREMIUM ZEROED, THE SAME APPEND-DON'T-REWRITE
      * CONVENTION EVERY OTHER MORTGAGES.DAT WRITER FOLLOWS.
      *****************************************************************
       TERMINATE-ONE-LOAN.
           PERFORM WRITE-REVIEW-LINE

           ADD 1 TO WS-TERMINATED-COUNT
           ADD MONTHLY-PMI-AMOUNT TO WS-TERMINATED-PMI

           MOVE ZERO TO MONTHLY-PMI-AMOUNT
           MOVE 'T' TO PMI-STATUS
           PERFORM APPEND-REVIEWED-MORTGAGE.

      *****************************************************************
      * A LOAN ONLY NOW REACHING 80 PERCENT IS MARKED ELIGIBLE ON THE
      * FILE; ONE ALREADY MARKED IS JUST LISTED AGAIN.
      *****************************************************************
       FLAG-ONE-ELIGIBLE-LOAN.
           PERFORM WRITE-REVIEW-LINE

           ADD 1 TO WS-ELIGIBLE-COUNT
           ADD MONTHLY-PMI-AMOUNT TO WS-ELIGIBLE-PMI

           IF PMI-ACTIVE
               MOVE 'E' TO PMI-STATUS
               PERFORM APPEND-REVIEWED-MORTGAGE
           END-IF.

       WRITE-REVIEW-LINE.
           MOVE MORTGAGE-ID TO WS-RVL-MORTGAGE
           MOVE MORTGAGE-ACCOUNT-NUMBER TO WS-RVL-ACCOUNT
           MOVE BORROWER-NAME TO WS-RVL-BORROWER
           MOVE ORIGINAL-PROPERTY-VALUE TO WS-RVL-ORIG-VALUE
           MOVE WS-SCHED-BALANCE TO WS-RVL-SCHED-BAL
           MOVE WS-SCHED-LTV TO WS-RVL-SCHED-LTV
           MOVE WS-ACTUAL-LTV TO WS-RVL-ACTUAL-LTV
           MOVE MONTHLY-PMI-AMOUNT TO WS-RVL-PMI
           MOVE WS-REVIEW-REASON TO WS-RVL-REASON
           MOVE WS-REVIEW-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       APPEND-REVIEWED-MORTGAGE.
           OPEN EXTEND MORTGAGE-FILE

           IF WS-MORTGAGE-STATUS NOT = '00'
               OPEN OUTPUT MORTGAGE-FILE
           END-IF

           MOVE WS-TODAY-DATE TO CALC-DATE
           MOVE ZERO TO CURTAILMENT-AMOUNT
           MOVE WS-TODAY-DATE TO PMI-STATUS-DATE

           WRITE MORTGAGE-RECORD

           CLOSE MORTGAGE-FILE

           MOVE MORTGAGE-RECORD TO WS-LN-RECORD(WS-LN-IDX).

       WRITE-REVIEW-EXCEPTION.
           MOVE MORTGAGE-ID TO WS-EXL-MORTGAGE
           MOVE WS-EXCEPTION-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           ADD 1 TO WS-EXCEPTION-COUNT.

       WRITE-RUN-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "LOANS WITH PMI REVIEWED:" TO WS-SUM-LABEL
           MOVE WS-REVIEWED-COUNT TO WS-SUM-COUNT
           MOVE WS-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "PMI TERMINATED:" TO WS-SUM-LABEL
           MOVE WS-TERMINATED-COUNT TO WS-SUM-COUNT
           MOVE WS-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "ELIGIBLE FOR CANCELLATION:" TO WS-SUM-LABEL
           MOVE WS-ELIGIBLE-COUNT TO WS-SUM-COUNT
           MOVE WS-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "EXCEPTIONS:" TO WS-SUM-LABEL
           MOVE WS-EXCEPTION-COUNT TO WS-SUM-COUNT
           MOVE WS-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REVIEW-REPORT.

      *****************************************************************
      * ONE CONTROL-TOTALS LINE PER LABEL, APPENDED FOR THE DAY.
      *****************************************************************
       WRITE-CONTROL-TOTAL.
           OPEN EXTEND CONTROL-TOTALS-FILE

           IF WS-CTL-STATUS NOT = '00'
               OPEN OUTPUT CONTROL-TOTALS-FILE
           END-IF

           MOVE WS-YEAR TO CT-RUN-DATE(1:4)
           MOVE WS-MONTH TO CT-RUN-DATE(5:2)
           MOVE WS-DAY TO CT-RUN-DATE(7:2)
           MOVE "PMIREVIEW" TO CT-JOB-NAME
           MOVE WS-CT-LABEL TO CT-LABEL
           MOVE WS-CT-COUNT TO CT-RECORD-COUNT
           MOVE WS-CT-AMOUNT TO CT-AMOUNT
           MOVE FUNCTION CURRENT-DATE(1:14) TO CT-TIMESTAMP

           WRITE CONTROL-TOTALS-RECORD

           CLOSE CONTROL-TOTALS-FILE.

      *****************************************************************
      * NO CONTROL FILE, OR AN EMPTY ONE, LEAVES THE MACHINE-CLOCK
      * DATE ALREADY LOADED IN WORKING-STORAGE STANDING.
      *****************************************************************
       GET-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE

           IF WS-BUSDATE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           READ BUSINESS-DATE-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF BD-BUSINESS-DATE NOT = ZERO
                       MOVE BD-BUSINESS-DATE(1:4) TO WS-YEAR
                       MOVE BD-BUSINESS-DATE(5:2) TO WS-MONTH
                       MOVE BD-BUSINESS-DATE(7:2) TO WS-DAY
                   END-IF
           END-READ

           CLOSE BUSINESS-DATE-FILE.
