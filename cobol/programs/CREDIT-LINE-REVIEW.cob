       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDIT-LINE-REVIEW.
       AUTHOR. SUITECRM-REAL-ESTATE.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * QUARTERLY CREDIT-LINE REVIEW
      * CREDIT-LIMIT ON CARDDATA.DAT WAS SET AT ISSUE AND NEVER
      * REVISITED. RUN QUARTERLY, THIS JOB REVIEWS EVERY ACTIVE CARD
      * ON:
      *   - UTILIZATION - CURRENT-BALANCE AS A PERCENT OF THE LIMIT;
      *   - RISK TREND - THE RISKHIST.DAT SNAPSHOTS OF THE LAST
      *     NINETY DAYS, FIRST AGAINST LATEST, PLUS TODAY'S SCORE;
      *   - PAYMENT HISTORY - EACH CARDSTMT.DAT STATEMENT OF THE LAST
      *     SIX MONTHS WHOSE PAYMENT MONTH HAS CLOSED: THE MINIMUM
      *     WAS MET IF THE CARDPAY RECEIPTS POSTED IN THE FOLLOWING
      *     MONTH COVER IT; THE CYCLE WAS OVER-LIMIT IF ITS NEW
      *     BALANCE EXCEEDED THE LIMIT;
      *   - RETURNED PAYMENTS - CARDPAY RECEIPTS OF THE LAST SIX
      *     MONTHS SINCE VOIDED ('VD') OFF THE CARD.
      * THE DECISION TABLE IS READ FROM PAYLIMITS.DAT (COMPILED
      * DEFAULTS IN PARENTHESES):
      *   DECREASE WHEN ANY OF   CLMAXRISK  SCORE ABOVE (700)
      *                          CLRISKUP   SCORE ROSE BY (150)
      *                          CLMISSMAX  MISSED MINIMUMS (2)
      *                          CLOVERMAX  OVER-LIMIT CYCLES (2)
      *                          CLRETMAX   RETURNED PAYMENTS (1)
      *            BY CLDECPCT (20) PERCENT, NEVER BELOW THE BALANCE
      *   INCREASE WHEN UTILIZATION IS AT LEAST CLINCUTIL (50)
      *            PERCENT, CLMINCYC (3) CLOSED CYCLES ARE ON FILE,
      *            NONE MISSED, OVER-LIMIT OR RETURNED, AND THE SCORE
      *            IS NO HIGHER THAN CLINCRISK (500) - BY CLINCPCT
      *            (10) PERCENT UP TO CLMAXLINE (25000.00)
      *   DECLINE  A CARD AT THE INCREASE UTILIZATION THAT FAILS THE
      *            INCREASE TESTS
      *   HOLD     EVERYTHING ELSE
      * EVERY DECISION IS APPENDED TO CLHIST.DAT WITH THE BEFORE AND
      * AFTER LIMIT AND THE PRINCIPAL REASON, AND CLHIST.DAT IS ALSO
      * THE RERUN GUARD - A CARD ALREADY REVIEWED THIS QUARTER IS
      * PASSED OVER. EVERY DECREASE AND DECLINE APPENDS AN ADVERSE-
      * ACTION NOTICE TO ADVACTN.DAT CARRYING UP TO FOUR PRINCIPAL
      * REASONS FOR THE NOTICE MAILING. CLREVIEW.RPT LISTS THE RUN.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARD-FILE ASSIGN TO "CARDDATA.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CARD-NUMBER
                  FILE STATUS IS WS-FILE-STATUS.

           SELECT RISK-HISTORY-FILE ASSIGN TO "RISKHIST.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-RISK-STATUS.

           SELECT STATEMENT-FILE ASSIGN TO "CARDSTMT.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-STMT-STATUS.

           SELECT TRANS-FILE ASSIGN TO "TRANSACTIONS.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-TRANS-STATUS.

           SELECT TOKEN-FILE ASSIGN TO "CARDTOKEN.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS TOKEN-ID
                  FILE STATUS IS WS-TOKEN-STATUS.

           SELECT PAYMENT-LIMIT-FILE ASSIGN TO "PAYLIMITS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-LIMIT-STATUS.

           SELECT LINE-HISTORY-FILE ASSIGN TO "CLHIST.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-HIST-STATUS.

           SELECT ADVERSE-ACTION-FILE ASSIGN TO "ADVACTN.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-ADVERSE-STATUS.

           SELECT CARD-WORK-FILE ASSIGN TO "CLRWRK.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS RW-CARD-NUM
                  FILE STATUS IS WS-CARDWRK-STATUS.

           SELECT STMT-WORK-FILE ASSIGN TO "CLSWRK.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SW-KEY
                  FILE STATUS IS WS-STMTWRK-STATUS.

           SELECT REVIEW-REPORT ASSIGN TO "CLREVIEW.RPT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CARD-FILE.
       01  CARD-RECORD.
           05  CARD-NUMBER         PIC X(19).
           05  CARD-HOLDER-NAME    PIC X(30).
           05  EXPIRY-DATE.
               10  EXP-MONTH       PIC 99.
               10  EXP-YEAR        PIC 99.
           05  CARD-TYPE           PIC X(10).
           05  CREDIT-LIMIT        PIC 9(8)V99.
           05  CURRENT-BALANCE     PIC 9(8)V99.
           05  CARD-STATUS         PIC X.
               88  ACTIVE-CARD     VALUE 'A'.
               88  BLOCKED-CARD    VALUE 'B'.
               88  EXPIRED-CARD    VALUE 'E'.
           05  LAST-TRANSACTION    PIC X(8).
           05  RISK-SCORE          PIC 999.
           05  CARD-CVV            PIC 999.
           05  CARD-BILLING-ZIP    PIC X(10).

       FD  RISK-HISTORY-FILE.
       01  RISK-HISTORY-RECORD.
           05  RH-CARD-NUMBER      PIC X(19).
           05  RH-TIMESTAMP        PIC 9(14).
           05  RH-TIMESTAMP-X REDEFINES RH-TIMESTAMP.
               10  RH-SNAPSHOT-DATE PIC 9(8).
               10  FILLER          PIC 9(6).
           05  RH-RISK-SCORE       PIC 999.

       FD  STATEMENT-FILE.
       01  STATEMENT-RECORD.
           05  CS-CARD-NUMBER      PIC X(19).
           05  CS-STMT-MONTH       PIC 9(6).
           05  CS-PRIOR-BALANCE    PIC S9(8)V99.
           05  CS-PURCHASES        PIC 9(8)V99.
           05  CS-CREDITS          PIC 9(8)V99.
           05  CS-INTEREST         PIC 9(6)V99.
           05  CS-NEW-BALANCE      PIC 9(8)V99.
           05  CS-MIN-PAYMENT      PIC 9(6)V99.
           05  CS-TIMESTAMP        PIC 9(14).

       FD  TRANS-FILE.
       01  TRANS-RECORD.
           05  TRANS-ID            PIC X(20).
           05  TRANS-DATE          PIC 9(8).
           05  TRANS-TIME          PIC 9(6).
           05  TRANS-CARD-NUM      PIC X(19).
           05  TRANS-AMOUNT        PIC 9(8)V99.
           05  TRANS-TYPE          PIC X(10).
           05  TRANS-PROPERTY-ID   PIC X(20).
           05  TRANS-STATUS        PIC XX.
           05  AUTH-CODE           PIC X(6).
           05  RESPONSE-MSG        PIC X(50).
           05  TRANS-ENTRY-MODE    PIC X(4).
           05  TRANS-CVV-RESULT    PIC X.
           05  TRANS-AVS-RESULT    PIC X.
           05  TRANS-CARD-TYPE     PIC X(10).
           05  TRANS-SETTLED-FLAG  PIC X.
               88  TRANS-SETTLED       VALUE 'Y'.
               88  TRANS-NOT-SETTLED   VALUE 'N'.
           05  TRANS-SETTLEMENT-BATCH-ID PIC X(20).
           05  TRANS-ORIGINAL-ID   PIC X(20).

       FD  TOKEN-FILE.
       01  TOKEN-RECORD.
           05  TOKEN-ID                PIC X(20).
           05  TOKEN-CARD-NUMBER       PIC X(19).
           05  TOKEN-CARD-TYPE         PIC X(10).
           05  TOKEN-CREATED-DATE      PIC 9(8).
           05  TOKEN-STATUS            PIC X.
               88  TOKEN-ACTIVE        VALUE 'A'.
               88  TOKEN-REVOKED       VALUE 'R'.

       FD  PAYMENT-LIMIT-FILE.
       01  PAYMENT-LIMIT-LINE      PIC X(60).

      *****************************************************************
      * ONE RECORD PER CARD PER QUARTERLY REVIEW - THE LINE-CHANGE LOG
      * OF RECORD AND THE RERUN GUARD. LH-ACTION: I INCREASE,
      * D DECREASE, X INCREASE DECLINED, H HELD.
      *****************************************************************
       FD  LINE-HISTORY-FILE.
       01  LINE-HISTORY-RECORD.
           05  LH-CARD-NUMBER      PIC X(19).
           05  LH-REVIEW-DATE      PIC 9(8).
           05  LH-REVIEW-QUARTER   PIC 9(5).
           05  LH-ACTION           PIC X.
               88  LH-INCREASE     VALUE 'I'.
               88  LH-DECREASE     VALUE 'D'.
               88  LH-DECLINE      VALUE 'X'.
               88  LH-HOLD         VALUE 'H'.
           05  LH-OLD-LIMIT        PIC 9(8)V99.
           05  LH-NEW-LIMIT        PIC 9(8)V99.
           05  LH-BALANCE          PIC 9(8)V99.
           05  LH-UTILIZATION      PIC 9(3).
           05  LH-RISK-SCORE       PIC 999.
           05  LH-REASON           PIC X(40).
           05  LH-TIMESTAMP        PIC 9(14).

      *****************************************************************
      * ADVERSE-ACTION NOTICES FOR THE CARDHOLDER MAILING - APPENDED,
      * DATED, SO A RERUN NEVER LOSES A NOTICE NOT YET MAILED.
      *****************************************************************
       FD  ADVERSE-ACTION-FILE.
       01  ADVERSE-ACTION-RECORD.
           05  AA-CARD-NUMBER      PIC X(19).
           05  AA-HOLDER-NAME      PIC X(30).
           05  AA-NOTICE-DATE      PIC 9(8).
           05  AA-ACTION           PIC X(8).
           05  AA-OLD-LIMIT        PIC 9(8)V99.
           05  AA-NEW-LIMIT        PIC 9(8)V99.
           05  AA-RISK-SCORE       PIC 999.
           05  AA-REASON-COUNT     PIC 9.
           05  AA-REASON           PIC X(40) OCCURS 4 TIMES.

      *****************************************************************
      * KEYED PER-CARD REVIEW FACTORS, REBUILT EACH RUN THE SAME WAY
      * THE RESCORE RUN BUILDS ITS CARD WORK FILE.
      *****************************************************************
       FD  CARD-WORK-FILE.
       01  CARD-WORK-RECORD.
           05  RW-CARD-NUM         PIC X(19).
           05  RW-REVIEWED         PIC X.
           05  RW-SCORE-SEEN       PIC X.
           05  RW-FIRST-SCORE      PIC 999.
           05  RW-LAST-SCORE       PIC 999.
           05  RW-RETURNED         PIC 99.

      *****************************************************************
      * ONE RECORD PER CARD AND STATEMENT MONTH IN THE LOOKBACK, WITH
      * THE CARDPAY RECEIPTS OF THE FOLLOWING MONTH ADDED TO SW-PAID.
      *****************************************************************
       FD  STMT-WORK-FILE.
       01  STMT-WORK-RECORD.
           05  SW-KEY.
               10  SW-CARD-NUM     PIC X(19).
               10  SW-STMT-MONTH   PIC 9(6).
           05  SW-MIN-PAYMENT      PIC 9(6)V99.
           05  SW-NEW-BALANCE      PIC 9(8)V99.
           05  SW-PAID             PIC 9(8)V99.

       FD  REVIEW-REPORT.
       01  REPORT-LINE             PIC X(110).

      *****************************************************************
      * SYSTEM-WIDE BUSINESS PROCESSING DATE, MAINTAINED BY THE
      * BUSDATE-OPEN AND BUSDATE-ADVANCE DRIVER STEPS.
      *****************************************************************
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           05  BD-BUSINESS-DATE    PIC 9(8).
           05  BD-TIMESTAMP        PIC 9(14).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS          PIC XX.
       01  WS-RISK-STATUS          PIC XX.
       01  WS-STMT-STATUS          PIC XX.
       01  WS-TRANS-STATUS         PIC XX.
       01  WS-TOKEN-STATUS         PIC XX.
       01  WS-LIMIT-STATUS         PIC XX.
       01  WS-HIST-STATUS          PIC XX.
       01  WS-ADVERSE-STATUS       PIC XX.
       01  WS-CARDWRK-STATUS       PIC XX.
       01  WS-STMTWRK-STATUS       PIC XX.
       01  WS-RPT-STATUS           PIC XX.
       01  WS-BUSDATE-STATUS       PIC XX.
       01  WS-EOF-SWITCH           PIC X VALUE 'N'.
           88  WS-END-OF-FILE      VALUE 'Y'.
       01  WS-CARD-EOF-SW          PIC X VALUE 'N'.
           88  WS-CARD-END-OF-FILE VALUE 'Y'.
       01  WS-STMTWRK-EOF-SW       PIC X VALUE 'N'.
           88  WS-STMTWRK-END-OF-FILE VALUE 'Y'.
       01  WS-TOKEN-OPEN-SW        PIC X VALUE 'N'.

       01  WS-TODAY-DATE           PIC 9(8).
       01  WS-TODAY-INT            PIC 9(7).
       01  WS-RISK-WINDOW-INT      PIC 9(7).
       01  WS-REVIEW-QUARTER       PIC 9(5).

      *****************************************************************
      * MONTHS ARE COMPARED AS YEAR * 12 + MONTH. THE LOOKBACK IS THE
      * SIX MONTHS BEFORE THE BUSINESS MONTH; A STATEMENT IS JUDGED
      * ONLY ONCE ITS PAYMENT MONTH HAS CLOSED.
      *****************************************************************
       01  WS-MONTH-WORK.
           05  WS-MI-MONTH         PIC 9(6).
           05  WS-MI-MONTH-X REDEFINES WS-MI-MONTH.
               10  WS-MI-YYYY      PIC 9(4).
               10  WS-MI-MM        PIC 99.
           05  WS-MONTH-INDEX      PIC 9(6).
           05  WS-CURRENT-INDEX    PIC 9(6).
           05  WS-LOOKBACK-INDEX   PIC 9(6).
           05  WS-JUDGED-INDEX     PIC 9(6).

      *****************************************************************
      * DECISION TABLE - PAYLIMITS.DAT OVERRIDES EACH COMPILED DEFAULT.
      *****************************************************************
       01  WS-DECISION-TABLE.
           05  WS-CL-MAX-RISK      PIC 999 VALUE 700.
           05  WS-CL-RISK-UP       PIC 999 VALUE 150.
           05  WS-CL-MISS-MAX      PIC 99 VALUE 2.
           05  WS-CL-OVER-MAX      PIC 99 VALUE 2.
           05  WS-CL-RET-MAX       PIC 99 VALUE 1.
           05  WS-CL-DEC-PCT       PIC 99V99 VALUE 20.00.
           05  WS-CL-INC-PCT       PIC 99V99 VALUE 10.00.
           05  WS-CL-INC-UTIL      PIC 999 VALUE 50.
           05  WS-CL-INC-RISK      PIC 999 VALUE 500.
           05  WS-CL-MIN-CYCLES    PIC 99 VALUE 3.
           05  WS-CL-MAX-LINE      PIC 9(8)V99 VALUE 25000.00.

       01  WS-LIMIT-WORK.
           05  WS-LIMIT-EOF-SW     PIC X VALUE 'N'.
               88  WS-LIMIT-END-OF-FILE VALUE 'Y'.
           05  WS-LIMIT-NAME       PIC X(10).
           05  WS-LIMIT-AMOUNT     PIC 9(9)V99.

       01  WS-CARD-FACTORS.
           05  WS-RESOLVED-CARD    PIC X(19).
           05  WS-UTILIZATION      PIC 9(5).
           05  WS-RISK-RISE        PIC 999.
           05  WS-CYCLES-JUDGED    PIC 99.
           05  WS-MISSED-COUNT     PIC 99.
           05  WS-OVER-LIMIT-COUNT PIC 99.
           05  WS-RETURNED-COUNT   PIC 99.

       01  WS-DECISION-WORK.
           05  WS-ACTION           PIC X.
           05  WS-OLD-LIMIT        PIC 9(8)V99.
           05  WS-NEW-LIMIT        PIC 9(8)V99.
           05  WS-WHOLE-LIMIT      PIC 9(8).
           05  WS-HOLD-REASON      PIC X(40).
           05  WS-NEW-REASON       PIC X(40).
           05  WS-REASON-COUNT     PIC 9.
           05  WS-REASON           PIC X(40) OCCURS 4 TIMES.
           05  WS-REASON-IDX       PIC 9.

       01  WS-RUN-TOTALS.
           05  WS-CARDS-INCREASED  PIC 9(5) VALUE ZERO.
           05  WS-CARDS-DECREASED  PIC 9(5) VALUE ZERO.
           05  WS-CARDS-DECLINED   PIC 9(5) VALUE ZERO.
           05  WS-CARDS-HELD       PIC 9(5) VALUE ZERO.
           05  WS-CARDS-PASSED     PIC 9(5) VALUE ZERO.

       01  WS-CURRENT-DATE.
           05  WS-YEAR             PIC 9(4).
           05  WS-MONTH            PIC 99.
           05  WS-DAY              PIC 99.

       01  WS-CURRENT-TIME.
           05  WS-HOUR             PIC 99.
           05  WS-MINUTE           PIC 99.
           05  WS-SECOND           PIC 99.

       01  WS-REPORT-HEADING.
           05  FILLER              PIC X(30) VALUE
               "QUARTERLY CREDIT-LINE REVIEW".
           05  FILLER              PIC X(6)  VALUE "DATE: ".
           05  WS-HDR-DATE         PIC 9(8).
           05  FILLER              PIC X(11) VALUE "  QUARTER: ".
           05  WS-HDR-QUARTER      PIC 9(5).

       01  WS-COLUMN-HEADING.
           05  FILLER              PIC X(21) VALUE "CARD NUMBER".
           05  FILLER              PIC X(10) VALUE "ACTION".
           05  FILLER              PIC X(13) VALUE "    OLD LIMIT".
           05  FILLER              PIC X(13) VALUE "    NEW LIMIT".
           05  FILLER              PIC X(7)  VALUE "  UTIL%".
           05  FILLER              PIC X(6)  VALUE "  RISK".
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(38) VALUE "PRINCIPAL REASON".

       01  WS-DETAIL-LINE.
           05  WS-DTL-CARD         PIC X(21).
           05  WS-DTL-ACTION       PIC X(10).
           05  WS-DTL-OLD-LIMIT    PIC Z(9)9.99.
           05  WS-DTL-NEW-LIMIT    PIC Z(9)9.99.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-DTL-UTIL         PIC ZZZZ9.
           05  FILLER              PIC X(3) VALUE SPACES.
           05  WS-DTL-RISK         PIC ZZ9.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-DTL-REASON       PIC X(40).

       01  WS-SUMMARY-LINE.
           05  FILLER              PIC X(11) VALUE "INCREASED: ".
           05  WS-SUM-INCREASED    PIC ZZ,ZZ9.
           05  FILLER              PIC X(13) VALUE "  DECREASED: ".
           05  WS-SUM-DECREASED    PIC ZZ,ZZ9.
           05  FILLER              PIC X(12) VALUE "  DECLINED: ".
           05  WS-SUM-DECLINED     PIC ZZ,ZZ9.
           05  FILLER              PIC X(8)  VALUE "  HELD: ".
           05  WS-SUM-HELD         PIC ZZ,ZZ9.
           05  FILLER              PIC X(22) VALUE
               "  ALREADY REVIEWED: ".
           05  WS-SUM-PASSED       PIC ZZ,ZZ9.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           PERFORM INITIALIZE-REVIEW
           PERFORM READ-DECISION-TABLE
           PERFORM REBUILD-WORK-FILES
           PERFORM NOTE-REVIEWED-CARDS
           PERFORM SWEEP-RISK-HISTORY
           PERFORM SWEEP-STATEMENTS
           PERFORM SWEEP-CARD-PAYMENTS
           PERFORM OPEN-REVIEW-OUTPUTS
           PERFORM REVIEW-EACH-CARD
           PERFORM WRITE-REVIEW-SUMMARY
           CLOSE CARD-WORK-FILE
           CLOSE STMT-WORK-FILE
           CLOSE LINE-HISTORY-FILE
           CLOSE ADVERSE-ACTION-FILE
           CLOSE REVIEW-REPORT
           STOP RUN.

       INITIALIZE-REVIEW.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           ACCEPT WS-CURRENT-TIME FROM TIME
           PERFORM GET-BUSINESS-DATE
           STRING WS-YEAR WS-MONTH WS-DAY
                  DELIMITED BY SIZE
                  INTO WS-TODAY-DATE
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
           COMPUTE WS-RISK-WINDOW-INT = WS-TODAY-INT - 90
           COMPUTE WS-REVIEW-QUARTER =
               WS-YEAR * 10 + (WS-MONTH - 1) / 3 + 1

           MOVE WS-TODAY-DATE(1:6) TO WS-MI-MONTH
           PERFORM COMPUTE-MONTH-INDEX
           MOVE WS-MONTH-INDEX TO WS-CURRENT-INDEX
           COMPUTE WS-LOOKBACK-INDEX = WS-CURRENT-INDEX - 6
           COMPUTE WS-JUDGED-INDEX = WS-CURRENT-INDEX - 2
           MOVE 'N' TO WS-EOF-SWITCH.

       COMPUTE-MONTH-INDEX.
           COMPUTE WS-MONTH-INDEX = WS-MI-YYYY * 12 + WS-MI-MM.

       READ-DECISION-TABLE.
           OPEN INPUT PAYMENT-LIMIT-FILE

           IF WS-LIMIT-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-LIMIT-EOF-SW
           PERFORM READ-LIMIT-LINE
           PERFORM UNTIL WS-LIMIT-END-OF-FILE
               MOVE SPACES TO WS-LIMIT-NAME
               MOVE ZERO TO WS-LIMIT-AMOUNT
               UNSTRING PAYMENT-LIMIT-LINE DELIMITED BY '|'
                   INTO WS-LIMIT-NAME
                        WS-LIMIT-AMOUNT
               EVALUATE WS-LIMIT-NAME
                   WHEN "CLMAXRISK"
                       MOVE WS-LIMIT-AMOUNT TO WS-CL-MAX-RISK
                   WHEN "CLRISKUP"
                       MOVE WS-LIMIT-AMOUNT TO WS-CL-RISK-UP
                   WHEN "CLMISSMAX"
                       MOVE WS-LIMIT-AMOUNT TO WS-CL-MISS-MAX
                   WHEN "CLOVERMAX"
                       MOVE WS-LIMIT-AMOUNT TO WS-CL-OVER-MAX
                   WHEN "CLRETMAX"
                       MOVE WS-LIMIT-AMOUNT TO WS-CL-RET-MAX
                   WHEN "CLDECPCT"
                       MOVE WS-LIMIT-AMOUNT TO WS-CL-DEC-PCT
                   WHEN "CLINCPCT"
                       MOVE WS-LIMIT-AMOUNT TO WS-CL-INC-PCT
                   WHEN "CLINCUTIL"
                       MOVE WS-LIMIT-AMOUNT TO WS-CL-INC-UTIL
                   WHEN "CLINCRISK"
                       MOVE WS-LIMIT-AMOUNT TO WS-CL-INC-RISK
                   WHEN "CLMINCYC"
                       MOVE WS-LIMIT-AMOUNT TO WS-CL-MIN-CYCLES
                   WHEN "CLMAXLINE"
                       MOVE WS-LIMIT-AMOUNT TO WS-CL-MAX-LINE
               END-EVALUATE
               PERFORM READ-LIMIT-LINE
           END-PERFORM

           CLOSE PAYMENT-LIMIT-FILE.

       READ-LIMIT-LINE.
           READ PAYMENT-LIMIT-FILE
               AT END
                   MOVE 'Y' TO WS-LIMIT-EOF-SW
           END-READ.

       REBUILD-WORK-FILES.
           OPEN OUTPUT CARD-WORK-FILE
           CLOSE CARD-WORK-FILE
           OPEN I-O CARD-WORK-FILE

           OPEN OUTPUT STMT-WORK-FILE
           CLOSE STMT-WORK-FILE
           OPEN I-O STMT-WORK-FILE.

      *****************************************************************
      * KEYED FETCH OF THE CARD'S FACTOR RECORD, BOOTSTRAPPING A
      * FRESH ONE ON FIRST SIGHT.
      *****************************************************************
       FETCH-OR-INIT-CARD-WORK.
           MOVE WS-RESOLVED-CARD TO RW-CARD-NUM
           READ CARD-WORK-FILE
               INVALID KEY
                   MOVE WS-RESOLVED-CARD TO RW-CARD-NUM
                   MOVE 'N' TO RW-REVIEWED
                   MOVE 'N' TO RW-SCORE-SEEN
                   MOVE ZERO TO RW-FIRST-SCORE
                   MOVE ZERO TO RW-LAST-SCORE
                   MOVE ZERO TO RW-RETURNED
                   WRITE CARD-WORK-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
           END-READ.

       NOTE-REVIEWED-CARDS.
           OPEN INPUT LINE-HISTORY-FILE

           IF WS-HIST-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-END-OF-FILE
               READ LINE-HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF LH-REVIEW-QUARTER = WS-REVIEW-QUARTER
                           MOVE LH-CARD-NUMBER TO WS-RESOLVED-CARD
                           PERFORM FETCH-OR-INIT-CARD-WORK
                           MOVE 'Y' TO RW-REVIEWED
                           REWRITE CARD-WORK-RECORD
                       END-IF
               END-READ
           END-PERFORM

           CLOSE LINE-HISTORY-FILE
           MOVE 'N' TO WS-EOF-SWITCH.

      *****************************************************************
      * THE HISTORY IS APPENDED IN TIME ORDER, SO THE FIRST SNAPSHOT
      * INSIDE THE NINETY-DAY WINDOW IS THE OLDEST AND THE LAST SEEN
      * IS THE LATEST.
      *****************************************************************
       SWEEP-RISK-HISTORY.
           OPEN INPUT RISK-HISTORY-FILE

           IF WS-RISK-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-END-OF-FILE
               READ RISK-HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       PERFORM NOTE-ONE-RISK-SNAPSHOT
               END-READ
           END-PERFORM

           CLOSE RISK-HISTORY-FILE
           MOVE 'N' TO WS-EOF-SWITCH.

       NOTE-ONE-RISK-SNAPSHOT.
           IF FUNCTION INTEGER-OF-DATE(RH-SNAPSHOT-DATE)
                   < WS-RISK-WINDOW-INT
               EXIT PARAGRAPH
           END-IF

           MOVE RH-CARD-NUMBER TO WS-RESOLVED-CARD
           PERFORM FETCH-OR-INIT-CARD-WORK

           IF RW-SCORE-SEEN = 'N'
               MOVE 'Y' TO RW-SCORE-SEEN
               MOVE RH-RISK-SCORE TO RW-FIRST-SCORE
           END-IF
           MOVE RH-RISK-SCORE TO RW-LAST-SCORE

           REWRITE CARD-WORK-RECORD.

       SWEEP-STATEMENTS.
           OPEN INPUT STATEMENT-FILE

           IF WS-STMT-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-END-OF-FILE
               READ STATEMENT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       PERFORM NOTE-ONE-STATEMENT
               END-READ
           END-PERFORM

           CLOSE STATEMENT-FILE
           MOVE 'N' TO WS-EOF-SWITCH.

       NOTE-ONE-STATEMENT.
           MOVE CS-STMT-MONTH TO WS-MI-MONTH
           PERFORM COMPUTE-MONTH-INDEX

           IF WS-MONTH-INDEX < WS-LOOKBACK-INDEX
                   OR WS-MONTH-INDEX > WS-JUDGED-INDEX
               EXIT PARAGRAPH
           END-IF

           MOVE CS-CARD-NUMBER TO SW-CARD-NUM
           MOVE CS-STMT-MONTH TO SW-STMT-MONTH
           MOVE CS-MIN-PAYMENT TO SW-MIN-PAYMENT
           MOVE CS-NEW-BALANCE TO SW-NEW-BALANCE
           MOVE ZERO TO SW-PAID
           WRITE STMT-WORK-RECORD
               INVALID KEY
                   REWRITE STMT-WORK-RECORD
           END-WRITE.

      *****************************************************************
      * CARDPAY RECEIPTS: A POSTED ONE ('00') COUNTS TOWARD THE
      * STATEMENT OF THE MONTH BEFORE IT; ONE SINCE VOIDED ('VD') IS
      * A RETURNED PAYMENT. A TOKENIZED NUMBER RESOLVES TO ITS REAL
      * CARD FIRST, THE SAME WAY THE STATEMENT CYCLE RESOLVES IT.
      *****************************************************************
       SWEEP-CARD-PAYMENTS.
           OPEN INPUT TRANS-FILE

           IF WS-TRANS-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT TOKEN-FILE
           IF WS-TOKEN-STATUS = '00'
               MOVE 'Y' TO WS-TOKEN-OPEN-SW
           END-IF

           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-END-OF-FILE
               READ TRANS-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF TRANS-TYPE = "CARDPAY"
                           PERFORM NOTE-ONE-CARD-PAYMENT
                       END-IF
               END-READ
           END-PERFORM

           CLOSE TRANS-FILE
           MOVE 'N' TO WS-EOF-SWITCH

           IF WS-TOKEN-OPEN-SW = 'Y'
               CLOSE TOKEN-FILE
           END-IF.

       NOTE-ONE-CARD-PAYMENT.
           MOVE TRANS-DATE(1:6) TO WS-MI-MONTH
           PERFORM COMPUTE-MONTH-INDEX

           IF WS-MONTH-INDEX <= WS-LOOKBACK-INDEX
                   OR WS-MONTH-INDEX >= WS-CURRENT-INDEX
               EXIT PARAGRAPH
           END-IF

           MOVE TRANS-CARD-NUM TO WS-RESOLVED-CARD
           IF TRANS-CARD-NUM(1:3) = "TOK"
               PERFORM RESOLVE-TOKENIZED-CARD
               IF WS-RESOLVED-CARD = SPACES
                   EXIT PARAGRAPH
               END-IF
           END-IF

           EVALUATE TRANS-STATUS
               WHEN '00'
                   IF WS-MI-MM = 1
                       SUBTRACT 1 FROM WS-MI-YYYY
                       MOVE 12 TO WS-MI-MM
                   ELSE
                       SUBTRACT 1 FROM WS-MI-MM
                   END-IF
                   MOVE WS-RESOLVED-CARD TO SW-CARD-NUM
                   MOVE WS-MI-MONTH TO SW-STMT-MONTH
                   READ STMT-WORK-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD TRANS-AMOUNT TO SW-PAID
                           REWRITE STMT-WORK-RECORD
                   END-READ
               WHEN 'VD'
                   PERFORM FETCH-OR-INIT-CARD-WORK
                   IF RW-RETURNED < 99
                       ADD 1 TO RW-RETURNED
                   END-IF
                   REWRITE CARD-WORK-RECORD
           END-EVALUATE.

       RESOLVE-TOKENIZED-CARD.
           MOVE SPACES TO WS-RESOLVED-CARD

           IF WS-TOKEN-OPEN-SW NOT = 'Y'
               EXIT PARAGRAPH
           END-IF

           MOVE TRANS-CARD-NUM TO TOKEN-ID
           READ TOKEN-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE TOKEN-CARD-NUMBER TO WS-RESOLVED-CARD
           END-READ.

       OPEN-REVIEW-OUTPUTS.
           OPEN EXTEND LINE-HISTORY-FILE
           IF WS-HIST-STATUS NOT = '00'
               OPEN OUTPUT LINE-HISTORY-FILE
           END-IF

           OPEN EXTEND ADVERSE-ACTION-FILE
           IF WS-ADVERSE-STATUS NOT = '00'
               OPEN OUTPUT ADVERSE-ACTION-FILE
           END-IF

           OPEN OUTPUT REVIEW-REPORT

           MOVE WS-TODAY-DATE TO WS-HDR-DATE
           MOVE WS-REVIEW-QUARTER TO WS-HDR-QUARTER
           MOVE WS-REPORT-HEADING TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-COLUMN-HEADING TO REPORT-LINE
           WRITE REPORT-LINE.

      *****************************************************************
      * OPENED I-O SO A CHANGED LIMIT IS REWRITTEN IN PLACE DURING THE
      * SWEEP, THE SAME SHAPE THE STATEMENT CYCLE USES.
      *****************************************************************
       REVIEW-EACH-CARD.
           OPEN I-O CARD-FILE

           IF WS-FILE-STATUS NOT = '00'
               MOVE "CANNOT ACCESS CARD FILE" TO REPORT-LINE
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-CARD-EOF-SW
           MOVE LOW-VALUES TO CARD-NUMBER
           START CARD-FILE KEY IS NOT LESS THAN CARD-NUMBER
               INVALID KEY
                   MOVE 'Y' TO WS-CARD-EOF-SW
           END-START

           PERFORM UNTIL WS-CARD-END-OF-FILE
               READ CARD-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-CARD-EOF-SW
                   NOT AT END
                       IF ACTIVE-CARD AND CREDIT-LIMIT > ZERO
                           PERFORM REVIEW-ONE-CARD
                       END-IF
               END-READ
           END-PERFORM

           CLOSE CARD-FILE.

       REVIEW-ONE-CARD.
           MOVE CARD-NUMBER TO WS-RESOLVED-CARD
           PERFORM FETCH-OR-INIT-CARD-WORK

           IF RW-REVIEWED = 'Y'
               ADD 1 TO WS-CARDS-PASSED
               EXIT PARAGRAPH
           END-IF

           PERFORM GATHER-CARD-FACTORS
           PERFORM DECIDE-ONE-CARD

           IF WS-NEW-LIMIT NOT = CREDIT-LIMIT
               MOVE WS-NEW-LIMIT TO CREDIT-LIMIT
               REWRITE CARD-RECORD
           END-IF

           PERFORM LOG-LINE-DECISION

           IF WS-ACTION = 'D' OR WS-ACTION = 'X'
               PERFORM WRITE-ADVERSE-NOTICE
           END-IF

           PERFORM WRITE-DECISION-LINE.

       GATHER-CARD-FACTORS.
           COMPUTE WS-UTILIZATION =
               CURRENT-BALANCE * 100 / CREDIT-LIMIT

           MOVE ZERO TO WS-RISK-RISE
           IF RW-SCORE-SEEN = 'Y'
                   AND RW-LAST-SCORE > RW-FIRST-SCORE
               COMPUTE WS-RISK-RISE = RW-LAST-SCORE - RW-FIRST-SCORE
           END-IF
           MOVE RW-RETURNED TO WS-RETURNED-COUNT

           MOVE ZERO TO WS-CYCLES-JUDGED
           MOVE ZERO TO WS-MISSED-COUNT
           MOVE ZERO TO WS-OVER-LIMIT-COUNT

           MOVE CARD-NUMBER TO SW-CARD-NUM
           MOVE ZERO TO SW-STMT-MONTH
           MOVE 'N' TO WS-STMTWRK-EOF-SW
           START STMT-WORK-FILE KEY IS NOT LESS THAN SW-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-STMTWRK-EOF-SW
           END-START

           PERFORM UNTIL WS-STMTWRK-END-OF-FILE
               READ STMT-WORK-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-STMTWRK-EOF-SW
                   NOT AT END
                       IF SW-CARD-NUM NOT = CARD-NUMBER
                           MOVE 'Y' TO WS-STMTWRK-EOF-SW
                       ELSE
                           PERFORM JUDGE-ONE-STATEMENT
                       END-IF
               END-READ
           END-PERFORM.

       JUDGE-ONE-STATEMENT.
           ADD 1 TO WS-CYCLES-JUDGED

           IF SW-PAID < SW-MIN-PAYMENT
               ADD 1 TO WS-MISSED-COUNT
           END-IF

           IF SW-NEW-BALANCE > CREDIT-LIMIT
               ADD 1 TO WS-OVER-LIMIT-COUNT
           END-IF.

      *****************************************************************
      * THE DECISION TABLE. ANY DECREASE TRIGGER DECREASES; OTHERWISE
      * A CARD USING ENOUGH OF ITS LINE IS CONSIDERED FOR AN INCREASE
      * AND EITHER GETS IT OR IS DECLINED WITH THE REASONS IT FAILED.
      * REASONS ARE COLLECTED MOST SIGNIFICANT FIRST; THE NOTICE
      * CARRIES THE FIRST FOUR.
      *****************************************************************
       DECIDE-ONE-CARD.
           MOVE CREDIT-LIMIT TO WS-OLD-LIMIT
           MOVE CREDIT-LIMIT TO WS-NEW-LIMIT
           MOVE ZERO TO WS-REASON-COUNT
           MOVE SPACES TO WS-HOLD-REASON
           PERFORM VARYING WS-REASON-IDX FROM 1 BY 1
                   UNTIL WS-REASON-IDX > 4
               MOVE SPACES TO WS-REASON(WS-REASON-IDX)
           END-PERFORM

           IF RISK-SCORE > WS-CL-MAX-RISK
               MOVE "RISK SCORE ABOVE ACCEPTABLE LEVEL"
                   TO WS-NEW-REASON
               PERFORM ADD-DECISION-REASON
           END-IF

           IF WS-RISK-RISE >= WS-CL-RISK-UP
               MOVE "RISK SCORE INCREASED SHARPLY" TO WS-NEW-REASON
               PERFORM ADD-DECISION-REASON
           END-IF

           IF WS-MISSED-COUNT >= WS-CL-MISS-MAX
               MOVE "MINIMUM PAYMENTS NOT MADE WHEN DUE"
                   TO WS-NEW-REASON
               PERFORM ADD-DECISION-REASON
           END-IF

           IF WS-OVER-LIMIT-COUNT >= WS-CL-OVER-MAX
               MOVE "BALANCE EXCEEDED CREDIT LIMIT" TO WS-NEW-REASON
               PERFORM ADD-DECISION-REASON
           END-IF

           IF WS-RETURNED-COUNT >= WS-CL-RET-MAX
               MOVE "PAYMENTS RETURNED UNPAID" TO WS-NEW-REASON
               PERFORM ADD-DECISION-REASON
           END-IF

           IF WS-REASON-COUNT > ZERO
               PERFORM APPLY-LINE-DECREASE
               EXIT PARAGRAPH
           END-IF

           IF WS-UTILIZATION < WS-CL-INC-UTIL
               MOVE 'H' TO WS-ACTION
               MOVE "UTILIZATION BELOW INCREASE LEVEL"
                   TO WS-HOLD-REASON
               EXIT PARAGRAPH
           END-IF

           IF WS-CYCLES-JUDGED < WS-CL-MIN-CYCLES
               MOVE "INSUFFICIENT PAYMENT HISTORY" TO WS-NEW-REASON
               PERFORM ADD-DECISION-REASON
           END-IF

           IF WS-MISSED-COUNT > ZERO
               MOVE "MINIMUM PAYMENT NOT MADE WHEN DUE"
                   TO WS-NEW-REASON
               PERFORM ADD-DECISION-REASON
           END-IF

           IF WS-OVER-LIMIT-COUNT > ZERO
               MOVE "BALANCE EXCEEDED CREDIT LIMIT" TO WS-NEW-REASON
               PERFORM ADD-DECISION-REASON
           END-IF

           IF WS-RETURNED-COUNT > ZERO
               MOVE "PAYMENT RETURNED UNPAID" TO WS-NEW-REASON
               PERFORM ADD-DECISION-REASON
           END-IF

           IF RISK-SCORE > WS-CL-INC-RISK
               MOVE "RISK SCORE TOO HIGH FOR INCREASE"
                   TO WS-NEW-REASON
               PERFORM ADD-DECISION-REASON
           END-IF

           IF WS-REASON-COUNT > ZERO
               MOVE 'X' TO WS-ACTION
               EXIT PARAGRAPH
           END-IF

           IF CREDIT-LIMIT >= WS-CL-MAX-LINE
               MOVE 'H' TO WS-ACTION
               MOVE "AT MAXIMUM CREDIT LINE" TO WS-HOLD-REASON
               EXIT PARAGRAPH
           END-IF

           PERFORM APPLY-LINE-INCREASE.

       ADD-DECISION-REASON.
           IF WS-REASON-COUNT < 4
               ADD 1 TO WS-REASON-COUNT
               MOVE WS-NEW-REASON TO WS-REASON(WS-REASON-COUNT)
           END-IF.

      *****************************************************************
      * THE CUT IS TAKEN IN WHOLE DOLLARS AND NEVER BELOW THE CURRENT
      * BALANCE. A CARD ALREADY AT OR OVER ITS LIMIT CANNOT BE CUT -
      * IT IS HELD, WITH THE TRIGGERING REASON ON THE LOG.
      *****************************************************************
       APPLY-LINE-DECREASE.
           COMPUTE WS-WHOLE-LIMIT =
               CREDIT-LIMIT * (100 - WS-CL-DEC-PCT) / 100
           MOVE WS-WHOLE-LIMIT TO WS-NEW-LIMIT

           IF WS-NEW-LIMIT < CURRENT-BALANCE
               MOVE CURRENT-BALANCE TO WS-NEW-LIMIT
           END-IF

           IF WS-NEW-LIMIT >= CREDIT-LIMIT
               MOVE CREDIT-LIMIT TO WS-NEW-LIMIT
               MOVE 'H' TO WS-ACTION
               MOVE WS-REASON(1) TO WS-HOLD-REASON
           ELSE
               MOVE 'D' TO WS-ACTION
           END-IF.

       APPLY-LINE-INCREASE.
           COMPUTE WS-WHOLE-LIMIT =
               CREDIT-LIMIT * (100 + WS-CL-INC-PCT) / 100
           MOVE WS-WHOLE-LIMIT TO WS-NEW-LIMIT

           IF WS-NEW-LIMIT > WS-CL-MAX-LINE
               MOVE WS-CL-MAX-LINE TO WS-NEW-LIMIT
           END-IF

           IF WS-NEW-LIMIT > CREDIT-LIMIT
               MOVE 'I' TO WS-ACTION
               MOVE "GOOD PAYMENT HISTORY AND USAGE"
                   TO WS-HOLD-REASON
           ELSE
               MOVE CREDIT-LIMIT TO WS-NEW-LIMIT
               MOVE 'H' TO WS-ACTION
               MOVE "AT MAXIMUM CREDIT LINE" TO WS-HOLD-REASON
           END-IF.

       LOG-LINE-DECISION.
           MOVE CARD-NUMBER TO LH-CARD-NUMBER
           MOVE WS-TODAY-DATE TO LH-REVIEW-DATE
           MOVE WS-REVIEW-QUARTER TO LH-REVIEW-QUARTER
           MOVE WS-ACTION TO LH-ACTION
           MOVE WS-OLD-LIMIT TO LH-OLD-LIMIT
           MOVE WS-NEW-LIMIT TO LH-NEW-LIMIT
           MOVE CURRENT-BALANCE TO LH-BALANCE
           IF WS-UTILIZATION > 999
               MOVE 999 TO LH-UTILIZATION
           ELSE
               MOVE WS-UTILIZATION TO LH-UTILIZATION
           END-IF
           MOVE RISK-SCORE TO LH-RISK-SCORE
           IF WS-ACTION = 'D' OR WS-ACTION = 'X'
               MOVE WS-REASON(1) TO LH-REASON
           ELSE
               MOVE WS-HOLD-REASON TO LH-REASON
           END-IF
           STRING WS-YEAR WS-MONTH WS-DAY
                  WS-HOUR WS-MINUTE WS-SECOND
                  DELIMITED BY SIZE
                  INTO LH-TIMESTAMP

           WRITE LINE-HISTORY-RECORD.

       WRITE-ADVERSE-NOTICE.
           MOVE CARD-NUMBER TO AA-CARD-NUMBER
           MOVE CARD-HOLDER-NAME TO AA-HOLDER-NAME
           MOVE WS-TODAY-DATE TO AA-NOTICE-DATE
           IF WS-ACTION = 'D'
               MOVE "DECREASE" TO AA-ACTION
           ELSE
               MOVE "DECLINE" TO AA-ACTION
           END-IF
           MOVE WS-OLD-LIMIT TO AA-OLD-LIMIT
           MOVE WS-NEW-LIMIT TO AA-NEW-LIMIT
           MOVE RISK-SCORE TO AA-RISK-SCORE
           MOVE WS-REASON-COUNT TO AA-REASON-COUNT
           PERFORM VARYING WS-REASON-IDX FROM 1 BY 1
                   UNTIL WS-REASON-IDX > 4
               MOVE WS-REASON(WS-REASON-IDX)
                   TO AA-REASON(WS-REASON-IDX)
           END-PERFORM

           WRITE ADVERSE-ACTION-RECORD.

       WRITE-DECISION-LINE.
           MOVE CARD-NUMBER TO WS-DTL-CARD
           EVALUATE WS-ACTION
               WHEN 'I'
                   MOVE "INCREASE" TO WS-DTL-ACTION
                   ADD 1 TO WS-CARDS-INCREASED
               WHEN 'D'
                   MOVE "DECREASE" TO WS-DTL-ACTION
                   ADD 1 TO WS-CARDS-DECREASED
               WHEN 'X'
                   MOVE "DECLINED" TO WS-DTL-ACTION
                   ADD 1 TO WS-CARDS-DECLINED
               WHEN OTHER
                   MOVE "HOLD" TO WS-DTL-ACTION
                   ADD 1 TO WS-CARDS-HELD
           END-EVALUATE
           MOVE WS-OLD-LIMIT TO WS-DTL-OLD-LIMIT
           MOVE WS-NEW-LIMIT TO WS-DTL-NEW-LIMIT
           MOVE WS-UTILIZATION TO WS-DTL-UTIL
           MOVE RISK-SCORE TO WS-DTL-RISK
           MOVE LH-REASON TO WS-DTL-REASON
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-REVIEW-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-CARDS-INCREASED TO WS-SUM-INCREASED
           MOVE WS-CARDS-DECREASED TO WS-SUM-DECREASED
           MOVE WS-CARDS-DECLINED TO WS-SUM-DECLINED
           MOVE WS-CARDS-HELD TO WS-SUM-HELD
           MOVE WS-CARDS-PASSED TO WS-SUM-PASSED
           MOVE WS-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

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
