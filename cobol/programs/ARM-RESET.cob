       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARM-RESET.
       AUTHOR. SUITECRM-REAL-ESTATE.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * NIGHTLY ADJUSTABLE-RATE MORTGAGE RESET AND NOTICE JOB
      * WALKS THE CURRENT STATE OF EVERY ARM ON ARMLOAN.DAT (THE LAST
      * RECORD PER MORTGAGE-ID, WRITTEN BY MORTGAGE.COB'S ARM
      * REQUEST AND BY THIS JOB) AND:
      *   - RESETS EVERY LOAN WHOSE NEXT RESET DATE HAS ARRIVED. THE
      *     NEW RATE IS THE INDEX VALUE IN EFFECT ON THE LOOKBACK DATE
      *     (ARMLOOKBK DAYS BEFORE THE RESET, DEFAULT 45) PLUS THE
      *     MARGIN, ROUNDED TO THE NEAREST EIGHTH OF A POINT, HELD TO
      *     THE INITIAL CAP ON THE FIRST RESET AND THE PERIODIC CAP
      *     AFTER THAT, NEVER ABOVE THE START RATE PLUS THE LIFETIME
      *     CAP AND NEVER BELOW THE FLOOR. THE RESET ITSELF IS HANDED
      *     TO MORTGAGE.COB (ARMRESET), WHICH RE-AMORTIZES THE
      *     OUTSTANDING BALANCE OVER THE REMAINING TERM AND VERSIONS
      *     THE NEW TERMS ON MTGTERMS.DAT EFFECTIVE AT THE RESET DATE,
      *     SO MTG-BILLING BILLS THE NEW PAYMENT FROM THAT MONTH ON.
      *   - LISTS ON ARMNOTICE.RPT EVERY LOAN WHOSE NEXT RESET FALLS
      *     WITHIN THE ARMNOTICE WINDOW (DEFAULT 120 DAYS) AND HAS NOT
      *     BEEN NOTICED YET, WITH THE RATE AND PAYMENT PROJECTED FROM
      *     TODAY'S INDEX VALUE, FOR THE BORROWER PAYMENT-CHANGE
      *     LETTERS. EACH NOTICE IS MARKED ON ARMLOAN.DAT SO A LOAN IS
      *     NOTICED ONCE PER RESET.
      * A LOAN WITH NO INDEX VALUE ON FILE, OR A RESET MORTGAGE.COB
      * REFUSES, IS LISTED AS AN EXCEPTION AND LEFT FOR THE NEXT RUN;
      * THE JOB THEN RETURNS 4.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARM-LOAN-FILE ASSIGN TO "ARMLOAN.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-ARM-STATUS.

           SELECT INDEX-RATE-FILE ASSIGN TO "INDEXRATES.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-INDEX-STATUS.

           SELECT MORTGAGE-FILE ASSIGN TO "MORTGAGES.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-MORTGAGE-STATUS.

           SELECT PAYMENT-LIMIT-FILE ASSIGN TO "PAYLIMITS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-LIMIT-STATUS.

           SELECT RESET-REPORT ASSIGN TO "ARMRESET.RPT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

           SELECT NOTICE-REPORT ASSIGN TO "ARMNOTICE.RPT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-NOTICE-STATUS.

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
       FD  ARM-LOAN-FILE.
       01  ARM-LOAN-RECORD.
           05  AR-MORTGAGE-ID      PIC X(20).
           05  AR-INDEX-NAME       PIC X(10).
           05  AR-MARGIN           PIC 99V9999.
           05  AR-FIRST-RESET-DATE PIC 9(8).
           05  AR-RESET-PERIOD     PIC 999.
           05  AR-INITIAL-CAP      PIC 99V9999.
           05  AR-PERIODIC-CAP     PIC 99V9999.
           05  AR-LIFETIME-CAP     PIC 99V9999.
           05  AR-FLOOR-RATE       PIC 99V9999.
           05  AR-START-RATE       PIC 99V9999.
           05  AR-CURRENT-RATE     PIC 99V9999.
           05  AR-NEXT-RESET-DATE  PIC 9(8).
           05  AR-RESET-COUNT      PIC 999.
           05  AR-AMORT-DATE       PIC 9(8).
           05  AR-AMORT-MONTHS     PIC 999.
           05  AR-NOTICE-DATE      PIC 9(8).
           05  AR-NOTICED-RESET    PIC 9(8).
           05  AR-STATUS           PIC X.
               88  AR-ACTIVE           VALUE 'A'.
           05  AR-TIMESTAMP        PIC 9(14).

      *****************************************************************
      * EFFECTIVE-DATED INDEX LEDGER LOADED BY INDEX-IMPORT.
      *****************************************************************
       FD  INDEX-RATE-FILE.
       01  INDEX-RATE-RECORD.
           05  IR-INDEX-NAME       PIC X(10).
           05  IR-EFFECTIVE-DATE   PIC 9(8).
           05  IR-INDEX-RATE       PIC 9(2)V9(4).
           05  IR-LOAD-TIMESTAMP   PIC 9(14).

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

       FD  PAYMENT-LIMIT-FILE.
       01  PAYMENT-LIMIT-LINE      PIC X(60).

       FD  RESET-REPORT.
       01  REPORT-LINE             PIC X(132).

       FD  NOTICE-REPORT.
       01  NOTICE-LINE             PIC X(132).

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
       01  WS-ARM-STATUS           PIC XX.
       01  WS-INDEX-STATUS         PIC XX.
       01  WS-MORTGAGE-STATUS      PIC XX.
       01  WS-LIMIT-STATUS         PIC XX.
       01  WS-RPT-STATUS           PIC XX.
       01  WS-NOTICE-STATUS        PIC XX.
       01  WS-BUSDATE-STATUS       PIC XX.
       01  WS-CTL-STATUS           PIC XX.
       01  WS-EOF-SWITCH           PIC X VALUE 'N'.
           88  WS-END-OF-FILE      VALUE 'Y'.
       01  WS-LIMIT-EOF-SW         PIC X VALUE 'N'.
           88  WS-LIMIT-END-OF-FILE VALUE 'Y'.
       01  WS-LIMIT-NAME           PIC X(10).
       01  WS-LIMIT-AMOUNT         PIC 9(9)V99.

       01  WS-TODAY-DATE           PIC 9(8).
       01  WS-TODAY-INT            PIC 9(7).

       01  WS-CURRENT-DATE.
           05  WS-YEAR             PIC 9(4).
           05  WS-MONTH            PIC 99.
           05  WS-DAY              PIC 99.

      *****************************************************************
      * WINDOWS FROM PAYLIMITS.DAT, COMPILED-IN DEFAULTS OTHERWISE.
      *****************************************************************
       01  WS-NOTICE-DAYS          PIC 9(3) VALUE 120.
       01  WS-LOOKBACK-DAYS        PIC 9(3) VALUE 45.
       01  WS-NOTICE-LIMIT-DATE    PIC 9(8).

      *****************************************************************
      * CURRENT STATE OF EVERY ARM, LAST RECORD PER MORTGAGE-ID.
      *****************************************************************
       01  WS-ARM-TABLE.
           05  WS-ARM-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-ARM-IDX.
               10  WS-ARM-RECORD           PIC X(136).

       01  WS-ARM-USED             PIC 9(4) VALUE ZERO.
       01  WS-ARM-FOUND            PIC X.

       01  WS-INDEX-WORK.
           05  WS-INDEX-AS-OF      PIC 9(8).
           05  WS-INDEX-AS-OF-INT  PIC 9(7).
           05  WS-INDEX-FOUND      PIC X.
           05  WS-INDEX-BEST-DATE  PIC 9(8).
           05  WS-INDEX-VALUE      PIC 99V9999.

       01  WS-RATE-WORK.
           05  WS-FULLY-INDEXED    PIC S99V9999.
           05  WS-RATE-EIGHTHS     PIC S9(4).
           05  WS-NEW-RATE         PIC S99V9999.
           05  WS-RATE-CAP         PIC S99V9999.
           05  WS-RATE-CEILING     PIC S99V9999.
           05  WS-RATE-BOTTOM      PIC S99V9999.

       01  WS-TERM-WORK.
           05  WS-ELAPSED-MONTHS   PIC S9(5).
           05  WS-REMAINING-TERM   PIC S9(5).
           05  WS-MONTH-COUNT      PIC 9(6).
           05  WS-NEXT-RESET       PIC 9(8).

       01  WS-RESET-PARTS.
           05  WS-RST-YEAR         PIC 9(4).
           05  WS-RST-MONTH        PIC 99.
           05  WS-RST-DAY          PIC 99.

       01  WS-AMORT-PARTS.
           05  WS-AMT-YEAR         PIC 9(4).
           05  WS-AMT-MONTH        PIC 99.
           05  WS-AMT-DAY          PIC 99.

       01  WS-NEXT-PARTS.
           05  WS-NXT-YEAR         PIC 9(4).
           05  WS-NXT-MONTH        PIC 99.
           05  WS-NXT-DAY          PIC 99.

       01  WS-LOAN-WORK.
           05  WS-LOAN-FOUND       PIC X.
           05  WS-LOAN-BORROWER    PIC X(50).
           05  WS-LOAN-ACCOUNT     PIC X(20).
           05  WS-LOAN-BALANCE     PIC 9(9)V99.
           05  WS-LOAN-PAYMENT     PIC 9(7)V99.

      *****************************************************************
      * MORTGAGE.COB ARMRESET REQUEST AND ITS MODIFY-LAYOUT RESPONSE.
      *****************************************************************
       01  WS-MTG-REQUEST          PIC X(100).
       01  WS-MTG-RESPONSE         PIC X(250).
       01  WS-REQ-RATE             PIC 99.9999.
       01  WS-REQ-TERM             PIC 999.
       01  WS-REQ-MODE             PIC X.

       01  WS-MTG-REPLY.
           05  WS-RPY-STATUS       PIC XX.
           05  WS-RPY-MORTGAGE-ID  PIC X(20).
           05  WS-RPY-BALANCE      PIC X(11).
           05  WS-RPY-BALANCE-NUM REDEFINES WS-RPY-BALANCE
                                   PIC 9(9)V99.
           05  WS-RPY-RATE         PIC X(6).
           05  WS-RPY-TERM         PIC X(3).
           05  WS-RPY-PAYMENT      PIC X(9).
           05  WS-RPY-PAYMENT-NUM REDEFINES WS-RPY-PAYMENT
                                   PIC 9(7)V99.
           05  WS-RPY-EFFECTIVE    PIC X(8).
           05  WS-RPY-MESSAGE      PIC X(50).

       01  WS-RUN-COUNTS.
           05  WS-RESET-COUNT      PIC 9(5) VALUE ZERO.
           05  WS-NOTICE-COUNT     PIC 9(5) VALUE ZERO.
           05  WS-EXCEPTION-COUNT  PIC 9(5) VALUE ZERO.
           05  WS-RESET-PI-TOTAL   PIC S9(13)V99 VALUE ZERO.
           05  WS-NOTICE-PI-TOTAL  PIC S9(13)V99 VALUE ZERO.

       01  WS-REPORT-HEADING.
           05  FILLER              PIC X(32) VALUE
               "ARM RATE RESETS".
           05  FILLER              PIC X(6)  VALUE "DATE: ".
           05  WS-HDR-DATE         PIC 9(8).

       01  WS-NOTICE-HEADING.
           05  FILLER              PIC X(32) VALUE
               "ARM PAYMENT-CHANGE NOTICES".
           05  FILLER              PIC X(6)  VALUE "DATE: ".
           05  WS-NHD-DATE         PIC 9(8).
           05  FILLER              PIC X(10) VALUE "  WINDOW: ".
           05  WS-NHD-DAYS         PIC ZZ9.
           05  FILLER              PIC X(5)  VALUE " DAYS".

       01  WS-RESET-COLUMNS.
           05  FILLER              PIC X(21) VALUE "MORTGAGE".
           05  FILLER              PIC X(9)  VALUE "RESET".
           05  FILLER              PIC X(11) VALUE "INDEX".
           05  FILLER              PIC X(9)  VALUE "  VALUE".
           05  FILLER              PIC X(9)  VALUE "  OLD".
           05  FILLER              PIC X(9)  VALUE "  NEW".
           05  FILLER              PIC X(5)  VALUE "TERM".
           05  FILLER              PIC X(14) VALUE "   OLD PMT".
           05  FILLER              PIC X(14) VALUE "   NEW PMT".
           05  FILLER              PIC X(9)  VALUE "NEXT".

       01  WS-RESET-LINE.
           05  WS-RSL-MORTGAGE     PIC X(20).
           05  FILLER              PIC X     VALUE SPACES.
           05  WS-RSL-RESET        PIC 9(8).
           05  FILLER              PIC X     VALUE SPACES.
           05  WS-RSL-INDEX        PIC X(10).
           05  FILLER              PIC X     VALUE SPACES.
           05  WS-RSL-INDEX-VALUE  PIC Z9.9999.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-RSL-OLD-RATE     PIC Z9.9999.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-RSL-NEW-RATE     PIC Z9.9999.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-RSL-TERM         PIC ZZ9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-RSL-OLD-PMT      PIC Z,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-RSL-NEW-PMT      PIC Z,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-RSL-NEXT         PIC 9(8).

       01  WS-NOTICE-COLUMNS.
           05  FILLER              PIC X(21) VALUE "MORTGAGE".
           05  FILLER              PIC X(21) VALUE "ACCOUNT".
           05  FILLER              PIC X(31) VALUE "BORROWER".
           05  FILLER              PIC X(9)  VALUE "CHANGE".
           05  FILLER              PIC X(9)  VALUE "  RATE".
           05  FILLER              PIC X(9)  VALUE "  NEW".
           05  FILLER              PIC X(14) VALUE "   CUR PMT".
           05  FILLER              PIC X(14) VALUE "   NEW PMT".

       01  WS-NOTICE-DETAIL.
           05  WS-NTL-MORTGAGE     PIC X(20).
           05  FILLER              PIC X     VALUE SPACES.
           05  WS-NTL-ACCOUNT      PIC X(20).
           05  FILLER              PIC X     VALUE SPACES.
           05  WS-NTL-BORROWER     PIC X(30).
           05  FILLER              PIC X     VALUE SPACES.
           05  WS-NTL-RESET        PIC 9(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-NTL-OLD-RATE     PIC Z9.9999.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-NTL-NEW-RATE     PIC Z9.9999.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-NTL-OLD-PMT      PIC Z,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-NTL-NEW-PMT      PIC Z,ZZZ,ZZ9.99.

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
           PERFORM INITIALIZE-RESETS
           PERFORM READ-CONTROL-LIMITS
           PERFORM LOAD-ARM-TABLE
           PERFORM OPEN-RESET-REPORTS

           PERFORM VARYING WS-ARM-IDX FROM 1 BY 1
                   UNTIL WS-ARM-IDX > WS-ARM-USED
               MOVE WS-ARM-RECORD(WS-ARM-IDX) TO ARM-LOAN-RECORD
               IF AR-ACTIVE
                   IF AR-NEXT-RESET-DATE NOT > WS-TODAY-DATE
                       PERFORM APPLY-ONE-RESET
                   ELSE
                       IF AR-NEXT-RESET-DATE NOT > WS-NOTICE-LIMIT-DATE
                          AND AR-NOTICED-RESET NOT = AR-NEXT-RESET-DATE
                           PERFORM ISSUE-ONE-NOTICE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           PERFORM WRITE-RUN-SUMMARY

           MOVE "RESETS" TO WS-CT-LABEL
           MOVE WS-RESET-COUNT TO WS-CT-COUNT
           MOVE WS-RESET-PI-TOTAL TO WS-CT-AMOUNT
           PERFORM WRITE-CONTROL-TOTAL

           MOVE "NOTICES" TO WS-CT-LABEL
           MOVE WS-NOTICE-COUNT TO WS-CT-COUNT
           MOVE WS-NOTICE-PI-TOTAL TO WS-CT-AMOUNT
           PERFORM WRITE-CONTROL-TOTAL

           IF WS-EXCEPTION-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       INITIALIZE-RESETS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           PERFORM GET-BUSINESS-DATE
           STRING WS-YEAR WS-MONTH WS-DAY
                  DELIMITED BY SIZE
                  INTO WS-TODAY-DATE
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
           MOVE 'N' TO WS-EOF-SWITCH.

       READ-CONTROL-LIMITS.
           OPEN INPUT PAYMENT-LIMIT-FILE

           IF WS-LIMIT-STATUS NOT = '00'
               PERFORM SET-NOTICE-LIMIT-DATE
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
               IF WS-LIMIT-NAME = "ARMNOTICE"
                       AND WS-LIMIT-AMOUNT > ZERO
                   MOVE WS-LIMIT-AMOUNT TO WS-NOTICE-DAYS
               END-IF
               IF WS-LIMIT-NAME = "ARMLOOKBK"
                       AND WS-LIMIT-AMOUNT > ZERO
                   MOVE WS-LIMIT-AMOUNT TO WS-LOOKBACK-DAYS
               END-IF
               PERFORM READ-LIMIT-LINE
           END-PERFORM

           CLOSE PAYMENT-LIMIT-FILE
           PERFORM SET-NOTICE-LIMIT-DATE.

       READ-LIMIT-LINE.
           READ PAYMENT-LIMIT-FILE
               AT END
                   MOVE 'Y' TO WS-LIMIT-EOF-SW
           END-READ.

       SET-NOTICE-LIMIT-DATE.
           COMPUTE WS-NOTICE-LIMIT-DATE = FUNCTION DATE-OF-INTEGER
               (WS-TODAY-INT + WS-NOTICE-DAYS).

      *****************************************************************
      * KEEPS THE LAST RECORD PER MORTGAGE-ID. A LOAN LEFT OUT OF THE
      * TABLE WOULD SILENTLY MISS ITS RESET, SO A FULL TABLE STOPS THE
      * RUN WITH A NONZERO RETURN CODE.
      *****************************************************************
       LOAD-ARM-TABLE.
           OPEN INPUT ARM-LOAN-FILE

           IF WS-ARM-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           PERFORM READ-ARM-RECORD
           PERFORM UNTIL WS-END-OF-FILE
               PERFORM NOTE-ARM-RECORD
               PERFORM READ-ARM-RECORD
           END-PERFORM

           CLOSE ARM-LOAN-FILE
           MOVE 'N' TO WS-EOF-SWITCH.

       READ-ARM-RECORD.
           READ ARM-LOAN-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

       NOTE-ARM-RECORD.
           MOVE 'N' TO WS-ARM-FOUND
           PERFORM VARYING WS-ARM-IDX FROM 1 BY 1
                   UNTIL WS-ARM-IDX > WS-ARM-USED
                      OR WS-ARM-FOUND = 'Y'
               IF WS-ARM-RECORD(WS-ARM-IDX)(1:20) = AR-MORTGAGE-ID
                   MOVE 'Y' TO WS-ARM-FOUND
                   MOVE ARM-LOAN-RECORD TO WS-ARM-RECORD(WS-ARM-IDX)
               END-IF
           END-PERFORM

           IF WS-ARM-FOUND = 'Y'
               EXIT PARAGRAPH
           END-IF

           IF WS-ARM-USED >= 500
               PERFORM ABORT-ON-TABLE-OVERFLOW
           END-IF

           ADD 1 TO WS-ARM-USED
           SET WS-ARM-IDX TO WS-ARM-USED
           MOVE ARM-LOAN-RECORD TO WS-ARM-RECORD(WS-ARM-IDX).

       ABORT-ON-TABLE-OVERFLOW.
           DISPLAY "ARM-RESET: ARM TABLE OVERFLOW - RUN ABORTED"
           CLOSE ARM-LOAN-FILE

           MOVE 8 TO RETURN-CODE
           STOP RUN.

       OPEN-RESET-REPORTS.
           OPEN OUTPUT RESET-REPORT
           MOVE WS-TODAY-DATE TO WS-HDR-DATE
           MOVE WS-REPORT-HEADING TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-RESET-COLUMNS TO REPORT-LINE
           WRITE REPORT-LINE

           OPEN OUTPUT NOTICE-REPORT
           MOVE WS-TODAY-DATE TO WS-NHD-DATE
           MOVE WS-NOTICE-DAYS TO WS-NHD-DAYS
           MOVE WS-NOTICE-HEADING TO NOTICE-LINE
           WRITE NOTICE-LINE
           MOVE SPACES TO NOTICE-LINE
           WRITE NOTICE-LINE
           MOVE WS-NOTICE-COLUMNS TO NOTICE-LINE
           WRITE NOTICE-LINE.

      *****************************************************************
      * A RESET WHOSE DATE HAS ARRIVED. THE INDEX IS TAKEN AS OF THE
      * LOOKBACK DATE BEFORE THE RESET, NOT TODAY, SO A CATCH-UP RUN
      * PRICES THE RESET THE SAME AS AN ON-TIME ONE WOULD HAVE.
      *****************************************************************
       APPLY-ONE-RESET.
           COMPUTE WS-INDEX-AS-OF-INT =
               FUNCTION INTEGER-OF-DATE(AR-NEXT-RESET-DATE)
                   - WS-LOOKBACK-DAYS
           COMPUTE WS-INDEX-AS-OF =
               FUNCTION DATE-OF-INTEGER(WS-INDEX-AS-OF-INT)
           PERFORM FIND-INDEX-VALUE

           IF WS-INDEX-FOUND NOT = 'Y'
               MOVE "NO INDEX VALUE ON FILE - RESET HELD"
                   TO WS-EXL-REASON
               PERFORM WRITE-RESET-EXCEPTION
               EXIT PARAGRAPH
           END-IF

           PERFORM COMPUTE-CAPPED-RATE
           PERFORM COMPUTE-REMAINING-TERM
           PERFORM FIND-LOAN-STATE

           MOVE 'A' TO WS-REQ-MODE
           PERFORM CALL-MORTGAGE-RESET

           IF WS-RPY-STATUS NOT = '00'
               MOVE WS-RPY-MESSAGE TO WS-EXL-REASON
               PERFORM WRITE-RESET-EXCEPTION
               EXIT PARAGRAPH
           END-IF

           PERFORM COMPUTE-NEXT-RESET-DATE

           MOVE AR-MORTGAGE-ID TO WS-RSL-MORTGAGE
           MOVE AR-NEXT-RESET-DATE TO WS-RSL-RESET
           MOVE AR-INDEX-NAME TO WS-RSL-INDEX
           MOVE WS-INDEX-VALUE TO WS-RSL-INDEX-VALUE
           MOVE AR-CURRENT-RATE TO WS-RSL-OLD-RATE
           MOVE WS-NEW-RATE TO WS-RSL-NEW-RATE
           MOVE WS-REMAINING-TERM TO WS-RSL-TERM
           MOVE WS-LOAN-PAYMENT TO WS-RSL-OLD-PMT
           MOVE WS-RPY-PAYMENT-NUM TO WS-RSL-NEW-PMT
           MOVE WS-NEXT-RESET TO WS-RSL-NEXT
           MOVE WS-RESET-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           ADD 1 TO WS-RESET-COUNT
           ADD WS-RPY-PAYMENT-NUM TO WS-RESET-PI-TOTAL

           ADD 1 TO AR-RESET-COUNT
           MOVE WS-NEW-RATE TO AR-CURRENT-RATE
           MOVE AR-NEXT-RESET-DATE TO AR-AMORT-DATE
           MOVE WS-REMAINING-TERM TO AR-AMORT-MONTHS
           MOVE WS-NEXT-RESET TO AR-NEXT-RESET-DATE
           PERFORM APPEND-ARM-RECORD.

      *****************************************************************
      * ADVANCE PAYMENT-CHANGE NOTICE, PROJECTED FROM THE LATEST INDEX
      * VALUE PUBLISHED BY TODAY. A NOTICE THAT CANNOT BE PROJECTED
      * IS HELD, NOT MARKED, AND TRIED AGAIN NEXT RUN.
      *****************************************************************
       ISSUE-ONE-NOTICE.
           MOVE WS-TODAY-DATE TO WS-INDEX-AS-OF
           PERFORM FIND-INDEX-VALUE

           IF WS-INDEX-FOUND NOT = 'Y'
               MOVE "NO INDEX VALUE ON FILE - NOTICE HELD"
                   TO WS-EXL-REASON
               PERFORM WRITE-NOTICE-EXCEPTION
               EXIT PARAGRAPH
           END-IF

           PERFORM COMPUTE-CAPPED-RATE
           PERFORM COMPUTE-REMAINING-TERM
           PERFORM FIND-LOAN-STATE

           MOVE 'Q' TO WS-REQ-MODE
           PERFORM CALL-MORTGAGE-RESET

           IF WS-RPY-STATUS NOT = '00'
               MOVE WS-RPY-MESSAGE TO WS-EXL-REASON
               PERFORM WRITE-NOTICE-EXCEPTION
               EXIT PARAGRAPH
           END-IF

           MOVE AR-MORTGAGE-ID TO WS-NTL-MORTGAGE
           MOVE WS-LOAN-ACCOUNT TO WS-NTL-ACCOUNT
           MOVE WS-LOAN-BORROWER TO WS-NTL-BORROWER
           MOVE AR-NEXT-RESET-DATE TO WS-NTL-RESET
           MOVE AR-CURRENT-RATE TO WS-NTL-OLD-RATE
           MOVE WS-NEW-RATE TO WS-NTL-NEW-RATE
           MOVE WS-LOAN-PAYMENT TO WS-NTL-OLD-PMT
           MOVE WS-RPY-PAYMENT-NUM TO WS-NTL-NEW-PMT
           MOVE WS-NOTICE-DETAIL TO NOTICE-LINE
           WRITE NOTICE-LINE

           ADD 1 TO WS-NOTICE-COUNT
           ADD WS-RPY-PAYMENT-NUM TO WS-NOTICE-PI-TOTAL

           MOVE WS-TODAY-DATE TO AR-NOTICE-DATE
           MOVE AR-NEXT-RESET-DATE TO AR-NOTICED-RESET
           PERFORM APPEND-ARM-RECORD.

      *****************************************************************
      * LATEST VALUE FOR THE LOAN'S INDEX EFFECTIVE ON OR BEFORE THE
      * AS-OF DATE; ON THE SAME EFFECTIVE DATE THE LATER LOAD WINS.
      *****************************************************************
       FIND-INDEX-VALUE.
           MOVE 'N' TO WS-INDEX-FOUND
           MOVE ZERO TO WS-INDEX-BEST-DATE
           MOVE ZERO TO WS-INDEX-VALUE

           OPEN INPUT INDEX-RATE-FILE

           IF WS-INDEX-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-INDEX-STATUS NOT = '00'
               READ INDEX-RATE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF IR-INDEX-NAME = AR-INDEX-NAME
                          AND IR-EFFECTIVE-DATE NOT > WS-INDEX-AS-OF
                          AND IR-EFFECTIVE-DATE NOT < WS-INDEX-BEST-DATE
                           MOVE 'Y' TO WS-INDEX-FOUND
                           MOVE IR-EFFECTIVE-DATE TO WS-INDEX-BEST-DATE
                           MOVE IR-INDEX-RATE TO WS-INDEX-VALUE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE INDEX-RATE-FILE.

      *****************************************************************
      * INDEX PLUS MARGIN TO THE NEAREST EIGHTH, THEN THE CAPS: THE
      * INITIAL CAP ON THE FIRST RESET AND THE PERIODIC CAP AFTER IT
      * BOUND THE MOVE EITHER WAY FROM THE CURRENT RATE; THE LIFETIME
      * CAP OVER THE START RATE AND THE FLOOR BOUND THE RESULT.
      *****************************************************************
       COMPUTE-CAPPED-RATE.
           COMPUTE WS-FULLY-INDEXED = WS-INDEX-VALUE + AR-MARGIN
           COMPUTE WS-RATE-EIGHTHS ROUNDED = WS-FULLY-INDEXED * 8
           COMPUTE WS-NEW-RATE = WS-RATE-EIGHTHS / 8

           IF AR-RESET-COUNT = ZERO
               MOVE AR-INITIAL-CAP TO WS-RATE-CAP
           ELSE
               MOVE AR-PERIODIC-CAP TO WS-RATE-CAP
           END-IF

           COMPUTE WS-RATE-CEILING = AR-CURRENT-RATE + WS-RATE-CAP
           COMPUTE WS-RATE-BOTTOM = AR-CURRENT-RATE - WS-RATE-CAP

           IF WS-NEW-RATE > WS-RATE-CEILING
               MOVE WS-RATE-CEILING TO WS-NEW-RATE
           END-IF
           IF WS-NEW-RATE < WS-RATE-BOTTOM
               MOVE WS-RATE-BOTTOM TO WS-NEW-RATE
           END-IF

           COMPUTE WS-RATE-CEILING = AR-START-RATE + AR-LIFETIME-CAP
           IF WS-NEW-RATE > WS-RATE-CEILING
               MOVE WS-RATE-CEILING TO WS-NEW-RATE
           END-IF
           IF WS-NEW-RATE < AR-FLOOR-RATE
               MOVE AR-FLOOR-RATE TO WS-NEW-RATE
           END-IF.

      *****************************************************************
      * MONTHS LEFT AT THE RESET, COUNTED FROM THE LAST AMORTIZATION
      * POINT (ORIGINATION, OR THE PRIOR RESET). NEVER LESS THAN ONE.
      *****************************************************************
       COMPUTE-REMAINING-TERM.
           MOVE AR-NEXT-RESET-DATE TO WS-RESET-PARTS
           MOVE AR-AMORT-DATE TO WS-AMORT-PARTS
           COMPUTE WS-ELAPSED-MONTHS =
               (WS-RST-YEAR * 12 + WS-RST-MONTH)
             - (WS-AMT-YEAR * 12 + WS-AMT-MONTH)

           COMPUTE WS-REMAINING-TERM =
               AR-AMORT-MONTHS - WS-ELAPSED-MONTHS

           IF WS-REMAINING-TERM < 1
               MOVE 1 TO WS-REMAINING-TERM
           END-IF.

      *****************************************************************
      * RESET DATE PLUS THE RESET PERIOD IN MONTHS, SAME DAY OF MONTH
      * (HELD TO THE 28TH SO IT IS VALID IN EVERY MONTH).
      *****************************************************************
       COMPUTE-NEXT-RESET-DATE.
           MOVE AR-NEXT-RESET-DATE TO WS-RESET-PARTS
           COMPUTE WS-MONTH-COUNT =
               WS-RST-YEAR * 12 + WS-RST-MONTH - 1 + AR-RESET-PERIOD

           DIVIDE WS-MONTH-COUNT BY 12
               GIVING WS-NXT-YEAR
               REMAINDER WS-NXT-MONTH
           ADD 1 TO WS-NXT-MONTH
           MOVE WS-RST-DAY TO WS-NXT-DAY

           IF WS-NXT-DAY > 28
               MOVE 28 TO WS-NXT-DAY
           END-IF

           MOVE WS-NEXT-PARTS TO WS-NEXT-RESET.

      *****************************************************************
      * THE LOAN'S LATEST LOGGED STATE - THE PAYMENT BEFORE THE CHANGE
      * AND THE BORROWER/ACCOUNT FOR THE NOTICE LISTING.
      *****************************************************************
       FIND-LOAN-STATE.
           MOVE 'N' TO WS-LOAN-FOUND
           MOVE SPACES TO WS-LOAN-BORROWER
           MOVE SPACES TO WS-LOAN-ACCOUNT
           MOVE ZERO TO WS-LOAN-BALANCE
           MOVE ZERO TO WS-LOAN-PAYMENT

           OPEN INPUT MORTGAGE-FILE

           IF WS-MORTGAGE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-MORTGAGE-STATUS NOT = '00'
               READ MORTGAGE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF MORTGAGE-ID = AR-MORTGAGE-ID
                           MOVE 'Y' TO WS-LOAN-FOUND
                           MOVE BORROWER-NAME TO WS-LOAN-BORROWER
                           MOVE MORTGAGE-ACCOUNT-NUMBER
                               TO WS-LOAN-ACCOUNT
                           MOVE LOAN-AMOUNT TO WS-LOAN-BALANCE
                           MOVE MONTHLY-PAYMENT TO WS-LOAN-PAYMENT
                       END-IF
               END-READ
           END-PERFORM

           CLOSE MORTGAGE-FILE.

       CALL-MORTGAGE-RESET.
           MOVE SPACES TO WS-MTG-REQUEST
           MOVE SPACES TO WS-MTG-RESPONSE
           MOVE WS-NEW-RATE TO WS-REQ-RATE
           MOVE WS-REMAINING-TERM TO WS-REQ-TERM

           STRING "ARMRESET  " DELIMITED BY SIZE
                  AR-MORTGAGE-ID DELIMITED BY SPACE
                  "|" WS-REQ-RATE
                  "|" WS-REQ-TERM
                  "|" AR-NEXT-RESET-DATE
                  "|" WS-REQ-MODE
                  DELIMITED BY SIZE
                  INTO WS-MTG-REQUEST

           CALL 'MORTGAGE' USING WS-MTG-REQUEST WS-MTG-RESPONSE

           MOVE SPACES TO WS-MTG-REPLY
           UNSTRING WS-MTG-RESPONSE DELIMITED BY '|'
               INTO WS-RPY-STATUS
                    WS-RPY-MORTGAGE-ID
                    WS-RPY-BALANCE
                    WS-RPY-RATE
                    WS-RPY-TERM
                    WS-RPY-PAYMENT
                    WS-RPY-EFFECTIVE
                    WS-RPY-MESSAGE

           IF WS-RPY-PAYMENT NOT NUMERIC
               MOVE ZERO TO WS-RPY-PAYMENT-NUM
           END-IF.

       APPEND-ARM-RECORD.
           OPEN EXTEND ARM-LOAN-FILE

           IF WS-ARM-STATUS NOT = '00'
               OPEN OUTPUT ARM-LOAN-FILE
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:14) TO AR-TIMESTAMP
           WRITE ARM-LOAN-RECORD

           CLOSE ARM-LOAN-FILE.

       WRITE-RESET-EXCEPTION.
           MOVE AR-MORTGAGE-ID TO WS-EXL-MORTGAGE
           MOVE WS-EXCEPTION-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           ADD 1 TO WS-EXCEPTION-COUNT.

       WRITE-NOTICE-EXCEPTION.
           MOVE AR-MORTGAGE-ID TO WS-EXL-MORTGAGE
           MOVE WS-EXCEPTION-LINE TO NOTICE-LINE
           WRITE NOTICE-LINE
           ADD 1 TO WS-EXCEPTION-COUNT.

       WRITE-RUN-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "RATES RESET:" TO WS-SUM-LABEL
           MOVE WS-RESET-COUNT TO WS-SUM-COUNT
           MOVE WS-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "EXCEPTIONS:" TO WS-SUM-LABEL
           MOVE WS-EXCEPTION-COUNT TO WS-SUM-COUNT
           MOVE WS-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE RESET-REPORT

           MOVE SPACES TO NOTICE-LINE
           WRITE NOTICE-LINE
           MOVE "NOTICES ISSUED:" TO WS-SUM-LABEL
           MOVE WS-NOTICE-COUNT TO WS-SUM-COUNT
           MOVE WS-SUMMARY-LINE TO NOTICE-LINE
           WRITE NOTICE-LINE
           CLOSE NOTICE-REPORT.

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
           MOVE "ARMRESET" TO CT-JOB-NAME
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
