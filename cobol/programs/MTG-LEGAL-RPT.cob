       IDENTIFICATION DIVISION.
       PROGRAM-ID. MTG-LEGAL-RPT.
       AUTHOR. SUITECRM-REAL-ESTATE.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * WEEKLY LOAN LEGAL-STATUS REPORT
      * LISTS EVERY SERVICED LOAN THAT IS IN A BANKRUPTCY OR
      * FORECLOSURE STAGE ON LEGALSTAT.DAT (MAINTAINED BY
      * MTG-LEGAL.COB, LATEST STATE WINS PER MORTGAGE-ID), GROUPED BY
      * STAGE IN CASE ORDER - AUTOMATIC STAY, DISCHARGED, DISMISSED,
      * REFERRED TO FORECLOSURE COUNSEL, SOLD AT FORECLOSURE, REO -
      * WITH THE BORROWER, BANKRUPTCY CHAPTER, THE KEY CASE DATES AND
      * THE NUMBER OF DAYS THE LOAN HAS SAT IN ITS CURRENT STAGE AS OF
      * THE BUSINESS DATE. LOANS WHOSE MATTER HAS BEEN CLEARED ARE
      * COUNTED BUT NOT LISTED.
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

           SELECT LEGAL-REPORT ASSIGN TO "MTGLEGAL.RPT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      * APPEND-ONLY LEGAL-STATUS LEDGER - LATEST STATE WINS PER
      * MORTGAGE-ID.
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

       FD  LEGAL-REPORT.
       01  REPORT-LINE             PIC X(132).

      *****************************************************************
      * SYSTEM-WIDE BUSINESS PROCESSING DATE, MAINTAINED BY THE
      * BUSDATE-OPEN AND BUSDATE-ADVANCE DRIVER STEPS.
      *****************************************************************
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           05  BD-BUSINESS-DATE    PIC 9(8).
           05  BD-TIMESTAMP        PIC 9(14).

       WORKING-STORAGE SECTION.
       01  WS-BUSDATE-STATUS       PIC XX.
       01  WS-LEGAL-STATUS         PIC XX.
       01  WS-MORTGAGE-STATUS      PIC XX.
       01  WS-RPT-STATUS           PIC XX.
       01  WS-EOF-SWITCH           PIC X VALUE 'N'.
           88  WS-END-OF-FILE      VALUE 'Y'.
       01  WS-FOUND-SWITCH         PIC X.

       01  WS-TODAY-DATE           PIC 9(8).
       01  WS-TODAY-INT            PIC 9(7).

      *****************************************************************
      * LEGAL STAGES IN CASE ORDER FOR THE BY-STAGE LISTING.
      *****************************************************************
       01  WS-STAGE-NAME-TABLE.
           05  FILLER              PIC X(41) VALUE
               "BBANKRUPTCY - AUTOMATIC STAY IN EFFECT".
           05  FILLER              PIC X(41) VALUE
               "DBANKRUPTCY - DISCHARGED".
           05  FILLER              PIC X(41) VALUE
               "XBANKRUPTCY - DISMISSED".
           05  FILLER              PIC X(41) VALUE
               "FFORECLOSURE - REFERRED TO COUNSEL".
           05  FILLER              PIC X(41) VALUE
               "SFORECLOSURE - SALE HELD".
           05  FILLER              PIC X(41) VALUE
               "RREAL ESTATE OWNED".
       01  WS-STAGE-NAMES REDEFINES WS-STAGE-NAME-TABLE.
           05  WS-STAGE-ITEM OCCURS 6 TIMES.
               10  WS-STAGE-CODE       PIC X.
               10  WS-STAGE-TITLE      PIC X(40).

       01  WS-STAGE-IDX            PIC 9.

      *****************************************************************
      * LATEST LEGAL STATE PER MORTGAGE-ID.
      *****************************************************************
       01  WS-LEGAL-TABLE.
           05  WS-LEGAL-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-LEGAL-IDX.
               10  WS-LGL-MORTGAGE-ID  PIC X(20).
               10  WS-LGL-STAGE        PIC X.
               10  WS-LGL-CHAPTER      PIC 99.
               10  WS-LGL-BK-FILED     PIC 9(8).
               10  WS-LGL-BK-DISCHARGE PIC 9(8).
               10  WS-LGL-FC-REFERRAL  PIC 9(8).
               10  WS-LGL-FC-SALE      PIC 9(8).
               10  WS-LGL-REO          PIC 9(8).
               10  WS-LGL-STAGE-DATE   PIC 9(8).

       01  WS-LEGAL-COUNT-USED     PIC 9(3) VALUE ZERO.
       01  WS-LEGAL-SEARCH-IDX     PIC 9(3).

      *****************************************************************
      * BORROWER NAME PER MORTGAGE-ID, LAST-LOGGED STATE.
      *****************************************************************
       01  WS-MORTGAGE-TABLE.
           05  WS-MTG-ENTRY OCCURS 1000 TIMES
                   INDEXED BY WS-MTG-IDX.
               10  WS-MTG-ID           PIC X(20).
               10  WS-MTG-BORROWER     PIC X(50).

       01  WS-MORTGAGE-COUNT-USED  PIC 9(5) VALUE ZERO.
       01  WS-MTG-SEARCH-IDX       PIC 9(5).

       01  WS-REPORT-WORK.
           05  WS-STAGE-LOANS      PIC 9(5).
           05  WS-LISTED-LOANS     PIC 9(5) VALUE ZERO.
           05  WS-CLEARED-LOANS    PIC 9(5) VALUE ZERO.
           05  WS-DAYS-IN-STAGE    PIC S9(5).

       01  WS-CURRENT-DATE.
           05  WS-YEAR             PIC 9(4).
           05  WS-MONTH            PIC 99.
           05  WS-DAY              PIC 99.

       01  WS-REPORT-HEADING.
           05  FILLER              PIC X(34) VALUE
               "WEEKLY LOAN LEGAL-STATUS REPORT".
           05  FILLER              PIC X(6)  VALUE "DATE: ".
           05  WS-HDR-DATE         PIC 9(8).

       01  WS-COLUMN-HEADING.
           05  FILLER              PIC X(22) VALUE "  MORTGAGE-ID".
           05  FILLER              PIC X(28) VALUE "BORROWER".
           05  FILLER              PIC X(5)  VALUE "CH".
           05  FILLER              PIC X(10) VALUE "BK FILED".
           05  FILLER              PIC X(10) VALUE "DISCHARGE".
           05  FILLER              PIC X(10) VALUE "FC REFER".
           05  FILLER              PIC X(10) VALUE "FC SALE".
           05  FILLER              PIC X(10) VALUE "REO".
           05  FILLER              PIC X(10) VALUE "IN STAGE".
           05  FILLER              PIC X(6)  VALUE "DAYS".

       01  WS-DETAIL-LINE.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-DTL-MORTGAGE     PIC X(20).
           05  WS-DTL-BORROWER     PIC X(28).
           05  WS-DTL-CHAPTER      PIC X(5).
           05  WS-DTL-BK-FILED     PIC X(10).
           05  WS-DTL-BK-DISCHARGE PIC X(10).
           05  WS-DTL-FC-REFERRAL  PIC X(10).
           05  WS-DTL-FC-SALE      PIC X(10).
           05  WS-DTL-REO          PIC X(10).
           05  WS-DTL-STAGE-DATE   PIC X(10).
           05  WS-DTL-DAYS         PIC ZZZZ9.

       01  WS-STAGE-TOTAL-LINE.
           05  FILLER              PIC X(4) VALUE SPACES.
           05  FILLER              PIC X(16) VALUE "LOANS IN STAGE: ".
           05  WS-STL-COUNT        PIC ZZ,ZZ9.

       01  WS-SUMMARY-LINE.
           05  FILLER              PIC X(27) VALUE
               "LOANS IN A LEGAL STAGE: ".
           05  WS-SUM-LISTED       PIC ZZ,ZZ9.
           05  FILLER              PIC X(21) VALUE
               "  CLEARED MATTERS: ".
           05  WS-SUM-CLEARED      PIC ZZ,ZZ9.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           PERFORM INITIALIZE-LEGAL-REPORT
           PERFORM BUILD-LEGAL-TABLE
           PERFORM BUILD-MORTGAGE-TABLE
           PERFORM OPEN-LEGAL-REPORT
           PERFORM VARYING WS-STAGE-IDX FROM 1 BY 1
                   UNTIL WS-STAGE-IDX > 6
               PERFORM REPORT-ONE-STAGE
           END-PERFORM
           PERFORM WRITE-LEGAL-SUMMARY
           CLOSE LEGAL-REPORT
           STOP RUN.

       INITIALIZE-LEGAL-REPORT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           PERFORM GET-BUSINESS-DATE
           STRING WS-YEAR WS-MONTH WS-DAY
                  DELIMITED BY SIZE
                  INTO WS-TODAY-DATE
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
           MOVE 'N' TO WS-EOF-SWITCH.

       BUILD-LEGAL-TABLE.
           OPEN INPUT LEGAL-STATUS-FILE

           IF WS-LEGAL-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           PERFORM READ-LEGAL-RECORD
           PERFORM UNTIL WS-END-OF-FILE
               PERFORM NOTE-ONE-LEGAL
               PERFORM READ-LEGAL-RECORD
           END-PERFORM

           CLOSE LEGAL-STATUS-FILE
           MOVE 'N' TO WS-EOF-SWITCH.

       READ-LEGAL-RECORD.
           READ LEGAL-STATUS-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

       NOTE-ONE-LEGAL.
           MOVE 'N' TO WS-FOUND-SWITCH
           PERFORM VARYING WS-LEGAL-IDX FROM 1 BY 1
                   UNTIL WS-LEGAL-IDX > WS-LEGAL-COUNT-USED
               IF WS-LGL-MORTGAGE-ID(WS-LEGAL-IDX) = LG-MORTGAGE-ID
                   MOVE 'Y' TO WS-FOUND-SWITCH
                   MOVE WS-LEGAL-IDX TO WS-LEGAL-SEARCH-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WS-FOUND-SWITCH = 'N'
               IF WS-LEGAL-COUNT-USED < 500
                   ADD 1 TO WS-LEGAL-COUNT-USED
                   MOVE WS-LEGAL-COUNT-USED TO WS-LEGAL-SEARCH-IDX
                   SET WS-LEGAL-IDX TO WS-LEGAL-SEARCH-IDX
                   MOVE LG-MORTGAGE-ID
                       TO WS-LGL-MORTGAGE-ID(WS-LEGAL-IDX)
               ELSE
                   PERFORM ABORT-ON-TABLE-OVERFLOW
               END-IF
           END-IF

           SET WS-LEGAL-IDX TO WS-LEGAL-SEARCH-IDX
           MOVE LG-STAGE TO WS-LGL-STAGE(WS-LEGAL-IDX)
           MOVE LG-BK-CHAPTER TO WS-LGL-CHAPTER(WS-LEGAL-IDX)
           MOVE LG-BK-FILED-DATE TO WS-LGL-BK-FILED(WS-LEGAL-IDX)
           MOVE LG-BK-DISCHARGE-DATE
               TO WS-LGL-BK-DISCHARGE(WS-LEGAL-IDX)
           MOVE LG-FC-REFERRAL-DATE
               TO WS-LGL-FC-REFERRAL(WS-LEGAL-IDX)
           MOVE LG-FC-SALE-DATE TO WS-LGL-FC-SALE(WS-LEGAL-IDX)
           MOVE LG-REO-DATE TO WS-LGL-REO(WS-LEGAL-IDX)
           MOVE LG-STAGE-DATE TO WS-LGL-STAGE-DATE(WS-LEGAL-IDX).

       BUILD-MORTGAGE-TABLE.
           OPEN INPUT MORTGAGE-FILE

           IF WS-MORTGAGE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           PERFORM READ-MORTGAGE-RECORD
           PERFORM UNTIL WS-END-OF-FILE
               PERFORM NOTE-ONE-MORTGAGE
               PERFORM READ-MORTGAGE-RECORD
           END-PERFORM

           CLOSE MORTGAGE-FILE
           MOVE 'N' TO WS-EOF-SWITCH.

       READ-MORTGAGE-RECORD.
           READ MORTGAGE-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

       NOTE-ONE-MORTGAGE.
           MOVE 'N' TO WS-FOUND-SWITCH
           PERFORM VARYING WS-MTG-IDX FROM 1 BY 1
                   UNTIL WS-MTG-IDX > WS-MORTGAGE-COUNT-USED
               IF WS-MTG-ID(WS-MTG-IDX) = MORTGAGE-ID
                   MOVE 'Y' TO WS-FOUND-SWITCH
                   MOVE WS-MTG-IDX TO WS-MTG-SEARCH-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WS-FOUND-SWITCH = 'N'
               IF WS-MORTGAGE-COUNT-USED < 1000
                   ADD 1 TO WS-MORTGAGE-COUNT-USED
                   MOVE WS-MORTGAGE-COUNT-USED TO WS-MTG-SEARCH-IDX
                   SET WS-MTG-IDX TO WS-MTG-SEARCH-IDX
                   MOVE MORTGAGE-ID TO WS-MTG-ID(WS-MTG-IDX)
               ELSE
                   PERFORM ABORT-ON-TABLE-OVERFLOW
               END-IF
           END-IF

           SET WS-MTG-IDX TO WS-MTG-SEARCH-IDX
           MOVE BORROWER-NAME TO WS-MTG-BORROWER(WS-MTG-IDX).

      *****************************************************************
      * A TRUNCATED TABLE WOULD DROP LOANS FROM A COMPLIANCE LISTING
      * WITHOUT A WORD - THE RUN STOPS COLD WITH A NONZERO RETURN
      * CODE INSTEAD, THE SAME GUARD THE OTHER LOAD-TIME OVERFLOWS
      * IN THIS JOB STREAM GET.
      *****************************************************************
       ABORT-ON-TABLE-OVERFLOW.
           OPEN OUTPUT LEGAL-REPORT
           MOVE "LEGAL STATUS TABLE OVERFLOW - RUN ABORTED"
               TO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE LEGAL-REPORT

           MOVE 8 TO RETURN-CODE
           STOP RUN.

       OPEN-LEGAL-REPORT.
           OPEN OUTPUT LEGAL-REPORT

           MOVE WS-TODAY-DATE TO WS-HDR-DATE
           MOVE WS-REPORT-HEADING TO REPORT-LINE
           WRITE REPORT-LINE.

      *****************************************************************
      * ONE SECTION PER STAGE - EVERY LOAN WHOSE LATEST STATE IS THAT
      * STAGE, FOLLOWED BY THE STAGE COUNT. AN EMPTY STAGE STILL
      * PRINTS ITS HEADING AND A ZERO COUNT SO THE READER KNOWS IT
      * WAS CHECKED.
      *****************************************************************
       REPORT-ONE-STAGE.
           MOVE ZERO TO WS-STAGE-LOANS

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-STAGE-TITLE(WS-STAGE-IDX) TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-COLUMN-HEADING TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM VARYING WS-LEGAL-IDX FROM 1 BY 1
                   UNTIL WS-LEGAL-IDX > WS-LEGAL-COUNT-USED
               IF WS-LGL-STAGE(WS-LEGAL-IDX) =
                       WS-STAGE-CODE(WS-STAGE-IDX)
                   PERFORM REPORT-ONE-LOAN
               END-IF
           END-PERFORM

           MOVE WS-STAGE-LOANS TO WS-STL-COUNT
           MOVE WS-STAGE-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       REPORT-ONE-LOAN.
           ADD 1 TO WS-STAGE-LOANS
           ADD 1 TO WS-LISTED-LOANS

           MOVE WS-LGL-MORTGAGE-ID(WS-LEGAL-IDX) TO WS-DTL-MORTGAGE
           PERFORM LOOKUP-BORROWER-NAME

           IF WS-LGL-CHAPTER(WS-LEGAL-IDX) = ZERO
               MOVE SPACES TO WS-DTL-CHAPTER
           ELSE
               MOVE WS-LGL-CHAPTER(WS-LEGAL-IDX) TO WS-DTL-CHAPTER
           END-IF

           MOVE SPACES TO WS-DTL-BK-FILED
           IF WS-LGL-BK-FILED(WS-LEGAL-IDX) NOT = ZERO
               MOVE WS-LGL-BK-FILED(WS-LEGAL-IDX) TO WS-DTL-BK-FILED
           END-IF
           MOVE SPACES TO WS-DTL-BK-DISCHARGE
           IF WS-LGL-BK-DISCHARGE(WS-LEGAL-IDX) NOT = ZERO
               MOVE WS-LGL-BK-DISCHARGE(WS-LEGAL-IDX)
                   TO WS-DTL-BK-DISCHARGE
           END-IF
           MOVE SPACES TO WS-DTL-FC-REFERRAL
           IF WS-LGL-FC-REFERRAL(WS-LEGAL-IDX) NOT = ZERO
               MOVE WS-LGL-FC-REFERRAL(WS-LEGAL-IDX)
                   TO WS-DTL-FC-REFERRAL
           END-IF
           MOVE SPACES TO WS-DTL-FC-SALE
           IF WS-LGL-FC-SALE(WS-LEGAL-IDX) NOT = ZERO
               MOVE WS-LGL-FC-SALE(WS-LEGAL-IDX) TO WS-DTL-FC-SALE
           END-IF
           MOVE SPACES TO WS-DTL-REO
           IF WS-LGL-REO(WS-LEGAL-IDX) NOT = ZERO
               MOVE WS-LGL-REO(WS-LEGAL-IDX) TO WS-DTL-REO
           END-IF
           MOVE WS-LGL-STAGE-DATE(WS-LEGAL-IDX) TO WS-DTL-STAGE-DATE

           COMPUTE WS-DAYS-IN-STAGE = WS-TODAY-INT -
               FUNCTION INTEGER-OF-DATE(WS-LGL-STAGE-DATE(WS-LEGAL-IDX))
           IF WS-DAYS-IN-STAGE < ZERO
               MOVE ZERO TO WS-DAYS-IN-STAGE
           END-IF
           MOVE WS-DAYS-IN-STAGE TO WS-DTL-DAYS

           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       LOOKUP-BORROWER-NAME.
           MOVE SPACES TO WS-DTL-BORROWER
           PERFORM VARYING WS-MTG-IDX FROM 1 BY 1
                   UNTIL WS-MTG-IDX > WS-MORTGAGE-COUNT-USED
               IF WS-MTG-ID(WS-MTG-IDX) =
                       WS-LGL-MORTGAGE-ID(WS-LEGAL-IDX)
                   MOVE WS-MTG-BORROWER(WS-MTG-IDX) TO WS-DTL-BORROWER
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       WRITE-LEGAL-SUMMARY.
           PERFORM VARYING WS-LEGAL-IDX FROM 1 BY 1
                   UNTIL WS-LEGAL-IDX > WS-LEGAL-COUNT-USED
               IF WS-LGL-STAGE(WS-LEGAL-IDX) = 'C'
                   ADD 1 TO WS-CLEARED-LOANS
               END-IF
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-LISTED-LOANS TO WS-SUM-LISTED
           MOVE WS-CLEARED-LOANS TO WS-SUM-CLEARED
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
