      *     71 30-59 DAYS, 78 60-89 DAYS, 80 90+ DAYS, 13 PAID/CLOSED
      *   - FIRST-DELINQUENCY DATE, THE OLDEST STILL-UNPAID BILL'S
      *     DUE DATE
      *   - CONSUMER INFORMATION INDICATOR FROM THE LOAN'S LEGAL
      *     STAGE ON LEGALSTAT.DAT: A-D PETITION FILED UNDER CHAPTER
      *     7/11/12/13, E-H DISCHARGED, I-L DISMISSED (THE MONTH OF
      *     DISMISSAL ONLY). WHILE A BANKRUPTCY IS OPEN OR DISCHARGED
      *     THE ACCOUNT STATUS STAYS FROZEN AT LAST MONTH'S CODE, AND
      *     A LOAN LIQUIDATED BY FORECLOSURE SALE OR REO REPORTS 94.
      * BEFORE THE FILE LEAVES THE BUILDING, EVERY LOAN WHOSE STATUS
      * DIFFERS FROM LAST MONTH'S EXTRACT (KEPT ON METRO2PRV.DAT) IS
      * LISTED ON METRO2.RPT SO THE TRANSITIONS CAN BE EYEBALLED;
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

           SELECT LEGAL-STATUS-FILE ASSIGN TO "LEGALSTAT.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-LEGAL-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
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

       FD  MTG-BILL-FILE.
       01  MTG-BILL-RECORD.
           05  M2-CURRENT-BALANCE  PIC 9(9)V99.
           05  M2-SCHEDULED-PAYMENT PIC 9(7)V99.
           05  M2-FIRST-DELINQ-DATE PIC 9(8).
           05  M2-CII              PIC XX.

       FD  METRO2-PRIOR-FILE.
       01  METRO2-PRIOR-RECORD.
       FD  EXTRACT-REPORT.
       01  REPORT-LINE             PIC X(100).

      *****************************************************************
      * LOAN LEGAL-STATUS LEDGER MAINTAINED BY MTG-LEGAL.COB - LATEST
      * STATE WINS PER MORTGAGE-ID.
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

      *****************************************************************
      * SYSTEM-WIDE BUSINESS PROCESSING DATE, MAINTAINED BY THE
      * BUSDATE-OPEN AND BUSDATE-ADVANCE DRIVER STEPS.
       01  WS-M2-STATUS            PIC XX.
       01  WS-PRIOR-STATUS         PIC XX.
       01  WS-RPT-STATUS           PIC XX.
       01  WS-LEGAL-STATUS         PIC XX.
       01  WS-EOF-SWITCH           PIC X VALUE 'N'.
           88  WS-END-OF-FILE      VALUE 'Y'.


       01  WS-PRIOR-COUNT-USED     PIC 9(5) VALUE ZERO.

      *****************************************************************
      * LATEST LEGAL STAGE PER MORTGAGE-ID, WITH THE BANKRUPTCY
      * CHAPTER AND THE DATE THE STAGE BEGAN.
      *****************************************************************
       01  WS-LEGAL-TABLE.
           05  WS-LEGAL-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-LEGAL-IDX.
               10  WS-LGL-MORTGAGE-ID  PIC X(20).
               10  WS-LGL-STAGE        PIC X.
               10  WS-LGL-CHAPTER      PIC 99.
               10  WS-LGL-STAGE-DATE   PIC 9(8).

       01  WS-LEGAL-COUNT-USED     PIC 9(3) VALUE ZERO.
       01  WS-LEGAL-SEARCH-IDX     PIC 9(3).

       01  WS-EXTRACT-WORK.
           05  WS-STATUS-CODE      PIC XX.
           05  WS-PRIOR-CODE       PIC XX.
           05  WS-FIRST-DELINQ     PIC 9(8).
           05  WS-CII              PIC XX.
           05  WS-LEGAL-STAGE      PIC X.
           05  WS-LEGAL-CHAPTER    PIC 99.
           05  WS-LEGAL-STAGE-DATE PIC 9(8).
           05  WS-REPORTED-COUNT   PIC 9(5) VALUE ZERO.
           05  WS-TRANSITION-COUNT PIC 9(5) VALUE ZERO.

           05  WS-DTL-BALANCE      PIC Z(8)9.99.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-DTL-DELINQ-DATE  PIC 9(8).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-DTL-CII          PIC XX.

       01  WS-SUMMARY-LINE.
           05  FILLER              PIC X(16) VALUE "LOANS REPORTED: ".
           PERFORM BUILD-MORTGAGE-TABLE
           PERFORM BUILD-BILL-TABLE
           PERFORM BUILD-FLAG-TABLE
           PERFORM BUILD-LEGAL-TABLE
           PERFORM LOAD-PRIOR-MONTH
           PERFORM OPEN-EXTRACT-REPORT
           PERFORM EXTRACT-EACH-LOAN

      *****************************************************************
      * BUREAU REPORTING IS A CONTRACTUAL OBLIGATION - A TRUNCATED
      * LOAN, BILL, FLAG OR LEGAL TABLE WOULD LEAVE LOANS OFF THE FILE
      * OR MISSTATE STATUS CODES, INDICATORS AND FIRST-DELINQUENCY
      * DATES, SO THE RUN STOPS COLD AT LOAD TIME WITH A NONZERO
      * RETURN CODE.
      *****************************************************************
       ABORT-ON-TABLE-OVERFLOW.
           OPEN OUTPUT EXTRACT-REPORT
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

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
               IF WS-LEGAL-COUNT-USED >= 500
                   PERFORM ABORT-ON-TABLE-OVERFLOW
               END-IF
               ADD 1 TO WS-LEGAL-COUNT-USED
               MOVE WS-LEGAL-COUNT-USED TO WS-LEGAL-SEARCH-IDX
               SET WS-LEGAL-IDX TO WS-LEGAL-SEARCH-IDX
               MOVE LG-MORTGAGE-ID TO WS-LGL-MORTGAGE-ID(WS-LEGAL-IDX)
           END-IF

           SET WS-LEGAL-IDX TO WS-LEGAL-SEARCH-IDX
           MOVE LG-STAGE TO WS-LGL-STAGE(WS-LEGAL-IDX)
           MOVE LG-BK-CHAPTER TO WS-LGL-CHAPTER(WS-LEGAL-IDX)
           MOVE LG-STAGE-DATE TO WS-LGL-STAGE-DATE(WS-LEGAL-IDX).

       LOAD-PRIOR-MONTH.
           OPEN INPUT METRO2-PRIOR-FILE

      *****************************************************************
       EXTRACT-ONE-LOAN.
           PERFORM DERIVE-STATUS-CODE
           PERFORM APPLY-LEGAL-STATUS
           PERFORM FIND-FIRST-DELINQUENCY

           MOVE WS-MTG-ID(WS-MTG-IDX) TO M2-ACCOUNT-NUMBER
           MOVE WS-MTG-BALANCE(WS-MTG-IDX) TO M2-CURRENT-BALANCE
           MOVE WS-MTG-PI(WS-MTG-IDX) TO M2-SCHEDULED-PAYMENT
           MOVE WS-FIRST-DELINQ TO M2-FIRST-DELINQ-DATE
           MOVE WS-CII TO M2-CII

           WRITE METRO2-RECORD
           ADD 1 TO WS-REPORTED-COUNT
               END-IF
           END-PERFORM.

      *****************************************************************
      * THE LEGAL STAGE OVERRIDES THE AGING-DRIVEN STATUS AND SETS
      * THE CONSUMER INFORMATION INDICATOR. THE AGING RUN RAISES NO
      * FLAG DURING A BANKRUPTCY, SO THE STATUS IS HELD AT WHAT WAS
      * LAST REPORTED BEFORE THE PETITION INSTEAD OF DRIFTING BACK
      * TO CURRENT. A PAID-OFF LOAN STILL REPORTS 13.
      *****************************************************************
       APPLY-LEGAL-STATUS.
           MOVE SPACES TO WS-CII
           MOVE SPACE TO WS-LEGAL-STAGE
           MOVE ZERO TO WS-LEGAL-CHAPTER
           MOVE ZERO TO WS-LEGAL-STAGE-DATE

           PERFORM VARYING WS-LEGAL-IDX FROM 1 BY 1
                   UNTIL WS-LEGAL-IDX > WS-LEGAL-COUNT-USED
               IF WS-LGL-MORTGAGE-ID(WS-LEGAL-IDX) =
                       WS-MTG-ID(WS-MTG-IDX)
                   MOVE WS-LGL-STAGE(WS-LEGAL-IDX) TO WS-LEGAL-STAGE
                   MOVE WS-LGL-CHAPTER(WS-LEGAL-IDX)
                       TO WS-LEGAL-CHAPTER
                   MOVE WS-LGL-STAGE-DATE(WS-LEGAL-IDX)
                       TO WS-LEGAL-STAGE-DATE
                   EXIT PERFORM
               END-IF
           END-PERFORM

           EVALUATE WS-LEGAL-STAGE
               WHEN 'B'
                   EVALUATE WS-LEGAL-CHAPTER
                       WHEN 7
                           MOVE "A " TO WS-CII
                       WHEN 11
                           MOVE "B " TO WS-CII
                       WHEN 12
                           MOVE "C " TO WS-CII
                       WHEN 13
                           MOVE "D " TO WS-CII
                   END-EVALUATE
                   PERFORM HOLD-PRIOR-STATUS
               WHEN 'D'
                   EVALUATE WS-LEGAL-CHAPTER
                       WHEN 7
                           MOVE "E " TO WS-CII
                       WHEN 11
                           MOVE "F " TO WS-CII
                       WHEN 12
                           MOVE "G " TO WS-CII
                       WHEN 13
                           MOVE "H " TO WS-CII
                   END-EVALUATE
                   PERFORM HOLD-PRIOR-STATUS
               WHEN 'X'
                   IF WS-LEGAL-STAGE-DATE(1:6) = WS-REPORT-MONTH
                       EVALUATE WS-LEGAL-CHAPTER
                           WHEN 7
                               MOVE "I " TO WS-CII
                           WHEN 11
                               MOVE "J " TO WS-CII
                           WHEN 12
                               MOVE "K " TO WS-CII
                           WHEN 13
                               MOVE "L " TO WS-CII
                       END-EVALUATE
                   END-IF
               WHEN 'S'
               WHEN 'R'
                   MOVE "94" TO WS-STATUS-CODE
           END-EVALUATE.

       HOLD-PRIOR-STATUS.
           IF WS-STATUS-CODE = "13"
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-PRIOR-IDX FROM 1 BY 1
                   UNTIL WS-PRIOR-IDX > WS-PRIOR-COUNT-USED
               IF WS-PRV-ACCOUNT(WS-PRIOR-IDX) =
                       WS-MTG-ID(WS-MTG-IDX)
                   IF WS-PRV-STATUS(WS-PRIOR-IDX) NOT = SPACES
                       MOVE WS-PRV-STATUS(WS-PRIOR-IDX)
                           TO WS-STATUS-CODE
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *****************************************************************
      * THE OLDEST STILL-UNPAID BILL'S DUE DATE IS THE FIRST DATE OF
      * DELINQUENCY THE BUREAU FORMAT ASKS FOR. ZERO WHEN CURRENT.
           MOVE WS-STATUS-CODE TO WS-DTL-NEW
           MOVE WS-MTG-BALANCE(WS-MTG-IDX) TO WS-DTL-BALANCE
           MOVE WS-FIRST-DELINQ TO WS-DTL-DELINQ-DATE
           MOVE WS-CII TO WS-DTL-CII
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

           PERFORM VARYING WS-MTG-IDX FROM 1 BY 1
                   UNTIL WS-MTG-IDX > WS-MORTGAGE-COUNT-USED
               PERFORM DERIVE-STATUS-CODE
               PERFORM APPLY-LEGAL-STATUS
               MOVE WS-MTG-ID(WS-MTG-IDX) TO MP-ACCOUNT-NUMBER
               MOVE WS-REPORT-MONTH TO MP-REPORT-MONTH
               MOVE WS-STATUS-CODE TO MP-STATUS-CODE
