      * WITH COMPILED-IN DEFAULTS. THE RUN ALSO REWRITES
      * DELINQFLAG.DAT, ONE RECORD PER DELINQUENT BORROWER ACCOUNT,
      * SO THE INQUIRY SIDE CAN SEE WHO IS 90 DAYS BEHIND BEFORE
      * TAKING THEIR NEXT LISTING. A LOAN WHOSE LEGALSTAT.DAT STAGE
      * IS BANKRUPTCY (STAY OR DISCHARGED) OR A COMPLETED
      * FORECLOSURE IS AGED BUT NEVER CHARGED A FEE OR FLAGGED.
      * EVERY FEE ASSESSED PUTS A LATE NOTICE FOR THE BILL ON THE
      * CUSTOMER CORRESPONDENCE QUEUE THROUGH CORR-QUEUE.COB.
      *****************************************************************

       ENVIRONMENT DIVISION.
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-PLAN-STATUS.

           SELECT LEGAL-STATUS-FILE ASSIGN TO "LEGALSTAT.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-LEGAL-STATUS.


           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE.DAT"
                  ORGANIZATION IS SEQUENTIAL
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
               88  RP-BROKEN       VALUE 'B'.
           05  RP-TIMESTAMP        PIC 9(14).

      *****************************************************************
      * LOAN LEGAL-STATUS LEDGER MAINTAINED BY MTG-LEGAL.COB - LATEST
      * STATE WINS PER MORTGAGE-ID. WHILE THE AUTOMATIC STAY IS IN
      * EFFECT (OR AFTER DISCHARGE), AND ONCE A FORECLOSURE SALE OR
      * REO HAS LIQUIDATED THE LOAN, NO LATE FEE IS ASSESSED AND THE
      * ACCOUNT IS KEPT OFF THE DELINQUENCY FLAG FILE.
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
           05  WS-PLAN-YYYY        PIC 9(4).
           05  WS-PLAN-MM          PIC 99.

       01  WS-LEGAL-STATUS         PIC XX.

      *****************************************************************
      * LATEST LEGAL STAGE PER MORTGAGE-ID.
      *****************************************************************
       01  WS-LEGAL-TABLE.
           05  WS-LEGAL-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-LEGAL-IDX.
               10  WS-LGL-MORTGAGE-ID  PIC X(20).
               10  WS-LGL-STAGE        PIC X.

       01  WS-LEGAL-COUNT-USED     PIC 9(3) VALUE ZERO.
       01  WS-LEGAL-SEARCH-IDX     PIC 9(3).
       01  WS-LEGAL-STAGE          PIC X.

       01  WS-AGING-WORK.
           05  WS-DUE-INT          PIC 9(7).
           05  WS-DAYS-PAST        PIC S9(5).
           05  FILLER              PIC X(7)  VALUE "  90+: ".
           05  WS-BKL-090          PIC Z(9)9.99.

      *****************************************************************
      * CORR-QUEUE.COB CALL AREA. THE LATE NOTICE IS DUE OUT WITHIN
      * THREE DAYS OF THE FEE.
      *****************************************************************
       01  WS-CORR-REQUEST         PIC X(400).
       01  WS-CORR-RESPONSE        PIC X(150).
       01  WS-CORR-RESULT.
           05  WS-CORR-RC          PIC XX.
           05  WS-CORR-MESSAGE     PIC X(50).
       01  WS-CORR-WORK.
           05  WS-CORR-NAME        PIC X(50).
           05  WS-CORR-REQUIRED-BY PIC 9(8).
           05  WS-CORR-DUE-DATE    PIC X(10).
           05  WS-CORR-AMOUNT      PIC Z(6)9.99.
           05  WS-CORR-FEE         PIC Z(6)9.99.
           05  WS-CORR-TOTAL       PIC Z(6)9.99.
           05  WS-CORR-DAYS        PIC ZZZ9.
           05  WS-CORR-OWED        PIC 9(7)V99.
       01  WS-NOTICE-LEAD-DAYS     PIC 9(3) VALUE 3.

       01  WS-SUMMARY-LINE.
           05  FILLER              PIC X(22) VALUE
               "TOTAL DOLLARS AT RISK:".
           PERFORM BUILD-BILL-TABLE
           PERFORM BUILD-MORTGAGE-TABLE
           PERFORM BUILD-PLAN-TABLE
           PERFORM BUILD-LEGAL-TABLE
           PERFORM OPEN-AGING-REPORT
           PERFORM AGE-UNPAID-BILLS
           PERFORM WRITE-AGING-TOTALS
           ADD WS-TBL-TOTAL-DUE(WS-BILL-IDX) TO WS-TOTAL-AT-RISK

           MOVE SPACES TO WS-DTL-FEE-NOTE

      *****************************************************************
      * A LOAN UNDER THE AUTOMATIC STAY, DISCHARGED IN BANKRUPTCY OR
      * ALREADY LIQUIDATED BY FORECLOSURE IS STILL AGED FOR THE
      * DOLLARS-AT-RISK TOTALS, BUT GETS NO LATE FEE, NO PLAN-BREAK
      * FOLLOW-UP AND NO DELINQUENCY FLAG - ANY OF THOSE WOULD BE
      * COLLECTION ACTIVITY AGAINST THE BORROWER.
      *****************************************************************
           PERFORM CHECK-BILL-LEGAL-STATE
           EVALUATE WS-LEGAL-STAGE
               WHEN 'B'
                   MOVE "BANKRUPTCY STAY" TO WS-DTL-FEE-NOTE
                   PERFORM WRITE-AGING-DETAIL
                   EXIT PARAGRAPH
               WHEN 'D'
                   MOVE "BK DISCHARGED" TO WS-DTL-FEE-NOTE
                   PERFORM WRITE-AGING-DETAIL
                   EXIT PARAGRAPH
               WHEN 'S'
                   MOVE "FORECLOSURE SALE" TO WS-DTL-FEE-NOTE
                   PERFORM WRITE-AGING-DETAIL
                   EXIT PARAGRAPH
               WHEN 'R'
                   MOVE "REO" TO WS-DTL-FEE-NOTE
                   PERFORM WRITE-AGING-DETAIL
                   EXIT PARAGRAPH
           END-EVALUATE

           PERFORM CHECK-BILL-PLAN-STATE

      *****************************************************************
           CLOSE MTG-BILL-FILE

           ADD 1 TO WS-FEES-ASSESSED
           MOVE "LATE FEE ASSESSED" TO WS-DTL-FEE-NOTE

           PERFORM QUEUE-LATE-NOTICE.

      *****************************************************************
      * THE NOTICE IS KEYED TO THE ORIGINAL BILL, SO A RERUN THAT
      * SOMEHOW REACHED THE SAME BILL AGAIN WOULD STILL SEND ONE
      * NOTICE. MERGE FIELDS: DUE DATE, AMOUNT DUE, LATE FEE, DAYS
      * PAST DUE, LOAN ACCOUNT, TOTAL NOW OWED. A REFUSAL IS NOTED
      * ON THE AGING REPORT; THE FEE STANDS EITHER WAY.
      *****************************************************************
       QUEUE-LATE-NOTICE.
           MOVE SPACES TO WS-CORR-NAME
           PERFORM VARYING WS-MTG-IDX FROM 1 BY 1
                   UNTIL WS-MTG-IDX > WS-MORTGAGE-COUNT-USED
               IF WS-MTG-ID(WS-MTG-IDX) =
                       WS-TBL-MORTGAGE-ID(WS-BILL-IDX)
                   MOVE WS-MTG-BORROWER(WS-MTG-IDX) TO WS-CORR-NAME
               END-IF
           END-PERFORM

           COMPUTE WS-CORR-REQUIRED-BY = FUNCTION DATE-OF-INTEGER(
               WS-TODAY-INT + WS-NOTICE-LEAD-DAYS)
           MOVE SPACES TO WS-CORR-DUE-DATE
           STRING WS-TBL-DUE-DATE(WS-BILL-IDX)(5:2) "/"
                  WS-TBL-DUE-DATE(WS-BILL-IDX)(7:2) "/"
                  WS-TBL-DUE-DATE(WS-BILL-IDX)(1:4)
                  DELIMITED BY SIZE
                  INTO WS-CORR-DUE-DATE
           MOVE WS-TBL-TOTAL-DUE(WS-BILL-IDX) TO WS-CORR-AMOUNT
           MOVE WS-LATE-FEE TO WS-CORR-FEE
           MOVE WS-DAYS-PAST TO WS-CORR-DAYS
           COMPUTE WS-CORR-OWED =
               WS-TBL-TOTAL-DUE(WS-BILL-IDX) + WS-LATE-FEE
           MOVE WS-CORR-OWED TO WS-CORR-TOTAL

           MOVE SPACES TO WS-CORR-REQUEST
           MOVE SPACES TO WS-CORR-RESPONSE
           STRING "QUEUE|LATENOTICE|MORTGAGE|"
                  FUNCTION TRIM(WS-TBL-MORTGAGE-ID(WS-BILL-IDX))
                  "|" FUNCTION TRIM(WS-CORR-NAME)
                  "|" WS-CORR-REQUIRED-BY
                  "|" FUNCTION TRIM(WS-TBL-BILL-ID(WS-BILL-IDX))
                  "|" WS-CORR-DUE-DATE
                  "|" FUNCTION TRIM(WS-CORR-AMOUNT)
                  "|" FUNCTION TRIM(WS-CORR-FEE)
                  "|" FUNCTION TRIM(WS-CORR-DAYS)
                  "|" FUNCTION TRIM(WS-TBL-ACCOUNT(WS-BILL-IDX))
                  "|" FUNCTION TRIM(WS-CORR-TOTAL)
                  DELIMITED BY SIZE
                  INTO WS-CORR-REQUEST

           CALL "CORR-QUEUE" USING WS-CORR-REQUEST
                                   WS-CORR-RESPONSE

           MOVE SPACES TO WS-CORR-RESULT
           UNSTRING WS-CORR-RESPONSE DELIMITED BY '|'
               INTO WS-CORR-RC
                    WS-CORR-MESSAGE

           IF WS-CORR-RC NOT = '00'
               MOVE "FEE - NO NOTICE" TO WS-DTL-FEE-NOTE
           END-IF.

      *****************************************************************
      * LATEST PLAN STATE PER MORTGAGE-ID FROM THE PLAN LEDGER.

           CLOSE REPAY-PLAN-FILE.

      *****************************************************************
      * LATEST LEGAL STAGE PER MORTGAGE-ID FROM THE LEGAL-STATUS
      * LEDGER.
      *****************************************************************
       BUILD-LEGAL-TABLE.
           OPEN INPUT LEGAL-STATUS-FILE

           IF WS-LEGAL-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-EOF-SWITCH
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
               IF WS-LEGAL-COUNT-USED < 200
                   ADD 1 TO WS-LEGAL-COUNT-USED
                   MOVE WS-LEGAL-COUNT-USED TO WS-LEGAL-SEARCH-IDX
                   SET WS-LEGAL-IDX TO WS-LEGAL-SEARCH-IDX
                   MOVE LG-MORTGAGE-ID
                       TO WS-LGL-MORTGAGE-ID(WS-LEGAL-IDX)
               ELSE
                   PERFORM ABORT-ON-LEGAL-OVERFLOW
               END-IF
           END-IF

           SET WS-LEGAL-IDX TO WS-LEGAL-SEARCH-IDX
           MOVE LG-STAGE TO WS-LGL-STAGE(WS-LEGAL-IDX).

      *****************************************************************
      * A TRUNCATED LEGAL-STATUS SNAPSHOT WOULD ASSESS LATE FEES ON A
      * BORROWER UNDER THE AUTOMATIC STAY - THE RUN STOPS COLD WITH A
      * NONZERO RETURN CODE INSTEAD.
      *****************************************************************
       ABORT-ON-LEGAL-OVERFLOW.
           OPEN OUTPUT AGING-REPORT
           MOVE "LEGAL STATUS TABLE OVERFLOW - RUN ABORTED"
               TO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE AGING-REPORT

           MOVE 8 TO RETURN-CODE
           STOP RUN.

       CHECK-BILL-LEGAL-STATE.
           MOVE SPACE TO WS-LEGAL-STAGE

           PERFORM VARYING WS-LEGAL-IDX FROM 1 BY 1
                   UNTIL WS-LEGAL-IDX > WS-LEGAL-COUNT-USED
               IF WS-LGL-MORTGAGE-ID(WS-LEGAL-IDX) =
                       WS-TBL-MORTGAGE-ID(WS-BILL-IDX)
                   MOVE WS-LGL-STAGE(WS-LEGAL-IDX) TO WS-LEGAL-STAGE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       NOTE-DELINQUENT-ACCOUNT.
           MOVE 'N' TO WS-FOUND-SWITCH
           PERFORM VARYING WS-FLAG-IDX FROM 1 BY 1
