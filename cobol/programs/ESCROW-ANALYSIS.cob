      * NEXT YEAR'S RECURRING DISBURSEMENTS AND BILLS DRAW AGAINST
      * HONEST, CUSHIONED NUMBERS INSTEAD OF SILENTLY
      * UNDER-COLLECTING ALL YEAR. THE BORROWER-FACING STATEMENT ON
      * ESCANALY.RPT SHOWS WHICH RULE PRODUCED EVERY FIGURE, AND THE
      * BORROWER'S COPY GOES ON THE CUSTOMER CORRESPONDENCE QUEUE
      * THROUGH CORR-QUEUE.COB, DUE OUT WITHIN THIRTY DAYS.
      *****************************************************************

       ENVIRONMENT DIVISION.
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

       FD  ESCROW-DISB-FILE.
       01  ESCROW-DISB-RECORD.
               10  WS-MTG-TAX          PIC 9(5)V99.
               10  WS-MTG-INS          PIC 9(5)V99.
               10  WS-MTG-HOA          PIC 9(5)V99.
               10  WS-MTG-PMI          PIC 9(5)V99.
               10  WS-MTG-ORIG-VALUE   PIC 9(9)V99.
               10  WS-MTG-PMI-INSURER  PIC X(20).
               10  WS-MTG-PMI-STATUS   PIC X.
               10  WS-MTG-PMI-DATE     PIC 9(8).
               10  WS-MTG-POINTS       PIC 9(7)V99.

       01  WS-MORTGAGE-COUNT-USED   PIC 9(5) VALUE ZERO.
       01  WS-MTG-SEARCH-IDX        PIC 9(5).
           05  WS-ACTUAL-TAX       PIC 9(9)V99.
           05  WS-ACTUAL-INS       PIC 9(9)V99.
           05  WS-ACTUAL-HOA       PIC 9(9)V99.
           05  WS-ACTUAL-PMI       PIC 9(9)V99.
           05  WS-CUSHION-BASE     PIC 9(9)V99.
           05  WS-ACTUAL-TOTAL     PIC 9(9)V99.
           05  WS-COLLECTED-TOTAL  PIC 9(9)V99.
           05  WS-SURPLUS          PIC S9(9)V99.
           05  WS-ANL-LABEL        PIC X(26).
           05  WS-ANL-AMOUNT       PIC -Z(8)9.99.

      *****************************************************************
      * CORR-QUEUE.COB CALL AREA. ONE ANALYSIS LETTER PER LOAN PER
      * YEAR - THE YEAR IS THE LETTER'S DOCUMENT REFERENCE.
      *****************************************************************
       01  WS-CORR-REQUEST         PIC X(400).
       01  WS-CORR-RESPONSE        PIC X(150).
       01  WS-CORR-RESULT.
           05  WS-CORR-RC          PIC XX.
           05  WS-CORR-MESSAGE     PIC X(50).
       01  WS-CORR-WORK.
           05  WS-CORR-REQUIRED-BY PIC 9(8).
           05  WS-CORR-REFERENCE   PIC X(20).
           05  WS-CORR-COLLECTED   PIC Z(8)9.99.
           05  WS-CORR-ACTUAL      PIC Z(8)9.99.
           05  WS-CORR-CUSHION     PIC Z(6)9.99.
           05  WS-CORR-DIFFERENCE  PIC Z(8)9.99.
           05  WS-CORR-RESULT-WORD PIC X(8).
           05  WS-CORR-NEW-MONTHLY PIC Z(6)9.99.
           05  WS-CORR-DATE-TEXT   PIC X(10).
       01  WS-STATEMENT-LEAD-DAYS  PIC 9(3) VALUE 30.

       01  WS-SUMMARY-LINE.
           05  FILLER              PIC X(20) VALUE
               "MORTGAGES ANALYZED: ".
               MOVE MONTHLY-TAX-AMOUNT TO WS-MTG-TAX(WS-MTG-SEARCH-IDX)
               MOVE MONTHLY-INS-AMOUNT TO WS-MTG-INS(WS-MTG-SEARCH-IDX)
               MOVE MONTHLY-HOA-AMOUNT TO WS-MTG-HOA(WS-MTG-SEARCH-IDX)
               MOVE MONTHLY-PMI-AMOUNT TO WS-MTG-PMI(WS-MTG-SEARCH-IDX)
               MOVE ORIGINAL-PROPERTY-VALUE
                   TO WS-MTG-ORIG-VALUE(WS-MTG-SEARCH-IDX)
               MOVE PMI-INSURER-ID
                   TO WS-MTG-PMI-INSURER(WS-MTG-SEARCH-IDX)
               MOVE PMI-STATUS TO WS-MTG-PMI-STATUS(WS-MTG-SEARCH-IDX)
               MOVE PMI-STATUS-DATE
                   TO WS-MTG-PMI-DATE(WS-MTG-SEARCH-IDX)
               MOVE POINTS-PAID TO WS-MTG-POINTS(WS-MTG-SEARCH-IDX)
               PERFORM READ-MORTGAGE-RECORD
           END-PERFORM

           MOVE ZERO TO WS-ACTUAL-TAX
           MOVE ZERO TO WS-ACTUAL-INS
           MOVE ZERO TO WS-ACTUAL-HOA
           MOVE ZERO TO WS-ACTUAL-PMI
           MOVE ZERO TO WS-COLLECTED-TOTAL

           PERFORM SUM-ACTUAL-DISBURSEMENTS
           PERFORM SUM-COLLECTED-ESCROW

           COMPUTE WS-CUSHION-BASE =
               WS-ACTUAL-TAX + WS-ACTUAL-INS + WS-ACTUAL-HOA
           COMPUTE WS-ACTUAL-TOTAL =
               WS-CUSHION-BASE + WS-ACTUAL-PMI

           IF WS-ACTUAL-TOTAL = ZERO AND WS-COLLECTED-TOTAL = ZERO
               EXIT PARAGRAPH
      * AND ITS BUILD IS FOLDED INTO THE CORRECTED MONTHLY AMOUNTS
      * (ACTUAL * 7 / 72 PER COMPONENT, MULTIPLYING BEFORE DIVIDING
      * SO THE INTERMEDIATE IS NOT TRUNCATED, SPREADS THE TWO-MONTH
      * RESERVE OVER THE COMING TWELVE MONTHS). PMI PREMIUMS ARE
      * PAID OUT OF THE SAME COLLECTIONS, SO THEY COUNT AGAINST THE
      * SURPLUS, BUT THE PREMIUM IS SET BY THE INSURER AND DROPPED BY
      * PMI-REVIEW - IT IS NEITHER CUSHIONED NOR RE-DERIVED HERE.
      *****************************************************************
           COMPUTE WS-CUSHION ROUNDED =
               WS-CUSHION-BASE * 2 / 12

           COMPUTE WS-SURPLUS =
               WS-COLLECTED-TOTAL - WS-ACTUAL-TOTAL - WS-CUSHION
               + WS-NEW-MONTHLY-HOA

           PERFORM WRITE-ONE-ANALYSIS-STATEMENT
           PERFORM QUEUE-ANALYSIS-LETTER

           IF WS-NEW-MONTHLY-TAX NOT = WS-MTG-TAX(WS-MTG-IDX)
                   OR WS-NEW-MONTHLY-INS NOT = WS-MTG-INS(WS-MTG-IDX)
                           ADD ED-AMOUNT TO WS-ACTUAL-INS
                       WHEN "HOA"
                           ADD ED-AMOUNT TO WS-ACTUAL-HOA
                       WHEN "PMI"
                           ADD ED-AMOUNT TO WS-ACTUAL-PMI
                   END-EVALUATE
               END-IF
               PERFORM READ-DISB-RECORD
           MOVE WS-ANALYSIS-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "ACTUAL PMI PAID" TO WS-ANL-LABEL
           MOVE WS-ACTUAL-PMI TO WS-ANL-AMOUNT
           MOVE WS-ANALYSIS-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "ESCROW COLLECTED" TO WS-ANL-LABEL
           MOVE WS-COLLECTED-TOTAL TO WS-ANL-AMOUNT
           MOVE WS-ANALYSIS-LINE TO REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

      *****************************************************************
      * MERGE FIELDS: ESCROW COLLECTED, ACTUAL PAID, CUSHION, THE
      * SURPLUS OR SHORTAGE AS A POSITIVE AMOUNT, THE WORD SURPLUS OR
      * SHORTAGE, THE NEW MONTHLY ESCROW, THE LOAN ACCOUNT AND THE
      * ANALYSIS DATE. A REFUSAL IS NOTED UNDER THE STATEMENT.
      *****************************************************************
       QUEUE-ANALYSIS-LETTER.
           COMPUTE WS-CORR-REQUIRED-BY = FUNCTION DATE-OF-INTEGER(
               WS-TODAY-INT + WS-STATEMENT-LEAD-DAYS)
           MOVE SPACES TO WS-CORR-REFERENCE
           STRING "ESA" WS-YEAR
                  DELIMITED BY SIZE
                  INTO WS-CORR-REFERENCE
           MOVE WS-COLLECTED-TOTAL TO WS-CORR-COLLECTED
           MOVE WS-ACTUAL-TOTAL TO WS-CORR-ACTUAL
           MOVE WS-CUSHION TO WS-CORR-CUSHION
           IF WS-SURPLUS < ZERO
               MOVE "SHORTAGE" TO WS-CORR-RESULT-WORD
           ELSE
               MOVE "SURPLUS" TO WS-CORR-RESULT-WORD
           END-IF
           MOVE WS-SURPLUS TO WS-CORR-DIFFERENCE
           MOVE WS-NEW-MONTHLY-TOTAL TO WS-CORR-NEW-MONTHLY
           MOVE SPACES TO WS-CORR-DATE-TEXT
           STRING WS-MONTH "/" WS-DAY "/" WS-YEAR
                  DELIMITED BY SIZE
                  INTO WS-CORR-DATE-TEXT

           MOVE SPACES TO WS-CORR-REQUEST
           MOVE SPACES TO WS-CORR-RESPONSE
           STRING "QUEUE|ESCANALYS|MORTGAGE|"
                  FUNCTION TRIM(WS-MTG-ID(WS-MTG-IDX))
                  "|" FUNCTION TRIM(WS-MTG-BORROWER(WS-MTG-IDX))
                  "|" WS-CORR-REQUIRED-BY
                  "|" FUNCTION TRIM(WS-CORR-REFERENCE)
                  "|" FUNCTION TRIM(WS-CORR-COLLECTED)
                  "|" FUNCTION TRIM(WS-CORR-ACTUAL)
                  "|" FUNCTION TRIM(WS-CORR-CUSHION)
                  "|" FUNCTION TRIM(WS-CORR-DIFFERENCE)
                  "|" FUNCTION TRIM(WS-CORR-RESULT-WORD)
                  "|" FUNCTION TRIM(WS-CORR-NEW-MONTHLY)
                  "|" FUNCTION TRIM(WS-MTG-ACCOUNT(WS-MTG-IDX))
                  "|" WS-CORR-DATE-TEXT
                  DELIMITED BY SIZE
                  INTO WS-CORR-REQUEST

           CALL "CORR-QUEUE" USING WS-CORR-REQUEST
                                   WS-CORR-RESPONSE

           MOVE SPACES TO WS-CORR-RESULT
           UNSTRING WS-CORR-RESPONSE DELIMITED BY '|'
               INTO WS-CORR-RC
                    WS-CORR-MESSAGE

           IF WS-CORR-RC NOT = '00'
               MOVE SPACES TO REPORT-LINE
               STRING "  BORROWER LETTER NOT QUEUED - "
                      DELIMITED BY SIZE
                      FUNCTION UPPER-CASE(WS-CORR-MESSAGE)
                      DELIMITED BY SIZE
                      INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

      *****************************************************************
      * CARRIES THE LOAN'S FULL LAST-LOGGED STATE FORWARD WITH THE
      * CORRECTED MONTHLY ESCROW COMPONENTS, THE SAME APPEND-DON'T-
           MOVE WS-NEW-MONTHLY-TAX TO MONTHLY-TAX-AMOUNT
           MOVE WS-NEW-MONTHLY-INS TO MONTHLY-INS-AMOUNT
           MOVE WS-NEW-MONTHLY-HOA TO MONTHLY-HOA-AMOUNT
           MOVE WS-MTG-PMI(WS-MTG-IDX) TO MONTHLY-PMI-AMOUNT
           MOVE WS-MTG-ORIG-VALUE(WS-MTG-IDX)
               TO ORIGINAL-PROPERTY-VALUE
           MOVE WS-MTG-PMI-INSURER(WS-MTG-IDX) TO PMI-INSURER-ID
           MOVE WS-MTG-PMI-STATUS(WS-MTG-IDX) TO PMI-STATUS
           MOVE WS-MTG-PMI-DATE(WS-MTG-IDX) TO PMI-STATUS-DATE
           MOVE WS-MTG-POINTS(WS-MTG-IDX) TO POINTS-PAID

           WRITE MORTGAGE-RECORD

