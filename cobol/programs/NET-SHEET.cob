      *     FALLING BACK TO THE COMPILED DEFAULT
      * THE SAME FIGURES ARE APPENDED TO NETSHEET.RPT AS A PRINTABLE
      * STATEMENT FOR THE LISTING APPOINTMENT.
      * IN PLACE OF AN OFFER PRICE THE REQUEST MAY CARRY CMA, CMALOW
      * OR CMAHIGH - THE MEDIAN, LOW OR HIGH OF THE PROPERTY'S LATEST
      * RANGE ON CMARESULT.DAT (WRITTEN BY CMA-REPORT.COB).
      *****************************************************************

       ENVIRONMENT DIVISION.
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FEE-STATUS.

           SELECT CMA-RESULT-FILE ASSIGN TO "CMARESULT.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-CMA-STATUS.

           SELECT NET-SHEET-REPORT ASSIGN TO "NETSHEET.RPT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
           05  OM-AGENT-SPLIT-PCT  PIC 99V99.
           05  OM-OFFICE-SPLIT-PCT PIC 99V99.
           05  OM-HOUSE-SPLIT-PCT  PIC 99V99.
           05  OM-MANAGER-AGENT-ID PIC X(20).

       FD  MORTGAGE-FILE.
       01  MORTGAGE-RECORD.
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

       FD  FEE-SCHEDULE-FILE.
       01  FEE-SCHEDULE-LINE       PIC X(100).

       FD  CMA-RESULT-FILE.
       01  CMA-RESULT-RECORD.
           05  CR-SUBJECT-ID       PIC X(20).
           05  CR-RUN-TIMESTAMP    PIC 9(14).
           05  CR-RECORD-TYPE      PIC X.
               88  CR-COMP         VALUE 'C'.
               88  CR-RANGE        VALUE 'S'.
           05  CR-COMP-PROPERTY-ID PIC X(20).
           05  CR-SALE-DATE        PIC 9(8).
           05  CR-SALE-PRICE       PIC 9(9)V99.
           05  CR-LIST-PRICE       PIC 9(9)V99.
           05  CR-SQUARE-FEET      PIC 9(6).
           05  CR-PRICE-PER-SQFT   PIC 9(5)V99.
           05  CR-DAYS-ON-MARKET   PIC 9(5).
           05  CR-LIST-SALE-RATIO  PIC 9(3)V99.
           05  CR-ADJUSTED-PRICE   PIC 9(9)V99.
           05  CR-COMP-COUNT       PIC 9(3).
           05  CR-LOW-PRICE        PIC 9(9)V99.
           05  CR-MEDIAN-PRICE     PIC 9(9)V99.
           05  CR-HIGH-PRICE       PIC 9(9)V99.

       FD  NET-SHEET-REPORT.
       01  REPORT-LINE             PIC X(80).

       01  WS-OFFICE-STATUS        PIC XX.
       01  WS-MORTGAGE-STATUS      PIC XX.
       01  WS-FEE-STATUS           PIC XX.
       01  WS-CMA-STATUS           PIC XX.
       01  WS-RPT-STATUS           PIC XX.
       01  WS-EOF-SWITCH           PIC X VALUE 'N'.
           88  WS-END-OF-FILE      VALUE 'Y'.
       01  WS-REQUEST-FIELDS.
           05  WS-PROPERTY-ID      PIC X(20).
           05  WS-OFFER-PRICE      PIC 9(9)V99.
           05  WS-OFFER-PRICE-X    PIC X(15).
           05  WS-CMA-BASIS        PIC X(7).
           05  WS-CMA-RUN-DATE     PIC 9(8).
           05  WS-CMA-COMP-COUNT   PIC 9(3).

       01  WS-RESPONSE-WORK.
           05  WS-STATUS           PIC XX.
       PARSE-REQUEST.
           MOVE SPACES TO WS-PROPERTY-ID
           MOVE ZERO TO WS-OFFER-PRICE
           MOVE SPACES TO WS-OFFER-PRICE-X
           MOVE SPACES TO WS-CMA-BASIS

           UNSTRING LS-REQUEST DELIMITED BY '|'
               INTO WS-PROPERTY-ID
                    WS-OFFER-PRICE-X

           EVALUATE WS-OFFER-PRICE-X
               WHEN "CMA"
                   MOVE "MEDIAN" TO WS-CMA-BASIS
               WHEN "CMALOW"
                   MOVE "LOW" TO WS-CMA-BASIS
               WHEN "CMAHIGH"
                   MOVE "HIGH" TO WS-CMA-BASIS
               WHEN OTHER
                   UNSTRING LS-REQUEST DELIMITED BY '|'
                       INTO WS-PROPERTY-ID
                            WS-OFFER-PRICE
           END-EVALUATE.

       VALIDATE-REQUEST.
           IF WS-PROPERTY-ID = SPACES
               EXIT PARAGRAPH
           END-IF

           IF WS-CMA-BASIS NOT = SPACES
               PERFORM FIND-CMA-PRICE
               IF WS-STATUS NOT = '00'
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF WS-OFFER-PRICE <= ZERO
               MOVE '02' TO WS-STATUS
               MOVE "Invalid offer price" TO WS-MESSAGE
           END-IF.

      *****************************************************************
      * CMARESULT.DAT IS APPEND-ONLY, SO THE LAST RANGE ('S') RECORD
      * FILED UNDER THE PROPERTY IS ITS CURRENT CMA.
      *****************************************************************
       FIND-CMA-PRICE.
           MOVE ZERO TO WS-CMA-RUN-DATE
           MOVE ZERO TO WS-CMA-COMP-COUNT

           OPEN INPUT CMA-RESULT-FILE

           IF WS-CMA-STATUS = '00'
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM READ-CMA-RESULT
               PERFORM UNTIL WS-END-OF-FILE
                   IF CR-SUBJECT-ID = WS-PROPERTY-ID AND CR-RANGE
                       MOVE CR-RUN-TIMESTAMP(1:8) TO WS-CMA-RUN-DATE
                       MOVE CR-COMP-COUNT TO WS-CMA-COMP-COUNT
                       EVALUATE WS-CMA-BASIS
                           WHEN "LOW"
                               MOVE CR-LOW-PRICE TO WS-OFFER-PRICE
                           WHEN "HIGH"
                               MOVE CR-HIGH-PRICE TO WS-OFFER-PRICE
                           WHEN OTHER
                               MOVE CR-MEDIAN-PRICE TO WS-OFFER-PRICE
                       END-EVALUATE
                   END-IF
                   PERFORM READ-CMA-RESULT
               END-PERFORM
               CLOSE CMA-RESULT-FILE
           END-IF

           IF WS-CMA-RUN-DATE = ZERO
               MOVE '05' TO WS-STATUS
               MOVE "No CMA on file for property" TO WS-MESSAGE
           END-IF.

       READ-CMA-RESULT.
           READ CMA-RESULT-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

      *****************************************************************
      * THE COMMISSION RATE COMES FROM THE LISTING RECORD, THE SAME
      * RATE PROCESS-COMMISSION CHARGES AGAINST, FALLING BACK TO THE
           MOVE WS-OFFER-PRICE TO WS-SHL-AMOUNT
           PERFORM WRITE-SHEET-LINE

           IF WS-CMA-BASIS NOT = SPACES
               MOVE SPACES TO REPORT-LINE
               STRING "  PRICED AT CMA " DELIMITED BY SIZE
                      WS-CMA-BASIS DELIMITED BY SPACE
                      " OF " DELIMITED BY SIZE
                      WS-CMA-RUN-DATE DELIMITED BY SIZE
                      ", " DELIMITED BY SIZE
                      WS-CMA-COMP-COUNT DELIMITED BY SIZE
                      " COMPS" DELIMITED BY SIZE
                      INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF

           MOVE "COMMISSION" TO WS-SHL-LABEL
           COMPUTE WS-SHL-WORK = WS-COMMISSION * -1
           MOVE WS-SHL-WORK TO WS-SHL-AMOUNT
