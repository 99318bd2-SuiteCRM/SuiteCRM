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

       FD  POSTING-REPORT.
       01  REPORT-LINE             PIC X(110).
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

           MOVE WS-MTG-TAX(WS-MTG-SEARCH-IDX) TO MONTHLY-TAX-AMOUNT
           MOVE WS-MTG-INS(WS-MTG-SEARCH-IDX) TO MONTHLY-INS-AMOUNT
           MOVE WS-MTG-HOA(WS-MTG-SEARCH-IDX) TO MONTHLY-HOA-AMOUNT
           MOVE WS-MTG-PMI(WS-MTG-SEARCH-IDX) TO MONTHLY-PMI-AMOUNT
           MOVE WS-MTG-ORIG-VALUE(WS-MTG-SEARCH-IDX)
               TO ORIGINAL-PROPERTY-VALUE
           MOVE WS-MTG-PMI-INSURER(WS-MTG-SEARCH-IDX) TO PMI-INSURER-ID
           MOVE WS-MTG-PMI-STATUS(WS-MTG-SEARCH-IDX) TO PMI-STATUS
           MOVE WS-MTG-PMI-DATE(WS-MTG-SEARCH-IDX) TO PMI-STATUS-DATE
           MOVE WS-MTG-POINTS(WS-MTG-SEARCH-IDX) TO POINTS-PAID

           WRITE MORTGAGE-RECORD

