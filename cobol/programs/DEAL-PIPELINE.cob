      * STAND" WITHOUT GREPPING FIVE FILES: ONE LINE PER DEAL WITH
      * ITS PROPERTY, MILESTONE, LINKED MORTGAGE AND EXPECTED CLOSING
      * DATE, GROUPED COUNTS BY STAGE, AND A FLAG ON EVERY OPEN DEAL
      * THAT HAS SAILED PAST ITS EXPECTED CLOSING DATE. CANCELLED
      * DEALS ARE KEPT OUT OF THE OPEN PIPELINE AND REPORTED IN
      * THEIR OWN SECTION FROM THE FALL-THROUGH LOG, WITH COUNTS BY
      * OFFICE AND BY CANCELLATION REASON.
      *****************************************************************

       ENVIRONMENT DIVISION.
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

           SELECT DEAL-CANCEL-FILE ASSIGN TO "DEALCANCEL.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-DCANCEL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DEAL-MASTER.
       FD  PIPELINE-REPORT.
       01  REPORT-LINE             PIC X(120).

      *****************************************************************
      * APPEND-ONLY FALL-THROUGH LOG WRITTEN BY CREDITCARD.COB'S
      * "CANCEL" REQUEST - ONE RECORD PER CANCELLED DEAL.
      *****************************************************************
       FD  DEAL-CANCEL-FILE.
       01  DEAL-CANCEL-RECORD.
           05  DC-DEAL-ID          PIC X(20).
           05  DC-PROPERTY-ID      PIC X(20).
           05  DC-OFFICE-ID        PIC X(20).
           05  DC-LIST-AGENT-ID    PIC X(20).
           05  DC-REASON-CODE      PIC X(10).
           05  DC-DISPOSITION      PIC X(8).
           05  DC-HOLD-AMOUNT      PIC 9(7)V99.
           05  DC-BUYER-AMOUNT     PIC 9(7)V99.
           05  DC-SELLER-AMOUNT    PIC 9(7)V99.
           05  DC-CLAWBACK-AMOUNT  PIC 9(7)V99.
           05  DC-OPERATOR-ID      PIC X(20).
           05  DC-PRIOR-MILESTONE  PIC X(12).
           05  DC-TIMESTAMP        PIC 9(14).

       WORKING-STORAGE SECTION.
       01  WS-DEAL-STATUS          PIC XX.
       01  WS-RPT-STATUS           PIC XX.
       01  WS-DCANCEL-STATUS       PIC XX.
       01  WS-EOF-SWITCH           PIC X VALUE 'N'.
           88  WS-END-OF-FILE      VALUE 'Y'.

       01  WS-STAGE-IDX            PIC 9.
       01  WS-PAST-DUE-COUNT       PIC 9(5) VALUE ZERO.
       01  WS-DEAL-COUNT           PIC 9(5) VALUE ZERO.
       01  WS-CANCELLED-COUNT      PIC 9(5) VALUE ZERO.

      *****************************************************************
      * FALL-THROUGH COUNTS BY LISTING OFFICE AND BY REASON CODE,
      * EACH IN FIRST-SEEN ORDER.
      *****************************************************************
       01  WS-FALL-OFFICE-TABLE.
           05  WS-FALL-OFFICE-ENTRY OCCURS 50 TIMES
                   INDEXED BY WS-FALL-OFF-IDX.
               10  WS-FALL-OFFICE-ID   PIC X(20).
               10  WS-FALL-OFFICE-CNT  PIC 9(5).
       01  WS-FALL-OFFICE-USED     PIC 9(2) VALUE ZERO.

       01  WS-FALL-REASON-TABLE.
           05  WS-FALL-REASON-ENTRY OCCURS 20 TIMES
                   INDEXED BY WS-FALL-RSN-IDX.
               10  WS-FALL-REASON-CODE PIC X(10).
               10  WS-FALL-REASON-CNT  PIC 9(5).
       01  WS-FALL-REASON-USED     PIC 9(2) VALUE ZERO.
       01  WS-FALL-FOUND-SW        PIC X.

       01  WS-CURRENT-DATE.
           05  WS-YEAR             PIC 9(4).
           05  FILLER              PIC X(25) VALUE
               "  PAST EXPECTED CLOSING: ".
           05  WS-SUM-PAST-DUE     PIC ZZ,ZZ9.
           05  FILLER              PIC X(19) VALUE
               "  CANCELLED DEALS: ".
           05  WS-SUM-CANCELLED    PIC ZZ,ZZ9.

       01  WS-CANCEL-DETAIL-LINE.
           05  WS-CDL-DEAL-ID      PIC X(22).
           05  WS-CDL-PROPERTY     PIC X(22).
           05  WS-CDL-OFFICE       PIC X(22).
           05  WS-CDL-REASON       PIC X(12).
           05  WS-CDL-PRIOR        PIC X(14).
           05  WS-CDL-DISPOSITION  PIC X(10).
           05  WS-CDL-DATE         PIC 9(8).

       01  WS-FALL-COUNT-LINE.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-FCL-NAME         PIC X(22).
           05  WS-FCL-COUNT        PIC ZZ,ZZ9.

       PROCEDURE DIVISION.

           PERFORM INITIALIZE-PIPELINE
           PERFORM WALK-DEAL-MASTER
           PERFORM WRITE-STAGE-COUNTS
           PERFORM WRITE-CANCELLED-DEALS
           CLOSE PIPELINE-REPORT
           STOP RUN.

           CLOSE DEAL-MASTER.

       REPORT-ONE-DEAL.
           IF DM-MILESTONE = "CANCELLED"
               ADD 1 TO WS-CANCELLED-COUNT
               EXIT PARAGRAPH
           END-IF

           PERFORM COUNT-DEAL-STAGE

           MOVE DM-DEAL-ID TO WS-DTL-DEAL-ID

           MOVE WS-DEAL-COUNT TO WS-SUM-DEALS
           MOVE WS-PAST-DUE-COUNT TO WS-SUM-PAST-DUE
           MOVE WS-CANCELLED-COUNT TO WS-SUM-CANCELLED
           MOVE WS-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

      *****************************************************************
      * CANCELLED DEALS FROM THE FALL-THROUGH LOG - WHAT FELL OUT,
      * FROM WHICH STAGE, WHY, AND WHAT HAPPENED TO THE EARNEST -
      * FOLLOWED BY THE FALL-THROUGH COUNTS BY OFFICE AND BY REASON.
      *****************************************************************
       WRITE-CANCELLED-DEALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "CANCELLED DEALS" TO REPORT-LINE
           WRITE REPORT-LINE

           OPEN INPUT DEAL-CANCEL-FILE

           IF WS-DCANCEL-STATUS NOT = '00'
               MOVE "  NO CANCELLED DEALS ON FILE" TO REPORT-LINE
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-END-OF-FILE
               READ DEAL-CANCEL-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       PERFORM REPORT-ONE-CANCELLATION
               END-READ
           END-PERFORM

           CLOSE DEAL-CANCEL-FILE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "FALL-THROUGHS BY OFFICE" TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM VARYING WS-FALL-OFF-IDX FROM 1 BY 1
                   UNTIL WS-FALL-OFF-IDX > WS-FALL-OFFICE-USED
               MOVE WS-FALL-OFFICE-ID(WS-FALL-OFF-IDX) TO WS-FCL-NAME
               MOVE WS-FALL-OFFICE-CNT(WS-FALL-OFF-IDX)
                   TO WS-FCL-COUNT
               MOVE WS-FALL-COUNT-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "FALL-THROUGHS BY REASON" TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM VARYING WS-FALL-RSN-IDX FROM 1 BY 1
                   UNTIL WS-FALL-RSN-IDX > WS-FALL-REASON-USED
               MOVE WS-FALL-REASON-CODE(WS-FALL-RSN-IDX)
                   TO WS-FCL-NAME
               MOVE WS-FALL-REASON-CNT(WS-FALL-RSN-IDX)
                   TO WS-FCL-COUNT
               MOVE WS-FALL-COUNT-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM.

       REPORT-ONE-CANCELLATION.
           MOVE DC-DEAL-ID TO WS-CDL-DEAL-ID
           MOVE DC-PROPERTY-ID TO WS-CDL-PROPERTY
           MOVE DC-OFFICE-ID TO WS-CDL-OFFICE
           MOVE DC-REASON-CODE TO WS-CDL-REASON
           MOVE DC-PRIOR-MILESTONE TO WS-CDL-PRIOR
           MOVE DC-DISPOSITION TO WS-CDL-DISPOSITION
           MOVE DC-TIMESTAMP(1:8) TO WS-CDL-DATE
           MOVE WS-CANCEL-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 'N' TO WS-FALL-FOUND-SW
           PERFORM VARYING WS-FALL-OFF-IDX FROM 1 BY 1
                   UNTIL WS-FALL-OFF-IDX > WS-FALL-OFFICE-USED
               IF WS-FALL-OFFICE-ID(WS-FALL-OFF-IDX) = DC-OFFICE-ID
                   ADD 1 TO WS-FALL-OFFICE-CNT(WS-FALL-OFF-IDX)
                   MOVE 'Y' TO WS-FALL-FOUND-SW
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WS-FALL-FOUND-SW = 'N' AND WS-FALL-OFFICE-USED < 50
               ADD 1 TO WS-FALL-OFFICE-USED
               SET WS-FALL-OFF-IDX TO WS-FALL-OFFICE-USED
               MOVE DC-OFFICE-ID TO WS-FALL-OFFICE-ID(WS-FALL-OFF-IDX)
               MOVE 1 TO WS-FALL-OFFICE-CNT(WS-FALL-OFF-IDX)
           END-IF

           MOVE 'N' TO WS-FALL-FOUND-SW
           PERFORM VARYING WS-FALL-RSN-IDX FROM 1 BY 1
                   UNTIL WS-FALL-RSN-IDX > WS-FALL-REASON-USED
               IF WS-FALL-REASON-CODE(WS-FALL-RSN-IDX) =
                       DC-REASON-CODE
                   ADD 1 TO WS-FALL-REASON-CNT(WS-FALL-RSN-IDX)
                   MOVE 'Y' TO WS-FALL-FOUND-SW
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WS-FALL-FOUND-SW = 'N' AND WS-FALL-REASON-USED < 20
               ADD 1 TO WS-FALL-REASON-USED
               SET WS-FALL-RSN-IDX TO WS-FALL-REASON-USED
               MOVE DC-REASON-CODE
                   TO WS-FALL-REASON-CODE(WS-FALL-RSN-IDX)
               MOVE 1 TO WS-FALL-REASON-CNT(WS-FALL-RSN-IDX)
           END-IF.
