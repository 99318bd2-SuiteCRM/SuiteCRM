      * EARNEST MONEY ON THE ESCROW LEDGER IS FLAGGED EARNEST AT RISK
      * - THOSE ARE THE ONES WHERE THE HELD FUNDS ARE IN PLAY. RUNS
      * IN THE NIGHTLY STREAM NEXT TO THE DEAL PIPELINE REPORT;
      * READ-ONLY AND SAFE STANDALONE. DEADLINES ON A CANCELLED DEAL
      * ARE NO LONGER LIVE AND ARE LEFT OFF; THE FALL-THROUGHS
      * THEMSELVES ARE COUNTED BY OFFICE AND REASON IN A SEPARATE
      * SECTION AT THE FOOT OF THE REPORT.
      *****************************************************************

       ENVIRONMENT DIVISION.
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-BUSDATE-STATUS.

           SELECT DEAL-CANCEL-FILE ASSIGN TO "DEALCANCEL.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-DCANCEL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DEAL-DATES-FILE.
           05  BD-BUSINESS-DATE    PIC 9(8).
           05  BD-TIMESTAMP        PIC 9(14).

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
       01  WS-BUSDATE-STATUS       PIC XX.
       01  WS-DCANCEL-STATUS       PIC XX.
       01  WS-DATES-STATUS         PIC XX.
       01  WS-DEAL-STATUS          PIC XX.
       01  WS-AGENT-STATUS         PIC XX.

       01  WS-OFFICE-COUNT         PIC 9(2) VALUE ZERO.

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
       01  WS-FALL-TOTAL           PIC 9(5) VALUE ZERO.

       01  WS-EVALUATE-WORK.
           05  WS-DUE-INT          PIC 9(7).
           05  WS-DAYS-OUT         PIC S9(5).
           05  WS-DEAL-UPDATED     PIC 9(8).
           05  WS-DEAL-EARNEST     PIC X(20).
           05  WS-HOLD-OPEN-SW     PIC X.
           05  WS-DEAL-MILESTONE   PIC X(12).

       01  WS-CURRENT-DATE.
           05  WS-YEAR             PIC 9(4).
               "DEADLINES REPORTED: ".
           05  WS-SUM-COUNT        PIC ZZ,ZZ9.

       01  WS-FALL-COUNT-LINE.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-FCL-NAME         PIC X(22).
           05  WS-FCL-COUNT        PIC ZZ,ZZ9.

       01  WS-FALL-SUMMARY-LINE.
           05  FILLER              PIC X(20) VALUE
               "CANCELLED DEALS:    ".
           05  WS-FSM-COUNT        PIC ZZ,ZZ9.

       PROCEDURE DIVISION.

       MAIN-PROCESS.

           PERFORM LOOKUP-DEAL-FOR-DEADLINE

           IF WS-DEAL-MILESTONE = "CANCELLED"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-ROW-NOTE-WK
           IF WS-DAYS-OUT < ZERO
               MOVE "PAST DUE" TO WS-ROW-NOTE-WK
           MOVE "UNKNOWN" TO WS-ROW-OFFICE-WK
           MOVE SPACES TO WS-DEAL-PROPERTY
           MOVE SPACES TO WS-DEAL-EARNEST
           MOVE SPACES TO WS-DEAL-MILESTONE
           MOVE ZERO TO WS-DEAL-UPDATED

           OPEN INPUT DEAL-MASTER
                   MOVE DM-PROPERTY-ID TO WS-DEAL-PROPERTY
                   MOVE DM-EARNEST-TRANS-ID TO WS-DEAL-EARNEST
                   MOVE DM-LAST-UPDATE(1:8) TO WS-DEAL-UPDATED
                   MOVE DM-MILESTONE TO WS-DEAL-MILESTONE
           END-READ

           CLOSE DEAL-MASTER
           MOVE WS-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM WRITE-FALL-THROUGH-SECTION

           CLOSE CRITICAL-REPORT.

      *****************************************************************
      * CANCELLED DEALS, KEPT APART FROM THE LIVE DEADLINES ABOVE -
      * FALL-THROUGH COUNTS BY OFFICE AND BY REASON FROM THE
      * FALL-THROUGH LOG.
      *****************************************************************
       WRITE-FALL-THROUGH-SECTION.
           OPEN INPUT DEAL-CANCEL-FILE

           IF WS-DCANCEL-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-END-OF-FILE
               READ DEAL-CANCEL-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       PERFORM COUNT-ONE-FALL-THROUGH
               END-READ
           END-PERFORM

           CLOSE DEAL-CANCEL-FILE
           MOVE 'N' TO WS-EOF-SWITCH

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
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-FALL-TOTAL TO WS-FSM-COUNT
           MOVE WS-FALL-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       COUNT-ONE-FALL-THROUGH.
           ADD 1 TO WS-FALL-TOTAL

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

       WRITE-ONE-OFFICE-GROUP.
           MOVE WS-OFF-ID(WS-OFF-IDX) TO WS-OHD-OFFICE-ID
           MOVE WS-OFFICE-HEADING-LINE TO REPORT-LINE
