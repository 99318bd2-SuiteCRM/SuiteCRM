       IDENTIFICATION DIVISION.
       PROGRAM-ID. LISTING-EXPIRE.
       AUTHOR. SUITECRM-REAL-ESTATE.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * DAILY LISTING AGREEMENT EXPIRATION RUN
      * WALKS PROPERTY-MASTER.DAT AND LOOKS AT THE LISTING AGREEMENT
      * END DATE (PM-AGREEMENT-END, CARRIED IN FROM THE MLS BY
      * MAINFRAME.COB'S PROPERTY-SYNC AND FEED-SYNC) OF EVERY ACTIVE
      * LISTING:
      *   - 30 DAYS BEFORE THE END DATE A 30DAY NOTICE, AND 7 DAYS
      *     BEFORE IT A 7DAY NOTICE, GOES TO THE LISTING AGENT AND
      *     TO THEIR OFFICE MANAGER (OM-MANAGER-AGENT-ID ON
      *     OFFICEMST.DAT), E-MAIL ADDRESSES FROM AGENT-MASTER.
      *   - ON OR AFTER THE END DATE AN UNRENEWED LISTING IS MOVED
      *     TO EXPIRED THROUGH MAINFRAME.COB'S "LISTING-STATUS"
      *     REQUEST, SO THE MOVE IS POLICED BY VALIDATE-STATUS-
      *     TRANSITION AND LEAVES ITS PM-STATUS RECORD ON
      *     PROPAUDIT.DAT, AND AN EXPIRED NOTICE GOES OUT THE SAME
      *     WAY. A LISTING WITH AN OPEN DEAL ON DEALMST.DAT (NOT YET
      *     CLOSED OR CANCELLED) IS NOT EXPIRED - IT IS REPORTED
      *     HELD EVERY DAY UNTIL THE DEAL OR THE AGREEMENT MOVES.
      * A LISTING WITH NO END DATE ON FILE (ZERO) HAS NO KNOWN TERM
      * AND IS LEFT ALONE. A RENEWAL IS MAINFRAME.COB'S
      * "LISTING-RENEW" REQUEST, WHICH MOVES THE END DATE OUT.
      * EVERY NOTICE IS ONE RECORD ON THE APPEND-ONLY LSTNOTICE.DAT,
      * WHICH IS ALSO THE RERUN GUARD - A NOTICE ALREADY ON IT FOR
      * THE SAME LISTING, END DATE AND KIND IS NOT SENT AGAIN, SO A
      * RENEWED AGREEMENT GETS A FRESH SET OF WARNINGS.
      * LISTEXPIRE.RPT SHOWS EVERY LISTING INSIDE THE 30-DAY WINDOW
      * GROUPED BY OFFICE AND AGENT. A LISTING MAINFRAME.COB REFUSED
      * TO EXPIRE ENDS THE RUN WITH RETURN CODE 4.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROPERTY-MASTER ASSIGN TO "PROPERTY-MASTER.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PM-PROPERTY-ID
                  FILE STATUS IS WS-PROP-STATUS.

           SELECT DEAL-MASTER ASSIGN TO "DEALMST.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS DM-DEAL-ID
                  FILE STATUS IS WS-DEAL-STATUS.

           SELECT AGENT-MASTER ASSIGN TO "AGENT-MASTER.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS AM-AGENT-ID
                  FILE STATUS IS WS-AGENT-STATUS.

           SELECT OFFICE-MASTER ASSIGN TO "OFFICEMST.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS OM-OFFICE-ID
                  FILE STATUS IS WS-OFFICE-STATUS.

           SELECT LISTING-NOTICE-FILE ASSIGN TO "LSTNOTICE.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-NOTICE-STATUS.

           SELECT EXPIRE-REPORT ASSIGN TO "LISTEXPIRE.RPT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PROPERTY-MASTER.
       01  PROPERTY-MASTER-REC.
           05  PM-PROPERTY-ID      PIC X(20).
           05  PM-MLS-NUMBER       PIC X(20).
           05  PM-ADDRESS          PIC X(100).
           05  PM-CITY             PIC X(30).
           05  PM-STATE            PIC XX.
           05  PM-ZIP              PIC X(10).
           05  PM-LIST-PRICE       PIC 9(9)V99.
           05  PM-BEDROOMS         PIC 99.
           05  PM-BATHROOMS        PIC 99V9.
           05  PM-SQUARE-FEET      PIC 9(6).
           05  PM-LOT-SIZE         PIC 9(6)V99.
           05  PM-YEAR-BUILT       PIC 9(4).
           05  PM-STATUS           PIC X(20).
           05  PM-LIST-DATE        PIC 9(8).
           05  PM-LAST-UPDATE      PIC 9(14).
           05  PM-LIST-AGENT-ID    PIC X(20).
           05  PM-AGREEMENT-START  PIC 9(8).
           05  PM-AGREEMENT-END    PIC 9(8).

       FD  DEAL-MASTER.
       01  DEAL-MASTER-REC.
           05  DM-DEAL-ID          PIC X(20).
           05  DM-PROPERTY-ID      PIC X(20).
           05  DM-BUYER-ACCOUNT    PIC X(20).
           05  DM-LIST-AGENT-ID    PIC X(20).
           05  DM-SELL-AGENT-ID    PIC X(20).
           05  DM-MORTGAGE-ID      PIC X(20).
           05  DM-EARNEST-TRANS-ID PIC X(20).
           05  DM-EARNEST-PAYMENT-ID PIC X(20).
           05  DM-CLOSING-PAYMENT-ID PIC X(20).
           05  DM-EXPECTED-CLOSE-DATE PIC 9(8).
           05  DM-MILESTONE        PIC X(12).
           05  DM-LAST-UPDATE      PIC 9(14).

       FD  AGENT-MASTER.
       01  AGENT-MASTER-REC.
           05  AM-AGENT-ID         PIC X(20).
           05  AM-LICENSE-NUMBER   PIC X(20).
           05  AM-FIRST-NAME       PIC X(30).
           05  AM-LAST-NAME        PIC X(30).
           05  AM-EMAIL            PIC X(50).
           05  AM-PHONE            PIC X(20).
           05  AM-OFFICE-ID        PIC X(20).
           05  AM-COMMISSION-RATE  PIC 99V99.
           05  AM-STATUS           PIC X.
           05  AM-JOIN-DATE        PIC 9(8).
           05  AM-YTD-SALES        PIC 9(9)V99.
           05  AM-TOTAL-SALES      PIC 9(9)V99.
           05  AM-LICENSE-EXPIRATION PIC 9(8).

       FD  OFFICE-MASTER.
       01  OFFICE-MASTER-REC.
           05  OM-OFFICE-ID        PIC X(20).
           05  OM-OFFICE-NAME      PIC X(40).
           05  OM-MANAGER-NAME     PIC X(30).
           05  OM-AGENT-SPLIT-PCT  PIC 99V99.
           05  OM-OFFICE-SPLIT-PCT PIC 99V99.
           05  OM-HOUSE-SPLIT-PCT  PIC 99V99.
           05  OM-MANAGER-AGENT-ID PIC X(20).

      *****************************************************************
      * APPEND-ONLY LISTING AGREEMENT NOTICE LOG - ONE RECORD PER
      * NOTICE, ADDRESSED TO THE LISTING AGENT AND THE OFFICE MANAGER.
      * KIND IS 30DAY, 7DAY OR EXPIRED.
      *****************************************************************
       FD  LISTING-NOTICE-FILE.
       01  LISTING-NOTICE-RECORD.
           05  LN-PROPERTY-ID      PIC X(20).
           05  LN-AGREEMENT-END    PIC 9(8).
           05  LN-NOTICE-KIND      PIC X(8).
           05  LN-AGENT-ID         PIC X(20).
           05  LN-AGENT-EMAIL      PIC X(50).
           05  LN-OFFICE-ID        PIC X(20).
           05  LN-MANAGER-ID       PIC X(20).
           05  LN-MANAGER-EMAIL    PIC X(50).
           05  LN-ADDRESS          PIC X(100).
           05  LN-NOTICE-DATE      PIC 9(8).
           05  LN-TIMESTAMP        PIC 9(14).

       FD  EXPIRE-REPORT.
       01  REPORT-LINE             PIC X(110).

      *****************************************************************
      * SYSTEM-WIDE BUSINESS PROCESSING DATE, MAINTAINED BY THE
      * BUSDATE-OPEN AND BUSDATE-ADVANCE DRIVER STEPS. WHEN PRESENT
      * IT OVERRIDES THE MACHINE CLOCK.
      *****************************************************************
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           05  BD-BUSINESS-DATE    PIC 9(8).
           05  BD-TIMESTAMP        PIC 9(14).

       WORKING-STORAGE SECTION.
       01  WS-PROP-STATUS          PIC XX.
       01  WS-DEAL-STATUS          PIC XX.
       01  WS-AGENT-STATUS         PIC XX.
       01  WS-OFFICE-STATUS        PIC XX.
       01  WS-NOTICE-STATUS        PIC XX.
       01  WS-RPT-STATUS           PIC XX.
       01  WS-BUSDATE-STATUS       PIC XX.
       01  WS-EOF-SWITCH           PIC X VALUE 'N'.
           88  WS-END-OF-FILE      VALUE 'Y'.
       01  WS-AGENT-OPEN-SW        PIC X VALUE 'N'.
       01  WS-OFFICE-OPEN-SW       PIC X VALUE 'N'.
       01  WS-NOTICE-OPEN-SW       PIC X VALUE 'N'.

       01  WS-TODAY-DATE           PIC 9(8).
       01  WS-TODAY-INT            PIC 9(7).

       01  WS-FIRST-WARN-DAYS      PIC 9(3) VALUE 30.
       01  WS-FINAL-WARN-DAYS      PIC 9(3) VALUE 7.

      *****************************************************************
      * NOTICES ALREADY SENT FOR AN AGREEMENT STILL RUNNING. ONLY THE
      * WARNINGS ARE KEPT - AN EXPIRED LISTING IS NO LONGER ACTIVE
      * AND NEVER COMES BACK THROUGH THE SWEEP.
      *****************************************************************
       01  WS-SENT-TABLE.
           05  WS-SENT-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-SENT-IDX.
               10  WS-SENT-PROPERTY    PIC X(20).
               10  WS-SENT-END         PIC 9(8).
               10  WS-SENT-KIND        PIC X(8).

       01  WS-SENT-COUNT-USED      PIC 9(4) VALUE ZERO.

      *****************************************************************
      * PROPERTIES WITH AN OPEN DEAL, FROM ONE PASS OF DEALMST.DAT.
      *****************************************************************
       01  WS-OPEN-DEAL-TABLE.
           05  WS-ODL-ENTRY OCCURS 1000 TIMES
                   INDEXED BY WS-ODL-IDX.
               10  WS-ODL-PROPERTY     PIC X(20).

       01  WS-ODL-COUNT-USED       PIC 9(4) VALUE ZERO.

      *****************************************************************
      * LISTINGS PAST THEIR END DATE WITH NO OPEN DEAL, HELD UNTIL THE
      * SWEEP HAS CLOSED PROPERTY-MASTER SO MAINFRAME.COB CAN OPEN IT
      * FOR UPDATE.
      *****************************************************************
       01  WS-EXPIRE-TABLE.
           05  WS-EXP-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-EXP-IDX.
               10  WS-EXP-PROPERTY     PIC X(20).
               10  WS-EXP-END          PIC 9(8).
               10  WS-EXP-AGENT        PIC X(20).
               10  WS-EXP-AGENT-EMAIL  PIC X(50).
               10  WS-EXP-OFFICE       PIC X(20).
               10  WS-EXP-MANAGER      PIC X(20).
               10  WS-EXP-MGR-EMAIL    PIC X(50).
               10  WS-EXP-ADDRESS      PIC X(100).

       01  WS-EXP-COUNT-USED       PIC 9(3) VALUE ZERO.

      *****************************************************************
      * THE REPORTABLE ROWS, CARRYING THE OFFICE AND AGENT SO THE
      * REPORT CAN GROUP FIRST-SEEN-OFFICE-FIRST THE WAY THE CRITICAL
      * DATES REPORT DOES.
      *****************************************************************
       01  WS-ROW-TABLE.
           05  WS-ROW-ENTRY OCCURS 1000 TIMES
                   INDEXED BY WS-ROW-IDX.
               10  WS-ROW-OFFICE       PIC X(20).
               10  WS-ROW-AGENT        PIC X(20).
               10  WS-ROW-PROPERTY     PIC X(20).
               10  WS-ROW-END          PIC 9(8).
               10  WS-ROW-KIND         PIC X(8).
               10  WS-ROW-NOTE         PIC X(22).

       01  WS-ROW-COUNT-USED       PIC 9(4) VALUE ZERO.

       01  WS-OFFICE-LIST.
           05  WS-OFF-ENTRY OCCURS 50 TIMES
                   INDEXED BY WS-OFF-IDX.
               10  WS-OFF-ID           PIC X(20).

       01  WS-OFFICE-COUNT         PIC 9(2) VALUE ZERO.

       01  WS-EVALUATE-WORK.
           05  WS-END-INT          PIC 9(7).
           05  WS-DAYS-OUT         PIC S9(5).
           05  WS-FOUND-SWITCH     PIC X.
           05  WS-WRK-KIND         PIC X(8).
           05  WS-WRK-NOTE         PIC X(22).
           05  WS-WRK-PROPERTY     PIC X(20).
           05  WS-WRK-END          PIC 9(8).
           05  WS-WRK-ADDRESS      PIC X(100).
           05  WS-WRK-AGENT        PIC X(20).
           05  WS-WRK-AGENT-EMAIL  PIC X(50).
           05  WS-WRK-OFFICE       PIC X(20).
           05  WS-WRK-MANAGER      PIC X(20).
           05  WS-WRK-MGR-EMAIL    PIC X(50).

      *****************************************************************
      * MAINFRAME.COB "LISTING-STATUS" CALL AREA - THE SAME REQUEST
      * CREDITCARD.COB USES TO PUT A LISTING BACK ON THE MARKET.
      *****************************************************************
       01  WS-LISTING-REQUEST.
           05  WS-LSTREQ-TYPE      PIC X(20) VALUE "LISTING-STATUS".
           05  WS-LSTREQ-DATA      PIC X(500).
       01  WS-LISTING-RESPONSE     PIC X(150).
       01  WS-LISTING-RESULT.
           05  WS-LSTRES-RC        PIC XX.
           05  WS-LSTRES-SYNC-ID   PIC X(20).
           05  WS-LSTRES-RECORDS   PIC X(6).
           05  WS-LSTRES-MESSAGE   PIC X(100).

       01  WS-RUN-TOTALS.
           05  WS-FIRST-SENT       PIC 9(5) VALUE ZERO.
           05  WS-FINAL-SENT       PIC 9(5) VALUE ZERO.
           05  WS-EXPIRED-COUNT    PIC 9(5) VALUE ZERO.
           05  WS-HELD-COUNT       PIC 9(5) VALUE ZERO.
           05  WS-REFUSED-COUNT    PIC 9(5) VALUE ZERO.

       01  WS-CURRENT-DATE.
           05  WS-YEAR             PIC 9(4).
           05  WS-MONTH            PIC 99.
           05  WS-DAY              PIC 99.

       01  WS-CURRENT-TIME.
           05  WS-HOUR             PIC 99.
           05  WS-MINUTE           PIC 99.
           05  WS-SECOND           PIC 99.

       01  WS-REPORT-HEADING.
           05  FILLER              PIC X(36) VALUE
               "LISTING AGREEMENT EXPIRATIONS".
           05  FILLER              PIC X(6)  VALUE "DATE: ".
           05  WS-HDR-DATE         PIC 9(8).

       01  WS-OFFICE-HEADING-LINE.
           05  FILLER              PIC X(8)  VALUE "OFFICE: ".
           05  WS-OHD-OFFICE-ID    PIC X(20).

       01  WS-DETAIL-LINE.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-DTL-AGENT        PIC X(22).
           05  WS-DTL-PROPERTY     PIC X(22).
           05  WS-DTL-END          PIC 9(8).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-DTL-KIND         PIC X(10).
           05  WS-DTL-NOTE         PIC X(22).

       01  WS-SUMMARY-LINE.
           05  FILLER              PIC X(16) VALUE "30-DAY NOTICES: ".
           05  WS-SUM-FIRST        PIC ZZ,ZZ9.
           05  FILLER              PIC X(18) VALUE
               "   7-DAY NOTICES: ".
           05  WS-SUM-FINAL        PIC ZZ,ZZ9.
           05  FILLER              PIC X(12) VALUE "   EXPIRED: ".
           05  WS-SUM-EXPIRED      PIC ZZ,ZZ9.
           05  FILLER              PIC X(9)  VALUE "   HELD: ".
           05  WS-SUM-HELD         PIC ZZ,ZZ9.
           05  FILLER              PIC X(12) VALUE "   REFUSED: ".
           05  WS-SUM-REFUSED      PIC ZZ,ZZ9.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           PERFORM INITIALIZE-EXPIRE
           PERFORM LOAD-SENT-NOTICES
           PERFORM LOAD-OPEN-DEALS
           PERFORM OPEN-LOOKUP-FILES
           PERFORM SWEEP-ACTIVE-LISTINGS
           PERFORM EXPIRE-ENDED-LISTINGS
           PERFORM CLOSE-LOOKUP-FILES
           PERFORM WRITE-EXPIRE-REPORT

           IF WS-REFUSED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.

       INITIALIZE-EXPIRE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-CURRENT-TIME
           PERFORM GET-BUSINESS-DATE
           STRING WS-YEAR WS-MONTH WS-DAY
                  DELIMITED BY SIZE
                  INTO WS-TODAY-DATE
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
           MOVE 'N' TO WS-EOF-SWITCH.

      *****************************************************************
      * WARNINGS FOR AN AGREEMENT THAT HAS ALREADY ENDED CAN NEVER
      * MATCH AGAIN, SO ONLY THOSE FOR END DATES FROM TODAY ON ARE
      * KEPT - THE LOG ITSELF GROWS FOREVER, THE TABLE DOES NOT.
      *****************************************************************
       LOAD-SENT-NOTICES.
           OPEN INPUT LISTING-NOTICE-FILE

           IF WS-NOTICE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-END-OF-FILE
               READ LISTING-NOTICE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF LN-NOTICE-KIND NOT = "EXPIRED"
                               AND LN-AGREEMENT-END NOT < WS-TODAY-DATE
                           PERFORM NOTE-ONE-SENT-NOTICE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE LISTING-NOTICE-FILE
           MOVE 'N' TO WS-EOF-SWITCH.

       NOTE-ONE-SENT-NOTICE.
           IF WS-SENT-COUNT-USED >= 2000
               PERFORM ABORT-ON-TABLE-OVERFLOW
           END-IF

           ADD 1 TO WS-SENT-COUNT-USED
           SET WS-SENT-IDX TO WS-SENT-COUNT-USED
           MOVE LN-PROPERTY-ID TO WS-SENT-PROPERTY(WS-SENT-IDX)
           MOVE LN-AGREEMENT-END TO WS-SENT-END(WS-SENT-IDX)
           MOVE LN-NOTICE-KIND TO WS-SENT-KIND(WS-SENT-IDX).

      *****************************************************************
      * AN OPEN DEAL IS ONE NOT YET CLOSED OR CANCELLED - THE SAME
      * TEST MAINFRAME.COB USES WHEN A SOLD LISTING CLOSES ITS DEAL.
      *****************************************************************
       LOAD-OPEN-DEALS.
           OPEN INPUT DEAL-MASTER

           IF WS-DEAL-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-EOF-SWITCH
           MOVE LOW-VALUES TO DM-DEAL-ID
           START DEAL-MASTER KEY IS NOT LESS THAN DM-DEAL-ID
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-START

           PERFORM UNTIL WS-END-OF-FILE
               READ DEAL-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF DM-MILESTONE NOT = "CLOSED"
                               AND DM-MILESTONE NOT = "CANCELLED"
                           PERFORM NOTE-ONE-OPEN-DEAL
                       END-IF
               END-READ
           END-PERFORM

           CLOSE DEAL-MASTER
           MOVE 'N' TO WS-EOF-SWITCH.

       NOTE-ONE-OPEN-DEAL.
           IF WS-ODL-COUNT-USED >= 1000
               PERFORM ABORT-ON-TABLE-OVERFLOW
           END-IF

           ADD 1 TO WS-ODL-COUNT-USED
           SET WS-ODL-IDX TO WS-ODL-COUNT-USED
           MOVE DM-PROPERTY-ID TO WS-ODL-PROPERTY(WS-ODL-IDX).

       OPEN-LOOKUP-FILES.
           OPEN INPUT AGENT-MASTER
           IF WS-AGENT-STATUS = '00'
               MOVE 'Y' TO WS-AGENT-OPEN-SW
           END-IF

           OPEN INPUT OFFICE-MASTER
           IF WS-OFFICE-STATUS = '00'
               MOVE 'Y' TO WS-OFFICE-OPEN-SW
           END-IF

           OPEN EXTEND LISTING-NOTICE-FILE
           IF WS-NOTICE-STATUS NOT = '00'
               OPEN OUTPUT LISTING-NOTICE-FILE
           END-IF
           IF WS-NOTICE-STATUS = '00'
               MOVE 'Y' TO WS-NOTICE-OPEN-SW
           END-IF.

       CLOSE-LOOKUP-FILES.
           IF WS-AGENT-OPEN-SW = 'Y'
               CLOSE AGENT-MASTER
           END-IF
           IF WS-OFFICE-OPEN-SW = 'Y'
               CLOSE OFFICE-MASTER
           END-IF
           IF WS-NOTICE-OPEN-SW = 'Y'
               CLOSE LISTING-NOTICE-FILE
           END-IF.

      *****************************************************************
      * WALKS PROPERTY-MASTER.DAT IN KEY ORDER THE SAME WAY
      * PROPERTY-DUPCHECK.COB DOES. ONLY AN ACTIVE LISTING WITH A
      * KNOWN END DATE IS LOOKED AT.
      *****************************************************************
       SWEEP-ACTIVE-LISTINGS.
           OPEN INPUT PROPERTY-MASTER

           IF WS-PROP-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-EOF-SWITCH
           MOVE LOW-VALUES TO PM-PROPERTY-ID
           START PROPERTY-MASTER KEY IS NOT LESS THAN PM-PROPERTY-ID
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-START

           PERFORM UNTIL WS-END-OF-FILE
               READ PROPERTY-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF PM-STATUS = "ACTIVE"
                               AND PM-AGREEMENT-END IS NUMERIC
                               AND PM-AGREEMENT-END NOT = ZERO
                           PERFORM EVALUATE-ONE-LISTING
                       END-IF
               END-READ
           END-PERFORM

           CLOSE PROPERTY-MASTER
           MOVE 'N' TO WS-EOF-SWITCH.

      *****************************************************************
      * THE 7-DAY WARNING TAKES OVER FROM THE 30-DAY ONE, SO A LISTING
      * FIRST SEEN INSIDE THE LAST WEEK GETS ONLY THE 7-DAY WARNING.
      * A LISTING AT OR PAST ITS END DATE IS EXPIRED AFTER THE SWEEP
      * UNLESS A DEAL IS OPEN ON IT.
      *****************************************************************
       EVALUATE-ONE-LISTING.
           COMPUTE WS-END-INT =
               FUNCTION INTEGER-OF-DATE(PM-AGREEMENT-END)
           COMPUTE WS-DAYS-OUT = WS-END-INT - WS-TODAY-INT

           IF WS-END-INT = ZERO
                   OR WS-DAYS-OUT > WS-FIRST-WARN-DAYS
               EXIT PARAGRAPH
           END-IF

           MOVE PM-PROPERTY-ID TO WS-WRK-PROPERTY
           MOVE PM-AGREEMENT-END TO WS-WRK-END
           MOVE PM-ADDRESS TO WS-WRK-ADDRESS
           PERFORM LOOKUP-LISTING-PARTIES

           IF WS-DAYS-OUT NOT > ZERO
               PERFORM CHECK-OPEN-DEAL
               IF WS-FOUND-SWITCH = 'Y'
                   ADD 1 TO WS-HELD-COUNT
                   MOVE "HELD" TO WS-WRK-KIND
                   MOVE "OPEN DEAL - NOT EXPIRED" TO WS-WRK-NOTE
                   PERFORM ADD-REPORT-ROW
               ELSE
                   PERFORM NOTE-EXPIRE-CANDIDATE
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF WS-DAYS-OUT NOT > WS-FINAL-WARN-DAYS
               MOVE "7DAY" TO WS-WRK-KIND
           ELSE
               MOVE "30DAY" TO WS-WRK-KIND
           END-IF

           PERFORM CHECK-NOTICE-SENT

           IF WS-FOUND-SWITCH = 'Y'
               MOVE "NOTICE ALREADY SENT" TO WS-WRK-NOTE
           ELSE
               PERFORM WRITE-LISTING-NOTICE
               MOVE "NOTICE SENT" TO WS-WRK-NOTE
               IF WS-WRK-KIND = "7DAY"
                   ADD 1 TO WS-FINAL-SENT
               ELSE
                   ADD 1 TO WS-FIRST-SENT
               END-IF
           END-IF

           PERFORM ADD-REPORT-ROW.

      *****************************************************************
      * THE LISTING AGENT OF RECORD, THEIR OFFICE, AND THE OFFICE
      * MANAGER WHO GETS THE OFFICE COPY. A LISTING WITH NO AGENT ON
      * FILE STILL GETS ITS NOTICE RECORD; IT SHOWS UNDER OFFICE
      * UNKNOWN ON THE REPORT FOR THE BROKER TO PICK UP.
      *****************************************************************
       LOOKUP-LISTING-PARTIES.
           MOVE PM-LIST-AGENT-ID TO WS-WRK-AGENT
           MOVE SPACES TO WS-WRK-AGENT-EMAIL
           MOVE "UNKNOWN" TO WS-WRK-OFFICE
           MOVE SPACES TO WS-WRK-MANAGER
           MOVE SPACES TO WS-WRK-MGR-EMAIL

           IF WS-WRK-AGENT = SPACES
               MOVE "UNASSIGNED" TO WS-WRK-AGENT
               EXIT PARAGRAPH
           END-IF

           IF WS-AGENT-OPEN-SW NOT = 'Y'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-WRK-AGENT TO AM-AGENT-ID
           READ AGENT-MASTER
               INVALID KEY
                   EXIT PARAGRAPH
               NOT INVALID KEY
                   MOVE AM-EMAIL TO WS-WRK-AGENT-EMAIL
                   IF AM-OFFICE-ID NOT = SPACES
                       MOVE AM-OFFICE-ID TO WS-WRK-OFFICE
                   END-IF
           END-READ

           IF WS-OFFICE-OPEN-SW NOT = 'Y'
                   OR WS-WRK-OFFICE = "UNKNOWN"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-WRK-OFFICE TO OM-OFFICE-ID
           READ OFFICE-MASTER
               INVALID KEY
                   EXIT PARAGRAPH
               NOT INVALID KEY
                   MOVE OM-MANAGER-AGENT-ID TO WS-WRK-MANAGER
           END-READ

           IF WS-WRK-MANAGER = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE WS-WRK-MANAGER TO AM-AGENT-ID
           READ AGENT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE AM-EMAIL TO WS-WRK-MGR-EMAIL
           END-READ.

       CHECK-OPEN-DEAL.
           MOVE 'N' TO WS-FOUND-SWITCH
           PERFORM VARYING WS-ODL-IDX FROM 1 BY 1
                   UNTIL WS-ODL-IDX > WS-ODL-COUNT-USED
               IF WS-ODL-PROPERTY(WS-ODL-IDX) = WS-WRK-PROPERTY
                   MOVE 'Y' TO WS-FOUND-SWITCH
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       CHECK-NOTICE-SENT.
           MOVE 'N' TO WS-FOUND-SWITCH
           PERFORM VARYING WS-SENT-IDX FROM 1 BY 1
                   UNTIL WS-SENT-IDX > WS-SENT-COUNT-USED
               IF WS-SENT-PROPERTY(WS-SENT-IDX) = WS-WRK-PROPERTY
                       AND WS-SENT-END(WS-SENT-IDX) = WS-WRK-END
                       AND WS-SENT-KIND(WS-SENT-IDX) = WS-WRK-KIND
                   MOVE 'Y' TO WS-FOUND-SWITCH
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       NOTE-EXPIRE-CANDIDATE.
           IF WS-EXP-COUNT-USED >= 500
               PERFORM ABORT-ON-TABLE-OVERFLOW
           END-IF

           ADD 1 TO WS-EXP-COUNT-USED
           SET WS-EXP-IDX TO WS-EXP-COUNT-USED
           MOVE WS-WRK-PROPERTY TO WS-EXP-PROPERTY(WS-EXP-IDX)
           MOVE WS-WRK-END TO WS-EXP-END(WS-EXP-IDX)
           MOVE WS-WRK-AGENT TO WS-EXP-AGENT(WS-EXP-IDX)
           MOVE WS-WRK-AGENT-EMAIL TO WS-EXP-AGENT-EMAIL(WS-EXP-IDX)
           MOVE WS-WRK-OFFICE TO WS-EXP-OFFICE(WS-EXP-IDX)
           MOVE WS-WRK-MANAGER TO WS-EXP-MANAGER(WS-EXP-IDX)
           MOVE WS-WRK-MGR-EMAIL TO WS-EXP-MGR-EMAIL(WS-EXP-IDX)
           MOVE WS-WRK-ADDRESS TO WS-EXP-ADDRESS(WS-EXP-IDX).

      *****************************************************************
      * EACH ENDED LISTING GOES THROUGH MAINFRAME.COB ONE AT A TIME.
      * A REFUSAL (THE LISTING MOVED UNDER US, OR THE STATE MACHINE
      * WOULD NOT ALLOW IT) LEAVES THE LISTING AS IT IS, SENDS NO
      * NOTICE, AND IS REPORTED FOR FOLLOW-UP BY HAND.
      *****************************************************************
       EXPIRE-ENDED-LISTINGS.
           PERFORM VARYING WS-EXP-IDX FROM 1 BY 1
                   UNTIL WS-EXP-IDX > WS-EXP-COUNT-USED
               PERFORM EXPIRE-ONE-LISTING
           END-PERFORM.

       EXPIRE-ONE-LISTING.
           MOVE WS-EXP-PROPERTY(WS-EXP-IDX) TO WS-WRK-PROPERTY
           MOVE WS-EXP-END(WS-EXP-IDX) TO WS-WRK-END
           MOVE WS-EXP-AGENT(WS-EXP-IDX) TO WS-WRK-AGENT
           MOVE WS-EXP-AGENT-EMAIL(WS-EXP-IDX) TO WS-WRK-AGENT-EMAIL
           MOVE WS-EXP-OFFICE(WS-EXP-IDX) TO WS-WRK-OFFICE
           MOVE WS-EXP-MANAGER(WS-EXP-IDX) TO WS-WRK-MANAGER
           MOVE WS-EXP-MGR-EMAIL(WS-EXP-IDX) TO WS-WRK-MGR-EMAIL
           MOVE WS-EXP-ADDRESS(WS-EXP-IDX) TO WS-WRK-ADDRESS
           MOVE "EXPIRED" TO WS-WRK-KIND

           MOVE SPACES TO WS-LSTREQ-DATA
           STRING WS-WRK-PROPERTY DELIMITED BY SPACE
                  "|EXPIRED" DELIMITED BY SIZE
                  INTO WS-LSTREQ-DATA
           MOVE SPACES TO WS-LISTING-RESPONSE

           CALL 'MAINFRAME' USING WS-LISTING-REQUEST
                                  WS-LISTING-RESPONSE

           MOVE SPACES TO WS-LISTING-RESULT
           UNSTRING WS-LISTING-RESPONSE DELIMITED BY '|'
               INTO WS-LSTRES-RC
                    WS-LSTRES-SYNC-ID
                    WS-LSTRES-RECORDS
                    WS-LSTRES-MESSAGE

           IF WS-LSTRES-RC = '00'
               PERFORM WRITE-LISTING-NOTICE
               ADD 1 TO WS-EXPIRED-COUNT
               MOVE "LISTING EXPIRED" TO WS-WRK-NOTE
           ELSE
               ADD 1 TO WS-REFUSED-COUNT
               MOVE "REFUSED" TO WS-WRK-KIND
               MOVE FUNCTION UPPER-CASE(WS-LSTRES-MESSAGE)
                   TO WS-WRK-NOTE
           END-IF

           PERFORM ADD-REPORT-ROW.

       WRITE-LISTING-NOTICE.
           IF WS-NOTICE-OPEN-SW NOT = 'Y'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-WRK-PROPERTY TO LN-PROPERTY-ID
           MOVE WS-WRK-END TO LN-AGREEMENT-END
           MOVE WS-WRK-KIND TO LN-NOTICE-KIND
           MOVE WS-WRK-AGENT TO LN-AGENT-ID
           MOVE WS-WRK-AGENT-EMAIL TO LN-AGENT-EMAIL
           MOVE WS-WRK-OFFICE TO LN-OFFICE-ID
           MOVE WS-WRK-MANAGER TO LN-MANAGER-ID
           MOVE WS-WRK-MGR-EMAIL TO LN-MANAGER-EMAIL
           MOVE WS-WRK-ADDRESS TO LN-ADDRESS
           MOVE WS-TODAY-DATE TO LN-NOTICE-DATE
           STRING WS-YEAR WS-MONTH WS-DAY
                  WS-HOUR WS-MINUTE WS-SECOND
                  DELIMITED BY SIZE
                  INTO LN-TIMESTAMP

           WRITE LISTING-NOTICE-RECORD.

       ADD-REPORT-ROW.
           IF WS-ROW-COUNT-USED >= 1000
               PERFORM ABORT-ON-TABLE-OVERFLOW
           END-IF

           ADD 1 TO WS-ROW-COUNT-USED
           SET WS-ROW-IDX TO WS-ROW-COUNT-USED
           MOVE WS-WRK-OFFICE TO WS-ROW-OFFICE(WS-ROW-IDX)
           MOVE WS-WRK-AGENT TO WS-ROW-AGENT(WS-ROW-IDX)
           MOVE WS-WRK-PROPERTY TO WS-ROW-PROPERTY(WS-ROW-IDX)
           MOVE WS-WRK-END TO WS-ROW-END(WS-ROW-IDX)
           MOVE WS-WRK-KIND TO WS-ROW-KIND(WS-ROW-IDX)
           MOVE WS-WRK-NOTE TO WS-ROW-NOTE(WS-ROW-IDX)
           PERFORM NOTE-DISTINCT-OFFICE.

       NOTE-DISTINCT-OFFICE.
           PERFORM VARYING WS-OFF-IDX FROM 1 BY 1
                   UNTIL WS-OFF-IDX > WS-OFFICE-COUNT
               IF WS-OFF-ID(WS-OFF-IDX) = WS-WRK-OFFICE
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM

           IF WS-OFFICE-COUNT >= 50
               PERFORM ABORT-ON-TABLE-OVERFLOW
           END-IF

           ADD 1 TO WS-OFFICE-COUNT
           SET WS-OFF-IDX TO WS-OFFICE-COUNT
           MOVE WS-WRK-OFFICE TO WS-OFF-ID(WS-OFF-IDX).

      *****************************************************************
      * A LISTING THAT SILENTLY FALLS OFF THE RUN IS AN AGREEMENT
      * THAT LAPSES WITH NOBODY TOLD, SO A FULL TABLE STOPS THE RUN
      * COLD WITH A NONZERO RETURN CODE INSTEAD OF WORKING A PARTIAL
      * LIST. NOTICES ALREADY WRITTEN STAND AND ARE NOT SENT AGAIN
      * WHEN THE RUN IS REPEATED.
      *****************************************************************
       ABORT-ON-TABLE-OVERFLOW.
           IF WS-NOTICE-OPEN-SW = 'Y'
               CLOSE LISTING-NOTICE-FILE
           END-IF

           OPEN OUTPUT EXPIRE-REPORT
           MOVE "LISTING EXPIRATION TABLE OVERFLOW - RUN ABORTED"
               TO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE EXPIRE-REPORT

           MOVE 8 TO RETURN-CODE
           STOP RUN.

       WRITE-EXPIRE-REPORT.
           OPEN OUTPUT EXPIRE-REPORT

           MOVE WS-TODAY-DATE TO WS-HDR-DATE
           MOVE WS-REPORT-HEADING TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM VARYING WS-OFF-IDX FROM 1 BY 1
                   UNTIL WS-OFF-IDX > WS-OFFICE-COUNT
               PERFORM WRITE-ONE-OFFICE-GROUP
           END-PERFORM

           MOVE WS-FIRST-SENT TO WS-SUM-FIRST
           MOVE WS-FINAL-SENT TO WS-SUM-FINAL
           MOVE WS-EXPIRED-COUNT TO WS-SUM-EXPIRED
           MOVE WS-HELD-COUNT TO WS-SUM-HELD
           MOVE WS-REFUSED-COUNT TO WS-SUM-REFUSED
           MOVE WS-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           CLOSE EXPIRE-REPORT.

       WRITE-ONE-OFFICE-GROUP.
           MOVE WS-OFF-ID(WS-OFF-IDX) TO WS-OHD-OFFICE-ID
           MOVE WS-OFFICE-HEADING-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                   UNTIL WS-ROW-IDX > WS-ROW-COUNT-USED
               IF WS-ROW-OFFICE(WS-ROW-IDX) = WS-OFF-ID(WS-OFF-IDX)
                   MOVE WS-ROW-AGENT(WS-ROW-IDX) TO WS-DTL-AGENT
                   MOVE WS-ROW-PROPERTY(WS-ROW-IDX) TO WS-DTL-PROPERTY
                   MOVE WS-ROW-END(WS-ROW-IDX) TO WS-DTL-END
                   MOVE WS-ROW-KIND(WS-ROW-IDX) TO WS-DTL-KIND
                   MOVE WS-ROW-NOTE(WS-ROW-IDX) TO WS-DTL-NOTE
                   MOVE WS-DETAIL-LINE TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
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
