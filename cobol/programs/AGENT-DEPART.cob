       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGENT-DEPART.
       AUTHOR. SUITECRM-REAL-ESTATE.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * AGENT DEPARTURE AND BOOK TRANSFER UTILITY
      * WHEN AN AGENT LEAVES, THEIR ACTIVE LISTINGS, OPEN DEALS AND
      * EARNED-BUT-UNPAID COMMISSIONS USED TO KEEP POINTING AT SOMEONE
      * WHO IS GONE. THE OPERATOR NAMES EACH DEPARTURE ON
      * DEPARTREQ.DAT, ONE PIPE-DELIMITED LINE PER REQUEST:
      *     DEPART|<AGENT>|<EFFECTIVE YYYYMMDD>|<RECEIVING AGENT>
      *     RELEASE|<AGENT>|PAY
      *     RELEASE|<AGENT>|FORFEIT
      * A DEPART REQUEST:
      *   1. TERMINATES THE AGENT ON AGENT-MASTER (AM-STATUS 'T'),
      *      WHICH ALSO STOPS CREDITCARD.COB POSTING ANY NEW
      *      COMMISSION TO THEM. A BLANK EFFECTIVE DATE MEANS THE
      *      BUSINESS DATE; A FUTURE ONE IS REFUSED AND THE REQUEST
      *      IS RESUBMITTED ON THE DAY.
      *   2. HANDS EVERY LISTING OF THEIRS ON PROPERTIES.DAT NOT YET
      *      SOLD, CLOSED, WITHDRAWN OR EXPIRED (PM-STATUS ON
      *      PROPERTY-MASTER, FALLING BACK TO THE LISTING'S OWN
      *      STATUS) TO THE RECEIVING AGENT, AND DOES THE SAME FOR
      *      EVERY UNFINISHED LISTING NAMING THEM AS LISTING AGENT
      *      (PM-LIST-AGENT-ID) ON PROPERTY-MASTER, SO AGREEMENT
      *      EXPIRY NOTICES GO TO THE AGENT NOW HOLDING THE LISTING.
      *   3. HANDS THEIR SIDE OF EVERY OPEN DEAL ON DEALMST.DAT
      *      (DM-LIST-AGENT-ID AND/OR DM-SELL-AGENT-ID) TO THE
      *      RECEIVING AGENT.
      *   4. HOLDS ('H') EVERY AGENT-SHARE COMMISSION LINE STILL
      *      EARNED-UNPAID, SO AGENT-PAYOUT STOPS PAYING IT UNTIL THE
      *      BROKER DECIDES.
      * A BLANK RECEIVING AGENT MEANS THE MANAGER OF THE DEPARTING
      * AGENT'S OFFICE (OM-MANAGER-AGENT-ID ON OFFICEMST.DAT). EVERY
      * REASSIGNMENT LEAVES A BEFORE/AFTER RECORD ON PROPAUDIT.DAT.
      * A RELEASE REQUEST RECORDS THE BROKER'S DECISION ON THE HELD
      * LINES: PAY RELEASES THEM ('L') TO THE NEXT AGENT-PAYOUT RUN;
      * FORFEIT REVERSES THEM ('X') BACK TO THE BROKERAGE.
      * AGTDEPART.RPT IS THE TRANSFER REPORT FOR THE BROKER AND THE
      * DEPARTING AGENT. A RERUN OF THE SAME REQUESTS FINDS NOTHING
      * LEFT TO MOVE. ANY REQUEST REFUSED ENDS THE RUN WITH RETURN
      * CODE 4.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPART-REQUEST-FILE ASSIGN TO "DEPARTREQ.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-REQ-STATUS.

           SELECT AGENT-MASTER ASSIGN TO "AGENT-MASTER.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AM-AGENT-ID
                  FILE STATUS IS WS-AGENT-STATUS.

           SELECT OFFICE-MASTER ASSIGN TO "OFFICEMST.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS OM-OFFICE-ID
                  FILE STATUS IS WS-OFFICE-STATUS.

           SELECT PROPERTY-FILE ASSIGN TO "PROPERTIES.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PROPERTY-ID
                  FILE STATUS IS WS-LISTING-STATUS.

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

           SELECT PROPERTY-AUDIT-FILE ASSIGN TO "PROPAUDIT.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-AUDIT-STATUS.

           SELECT COMMISSION-LEDGER-FILE ASSIGN TO "COMMLEDGER.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-LEDGER-STATUS.

           SELECT LEDGER-WORK-FILE ASSIGN TO "DEPLWRK.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LW-LEDGER-ID
                  FILE STATUS IS WS-LEDWRK-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-BUSDATE-STATUS.

           SELECT DEPART-REPORT ASSIGN TO "AGTDEPART.RPT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DEPART-REQUEST-FILE.
       01  DEPART-REQUEST-LINE     PIC X(100).

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

       FD  PROPERTY-FILE.
       01  PROPERTY-RECORD.
           05  PROPERTY-ID         PIC X(20).
           05  PROPERTY-ADDRESS    PIC X(100).
           05  LISTING-PRICE       PIC 9(9)V99.
           05  EARNEST-AMOUNT      PIC 9(7)V99.
           05  COMMISSION-RATE     PIC 99V99.
           05  AGENT-ID            PIC X(20).
           05  PROPERTY-STATUS     PIC X(20).

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

       FD  PROPERTY-AUDIT-FILE.
       01  PROPERTY-AUDIT-RECORD.
           05  PA-PROPERTY-ID      PIC X(20).
           05  PA-FIELD-NAME       PIC X(20).
           05  PA-OLD-VALUE        PIC X(30).
           05  PA-NEW-VALUE        PIC X(30).
           05  PA-TIMESTAMP        PIC 9(14).

       FD  COMMISSION-LEDGER-FILE.
       01  COMMISSION-LEDGER-RECORD.
           05  CL-LEDGER-ID            PIC X(20).
           05  CL-AGENT-ID             PIC X(20).
           05  CL-PROPERTY-ID          PIC X(20).
           05  CL-TRANS-ID             PIC X(20).
           05  CL-COMMISSION-AMOUNT    PIC 9(7)V99.
           05  CL-ENTRY-STATUS         PIC X.
               88  CL-EARNED           VALUE 'E'.
               88  CL-PAID             VALUE 'P'.
               88  CL-RETAINED         VALUE 'R'.
               88  CL-REVERSED         VALUE 'X'.
               88  CL-CLAWBACK-OPEN    VALUE 'C' 'N'.
               88  CL-CLAWBACK-CLEARED VALUE 'K'.
               88  CL-HELD             VALUE 'H'.
               88  CL-RELEASED         VALUE 'L'.
           05  CL-SHARE-TYPE           PIC X.
               88  CL-AGENT-SHARE      VALUE 'A' ' '.
               88  CL-OFFICE-SHARE     VALUE 'O'.
               88  CL-HOUSE-SHARE      VALUE 'H'.
           05  CL-TIMESTAMP            PIC 9(14).

      *****************************************************************
      * LATEST STATE OF EVERY COMMISSION LINE, REBUILT FROM THE
      * APPEND-ONLY LEDGER FOR EACH REQUEST. THE FIRST RECORD OF A
      * LEDGER-ID CARRIES THE PROPERTY AND SHARE TYPE; FOLLOW-UPS
      * ONLY MOVE THE STATUS ON.
      *****************************************************************
       FD  LEDGER-WORK-FILE.
       01  LEDGER-WORK-RECORD.
           05  LW-LEDGER-ID        PIC X(20).
           05  LW-AGENT-ID         PIC X(20).
           05  LW-PROPERTY-ID      PIC X(20).
           05  LW-AMOUNT           PIC 9(7)V99.
           05  LW-STATUS           PIC X.
           05  LW-SHARE-TYPE       PIC X.

      *****************************************************************
      * SYSTEM-WIDE BUSINESS PROCESSING DATE, MAINTAINED BY THE
      * BUSDATE-OPEN AND BUSDATE-ADVANCE DRIVER STEPS.
      *****************************************************************
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           05  BD-BUSINESS-DATE    PIC 9(8).
           05  BD-TIMESTAMP        PIC 9(14).

       FD  DEPART-REPORT.
       01  REPORT-LINE             PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-REQ-STATUS           PIC XX.
       01  WS-AGENT-STATUS         PIC XX.
       01  WS-OFFICE-STATUS        PIC XX.
       01  WS-LISTING-STATUS       PIC XX.
       01  WS-PROP-STATUS          PIC XX.
       01  WS-DEAL-STATUS          PIC XX.
       01  WS-AUDIT-STATUS         PIC XX.
       01  WS-LEDGER-STATUS        PIC XX.
       01  WS-LEDWRK-STATUS        PIC XX.
       01  WS-BUSDATE-STATUS       PIC XX.
       01  WS-RPT-STATUS           PIC XX.
       01  WS-EOF-SWITCH           PIC X VALUE 'N'.
           88  WS-END-OF-FILE      VALUE 'Y'.
       01  WS-SWEEP-EOF-SW         PIC X VALUE 'N'.
           88  WS-SWEEP-END-OF-FILE VALUE 'Y'.
       01  WS-PM-OPEN-SW           PIC X VALUE 'N'.

       01  WS-REQUEST-FIELDS.
           05  WS-REQ-ACTION       PIC X(10).
           05  WS-REQ-AGENT-ID     PIC X(20).
           05  WS-REQ-FIELD-3      PIC X(20).
           05  WS-REQ-FIELD-4      PIC X(20).
           05  WS-REQ-EFF-X        PIC X(8).
           05  WS-REQ-EFF-NUM REDEFINES WS-REQ-EFF-X PIC 9(8).

       01  WS-REJECT-REASON        PIC X(50).

      *****************************************************************
      * THE DEPARTURE BEING WORKED AND WHO RECEIVES THE BOOK.
      *****************************************************************
       01  WS-DEPARTURE.
           05  WS-DEP-AGENT-ID     PIC X(20).
           05  WS-DEP-NAME         PIC X(40).
           05  WS-DEP-OFFICE-ID    PIC X(20).
           05  WS-DEP-PRIOR-STATUS PIC X.
           05  WS-DEP-EFFECTIVE    PIC 9(8).
           05  WS-RCV-AGENT-ID     PIC X(20).
           05  WS-RCV-NAME         PIC X(40).
           05  WS-RCV-SOURCE       PIC X(20).
           05  WS-RELEASE-STATUS   PIC X.
           05  WS-RELEASE-NOTE     PIC X(10).

      *****************************************************************
      * ONE-AGENT LOOKUP RESULT, SHARED BY THE DEPARTING AND RECEIVING
      * AGENT CHECKS.
      *****************************************************************
       01  WS-AGENT-LOOKUP.
           05  WS-LKP-AGENT-ID     PIC X(20).
           05  WS-LKP-FOUND        PIC X.
           05  WS-LKP-STATUS       PIC X.
           05  WS-LKP-OFFICE-ID    PIC X(20).
           05  WS-LKP-NAME         PIC X(40).

       01  WS-LISTING-STATE        PIC X(20).
       01  WS-DEAL-SIDES           PIC X(12).

       01  WS-AUDIT-WORK.
           05  WS-AUDIT-PROPERTY   PIC X(20).
           05  WS-AUDIT-FIELD      PIC X(20).
           05  WS-AUDIT-OLD-VALUE  PIC X(30).
           05  WS-AUDIT-NEW-VALUE  PIC X(30).

       01  WS-REQUEST-TOTALS.
           05  WS-LISTINGS-MOVED   PIC 9(5).
           05  WS-DEALS-MOVED      PIC 9(5).
           05  WS-LIST-AGENT-MOVED PIC 9(5).
           05  WS-HELD-COUNT       PIC 9(5).
           05  WS-HELD-TOTAL       PIC 9(9)V99.

       01  WS-RUN-TOTALS.
           05  WS-PROCESSED-COUNT  PIC 9(5) VALUE ZERO.
           05  WS-REJECTED-COUNT   PIC 9(5) VALUE ZERO.

       01  WS-TODAY-DATE           PIC 9(8).

       01  WS-CURRENT-DATE.
           05  WS-YEAR             PIC 9(4).
           05  WS-MONTH            PIC 99.
           05  WS-DAY              PIC 99.

       01  WS-CURRENT-TIME.
           05  WS-HOUR             PIC 99.
           05  WS-MINUTE           PIC 99.
           05  WS-SECOND           PIC 99.

       01  WS-REPORT-HEADING.
           05  FILLER              PIC X(40) VALUE
               "AGENT DEPARTURE TRANSFER REPORT".
           05  FILLER              PIC X(6)  VALUE "DATE: ".
           05  WS-HDR-DATE         PIC 9(8).

       01  WS-PARTY-LINE.
           05  WS-PTY-LABEL        PIC X(18).
           05  WS-PTY-AGENT-ID     PIC X(22).
           05  WS-PTY-NAME         PIC X(41).
           05  WS-PTY-NOTE         PIC X(19).

       01  WS-EFFECTIVE-LINE.
           05  FILLER              PIC X(18) VALUE "OFFICE:".
           05  WS-EFF-OFFICE-ID    PIC X(22).
           05  FILLER              PIC X(16) VALUE "EFFECTIVE DATE: ".
           05  WS-EFF-DATE         PIC 9(8).

       01  WS-DETAIL-LINE.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-DTL-KIND         PIC X(10).
           05  WS-DTL-KEY          PIC X(22).
           05  WS-DTL-PROPERTY     PIC X(22).
           05  WS-DTL-NOTE         PIC X(28).
           05  WS-DTL-AMOUNT       PIC Z(7)9.99 BLANK WHEN ZERO.

       01  WS-MOVED-LINE.
           05  FILLER              PIC X(22) VALUE
               "LISTINGS REASSIGNED: ".
           05  WS-MVD-LISTINGS     PIC ZZ,ZZ9.
           05  FILLER              PIC X(21) VALUE
               "   DEALS REASSIGNED: ".
           05  WS-MVD-DEALS        PIC ZZ,ZZ9.
           05  FILLER              PIC X(21) VALUE
               "   LIST AGENT MOVES: ".
           05  WS-MVD-LIST-AGENT   PIC ZZ,ZZ9.

       01  WS-HELD-LINE.
           05  WS-HLD-LABEL        PIC X(22).
           05  WS-HLD-COUNT        PIC ZZ,ZZ9.
           05  FILLER              PIC X(10) VALUE "  AMOUNT: ".
           05  WS-HLD-AMOUNT       PIC Z(8)9.99.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-HLD-NOTE         PIC X(30).

       01  WS-REJECT-LINE.
           05  FILLER              PIC X(10) VALUE "REFUSED: ".
           05  WS-REJ-REQUEST      PIC X(40).
           05  WS-REJ-REASON       PIC X(50).

       01  WS-SUMMARY-LINE.
           05  FILLER              PIC X(20) VALUE
               "REQUESTS PROCESSED: ".
           05  WS-SUM-PROCESSED    PIC ZZ,ZZ9.
           05  FILLER              PIC X(13) VALUE "   REFUSED: ".
           05  WS-SUM-REJECTED     PIC ZZ,ZZ9.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           PERFORM INITIALIZE-DEPART
           PERFORM PROCESS-DEPART-REQUESTS
           PERFORM WRITE-RUN-SUMMARY
           CLOSE DEPART-REPORT

           IF WS-REJECTED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       INITIALIZE-DEPART.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           ACCEPT WS-CURRENT-TIME FROM TIME
           PERFORM GET-BUSINESS-DATE
           STRING WS-YEAR WS-MONTH WS-DAY
                  DELIMITED BY SIZE
                  INTO WS-TODAY-DATE

           OPEN OUTPUT DEPART-REPORT

           MOVE WS-TODAY-DATE TO WS-HDR-DATE
           MOVE WS-REPORT-HEADING TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       PROCESS-DEPART-REQUESTS.
           OPEN INPUT DEPART-REQUEST-FILE

           IF WS-REQ-STATUS NOT = '00'
               MOVE "NO DEPARTURE REQUESTS ON FILE - NOTHING TO DO"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM READ-REQUEST-LINE
           PERFORM UNTIL WS-END-OF-FILE
               IF DEPART-REQUEST-LINE NOT = SPACES
                   PERFORM PROCESS-ONE-REQUEST
               END-IF
               PERFORM READ-REQUEST-LINE
           END-PERFORM

           CLOSE DEPART-REQUEST-FILE.

       READ-REQUEST-LINE.
           READ DEPART-REQUEST-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

       PROCESS-ONE-REQUEST.
           MOVE SPACES TO WS-REQ-ACTION
           MOVE SPACES TO WS-REQ-AGENT-ID
           MOVE SPACES TO WS-REQ-FIELD-3
           MOVE SPACES TO WS-REQ-FIELD-4

           UNSTRING DEPART-REQUEST-LINE DELIMITED BY '|'
               INTO WS-REQ-ACTION
                    WS-REQ-AGENT-ID
                    WS-REQ-FIELD-3
                    WS-REQ-FIELD-4

           EVALUATE WS-REQ-ACTION
               WHEN "DEPART"
                   PERFORM PROCESS-DEPARTURE
               WHEN "RELEASE"
                   PERFORM PROCESS-HOLD-RELEASE
               WHEN OTHER
                   MOVE "UNKNOWN REQUEST ACTION" TO WS-REJECT-REASON
                   PERFORM WRITE-REJECTION
           END-EVALUATE.

      *****************************************************************
      * VALIDATES THE DEPARTURE AND THE RECEIVING AGENT BEFORE
      * ANYTHING MOVES - A REFUSED REQUEST CHANGES NOTHING.
      *****************************************************************
       PROCESS-DEPARTURE.
           MOVE WS-REQ-AGENT-ID TO WS-DEP-AGENT-ID

           IF WS-REQ-FIELD-3 = SPACES
               MOVE WS-TODAY-DATE TO WS-DEP-EFFECTIVE
           ELSE
               MOVE WS-REQ-FIELD-3(1:8) TO WS-REQ-EFF-X
               IF WS-REQ-EFF-X NOT NUMERIC
                       OR WS-REQ-FIELD-3(9:12) NOT = SPACES
                   MOVE "INVALID EFFECTIVE DATE" TO WS-REJECT-REASON
                   PERFORM WRITE-REJECTION
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-REQ-EFF-NUM TO WS-DEP-EFFECTIVE
           END-IF

           IF WS-DEP-EFFECTIVE > WS-TODAY-DATE
               MOVE "EFFECTIVE DATE IS AFTER THE BUSINESS DATE"
                   TO WS-REJECT-REASON
               PERFORM WRITE-REJECTION
               EXIT PARAGRAPH
           END-IF

           MOVE WS-DEP-AGENT-ID TO WS-LKP-AGENT-ID
           PERFORM LOOKUP-AGENT

           IF WS-DEP-AGENT-ID = SPACES OR WS-LKP-FOUND = 'N'
               MOVE "DEPARTING AGENT NOT ON AGENT-MASTER"
                   TO WS-REJECT-REASON
               PERFORM WRITE-REJECTION
               EXIT PARAGRAPH
           END-IF

           MOVE WS-LKP-NAME TO WS-DEP-NAME
           MOVE WS-LKP-OFFICE-ID TO WS-DEP-OFFICE-ID
           MOVE WS-LKP-STATUS TO WS-DEP-PRIOR-STATUS

           IF WS-REQ-FIELD-4 = SPACES
               PERFORM LOOKUP-OFFICE-MANAGER
               MOVE "OFFICE MANAGER" TO WS-RCV-SOURCE
           ELSE
               MOVE WS-REQ-FIELD-4 TO WS-RCV-AGENT-ID
               MOVE SPACES TO WS-RCV-SOURCE
           END-IF

           IF WS-RCV-AGENT-ID = SPACES
               MOVE "NO RECEIVING AGENT AND NO OFFICE MANAGER"
                   TO WS-REJECT-REASON
               PERFORM WRITE-REJECTION
               EXIT PARAGRAPH
           END-IF

           IF WS-RCV-AGENT-ID = WS-DEP-AGENT-ID
               MOVE "RECEIVING AGENT IS THE DEPARTING AGENT"
                   TO WS-REJECT-REASON
               PERFORM WRITE-REJECTION
               EXIT PARAGRAPH
           END-IF

           MOVE WS-RCV-AGENT-ID TO WS-LKP-AGENT-ID
           PERFORM LOOKUP-AGENT

           IF WS-LKP-FOUND = 'N'
                   OR WS-LKP-STATUS = 'I'
                   OR WS-LKP-STATUS = 'T'
               MOVE "RECEIVING AGENT NOT ACTIVE ON AGENT-MASTER"
                   TO WS-REJECT-REASON
               PERFORM WRITE-REJECTION
               EXIT PARAGRAPH
           END-IF

           MOVE WS-LKP-NAME TO WS-RCV-NAME

           MOVE ZERO TO WS-LISTINGS-MOVED
           MOVE ZERO TO WS-DEALS-MOVED
           MOVE ZERO TO WS-LIST-AGENT-MOVED
           MOVE ZERO TO WS-HELD-COUNT
           MOVE ZERO TO WS-HELD-TOTAL

           PERFORM MARK-AGENT-DEPARTED
           PERFORM WRITE-DEPARTURE-HEADER
           PERFORM REASSIGN-ACTIVE-LISTINGS
           PERFORM REASSIGN-MASTER-LISTINGS
           PERFORM REASSIGN-OPEN-DEALS
           PERFORM REBUILD-LEDGER-WORK-FILE
           PERFORM HOLD-UNPAID-COMMISSIONS
           CLOSE LEDGER-WORK-FILE
           PERFORM WRITE-DEPARTURE-TOTALS

           ADD 1 TO WS-PROCESSED-COUNT.

       LOOKUP-AGENT.
           MOVE 'N' TO WS-LKP-FOUND
           MOVE SPACE TO WS-LKP-STATUS
           MOVE SPACES TO WS-LKP-OFFICE-ID
           MOVE SPACES TO WS-LKP-NAME

           IF WS-LKP-AGENT-ID = SPACES
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT AGENT-MASTER

           IF WS-AGENT-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-LKP-AGENT-ID TO AM-AGENT-ID
           READ AGENT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-LKP-FOUND
                   MOVE AM-STATUS TO WS-LKP-STATUS
                   MOVE AM-OFFICE-ID TO WS-LKP-OFFICE-ID
                   STRING AM-FIRST-NAME DELIMITED BY SPACE
                          " " DELIMITED BY SIZE
                          AM-LAST-NAME DELIMITED BY SPACE
                          INTO WS-LKP-NAME
           END-READ

           CLOSE AGENT-MASTER.

       LOOKUP-OFFICE-MANAGER.
           MOVE SPACES TO WS-RCV-AGENT-ID

           OPEN INPUT OFFICE-MASTER

           IF WS-OFFICE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-DEP-OFFICE-ID TO OM-OFFICE-ID
           READ OFFICE-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE OM-MANAGER-AGENT-ID TO WS-RCV-AGENT-ID
           END-READ

           CLOSE OFFICE-MASTER.

      *****************************************************************
      * AM-STATUS 'T' IS WHAT CREDITCARD.COB CHECKS BEFORE POSTING A
      * COMMISSION, AND WHAT AGENT-BILLING SKIPS FOR RECURRING FEES.
      *****************************************************************
       MARK-AGENT-DEPARTED.
           OPEN I-O AGENT-MASTER

           IF WS-AGENT-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-DEP-AGENT-ID TO AM-AGENT-ID
           READ AGENT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'T' TO AM-STATUS
                   REWRITE AGENT-MASTER-REC
           END-READ

           CLOSE AGENT-MASTER.

       WRITE-DEPARTURE-HEADER.
           MOVE "DEPARTING AGENT:" TO WS-PTY-LABEL
           MOVE WS-DEP-AGENT-ID TO WS-PTY-AGENT-ID
           MOVE WS-DEP-NAME TO WS-PTY-NAME
           MOVE SPACES TO WS-PTY-NOTE
           IF WS-DEP-PRIOR-STATUS = 'T'
               MOVE "ALREADY TERMINATED" TO WS-PTY-NOTE
           END-IF
           MOVE WS-PARTY-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-DEP-OFFICE-ID TO WS-EFF-OFFICE-ID
           MOVE WS-DEP-EFFECTIVE TO WS-EFF-DATE
           MOVE WS-EFFECTIVE-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "RECEIVING AGENT:" TO WS-PTY-LABEL
           MOVE WS-RCV-AGENT-ID TO WS-PTY-AGENT-ID
           MOVE WS-RCV-NAME TO WS-PTY-NAME
           MOVE WS-RCV-SOURCE TO WS-PTY-NOTE
           MOVE WS-PARTY-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

      *****************************************************************
      * THE LISTING AGENT LIVES ON PROPERTIES.DAT; WHETHER THE LISTING
      * IS STILL ALIVE IS PM-STATUS ON PROPERTY-MASTER, THE STATUS THE
      * MLS SYNC STATE MACHINE MAINTAINS. A LISTING NOT ON
      * PROPERTY-MASTER FALLS BACK TO ITS OWN PROPERTY-STATUS. ONLY
      * A FINISHED LISTING STAYS WITH THE DEPARTING AGENT.
      *****************************************************************
       REASSIGN-ACTIVE-LISTINGS.
           OPEN I-O PROPERTY-FILE

           IF WS-LISTING-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-PM-OPEN-SW
           OPEN INPUT PROPERTY-MASTER
           IF WS-PROP-STATUS = '00'
               MOVE 'Y' TO WS-PM-OPEN-SW
           END-IF

           MOVE 'N' TO WS-SWEEP-EOF-SW
           MOVE LOW-VALUES TO PROPERTY-ID
           START PROPERTY-FILE KEY IS NOT LESS THAN PROPERTY-ID
               INVALID KEY
                   MOVE 'Y' TO WS-SWEEP-EOF-SW
           END-START

           PERFORM UNTIL WS-SWEEP-END-OF-FILE
               READ PROPERTY-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SWEEP-EOF-SW
                   NOT AT END
                       IF AGENT-ID = WS-DEP-AGENT-ID
                           PERFORM REASSIGN-ONE-LISTING
                       END-IF
               END-READ
           END-PERFORM

           IF WS-PM-OPEN-SW = 'Y'
               CLOSE PROPERTY-MASTER
           END-IF
           CLOSE PROPERTY-FILE.

       REASSIGN-ONE-LISTING.
           MOVE PROPERTY-STATUS TO WS-LISTING-STATE

           IF WS-PM-OPEN-SW = 'Y'
               MOVE PROPERTY-ID TO PM-PROPERTY-ID
               READ PROPERTY-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PM-STATUS TO WS-LISTING-STATE
               END-READ
           END-IF

           IF WS-LISTING-STATE = "SOLD"
                   OR WS-LISTING-STATE = "CLOSED"
                   OR WS-LISTING-STATE = "WITHDRAWN"
                   OR WS-LISTING-STATE = "EXPIRED"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-RCV-AGENT-ID TO AGENT-ID
           REWRITE PROPERTY-RECORD

           MOVE PROPERTY-ID TO WS-AUDIT-PROPERTY
           MOVE "AGENT-ID" TO WS-AUDIT-FIELD
           MOVE WS-DEP-AGENT-ID TO WS-AUDIT-OLD-VALUE
           MOVE WS-RCV-AGENT-ID TO WS-AUDIT-NEW-VALUE
           PERFORM WRITE-PROPERTY-AUDIT

           ADD 1 TO WS-LISTINGS-MOVED
           MOVE "LISTING" TO WS-DTL-KIND
           MOVE PROPERTY-ID TO WS-DTL-KEY
           MOVE SPACES TO WS-DTL-PROPERTY
           MOVE PROPERTY-ADDRESS TO WS-DTL-NOTE
           MOVE ZERO TO WS-DTL-AMOUNT
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

      *****************************************************************
      * THE LISTING AGENT OF RECORD ON PROPERTY-MASTER, CARRIED IN
      * FROM THE MLS WITH THE LISTING AGREEMENT TERMS. A LISTING THE
      * FEED HAS SINCE FINISHED STAYS WITH THE DEPARTING AGENT, THE
      * SAME RULE AS PROPERTIES.DAT. NO PROPERTY-MASTER IS NOT AN
      * ERROR - THERE IS SIMPLY NOTHING ON IT TO MOVE.
      *****************************************************************
       REASSIGN-MASTER-LISTINGS.
           OPEN I-O PROPERTY-MASTER

           IF WS-PROP-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-SWEEP-EOF-SW
           MOVE LOW-VALUES TO PM-PROPERTY-ID
           START PROPERTY-MASTER KEY IS NOT LESS THAN PM-PROPERTY-ID
               INVALID KEY
                   MOVE 'Y' TO WS-SWEEP-EOF-SW
           END-START

           PERFORM UNTIL WS-SWEEP-END-OF-FILE
               READ PROPERTY-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SWEEP-EOF-SW
                   NOT AT END
                       IF PM-LIST-AGENT-ID = WS-DEP-AGENT-ID
                               AND PM-STATUS NOT = "SOLD"
                               AND PM-STATUS NOT = "CLOSED"
                               AND PM-STATUS NOT = "WITHDRAWN"
                               AND PM-STATUS NOT = "EXPIRED"
                           PERFORM REASSIGN-ONE-MASTER-LISTING
                       END-IF
               END-READ
           END-PERFORM

           CLOSE PROPERTY-MASTER.

       REASSIGN-ONE-MASTER-LISTING.
           MOVE WS-RCV-AGENT-ID TO PM-LIST-AGENT-ID
           STRING WS-YEAR WS-MONTH WS-DAY
                  WS-HOUR WS-MINUTE WS-SECOND
                  DELIMITED BY SIZE
                  INTO PM-LAST-UPDATE
           REWRITE PROPERTY-MASTER-REC

           MOVE PM-PROPERTY-ID TO WS-AUDIT-PROPERTY
           MOVE "PM-LIST-AGENT-ID" TO WS-AUDIT-FIELD
           MOVE WS-DEP-AGENT-ID TO WS-AUDIT-OLD-VALUE
           MOVE WS-RCV-AGENT-ID TO WS-AUDIT-NEW-VALUE
           PERFORM WRITE-PROPERTY-AUDIT

           ADD 1 TO WS-LIST-AGENT-MOVED
           MOVE "LIST AGENT" TO WS-DTL-KIND
           MOVE PM-PROPERTY-ID TO WS-DTL-KEY
           MOVE SPACES TO WS-DTL-PROPERTY
           MOVE PM-ADDRESS TO WS-DTL-NOTE
           MOVE ZERO TO WS-DTL-AMOUNT
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

      *****************************************************************
      * AN OPEN DEAL IS ONE NOT YET CLOSED OR CANCELLED. THE
      * DEPARTING AGENT MAY BE ON EITHER SIDE, OR BOTH; EACH SIDE
      * MOVED GETS ITS OWN AUDIT RECORD AGAINST THE DEAL'S PROPERTY.
      *****************************************************************
       REASSIGN-OPEN-DEALS.
           OPEN I-O DEAL-MASTER

           IF WS-DEAL-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-SWEEP-EOF-SW
           MOVE LOW-VALUES TO DM-DEAL-ID
           START DEAL-MASTER KEY IS NOT LESS THAN DM-DEAL-ID
               INVALID KEY
                   MOVE 'Y' TO WS-SWEEP-EOF-SW
           END-START

           PERFORM UNTIL WS-SWEEP-END-OF-FILE
               READ DEAL-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SWEEP-EOF-SW
                   NOT AT END
                       IF DM-MILESTONE NOT = "CLOSED"
                               AND DM-MILESTONE NOT = "CANCELLED"
                               AND (DM-LIST-AGENT-ID = WS-DEP-AGENT-ID
                                 OR DM-SELL-AGENT-ID = WS-DEP-AGENT-ID)
                           PERFORM REASSIGN-ONE-DEAL
                       END-IF
               END-READ
           END-PERFORM

           CLOSE DEAL-MASTER.

       REASSIGN-ONE-DEAL.
           MOVE DM-PROPERTY-ID TO WS-AUDIT-PROPERTY
           MOVE WS-DEP-AGENT-ID TO WS-AUDIT-OLD-VALUE
           MOVE WS-RCV-AGENT-ID TO WS-AUDIT-NEW-VALUE

           IF DM-LIST-AGENT-ID = WS-DEP-AGENT-ID
                   AND DM-SELL-AGENT-ID = WS-DEP-AGENT-ID
               MOVE "BOTH SIDES" TO WS-DEAL-SIDES
           ELSE
               IF DM-LIST-AGENT-ID = WS-DEP-AGENT-ID
                   MOVE "LISTING SIDE" TO WS-DEAL-SIDES
               ELSE
                   MOVE "SELLING SIDE" TO WS-DEAL-SIDES
               END-IF
           END-IF

           IF DM-LIST-AGENT-ID = WS-DEP-AGENT-ID
               MOVE WS-RCV-AGENT-ID TO DM-LIST-AGENT-ID
               MOVE "DM-LIST-AGENT-ID" TO WS-AUDIT-FIELD
               PERFORM WRITE-PROPERTY-AUDIT
           END-IF

           IF DM-SELL-AGENT-ID = WS-DEP-AGENT-ID
               MOVE WS-RCV-AGENT-ID TO DM-SELL-AGENT-ID
               MOVE "DM-SELL-AGENT-ID" TO WS-AUDIT-FIELD
               PERFORM WRITE-PROPERTY-AUDIT
           END-IF

           STRING WS-YEAR WS-MONTH WS-DAY
                  WS-HOUR WS-MINUTE WS-SECOND
                  DELIMITED BY SIZE
                  INTO DM-LAST-UPDATE
           REWRITE DEAL-MASTER-REC

           ADD 1 TO WS-DEALS-MOVED
           MOVE "DEAL" TO WS-DTL-KIND
           MOVE DM-DEAL-ID TO WS-DTL-KEY
           MOVE DM-PROPERTY-ID TO WS-DTL-PROPERTY
           MOVE SPACES TO WS-DTL-NOTE
           STRING WS-DEAL-SIDES DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  DM-MILESTONE DELIMITED BY SIZE
                  INTO WS-DTL-NOTE
           MOVE ZERO TO WS-DTL-AMOUNT
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-PROPERTY-AUDIT.
           OPEN EXTEND PROPERTY-AUDIT-FILE

           IF WS-AUDIT-STATUS NOT = '00'
               OPEN OUTPUT PROPERTY-AUDIT-FILE
           END-IF

           MOVE WS-AUDIT-PROPERTY TO PA-PROPERTY-ID
           MOVE WS-AUDIT-FIELD TO PA-FIELD-NAME
           MOVE WS-AUDIT-OLD-VALUE TO PA-OLD-VALUE
           MOVE WS-AUDIT-NEW-VALUE TO PA-NEW-VALUE
           STRING WS-YEAR WS-MONTH WS-DAY
                  WS-HOUR WS-MINUTE WS-SECOND
                  DELIMITED BY SIZE
                  INTO PA-TIMESTAMP

           WRITE PROPERTY-AUDIT-RECORD

           CLOSE PROPERTY-AUDIT-FILE.

      *****************************************************************
      * COLLAPSES THE APPEND-ONLY COMMISSION LEDGER TO LATEST STATE
      * PER LEDGER-ID. REBUILT FOR EACH REQUEST SO A LATER REQUEST IN
      * THE SAME RUN SEES THE FOLLOW-UPS AN EARLIER ONE APPENDED. THE
      * WORK FILE IS LEFT OPEN FOR THE CALLER'S SWEEP.
      *****************************************************************
       REBUILD-LEDGER-WORK-FILE.
           OPEN OUTPUT LEDGER-WORK-FILE
           CLOSE LEDGER-WORK-FILE
           OPEN I-O LEDGER-WORK-FILE

           OPEN INPUT COMMISSION-LEDGER-FILE

           IF WS-LEDGER-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-SWEEP-EOF-SW
           PERFORM UNTIL WS-SWEEP-END-OF-FILE
               READ COMMISSION-LEDGER-FILE
                   AT END
                       MOVE 'Y' TO WS-SWEEP-EOF-SW
                   NOT AT END
                       PERFORM NOTE-ONE-LEDGER-LINE
               END-READ
           END-PERFORM

           CLOSE COMMISSION-LEDGER-FILE.

       NOTE-ONE-LEDGER-LINE.
           MOVE CL-LEDGER-ID TO LW-LEDGER-ID
           READ LEDGER-WORK-FILE
               INVALID KEY
                   MOVE CL-AGENT-ID TO LW-AGENT-ID
                   MOVE CL-PROPERTY-ID TO LW-PROPERTY-ID
                   MOVE CL-COMMISSION-AMOUNT TO LW-AMOUNT
                   MOVE CL-ENTRY-STATUS TO LW-STATUS
                   MOVE CL-SHARE-TYPE TO LW-SHARE-TYPE
                   WRITE LEDGER-WORK-RECORD
               NOT INVALID KEY
                   MOVE CL-COMMISSION-AMOUNT TO LW-AMOUNT
                   MOVE CL-ENTRY-STATUS TO LW-STATUS
                   REWRITE LEDGER-WORK-RECORD
           END-READ.

      *****************************************************************
      * EVERY AGENT-SHARE LINE OF THE DEPARTING AGENT STILL EARNED-
      * UNPAID GETS A HOLD FOLLOW-UP ('H'). OFFICE AND HOUSE SHARES
      * ARE BROKERAGE MONEY AND ARE NOT TOUCHED. LINES ALREADY HELD OR
      * RELEASED ARE LEFT AS THE BROKER LEFT THEM.
      *****************************************************************
       HOLD-UNPAID-COMMISSIONS.
           OPEN EXTEND COMMISSION-LEDGER-FILE

           IF WS-LEDGER-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-SWEEP-EOF-SW
           MOVE LOW-VALUES TO LW-LEDGER-ID
           START LEDGER-WORK-FILE KEY IS NOT LESS THAN LW-LEDGER-ID
               INVALID KEY
                   MOVE 'Y' TO WS-SWEEP-EOF-SW
           END-START

           PERFORM UNTIL WS-SWEEP-END-OF-FILE
               READ LEDGER-WORK-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SWEEP-EOF-SW
                   NOT AT END
                       IF LW-AGENT-ID = WS-DEP-AGENT-ID
                               AND LW-STATUS = 'E'
                               AND (LW-SHARE-TYPE = 'A'
                                   OR LW-SHARE-TYPE = SPACE)
                           MOVE 'H' TO WS-RELEASE-STATUS
                           MOVE "HELD" TO WS-DTL-KIND
                           PERFORM APPEND-LEDGER-FOLLOW-UP
                       END-IF
               END-READ
           END-PERFORM

           CLOSE COMMISSION-LEDGER-FILE.

       APPEND-LEDGER-FOLLOW-UP.
           MOVE LW-LEDGER-ID TO CL-LEDGER-ID
           MOVE LW-AGENT-ID TO CL-AGENT-ID
           MOVE SPACES TO CL-PROPERTY-ID
           MOVE SPACES TO CL-TRANS-ID
           MOVE LW-AMOUNT TO CL-COMMISSION-AMOUNT
           MOVE WS-RELEASE-STATUS TO CL-ENTRY-STATUS
           MOVE 'A' TO CL-SHARE-TYPE
           STRING WS-YEAR WS-MONTH WS-DAY
                  WS-HOUR WS-MINUTE WS-SECOND
                  DELIMITED BY SIZE
                  INTO CL-TIMESTAMP

           WRITE COMMISSION-LEDGER-RECORD

           ADD 1 TO WS-HELD-COUNT
           ADD LW-AMOUNT TO WS-HELD-TOTAL

           MOVE LW-LEDGER-ID TO WS-DTL-KEY
           MOVE LW-PROPERTY-ID TO WS-DTL-PROPERTY
           MOVE SPACES TO WS-DTL-NOTE
           MOVE LW-AMOUNT TO WS-DTL-AMOUNT
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-DEPARTURE-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-LISTINGS-MOVED TO WS-MVD-LISTINGS
           MOVE WS-DEALS-MOVED TO WS-MVD-DEALS
           MOVE WS-LIST-AGENT-MOVED TO WS-MVD-LIST-AGENT
           MOVE WS-MOVED-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "COMMISSIONS HELD:" TO WS-HLD-LABEL
           MOVE WS-HELD-COUNT TO WS-HLD-COUNT
           MOVE WS-HELD-TOTAL TO WS-HLD-AMOUNT
           MOVE "PENDING BROKER RELEASE" TO WS-HLD-NOTE
           MOVE WS-HELD-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

      *****************************************************************
      * THE BROKER'S DECISION ON A DEPARTED AGENT'S HELD LINES. PAY
      * RELEASES THEM ('L') - AGENT-PAYOUT PAYS A RELEASED LINE LIKE
      * AN EARNED ONE. FORFEIT REVERSES THEM ('X'), THE SAME TERMINAL
      * STATE A CANCELLED DEAL'S UNPAID LINES TAKE, SO THE GL EXTRACT
      * BACKS THE ACCRUAL OUT. NOTHING LEFT ON HOLD IS NOT AN ERROR.
      *****************************************************************
       PROCESS-HOLD-RELEASE.
           MOVE WS-REQ-AGENT-ID TO WS-DEP-AGENT-ID

           EVALUATE WS-REQ-FIELD-3
               WHEN "PAY"
                   MOVE 'L' TO WS-RELEASE-STATUS
                   MOVE "RELEASED" TO WS-RELEASE-NOTE
               WHEN "FORFEIT"
                   MOVE 'X' TO WS-RELEASE-STATUS
                   MOVE "FORFEITED" TO WS-RELEASE-NOTE
               WHEN OTHER
                   MOVE "RELEASE DECISION MUST BE PAY OR FORFEIT"
                       TO WS-REJECT-REASON
                   PERFORM WRITE-REJECTION
                   EXIT PARAGRAPH
           END-EVALUATE

           MOVE WS-DEP-AGENT-ID TO WS-LKP-AGENT-ID
           PERFORM LOOKUP-AGENT

           IF WS-DEP-AGENT-ID = SPACES OR WS-LKP-FOUND = 'N'
               MOVE "AGENT NOT ON AGENT-MASTER" TO WS-REJECT-REASON
               PERFORM WRITE-REJECTION
               EXIT PARAGRAPH
           END-IF

           MOVE "HOLD RELEASE:" TO WS-PTY-LABEL
           MOVE WS-DEP-AGENT-ID TO WS-PTY-AGENT-ID
           MOVE WS-LKP-NAME TO WS-PTY-NAME
           MOVE WS-REQ-FIELD-3 TO WS-PTY-NOTE
           MOVE WS-PARTY-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE ZERO TO WS-HELD-COUNT
           MOVE ZERO TO WS-HELD-TOTAL

           PERFORM REBUILD-LEDGER-WORK-FILE
           PERFORM RELEASE-HELD-COMMISSIONS
           CLOSE LEDGER-WORK-FILE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "COMMISSIONS DECIDED:" TO WS-HLD-LABEL
           MOVE WS-HELD-COUNT TO WS-HLD-COUNT
           MOVE WS-HELD-TOTAL TO WS-HLD-AMOUNT
           MOVE WS-RELEASE-NOTE TO WS-HLD-NOTE
           IF WS-HELD-COUNT = ZERO
               MOVE "NOTHING ON HOLD" TO WS-HLD-NOTE
           END-IF
           MOVE WS-HELD-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           ADD 1 TO WS-PROCESSED-COUNT.

       RELEASE-HELD-COMMISSIONS.
           OPEN EXTEND COMMISSION-LEDGER-FILE

           IF WS-LEDGER-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-SWEEP-EOF-SW
           MOVE LOW-VALUES TO LW-LEDGER-ID
           START LEDGER-WORK-FILE KEY IS NOT LESS THAN LW-LEDGER-ID
               INVALID KEY
                   MOVE 'Y' TO WS-SWEEP-EOF-SW
           END-START

           PERFORM UNTIL WS-SWEEP-END-OF-FILE
               READ LEDGER-WORK-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SWEEP-EOF-SW
                   NOT AT END
                       IF LW-AGENT-ID = WS-DEP-AGENT-ID
                               AND LW-STATUS = 'H'
                           MOVE WS-RELEASE-NOTE TO WS-DTL-KIND
                           PERFORM APPEND-LEDGER-FOLLOW-UP
                       END-IF
               END-READ
           END-PERFORM

           CLOSE COMMISSION-LEDGER-FILE.

       WRITE-REJECTION.
           ADD 1 TO WS-REJECTED-COUNT
           MOVE DEPART-REQUEST-LINE TO WS-REJ-REQUEST
           MOVE WS-REJECT-REASON TO WS-REJ-REASON
           MOVE WS-REJECT-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-RUN-SUMMARY.
           MOVE WS-PROCESSED-COUNT TO WS-SUM-PROCESSED
           MOVE WS-REJECTED-COUNT TO WS-SUM-REJECTED
           MOVE WS-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

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
