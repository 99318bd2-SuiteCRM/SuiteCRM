       IDENTIFICATION DIVISION.
       PROGRAM-ID. LISTING-SYNDICATE.
       AUTHOR. SUITECRM-REAL-ESTATE.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * NIGHTLY OUTBOUND LISTING SYNDICATION TO THE CONSUMER PORTALS
      * MAINFRAME.COB ONLY PULLS LISTINGS IN FROM THE MLS; THIS JOB
      * PUSHES OUR OWN LISTING CHANGES BACK OUT. EVERY PROPERTY
      * MASTER CHANGE LEAVES A PM-* RECORD ON PROPAUDIT.DAT (NEW
      * LISTING, PRICE, STATUS AND THE LISTING ATTRIBUTES), AND EACH
      * PORTAL GETS ITS OWN OUTBOUND FILE OF THE LISTINGS CHANGED
      * SINCE IT WAS LAST SENT:
      *   NEW - A NEW LISTING, OR ONE COMING BACK ON THE MARKET FROM
      *         A STATUS THE PORTAL DOES NOT CARRY
      *   CHG - ANY OTHER CHANGE TO A LISTING THE PORTAL CARRIES
      *   OFF - A LISTING LEAVING THE PORTAL - SOLD, CLOSED,
      *         WITHDRAWN OR EXPIRED, OR MOVED TO A STATUS THE
      *         PORTAL EXCLUDES (E.G. PENDING)
      * A LISTING CHANGED WHILE OFF A PORTAL IS SUPPRESSED FOR THAT
      * PORTAL. THE RECORD CARRIES THE CURRENT PROPERTY MASTER VALUES,
      * NOT THE AUDIT VALUES, SO SEVERAL CHANGES IN ONE WINDOW GO OUT
      * AS ONE RECORD.
      *
      * SYNDPORTAL.DAT - ONE LINE PER PORTAL:
      *   <PORTAL-ID>|<SLOT 1-4>|<FIELD CODES>|<EXCLUDED STATUSES>
      * THE FIELD CODES (COMMA-SEPARATED, IN THE PORTAL'S OWN ORDER)
      * ARE MLS, ADDRESS, CITY, STATE, ZIP, PRICE, BEDS, BATHS, SQFT,
      * LOT, YEAR, STATUS AND LISTDATE. THE EXCLUDED STATUSES ARE
      * COMMA-SEPARATED TOO. WITHDRAWN IS NEVER SENT TO ANY PORTAL.
      * THE SLOT NAMES THE PORTAL'S FILES - SYNDOUTN.DAT OUT AND
      * SYNDACKN.DAT BACK. A BAD LINE IS LISTED AND SKIPPED.
      *
      * SYNDCKPT.DAT - APPEND-ONLY LAST-SENT CHECKPOINT PER PORTAL:
      * THE HIGHEST AUDIT TIMESTAMP SENT, UNDER THE BUSINESS DATE OF
      * THE RUN. THE WINDOW STARTS FROM THE LATEST CHECKPOINT OF AN
      * EARLIER BUSINESS DATE, SO A MISSED NIGHT CATCHES UP AND A
      * SAME-DAY RERUN REBUILDS THE SAME FILE. A PORTAL WITH NO
      * CHECKPOINT GETS THE WHOLE AUDIT TRAIL ON ITS FIRST RUN.
      *
      * SYNDACKN.DAT - THE PORTAL'S REPLY TO EARLIER FILES, PROVED BY
      * INBOUND-CHECK.COB (HDR/TRL FRAMED) BEFORE ANY LINE IS USED:
      *   <PROPERTY-ID>|<A ACCEPTED / R REJECTED>|<REASON>
      * A REJECT GOES ON THE SYNC REJECTION QUEUE (SYNCREJECT.DAT) AS
      * AN OPEN "PORTAL" ENTRY, RESENT IN THAT PORTAL'S FILE EVERY
      * NIGHT UNTIL THE PORTAL ACCEPTS IT; THE ACCEPTANCE APPENDS THE
      * RESOLVED FOLLOW-UP. REJECT-REPROC LEAVES PORTAL ENTRIES ALONE.
      *
      * COUNTS PER PORTAL GO TO SYNDICATE.RPT. A BAD PORTAL LINE, A
      * REFUSED ACKNOWLEDGMENT FILE OR AN UNREADABLE PROPERTY MASTER
      * ENDS WITH RETURN CODE 4 (NO FILE IS WRITTEN AND NO CHECKPOINT
      * MOVES WITHOUT THE MASTER); A TABLE OVERFLOW ENDS WITH 8.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PORTAL-CONFIG-FILE ASSIGN TO "SYNDPORTAL.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CFG-STATUS.

           SELECT PROPERTY-AUDIT-FILE ASSIGN TO "PROPAUDIT.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-AUDIT-STATUS.

           SELECT PROPERTY-MASTER ASSIGN TO "PROPERTY-MASTER.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS PM-PROPERTY-ID
                  FILE STATUS IS WS-PROP-STATUS.

           SELECT SYND-CHECKPOINT-FILE ASSIGN TO "SYNDCKPT.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-CKPT-STATUS.

           SELECT SYNC-REJECT-FILE ASSIGN TO "SYNCREJECT.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-REJECT-STATUS.

           SELECT SYND-OUT-FILE-1 ASSIGN TO "SYNDOUT1.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-OUT-STATUS.

           SELECT SYND-OUT-FILE-2 ASSIGN TO "SYNDOUT2.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-OUT-STATUS.

           SELECT SYND-OUT-FILE-3 ASSIGN TO "SYNDOUT3.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-OUT-STATUS.

           SELECT SYND-OUT-FILE-4 ASSIGN TO "SYNDOUT4.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-OUT-STATUS.

           SELECT SYND-ACK-FILE-1 ASSIGN TO "SYNDACK1.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-ACK-STATUS.

           SELECT SYND-ACK-FILE-2 ASSIGN TO "SYNDACK2.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-ACK-STATUS.

           SELECT SYND-ACK-FILE-3 ASSIGN TO "SYNDACK3.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-ACK-STATUS.

           SELECT SYND-ACK-FILE-4 ASSIGN TO "SYNDACK4.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-ACK-STATUS.

           SELECT SYNDICATE-REPORT ASSIGN TO "SYNDICATE.RPT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PORTAL-CONFIG-FILE.
       01  PORTAL-CONFIG-LINE      PIC X(200).

       FD  PROPERTY-AUDIT-FILE.
       01  PROPERTY-AUDIT-RECORD.
           05  PA-PROPERTY-ID      PIC X(20).
           05  PA-FIELD-NAME       PIC X(20).
           05  PA-OLD-VALUE        PIC X(30).
           05  PA-NEW-VALUE        PIC X(30).
           05  PA-TIMESTAMP        PIC 9(14).

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

      *****************************************************************
      * ONE RECORD PER PORTAL PER RUN. SC-LAST-SENT IS THE HIGHEST
      * PROPAUDIT.DAT TIMESTAMP THE RUN COVERED.
      *****************************************************************
       FD  SYND-CHECKPOINT-FILE.
       01  SYND-CHECKPOINT-RECORD.
           05  SC-PORTAL-ID        PIC X(10).
           05  SC-LAST-SENT        PIC 9(14).
           05  SC-BUSINESS-DATE    PIC 9(8).
           05  SC-RECORD-COUNT     PIC 9(7).
           05  SC-TIMESTAMP        PIC 9(14).

      *****************************************************************
      * SAME LAYOUT AS MAINFRAME.COB'S REJECTION QUEUE. A PORTAL
      * ENTRY CARRIES <PORTAL-ID>|<PROPERTY-ID>|<REASON> AS ITS
      * PAYLOAD.
      *****************************************************************
       FD  SYNC-REJECT-FILE.
       01  SYNC-REJECT-RECORD.
           05  SR-REJECT-ID        PIC X(20).
           05  SR-RECORD-KIND      PIC X(10).
           05  SR-SYNC-DATA        PIC X(500).
           05  SR-REJECT-REASON    PIC X(40).
           05  SR-STATUS           PIC X.
               88  SR-OPEN         VALUE 'O'.
               88  SR-RESOLVED     VALUE 'R'.
           05  SR-TIMESTAMP        PIC 9(14).

       FD  SYND-OUT-FILE-1.
       01  SYND-OUT-LINE-1         PIC X(600).

       FD  SYND-OUT-FILE-2.
       01  SYND-OUT-LINE-2         PIC X(600).

       FD  SYND-OUT-FILE-3.
       01  SYND-OUT-LINE-3         PIC X(600).

       FD  SYND-OUT-FILE-4.
       01  SYND-OUT-LINE-4         PIC X(600).

       FD  SYND-ACK-FILE-1.
       01  SYND-ACK-LINE-1         PIC X(200).

       FD  SYND-ACK-FILE-2.
       01  SYND-ACK-LINE-2         PIC X(200).

       FD  SYND-ACK-FILE-3.
       01  SYND-ACK-LINE-3         PIC X(200).

       FD  SYND-ACK-FILE-4.
       01  SYND-ACK-LINE-4         PIC X(200).

       FD  SYNDICATE-REPORT.
       01  REPORT-LINE             PIC X(132).

      *****************************************************************
      * BUSINESS PROCESSING DATE, MAINTAINED BY THE BUSDATE-OPEN AND
      * BUSDATE-ADVANCE DRIVER STEPS. WHEN PRESENT AND NONZERO IT
      * OVERRIDES THE MACHINE CLOCK.
      *****************************************************************
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           05  BD-BUSINESS-DATE    PIC 9(8).
           05  BD-TIMESTAMP        PIC 9(14).

       WORKING-STORAGE SECTION.
       01  WS-CFG-STATUS           PIC XX.
       01  WS-AUDIT-STATUS         PIC XX.
       01  WS-PROP-STATUS          PIC XX.
       01  WS-CKPT-STATUS          PIC XX.
       01  WS-REJECT-STATUS        PIC XX.
       01  WS-OUT-STATUS           PIC XX.
       01  WS-ACK-STATUS           PIC XX.
       01  WS-RPT-STATUS           PIC XX.
       01  WS-BUSDATE-STATUS       PIC XX.

       01  WS-EOF-SWITCH           PIC X VALUE 'N'.
           88  WS-END-OF-FILE      VALUE 'Y'.
       01  WS-FOUND-SWITCH         PIC X.
       01  WS-WARNING-SW           PIC X VALUE 'N'.
       01  WS-MASTER-OPEN-SW       PIC X VALUE 'N'.
       01  WS-OVERFLOW-TABLE       PIC X(12).

       01  WS-CURRENT-DATE.
           05  WS-YEAR             PIC 9(4).
           05  WS-MONTH            PIC 99.
           05  WS-DAY              PIC 99.
           05  WS-HOUR             PIC 99.
           05  WS-MINUTE           PIC 99.
           05  WS-SECOND           PIC 99.

       01  WS-TODAY-DATE           PIC 9(8).
       01  WS-RUN-TIMESTAMP        PIC 9(14).

      *****************************************************************
      * THE FOUR PORTAL SLOTS FROM SYNDPORTAL.DAT. AN UNUSED SLOT HAS
      * NO PORTAL-ID AND ITS FILES ARE LEFT ALONE.
      *****************************************************************
       01  WS-PORTAL-TABLE.
           05  WS-PORTAL-ENTRY OCCURS 4 TIMES
                   INDEXED BY WS-PRT-IDX.
               10  WS-PRT-ID           PIC X(10).
               10  WS-PRT-FIELD-COUNT  PIC 9(2).
               10  WS-PRT-FIELD        PIC X(10) OCCURS 13 TIMES.
               10  WS-PRT-EXCL-COUNT   PIC 9(2).
               10  WS-PRT-EXCL-STATUS  PIC X(20) OCCURS 6 TIMES.
               10  WS-PRT-LAST-SENT    PIC 9(14).
               10  WS-PRT-HIGH-SENT    PIC 9(14).
               10  WS-PRT-NEW-COUNT    PIC 9(5).
               10  WS-PRT-CHG-COUNT    PIC 9(5).
               10  WS-PRT-OFF-COUNT    PIC 9(5).
               10  WS-PRT-SUPP-COUNT   PIC 9(5).
               10  WS-PRT-RESEND-COUNT PIC 9(5).
               10  WS-PRT-ACK-COUNT    PIC 9(5).
               10  WS-PRT-REJ-COUNT    PIC 9(5).
               10  WS-PRT-ACK-NOTE     PIC X(30).

       01  WS-CUR-SLOT             PIC 9.
       01  WS-FLD-IDX              PIC 9(2).
       01  WS-EXC-IDX              PIC 9(2).

      *****************************************************************
      * ONE SYNDPORTAL.DAT LINE BEING PROVED BEFORE IT TAKES A SLOT.
      *****************************************************************
       01  WS-CONFIG-WORK.
           05  WS-CFG-PORTAL-ID    PIC X(10).
           05  WS-CFG-SLOT-X       PIC X(2).
           05  WS-CFG-FIELD-LIST   PIC X(150).
           05  WS-CFG-EXCL-LIST    PIC X(150).
           05  WS-CFG-ITEM         PIC X(20).
           05  WS-CFG-PTR          PIC 9(3).
           05  WS-CFG-ERROR        PIC X(40).
           05  WS-CFG-FIELD-COUNT  PIC 9(2).
           05  WS-CFG-FIELD        PIC X(10) OCCURS 13 TIMES.
           05  WS-CFG-EXCL-COUNT   PIC 9(2).
           05  WS-CFG-EXCL-STATUS  PIC X(20) OCCURS 6 TIMES.

      *****************************************************************
      * LATEST STATE OF EVERY PORTAL ENTRY ON THE REJECTION QUEUE,
      * KEPT CURRENT AS TONIGHT'S ACKNOWLEDGMENTS ARE APPLIED.
      *****************************************************************
       01  WS-QUEUE-TABLE.
           05  WS-QUEUE-ENTRY OCCURS 5000 TIMES
                   INDEXED BY WS-QUE-IDX.
               10  WS-QUE-REJECT-ID    PIC X(20).
               10  WS-QUE-PORTAL-ID    PIC X(10).
               10  WS-QUE-PROPERTY-ID  PIC X(20).
               10  WS-QUE-STATUS       PIC X.

       01  WS-QUEUE-COUNT-USED     PIC 9(5) VALUE ZERO.
       01  WS-QUE-SEARCH-IDX       PIC 9(5).

      *****************************************************************
      * ONE ENTRY PER LISTING IN THE CURRENT PORTAL'S WINDOW - THE
      * AUDIT RECORDS COLLAPSED TO WHAT MATTERS FOR THE ACTION, PLUS
      * ANY OPEN REJECT BEING RESENT.
      *****************************************************************
       01  WS-CHANGE-TABLE.
           05  WS-CHANGE-ENTRY OCCURS 5000 TIMES
                   INDEXED BY WS-CHG-IDX.
               10  WS-CHG-PROPERTY-ID  PIC X(20).
               10  WS-CHG-NEW-SW       PIC X.
               10  WS-CHG-STATUS-SW    PIC X.
               10  WS-CHG-OLD-STATUS   PIC X(20).
               10  WS-CHG-RESEND-SW    PIC X.

       01  WS-CHANGE-COUNT-USED    PIC 9(5) VALUE ZERO.
       01  WS-CHG-SEARCH-IDX       PIC 9(5).
       01  WS-LOOKUP-PROPERTY      PIC X(20).

      *****************************************************************
      * ACKNOWLEDGMENT FILE WORK AND THE INBOUND-CHECK.COB CALL AREA.
      *****************************************************************
       01  WS-ACK-WORK.
           05  WS-ACK-SOURCE       PIC X(10).
           05  WS-ACK-INPUT        PIC X(200).
           05  WS-ACK-PROPERTY-ID  PIC X(20).
           05  WS-ACK-CODE         PIC X(2).
           05  WS-ACK-REASON       PIC X(40).
           05  WS-ACK-BAD-COUNT    PIC 9(5).

       01  WS-INBOUND-REQUEST      PIC X(200).
       01  WS-INBOUND-RESPONSE     PIC X(150).
       01  WS-INBOUND-RESULT.
           05  WS-INBOUND-RC       PIC XX.
           05  WS-INBOUND-MESSAGE  PIC X(50).

       01  WS-REJECT-WORK.
           05  WS-REJECT-SEQUENCE  PIC 9(4) VALUE ZERO.
           05  WS-REJECT-ID        PIC X(20).
           05  WS-REJECT-DATA      PIC X(500).
           05  WS-REJECT-REASON    PIC X(40).
           05  WS-REJECT-NEW-STATUS PIC X.

      *****************************************************************
      * OUTBOUND RECORD BUILD - ONE MAPPED FIELD AT A TIME.
      *****************************************************************
       01  WS-OUT-LINE             PIC X(600).
       01  WS-OUT-PTR              PIC 9(3).
       01  WS-OUT-COUNT            PIC 9(7).
       01  WS-ACTION               PIC X(3).
       01  WS-FIELD-VALUE          PIC X(100).
       01  WS-CHECK-STATUS         PIC X(20).
       01  WS-ADVERTISABLE-SW      PIC X.
       01  WS-OLD-ADVERTISABLE-SW  PIC X.
       01  WS-PROPERTY-FOUND-SW    PIC X.

       01  WS-EDIT-FIELDS.
           05  WS-PRICE-EDIT       PIC Z(8)9.99.
           05  WS-BEDS-EDIT        PIC Z9.
           05  WS-BATHS-EDIT       PIC Z9.9.
           05  WS-SQFT-EDIT        PIC Z(5)9.
           05  WS-LOT-EDIT         PIC Z(5)9.99.
           05  WS-COUNT-EDIT       PIC Z(6)9.

       01  WS-REPORT-HEADING.
           05  FILLER              PIC X(40) VALUE
               "LISTING SYNDICATION RUN".
           05  FILLER              PIC X(6)  VALUE "DATE: ".
           05  WS-HDR-DATE         PIC 9(8).

       01  WS-MESSAGE-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-MSG-TEXT         PIC X(120).

       01  WS-PORTAL-HEADING.
           05  FILLER              PIC X(12) VALUE "PORTAL".
           05  FILLER              PIC X(6)  VALUE "SLOT".
           05  FILLER              PIC X(16) VALUE "SENT FROM".
           05  FILLER              PIC X(7)  VALUE "    NEW".
           05  FILLER              PIC X(7)  VALUE "    CHG".
           05  FILLER              PIC X(7)  VALUE "    OFF".
           05  FILLER              PIC X(7)  VALUE "  SUPPR".
           05  FILLER              PIC X(7)  VALUE " RESENT".
           05  FILLER              PIC X(7)  VALUE "  ACKED".
           05  FILLER              PIC X(7)  VALUE " REJECT".
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(30) VALUE
               "ACKNOWLEDGMENT FILE".

       01  WS-PORTAL-LINE.
           05  WS-PTL-ID           PIC X(12).
           05  WS-PTL-SLOT         PIC 9.
           05  FILLER              PIC X(5)  VALUE SPACES.
           05  WS-PTL-FROM         PIC 9(14).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-PTL-NEW          PIC ZZZZZZ9.
           05  WS-PTL-CHG          PIC ZZZZZZ9.
           05  WS-PTL-OFF          PIC ZZZZZZ9.
           05  WS-PTL-SUPP         PIC ZZZZZZ9.
           05  WS-PTL-RESEND       PIC ZZZZZZ9.
           05  WS-PTL-ACK          PIC ZZZZZZ9.
           05  WS-PTL-REJ          PIC ZZZZZZ9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-PTL-ACK-NOTE     PIC X(30).

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           PERFORM INITIALIZE-SYNDICATION
           PERFORM LOAD-PORTAL-CONFIG
           PERFORM LOAD-PORTAL-CHECKPOINTS
           PERFORM LOAD-REJECT-QUEUE

           PERFORM VARYING WS-CUR-SLOT FROM 1 BY 1
                   UNTIL WS-CUR-SLOT > 4
               IF WS-PRT-ID(WS-CUR-SLOT) NOT = SPACES
                   PERFORM APPLY-PORTAL-ACKNOWLEDGMENTS
               END-IF
           END-PERFORM

           OPEN INPUT PROPERTY-MASTER
           IF WS-PROP-STATUS = '00'
               MOVE 'Y' TO WS-MASTER-OPEN-SW
               PERFORM VARYING WS-CUR-SLOT FROM 1 BY 1
                       UNTIL WS-CUR-SLOT > 4
                   IF WS-PRT-ID(WS-CUR-SLOT) NOT = SPACES
                       PERFORM SYNDICATE-ONE-PORTAL
                   END-IF
               END-PERFORM
               CLOSE PROPERTY-MASTER
           ELSE
               MOVE "PROPERTY MASTER NOT AVAILABLE - NOTHING SENT"
                   TO WS-MSG-TEXT
               PERFORM WRITE-MESSAGE-LINE
               MOVE 'Y' TO WS-WARNING-SW
           END-IF

           PERFORM WRITE-PORTAL-SUMMARY
           CLOSE SYNDICATE-REPORT

           IF WS-WARNING-SW = 'Y'
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      *****************************************************************
      * THE RUN TIMESTAMP IS TAKEN FROM THE MACHINE CLOCK BEFORE THE
      * BUSINESS DATE REPLACES THE CALENDAR DATE.
      *****************************************************************
       INITIALIZE-SYNDICATION.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE TO WS-RUN-TIMESTAMP
           PERFORM GET-BUSINESS-DATE
           STRING WS-YEAR WS-MONTH WS-DAY
                  DELIMITED BY SIZE
                  INTO WS-TODAY-DATE

           PERFORM VARYING WS-PRT-IDX FROM 1 BY 1
                   UNTIL WS-PRT-IDX > 4
               MOVE SPACES TO WS-PRT-ID(WS-PRT-IDX)
               MOVE ZERO TO WS-PRT-FIELD-COUNT(WS-PRT-IDX)
               MOVE ZERO TO WS-PRT-EXCL-COUNT(WS-PRT-IDX)
               MOVE ZERO TO WS-PRT-LAST-SENT(WS-PRT-IDX)
               MOVE ZERO TO WS-PRT-HIGH-SENT(WS-PRT-IDX)
               MOVE ZERO TO WS-PRT-NEW-COUNT(WS-PRT-IDX)
               MOVE ZERO TO WS-PRT-CHG-COUNT(WS-PRT-IDX)
               MOVE ZERO TO WS-PRT-OFF-COUNT(WS-PRT-IDX)
               MOVE ZERO TO WS-PRT-SUPP-COUNT(WS-PRT-IDX)
               MOVE ZERO TO WS-PRT-RESEND-COUNT(WS-PRT-IDX)
               MOVE ZERO TO WS-PRT-ACK-COUNT(WS-PRT-IDX)
               MOVE ZERO TO WS-PRT-REJ-COUNT(WS-PRT-IDX)
               MOVE SPACES TO WS-PRT-ACK-NOTE(WS-PRT-IDX)
           END-PERFORM

           OPEN OUTPUT SYNDICATE-REPORT

           MOVE WS-TODAY-DATE TO WS-HDR-DATE
           MOVE WS-REPORT-HEADING TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

      *****************************************************************
      * EACH SYNDPORTAL.DAT LINE IS PROVED WHOLE - SLOT, FIELD CODES
      * AND EXCLUDED STATUSES - BEFORE IT TAKES ITS SLOT, SO A TYPO
      * NEVER SENDS A PORTAL A HALF-MAPPED FILE. A REFUSED LINE IS
      * LISTED WITH ITS REASON AND FLAGS THE RUN.
      *****************************************************************
       LOAD-PORTAL-CONFIG.
           OPEN INPUT PORTAL-CONFIG-FILE

           IF WS-CFG-STATUS NOT = '00'
               MOVE "NO SYNDPORTAL.DAT - NO PORTALS CONFIGURED"
                   TO WS-MSG-TEXT
               PERFORM WRITE-MESSAGE-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM READ-CONFIG-LINE
           PERFORM UNTIL WS-END-OF-FILE
               IF PORTAL-CONFIG-LINE NOT = SPACES
                   PERFORM PARSE-ONE-PORTAL
               END-IF
               PERFORM READ-CONFIG-LINE
           END-PERFORM

           CLOSE PORTAL-CONFIG-FILE
           MOVE 'N' TO WS-EOF-SWITCH.

       READ-CONFIG-LINE.
           READ PORTAL-CONFIG-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

       PARSE-ONE-PORTAL.
           MOVE SPACES TO WS-CFG-PORTAL-ID
           MOVE SPACES TO WS-CFG-SLOT-X
           MOVE SPACES TO WS-CFG-FIELD-LIST
           MOVE SPACES TO WS-CFG-EXCL-LIST
           MOVE SPACES TO WS-CFG-ERROR
           MOVE ZERO TO WS-CFG-FIELD-COUNT
           MOVE ZERO TO WS-CFG-EXCL-COUNT

           UNSTRING PORTAL-CONFIG-LINE DELIMITED BY '|'
               INTO WS-CFG-PORTAL-ID
                    WS-CFG-SLOT-X
                    WS-CFG-FIELD-LIST
                    WS-CFG-EXCL-LIST

           EVALUATE TRUE
               WHEN WS-CFG-PORTAL-ID = SPACES
                   MOVE "NO PORTAL ID" TO WS-CFG-ERROR
               WHEN WS-CFG-SLOT-X(2:1) NOT = SPACE
                 OR WS-CFG-SLOT-X(1:1) < '1'
                 OR WS-CFG-SLOT-X(1:1) > '4'
                   MOVE "SLOT MUST BE 1 THROUGH 4" TO WS-CFG-ERROR
               WHEN OTHER
                   MOVE WS-CFG-SLOT-X(1:1) TO WS-CUR-SLOT
                   IF WS-PRT-ID(WS-CUR-SLOT) NOT = SPACES
                       MOVE "SLOT ALREADY TAKEN" TO WS-CFG-ERROR
                   END-IF
           END-EVALUATE

           IF WS-CFG-ERROR = SPACES
               PERFORM VARYING WS-PRT-IDX FROM 1 BY 1
                       UNTIL WS-PRT-IDX > 4
                   IF WS-PRT-ID(WS-PRT-IDX) = WS-CFG-PORTAL-ID
                       MOVE "PORTAL ID ALREADY CONFIGURED"
                           TO WS-CFG-ERROR
                   END-IF
               END-PERFORM
           END-IF

           IF WS-CFG-ERROR = SPACES
               PERFORM PARSE-FIELD-LIST
           END-IF

           IF WS-CFG-ERROR = SPACES
               PERFORM PARSE-EXCLUDED-LIST
           END-IF

           IF WS-CFG-ERROR NOT = SPACES
               MOVE SPACES TO WS-MSG-TEXT
               STRING "PORTAL LINE REFUSED (" DELIMITED BY SIZE
                      WS-CFG-ERROR DELIMITED BY "  "
                      "): " DELIMITED BY SIZE
                      PORTAL-CONFIG-LINE DELIMITED BY "  "
                      INTO WS-MSG-TEXT
               PERFORM WRITE-MESSAGE-LINE
               MOVE 'Y' TO WS-WARNING-SW
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CFG-PORTAL-ID TO WS-PRT-ID(WS-CUR-SLOT)
           MOVE WS-CFG-FIELD-COUNT TO WS-PRT-FIELD-COUNT(WS-CUR-SLOT)
           PERFORM VARYING WS-FLD-IDX FROM 1 BY 1
                   UNTIL WS-FLD-IDX > WS-CFG-FIELD-COUNT
               MOVE WS-CFG-FIELD(WS-FLD-IDX)
                   TO WS-PRT-FIELD(WS-CUR-SLOT, WS-FLD-IDX)
           END-PERFORM
           MOVE WS-CFG-EXCL-COUNT TO WS-PRT-EXCL-COUNT(WS-CUR-SLOT)
           PERFORM VARYING WS-EXC-IDX FROM 1 BY 1
                   UNTIL WS-EXC-IDX > WS-CFG-EXCL-COUNT
               MOVE WS-CFG-EXCL-STATUS(WS-EXC-IDX)
                   TO WS-PRT-EXCL-STATUS(WS-CUR-SLOT, WS-EXC-IDX)
           END-PERFORM.

       PARSE-FIELD-LIST.
           MOVE 1 TO WS-CFG-PTR
           PERFORM UNTIL WS-CFG-PTR > 150
                      OR WS-CFG-ERROR NOT = SPACES
               MOVE SPACES TO WS-CFG-ITEM
               UNSTRING WS-CFG-FIELD-LIST DELIMITED BY ','
                   INTO WS-CFG-ITEM
                   WITH POINTER WS-CFG-PTR
               IF WS-CFG-ITEM NOT = SPACES
                   EVALUATE WS-CFG-ITEM
                       WHEN "MLS"
                       WHEN "ADDRESS"
                       WHEN "CITY"
                       WHEN "STATE"
                       WHEN "ZIP"
                       WHEN "PRICE"
                       WHEN "BEDS"
                       WHEN "BATHS"
                       WHEN "SQFT"
                       WHEN "LOT"
                       WHEN "YEAR"
                       WHEN "STATUS"
                       WHEN "LISTDATE"
                           IF WS-CFG-FIELD-COUNT >= 13
                               MOVE "MORE THAN 13 FIELDS"
                                   TO WS-CFG-ERROR
                           ELSE
                               ADD 1 TO WS-CFG-FIELD-COUNT
                               MOVE WS-CFG-ITEM TO
                                   WS-CFG-FIELD(WS-CFG-FIELD-COUNT)
                           END-IF
                       WHEN OTHER
                           MOVE SPACES TO WS-CFG-ERROR
                           STRING "UNKNOWN FIELD CODE "
                                  DELIMITED BY SIZE
                                  WS-CFG-ITEM DELIMITED BY SPACE
                                  INTO WS-CFG-ERROR
                   END-EVALUATE
               END-IF
           END-PERFORM

           IF WS-CFG-ERROR = SPACES AND WS-CFG-FIELD-COUNT = ZERO
               MOVE "NO FIELDS MAPPED" TO WS-CFG-ERROR
           END-IF.

       PARSE-EXCLUDED-LIST.
           MOVE 1 TO WS-CFG-PTR
           PERFORM UNTIL WS-CFG-PTR > 150
                      OR WS-CFG-ERROR NOT = SPACES
               MOVE SPACES TO WS-CFG-ITEM
               UNSTRING WS-CFG-EXCL-LIST DELIMITED BY ','
                   INTO WS-CFG-ITEM
                   WITH POINTER WS-CFG-PTR
               IF WS-CFG-ITEM NOT = SPACES
                   EVALUATE WS-CFG-ITEM
                       WHEN "ACTIVE"
                       WHEN "PENDING"
                       WHEN "SOLD"
                       WHEN "CLOSED"
                       WHEN "WITHDRAWN"
                       WHEN "EXPIRED"
                           IF WS-CFG-EXCL-COUNT >= 6
                               MOVE "MORE THAN 6 EXCLUDED STATUSES"
                                   TO WS-CFG-ERROR
                           ELSE
                               ADD 1 TO WS-CFG-EXCL-COUNT
                               MOVE WS-CFG-ITEM TO
                                   WS-CFG-EXCL-STATUS(WS-CFG-EXCL-COUNT)
                           END-IF
                       WHEN OTHER
                           MOVE SPACES TO WS-CFG-ERROR
                           STRING "UNKNOWN STATUS "
                                  DELIMITED BY SIZE
                                  WS-CFG-ITEM DELIMITED BY SPACE
                                  INTO WS-CFG-ERROR
                   END-EVALUATE
               END-IF
           END-PERFORM.

      *****************************************************************
      * LATEST CHECKPOINT PER PORTAL FROM AN EARLIER BUSINESS DATE.
      * TONIGHT'S OWN CHECKPOINTS (FROM A RUN BEING REPEATED) ARE
      * PASSED OVER SO THE RERUN COVERS THE SAME WINDOW.
      *****************************************************************
       LOAD-PORTAL-CHECKPOINTS.
           OPEN INPUT SYND-CHECKPOINT-FILE

           IF WS-CKPT-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM READ-CHECKPOINT-RECORD
           PERFORM UNTIL WS-END-OF-FILE
               IF SC-BUSINESS-DATE < WS-TODAY-DATE
                   PERFORM VARYING WS-PRT-IDX FROM 1 BY 1
                           UNTIL WS-PRT-IDX > 4
                       IF WS-PRT-ID(WS-PRT-IDX) = SC-PORTAL-ID
                           MOVE SC-LAST-SENT
                               TO WS-PRT-LAST-SENT(WS-PRT-IDX)
                       END-IF
                   END-PERFORM
               END-IF
               PERFORM READ-CHECKPOINT-RECORD
           END-PERFORM

           CLOSE SYND-CHECKPOINT-FILE
           MOVE 'N' TO WS-EOF-SWITCH.

       READ-CHECKPOINT-RECORD.
           READ SYND-CHECKPOINT-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

      *****************************************************************
      * LATEST STATE PER REJECT-ID OF EVERY PORTAL ENTRY ON THE SYNC
      * REJECTION QUEUE - THE SAME LATER-RECORD-WINS READING
      * MAINFRAME.COB'S REJECT-REPROC APPLIES. MLS ENTRIES ARE NOT
      * THIS JOB'S AND ARE PASSED OVER.
      *****************************************************************
       LOAD-REJECT-QUEUE.
           OPEN INPUT SYNC-REJECT-FILE

           IF WS-REJECT-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM READ-REJECT-RECORD
           PERFORM UNTIL WS-END-OF-FILE
               IF SR-RECORD-KIND = "PORTAL"
                   PERFORM NOTE-ONE-QUEUE-RECORD
               END-IF
               PERFORM READ-REJECT-RECORD
           END-PERFORM

           CLOSE SYNC-REJECT-FILE
           MOVE 'N' TO WS-EOF-SWITCH.

       READ-REJECT-RECORD.
           READ SYNC-REJECT-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

       NOTE-ONE-QUEUE-RECORD.
           MOVE 'N' TO WS-FOUND-SWITCH
           PERFORM VARYING WS-QUE-IDX FROM 1 BY 1
                   UNTIL WS-QUE-IDX > WS-QUEUE-COUNT-USED
               IF WS-QUE-REJECT-ID(WS-QUE-IDX) = SR-REJECT-ID
                   MOVE 'Y' TO WS-FOUND-SWITCH
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WS-FOUND-SWITCH = 'N'
               IF WS-QUEUE-COUNT-USED >= 5000
                   MOVE "REJECT QUEUE" TO WS-OVERFLOW-TABLE
                   PERFORM ABORT-ON-TABLE-OVERFLOW
               END-IF
               ADD 1 TO WS-QUEUE-COUNT-USED
               SET WS-QUE-IDX TO WS-QUEUE-COUNT-USED
               MOVE SR-REJECT-ID TO WS-QUE-REJECT-ID(WS-QUE-IDX)
               MOVE SPACES TO WS-QUE-PORTAL-ID(WS-QUE-IDX)
               MOVE SPACES TO WS-QUE-PROPERTY-ID(WS-QUE-IDX)
               UNSTRING SR-SYNC-DATA DELIMITED BY '|'
                   INTO WS-QUE-PORTAL-ID(WS-QUE-IDX)
                        WS-QUE-PROPERTY-ID(WS-QUE-IDX)
           END-IF

           MOVE SR-STATUS TO WS-QUE-STATUS(WS-QUE-IDX).

      *****************************************************************
      * A TRUNCATED TABLE WOULD SILENTLY DROP LISTINGS OR REJECTS
      * FROM THE PORTAL FILES, SO THE RUN STOPS WITH A NONZERO RETURN
      * CODE INSTEAD - BEFORE ANY FILE OR CHECKPOINT IS WRITTEN FOR
      * THE PORTAL IN HAND.
      *****************************************************************
       ABORT-ON-TABLE-OVERFLOW.
           MOVE SPACES TO REPORT-LINE
           STRING "SYNDICATION TABLE OVERFLOW (" DELIMITED BY SIZE
                  WS-OVERFLOW-TABLE DELIMITED BY "  "
                  ") - RUN ABORTED" DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE SYNDICATE-REPORT

           IF WS-MASTER-OPEN-SW = 'Y'
               CLOSE PROPERTY-MASTER
           END-IF

           MOVE 8 TO RETURN-CODE
           STOP RUN.

      *****************************************************************
      * THE PORTAL'S ACKNOWLEDGMENT FILE IS PROVED BY INBOUND-CHECK
      * FIRST - TRAILER COUNT AGREES AND THE FILE WAS NOT APPLIED
      * BEFORE. NO FILE TONIGHT IS NORMAL; A REFUSED FILE IS LEFT
      * UNREAD AND FLAGS THE RUN. THE FILE IS REGISTERED ONCE ITS
      * LINES ARE ON THE QUEUE.
      *****************************************************************
       APPLY-PORTAL-ACKNOWLEDGMENTS.
           MOVE SPACES TO WS-ACK-SOURCE
           STRING "SYNDACK" WS-CUR-SLOT
                  DELIMITED BY SIZE
                  INTO WS-ACK-SOURCE

           MOVE SPACES TO WS-INBOUND-REQUEST
           MOVE SPACES TO WS-INBOUND-RESPONSE
           STRING "CHECK|" WS-ACK-SOURCE
                  DELIMITED BY SIZE
                  INTO WS-INBOUND-REQUEST

           CALL "INBOUND-CHECK" USING WS-INBOUND-REQUEST
                                      WS-INBOUND-RESPONSE

           MOVE SPACES TO WS-INBOUND-RESULT
           UNSTRING WS-INBOUND-RESPONSE DELIMITED BY '|'
               INTO WS-INBOUND-RC
                    WS-INBOUND-MESSAGE

           IF WS-INBOUND-RC = '10'
               MOVE "NONE TONIGHT" TO WS-PRT-ACK-NOTE(WS-CUR-SLOT)
               EXIT PARAGRAPH
           END-IF

           IF WS-INBOUND-RC NOT = '00'
               MOVE "REFUSED BY INBOUND-CHECK"
                   TO WS-PRT-ACK-NOTE(WS-CUR-SLOT)
               MOVE SPACES TO WS-MSG-TEXT
               STRING WS-ACK-SOURCE DELIMITED BY SPACE
                      " REFUSED - " DELIMITED BY SIZE
                      WS-INBOUND-MESSAGE DELIMITED BY SIZE
                      INTO WS-MSG-TEXT
               PERFORM WRITE-MESSAGE-LINE
               MOVE 'Y' TO WS-WARNING-SW
               EXIT PARAGRAPH
           END-IF

           MOVE ZERO TO WS-ACK-BAD-COUNT
           PERFORM OPEN-ACK-FILE
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM READ-ACK-LINE
           PERFORM UNTIL WS-END-OF-FILE
               IF WS-ACK-INPUT(1:4) NOT = "HDR|"
                       AND WS-ACK-INPUT(1:4) NOT = "TRL|"
                       AND WS-ACK-INPUT NOT = SPACES
                   PERFORM APPLY-ONE-ACK-LINE
               END-IF
               PERFORM READ-ACK-LINE
           END-PERFORM
           PERFORM CLOSE-ACK-FILE
           MOVE 'N' TO WS-EOF-SWITCH

           MOVE "APPLIED" TO WS-PRT-ACK-NOTE(WS-CUR-SLOT)
           IF WS-ACK-BAD-COUNT > ZERO
               MOVE WS-ACK-BAD-COUNT TO WS-COUNT-EDIT
               MOVE SPACES TO WS-MSG-TEXT
               STRING WS-ACK-SOURCE DELIMITED BY SPACE
                      " - " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                      " LINE(S) WITHOUT AN A/R CODE SKIPPED"
                      DELIMITED BY SIZE
                      INTO WS-MSG-TEXT
               PERFORM WRITE-MESSAGE-LINE
               MOVE "APPLIED, LINES SKIPPED"
                   TO WS-PRT-ACK-NOTE(WS-CUR-SLOT)
               MOVE 'Y' TO WS-WARNING-SW
           END-IF

           MOVE SPACES TO WS-INBOUND-REQUEST
           MOVE SPACES TO WS-INBOUND-RESPONSE
           STRING "REGISTER|" WS-ACK-SOURCE
                  DELIMITED BY SIZE
                  INTO WS-INBOUND-REQUEST

           CALL "INBOUND-CHECK" USING WS-INBOUND-REQUEST
                                      WS-INBOUND-RESPONSE.

       OPEN-ACK-FILE.
           EVALUATE WS-CUR-SLOT
               WHEN 1
                   OPEN INPUT SYND-ACK-FILE-1
               WHEN 2
                   OPEN INPUT SYND-ACK-FILE-2
               WHEN 3
                   OPEN INPUT SYND-ACK-FILE-3
               WHEN 4
                   OPEN INPUT SYND-ACK-FILE-4
           END-EVALUATE.

       READ-ACK-LINE.
           MOVE SPACES TO WS-ACK-INPUT
           EVALUATE WS-CUR-SLOT
               WHEN 1
                   READ SYND-ACK-FILE-1 INTO WS-ACK-INPUT
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                   END-READ
               WHEN 2
                   READ SYND-ACK-FILE-2 INTO WS-ACK-INPUT
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                   END-READ
               WHEN 3
                   READ SYND-ACK-FILE-3 INTO WS-ACK-INPUT
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                   END-READ
               WHEN 4
                   READ SYND-ACK-FILE-4 INTO WS-ACK-INPUT
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                   END-READ
           END-EVALUATE.

       CLOSE-ACK-FILE.
           EVALUATE WS-CUR-SLOT
               WHEN 1
                   CLOSE SYND-ACK-FILE-1
               WHEN 2
                   CLOSE SYND-ACK-FILE-2
               WHEN 3
                   CLOSE SYND-ACK-FILE-3
               WHEN 4
                   CLOSE SYND-ACK-FILE-4
           END-EVALUATE.

      *****************************************************************
      * A REJECT OPENS ONE QUEUE ENTRY PER PORTAL AND LISTING - A
      * REPEAT REJECT OF A LISTING ALREADY QUEUED FOR THE PORTAL
      * (TONIGHT'S RESEND REFUSED AGAIN) LEAVES THE ENTRY AS IT IS.
      * AN ACCEPTANCE RESOLVES ANY OPEN ENTRY FOR THE PORTAL AND
      * LISTING.
      *****************************************************************
       APPLY-ONE-ACK-LINE.
           MOVE SPACES TO WS-ACK-PROPERTY-ID
           MOVE SPACES TO WS-ACK-CODE
           MOVE SPACES TO WS-ACK-REASON
           UNSTRING WS-ACK-INPUT DELIMITED BY '|'
               INTO WS-ACK-PROPERTY-ID
                    WS-ACK-CODE
                    WS-ACK-REASON

           EVALUATE TRUE
               WHEN WS-ACK-PROPERTY-ID = SPACES
                   ADD 1 TO WS-ACK-BAD-COUNT
               WHEN WS-ACK-CODE = "A"
                   ADD 1 TO WS-PRT-ACK-COUNT(WS-CUR-SLOT)
                   PERFORM RESOLVE-PORTAL-ENTRIES
               WHEN WS-ACK-CODE = "R"
                   ADD 1 TO WS-PRT-REJ-COUNT(WS-CUR-SLOT)
                   PERFORM QUEUE-PORTAL-REJECT
               WHEN OTHER
                   ADD 1 TO WS-ACK-BAD-COUNT
           END-EVALUATE.

       QUEUE-PORTAL-REJECT.
           PERFORM VARYING WS-QUE-IDX FROM 1 BY 1
                   UNTIL WS-QUE-IDX > WS-QUEUE-COUNT-USED
               IF WS-QUE-STATUS(WS-QUE-IDX) = 'O'
                  AND WS-QUE-PORTAL-ID(WS-QUE-IDX)
                      = WS-PRT-ID(WS-CUR-SLOT)
                  AND WS-QUE-PROPERTY-ID(WS-QUE-IDX)
                      = WS-ACK-PROPERTY-ID
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM

           IF WS-QUEUE-COUNT-USED >= 5000
               MOVE "REJECT QUEUE" TO WS-OVERFLOW-TABLE
               PERFORM ABORT-ON-TABLE-OVERFLOW
           END-IF

           ADD 1 TO WS-REJECT-SEQUENCE
           MOVE SPACES TO WS-REJECT-ID
           STRING "REJ" WS-RUN-TIMESTAMP(3:12)
                  WS-REJECT-SEQUENCE
                  DELIMITED BY SIZE
                  INTO WS-REJECT-ID

           MOVE SPACES TO WS-REJECT-DATA
           STRING WS-PRT-ID(WS-CUR-SLOT) DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-ACK-PROPERTY-ID DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-ACK-REASON DELIMITED BY SIZE
                  INTO WS-REJECT-DATA
           MOVE WS-ACK-REASON TO WS-REJECT-REASON
           IF WS-REJECT-REASON = SPACES
               MOVE "REJECTED BY PORTAL" TO WS-REJECT-REASON
           END-IF
           MOVE 'O' TO WS-REJECT-NEW-STATUS
           PERFORM WRITE-SYNC-REJECT

           ADD 1 TO WS-QUEUE-COUNT-USED
           SET WS-QUE-IDX TO WS-QUEUE-COUNT-USED
           MOVE WS-REJECT-ID TO WS-QUE-REJECT-ID(WS-QUE-IDX)
           MOVE WS-PRT-ID(WS-CUR-SLOT) TO WS-QUE-PORTAL-ID(WS-QUE-IDX)
           MOVE WS-ACK-PROPERTY-ID TO WS-QUE-PROPERTY-ID(WS-QUE-IDX)
           MOVE 'O' TO WS-QUE-STATUS(WS-QUE-IDX).

       RESOLVE-PORTAL-ENTRIES.
           PERFORM VARYING WS-QUE-IDX FROM 1 BY 1
                   UNTIL WS-QUE-IDX > WS-QUEUE-COUNT-USED
               IF WS-QUE-STATUS(WS-QUE-IDX) = 'O'
                  AND WS-QUE-PORTAL-ID(WS-QUE-IDX)
                      = WS-PRT-ID(WS-CUR-SLOT)
                  AND WS-QUE-PROPERTY-ID(WS-QUE-IDX)
                      = WS-ACK-PROPERTY-ID
                   MOVE WS-QUE-REJECT-ID(WS-QUE-IDX) TO WS-REJECT-ID
                   MOVE SPACES TO WS-REJECT-DATA
                   STRING WS-PRT-ID(WS-CUR-SLOT) DELIMITED BY SPACE
                          "|" DELIMITED BY SIZE
                          WS-ACK-PROPERTY-ID DELIMITED BY SPACE
                          INTO WS-REJECT-DATA
                   MOVE "ACCEPTED BY PORTAL" TO WS-REJECT-REASON
                   MOVE 'R' TO WS-REJECT-NEW-STATUS
                   PERFORM WRITE-SYNC-REJECT
                   MOVE 'R' TO WS-QUE-STATUS(WS-QUE-IDX)
               END-IF
           END-PERFORM.

       WRITE-SYNC-REJECT.
           OPEN EXTEND SYNC-REJECT-FILE

           IF WS-REJECT-STATUS NOT = '00'
               OPEN OUTPUT SYNC-REJECT-FILE
           END-IF

           MOVE WS-REJECT-ID TO SR-REJECT-ID
           MOVE "PORTAL" TO SR-RECORD-KIND
           MOVE WS-REJECT-DATA TO SR-SYNC-DATA
           MOVE WS-REJECT-REASON TO SR-REJECT-REASON
           MOVE WS-REJECT-NEW-STATUS TO SR-STATUS
           MOVE WS-RUN-TIMESTAMP TO SR-TIMESTAMP

           WRITE SYNC-REJECT-RECORD

           CLOSE SYNC-REJECT-FILE.

      *****************************************************************
      * ONE PORTAL: COLLAPSE ITS AUDIT WINDOW TO ONE ENTRY PER
      * LISTING, ADD THE OPEN REJECTS TO RESEND, WRITE THE FRAMED
      * OUTBOUND FILE AND APPEND THE NEW CHECKPOINT.
      *****************************************************************
       SYNDICATE-ONE-PORTAL.
           MOVE ZERO TO WS-CHANGE-COUNT-USED
           MOVE WS-PRT-LAST-SENT(WS-CUR-SLOT)
               TO WS-PRT-HIGH-SENT(WS-CUR-SLOT)

           PERFORM SCAN-AUDIT-WINDOW
           PERFORM ADD-OPEN-REJECTS

           PERFORM OPEN-OUT-FILE
           MOVE ZERO TO WS-OUT-COUNT
           MOVE SPACES TO WS-OUT-LINE
           STRING "HDR|" DELIMITED BY SIZE
                  WS-PRT-ID(WS-CUR-SLOT) DELIMITED BY SPACE
                  "|" WS-TODAY-DATE "|" WS-RUN-TIMESTAMP
                  DELIMITED BY SIZE
                  INTO WS-OUT-LINE
           PERFORM WRITE-OUT-LINE

           PERFORM VARYING WS-CHG-IDX FROM 1 BY 1
                   UNTIL WS-CHG-IDX > WS-CHANGE-COUNT-USED
               PERFORM EMIT-ONE-LISTING
           END-PERFORM

           MOVE WS-OUT-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO WS-OUT-LINE
           STRING "TRL|" FUNCTION TRIM(WS-COUNT-EDIT)
                  DELIMITED BY SIZE
                  INTO WS-OUT-LINE
           PERFORM WRITE-OUT-LINE
           PERFORM CLOSE-OUT-FILE

           PERFORM WRITE-PORTAL-CHECKPOINT.

      *****************************************************************
      * EVERY PM-* AUDIT RECORD NEWER THAN THE CHECKPOINT. THE FIRST
      * STATUS CHANGE IN THE WINDOW KEEPS ITS OLD VALUE - WHAT THE
      * PORTAL LAST SAW.
      *****************************************************************
       SCAN-AUDIT-WINDOW.
           OPEN INPUT PROPERTY-AUDIT-FILE

           IF WS-AUDIT-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM READ-AUDIT-RECORD
           PERFORM UNTIL WS-END-OF-FILE
               IF PA-TIMESTAMP > WS-PRT-LAST-SENT(WS-CUR-SLOT)
                       AND PA-FIELD-NAME(1:3) = "PM-"
                   PERFORM NOTE-ONE-CHANGE
               END-IF
               PERFORM READ-AUDIT-RECORD
           END-PERFORM

           CLOSE PROPERTY-AUDIT-FILE
           MOVE 'N' TO WS-EOF-SWITCH.

       READ-AUDIT-RECORD.
           READ PROPERTY-AUDIT-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

       NOTE-ONE-CHANGE.
           IF PA-TIMESTAMP > WS-PRT-HIGH-SENT(WS-CUR-SLOT)
               MOVE PA-TIMESTAMP TO WS-PRT-HIGH-SENT(WS-CUR-SLOT)
           END-IF

           MOVE PA-PROPERTY-ID TO WS-LOOKUP-PROPERTY
           PERFORM FIND-OR-ADD-CHANGE
           SET WS-CHG-IDX TO WS-CHG-SEARCH-IDX

           EVALUATE PA-FIELD-NAME
               WHEN "PM-NEW-LISTING"
                   MOVE 'Y' TO WS-CHG-NEW-SW(WS-CHG-IDX)
               WHEN "PM-STATUS"
                   IF WS-CHG-STATUS-SW(WS-CHG-IDX) NOT = 'Y'
                       MOVE 'Y' TO WS-CHG-STATUS-SW(WS-CHG-IDX)
                       MOVE PA-OLD-VALUE
                           TO WS-CHG-OLD-STATUS(WS-CHG-IDX)
                   END-IF
           END-EVALUATE.

       ADD-OPEN-REJECTS.
           PERFORM VARYING WS-QUE-IDX FROM 1 BY 1
                   UNTIL WS-QUE-IDX > WS-QUEUE-COUNT-USED
               IF WS-QUE-STATUS(WS-QUE-IDX) = 'O'
                  AND WS-QUE-PORTAL-ID(WS-QUE-IDX)
                      = WS-PRT-ID(WS-CUR-SLOT)
                   MOVE WS-QUE-PROPERTY-ID(WS-QUE-IDX)
                       TO WS-LOOKUP-PROPERTY
                   PERFORM FIND-OR-ADD-CHANGE
                   SET WS-CHG-IDX TO WS-CHG-SEARCH-IDX
                   MOVE 'Y' TO WS-CHG-RESEND-SW(WS-CHG-IDX)
               END-IF
           END-PERFORM.

       FIND-OR-ADD-CHANGE.
           MOVE 'N' TO WS-FOUND-SWITCH
           PERFORM VARYING WS-CHG-IDX FROM 1 BY 1
                   UNTIL WS-CHG-IDX > WS-CHANGE-COUNT-USED
               IF WS-CHG-PROPERTY-ID(WS-CHG-IDX) = WS-LOOKUP-PROPERTY
                   MOVE 'Y' TO WS-FOUND-SWITCH
                   SET WS-CHG-SEARCH-IDX TO WS-CHG-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WS-FOUND-SWITCH = 'Y'
               EXIT PARAGRAPH
           END-IF

           IF WS-CHANGE-COUNT-USED >= 5000
               MOVE "LISTING" TO WS-OVERFLOW-TABLE
               PERFORM ABORT-ON-TABLE-OVERFLOW
           END-IF

           ADD 1 TO WS-CHANGE-COUNT-USED
           MOVE WS-CHANGE-COUNT-USED TO WS-CHG-SEARCH-IDX
           SET WS-CHG-IDX TO WS-CHG-SEARCH-IDX
           MOVE WS-LOOKUP-PROPERTY TO WS-CHG-PROPERTY-ID(WS-CHG-IDX)
           MOVE 'N' TO WS-CHG-NEW-SW(WS-CHG-IDX)
           MOVE 'N' TO WS-CHG-STATUS-SW(WS-CHG-IDX)
           MOVE SPACES TO WS-CHG-OLD-STATUS(WS-CHG-IDX)
           MOVE 'N' TO WS-CHG-RESEND-SW(WS-CHG-IDX).

      *****************************************************************
      * THE ACTION FOR ONE LISTING ON THIS PORTAL:
      *   ON THE PORTAL NOW - NEW FOR A NEW LISTING, A RESEND, OR ONE
      *     WHOSE STATUS MOVED FROM ONE THE PORTAL DOES NOT CARRY;
      *     OTHERWISE CHG.
      *   OFF THE PORTAL NOW - OFF WHEN THE STATUS MOVED FROM ONE THE
      *     PORTAL CARRIED, OR FOR A RESEND (SO THE PORTAL CAN CLOSE
      *     ITS REJECT); OTHERWISE NOTHING IS SENT.
      * A LISTING NO LONGER ON THE MASTER GOES OFF WITH ITS FIELDS
      * BLANK.
      *****************************************************************
       EMIT-ONE-LISTING.
           MOVE WS-CHG-PROPERTY-ID(WS-CHG-IDX) TO PM-PROPERTY-ID
           MOVE 'Y' TO WS-PROPERTY-FOUND-SW
           READ PROPERTY-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-PROPERTY-FOUND-SW
                   MOVE SPACES TO PROPERTY-MASTER-REC
                   MOVE WS-CHG-PROPERTY-ID(WS-CHG-IDX)
                       TO PM-PROPERTY-ID
           END-READ

           MOVE SPACES TO WS-ACTION
           IF WS-PROPERTY-FOUND-SW = 'N'
               MOVE "OFF" TO WS-ACTION
           ELSE
               MOVE PM-STATUS TO WS-CHECK-STATUS
               PERFORM CHECK-ADVERTISABLE
               MOVE WS-ADVERTISABLE-SW TO WS-OLD-ADVERTISABLE-SW
               IF WS-CHG-STATUS-SW(WS-CHG-IDX) = 'Y'
                   MOVE WS-CHG-OLD-STATUS(WS-CHG-IDX)
                       TO WS-CHECK-STATUS
                   PERFORM CHECK-ADVERTISABLE
                   MOVE WS-ADVERTISABLE-SW TO WS-OLD-ADVERTISABLE-SW
                   MOVE PM-STATUS TO WS-CHECK-STATUS
                   PERFORM CHECK-ADVERTISABLE
               END-IF
               PERFORM CHOOSE-LISTING-ACTION
           END-IF

           IF WS-ACTION = SPACES
               ADD 1 TO WS-PRT-SUPP-COUNT(WS-CUR-SLOT)
               EXIT PARAGRAPH
           END-IF

           PERFORM BUILD-LISTING-LINE
           PERFORM WRITE-OUT-LINE
           ADD 1 TO WS-OUT-COUNT

           EVALUATE TRUE
               WHEN WS-CHG-RESEND-SW(WS-CHG-IDX) = 'Y'
                   ADD 1 TO WS-PRT-RESEND-COUNT(WS-CUR-SLOT)
               WHEN WS-ACTION = "NEW"
                   ADD 1 TO WS-PRT-NEW-COUNT(WS-CUR-SLOT)
               WHEN WS-ACTION = "CHG"
                   ADD 1 TO WS-PRT-CHG-COUNT(WS-CUR-SLOT)
               WHEN OTHER
                   ADD 1 TO WS-PRT-OFF-COUNT(WS-CUR-SLOT)
           END-EVALUATE.

       CHOOSE-LISTING-ACTION.
           IF WS-ADVERTISABLE-SW = 'Y'
               IF WS-CHG-RESEND-SW(WS-CHG-IDX) = 'Y'
                  OR WS-CHG-NEW-SW(WS-CHG-IDX) = 'Y'
                  OR WS-OLD-ADVERTISABLE-SW = 'N'
                   MOVE "NEW" TO WS-ACTION
               ELSE
                   MOVE "CHG" TO WS-ACTION
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF WS-CHG-RESEND-SW(WS-CHG-IDX) = 'Y'
               MOVE "OFF" TO WS-ACTION
               EXIT PARAGRAPH
           END-IF

           IF WS-CHG-STATUS-SW(WS-CHG-IDX) = 'Y'
                   AND WS-CHG-NEW-SW(WS-CHG-IDX) NOT = 'Y'
                   AND WS-OLD-ADVERTISABLE-SW = 'Y'
               MOVE "OFF" TO WS-ACTION
           END-IF.

      *****************************************************************
      * OFF-MARKET STATUSES ARE NEVER ADVERTISED ON ANY PORTAL; THE
      * PORTAL'S OWN EXCLUSIONS ARE ADDED ON TOP.
      *****************************************************************
       CHECK-ADVERTISABLE.
           MOVE 'Y' TO WS-ADVERTISABLE-SW

           IF WS-CHECK-STATUS = "SOLD" OR "CLOSED" OR "WITHDRAWN"
                   OR "EXPIRED"
               MOVE 'N' TO WS-ADVERTISABLE-SW
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-EXC-IDX FROM 1 BY 1
                   UNTIL WS-EXC-IDX > WS-PRT-EXCL-COUNT(WS-CUR-SLOT)
               IF WS-PRT-EXCL-STATUS(WS-CUR-SLOT, WS-EXC-IDX)
                       = WS-CHECK-STATUS
                   MOVE 'N' TO WS-ADVERTISABLE-SW
               END-IF
           END-PERFORM.

      *****************************************************************
      * <ACTION>|<PROPERTY-ID>|<MAPPED FIELDS IN THE PORTAL'S ORDER>,
      * NUMERIC FIELDS EDITED WITH NO LEADING ZEROS.
      *****************************************************************
       BUILD-LISTING-LINE.
           MOVE SPACES TO WS-OUT-LINE
           MOVE 1 TO WS-OUT-PTR
           STRING WS-ACTION "|" DELIMITED BY SIZE
                  PM-PROPERTY-ID DELIMITED BY SPACE
                  INTO WS-OUT-LINE
                  WITH POINTER WS-OUT-PTR

           PERFORM VARYING WS-FLD-IDX FROM 1 BY 1
                   UNTIL WS-FLD-IDX > WS-PRT-FIELD-COUNT(WS-CUR-SLOT)
               MOVE SPACES TO WS-FIELD-VALUE
               IF WS-PROPERTY-FOUND-SW = 'Y'
                   PERFORM MAP-ONE-FIELD
               END-IF
               IF WS-FIELD-VALUE = SPACES
                   STRING "|" DELIMITED BY SIZE
                          INTO WS-OUT-LINE
                          WITH POINTER WS-OUT-PTR
               ELSE
                   STRING "|" FUNCTION TRIM(WS-FIELD-VALUE)
                          DELIMITED BY SIZE
                          INTO WS-OUT-LINE
                          WITH POINTER WS-OUT-PTR
               END-IF
           END-PERFORM.

       MAP-ONE-FIELD.
           EVALUATE WS-PRT-FIELD(WS-CUR-SLOT, WS-FLD-IDX)
               WHEN "MLS"
                   MOVE PM-MLS-NUMBER TO WS-FIELD-VALUE
               WHEN "ADDRESS"
                   MOVE PM-ADDRESS TO WS-FIELD-VALUE
               WHEN "CITY"
                   MOVE PM-CITY TO WS-FIELD-VALUE
               WHEN "STATE"
                   MOVE PM-STATE TO WS-FIELD-VALUE
               WHEN "ZIP"
                   MOVE PM-ZIP TO WS-FIELD-VALUE
               WHEN "PRICE"
                   MOVE PM-LIST-PRICE TO WS-PRICE-EDIT
                   MOVE WS-PRICE-EDIT TO WS-FIELD-VALUE
               WHEN "BEDS"
                   MOVE PM-BEDROOMS TO WS-BEDS-EDIT
                   MOVE WS-BEDS-EDIT TO WS-FIELD-VALUE
               WHEN "BATHS"
                   MOVE PM-BATHROOMS TO WS-BATHS-EDIT
                   MOVE WS-BATHS-EDIT TO WS-FIELD-VALUE
               WHEN "SQFT"
                   MOVE PM-SQUARE-FEET TO WS-SQFT-EDIT
                   MOVE WS-SQFT-EDIT TO WS-FIELD-VALUE
               WHEN "LOT"
                   MOVE PM-LOT-SIZE TO WS-LOT-EDIT
                   MOVE WS-LOT-EDIT TO WS-FIELD-VALUE
               WHEN "YEAR"
                   MOVE PM-YEAR-BUILT TO WS-FIELD-VALUE
               WHEN "STATUS"
                   MOVE PM-STATUS TO WS-FIELD-VALUE
               WHEN "LISTDATE"
                   MOVE PM-LIST-DATE TO WS-FIELD-VALUE
           END-EVALUATE.

       OPEN-OUT-FILE.
           EVALUATE WS-CUR-SLOT
               WHEN 1
                   OPEN OUTPUT SYND-OUT-FILE-1
               WHEN 2
                   OPEN OUTPUT SYND-OUT-FILE-2
               WHEN 3
                   OPEN OUTPUT SYND-OUT-FILE-3
               WHEN 4
                   OPEN OUTPUT SYND-OUT-FILE-4
           END-EVALUATE.

       WRITE-OUT-LINE.
           EVALUATE WS-CUR-SLOT
               WHEN 1
                   WRITE SYND-OUT-LINE-1 FROM WS-OUT-LINE
               WHEN 2
                   WRITE SYND-OUT-LINE-2 FROM WS-OUT-LINE
               WHEN 3
                   WRITE SYND-OUT-LINE-3 FROM WS-OUT-LINE
               WHEN 4
                   WRITE SYND-OUT-LINE-4 FROM WS-OUT-LINE
           END-EVALUATE.

       CLOSE-OUT-FILE.
           EVALUATE WS-CUR-SLOT
               WHEN 1
                   CLOSE SYND-OUT-FILE-1
               WHEN 2
                   CLOSE SYND-OUT-FILE-2
               WHEN 3
                   CLOSE SYND-OUT-FILE-3
               WHEN 4
                   CLOSE SYND-OUT-FILE-4
           END-EVALUATE.

       WRITE-PORTAL-CHECKPOINT.
           OPEN EXTEND SYND-CHECKPOINT-FILE

           IF WS-CKPT-STATUS NOT = '00'
               OPEN OUTPUT SYND-CHECKPOINT-FILE
           END-IF

           MOVE WS-PRT-ID(WS-CUR-SLOT) TO SC-PORTAL-ID
           MOVE WS-PRT-HIGH-SENT(WS-CUR-SLOT) TO SC-LAST-SENT
           MOVE WS-TODAY-DATE TO SC-BUSINESS-DATE
           MOVE WS-OUT-COUNT TO SC-RECORD-COUNT
           MOVE WS-RUN-TIMESTAMP TO SC-TIMESTAMP

           WRITE SYND-CHECKPOINT-RECORD

           CLOSE SYND-CHECKPOINT-FILE.

       WRITE-PORTAL-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-PORTAL-HEADING TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM VARYING WS-PRT-IDX FROM 1 BY 1
                   UNTIL WS-PRT-IDX > 4
               IF WS-PRT-ID(WS-PRT-IDX) NOT = SPACES
                   MOVE WS-PRT-ID(WS-PRT-IDX) TO WS-PTL-ID
                   SET WS-PTL-SLOT TO WS-PRT-IDX
                   MOVE WS-PRT-LAST-SENT(WS-PRT-IDX) TO WS-PTL-FROM
                   MOVE WS-PRT-NEW-COUNT(WS-PRT-IDX) TO WS-PTL-NEW
                   MOVE WS-PRT-CHG-COUNT(WS-PRT-IDX) TO WS-PTL-CHG
                   MOVE WS-PRT-OFF-COUNT(WS-PRT-IDX) TO WS-PTL-OFF
                   MOVE WS-PRT-SUPP-COUNT(WS-PRT-IDX) TO WS-PTL-SUPP
                   MOVE WS-PRT-RESEND-COUNT(WS-PRT-IDX)
                       TO WS-PTL-RESEND
                   MOVE WS-PRT-ACK-COUNT(WS-PRT-IDX) TO WS-PTL-ACK
                   MOVE WS-PRT-REJ-COUNT(WS-PRT-IDX) TO WS-PTL-REJ
                   MOVE WS-PRT-ACK-NOTE(WS-PRT-IDX) TO WS-PTL-ACK-NOTE
                   MOVE WS-PORTAL-LINE TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-PERFORM.

       WRITE-MESSAGE-LINE.
           MOVE WS-MESSAGE-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

      *****************************************************************
      * NO CONTROL FILE, OR AN EMPTY ONE, LEAVES THE MACHINE-CLOCK
      * DATE ALREADY LOADED IN WORKING-STORAGE STANDING, SO
      * STANDALONE RUNS ON AN INSTALL WITHOUT BUSDATE.DAT KEEP
      * WORKING EXACTLY AS BEFORE.
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
