       IDENTIFICATION DIVISION.
       PROGRAM-ID. CORRESPONDENCE.
       AUTHOR. SUITECRM-REAL-ESTATE.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * NIGHTLY CUSTOMER CORRESPONDENCE RUN
      * RENDERS EVERY LETTER WAITING ON THE CORRESPONDENCE QUEUE
      * (CORRQUEUE.DAT, FED THROUGH CORR-QUEUE.COB BY MTG-DELINQ,
      * ESCROW-ANALYSIS, MTG-PAYOFF, INS-POLICY-LOAD, CARD-STATEMENT
      * AND TRUST-STATEMENT) THROUGH ITS MAINTAINED LETTER TEMPLATE
      * INTO THE NIGHT'S PRINT/MAIL-HOUSE FILE.
      *
      * LETTERTPL.DAT - ONE LINE PER TEMPLATE LINE, IN LETTER ORDER,
      * MAINTAINED THROUGH CONTROL-MAINT.COB:
      *   <LETTER-TYPE>|<TEXT>
      * THE TEXT MAY CARRY MERGE CODES - @1 THROUGH @8 (THE MERGE
      * FIELDS THE PRODUCER SUPPLIED), @N RECIPIENT NAME, @K SUBJECT
      * KEY, @R DOCUMENT REFERENCE, @D LETTER DATE AND @B REQUIRED-BY
      * DATE. A LINE OF JUST @P STARTS A NEW PAGE, AND A PAGE RUNS
      * TO 50 LINES AT MOST.
      *
      * EVERY QUEUED LETTER IS GIVEN ONE DISPOSITION:
      *   D DUPLICATE  - THE SAME LETTER (TYPE, SUBJECT AND DOCUMENT
      *                  REFERENCE) WAS ALREADY SENT, OR IS ON THE
      *                  QUEUE AHEAD OF IT. NOT SENT.
      *   L LEGAL HOLD - A MORTGAGE LETTER FOR A LOAN WHOSE LATEST
      *                  LEGALSTAT.DAT STAGE IS B, D, F, S OR R. ALL
      *                  CONTACT ON THOSE LOANS GOES THROUGH COUNSEL.
      *                  NOT SENT.
      *   T NO TEMPLATE / A NO ADDRESS - LEFT ON THE QUEUE FOR THE
      *                  NEXT RUN ONCE THE DESK HAS MAINTAINED THE
      *                  TEMPLATE OR THE PARTYADDR.DAT ADDRESS.
      *   S SENT       - RENDERED TO THE MAIL FILE.
      * SENT, DUPLICATE AND HELD LETTERS ARE LOGGED ON THE APPEND-ONLY
      * SENT-LETTER HISTORY CORRHIST.DAT, WHICH INQUIRY.COB'S LETTER
      * REQUEST READS BACK. THE QUEUE IS THEN REWRITTEN WITH ONLY THE
      * LETTERS LEFT ON IT.
      *
      * MAILFILE.DAT - THE MAIL HOUSE FILE, REBUILT EACH RUN:
      *   HDR|CORRESP|<BUSINESS DATE>|<RUN TIMESTAMP>
      *   LTR|<PRESORT SEQ>|<LETTER-ID>|<TYPE>|<ZIP>|<PAGES>|<NAME>|
      *       <ADDRESS>|<CITY>|<STATE>
      *   TXT|<PAGE>|<RENDERED LINE>            (PER LETTER LINE)
      *   TRL|<LETTER COUNT>|<PAGE COUNT>
      * LETTERS ARE PRESORTED BY ZIP CODE THEN RECIPIENT NAME.
      *
      * COUNTS, HELD LETTERS AND LETTERS GOING OUT AFTER THEIR
      * REQUIRED-BY DATE GO TO CORRESP.RPT. A LETTER LEFT ON THE QUEUE
      * ENDS THE RUN WITH RETURN CODE 4; A TABLE OVERFLOW ENDS IT
      * WITH 8 BEFORE ANYTHING IS WRITTEN.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CORR-QUEUE-FILE ASSIGN TO "CORRQUEUE.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-QUEUE-STATUS.

           SELECT CORR-HISTORY-FILE ASSIGN TO "CORRHIST.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-HIST-STATUS.

           SELECT LETTER-TEMPLATE-FILE ASSIGN TO "LETTERTPL.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-TPL-STATUS.

           SELECT LEGAL-STATUS-FILE ASSIGN TO "LEGALSTAT.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-LEGAL-STATUS.

           SELECT MAIL-FILE ASSIGN TO "MAILFILE.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-MAIL-STATUS.

           SELECT CORRESP-REPORT ASSIGN TO "CORRESP.RPT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CORR-QUEUE-FILE.
       01  CORR-QUEUE-RECORD.
           05  CQ-LETTER-ID        PIC X(20).
           05  CQ-LETTER-TYPE      PIC X(10).
           05  CQ-SUBJECT-TYPE     PIC X(10).
           05  CQ-SUBJECT-KEY      PIC X(20).
           05  CQ-DOCUMENT-REF     PIC X(20).
           05  CQ-PARTY-ID         PIC X(20).
           05  CQ-RECIPIENT-NAME   PIC X(50).
           05  CQ-ADDRESS          PIC X(100).
           05  CQ-CITY             PIC X(30).
           05  CQ-STATE            PIC XX.
           05  CQ-ZIP              PIC X(10).
           05  CQ-MERGE-VALUE      PIC X(30) OCCURS 8 TIMES.
           05  CQ-REQUIRED-BY      PIC 9(8).
           05  CQ-QUEUED-DATE      PIC 9(8).
           05  CQ-TIMESTAMP        PIC 9(14).

      *****************************************************************
      * APPEND-ONLY SENT-LETTER HISTORY, ONE RECORD PER LETTER TAKEN
      * OFF THE QUEUE. INQUIRY.COB ANSWERS "DID WE SEND IT, AND WHEN"
      * FROM HERE.
      *****************************************************************
       FD  CORR-HISTORY-FILE.
       01  CORR-HISTORY-RECORD.
           05  CH-LETTER-ID        PIC X(20).
           05  CH-LETTER-TYPE      PIC X(10).
           05  CH-SUBJECT-TYPE     PIC X(10).
           05  CH-SUBJECT-KEY      PIC X(20).
           05  CH-DOCUMENT-REF     PIC X(20).
           05  CH-PARTY-ID         PIC X(20).
           05  CH-RECIPIENT-NAME   PIC X(50).
           05  CH-ZIP              PIC X(10).
           05  CH-DISPOSITION      PIC X.
               88  CH-SENT         VALUE 'S'.
               88  CH-DUPLICATE    VALUE 'D'.
               88  CH-LEGAL-HOLD   VALUE 'L'.
           05  CH-REQUIRED-BY      PIC 9(8).
           05  CH-QUEUED-DATE      PIC 9(8).
           05  CH-SENT-DATE        PIC 9(8).
           05  CH-PAGE-COUNT       PIC 9(3).
           05  CH-PRESORT-SEQ      PIC 9(5).
           05  CH-TIMESTAMP        PIC 9(14).

       FD  LETTER-TEMPLATE-FILE.
       01  LETTER-TEMPLATE-LINE    PIC X(200).

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

       FD  MAIL-FILE.
       01  MAIL-LINE               PIC X(400).

       FD  CORRESP-REPORT.
       01  REPORT-LINE             PIC X(132).

      *****************************************************************
      * SYSTEM-WIDE BUSINESS PROCESSING DATE, MAINTAINED BY THE
      * BUSDATE-OPEN AND BUSDATE-ADVANCE DRIVER STEPS. WHEN PRESENT
      * IT OVERRIDES THE MACHINE CLOCK, SO A CYCLE THAT CROSSES
      * MIDNIGHT - OR A CATCH-UP RUN FOR A PRIOR DATE - KEEPS ONE
      * CONSISTENT PROCESSING DATE ACROSS THE WHOLE STREAM.
      *****************************************************************
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           05  BD-BUSINESS-DATE    PIC 9(8).
           05  BD-TIMESTAMP        PIC 9(14).

       WORKING-STORAGE SECTION.
       01  WS-QUEUE-STATUS         PIC XX.
       01  WS-HIST-STATUS          PIC XX.
       01  WS-TPL-STATUS           PIC XX.
       01  WS-LEGAL-STATUS         PIC XX.
       01  WS-MAIL-STATUS          PIC XX.
       01  WS-RPT-STATUS           PIC XX.
       01  WS-BUSDATE-STATUS       PIC XX.
       01  WS-EOF-SWITCH           PIC X VALUE 'N'.
           88  WS-END-OF-FILE      VALUE 'Y'.

      *****************************************************************
      * THE WHOLE QUEUE IS HELD IN STORAGE: EACH LETTER AS QUEUED,
      * WITH ITS DISPOSITION, PRESORT POSITION AND PAGE COUNT.
      *****************************************************************
       01  WS-QUEUE-TABLE.
           05  WS-QUE-ENTRY OCCURS 2000 TIMES INDEXED BY WS-QUE-IDX.
               10  WS-QUE-LETTER.
                   15  WS-QUE-LETTER-ID    PIC X(20).
                   15  WS-QUE-LETTER-TYPE  PIC X(10).
                   15  WS-QUE-SUBJECT-TYPE PIC X(10).
                   15  WS-QUE-SUBJECT-KEY  PIC X(20).
                   15  WS-QUE-DOCUMENT-REF PIC X(20).
                   15  WS-QUE-PARTY-ID     PIC X(20).
                   15  WS-QUE-NAME         PIC X(50).
                   15  WS-QUE-ADDRESS      PIC X(100).
                   15  WS-QUE-CITY         PIC X(30).
                   15  WS-QUE-STATE        PIC XX.
                   15  WS-QUE-ZIP          PIC X(10).
                   15  WS-QUE-MERGE        PIC X(30) OCCURS 8 TIMES.
                   15  WS-QUE-REQUIRED-BY  PIC 9(8).
                   15  WS-QUE-QUEUED-DATE  PIC 9(8).
                   15  WS-QUE-TIMESTAMP    PIC 9(14).
               10  WS-QUE-DISPOSITION      PIC X.
               10  WS-QUE-PRESORT-SEQ      PIC 9(5).
               10  WS-QUE-PAGES            PIC 9(3).

       01  WS-QUEUE-COUNT-USED     PIC 9(4) VALUE ZERO.
       01  WS-PRIOR-IDX            PIC 9(4).

      *****************************************************************
      * LATEST LEGAL STAGE PER MORTGAGE-ID.
      *****************************************************************
       01  WS-LEGAL-TABLE.
           05  WS-LEGAL-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-LEGAL-IDX.
               10  WS-LGL-MORTGAGE-ID  PIC X(20).
               10  WS-LGL-STAGE        PIC X.

       01  WS-LEGAL-USED           PIC 9(3) VALUE ZERO.
       01  WS-LEGAL-SEARCH-IDX     PIC 9(3).
       01  WS-LEGAL-STAGE          PIC X.

      *****************************************************************
      * TEMPLATE LINES IN FILE ORDER, WITH THE TEXT LENGTH TAKEN ONCE
      * AT LOAD SO RENDERING NEVER SCANS TRAILING SPACES.
      *****************************************************************
       01  WS-TEMPLATE-TABLE.
           05  WS-TPL-ENTRY OCCURS 1000 TIMES INDEXED BY WS-TPL-IDX.
               10  WS-TPL-TYPE         PIC X(10).
               10  WS-TPL-TEXT         PIC X(180).
               10  WS-TPL-LENGTH       PIC 9(3).

       01  WS-TEMPLATE-COUNT-USED  PIC 9(4) VALUE ZERO.
       01  WS-TPL-TAG              PIC X(10).
       01  WS-TPL-POINTER          PIC 9(3) COMP.

       01  WS-OVERFLOW-TABLE       PIC X(12).

      *****************************************************************
      * RENDERING WORK AREAS.
      *****************************************************************
       01  WS-RENDER-LINE          PIC X(300).
       01  WS-RENDER-POINTER       PIC 9(3) COMP.
       01  WS-CHAR-IDX             PIC 9(3) COMP.
       01  WS-MERGE-CODE           PIC X.
       01  WS-MERGE-NUMBER         PIC 9.
       01  WS-SUB-VALUE            PIC X(100).
       01  WS-SUB-LENGTH           PIC 9(3) COMP.
       01  WS-PAGE-NUMBER          PIC 9(3).
       01  WS-PAGE-LINES           PIC 9(3).
       01  WS-LETTER-LINES         PIC 9(4).
       01  WS-LETTER-DATE-TEXT     PIC X(10).
       01  WS-REQUIRED-DATE-TEXT   PIC X(10).
       01  WS-DATE-WORK            PIC 9(8).
       01  WS-DATE-TEXT            PIC X(10).

       01  WS-PRESORT-SEQ          PIC 9(5) VALUE ZERO.
       01  WS-BEST-IDX             PIC 9(4).
       01  WS-CAND-ZIP             PIC X(5).
       01  WS-BEST-ZIP             PIC X(5).
       01  WS-LETTER-IDX           PIC 9(4).

       01  WS-RUN-TOTALS.
           05  WS-QUEUED-COUNT     PIC 9(5) VALUE ZERO.
           05  WS-SENT-COUNT       PIC 9(5) VALUE ZERO.
           05  WS-DUPLICATE-COUNT  PIC 9(5) VALUE ZERO.
           05  WS-LEGAL-COUNT      PIC 9(5) VALUE ZERO.
           05  WS-NO-ADDRESS-COUNT PIC 9(5) VALUE ZERO.
           05  WS-NO-TEMPLATE-COUNT PIC 9(5) VALUE ZERO.
           05  WS-LATE-COUNT       PIC 9(5) VALUE ZERO.
           05  WS-TOTAL-PAGES      PIC 9(7) VALUE ZERO.

       01  WS-COUNT-EDIT           PIC Z(6)9.
       01  WS-PAGES-EDIT           PIC Z(6)9.
       01  WS-PAGE-EDIT            PIC ZZ9.
       01  WS-SEQ-EDIT             PIC 9(5).
       01  WS-RUN-TIMESTAMP        PIC X(14).
       01  WS-TODAY-DATE           PIC 9(8).
       01  WS-TIMESTAMP            PIC 9(14).

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
               "CUSTOMER CORRESPONDENCE RUN - DATE: ".
           05  WS-HDR-DATE         PIC 9(8).

       01  WS-COLUMN-HEADING.
           05  FILLER              PIC X(22) VALUE "LETTER-ID".
           05  FILLER              PIC X(12) VALUE "TYPE".
           05  FILLER              PIC X(22) VALUE "SUBJECT".
           05  FILLER              PIC X(22) VALUE "REFERENCE".
           05  FILLER              PIC X(10) VALUE "REQ-BY".
           05  FILLER              PIC X(30) VALUE "NOTE".

       01  WS-EXCEPTION-LINE.
           05  WS-EXL-LETTER-ID    PIC X(20).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-EXL-TYPE         PIC X(10).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-EXL-SUBJECT      PIC X(20).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-EXL-REFERENCE    PIC X(20).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-EXL-REQUIRED-BY  PIC 9(8).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-EXL-NOTE         PIC X(44).

       01  WS-SUMMARY-LINE.
           05  WS-SUM-LABEL        PIC X(30).
           05  WS-SUM-COUNT        PIC ZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           PERFORM INITIALIZE-CORRESPONDENCE
           PERFORM LOAD-QUEUE-TABLE
           PERFORM LOAD-TEMPLATE-TABLE
           PERFORM LOAD-LEGAL-TABLE
           PERFORM MARK-SENT-DUPLICATES

           PERFORM VARYING WS-QUE-IDX FROM 1 BY 1
                   UNTIL WS-QUE-IDX > WS-QUEUE-COUNT-USED
               PERFORM DISPOSE-ONE-LETTER
           END-PERFORM

           PERFORM ASSIGN-PRESORT-SEQUENCE
           PERFORM WRITE-MAIL-FILE
           PERFORM WRITE-LETTER-HISTORY
           PERFORM REWRITE-QUEUE
           PERFORM WRITE-RUN-SUMMARY
           CLOSE CORRESP-REPORT

           IF WS-NO-ADDRESS-COUNT > ZERO
                   OR WS-NO-TEMPLATE-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      *****************************************************************
      * THE RUN TIMESTAMP IS TAKEN FROM THE MACHINE CLOCK BEFORE THE
      * BUSINESS DATE REPLACES THE CALENDAR DATE.
      *****************************************************************
       INITIALIZE-CORRESPONDENCE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-TIMESTAMP
           PERFORM GET-BUSINESS-DATE
           ACCEPT WS-CURRENT-TIME FROM TIME
           STRING WS-YEAR WS-MONTH WS-DAY
                  DELIMITED BY SIZE
                  INTO WS-TODAY-DATE
           STRING WS-YEAR WS-MONTH WS-DAY
                  WS-HOUR WS-MINUTE WS-SECOND
                  DELIMITED BY SIZE
                  INTO WS-TIMESTAMP

           MOVE WS-TODAY-DATE TO WS-DATE-WORK
           PERFORM FORMAT-LETTER-DATE
           MOVE WS-DATE-TEXT TO WS-LETTER-DATE-TEXT

           OPEN OUTPUT CORRESP-REPORT
           MOVE WS-TODAY-DATE TO WS-HDR-DATE
           MOVE WS-REPORT-HEADING TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-COLUMN-HEADING TO REPORT-LINE
           WRITE REPORT-LINE.

       LOAD-QUEUE-TABLE.
           OPEN INPUT CORR-QUEUE-FILE

           IF WS-QUEUE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM READ-QUEUE-RECORD
           PERFORM UNTIL WS-END-OF-FILE
               IF WS-QUEUE-COUNT-USED >= 2000
                   CLOSE CORR-QUEUE-FILE
                   MOVE "QUEUE" TO WS-OVERFLOW-TABLE
                   PERFORM ABORT-ON-TABLE-OVERFLOW
               END-IF
               ADD 1 TO WS-QUEUE-COUNT-USED
               SET WS-QUE-IDX TO WS-QUEUE-COUNT-USED
               MOVE CORR-QUEUE-RECORD TO WS-QUE-LETTER(WS-QUE-IDX)
               MOVE SPACE TO WS-QUE-DISPOSITION(WS-QUE-IDX)
               MOVE ZERO TO WS-QUE-PRESORT-SEQ(WS-QUE-IDX)
               MOVE ZERO TO WS-QUE-PAGES(WS-QUE-IDX)
               PERFORM READ-QUEUE-RECORD
           END-PERFORM

           CLOSE CORR-QUEUE-FILE
           MOVE WS-QUEUE-COUNT-USED TO WS-QUEUED-COUNT.

       READ-QUEUE-RECORD.
           READ CORR-QUEUE-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

       LOAD-TEMPLATE-TABLE.
           OPEN INPUT LETTER-TEMPLATE-FILE

           IF WS-TPL-STATUS NOT = '00'
               MOVE "NO LETTER TEMPLATES ON FILE - LETTERTPL.DAT"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM READ-TEMPLATE-LINE
           PERFORM UNTIL WS-END-OF-FILE
               IF LETTER-TEMPLATE-LINE NOT = SPACES
                   PERFORM NOTE-ONE-TEMPLATE-LINE
               END-IF
               PERFORM READ-TEMPLATE-LINE
           END-PERFORM

           CLOSE LETTER-TEMPLATE-FILE.

       READ-TEMPLATE-LINE.
           READ LETTER-TEMPLATE-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

      *****************************************************************
      * THE TEXT IS EVERYTHING AFTER THE FIRST PIPE, SO A TEMPLATE
      * LINE MAY ITSELF CONTAIN A PIPE.
      *****************************************************************
       NOTE-ONE-TEMPLATE-LINE.
           MOVE SPACES TO WS-TPL-TAG
           MOVE 1 TO WS-TPL-POINTER
           UNSTRING LETTER-TEMPLATE-LINE DELIMITED BY '|'
               INTO WS-TPL-TAG
               WITH POINTER WS-TPL-POINTER

           IF WS-TPL-TAG = SPACES
               EXIT PARAGRAPH
           END-IF

           IF WS-TEMPLATE-COUNT-USED >= 1000
               MOVE "TEMPLATE" TO WS-OVERFLOW-TABLE
               PERFORM ABORT-ON-TABLE-OVERFLOW
           END-IF

           ADD 1 TO WS-TEMPLATE-COUNT-USED
           SET WS-TPL-IDX TO WS-TEMPLATE-COUNT-USED
           MOVE FUNCTION UPPER-CASE(WS-TPL-TAG)
               TO WS-TPL-TYPE(WS-TPL-IDX)
           MOVE SPACES TO WS-TPL-TEXT(WS-TPL-IDX)
           IF WS-TPL-POINTER <= 200
               MOVE LETTER-TEMPLATE-LINE(WS-TPL-POINTER:)
                   TO WS-TPL-TEXT(WS-TPL-IDX)
           END-IF

           MOVE 180 TO WS-TPL-LENGTH(WS-TPL-IDX)
           PERFORM UNTIL WS-TPL-LENGTH(WS-TPL-IDX) = ZERO
                   OR WS-TPL-TEXT(WS-TPL-IDX)
                      (WS-TPL-LENGTH(WS-TPL-IDX):1) NOT = SPACE
               SUBTRACT 1 FROM WS-TPL-LENGTH(WS-TPL-IDX)
           END-PERFORM.

       LOAD-LEGAL-TABLE.
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

           CLOSE LEGAL-STATUS-FILE.

       READ-LEGAL-RECORD.
           READ LEGAL-STATUS-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

       NOTE-ONE-LEGAL.
           MOVE ZERO TO WS-LEGAL-SEARCH-IDX
           PERFORM VARYING WS-LEGAL-IDX FROM 1 BY 1
                   UNTIL WS-LEGAL-IDX > WS-LEGAL-USED
               IF WS-LGL-MORTGAGE-ID(WS-LEGAL-IDX) = LG-MORTGAGE-ID
                   MOVE WS-LEGAL-IDX TO WS-LEGAL-SEARCH-IDX
               END-IF
           END-PERFORM

           IF WS-LEGAL-SEARCH-IDX = ZERO
               IF WS-LEGAL-USED < 500
                   ADD 1 TO WS-LEGAL-USED
                   MOVE WS-LEGAL-USED TO WS-LEGAL-SEARCH-IDX
               ELSE
                   CLOSE LEGAL-STATUS-FILE
                   MOVE "LEGAL STATUS" TO WS-OVERFLOW-TABLE
                   PERFORM ABORT-ON-TABLE-OVERFLOW
               END-IF
           END-IF

           SET WS-LEGAL-IDX TO WS-LEGAL-SEARCH-IDX
           MOVE LG-MORTGAGE-ID TO WS-LGL-MORTGAGE-ID(WS-LEGAL-IDX)
           MOVE LG-STAGE TO WS-LGL-STAGE(WS-LEGAL-IDX).

      *****************************************************************
      * A TABLE TOO SMALL FOR TONIGHT'S QUEUE WOULD SILENTLY DROP
      * LETTERS, SO THE RUN STOPS WITH A NONZERO RETURN CODE INSTEAD -
      * BEFORE THE MAIL FILE, THE HISTORY OR THE QUEUE IS TOUCHED.
      *****************************************************************
       ABORT-ON-TABLE-OVERFLOW.
           MOVE SPACES TO REPORT-LINE
           STRING "CORRESPONDENCE TABLE OVERFLOW (" DELIMITED BY SIZE
                  WS-OVERFLOW-TABLE DELIMITED BY "  "
                  ") - RUN ABORTED" DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE CORRESP-REPORT
           MOVE 8 TO RETURN-CODE
           STOP RUN.

      *****************************************************************
      * ONE PASS OVER THE HISTORY: A QUEUED LETTER WHOSE TYPE, SUBJECT
      * AND DOCUMENT REFERENCE HAVE ALREADY GONE OUT IS A DUPLICATE.
      * THE HISTORY IS NEVER HELD IN STORAGE, SO IT CAN GROW WITHOUT
      * LIMIT.
      *****************************************************************
       MARK-SENT-DUPLICATES.
           IF WS-QUEUE-COUNT-USED = ZERO
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT CORR-HISTORY-FILE

           IF WS-HIST-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM READ-HISTORY-RECORD
           PERFORM UNTIL WS-END-OF-FILE
               IF CH-SENT
                   PERFORM VARYING WS-QUE-IDX FROM 1 BY 1
                           UNTIL WS-QUE-IDX > WS-QUEUE-COUNT-USED
                       IF WS-QUE-LETTER-TYPE(WS-QUE-IDX)
                               = CH-LETTER-TYPE
                           AND WS-QUE-SUBJECT-TYPE(WS-QUE-IDX)
                               = CH-SUBJECT-TYPE
                           AND WS-QUE-SUBJECT-KEY(WS-QUE-IDX)
                               = CH-SUBJECT-KEY
                           AND WS-QUE-DOCUMENT-REF(WS-QUE-IDX)
                               = CH-DOCUMENT-REF
                           MOVE 'D' TO WS-QUE-DISPOSITION(WS-QUE-IDX)
                       END-IF
                   END-PERFORM
               END-IF
               PERFORM READ-HISTORY-RECORD
           END-PERFORM

           CLOSE CORR-HISTORY-FILE.

       READ-HISTORY-RECORD.
           READ CORR-HISTORY-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

      *****************************************************************
      * DUPLICATE FIRST, THEN LEGAL HOLD, THEN WHAT THE DESK CAN FIX.
      *****************************************************************
       DISPOSE-ONE-LETTER.
           IF WS-QUE-DISPOSITION(WS-QUE-IDX) = SPACE
               PERFORM CHECK-QUEUE-DUPLICATE
           END-IF

           IF WS-QUE-DISPOSITION(WS-QUE-IDX) = SPACE
                   AND WS-QUE-SUBJECT-TYPE(WS-QUE-IDX) = "MORTGAGE"
               PERFORM FIND-LEGAL-STAGE
               IF WS-LEGAL-STAGE = 'B' OR 'D' OR 'F' OR 'S' OR 'R'
                   MOVE 'L' TO WS-QUE-DISPOSITION(WS-QUE-IDX)
               END-IF
           END-IF

           IF WS-QUE-DISPOSITION(WS-QUE-IDX) = SPACE
               PERFORM COUNT-LETTER-PAGES
               IF WS-LETTER-LINES = ZERO
                   MOVE 'T' TO WS-QUE-DISPOSITION(WS-QUE-IDX)
               END-IF
           END-IF

           IF WS-QUE-DISPOSITION(WS-QUE-IDX) = SPACE
               IF WS-QUE-ADDRESS(WS-QUE-IDX) = SPACES
                       OR WS-QUE-ZIP(WS-QUE-IDX) = SPACES
                   MOVE 'A' TO WS-QUE-DISPOSITION(WS-QUE-IDX)
               ELSE
                   MOVE 'S' TO WS-QUE-DISPOSITION(WS-QUE-IDX)
                   MOVE WS-PAGE-NUMBER TO WS-QUE-PAGES(WS-QUE-IDX)
               END-IF
           END-IF

           PERFORM REPORT-ONE-DISPOSITION.

      *****************************************************************
      * THE SAME LETTER QUEUED TWICE - A PRODUCER RERUN, SAY - GOES
      * OUT ONCE: THE FIRST COPY ON THE QUEUE IS THE ONE KEPT.
      *****************************************************************
       CHECK-QUEUE-DUPLICATE.
           MOVE ZERO TO WS-PRIOR-IDX
           PERFORM VARYING WS-LETTER-IDX FROM 1 BY 1
                   UNTIL WS-LETTER-IDX >= WS-QUE-IDX
                      OR WS-PRIOR-IDX NOT = ZERO
               IF WS-QUE-LETTER-TYPE(WS-LETTER-IDX)
                       = WS-QUE-LETTER-TYPE(WS-QUE-IDX)
                   AND WS-QUE-SUBJECT-TYPE(WS-LETTER-IDX)
                       = WS-QUE-SUBJECT-TYPE(WS-QUE-IDX)
                   AND WS-QUE-SUBJECT-KEY(WS-LETTER-IDX)
                       = WS-QUE-SUBJECT-KEY(WS-QUE-IDX)
                   AND WS-QUE-DOCUMENT-REF(WS-LETTER-IDX)
                       = WS-QUE-DOCUMENT-REF(WS-QUE-IDX)
                   MOVE WS-LETTER-IDX TO WS-PRIOR-IDX
               END-IF
           END-PERFORM

           IF WS-PRIOR-IDX NOT = ZERO
               MOVE 'D' TO WS-QUE-DISPOSITION(WS-QUE-IDX)
           END-IF.

       FIND-LEGAL-STAGE.
           MOVE SPACE TO WS-LEGAL-STAGE
           PERFORM VARYING WS-LEGAL-IDX FROM 1 BY 1
                   UNTIL WS-LEGAL-IDX > WS-LEGAL-USED
               IF WS-LGL-MORTGAGE-ID(WS-LEGAL-IDX)
                       = WS-QUE-SUBJECT-KEY(WS-QUE-IDX)
                   MOVE WS-LGL-STAGE(WS-LEGAL-IDX) TO WS-LEGAL-STAGE
               END-IF
           END-PERFORM.

      *****************************************************************
      * ONE RENDERED LINE PER TEMPLATE LINE, SO THE PAGE COUNT IS
      * KNOWN BEFORE THE LETTER IS RENDERED AND CAN GO ON ITS LTR
      * RECORD. LEAVES THE LETTER'S LINE COUNT (ZERO - NO TEMPLATE)
      * AND ITS LAST PAGE NUMBER.
      *****************************************************************
       COUNT-LETTER-PAGES.
           MOVE ZERO TO WS-LETTER-LINES
           MOVE 1 TO WS-PAGE-NUMBER
           MOVE ZERO TO WS-PAGE-LINES

           PERFORM VARYING WS-TPL-IDX FROM 1 BY 1
                   UNTIL WS-TPL-IDX > WS-TEMPLATE-COUNT-USED
               IF WS-TPL-TYPE(WS-TPL-IDX)
                       = WS-QUE-LETTER-TYPE(WS-QUE-IDX)
                   ADD 1 TO WS-LETTER-LINES
                   PERFORM ADVANCE-PAGE-POSITION
               END-IF
           END-PERFORM.

      *****************************************************************
      * SHARED BY THE PAGE COUNT AND THE RENDERING SO THE TWO CAN
      * NEVER DISAGREE. @P BREAKS THE PAGE AND PRINTS NOTHING.
      *****************************************************************
       ADVANCE-PAGE-POSITION.
           IF WS-TPL-TEXT(WS-TPL-IDX) = "@P"
               IF WS-PAGE-LINES > ZERO
                   ADD 1 TO WS-PAGE-NUMBER
                   MOVE ZERO TO WS-PAGE-LINES
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF WS-PAGE-LINES >= 50
               ADD 1 TO WS-PAGE-NUMBER
               MOVE ZERO TO WS-PAGE-LINES
           END-IF
           ADD 1 TO WS-PAGE-LINES.

       REPORT-ONE-DISPOSITION.
           MOVE SPACES TO WS-EXL-NOTE

           EVALUATE WS-QUE-DISPOSITION(WS-QUE-IDX)
               WHEN 'S'
                   ADD 1 TO WS-SENT-COUNT
                   ADD WS-QUE-PAGES(WS-QUE-IDX) TO WS-TOTAL-PAGES
                   IF WS-QUE-REQUIRED-BY(WS-QUE-IDX) < WS-TODAY-DATE
                       ADD 1 TO WS-LATE-COUNT
                       MOVE "SENT AFTER ITS REQUIRED-BY DATE"
                           TO WS-EXL-NOTE
                   END-IF
               WHEN 'D'
                   ADD 1 TO WS-DUPLICATE-COUNT
                   MOVE "DUPLICATE - ALREADY SENT OR QUEUED"
                       TO WS-EXL-NOTE
               WHEN 'L'
                   ADD 1 TO WS-LEGAL-COUNT
                   STRING "LEGAL HOLD - STAGE " WS-LEGAL-STAGE
                          " - NOT SENT"
                          DELIMITED BY SIZE
                          INTO WS-EXL-NOTE
               WHEN 'T'
                   ADD 1 TO WS-NO-TEMPLATE-COUNT
                   MOVE "NO TEMPLATE FOR LETTER TYPE - HELD ON QUEUE"
                       TO WS-EXL-NOTE
               WHEN 'A'
                   ADD 1 TO WS-NO-ADDRESS-COUNT
                   MOVE "NO MAILING ADDRESS - HELD ON QUEUE"
                       TO WS-EXL-NOTE
           END-EVALUATE

           IF WS-EXL-NOTE = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE WS-QUE-LETTER-ID(WS-QUE-IDX) TO WS-EXL-LETTER-ID
           MOVE WS-QUE-LETTER-TYPE(WS-QUE-IDX) TO WS-EXL-TYPE
           MOVE WS-QUE-SUBJECT-KEY(WS-QUE-IDX) TO WS-EXL-SUBJECT
           MOVE WS-QUE-DOCUMENT-REF(WS-QUE-IDX) TO WS-EXL-REFERENCE
           MOVE WS-QUE-REQUIRED-BY(WS-QUE-IDX) TO WS-EXL-REQUIRED-BY
           MOVE WS-EXCEPTION-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

      *****************************************************************
      * PRESORT FOR POSTAGE: EACH PASS PICKS THE LOWEST ZIP CODE, THEN
      * NAME, AMONG THE SENT LETTERS NOT YET GIVEN A POSITION.
      *****************************************************************
       ASSIGN-PRESORT-SEQUENCE.
           MOVE ZERO TO WS-PRESORT-SEQ
           PERFORM WS-SENT-COUNT TIMES
               MOVE ZERO TO WS-BEST-IDX
               PERFORM VARYING WS-QUE-IDX FROM 1 BY 1
                       UNTIL WS-QUE-IDX > WS-QUEUE-COUNT-USED
                   IF WS-QUE-DISPOSITION(WS-QUE-IDX) = 'S'
                           AND WS-QUE-PRESORT-SEQ(WS-QUE-IDX) = ZERO
                       PERFORM COMPARE-PRESORT-CANDIDATE
                   END-IF
               END-PERFORM
               ADD 1 TO WS-PRESORT-SEQ
               MOVE WS-PRESORT-SEQ TO WS-QUE-PRESORT-SEQ(WS-BEST-IDX)
           END-PERFORM.

       COMPARE-PRESORT-CANDIDATE.
           IF WS-BEST-IDX = ZERO
               SET WS-BEST-IDX TO WS-QUE-IDX
               EXIT PARAGRAPH
           END-IF

           MOVE WS-QUE-ZIP(WS-QUE-IDX)(1:5) TO WS-CAND-ZIP
           MOVE WS-QUE-ZIP(WS-BEST-IDX)(1:5) TO WS-BEST-ZIP

           IF WS-CAND-ZIP < WS-BEST-ZIP
               SET WS-BEST-IDX TO WS-QUE-IDX
               EXIT PARAGRAPH
           END-IF

           IF WS-CAND-ZIP = WS-BEST-ZIP
                   AND WS-QUE-NAME(WS-QUE-IDX)
                       < WS-QUE-NAME(WS-BEST-IDX)
               SET WS-BEST-IDX TO WS-QUE-IDX
           END-IF.

      *****************************************************************
      * THE MAIL FILE IS REBUILT EVERY RUN - AN EMPTY NIGHT STILL
      * SENDS A HEADER AND A ZERO TRAILER SO THE MAIL HOUSE KNOWS THE
      * FILE WAS NOT LOST.
      *****************************************************************
       WRITE-MAIL-FILE.
           OPEN OUTPUT MAIL-FILE

           MOVE SPACES TO MAIL-LINE
           STRING "HDR|CORRESP|" WS-TODAY-DATE "|" WS-RUN-TIMESTAMP
                  DELIMITED BY SIZE
                  INTO MAIL-LINE
           WRITE MAIL-LINE

           PERFORM VARYING WS-PRESORT-SEQ FROM 1 BY 1
                   UNTIL WS-PRESORT-SEQ > WS-SENT-COUNT
               PERFORM VARYING WS-QUE-IDX FROM 1 BY 1
                       UNTIL WS-QUE-IDX > WS-QUEUE-COUNT-USED
                   IF WS-QUE-DISPOSITION(WS-QUE-IDX) = 'S'
                           AND WS-QUE-PRESORT-SEQ(WS-QUE-IDX)
                               = WS-PRESORT-SEQ
                       PERFORM RENDER-ONE-LETTER
                   END-IF
               END-PERFORM
           END-PERFORM

           MOVE WS-SENT-COUNT TO WS-COUNT-EDIT
           MOVE WS-TOTAL-PAGES TO WS-PAGES-EDIT
           MOVE SPACES TO MAIL-LINE
           STRING "TRL|" FUNCTION TRIM(WS-COUNT-EDIT)
                  "|" FUNCTION TRIM(WS-PAGES-EDIT)
                  DELIMITED BY SIZE
                  INTO MAIL-LINE
           WRITE MAIL-LINE

           CLOSE MAIL-FILE.

       RENDER-ONE-LETTER.
           MOVE WS-QUE-REQUIRED-BY(WS-QUE-IDX) TO WS-DATE-WORK
           PERFORM FORMAT-LETTER-DATE
           MOVE WS-DATE-TEXT TO WS-REQUIRED-DATE-TEXT

           MOVE WS-QUE-PRESORT-SEQ(WS-QUE-IDX) TO WS-SEQ-EDIT
           MOVE WS-QUE-PAGES(WS-QUE-IDX) TO WS-PAGE-EDIT
           MOVE SPACES TO MAIL-LINE
           STRING "LTR|" WS-SEQ-EDIT "|"
                  DELIMITED BY SIZE
                  WS-QUE-LETTER-ID(WS-QUE-IDX) DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-QUE-LETTER-TYPE(WS-QUE-IDX) DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-QUE-ZIP(WS-QUE-IDX) DELIMITED BY SPACE
                  "|" FUNCTION TRIM(WS-PAGE-EDIT) "|"
                  FUNCTION TRIM(WS-QUE-NAME(WS-QUE-IDX)) "|"
                  FUNCTION TRIM(WS-QUE-ADDRESS(WS-QUE-IDX)) "|"
                  FUNCTION TRIM(WS-QUE-CITY(WS-QUE-IDX)) "|"
                  WS-QUE-STATE(WS-QUE-IDX)
                  DELIMITED BY SIZE
                  INTO MAIL-LINE
           WRITE MAIL-LINE

           MOVE 1 TO WS-PAGE-NUMBER
           MOVE ZERO TO WS-PAGE-LINES
           PERFORM VARYING WS-TPL-IDX FROM 1 BY 1
                   UNTIL WS-TPL-IDX > WS-TEMPLATE-COUNT-USED
               IF WS-TPL-TYPE(WS-TPL-IDX)
                       = WS-QUE-LETTER-TYPE(WS-QUE-IDX)
                   PERFORM ADVANCE-PAGE-POSITION
                   IF WS-TPL-TEXT(WS-TPL-IDX) NOT = "@P"
                       PERFORM RENDER-ONE-LINE
                   END-IF
               END-IF
           END-PERFORM.

      *****************************************************************
      * COPIES THE TEMPLATE TEXT ACROSS, REPLACING EACH MERGE CODE
      * WITH ITS VALUE. AN @ NOT FOLLOWED BY A KNOWN CODE IS LEFT AS
      * WRITTEN.
      *****************************************************************
       RENDER-ONE-LINE.
           MOVE SPACES TO WS-RENDER-LINE
           MOVE 1 TO WS-RENDER-POINTER

           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
                   UNTIL WS-CHAR-IDX > WS-TPL-LENGTH(WS-TPL-IDX)
               MOVE SPACE TO WS-MERGE-CODE
               IF WS-TPL-TEXT(WS-TPL-IDX)(WS-CHAR-IDX:1) = "@"
                       AND WS-CHAR-IDX < WS-TPL-LENGTH(WS-TPL-IDX)
                   MOVE WS-TPL-TEXT(WS-TPL-IDX)(WS-CHAR-IDX + 1:1)
                       TO WS-MERGE-CODE
                   PERFORM LOOKUP-MERGE-VALUE
               END-IF

               IF WS-MERGE-CODE NOT = SPACE
                   PERFORM APPEND-MERGE-VALUE
                   ADD 1 TO WS-CHAR-IDX
               ELSE
                   STRING WS-TPL-TEXT(WS-TPL-IDX)(WS-CHAR-IDX:1)
                          DELIMITED BY SIZE
                          INTO WS-RENDER-LINE
                          WITH POINTER WS-RENDER-POINTER
                   END-STRING
               END-IF
           END-PERFORM

           MOVE WS-PAGE-NUMBER TO WS-PAGE-EDIT
           MOVE SPACES TO MAIL-LINE
           STRING "TXT|" FUNCTION TRIM(WS-PAGE-EDIT) "|"
                  WS-RENDER-LINE
                  DELIMITED BY SIZE
                  INTO MAIL-LINE
           WRITE MAIL-LINE.

      *****************************************************************
      * LEAVES THE VALUE FOR THE CODE IN WS-SUB-VALUE, OR CLEARS THE
      * CODE WHEN IT IS NOT ONE OF OURS.
      *****************************************************************
       LOOKUP-MERGE-VALUE.
           MOVE SPACES TO WS-SUB-VALUE
           EVALUATE WS-MERGE-CODE
               WHEN "1" THRU "8"
                   MOVE WS-MERGE-CODE TO WS-MERGE-NUMBER
                   MOVE WS-QUE-MERGE(WS-QUE-IDX, WS-MERGE-NUMBER)
                       TO WS-SUB-VALUE
               WHEN "N"
                   MOVE WS-QUE-NAME(WS-QUE-IDX) TO WS-SUB-VALUE
               WHEN "K"
                   MOVE WS-QUE-SUBJECT-KEY(WS-QUE-IDX) TO WS-SUB-VALUE
               WHEN "R"
                   MOVE WS-QUE-DOCUMENT-REF(WS-QUE-IDX)
                       TO WS-SUB-VALUE
               WHEN "D"
                   MOVE WS-LETTER-DATE-TEXT TO WS-SUB-VALUE
               WHEN "B"
                   MOVE WS-REQUIRED-DATE-TEXT TO WS-SUB-VALUE
               WHEN OTHER
                   MOVE SPACE TO WS-MERGE-CODE
           END-EVALUATE.

       APPEND-MERGE-VALUE.
           MOVE 100 TO WS-SUB-LENGTH
           PERFORM UNTIL WS-SUB-LENGTH = ZERO
                   OR WS-SUB-VALUE(WS-SUB-LENGTH:1) NOT = SPACE
               SUBTRACT 1 FROM WS-SUB-LENGTH
           END-PERFORM

           IF WS-SUB-LENGTH = ZERO
               EXIT PARAGRAPH
           END-IF

           STRING WS-SUB-VALUE(1:WS-SUB-LENGTH)
                  DELIMITED BY SIZE
                  INTO WS-RENDER-LINE
                  WITH POINTER WS-RENDER-POINTER
           END-STRING.

       FORMAT-LETTER-DATE.
           MOVE SPACES TO WS-DATE-TEXT
           STRING WS-DATE-WORK(5:2) "/" WS-DATE-WORK(7:2) "/"
                  WS-DATE-WORK(1:4)
                  DELIMITED BY SIZE
                  INTO WS-DATE-TEXT.

      *****************************************************************
      * EVERY LETTER TAKEN OFF THE QUEUE TONIGHT - SENT, DUPLICATE OR
      * LEGAL HOLD - IS LOGGED. LETTERS LEFT ON THE QUEUE ARE LOGGED
      * THE NIGHT THEY FINALLY GO.
      *****************************************************************
       WRITE-LETTER-HISTORY.
           IF WS-QUEUE-COUNT-USED = ZERO
               EXIT PARAGRAPH
           END-IF

           OPEN EXTEND CORR-HISTORY-FILE

           IF WS-HIST-STATUS NOT = '00'
               OPEN OUTPUT CORR-HISTORY-FILE
           END-IF

           PERFORM VARYING WS-QUE-IDX FROM 1 BY 1
                   UNTIL WS-QUE-IDX > WS-QUEUE-COUNT-USED
               IF WS-QUE-DISPOSITION(WS-QUE-IDX) = 'S' OR 'D' OR 'L'
                   PERFORM WRITE-ONE-HISTORY-RECORD
               END-IF
           END-PERFORM

           CLOSE CORR-HISTORY-FILE.

       WRITE-ONE-HISTORY-RECORD.
           INITIALIZE CORR-HISTORY-RECORD
           MOVE WS-QUE-LETTER-ID(WS-QUE-IDX) TO CH-LETTER-ID
           MOVE WS-QUE-LETTER-TYPE(WS-QUE-IDX) TO CH-LETTER-TYPE
           MOVE WS-QUE-SUBJECT-TYPE(WS-QUE-IDX) TO CH-SUBJECT-TYPE
           MOVE WS-QUE-SUBJECT-KEY(WS-QUE-IDX) TO CH-SUBJECT-KEY
           MOVE WS-QUE-DOCUMENT-REF(WS-QUE-IDX) TO CH-DOCUMENT-REF
           MOVE WS-QUE-PARTY-ID(WS-QUE-IDX) TO CH-PARTY-ID
           MOVE WS-QUE-NAME(WS-QUE-IDX) TO CH-RECIPIENT-NAME
           MOVE WS-QUE-ZIP(WS-QUE-IDX) TO CH-ZIP
           MOVE WS-QUE-DISPOSITION(WS-QUE-IDX) TO CH-DISPOSITION
           MOVE WS-QUE-REQUIRED-BY(WS-QUE-IDX) TO CH-REQUIRED-BY
           MOVE WS-QUE-QUEUED-DATE(WS-QUE-IDX) TO CH-QUEUED-DATE
           MOVE WS-TODAY-DATE TO CH-SENT-DATE
           MOVE WS-QUE-PAGES(WS-QUE-IDX) TO CH-PAGE-COUNT
           MOVE WS-QUE-PRESORT-SEQ(WS-QUE-IDX) TO CH-PRESORT-SEQ
           MOVE WS-TIMESTAMP TO CH-TIMESTAMP
           WRITE CORR-HISTORY-RECORD.

      *****************************************************************
      * THE QUEUE IS REWRITTEN WITH ONLY THE LETTERS HELD FOR THE
      * DESK. THE PRODUCERS ONLY APPEND TO IT FROM THEIR OWN BATCH
      * STEPS, NEVER WHILE THIS STEP RUNS.
      *****************************************************************
       REWRITE-QUEUE.
           IF WS-QUEUE-COUNT-USED = ZERO
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT CORR-QUEUE-FILE

           PERFORM VARYING WS-QUE-IDX FROM 1 BY 1
                   UNTIL WS-QUE-IDX > WS-QUEUE-COUNT-USED
               IF WS-QUE-DISPOSITION(WS-QUE-IDX) = 'A' OR 'T'
                   MOVE WS-QUE-LETTER(WS-QUE-IDX) TO CORR-QUEUE-RECORD
                   WRITE CORR-QUEUE-RECORD
               END-IF
           END-PERFORM

           CLOSE CORR-QUEUE-FILE.

       WRITE-RUN-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "LETTERS ON QUEUE" TO WS-SUM-LABEL
           MOVE WS-QUEUED-COUNT TO WS-SUM-COUNT
           PERFORM WRITE-SUMMARY-LINE
           MOVE "LETTERS SENT" TO WS-SUM-LABEL
           MOVE WS-SENT-COUNT TO WS-SUM-COUNT
           PERFORM WRITE-SUMMARY-LINE
           MOVE "PAGES SENT" TO WS-SUM-LABEL
           MOVE WS-TOTAL-PAGES TO WS-SUM-COUNT
           PERFORM WRITE-SUMMARY-LINE
           MOVE "  SENT PAST REQUIRED-BY" TO WS-SUM-LABEL
           MOVE WS-LATE-COUNT TO WS-SUM-COUNT
           PERFORM WRITE-SUMMARY-LINE
           MOVE "DUPLICATES SUPPRESSED" TO WS-SUM-LABEL
           MOVE WS-DUPLICATE-COUNT TO WS-SUM-COUNT
           PERFORM WRITE-SUMMARY-LINE
           MOVE "LEGAL HOLD SUPPRESSED" TO WS-SUM-LABEL
           MOVE WS-LEGAL-COUNT TO WS-SUM-COUNT
           PERFORM WRITE-SUMMARY-LINE
           MOVE "HELD - NO ADDRESS" TO WS-SUM-LABEL
           MOVE WS-NO-ADDRESS-COUNT TO WS-SUM-COUNT
           PERFORM WRITE-SUMMARY-LINE
           MOVE "HELD - NO TEMPLATE" TO WS-SUM-LABEL
           MOVE WS-NO-TEMPLATE-COUNT TO WS-SUM-COUNT
           PERFORM WRITE-SUMMARY-LINE.

       WRITE-SUMMARY-LINE.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE
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
