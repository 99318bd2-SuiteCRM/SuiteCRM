       IDENTIFICATION DIVISION.
       PROGRAM-ID. INBOUND-REVIEW.
       AUTHOR. SUITECRM-REAL-ESTATE.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * DAILY INBOUND FILE LOG REPORT
      * LISTS ON INBOUND.RPT EVERY BANK AND FEED FILE INBOUND-CHECK
      * ACCEPTED OR REJECTED UNDER THE BUSINESS DATE - SOURCE, FILE
      * DATE AND SEQUENCE FROM THE HEADER, DETAIL COUNT, AMOUNT HASH,
      * CONTENT FINGERPRINT AND, FOR A REJECTION, THE REASON (SHORT
      * FILE, TRAILER OUT OF BALANCE, ALREADY LOADED). THE ENTRIES
      * COME FROM THE APPEND-ONLY INBOUND LOG INBLOG.DAT, SO A LOADER
      * RUN OFF-CYCLE DURING THE DAY APPEARS ALONGSIDE THE ONES THE
      * NIGHTLY STREAM RAN. ANY REJECTION ON THE DAY FAILS THE RUN
      * WITH A NONZERO RETURN CODE SO BATCH-DRIVER FLAGS IT - THE
      * FILE HAS TO BE RESENT OR RELEASED BY HAND BEFORE ITS DATA
      * EXISTS ANYWHERE. REPORT ONLY - NOTHING IS UPDATED.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INBOUND-LOG ASSIGN TO "INBLOG.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-LOG-STATUS.

           SELECT INBOUND-REPORT ASSIGN TO "INBOUND.RPT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      * APPEND-ONLY INBOUND LOG - SEE INBOUND-CHECK.COB.
      *****************************************************************
       FD  INBOUND-LOG.
       01  INBOUND-LOG-RECORD.
           05  IL-BUSINESS-DATE    PIC 9(8).
           05  IL-SOURCE           PIC X(10).
           05  IL-FILE-NAME        PIC X(14).
           05  IL-DISPOSITION      PIC X(8).
               88  IL-ACCEPTED     VALUE "ACCEPTED".
               88  IL-REJECTED     VALUE "REJECTED".
           05  IL-FILE-DATE        PIC 9(8).
           05  IL-SEQUENCE         PIC 9(6).
           05  IL-RECORD-COUNT     PIC 9(9).
           05  IL-AMOUNT-HASH      PIC 9(13)V99.
           05  IL-FINGERPRINT      PIC X(18).
           05  IL-REASON           PIC X(50).
           05  IL-TIMESTAMP        PIC 9(14).

       FD  INBOUND-REPORT.
       01  REPORT-LINE             PIC X(132).

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
       01  WS-LOG-STATUS           PIC XX.
       01  WS-RPT-STATUS           PIC XX.
       01  WS-BUSDATE-STATUS       PIC XX.
       01  WS-EOF-SWITCH           PIC X VALUE 'N'.
           88  WS-END-OF-FILE      VALUE 'Y'.

       01  WS-CURRENT-DATE.
           05  WS-YEAR             PIC 9(4).
           05  WS-MONTH            PIC 99.
           05  WS-DAY              PIC 99.

       01  WS-TODAY-DATE           PIC 9(8).

       01  WS-RUN-COUNTS.
           05  WS-ACCEPTED-COUNT   PIC 9(5) VALUE ZERO.
           05  WS-REJECTED-COUNT   PIC 9(5) VALUE ZERO.

       01  WS-REPORT-HEADING.
           05  FILLER              PIC X(40) VALUE
               "DAILY INBOUND FILE LOG".
           05  FILLER              PIC X(6)  VALUE "DATE: ".
           05  WS-HDR-DATE         PIC 9(8).

       01  WS-COLUMN-HEADING.
           05  FILLER              PIC X(12) VALUE "SOURCE".
           05  FILLER              PIC X(10) VALUE "RESULT".
           05  FILLER              PIC X(10) VALUE "FILE DATE".
           05  FILLER              PIC X(8)  VALUE "SEQ".
           05  FILLER              PIC X(11) VALUE "    RECORDS".
           05  FILLER              PIC X(19) VALUE
               "        AMOUNT HASH".
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(20) VALUE "FINGERPRINT".
           05  FILLER              PIC X(6)  VALUE "TIME".

       01  WS-DETAIL-LINE.
           05  WS-DTL-SOURCE       PIC X(12).
           05  WS-DTL-RESULT       PIC X(10).
           05  WS-DTL-FILE-DATE    PIC 9(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-DTL-SEQUENCE     PIC 9(6).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-DTL-COUNT        PIC ZZZ,ZZZ,ZZ9.
           05  WS-DTL-HASH         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-DTL-FINGERPRINT  PIC X(20).
           05  WS-DTL-TIME         PIC X(6).

       01  WS-REASON-LINE.
           05  FILLER              PIC X(12) VALUE SPACES.
           05  FILLER              PIC X(10) VALUE "REASON: ".
           05  WS-RSN-TEXT         PIC X(50).

       01  WS-NONE-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-NNL-TEXT         PIC X(40).

       01  WS-SUMMARY-LINE.
           05  FILLER              PIC X(10) VALUE "ACCEPTED: ".
           05  WS-SUM-ACCEPTED     PIC ZZ,ZZ9.
           05  FILLER              PIC X(14) VALUE "   REJECTED: ".
           05  WS-SUM-REJECTED     PIC ZZ,ZZ9.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           PERFORM INITIALIZE-REPORT
           PERFORM LIST-DAYS-INBOUND-FILES
           PERFORM WRITE-REPORT-SUMMARY
           CLOSE INBOUND-REPORT

           IF WS-REJECTED-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       INITIALIZE-REPORT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           PERFORM GET-BUSINESS-DATE
           STRING WS-YEAR WS-MONTH WS-DAY
                  DELIMITED BY SIZE
                  INTO WS-TODAY-DATE
           MOVE 'N' TO WS-EOF-SWITCH

           OPEN OUTPUT INBOUND-REPORT

           MOVE WS-TODAY-DATE TO WS-HDR-DATE
           MOVE WS-REPORT-HEADING TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-COLUMN-HEADING TO REPORT-LINE
           WRITE REPORT-LINE.

      *****************************************************************
      * EVERY LOG ENTRY UNDER THE BUSINESS DATE, IN THE ORDER THE
      * FILES WERE CHECKED. NO LOG YET MEANS NO FILE HAS ARRIVED.
      *****************************************************************
       LIST-DAYS-INBOUND-FILES.
           OPEN INPUT INBOUND-LOG

           IF WS-LOG-STATUS = '00'
               PERFORM READ-LOG-RECORD
               PERFORM UNTIL WS-END-OF-FILE
                   IF IL-BUSINESS-DATE = WS-TODAY-DATE
                       PERFORM WRITE-LOG-ENTRY
                   END-IF
                   PERFORM READ-LOG-RECORD
               END-PERFORM
               CLOSE INBOUND-LOG
           END-IF

           IF WS-ACCEPTED-COUNT = ZERO AND WS-REJECTED-COUNT = ZERO
               MOVE "NO INBOUND FILES CHECKED TODAY" TO WS-NNL-TEXT
               MOVE WS-NONE-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       READ-LOG-RECORD.
           READ INBOUND-LOG
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

       WRITE-LOG-ENTRY.
           MOVE IL-SOURCE TO WS-DTL-SOURCE
           MOVE IL-DISPOSITION TO WS-DTL-RESULT
           MOVE IL-FILE-DATE TO WS-DTL-FILE-DATE
           MOVE IL-SEQUENCE TO WS-DTL-SEQUENCE
           MOVE IL-RECORD-COUNT TO WS-DTL-COUNT
           MOVE IL-AMOUNT-HASH TO WS-DTL-HASH
           MOVE IL-FINGERPRINT TO WS-DTL-FINGERPRINT
           MOVE IL-TIMESTAMP(9:6) TO WS-DTL-TIME
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           IF IL-REJECTED
               ADD 1 TO WS-REJECTED-COUNT
               MOVE FUNCTION UPPER-CASE(IL-REASON) TO WS-RSN-TEXT
               MOVE WS-REASON-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               ADD 1 TO WS-ACCEPTED-COUNT
           END-IF.

       WRITE-REPORT-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-ACCEPTED-COUNT TO WS-SUM-ACCEPTED
           MOVE WS-REJECTED-COUNT TO WS-SUM-REJECTED
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
