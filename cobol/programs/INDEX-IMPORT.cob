       IDENTIFICATION DIVISION.
       PROGRAM-ID. INDEX-IMPORT.
       AUTHOR. SUITECRM-REAL-ESTATE.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * DAILY ARM INDEX-RATE IMPORT BATCH JOB
      * READS THE TREASURY DESK'S INDEX SHEET (INDEXSHEET.DAT, ONE
      * PIPE-DELIMITED LINE PER PUBLISHED INDEX VALUE:
      * INDEX-NAME|EFFECTIVE-DATE|RATE, RATE IN PERCENT) AND APPENDS
      * EACH ACCEPTED VALUE TO THE EFFECTIVE-DATED INDEXRATES.DAT
      * LEDGER THAT THE ARM-RESET JOB PRICES ADJUSTABLE-RATE LOANS
      * FROM. SAME ARRANGEMENT AS THE CURRRATES.DAT EXCHANGE-RATE
      * LEDGER: APPEND-ONLY, A LOOKUP TAKES THE LATEST VALUE WHOSE
      * EFFECTIVE DATE IS NOT PAST THE DATE BEING PRICED, AND A
      * CORRECTED RE-IMPORT APPENDS RECORDS THAT WIN OVER THE EARLIER
      * LOAD. REJECTED SHEET LINES (NO INDEX NAME, ZERO RATE, BAD
      * DATE) ARE LISTED ON INDEXIMP.RPT FOR THE TREASURY DESK.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INDEX-SHEET-FILE ASSIGN TO "INDEXSHEET.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-SHEET-STATUS.

           SELECT INDEX-RATE-FILE ASSIGN TO "INDEXRATES.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-RATE-STATUS.

           SELECT IMPORT-REPORT ASSIGN TO "INDEXIMP.RPT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INDEX-SHEET-FILE.
       01  INDEX-SHEET-LINE        PIC X(80).

       FD  INDEX-RATE-FILE.
       01  INDEX-RATE-RECORD.
           05  IR-INDEX-NAME       PIC X(10).
           05  IR-EFFECTIVE-DATE   PIC 9(8).
           05  IR-INDEX-RATE       PIC 9(2)V9(4).
           05  IR-LOAD-TIMESTAMP   PIC 9(14).

       FD  IMPORT-REPORT.
       01  REPORT-LINE             PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-SHEET-STATUS         PIC XX.
       01  WS-RATE-STATUS          PIC XX.
       01  WS-RPT-STATUS           PIC XX.
       01  WS-EOF-SWITCH           PIC X VALUE 'N'.
           88  WS-END-OF-FILE      VALUE 'Y'.

       01  WS-SHEET-FIELDS.
           05  WS-SHEET-INDEX      PIC X(10).
           05  WS-SHEET-DATE       PIC X(8).
           05  WS-SHEET-DATE-NUM REDEFINES WS-SHEET-DATE PIC 9(8).
           05  WS-SHEET-RATE       PIC 9(2)V9(4).

       01  WS-ACCEPTED-COUNT       PIC 9(5) VALUE ZERO.
       01  WS-REJECTED-COUNT       PIC 9(5) VALUE ZERO.
       01  WS-REJECT-REASON        PIC X(30).

       01  WS-CURRENT-DATE.
           05  WS-YEAR             PIC 9(4).
           05  WS-MONTH            PIC 99.
           05  WS-DAY              PIC 99.

       01  WS-CURRENT-TIME.
           05  WS-HOUR             PIC 99.
           05  WS-MINUTE           PIC 99.
           05  WS-SECOND           PIC 99.

       01  WS-REPORT-HEADING.
           05  FILLER              PIC X(30) VALUE
               "DAILY ARM INDEX-RATE IMPORT".
           05  FILLER              PIC X(6)  VALUE "DATE: ".
           05  WS-HDR-DATE         PIC 9(8).

       01  WS-DETAIL-LINE.
           05  WS-DTL-INDEX        PIC X(12).
           05  WS-DTL-DATE         PIC X(10).
           05  WS-DTL-RESULT       PIC X(10).
           05  WS-DTL-REASON       PIC X(30).

       01  WS-SUMMARY-LINE.
           05  FILLER              PIC X(11) VALUE "ACCEPTED: ".
           05  WS-SUM-ACCEPTED     PIC ZZ,ZZ9.
           05  FILLER              PIC X(13) VALUE "   REJECTED: ".
           05  WS-SUM-REJECTED     PIC ZZ,ZZ9.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           PERFORM INITIALIZE-IMPORT
           PERFORM OPEN-IMPORT-REPORT
           PERFORM PROCESS-INDEX-SHEET
           PERFORM WRITE-IMPORT-SUMMARY
           CLOSE IMPORT-REPORT
           STOP RUN.

       INITIALIZE-IMPORT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE 'N' TO WS-EOF-SWITCH.

       OPEN-IMPORT-REPORT.
           OPEN OUTPUT IMPORT-REPORT

           MOVE WS-YEAR TO WS-HDR-DATE(1:4)
           MOVE WS-MONTH TO WS-HDR-DATE(5:2)
           MOVE WS-DAY TO WS-HDR-DATE(7:2)
           MOVE WS-REPORT-HEADING TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       PROCESS-INDEX-SHEET.
           OPEN INPUT INDEX-SHEET-FILE

           IF WS-SHEET-STATUS NOT = '00'
               MOVE "NO INDEX SHEET PRESENT - NOTHING IMPORTED"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF

           PERFORM READ-SHEET-LINE
           PERFORM UNTIL WS-END-OF-FILE
               IF INDEX-SHEET-LINE NOT = SPACES
                   PERFORM IMPORT-ONE-SHEET-LINE
               END-IF
               PERFORM READ-SHEET-LINE
           END-PERFORM

           CLOSE INDEX-SHEET-FILE.

       READ-SHEET-LINE.
           READ INDEX-SHEET-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

       IMPORT-ONE-SHEET-LINE.
           MOVE SPACES TO WS-SHEET-INDEX
           MOVE SPACES TO WS-SHEET-DATE
           MOVE ZERO TO WS-SHEET-RATE
           MOVE SPACES TO WS-REJECT-REASON

           UNSTRING INDEX-SHEET-LINE DELIMITED BY '|'
               INTO WS-SHEET-INDEX
                    WS-SHEET-DATE
                    WS-SHEET-RATE

           PERFORM VALIDATE-SHEET-LINE

           IF WS-REJECT-REASON = SPACES
               PERFORM APPEND-INDEX-RECORD
               ADD 1 TO WS-ACCEPTED-COUNT
               MOVE "ACCEPTED" TO WS-DTL-RESULT
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
               MOVE "REJECTED" TO WS-DTL-RESULT
           END-IF

           MOVE WS-SHEET-INDEX TO WS-DTL-INDEX
           MOVE WS-SHEET-DATE TO WS-DTL-DATE
           MOVE WS-REJECT-REASON TO WS-DTL-REASON
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       VALIDATE-SHEET-LINE.
           IF WS-SHEET-INDEX = SPACES
               MOVE "MISSING INDEX NAME" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF

           IF WS-SHEET-DATE NOT NUMERIC OR WS-SHEET-DATE-NUM = ZERO
               MOVE "BAD EFFECTIVE DATE" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF

           IF WS-SHEET-RATE = ZERO
               MOVE "ZERO INDEX RATE" TO WS-REJECT-REASON
           END-IF.

       APPEND-INDEX-RECORD.
           OPEN EXTEND INDEX-RATE-FILE

           IF WS-RATE-STATUS NOT = '00'
               OPEN OUTPUT INDEX-RATE-FILE
           END-IF

           MOVE WS-SHEET-INDEX TO IR-INDEX-NAME
           MOVE WS-SHEET-DATE-NUM TO IR-EFFECTIVE-DATE
           MOVE WS-SHEET-RATE TO IR-INDEX-RATE
           STRING WS-YEAR WS-MONTH WS-DAY
                  WS-HOUR WS-MINUTE WS-SECOND
                  DELIMITED BY SIZE
                  INTO IR-LOAD-TIMESTAMP

           WRITE INDEX-RATE-RECORD

           CLOSE INDEX-RATE-FILE.

       WRITE-IMPORT-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-ACCEPTED-COUNT TO WS-SUM-ACCEPTED
           MOVE WS-REJECTED-COUNT TO WS-SUM-REJECTED
           MOVE WS-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE.
