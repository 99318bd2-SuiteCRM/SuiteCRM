       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYEE-CHANGES.
       AUTHOR. SUITECRM-REAL-ESTATE.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * DAILY PAYEE BANK-INSTRUCTION CHANGE REPORT
      * REPLAYS THE APPEND-ONLY CHANGE LEDGER PAYEECHG.DAT (WRITTEN BY
      * VENDOR-LOAD, PAYMENT, INVESTOR-REMIT AND PAYEE-VERIFY) INTO A
      * KEYED WORK FILE HOLDING THE LATEST STATE OF EACH PAYEE'S
      * CHANGE - ONE PER VENDOR ('V') OR WIRE BENEFICIARY ('W') - AND
      * LISTS ON PAYEECHG.RPT:
      *   - EVERY CHANGE STILL AWAITING ITS CALL-BACK, WITH ITS AGE IN
      *     DAYS, WHO SUBMITTED IT AND WHERE IT CAME FROM, AND THE OLD
      *     AND NEW INSTRUCTIONS, SO A HELD PAYEE CANNOT SIT UNNOTICED;
      *   - EVERY CHANGE VERIFIED OR REJECTED IN THE LAST SEVEN DAYS,
      *     WITH WHO ACTIONED IT AND THE CALL-BACK NOTE, SO A SECOND
      *     PAIR OF EYES CAN REVIEW WHAT WAS RELEASED.
      * REPORT ONLY - NOTHING IS UPDATED. AGES RUN FROM THE BUSINESS
      * DATE.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYEE-CHANGE-FILE ASSIGN TO "PAYEECHG.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-CHANGE-STATUS.

           SELECT CHANGE-WORK-FILE ASSIGN TO "PAYCHWRK.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CW-KEY
                  FILE STATUS IS WS-CHGWRK-STATUS.

           SELECT CHANGE-REPORT ASSIGN TO "PAYEECHG.RPT"
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
      * APPEND-ONLY PAYEE BANK-INSTRUCTION CHANGE LEDGER - SEE
      * PAYEE-VERIFY.COB.
      *****************************************************************
       FD  PAYEE-CHANGE-FILE.
       01  PAYEE-CHANGE-RECORD.
           05  PC-CHANGE-TYPE      PIC X.
               88  PC-VENDOR-CHANGE VALUE 'V'.
               88  PC-WIRE-CHANGE  VALUE 'W'.
           05  PC-PAYEE-KEY        PIC X(50).
           05  PC-STATUS           PIC X.
               88  PC-PENDING      VALUE 'P'.
               88  PC-VERIFIED     VALUE 'V'.
               88  PC-REJECTED     VALUE 'R'.
           05  PC-OLD-METHOD       PIC X(10).
           05  PC-OLD-ROUTING      PIC X(9).
           05  PC-OLD-ACCOUNT      PIC X(20).
           05  PC-NEW-METHOD       PIC X(10).
           05  PC-NEW-ROUTING      PIC X(9).
           05  PC-NEW-ACCOUNT      PIC X(20).
           05  PC-SOURCE-REF       PIC X(20).
           05  PC-SUBMITTED-BY     PIC X(20).
           05  PC-SUBMITTED-DATE   PIC 9(8).
           05  PC-ACTIONED-BY      PIC X(20).
           05  PC-CALLBACK-NOTE    PIC X(40).
           05  PC-TIMESTAMP        PIC 9(14).

      *****************************************************************
      * ONE RECORD PER CHANGE TYPE AND PAYEE - THE LATEST LEDGER
      * RECORD FOR THAT PAYEE, LAID OUT AS THE LEDGER RECORD IS.
      *****************************************************************
       FD  CHANGE-WORK-FILE.
       01  CHANGE-WORK-RECORD.
           05  CW-KEY.
               10  CW-KEY-TYPE     PIC X.
               10  CW-KEY-PAYEE    PIC X(50).
           05  CW-CHANGE.
               10  CW-CHANGE-TYPE  PIC X.
               10  CW-PAYEE-KEY    PIC X(50).
               10  CW-STATUS       PIC X.
                   88  CW-PENDING  VALUE 'P'.
                   88  CW-VERIFIED VALUE 'V'.
                   88  CW-REJECTED VALUE 'R'.
               10  CW-OLD-METHOD   PIC X(10).
               10  CW-OLD-ROUTING  PIC X(9).
               10  CW-OLD-ACCOUNT  PIC X(20).
               10  CW-NEW-METHOD   PIC X(10).
               10  CW-NEW-ROUTING  PIC X(9).
               10  CW-NEW-ACCOUNT  PIC X(20).
               10  CW-SOURCE-REF   PIC X(20).
               10  CW-SUBMITTED-BY PIC X(20).
               10  CW-SUBMITTED-DATE PIC 9(8).
               10  CW-ACTIONED-BY  PIC X(20).
               10  CW-CALLBACK-NOTE PIC X(40).
               10  CW-TIMESTAMP    PIC 9(14).

       FD  CHANGE-REPORT.
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
       01  WS-CHANGE-STATUS        PIC XX.
       01  WS-CHGWRK-STATUS        PIC XX.
       01  WS-RPT-STATUS           PIC XX.
       01  WS-BUSDATE-STATUS       PIC XX.
       01  WS-EOF-SWITCH           PIC X VALUE 'N'.
           88  WS-END-OF-FILE      VALUE 'Y'.

       01  WS-CURRENT-DATE.
           05  WS-YEAR             PIC 9(4).
           05  WS-MONTH            PIC 99.
           05  WS-DAY              PIC 99.

       01  WS-TODAY-DATE           PIC 9(8).
       01  WS-TODAY-INT            PIC 9(7).
       01  WS-RECENT-DAYS          PIC 9(3) VALUE 7.
       01  WS-CHANGE-INT           PIC 9(7).
       01  WS-CHANGE-AGE           PIC S9(5).
       01  WS-ACTION-DATE          PIC 9(8).

       01  WS-RUN-COUNTS.
           05  WS-PENDING-COUNT    PIC 9(5) VALUE ZERO.
           05  WS-VERIFIED-COUNT   PIC 9(5) VALUE ZERO.
           05  WS-REJECTED-COUNT   PIC 9(5) VALUE ZERO.

       01  WS-REPORT-HEADING.
           05  FILLER              PIC X(40) VALUE
               "PAYEE BANK-INSTRUCTION CHANGES".
           05  FILLER              PIC X(6)  VALUE "DATE: ".
           05  WS-HDR-DATE         PIC 9(8).

       01  WS-SECTION-LINE         PIC X(60).

       01  WS-PENDING-HEADING.
           05  FILLER              PIC X(9)  VALUE "  TYPE".
           05  FILLER              PIC X(32) VALUE "PAYEE".
           05  FILLER              PIC X(10) VALUE "SUBMITTED".
           05  FILLER              PIC X(6)  VALUE "  AGE".
           05  FILLER              PIC X(22) VALUE "SUBMITTED BY".
           05  FILLER              PIC X(20) VALUE "SOURCE".

       01  WS-PENDING-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-PDL-TYPE         PIC X(7).
           05  WS-PDL-PAYEE        PIC X(32).
           05  WS-PDL-SUBMITTED    PIC 9(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-PDL-AGE          PIC ZZZ9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-PDL-SUBMITTER    PIC X(22).
           05  WS-PDL-SOURCE       PIC X(20).

       01  WS-RECENT-HEADING.
           05  FILLER              PIC X(9)  VALUE "  TYPE".
           05  FILLER              PIC X(32) VALUE "PAYEE".
           05  FILLER              PIC X(10) VALUE "OUTCOME".
           05  FILLER              PIC X(10) VALUE "ACTIONED".
           05  FILLER              PIC X(22) VALUE "ACTIONED BY".
           05  FILLER              PIC X(40) VALUE "CALL-BACK NOTE".

       01  WS-RECENT-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-RCL-TYPE         PIC X(7).
           05  WS-RCL-PAYEE        PIC X(32).
           05  WS-RCL-OUTCOME      PIC X(10).
           05  WS-RCL-ACTIONED     PIC 9(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-RCL-ACTIONED-BY  PIC X(22).
           05  WS-RCL-NOTE         PIC X(40).

       01  WS-INSTRUCTION-LINE.
           05  FILLER              PIC X(11) VALUE "       OLD:".
           05  FILLER              PIC X     VALUE SPACE.
           05  WS-INL-OLD-METHOD   PIC X(11).
           05  WS-INL-OLD-ROUTING  PIC X(10).
           05  WS-INL-OLD-ACCOUNT  PIC X(22).
           05  FILLER              PIC X(5)  VALUE "NEW: ".
           05  WS-INL-NEW-METHOD   PIC X(11).
           05  WS-INL-NEW-ROUTING  PIC X(10).
           05  WS-INL-NEW-ACCOUNT  PIC X(20).

       01  WS-NONE-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-NNL-TEXT         PIC X(40).

       01  WS-SUMMARY-LINE.
           05  FILLER              PIC X(9)  VALUE "PENDING: ".
           05  WS-SUM-PENDING      PIC ZZ,ZZ9.
           05  FILLER              PIC X(14) VALUE "   VERIFIED: ".
           05  WS-SUM-VERIFIED     PIC ZZ,ZZ9.
           05  FILLER              PIC X(14) VALUE "   REJECTED: ".
           05  WS-SUM-REJECTED     PIC ZZ,ZZ9.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           PERFORM INITIALIZE-REPORT
           PERFORM REPLAY-CHANGE-LEDGER
           PERFORM LIST-PENDING-CHANGES
           PERFORM LIST-RECENT-OUTCOMES
           PERFORM WRITE-REPORT-SUMMARY
           CLOSE CHANGE-WORK-FILE
           CLOSE CHANGE-REPORT
           STOP RUN.

       INITIALIZE-REPORT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           PERFORM GET-BUSINESS-DATE
           STRING WS-YEAR WS-MONTH WS-DAY
                  DELIMITED BY SIZE
                  INTO WS-TODAY-DATE
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
           MOVE 'N' TO WS-EOF-SWITCH

           OPEN OUTPUT CHANGE-WORK-FILE
           CLOSE CHANGE-WORK-FILE
           OPEN I-O CHANGE-WORK-FILE

           OPEN OUTPUT CHANGE-REPORT

           MOVE WS-TODAY-DATE TO WS-HDR-DATE
           MOVE WS-REPORT-HEADING TO REPORT-LINE
           WRITE REPORT-LINE.

      *****************************************************************
      * LATEST RECORD WINS PER TYPE AND PAYEE. NO LEDGER YET MEANS NO
      * CHANGE HAS EVER BEEN HELD - BOTH LISTS PRINT EMPTY.
      *****************************************************************
       REPLAY-CHANGE-LEDGER.
           OPEN INPUT PAYEE-CHANGE-FILE

           IF WS-CHANGE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           PERFORM READ-CHANGE-RECORD
           PERFORM UNTIL WS-END-OF-FILE
               MOVE PC-CHANGE-TYPE TO CW-KEY-TYPE
               MOVE PC-PAYEE-KEY TO CW-KEY-PAYEE
               MOVE PAYEE-CHANGE-RECORD TO CW-CHANGE
               WRITE CHANGE-WORK-RECORD
                   INVALID KEY
                       REWRITE CHANGE-WORK-RECORD
               END-WRITE
               PERFORM READ-CHANGE-RECORD
           END-PERFORM

           CLOSE PAYEE-CHANGE-FILE.

       READ-CHANGE-RECORD.
           READ PAYEE-CHANGE-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

       LIST-PENDING-CHANGES.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "CHANGES AWAITING CALL-BACK" TO WS-SECTION-LINE
           MOVE WS-SECTION-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-PENDING-HEADING TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM START-WORK-FILE
           PERFORM UNTIL WS-END-OF-FILE
               READ CHANGE-WORK-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF CW-PENDING
                           PERFORM WRITE-PENDING-CHANGE
                       END-IF
               END-READ
           END-PERFORM

           IF WS-PENDING-COUNT = ZERO
               MOVE "NONE" TO WS-NNL-TEXT
               MOVE WS-NONE-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       WRITE-PENDING-CHANGE.
           PERFORM MOVE-CHANGE-TYPE
           MOVE CW-PAYEE-KEY TO WS-PDL-PAYEE
           MOVE CW-SUBMITTED-DATE TO WS-PDL-SUBMITTED
           MOVE ZERO TO WS-CHANGE-AGE
           IF CW-SUBMITTED-DATE NOT = ZERO
               COMPUTE WS-CHANGE-INT =
                   FUNCTION INTEGER-OF-DATE(CW-SUBMITTED-DATE)
               COMPUTE WS-CHANGE-AGE = WS-TODAY-INT - WS-CHANGE-INT
               IF WS-CHANGE-AGE < ZERO
                   MOVE ZERO TO WS-CHANGE-AGE
               END-IF
           END-IF
           MOVE WS-CHANGE-AGE TO WS-PDL-AGE
           MOVE CW-SUBMITTED-BY TO WS-PDL-SUBMITTER
           MOVE CW-SOURCE-REF TO WS-PDL-SOURCE
           MOVE WS-PENDING-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM WRITE-INSTRUCTION-LINE
           ADD 1 TO WS-PENDING-COUNT.

      *****************************************************************
      * AN OUTCOME IS RECENT WHEN IT WAS ACTIONED WITHIN THE LAST
      * SEVEN DAYS OF THE BUSINESS DATE, THE BUSINESS DATE INCLUDED.
      *****************************************************************
       LIST-RECENT-OUTCOMES.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "CHANGES VERIFIED OR REJECTED IN THE LAST 7 DAYS"
               TO WS-SECTION-LINE
           MOVE WS-SECTION-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-RECENT-HEADING TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM START-WORK-FILE
           PERFORM UNTIL WS-END-OF-FILE
               READ CHANGE-WORK-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF CW-VERIFIED OR CW-REJECTED
                           PERFORM CHECK-RECENT-OUTCOME
                       END-IF
               END-READ
           END-PERFORM

           IF WS-VERIFIED-COUNT = ZERO AND WS-REJECTED-COUNT = ZERO
               MOVE "NONE" TO WS-NNL-TEXT
               MOVE WS-NONE-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       CHECK-RECENT-OUTCOME.
           MOVE CW-TIMESTAMP(1:8) TO WS-ACTION-DATE

           IF WS-ACTION-DATE = ZERO
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-CHANGE-INT =
               FUNCTION INTEGER-OF-DATE(WS-ACTION-DATE)
           COMPUTE WS-CHANGE-AGE = WS-TODAY-INT - WS-CHANGE-INT

           IF WS-CHANGE-AGE < ZERO
                   OR WS-CHANGE-AGE NOT < WS-RECENT-DAYS
               EXIT PARAGRAPH
           END-IF

           PERFORM MOVE-CHANGE-TYPE
           MOVE WS-PDL-TYPE TO WS-RCL-TYPE
           MOVE CW-PAYEE-KEY TO WS-RCL-PAYEE
           IF CW-VERIFIED
               MOVE "VERIFIED" TO WS-RCL-OUTCOME
               ADD 1 TO WS-VERIFIED-COUNT
           ELSE
               MOVE "REJECTED" TO WS-RCL-OUTCOME
               ADD 1 TO WS-REJECTED-COUNT
           END-IF
           MOVE WS-ACTION-DATE TO WS-RCL-ACTIONED
           MOVE CW-ACTIONED-BY TO WS-RCL-ACTIONED-BY
           MOVE CW-CALLBACK-NOTE TO WS-RCL-NOTE
           MOVE WS-RECENT-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM WRITE-INSTRUCTION-LINE.

       START-WORK-FILE.
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE LOW-VALUES TO CW-KEY
           START CHANGE-WORK-FILE KEY IS NOT LESS THAN CW-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-START.

       MOVE-CHANGE-TYPE.
           IF CW-CHANGE-TYPE = 'W'
               MOVE "WIRE" TO WS-PDL-TYPE
           ELSE
               MOVE "VENDOR" TO WS-PDL-TYPE
           END-IF.

       WRITE-INSTRUCTION-LINE.
           MOVE CW-OLD-METHOD TO WS-INL-OLD-METHOD
           MOVE CW-OLD-ROUTING TO WS-INL-OLD-ROUTING
           MOVE CW-OLD-ACCOUNT TO WS-INL-OLD-ACCOUNT
           MOVE CW-NEW-METHOD TO WS-INL-NEW-METHOD
           MOVE CW-NEW-ROUTING TO WS-INL-NEW-ROUTING
           MOVE CW-NEW-ACCOUNT TO WS-INL-NEW-ACCOUNT
           MOVE WS-INSTRUCTION-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-REPORT-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-PENDING-COUNT TO WS-SUM-PENDING
           MOVE WS-VERIFIED-COUNT TO WS-SUM-VERIFIED
           MOVE WS-REJECTED-COUNT TO WS-SUM-REJECTED
           MOVE WS-SUMMARY-LINE TO REPORT-LINE
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
