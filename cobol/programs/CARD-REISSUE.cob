       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARD-REISSUE.
       AUTHOR. SUITECRM-REAL-ESTATE.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * MONTHLY CARD EXPIRATION REISSUE
      * AN ACTIVE CARD ON CARDDATA.DAT USED TO RUN UP TO ITS EXPIRY
      * AND THEN SIMPLY DECLINE AT THE NEXT AUTHORIZATION. RUN
      * MONTHLY, THIS JOB FINDS EVERY ACTIVE CARD WHOSE EXPIRY-DATE
      * (THE LAST DAY OF ITS EXP-MONTH/EXP-YEAR) FALLS WITHIN THE
      * NEXT 60 DAYS - OR HAS ALREADY PASSED WITHOUT THE CARD BEING
      * RETIRED - AND REISSUES IT:
      *   - A NEW 16-DIGIT CARD NUMBER ON THE SAME BIN (FIRST SIX
      *     DIGITS), SEQUENCED FROM CARDSEQ.DAT AND LUHN-VALID, SO
      *     CREDITCARD.COB'S CHECK-LUHN-ALGORITHM ACCEPTS IT;
      *   - THE NEW EXPIRY THREE YEARS ON, IN THE SAME MONTH, AND A
      *     NEW CVV;
      *   - HOLDER, TYPE, LIMIT, RISK-SCORE AND BILLING ZIP CARRIED
      *     OVER, WITH A ZERO BALANCE. THE OLD CARD STAYS ACTIVE, AND
      *     KEEPS ITS BALANCE, UNTIL ITS OWN EXPIRY DATE SO THE
      *     CARDHOLDER IS NOT LEFT WITHOUT A WORKING CARD WHILE THE
      *     NEW PLASTIC IS IN THE MAIL;
      *   - EVERY ACTIVE CARDTOKEN.DAT ENTRY FOR THE OLD NUMBER IS
      *     RE-POINTED TO THE NEW ONE, SO A MERCHANT HOLDING A VAULT
      *     TOKEN KEEPS CHARGING WITHOUT A DECLINE. REVOKED TOKENS
      *     ARE LEFT ALONE.
      * EACH NEW CARD IS WRITTEN TO THE EMBOSSING FILE CARDEMBOSS.DAT
      * FOR THE CARD-PRODUCTION VENDOR AND LISTED ON CARDREISSUE.RPT.
      * THE OLD/NEW PAIR IS LOGGED ON THE APPEND-ONLY REPLACEMENT
      * LEDGER CARDREPL.DAT. ON THE FIRST RUN AFTER THE OLD CARD'S
      * EXPIRY DATE HAS PASSED THE BALANCE IS CUT OVER: THE OLD CARD
      * IS RETIRED TO EXPIRED-CARD STATUS WITH A ZERO BALANCE AND,
      * ONLY ONCE THAT REWRITE HAS SUCCEEDED, THE BALANCE IS ADDED TO
      * THE NEW CARD - IT IS NEVER ON BOTH. A CUTOVER THAT FAILS IS
      * BACKED OUT, LISTED, RETRIED NEXT RUN AND ENDS THE RUN WITH
      * RETURN CODE 4. THE CUTOVER IS LOGGED ON CARDREPL.DAT SO
      * CARD-STATEMENT CAN BILL THE OLD CARD'S LAST ACTIVITY ON THE
      * NEW CARD'S STATEMENT.
      * A CARD IN THE WINDOW THAT IS BLOCKED, OR WHOSE RISK-SCORE IS
      * OVER THE 800 FRAUD-REVIEW LINE VALIDATE-CARD-DETAILS DECLINES
      * ON, IS NOT REISSUED AND IS LISTED FOR THE CARD SERVICES DESK.
      * A RERUN FINDS NOTHING TO DO - AN OLD NUMBER AWAITING CUTOVER
      * IS ON THE LEDGER AND IS NOT REISSUED AGAIN, AND THE NEW
      * EXPIRIES ARE WELL OUTSIDE THE WINDOW.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARD-FILE ASSIGN TO "CARDDATA.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CARD-NUMBER
                  FILE STATUS IS WS-FILE-STATUS.

           SELECT TOKEN-FILE ASSIGN TO "CARDTOKEN.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TOKEN-ID
                  FILE STATUS IS WS-TOKEN-STATUS.

           SELECT CARD-SEQ-FILE ASSIGN TO "CARDSEQ.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CARDSEQ-KEY
                  FILE STATUS IS WS-CARDSEQ-STATUS.

           SELECT EMBOSS-FILE ASSIGN TO "CARDEMBOSS.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-EMBOSS-STATUS.

           SELECT REPLACEMENT-FILE ASSIGN TO "CARDREPL.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-REPL-STATUS.

           SELECT REISSUE-REPORT ASSIGN TO "CARDREISSUE.RPT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CARD-FILE.
       01  CARD-RECORD.
           05  CARD-NUMBER         PIC X(19).
           05  CARD-HOLDER-NAME    PIC X(30).
           05  EXPIRY-DATE.
               10  EXP-MONTH       PIC 99.
               10  EXP-YEAR        PIC 99.
           05  CARD-TYPE           PIC X(10).
           05  CREDIT-LIMIT        PIC 9(8)V99.
           05  CURRENT-BALANCE     PIC 9(8)V99.
           05  CARD-STATUS         PIC X.
               88  ACTIVE-CARD     VALUE 'A'.
               88  BLOCKED-CARD    VALUE 'B'.
               88  EXPIRED-CARD    VALUE 'E'.
           05  LAST-TRANSACTION    PIC X(8).
           05  RISK-SCORE          PIC 999.
           05  CARD-CVV            PIC 999.
           05  CARD-BILLING-ZIP    PIC X(10).

       FD  TOKEN-FILE.
       01  TOKEN-RECORD.
           05  TOKEN-ID                PIC X(20).
           05  TOKEN-CARD-NUMBER       PIC X(19).
           05  TOKEN-CARD-TYPE         PIC X(10).
           05  TOKEN-CREATED-DATE      PIC 9(8).
           05  TOKEN-STATUS            PIC X.
               88  TOKEN-ACTIVE        VALUE 'A'.
               88  TOKEN-REVOKED       VALUE 'R'.

      *****************************************************************
      * ONE-RECORD FILE HOLDING THE LAST ACCOUNT SEQUENCE USED FOR A
      * REISSUED CARD NUMBER - THE SAME SHAPE AS TOKENSEQ.DAT.
      *****************************************************************
       FD  CARD-SEQ-FILE.
       01  CARD-SEQ-RECORD.
           05  CARDSEQ-KEY             PIC X(1).
           05  CARDSEQ-NUMBER          PIC 9(9).

      *****************************************************************
      * CARD-PRODUCTION (EMBOSSING) FILE - ONE RECORD PER NEW PLASTIC,
      * REBUILT EACH RUN FOR THE VENDOR TO PICK UP.
      *****************************************************************
       FD  EMBOSS-FILE.
       01  EMBOSS-RECORD.
           05  EM-CARD-NUMBER      PIC X(19).
           05  EM-HOLDER-NAME      PIC X(30).
           05  EM-EXP-MONTH        PIC 99.
           05  EM-EXP-YEAR         PIC 99.
           05  EM-CARD-TYPE        PIC X(10).
           05  EM-CVV              PIC 999.
           05  EM-BILLING-ZIP      PIC X(10).
           05  EM-PRIOR-CARD-NUMBER PIC X(19).
           05  EM-ISSUE-DATE       PIC 9(8).

      *****************************************************************
      * APPEND-ONLY CARD REPLACEMENT LEDGER - AN 'R' RECORD WHEN THE
      * NEW CARD IS ISSUED, A 'C' RECORD WHEN THE OLD CARD'S BALANCE
      * IS CUT OVER TO IT. AN OLD NUMBER WITH AN 'R' AND NO 'C' IS
      * STILL AWAITING CUTOVER.
      *****************************************************************
       FD  REPLACEMENT-FILE.
       01  REPLACEMENT-RECORD.
           05  RL-OLD-CARD-NUMBER  PIC X(19).
           05  RL-NEW-CARD-NUMBER  PIC X(19).
           05  RL-EVENT            PIC X.
               88  RL-REISSUED     VALUE 'R'.
               88  RL-CUT-OVER     VALUE 'C'.
           05  RL-EVENT-DATE       PIC 9(8).
           05  RL-BALANCE-MOVED    PIC 9(8)V99.
           05  RL-TIMESTAMP        PIC 9(14).

       FD  REISSUE-REPORT.
       01  REPORT-LINE             PIC X(100).

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
       01  WS-FILE-STATUS          PIC XX.
       01  WS-TOKEN-STATUS         PIC XX.
       01  WS-CARDSEQ-STATUS       PIC XX.
       01  WS-EMBOSS-STATUS        PIC XX.
       01  WS-RPT-STATUS           PIC XX.
       01  WS-BUSDATE-STATUS       PIC XX.
       01  WS-REPL-STATUS          PIC XX.
       01  WS-REPL-EOF-SW          PIC X VALUE 'N'.
           88  WS-REPL-END-OF-FILE VALUE 'Y'.
       01  WS-CARD-EOF-SW          PIC X VALUE 'N'.
           88  WS-CARD-END-OF-FILE VALUE 'Y'.
       01  WS-TOKEN-EOF-SW         PIC X VALUE 'N'.
           88  WS-TOKEN-END-OF-FILE VALUE 'Y'.

       01  WS-TODAY-DATE           PIC 9(8).
       01  WS-TODAY-INT            PIC 9(7).
       01  WS-WINDOW-END-INT       PIC 9(7).
       01  WS-REISSUE-WINDOW-DAYS  PIC 999 VALUE 60.
       01  WS-RISK-DECLINE-LINE    PIC 999 VALUE 800.
       01  WS-REISSUE-YEARS        PIC 9 VALUE 3.

      *****************************************************************
      * CARDS CHOSEN ON THE SWEEP OF CARD-FILE. THE REISSUE ITSELF
      * WRITES NEW KEYS INTO THE SAME FILE, SO THE SWEEP FINISHES
      * BEFORE ANY NUMBER IS ISSUED RATHER THAN WALKING A FILE THAT
      * IS GROWING UNDER IT.
      *****************************************************************
       01  WS-REISSUE-TABLE.
           05  WS-RI-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-RI-IDX.
               10  WS-RI-OLD-CARD      PIC X(19).
               10  WS-RI-NEW-CARD      PIC X(19).
               10  WS-RI-ISSUED        PIC X.

       01  WS-REISSUE-USED         PIC 9(5) VALUE ZERO.

      *****************************************************************
      * OLD CARDS REISSUED BUT NOT YET CUT OVER, FROM CARDREPL.DAT,
      * PLUS THOSE REISSUED THIS RUN - ROOM FOR A FULL LEDGER LOAD
      * AND A FULL REISSUE TABLE.
      *****************************************************************
       01  WS-PENDING-TABLE.
           05  WS-PD-ENTRY OCCURS 4000 TIMES
                   INDEXED BY WS-PD-IDX.
               10  WS-PD-OLD-CARD      PIC X(19).
               10  WS-PD-NEW-CARD      PIC X(19).

       01  WS-PENDING-USED         PIC 9(5) VALUE ZERO.
       01  WS-PD-SEARCH-IDX        PIC 9(5).
       01  WS-LOOKUP-CARD          PIC X(19).
       01  WS-FOUND-SWITCH         PIC X.

       01  WS-CUTOVER-WORK.
           05  WS-CUT-BALANCE      PIC 9(8)V99.
           05  WS-CUT-BALANCE-EDIT PIC Z(7)9.99.

       01  WS-EXPIRY-WORK.
           05  WS-EXP-END-DATE     PIC 9(8).
           05  WS-EXP-END-INT      PIC 9(7).
           05  WS-NEXT-MONTH-DATE.
               10  WS-NM-YEAR      PIC 9(4).
               10  WS-NM-MONTH     PIC 99.
               10  WS-NM-DAY       PIC 99.
           05  WS-NEXT-MONTH-NUM REDEFINES WS-NEXT-MONTH-DATE
                                   PIC 9(8).
           05  WS-NEW-EXP-MONTH    PIC 99.
           05  WS-NEW-EXP-YEAR     PIC 9(4).

       01  WS-NEW-CARD-WORK.
           05  WS-NEW-CARD-NUMBER  PIC X(19).
           05  WS-NEW-CARD-DIGITS REDEFINES WS-NEW-CARD-NUMBER.
               10  WS-NEW-DIGIT    PIC 9 OCCURS 16 TIMES.
               10  FILLER          PIC X(3).
           05  WS-NEW-CVV          PIC 999.
           05  WS-CARD-SEQUENCE    PIC 9(9).
           05  WS-NUMBER-FREE-SW   PIC X.
           05  WS-RANDOM-SEED      PIC 9(8).
           05  WS-RANDOM-VALUE     PIC V9(8).

       01  WS-LUHN-WORK.
           05  WS-LUHN-INDEX       PIC 99.
           05  WS-LUHN-DIGIT       PIC 99.
           05  WS-LUHN-SUM         PIC 9(4).

       01  WS-OLD-CARD-SAVE        PIC X(108).

       01  WS-RUN-TOTALS.
           05  WS-CARDS-REISSUED   PIC 9(5) VALUE ZERO.
           05  WS-CARDS-HELD       PIC 9(5) VALUE ZERO.
           05  WS-TOKENS-REPOINTED PIC 9(5) VALUE ZERO.
           05  WS-CARDS-CUT-OVER   PIC 9(5) VALUE ZERO.
           05  WS-CUTOVER-FAILED   PIC 9(5) VALUE ZERO.

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
               "CARD EXPIRATION REISSUE".
           05  FILLER              PIC X(6)  VALUE "DATE: ".
           05  WS-HDR-DATE         PIC 9(8).

       01  WS-COLUMN-HEADING.
           05  FILLER              PIC X(21) VALUE "CARD NUMBER".
           05  FILLER              PIC X(8)  VALUE "EXPIRES".
           05  FILLER              PIC X(14) VALUE "RESULT".
           05  FILLER              PIC X(21) VALUE "NEW CARD NUMBER".
           05  FILLER              PIC X(36) VALUE
               "NEW EXPIRY / REASON".

       01  WS-DETAIL-LINE.
           05  WS-DTL-OLD-CARD     PIC X(21).
           05  WS-DTL-OLD-EXPIRY.
               10  WS-DTL-OLD-MM   PIC 99.
               10  FILLER          PIC X VALUE "/".
               10  WS-DTL-OLD-YY   PIC 99.
               10  FILLER          PIC X(3) VALUE SPACES.
           05  WS-DTL-RESULT       PIC X(14).
           05  WS-DTL-NEW-CARD     PIC X(21).
           05  WS-DTL-REASON       PIC X(36).

       01  WS-SUMMARY-LINE.
           05  FILLER              PIC X(16) VALUE "CARDS REISSUED: ".
           05  WS-SUM-REISSUED     PIC ZZ,ZZ9.
           05  FILLER              PIC X(16) VALUE "  NOT REISSUED: ".
           05  WS-SUM-HELD         PIC ZZ,ZZ9.
           05  FILLER              PIC X(21) VALUE
               "  TOKENS RE-POINTED: ".
           05  WS-SUM-TOKENS       PIC ZZ,ZZ9.
           05  FILLER              PIC X(12) VALUE "  CUT OVER: ".
           05  WS-SUM-CUT-OVER     PIC ZZ,ZZ9.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           PERFORM INITIALIZE-REISSUE
           PERFORM OPEN-REISSUE-OUTPUTS
           PERFORM LOAD-PENDING-CUTOVERS
           PERFORM SELECT-EXPIRING-CARDS
           PERFORM REISSUE-EACH-CARD
           PERFORM CUT-OVER-EXPIRED-CARDS
           PERFORM REPOINT-VAULT-TOKENS
           PERFORM WRITE-REISSUE-SUMMARY
           CLOSE EMBOSS-FILE
           CLOSE REISSUE-REPORT

           IF WS-CUTOVER-FAILED > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       INITIALIZE-REISSUE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           ACCEPT WS-CURRENT-TIME FROM TIME
           PERFORM GET-BUSINESS-DATE
           STRING WS-YEAR WS-MONTH WS-DAY
                  DELIMITED BY SIZE
                  INTO WS-TODAY-DATE
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
           COMPUTE WS-WINDOW-END-INT =
               WS-TODAY-INT + WS-REISSUE-WINDOW-DAYS

           STRING WS-HOUR WS-MINUTE WS-SECOND WS-DAY
                  DELIMITED BY SIZE
                  INTO WS-RANDOM-SEED
           COMPUTE WS-RANDOM-VALUE = FUNCTION RANDOM(WS-RANDOM-SEED).

       OPEN-REISSUE-OUTPUTS.
           OPEN OUTPUT EMBOSS-FILE
           OPEN OUTPUT REISSUE-REPORT

           MOVE WS-TODAY-DATE TO WS-HDR-DATE
           MOVE WS-REPORT-HEADING TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-COLUMN-HEADING TO REPORT-LINE
           WRITE REPORT-LINE.

      *****************************************************************
      * LATEST STATE PER OLD CARD NUMBER ON THE REPLACEMENT LEDGER -
      * A CUTOVER RECORD TAKES ITS CARD BACK OFF THE PENDING TABLE.
      *****************************************************************
       LOAD-PENDING-CUTOVERS.
           OPEN INPUT REPLACEMENT-FILE

           IF WS-REPL-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-REPL-EOF-SW
           PERFORM UNTIL WS-REPL-END-OF-FILE
               READ REPLACEMENT-FILE
                   AT END
                       MOVE 'Y' TO WS-REPL-EOF-SW
                   NOT AT END
                       PERFORM NOTE-ONE-REPLACEMENT
               END-READ
           END-PERFORM

           CLOSE REPLACEMENT-FILE.

       NOTE-ONE-REPLACEMENT.
           MOVE RL-OLD-CARD-NUMBER TO WS-LOOKUP-CARD
           PERFORM FIND-PENDING-CUTOVER

           IF RL-CUT-OVER
               IF WS-FOUND-SWITCH = 'Y'
                   SET WS-PD-IDX TO WS-PENDING-USED
                   MOVE WS-PD-ENTRY(WS-PD-IDX)
                       TO WS-PD-ENTRY(WS-PD-SEARCH-IDX)
                   SUBTRACT 1 FROM WS-PENDING-USED
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF WS-FOUND-SWITCH = 'N'
               IF WS-PENDING-USED >= 2000
                   DISPLAY "CARD-REISSUE: PENDING CUTOVER TABLE "
                           "OVERFLOW - RUN ABORTED"
                   CLOSE REPLACEMENT-FILE
                   CLOSE EMBOSS-FILE
                   CLOSE REISSUE-REPORT
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-PENDING-USED
               MOVE WS-PENDING-USED TO WS-PD-SEARCH-IDX
           END-IF

           SET WS-PD-IDX TO WS-PD-SEARCH-IDX
           MOVE RL-OLD-CARD-NUMBER TO WS-PD-OLD-CARD(WS-PD-IDX)
           MOVE RL-NEW-CARD-NUMBER TO WS-PD-NEW-CARD(WS-PD-IDX).

       FIND-PENDING-CUTOVER.
           MOVE 'N' TO WS-FOUND-SWITCH
           PERFORM VARYING WS-PD-IDX FROM 1 BY 1
                   UNTIL WS-PD-IDX > WS-PENDING-USED
               IF WS-PD-OLD-CARD(WS-PD-IDX) = WS-LOOKUP-CARD
                   MOVE 'Y' TO WS-FOUND-SWITCH
                   MOVE WS-PD-IDX TO WS-PD-SEARCH-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *****************************************************************
      * ONE PASS OF CARD-FILE: ACTIVE CARDS IN THE WINDOW ARE TABLED
      * FOR REISSUE, OR LISTED AS HELD WHEN THEIR RISK-SCORE IS OVER
      * THE DECLINE LINE; BLOCKED CARDS IN THE WINDOW ARE LISTED.
      * RETIRED (EXPIRED-CARD) NUMBERS, AND NUMBERS ALREADY REISSUED
      * AND AWAITING CUTOVER, ARE PASSED OVER.
      *****************************************************************
       SELECT-EXPIRING-CARDS.
           OPEN INPUT CARD-FILE

           IF WS-FILE-STATUS NOT = '00'
               MOVE "CANNOT ACCESS CARD FILE" TO REPORT-LINE
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-CARD-EOF-SW
           MOVE LOW-VALUES TO CARD-NUMBER
           START CARD-FILE KEY IS NOT LESS THAN CARD-NUMBER
               INVALID KEY
                   MOVE 'Y' TO WS-CARD-EOF-SW
           END-START

           PERFORM UNTIL WS-CARD-END-OF-FILE
               READ CARD-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-CARD-EOF-SW
                   NOT AT END
                       IF NOT EXPIRED-CARD
                           PERFORM SCREEN-ONE-CARD
                       END-IF
               END-READ
           END-PERFORM

           CLOSE CARD-FILE.

       SCREEN-ONE-CARD.
           IF EXP-MONTH < 1 OR EXP-MONTH > 12
               EXIT PARAGRAPH
           END-IF

           MOVE CARD-NUMBER TO WS-LOOKUP-CARD
           PERFORM FIND-PENDING-CUTOVER
           IF WS-FOUND-SWITCH = 'Y'
               EXIT PARAGRAPH
           END-IF

           PERFORM COMPUTE-EXPIRY-END

           IF WS-EXP-END-INT > WS-WINDOW-END-INT
               EXIT PARAGRAPH
           END-IF

           MOVE CARD-NUMBER TO WS-DTL-OLD-CARD
           MOVE EXP-MONTH TO WS-DTL-OLD-MM
           MOVE EXP-YEAR TO WS-DTL-OLD-YY
           MOVE SPACES TO WS-DTL-NEW-CARD
           MOVE SPACES TO WS-DTL-REASON

           EVALUATE TRUE
               WHEN BLOCKED-CARD
                   MOVE "NOT REISSUED" TO WS-DTL-RESULT
                   MOVE "CARD IS BLOCKED" TO WS-DTL-REASON
               WHEN RISK-SCORE > WS-RISK-DECLINE-LINE
                   MOVE "NOT REISSUED" TO WS-DTL-RESULT
                   STRING "RISK-SCORE " RISK-SCORE
                          " OVER FRAUD-REVIEW LINE"
                          DELIMITED BY SIZE
                          INTO WS-DTL-REASON
               WHEN OTHER
                   PERFORM TABLE-ONE-CARD
                   EXIT PARAGRAPH
           END-EVALUATE

           ADD 1 TO WS-CARDS-HELD
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

      *****************************************************************
      * A CARD IS GOOD THROUGH THE LAST DAY OF ITS EXPIRY MONTH: THE
      * DAY BEFORE THE FIRST OF THE FOLLOWING MONTH.
      *****************************************************************
       COMPUTE-EXPIRY-END.
           COMPUTE WS-NM-YEAR = 2000 + EXP-YEAR
           COMPUTE WS-NM-MONTH = EXP-MONTH + 1
           MOVE 1 TO WS-NM-DAY
           IF WS-NM-MONTH > 12
               MOVE 1 TO WS-NM-MONTH
               ADD 1 TO WS-NM-YEAR
           END-IF

           COMPUTE WS-EXP-END-INT =
               FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-NUM) - 1.

       TABLE-ONE-CARD.
           IF WS-REISSUE-USED >= 2000
               DISPLAY "CARD-REISSUE: REISSUE TABLE OVERFLOW - "
                       "RUN ABORTED"
               CLOSE CARD-FILE
               CLOSE EMBOSS-FILE
               CLOSE REISSUE-REPORT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           ADD 1 TO WS-REISSUE-USED
           SET WS-RI-IDX TO WS-REISSUE-USED
           MOVE CARD-NUMBER TO WS-RI-OLD-CARD(WS-RI-IDX)
           MOVE SPACES TO WS-RI-NEW-CARD(WS-RI-IDX)
           MOVE 'N' TO WS-RI-ISSUED(WS-RI-IDX).

       REISSUE-EACH-CARD.
           IF WS-REISSUE-USED = ZERO
               EXIT PARAGRAPH
           END-IF

           OPEN I-O CARD-FILE

           IF WS-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-RI-IDX FROM 1 BY 1
                   UNTIL WS-RI-IDX > WS-REISSUE-USED
               PERFORM REISSUE-ONE-CARD
           END-PERFORM

           CLOSE CARD-FILE.

      *****************************************************************
      * RE-READS THE CARD (IT MAY HAVE MOVED SINCE THE SWEEP) AND
      * WRITES THE NEW NUMBER CARRYING THE ACCOUNT ACROSS WITH A ZERO
      * BALANCE. THE OLD NUMBER IS LEFT AS IT IS - ACTIVE, WITH ITS
      * BALANCE - AND GOES ON THE PENDING-CUTOVER TABLE AND LEDGER.
      *****************************************************************
       REISSUE-ONE-CARD.
           MOVE WS-RI-OLD-CARD(WS-RI-IDX) TO CARD-NUMBER
           READ CARD-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ

           IF NOT ACTIVE-CARD
               EXIT PARAGRAPH
           END-IF

           MOVE CARD-RECORD TO WS-OLD-CARD-SAVE
           MOVE EXP-MONTH TO WS-DTL-OLD-MM
           MOVE EXP-YEAR TO WS-DTL-OLD-YY

           PERFORM COMPUTE-EXPIRY-END
           PERFORM COMPUTE-NEW-EXPIRY
           PERFORM ASSIGN-NEW-CARD-NUMBER
           PERFORM ASSIGN-NEW-CVV

           MOVE WS-NEW-CARD-NUMBER TO CARD-NUMBER
           MOVE WS-NEW-EXP-MONTH TO EXP-MONTH
           MOVE WS-NEW-EXP-YEAR(3:2) TO EXP-YEAR
           MOVE WS-NEW-CVV TO CARD-CVV
           MOVE ZERO TO CURRENT-BALANCE
           MOVE 'A' TO CARD-STATUS
           WRITE CARD-RECORD
               INVALID KEY
                   MOVE WS-OLD-CARD-SAVE TO CARD-RECORD
                   EXIT PARAGRAPH
           END-WRITE

           PERFORM WRITE-EMBOSS-RECORD

           MOVE WS-RI-OLD-CARD(WS-RI-IDX) TO RL-OLD-CARD-NUMBER
           MOVE WS-NEW-CARD-NUMBER TO RL-NEW-CARD-NUMBER
           MOVE 'R' TO RL-EVENT
           MOVE ZERO TO RL-BALANCE-MOVED
           PERFORM APPEND-REPLACEMENT-RECORD

           ADD 1 TO WS-PENDING-USED
           SET WS-PD-IDX TO WS-PENDING-USED
           MOVE WS-RI-OLD-CARD(WS-RI-IDX) TO WS-PD-OLD-CARD(WS-PD-IDX)
           MOVE WS-NEW-CARD-NUMBER TO WS-PD-NEW-CARD(WS-PD-IDX)

           MOVE WS-NEW-CARD-NUMBER TO WS-RI-NEW-CARD(WS-RI-IDX)
           MOVE 'Y' TO WS-RI-ISSUED(WS-RI-IDX)
           ADD 1 TO WS-CARDS-REISSUED

           MOVE WS-RI-OLD-CARD(WS-RI-IDX) TO WS-DTL-OLD-CARD
           MOVE "REISSUED" TO WS-DTL-RESULT
           MOVE WS-NEW-CARD-NUMBER TO WS-DTL-NEW-CARD
           MOVE SPACES TO WS-DTL-REASON
           STRING WS-NEW-EXP-MONTH "/" WS-NEW-EXP-YEAR(3:2)
                  DELIMITED BY SIZE
                  INTO WS-DTL-REASON
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

      *****************************************************************
      * THREE YEARS ON FROM THE CURRENT EXPIRY, SAME MONTH. A CARD
      * THAT HAS ALREADY LAPSED COUNTS FROM THE BUSINESS MONTH, SO
      * IT IS NOT REISSUED INTO A DATE THAT IS ALREADY CLOSE.
      *****************************************************************
       COMPUTE-NEW-EXPIRY.
           IF WS-EXP-END-INT < WS-TODAY-INT
               MOVE WS-MONTH TO WS-NEW-EXP-MONTH
               COMPUTE WS-NEW-EXP-YEAR = WS-YEAR + WS-REISSUE-YEARS
           ELSE
               MOVE EXP-MONTH TO WS-NEW-EXP-MONTH
               COMPUTE WS-NEW-EXP-YEAR =
                   2000 + EXP-YEAR + WS-REISSUE-YEARS
           END-IF.

      *****************************************************************
      * BIN (FIRST SIX DIGITS OF THE OLD NUMBER) + NINE-DIGIT ACCOUNT
      * SEQUENCE + LUHN CHECK DIGIT. A NUMBER ALREADY ON CARD-FILE IS
      * PASSED OVER FOR THE NEXT SEQUENCE.
      *****************************************************************
       ASSIGN-NEW-CARD-NUMBER.
           MOVE 'N' TO WS-NUMBER-FREE-SW
           PERFORM UNTIL WS-NUMBER-FREE-SW = 'Y'
               PERFORM GET-NEXT-CARD-SEQUENCE
               MOVE SPACES TO WS-NEW-CARD-NUMBER
               STRING WS-RI-OLD-CARD(WS-RI-IDX)(1:6)
                      WS-CARD-SEQUENCE
                      DELIMITED BY SIZE
                      INTO WS-NEW-CARD-NUMBER
               PERFORM APPEND-LUHN-CHECK-DIGIT
               MOVE WS-NEW-CARD-NUMBER TO CARD-NUMBER
               READ CARD-FILE
                   INVALID KEY
                       MOVE 'Y' TO WS-NUMBER-FREE-SW
               END-READ
           END-PERFORM

           MOVE WS-OLD-CARD-SAVE TO CARD-RECORD.

      *****************************************************************
      * SAME DOUBLING RULE AS CREDITCARD.COB'S CHECK-LUHN-ALGORITHM
      * OVER A 16-DIGIT NUMBER: COUNTING FROM THE CHECK DIGIT AT
      * POSITION 16, EVERY SECOND DIGIT (THE ODD POSITIONS) DOUBLES.
      *****************************************************************
       APPEND-LUHN-CHECK-DIGIT.
           MOVE ZERO TO WS-LUHN-SUM
           PERFORM VARYING WS-LUHN-INDEX FROM 1 BY 1
                   UNTIL WS-LUHN-INDEX > 15
               MOVE WS-NEW-DIGIT(WS-LUHN-INDEX) TO WS-LUHN-DIGIT
               IF FUNCTION MOD(WS-LUHN-INDEX, 2) = 1
                   MULTIPLY 2 BY WS-LUHN-DIGIT
                   IF WS-LUHN-DIGIT > 9
                       SUBTRACT 9 FROM WS-LUHN-DIGIT
                   END-IF
               END-IF
               ADD WS-LUHN-DIGIT TO WS-LUHN-SUM
           END-PERFORM

           COMPUTE WS-NEW-DIGIT(16) =
               FUNCTION MOD(10 - FUNCTION MOD(WS-LUHN-SUM, 10), 10).

      *****************************************************************
      * READS-INCREMENTS-REWRITES THE ONE RECORD IN CARD-SEQ-FILE,
      * BOOTSTRAPPING IT THE SAME WAY CREDITCARD.COB BOOTSTRAPS
      * TOKENSEQ.DAT.
      *****************************************************************
       GET-NEXT-CARD-SEQUENCE.
           OPEN I-O CARD-SEQ-FILE

           IF WS-CARDSEQ-STATUS NOT = '00'
               OPEN OUTPUT CARD-SEQ-FILE
               CLOSE CARD-SEQ-FILE
               OPEN I-O CARD-SEQ-FILE
           END-IF

           MOVE '1' TO CARDSEQ-KEY

           READ CARD-SEQ-FILE
               INVALID KEY
                   MOVE 1 TO CARDSEQ-NUMBER
                   WRITE CARD-SEQ-RECORD
               NOT INVALID KEY
                   ADD 1 TO CARDSEQ-NUMBER
                   REWRITE CARD-SEQ-RECORD
           END-READ

           MOVE CARDSEQ-NUMBER TO WS-CARD-SEQUENCE

           CLOSE CARD-SEQ-FILE.

      *****************************************************************
      * THREE RANDOM DIGITS, NEVER THE SAME AS THE CARD BEING REPLACED
      * SO A STALE CVV ON FILE AT A MERCHANT CANNOT PASS.
      *****************************************************************
       ASSIGN-NEW-CVV.
           COMPUTE WS-RANDOM-VALUE = FUNCTION RANDOM
           COMPUTE WS-NEW-CVV = WS-RANDOM-VALUE * 1000

           IF WS-NEW-CVV = CARD-CVV
               IF WS-NEW-CVV = 999
                   MOVE ZERO TO WS-NEW-CVV
               ELSE
                   ADD 1 TO WS-NEW-CVV
               END-IF
           END-IF.

       WRITE-EMBOSS-RECORD.
           MOVE CARD-NUMBER TO EM-CARD-NUMBER
           MOVE CARD-HOLDER-NAME TO EM-HOLDER-NAME
           MOVE EXP-MONTH TO EM-EXP-MONTH
           MOVE EXP-YEAR TO EM-EXP-YEAR
           MOVE CARD-TYPE TO EM-CARD-TYPE
           MOVE CARD-CVV TO EM-CVV
           MOVE CARD-BILLING-ZIP TO EM-BILLING-ZIP
           MOVE WS-RI-OLD-CARD(WS-RI-IDX) TO EM-PRIOR-CARD-NUMBER
           MOVE WS-TODAY-DATE TO EM-ISSUE-DATE

           WRITE EMBOSS-RECORD.

       APPEND-REPLACEMENT-RECORD.
           OPEN EXTEND REPLACEMENT-FILE

           IF WS-REPL-STATUS NOT = '00'
               OPEN OUTPUT REPLACEMENT-FILE
           END-IF

           MOVE WS-TODAY-DATE TO RL-EVENT-DATE
           STRING WS-YEAR WS-MONTH WS-DAY
                  WS-HOUR WS-MINUTE WS-SECOND
                  DELIMITED BY SIZE
                  INTO RL-TIMESTAMP

           WRITE REPLACEMENT-RECORD

           CLOSE REPLACEMENT-FILE.

      *****************************************************************
      * EVERY PENDING REPLACEMENT WHOSE OLD CARD IS NOW PAST ITS
      * EXPIRY DATE - INCLUDING A LAPSED CARD REISSUED JUST NOW - HAS
      * ITS BALANCE CUT OVER TO THE NEW CARD.
      *****************************************************************
       CUT-OVER-EXPIRED-CARDS.
           IF WS-PENDING-USED = ZERO
               EXIT PARAGRAPH
           END-IF

           OPEN I-O CARD-FILE

           IF WS-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-PD-IDX FROM 1 BY 1
                   UNTIL WS-PD-IDX > WS-PENDING-USED
               PERFORM CUT-OVER-ONE-CARD
           END-PERFORM

           CLOSE CARD-FILE.

      *****************************************************************
      * THE OLD CARD IS RETIRED WITH A ZERO BALANCE FIRST, AND THE
      * BALANCE GOES ONTO THE NEW CARD ONLY WHEN THAT REWRITE HAS
      * SUCCEEDED - A FAILED REWRITE CAN NEVER LEAVE THE BALANCE ON
      * BOTH CARDS. IF THE NEW CARD CANNOT TAKE IT, THE OLD CARD IS
      * PUT BACK AS IT WAS AND THE CUTOVER IS TRIED AGAIN NEXT RUN.
      *****************************************************************
       CUT-OVER-ONE-CARD.
           MOVE WS-PD-OLD-CARD(WS-PD-IDX) TO CARD-NUMBER
           READ CARD-FILE
               INVALID KEY
                   MOVE ZERO TO WS-DTL-OLD-MM
                   MOVE ZERO TO WS-DTL-OLD-YY
                   MOVE "OLD CARD NOT ON FILE" TO WS-DTL-REASON
                   PERFORM LIST-FAILED-CUTOVER
                   EXIT PARAGRAPH
           END-READ

           PERFORM COMPUTE-EXPIRY-END
           IF WS-EXP-END-INT >= WS-TODAY-INT
               EXIT PARAGRAPH
           END-IF

           MOVE CARD-RECORD TO WS-OLD-CARD-SAVE
           MOVE EXP-MONTH TO WS-DTL-OLD-MM
           MOVE EXP-YEAR TO WS-DTL-OLD-YY
           MOVE CURRENT-BALANCE TO WS-CUT-BALANCE

           MOVE ZERO TO CURRENT-BALANCE
           MOVE 'E' TO CARD-STATUS
           REWRITE CARD-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE
           IF WS-FILE-STATUS NOT = '00'
               MOVE "OLD CARD REWRITE FAILED" TO WS-DTL-REASON
               PERFORM LIST-FAILED-CUTOVER
               EXIT PARAGRAPH
           END-IF

           MOVE WS-PD-NEW-CARD(WS-PD-IDX) TO CARD-NUMBER
           READ CARD-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-FILE-STATUS = '00'
               ADD WS-CUT-BALANCE TO CURRENT-BALANCE
               REWRITE CARD-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           END-IF
           IF WS-FILE-STATUS NOT = '00'
               MOVE WS-OLD-CARD-SAVE TO CARD-RECORD
               REWRITE CARD-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
               MOVE "NEW CARD NOT UPDATED - BACKED OUT"
                   TO WS-DTL-REASON
               PERFORM LIST-FAILED-CUTOVER
               EXIT PARAGRAPH
           END-IF

           MOVE WS-PD-OLD-CARD(WS-PD-IDX) TO RL-OLD-CARD-NUMBER
           MOVE WS-PD-NEW-CARD(WS-PD-IDX) TO RL-NEW-CARD-NUMBER
           MOVE 'C' TO RL-EVENT
           MOVE WS-CUT-BALANCE TO RL-BALANCE-MOVED
           PERFORM APPEND-REPLACEMENT-RECORD
           ADD 1 TO WS-CARDS-CUT-OVER

           MOVE WS-PD-OLD-CARD(WS-PD-IDX) TO WS-DTL-OLD-CARD
           MOVE "CUT OVER" TO WS-DTL-RESULT
           MOVE WS-PD-NEW-CARD(WS-PD-IDX) TO WS-DTL-NEW-CARD
           MOVE WS-CUT-BALANCE TO WS-CUT-BALANCE-EDIT
           MOVE SPACES TO WS-DTL-REASON
           STRING "BALANCE MOVED " WS-CUT-BALANCE-EDIT
                  DELIMITED BY SIZE
                  INTO WS-DTL-REASON
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       LIST-FAILED-CUTOVER.
           ADD 1 TO WS-CUTOVER-FAILED
           MOVE WS-PD-OLD-CARD(WS-PD-IDX) TO WS-DTL-OLD-CARD
           MOVE "CUTOVER FAILED" TO WS-DTL-RESULT
           MOVE WS-PD-NEW-CARD(WS-PD-IDX) TO WS-DTL-NEW-CARD
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

      *****************************************************************
      * ONE PASS OF THE VAULT: EVERY ACTIVE TOKEN WHOSE CARD WAS
      * REISSUED THIS RUN IS REWRITTEN TO THE NEW NUMBER.
      *****************************************************************
       REPOINT-VAULT-TOKENS.
           IF WS-CARDS-REISSUED = ZERO
               EXIT PARAGRAPH
           END-IF

           OPEN I-O TOKEN-FILE

           IF WS-TOKEN-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-TOKEN-EOF-SW
           MOVE LOW-VALUES TO TOKEN-ID
           START TOKEN-FILE KEY IS NOT LESS THAN TOKEN-ID
               INVALID KEY
                   MOVE 'Y' TO WS-TOKEN-EOF-SW
           END-START

           PERFORM UNTIL WS-TOKEN-END-OF-FILE
               READ TOKEN-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-TOKEN-EOF-SW
                   NOT AT END
                       IF TOKEN-ACTIVE
                           PERFORM REPOINT-ONE-TOKEN
                       END-IF
               END-READ
           END-PERFORM

           CLOSE TOKEN-FILE.

       REPOINT-ONE-TOKEN.
           PERFORM VARYING WS-RI-IDX FROM 1 BY 1
                   UNTIL WS-RI-IDX > WS-REISSUE-USED
               IF WS-RI-ISSUED(WS-RI-IDX) = 'Y'
                  AND WS-RI-OLD-CARD(WS-RI-IDX) = TOKEN-CARD-NUMBER
                   MOVE WS-RI-NEW-CARD(WS-RI-IDX) TO TOKEN-CARD-NUMBER
                   REWRITE TOKEN-RECORD
                   ADD 1 TO WS-TOKENS-REPOINTED
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       WRITE-REISSUE-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-CARDS-REISSUED TO WS-SUM-REISSUED
           MOVE WS-CARDS-HELD TO WS-SUM-HELD
           MOVE WS-TOKENS-REPOINTED TO WS-SUM-TOKENS
           MOVE WS-CARDS-CUT-OVER TO WS-SUM-CUT-OVER
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
