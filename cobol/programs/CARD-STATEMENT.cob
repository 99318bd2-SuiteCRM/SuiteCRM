      *     CARDSTMT.RPT AND APPENDS THE CYCLE RECORD TO CARDSTMT.DAT
      *     - WHICH IS ALSO THE RERUN GUARD: A CARD ALREADY CYCLED
      *     FOR THE MONTH IS SKIPPED.
      *   - BILLS A CARD REPLACED BY CARD-REISSUE ON ITS SUCCESSOR
      *     IN THE MONTH THE BALANCE IS CUT OVER: THE RETIRED CARD IS
      *     NO LONGER ACTIVE AND IS NOT CYCLED, SO ITS ACTIVITY FOR
      *     THE MONTH (FROM CARDREPL.DAT'S CUTOVER RECORD) IS SWEPT
      *     ONTO THE NEW CARD'S STATEMENT ALONG WITH THE BALANCE -
      *     UNLESS THE OLD CARD WAS ALREADY CYCLED FOR THE MONTH
      *   - QUEUES THE MAILED STATEMENT TO THE CARDHOLDER THROUGH
      *     CORR-QUEUE.COB, DUE OUT WITHIN FIVE DAYS. THE LETTER
      *     CARRIES ONLY THE LAST FOUR DIGITS OF THE CARD NUMBER.
      * THE PAYMENT SIDE POSTS THROUGH CREDITCARD.COB'S CARDPAY
      * REQUEST, WHICH REDUCES CURRENT-BALANCE THE SAME WAY A CREDIT
      * DOES AND LOGS THE RECEIPT FOR NEXT MONTH'S STATEMENT.
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-STMT-STATUS.

           SELECT REPLACEMENT-FILE ASSIGN TO "CARDREPL.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-REPL-STATUS.

           SELECT CYCLE-WORK-FILE ASSIGN TO "CYCWRK.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
           05  CS-MIN-PAYMENT      PIC 9(6)V99.
           05  CS-TIMESTAMP        PIC 9(14).

      *****************************************************************
      * APPEND-ONLY CARD REPLACEMENT LEDGER WRITTEN BY CARD-REISSUE -
      * 'R' WHEN THE NEW CARD IS ISSUED, 'C' WHEN THE OLD CARD'S
      * BALANCE IS CUT OVER TO IT.
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

      *****************************************************************
      * KEYED RERUN-GUARD WORK FILE, SCRATCHED AND REBUILT EVERY RUN
      * FROM THIS MONTH'S CARDSTMT.DAT RECORDS - ONE RECORD PER
       01  WS-LIMIT-STATUS         PIC XX.
       01  WS-STMT-STATUS          PIC XX.
       01  WS-CYCWRK-STATUS        PIC XX.
       01  WS-REPL-STATUS          PIC XX.
       01  WS-RPT-STATUS           PIC XX.
       01  WS-EOF-SWITCH           PIC X VALUE 'N'.
           88  WS-END-OF-FILE      VALUE 'Y'.
       01  WS-CYCLED-LOOKUP-KEY    PIC X(25).
       01  WS-FOUND-SWITCH         PIC X.

      *****************************************************************
      * CARDS CUT OVER TO A REPLACEMENT DURING THE STATEMENT MONTH.
      *****************************************************************
       01  WS-CUTOVER-TABLE.
           05  WS-CO-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-CO-IDX.
               10  WS-CO-OLD-CARD      PIC X(19).
               10  WS-CO-NEW-CARD      PIC X(19).

       01  WS-CUTOVER-USED         PIC 9(5) VALUE ZERO.

       01  WS-CYCLE-WORK.
           05  WS-STMT-CARD        PIC X(19).
           05  WS-STMT-PRIOR-CARD  PIC X(19).
           05  WS-PURCHASES        PIC 9(8)V99.
           05  WS-CREDITS          PIC 9(8)V99.
           05  WS-PRIOR-BALANCE    PIC S9(8)V99.
           05  WS-CHD-CARD         PIC X(21).
           05  WS-CHD-HOLDER       PIC X(30).

       01  WS-PRIOR-CARD-LINE.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  FILLER              PIC X(32) VALUE
               "INCLUDES ACTIVITY ON PRIOR CARD ".
           05  WS-PCL-CARD         PIC X(19).

       01  WS-STMT-LINE.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-STL-LABEL        PIC X(22).
               "  INTEREST ACCRUED: ".
           05  WS-SUM-INTEREST     PIC Z(7)9.99.

      *****************************************************************
      * CORR-QUEUE.COB CALL AREA. THE STATEMENT MONTH IS THE LETTER'S
      * DOCUMENT REFERENCE.
      *****************************************************************
       01  WS-CORR-REQUEST         PIC X(400).
       01  WS-CORR-RESPONSE        PIC X(150).
       01  WS-CORR-RESULT.
           05  WS-CORR-RC          PIC XX.
           05  WS-CORR-MESSAGE     PIC X(50).
       01  WS-CORR-WORK.
           05  WS-CORR-TODAY       PIC 9(8).
           05  WS-CORR-REQUIRED-BY PIC 9(8).
           05  WS-CORR-CARD-LEN    PIC 99.
           05  WS-CORR-CARD-LAST4  PIC X(4).
           05  WS-CORR-PRIOR       PIC -Z(7)9.99.
           05  WS-CORR-PURCHASES   PIC Z(7)9.99.
           05  WS-CORR-CREDITS     PIC Z(7)9.99.
           05  WS-CORR-INTEREST    PIC Z(5)9.99.
           05  WS-CORR-NEW-BALANCE PIC Z(7)9.99.
           05  WS-CORR-MIN-PAYMENT PIC Z(5)9.99.
       01  WS-STATEMENT-LEAD-DAYS  PIC 9(3) VALUE 5.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           PERFORM INITIALIZE-CYCLE
           PERFORM READ-CONTROL-RATES
           PERFORM REBUILD-CYCLED-WORK-FILE
           PERFORM LOAD-MONTH-CUTOVERS
           PERFORM OPEN-STATEMENT-REPORT
           PERFORM CYCLE-EACH-CARD
           PERFORM WRITE-CYCLE-SUMMARY
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

      *****************************************************************
      * A FULL TABLE WOULD LEAVE A RETIRED CARD'S LAST ACTIVITY OFF
      * EVERY STATEMENT, SO THE RUN STOPS BEFORE ANY CARD IS CYCLED.
      *****************************************************************
       LOAD-MONTH-CUTOVERS.
           OPEN INPUT REPLACEMENT-FILE

           IF WS-REPL-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-END-OF-FILE
               READ REPLACEMENT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF RL-CUT-OVER
                               AND RL-EVENT-DATE(1:6) = WS-STMT-MONTH
                           PERFORM NOTE-ONE-CUTOVER
                       END-IF
               END-READ
           END-PERFORM

           CLOSE REPLACEMENT-FILE
           MOVE 'N' TO WS-EOF-SWITCH.

       NOTE-ONE-CUTOVER.
           IF WS-CUTOVER-USED >= 2000
               DISPLAY "CARD-STATEMENT: CUTOVER TABLE OVERFLOW - "
                       "RUN ABORTED"
               CLOSE REPLACEMENT-FILE
               CLOSE CYCLE-WORK-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           ADD 1 TO WS-CUTOVER-USED
           SET WS-CO-IDX TO WS-CUTOVER-USED
           MOVE RL-OLD-CARD-NUMBER TO WS-CO-OLD-CARD(WS-CO-IDX)
           MOVE RL-NEW-CARD-NUMBER TO WS-CO-NEW-CARD(WS-CO-IDX).

       OPEN-STATEMENT-REPORT.
           OPEN OUTPUT STATEMENT-REPORT

           END-IF

           MOVE CARD-NUMBER TO WS-STMT-CARD
           PERFORM FIND-PRIOR-CARD
           PERFORM SWEEP-MONTH-ACTIVITY

      *****************************************************************

           PERFORM APPEND-STATEMENT-RECORD
           PERFORM PRINT-ONE-STATEMENT
           PERFORM QUEUE-STATEMENT-LETTER
           PERFORM NOTE-CYCLED-KEY

           ADD 1 TO WS-CARDS-CYCLED
           ADD WS-INTEREST TO WS-INTEREST-TOTAL.

      *****************************************************************
      * THE CARD THIS ONE REPLACED, WHEN ITS BALANCE WAS CUT OVER
      * THIS MONTH AND IT WAS NOT ITSELF CYCLED BEFORE THE CUTOVER.
      * LEAVES THE LOOKUP KEY SET BACK TO THE CARD BEING CYCLED.
      *****************************************************************
       FIND-PRIOR-CARD.
           MOVE SPACES TO WS-STMT-PRIOR-CARD

           PERFORM VARYING WS-CO-IDX FROM 1 BY 1
                   UNTIL WS-CO-IDX > WS-CUTOVER-USED
               IF WS-CO-NEW-CARD(WS-CO-IDX) = WS-STMT-CARD
                   MOVE WS-CO-OLD-CARD(WS-CO-IDX)
                       TO WS-STMT-PRIOR-CARD
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WS-STMT-PRIOR-CARD = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-CYCLED-LOOKUP-KEY
           STRING WS-STMT-PRIOR-CARD WS-STMT-MONTH
                  DELIMITED BY SIZE
                  INTO WS-CYCLED-LOOKUP-KEY
           PERFORM IS-ALREADY-CYCLED
           IF WS-FOUND-SWITCH = 'Y'
               MOVE SPACES TO WS-STMT-PRIOR-CARD
           END-IF

           MOVE SPACES TO WS-CYCLED-LOOKUP-KEY
           STRING WS-STMT-CARD WS-STMT-MONTH
                  DELIMITED BY SIZE
                  INTO WS-CYCLED-LOOKUP-KEY.

       IS-ALREADY-CYCLED.
           MOVE 'N' TO WS-FOUND-SWITCH
           MOVE WS-CYCLED-LOOKUP-KEY TO CY-CYCLED-KEY
      * THE STATEMENT MONTH'S ACTIVITY FOR THIS CARD: APPROVED
      * CHARGES ARE PURCHASES; CREDIT REVERSALS AND CARDPAY RECEIPTS
      * ARE CREDITS. VOIDED ('VD') AND EXPIRED ('EX') RECORDS NEVER
      * BILL. A TOKENIZED NUMBER RESOLVES TO ITS REAL CARD FIRST. THE
      * REPLACED CARD'S ACTIVITY, IF ANY, COUNTS AS THIS CARD'S.
      *****************************************************************
       SWEEP-MONTH-ACTIVITY.
           MOVE ZERO TO WS-PURCHASES
           END-IF

           IF WS-RESOLVED-CARD NOT = WS-STMT-CARD
               IF WS-STMT-PRIOR-CARD = SPACES
                       OR WS-RESOLVED-CARD NOT = WS-STMT-PRIOR-CARD
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF TRANS-TYPE = "CREDIT" OR TRANS-TYPE = "CARDPAY"
           MOVE WS-CARD-HEADING TO REPORT-LINE
           WRITE REPORT-LINE

           IF WS-STMT-PRIOR-CARD NOT = SPACES
               MOVE WS-STMT-PRIOR-CARD TO WS-PCL-CARD
               MOVE WS-PRIOR-CARD-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF

           MOVE "PREVIOUS BALANCE" TO WS-STL-LABEL
           MOVE WS-PRIOR-BALANCE TO WS-STL-AMOUNT
           PERFORM WRITE-STATEMENT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

      *****************************************************************
      * MERGE FIELDS: CARD ENDING, STATEMENT MONTH, PREVIOUS BALANCE,
      * PURCHASES, CREDITS, INTEREST, NEW BALANCE AND MINIMUM DUE. A
      * REFUSAL IS NOTED UNDER THE PRINTED STATEMENT.
      *****************************************************************
       QUEUE-STATEMENT-LETTER.
           STRING WS-YEAR WS-MONTH WS-DAY
                  DELIMITED BY SIZE
                  INTO WS-CORR-TODAY
           COMPUTE WS-CORR-REQUIRED-BY = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-CORR-TODAY)
               + WS-STATEMENT-LEAD-DAYS)

           MOVE SPACES TO WS-CORR-CARD-LAST4
           COMPUTE WS-CORR-CARD-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(WS-STMT-CARD TRAILING))
           IF WS-CORR-CARD-LEN >= 4
               MOVE WS-STMT-CARD(WS-CORR-CARD-LEN - 3:4)
                   TO WS-CORR-CARD-LAST4
           END-IF

           MOVE WS-PRIOR-BALANCE TO WS-CORR-PRIOR
           MOVE WS-PURCHASES TO WS-CORR-PURCHASES
           MOVE WS-CREDITS TO WS-CORR-CREDITS
           MOVE WS-INTEREST TO WS-CORR-INTEREST
           MOVE WS-NEW-BALANCE TO WS-CORR-NEW-BALANCE
           MOVE WS-MIN-PAYMENT TO WS-CORR-MIN-PAYMENT

           MOVE SPACES TO WS-CORR-REQUEST
           MOVE SPACES TO WS-CORR-RESPONSE
           STRING "QUEUE|CARDSTMT|CARD|"
                  FUNCTION TRIM(WS-STMT-CARD)
                  "|" FUNCTION TRIM(CARD-HOLDER-NAME)
                  "|" WS-CORR-REQUIRED-BY
                  "|" WS-STMT-MONTH
                  "|" WS-CORR-CARD-LAST4
                  "|" WS-STMT-MONTH
                  "|" FUNCTION TRIM(WS-CORR-PRIOR)
                  "|" FUNCTION TRIM(WS-CORR-PURCHASES)
                  "|" FUNCTION TRIM(WS-CORR-CREDITS)
                  "|" FUNCTION TRIM(WS-CORR-INTEREST)
                  "|" FUNCTION TRIM(WS-CORR-NEW-BALANCE)
                  "|" FUNCTION TRIM(WS-CORR-MIN-PAYMENT)
                  DELIMITED BY SIZE
                  INTO WS-CORR-REQUEST

           CALL "CORR-QUEUE" USING WS-CORR-REQUEST
                                   WS-CORR-RESPONSE

           MOVE SPACES TO WS-CORR-RESULT
           UNSTRING WS-CORR-RESPONSE DELIMITED BY '|'
               INTO WS-CORR-RC
                    WS-CORR-MESSAGE

           IF WS-CORR-RC NOT = '00'
               MOVE SPACES TO REPORT-LINE
               STRING "  STATEMENT LETTER NOT QUEUED - "
                      DELIMITED BY SIZE
                      FUNCTION UPPER-CASE(WS-CORR-MESSAGE)
                      DELIMITED BY SIZE
                      INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       WRITE-STATEMENT-LINE.
           MOVE WS-STMT-LINE TO REPORT-LINE
           WRITE REPORT-LINE.
