      * BALANCE. THE ACTIVITY JOURNAL IS REPLAYED FOR THE MONTH AND
      * ANY TRUST ACCOUNT WHOSE BALANCE EVER WENT NEGATIVE DURING THE
      * MONTH IS FLAGGED - THAT IS A REPORTABLE VIOLATION, NOT A
      * FOOTNOTE. A DORMANT BALANCE TURNED OVER TO THE STATE BY THE
      * ESCHEAT JOB SHOWS AS ITS OWN SECTION. THE STATEMENT MONTH IS
      * THE BUSINESS DATE'S MONTH: RUN ON THE LAST BUSINESS DAY OF
      * THE MONTH FOR THE STATEMENT, OR EARLIER IN THE MONTH FOR A
      * TO-DATE VIEW. THE CLIENT'S MAILED COPY IS QUEUED
      * THROUGH CORR-QUEUE.COB AGAINST THE BASE ACCOUNT, DUE OUT
      * WITHIN TEN DAYS; THE STATEMENT MONTH IS THE DOCUMENT
      * REFERENCE, SO A SECOND RUN FOR THE SAME MONTH DOES NOT MAIL
      * THE CLIENT A SECOND COPY. ONLY THE MONTH-END RUN QUEUES IT -
      * THE BUSINESS DATE IS THE LAST BUSINESS DAY OF THE MONTH WHEN
      * THE NEXT BANKING DAY (SKIPPING WEEKENDS AND HOLIDAYS.DAT, AS
      * BUSDATE-ADVANCE DOES) FALLS IN A LATER MONTH. A TO-DATE RUN
      * WOULD MAIL A PARTIAL STATEMENT AND BLOCK THE COMPLETE ONE.
      * A RENTAL LEASE'S TRUST ACCOUNTS ("<LEASE-ID>-TR" FOR RENT,
      * "<LEASE-ID>-SD-TR" FOR THE SECURITY DEPOSIT) HAVE NO PARTY
      * CROSS-REFERENCE; THEIR COPY GOES TO THE LEASE'S OWNER AND
      * TENANT RESPECTIVELY, AS LEASEMST.DAT NAMES THEM.
      *****************************************************************

       ENVIRONMENT DIVISION.
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

           SELECT LEASE-FILE ASSIGN TO "LEASEMST.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-LEASE-STATUS.

           SELECT HOLIDAY-FILE ASSIGN TO "HOLIDAYS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-HOL-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE.DAT"
                  ORGANIZATION IS SEQUENTIAL
           05  AJ-SOURCE-ID        PIC X(20).
           05  AJ-TIMESTAMP        PIC 9(14).

       FD  LEASE-FILE.
       01  LEASE-RECORD.
           05  LM-LEASE-ID         PIC X(20).
           05  LM-PROPERTY-ID      PIC X(20).
           05  LM-TENANT-PARTY-ID  PIC X(20).
           05  LM-OWNER-PARTY-ID   PIC X(20).
           05  LM-OWNER-PAYEE-ID   PIC X(20).
           05  LM-DEPOSIT-ACCOUNT  PIC X(20).
           05  LM-MONTHLY-RENT     PIC 9(7)V99.
           05  LM-DUE-DAY          PIC 99.
           05  LM-DEPOSIT-AMOUNT   PIC 9(7)V99.
           05  LM-START-DATE       PIC 9(8).
           05  LM-END-DATE         PIC 9(8).
           05  LM-MGMT-FEE-PCT     PIC 99V99.
           05  LM-GRACE-DAYS       PIC 99.
           05  LM-LATE-FEE         PIC 9(5)V99.
           05  LM-STATUS           PIC X.
               88  LM-ACTIVE           VALUE 'A'.
               88  LM-TERMINATED       VALUE 'T'.
           05  LM-TIMESTAMP        PIC 9(14).

       FD  HOLIDAY-FILE.
       01  HOLIDAY-LINE            PIC X(20).

       FD  STATEMENT-REPORT.
       01  REPORT-LINE             PIC X(100).

       01  WS-DISB-STATUS          PIC XX.
       01  WS-JRNL-STATUS          PIC XX.
       01  WS-RPT-STATUS           PIC XX.
       01  WS-LEASE-STATUS         PIC XX.
       01  WS-HOL-STATUS           PIC XX.
       01  WS-ACCT-EOF-SW          PIC X VALUE 'N'.
           88  WS-ACCT-END-OF-FILE VALUE 'Y'.
       01  WS-EOF-SWITCH           PIC X VALUE 'N'.
           05  WS-WITHDRAWAL-TOTAL PIC 9(11)V99.
           05  WS-DISBURSE-TOTAL   PIC 9(11)V99.
           05  WS-INTEREST-TOTAL   PIC S9(11)V99.
           05  WS-ESCHEAT-TOTAL    PIC S9(11)V99.
           05  WS-OPENING-BALANCE  PIC S9(11)V99.
           05  WS-CLOSING-BALANCE  PIC S9(9)V99.
           05  WS-WENT-NEGATIVE    PIC X.
           05  FILLER              PIC X(14) VALUE "  VIOLATIONS: ".
           05  WS-SUM-VIOLATIONS   PIC ZZ,ZZ9.

      *****************************************************************
      * CORR-QUEUE.COB CALL AREA.
      *****************************************************************
       01  WS-CORR-REQUEST         PIC X(400).
       01  WS-CORR-RESPONSE        PIC X(150).
       01  WS-CORR-RESULT.
           05  WS-CORR-RC          PIC XX.
           05  WS-CORR-MESSAGE     PIC X(50).
       01  WS-CORR-WORK.
           05  WS-CORR-TODAY       PIC 9(8).
           05  WS-CORR-REQUIRED-BY PIC 9(8).
           05  WS-CORR-BASE-ACCOUNT PIC X(20).
           05  WS-CORR-PARTY-ID    PIC X(20).
           05  WS-CORR-OPENING     PIC -Z(10)9.99.
           05  WS-CORR-DEPOSITS    PIC Z(10)9.99.
           05  WS-CORR-WITHDRAWALS PIC Z(10)9.99.
           05  WS-CORR-DISBURSED   PIC Z(10)9.99.
           05  WS-CORR-INTEREST    PIC -Z(10)9.99.
           05  WS-CORR-CLOSING     PIC -Z(8)9.99.
       01  WS-STATEMENT-LEAD-DAYS  PIC 9(3) VALUE 10.
       01  WS-MONTH-CLOSED-SW      PIC X VALUE 'N'.

      *****************************************************************
      * BANKING CALENDAR - THE SAME HOLIDAYS.DAT AND WEEKEND RULE
      * BUSDATE-ADVANCE ROLLS THE BUSINESS DATE BY.
      *****************************************************************
       01  WS-HOLIDAY-TABLE.
           05  WS-HOLIDAY-ENTRY OCCURS 100 TIMES
                   INDEXED BY WS-HOL-IDX.
               10  WS-HOL-DATE         PIC 9(8).

       01  WS-HOLIDAY-COUNT        PIC 9(3) VALUE ZERO.
       01  WS-HOL-PARSE            PIC X(8).
       01  WS-HOL-PARSE-NUM REDEFINES WS-HOL-PARSE PIC 9(8).

       01  WS-ROLL-WORK.
           05  WS-DATE-INT         PIC 9(7).
           05  WS-DAY-OF-WEEK      PIC 9.
           05  WS-IS-BANKING-DAY   PIC X.
           05  WS-CHECK-DATE       PIC 9(8).
           05  WS-NEXT-BUSINESS-DATE PIC 9(8).

       PROCEDURE DIVISION.

       MAIN-PROCESS.

           OPEN OUTPUT STATEMENT-REPORT

           STRING WS-YEAR WS-MONTH WS-DAY
                  DELIMITED BY SIZE
                  INTO WS-CORR-TODAY
           PERFORM LOAD-HOLIDAY-TABLE
           PERFORM FIND-NEXT-BUSINESS-DATE
           IF WS-NEXT-BUSINESS-DATE(1:6) NOT = WS-STATEMENT-MONTH
               MOVE 'Y' TO WS-MONTH-CLOSED-SW
           END-IF

           MOVE WS-STATEMENT-MONTH TO WS-HDR-MONTH
           MOVE WS-REPORT-HEADING TO REPORT-LINE
           WRITE REPORT-LINE

           IF WS-MONTH-CLOSED-SW = 'N'
               MOVE "TO-DATE VIEW - CLIENT COPIES QUEUE AT MONTH END"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

           MOVE ZERO TO WS-WITHDRAWAL-TOTAL
           MOVE ZERO TO WS-DISBURSE-TOTAL
           MOVE ZERO TO WS-INTEREST-TOTAL
           MOVE ZERO TO WS-ESCHEAT-TOTAL
           MOVE ZERO TO WS-WDR-COUNT-USED
           MOVE 'N' TO WS-WENT-NEGATIVE

           WRITE REPORT-LINE
           PERFORM SWEEP-MONTH-INTEREST

           MOVE "  ESCHEATED TO STATE" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM SWEEP-MONTH-ESCHEAT

           PERFORM CHECK-NEGATIVE-DURING-MONTH
           PERFORM WRITE-STATEMENT-BALANCES
           PERFORM QUEUE-STATEMENT-LETTER

           ADD 1 TO WS-STATEMENT-COUNT


           CLOSE ACCOUNT-JOURNAL-FILE.

      *****************************************************************
      * THE ESCHEAT JOB DEBITS THE WHOLE DORMANT BALANCE THROUGH THE
      * JOURNAL, SO ITS AMOUNT IS ALREADY NEGATIVE.
      *****************************************************************
       SWEEP-MONTH-ESCHEAT.
           OPEN INPUT ACCOUNT-JOURNAL-FILE

           IF WS-JRNL-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM READ-JOURNAL-RECORD
           PERFORM UNTIL WS-END-OF-FILE
               IF AJ-ACCOUNT-ID = WS-STMT-ACCOUNT
                       AND AJ-TIMESTAMP(1:6) = WS-STATEMENT-MONTH
                       AND AJ-SOURCE-PROGRAM = "ESCHEAT"
                   MOVE AJ-SOURCE-ID TO WS-DTL-ID
                   MOVE AJ-TIMESTAMP(1:8) TO WS-DTL-DATE
                   MOVE "ESCHEAT" TO WS-DTL-TYPE
                   MOVE AJ-AMOUNT TO WS-DTL-AMOUNT
                   MOVE WS-DETAIL-LINE TO REPORT-LINE
                   WRITE REPORT-LINE
                   ADD AJ-AMOUNT TO WS-ESCHEAT-TOTAL
               END-IF
               PERFORM READ-JOURNAL-RECORD
           END-PERFORM

           CLOSE ACCOUNT-JOURNAL-FILE.

      *****************************************************************
      * REPLAYS THE MONTH'S ACTIVITY JOURNAL FOR THIS ACCOUNT - ANY
      * AFTER-BALANCE BELOW ZERO AT ANY POINT DURING THE MONTH IS THE
           COMPUTE WS-OPENING-BALANCE =
               WS-CLOSING-BALANCE - WS-DEPOSIT-TOTAL
               + WS-WITHDRAWAL-TOTAL + WS-DISBURSE-TOTAL
               - WS-INTEREST-TOTAL - WS-ESCHEAT-TOTAL

           MOVE "OPENING BALANCE" TO WS-BAL-LABEL
           MOVE WS-OPENING-BALANCE TO WS-BAL-AMOUNT
               ADD 1 TO WS-VIOLATION-COUNT
           END-IF.

      *****************************************************************
      * THE LETTER'S SUBJECT IS THE CLIENT'S BASE ACCOUNT - THE ONE
      * THE PARTY CROSS-REFERENCE KNOWS - NOT THE "-TR" SUB-ACCOUNT.
      * A LEASE TRUST ACCOUNT NAMES ITS PARTY FROM LEASEMST.DAT
      * INSTEAD. NOTHING IS QUEUED UNTIL THE MONTH HAS CLOSED.
      * MERGE FIELDS: TRUST ACCOUNT, STATEMENT MONTH, OPENING
      * BALANCE, DEPOSITS, WITHDRAWALS, DISBURSEMENTS, INTEREST AND
      * CLOSING BALANCE.
      *****************************************************************
       QUEUE-STATEMENT-LETTER.
           IF WS-MONTH-CLOSED-SW = 'N'
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-CORR-REQUIRED-BY = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-CORR-TODAY)
               + WS-STATEMENT-LEAD-DAYS)

           MOVE SPACES TO WS-CORR-BASE-ACCOUNT
           UNSTRING WS-STMT-ACCOUNT DELIMITED BY "-TR"
               INTO WS-CORR-BASE-ACCOUNT
           PERFORM FIND-LEASE-PARTY

           MOVE WS-OPENING-BALANCE TO WS-CORR-OPENING
           MOVE WS-DEPOSIT-TOTAL TO WS-CORR-DEPOSITS
           MOVE WS-WITHDRAWAL-TOTAL TO WS-CORR-WITHDRAWALS
           MOVE WS-DISBURSE-TOTAL TO WS-CORR-DISBURSED
           MOVE WS-INTEREST-TOTAL TO WS-CORR-INTEREST
           MOVE WS-CLOSING-BALANCE TO WS-CORR-CLOSING

           MOVE SPACES TO WS-CORR-REQUEST
           MOVE SPACES TO WS-CORR-RESPONSE
           STRING "QUEUE|TRUSTSTMT|ACCOUNT|"
                  FUNCTION TRIM(WS-CORR-BASE-ACCOUNT)
                  "||" WS-CORR-REQUIRED-BY
                  "|" WS-STATEMENT-MONTH
                  "|" FUNCTION TRIM(WS-STMT-ACCOUNT)
                  "|" WS-STATEMENT-MONTH
                  "|" FUNCTION TRIM(WS-CORR-OPENING)
                  "|" FUNCTION TRIM(WS-CORR-DEPOSITS)
                  "|" FUNCTION TRIM(WS-CORR-WITHDRAWALS)
                  "|" FUNCTION TRIM(WS-CORR-DISBURSED)
                  "|" FUNCTION TRIM(WS-CORR-INTEREST)
                  "|" FUNCTION TRIM(WS-CORR-CLOSING)
                  "|" FUNCTION TRIM(WS-CORR-PARTY-ID)
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
               STRING "  CLIENT LETTER NOT QUEUED - "
                      DELIMITED BY SIZE
                      FUNCTION UPPER-CASE(WS-CORR-MESSAGE)
                      DELIMITED BY SIZE
                      INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

      *****************************************************************
      * LATEST LEASEMST.DAT RECORD WINS. THE LEASE-ID IS THE RENT
      * ACCOUNT, WHOSE MONEY IS THE OWNER'S; THE DEPOSIT ACCOUNT IS
      * HELD FOR THE TENANT. ANY OTHER ACCOUNT LEAVES THE PARTY BLANK
      * FOR CORR-QUEUE TO RESOLVE FROM THE CROSS-REFERENCE.
      *****************************************************************
       FIND-LEASE-PARTY.
           MOVE SPACES TO WS-CORR-PARTY-ID
           OPEN INPUT LEASE-FILE

           IF WS-LEASE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM READ-LEASE-RECORD
           PERFORM UNTIL WS-END-OF-FILE
               IF LM-LEASE-ID = WS-CORR-BASE-ACCOUNT
                   MOVE LM-OWNER-PARTY-ID TO WS-CORR-PARTY-ID
               END-IF
               IF LM-DEPOSIT-ACCOUNT = WS-CORR-BASE-ACCOUNT
                   MOVE LM-TENANT-PARTY-ID TO WS-CORR-PARTY-ID
               END-IF
               PERFORM READ-LEASE-RECORD
           END-PERFORM

           CLOSE LEASE-FILE
           MOVE 'N' TO WS-EOF-SWITCH.

       READ-LEASE-RECORD.
           READ LEASE-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

       LOAD-HOLIDAY-TABLE.
           OPEN INPUT HOLIDAY-FILE

           IF WS-HOL-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM READ-HOLIDAY-LINE
           PERFORM UNTIL WS-END-OF-FILE
               MOVE HOLIDAY-LINE(1:8) TO WS-HOL-PARSE
               IF WS-HOL-PARSE NUMERIC
                       AND WS-HOLIDAY-COUNT < 100
                   ADD 1 TO WS-HOLIDAY-COUNT
                   SET WS-HOL-IDX TO WS-HOLIDAY-COUNT
                   MOVE WS-HOL-PARSE-NUM TO WS-HOL-DATE(WS-HOL-IDX)
               END-IF
               PERFORM READ-HOLIDAY-LINE
           END-PERFORM

           CLOSE HOLIDAY-FILE
           MOVE 'N' TO WS-EOF-SWITCH.

       READ-HOLIDAY-LINE.
           READ HOLIDAY-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

      *****************************************************************
      * AT LEAST ONE CALENDAR DAY FORWARD, THEN KEEP WALKING UNTIL
      * THE DATE IS A BANKING DAY - THE DATE BUSDATE-ADVANCE WILL
      * MOVE THE BUSINESS DATE TO TONIGHT.
      *****************************************************************
       FIND-NEXT-BUSINESS-DATE.
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-CORR-TODAY) + 1
           COMPUTE WS-NEXT-BUSINESS-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT)

           MOVE 'N' TO WS-IS-BANKING-DAY
           PERFORM UNTIL WS-IS-BANKING-DAY = 'Y'
               MOVE WS-NEXT-BUSINESS-DATE TO WS-CHECK-DATE
               PERFORM CHECK-BANKING-DAY
               IF WS-IS-BANKING-DAY = 'N'
                   COMPUTE WS-DATE-INT =
                       FUNCTION INTEGER-OF-DATE(WS-NEXT-BUSINESS-DATE)
                       + 1
                   COMPUTE WS-NEXT-BUSINESS-DATE =
                       FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
               END-IF
           END-PERFORM.

       CHECK-BANKING-DAY.
           MOVE 'Y' TO WS-IS-BANKING-DAY

           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-CHECK-DATE)
           COMPUTE WS-DAY-OF-WEEK = FUNCTION MOD(WS-DATE-INT, 7)

           IF WS-DAY-OF-WEEK = 6 OR WS-DAY-OF-WEEK = 0
               MOVE 'N' TO WS-IS-BANKING-DAY
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-HOL-IDX FROM 1 BY 1
                   UNTIL WS-HOL-IDX > WS-HOLIDAY-COUNT
               IF WS-HOL-DATE(WS-HOL-IDX) = WS-CHECK-DATE
                   MOVE 'N' TO WS-IS-BANKING-DAY
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       WRITE-RUN-SUMMARY.
           MOVE WS-STATEMENT-COUNT TO WS-SUM-COUNT
           MOVE WS-VIOLATION-COUNT TO WS-SUM-VIOLATIONS
