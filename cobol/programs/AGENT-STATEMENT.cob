       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGENT-STATEMENT.
       AUTHOR. SUITECRM-REAL-ESTATE.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * MONTHLY AGENT ACCOUNT STATEMENT
      * ONE STATEMENT PER AGENT FOR THE BUSINESS MONTH, BUILT FROM THE
      * THREE APPEND-ONLY AGENT LEDGERS:
      *   COMMLEDGER.DAT - COMMISSIONS EARNED, PAID AND CLAWED BACK
      *                    (AGENT-SHARE LINES ONLY);
      *   ADVLEDGER.DAT  - ADVANCES DRAWN, RECOVERED AND WRITTEN OFF;
      *   AGTCHARGE.DAT  - FEES BILLED AND COLLECTED.
      * EACH LEDGER KEY (LEDGER-ID, ADVANCE-ID, CHARGE-ID) CARRIES A
      * SIGNED VALUE IN THE AGENT'S FAVOR - AN EARNED-UNPAID
      * COMMISSION IS OWED TO THE AGENT, AN OPEN ADVANCE, CHARGE OR
      * CLAWBACK IS OWED BY THE AGENT, ANYTHING SETTLED IS ZERO. THE
      * LEDGERS ARE REPLAYED IN ORDER: RECORDS BEFORE THE MONTH BUILD
      * EACH KEY'S OPENING VALUE, AND EVERY RECORD INSIDE THE MONTH
      * MOVES ITS KEY'S VALUE AND THE CHANGE IS POSTED TO THE MATCHING
      * STATEMENT LINE. SO OPENING BALANCE PLUS THE MONTH'S LINES
      * ALWAYS PROVES TO THE CLOSING BALANCE, OWED EITHER WAY.
      * CHARGES BILLED IN THE MONTH ARE ALSO LISTED ONE BY ONE.
      * THE STATEMENTS PRINT TO AGENTSTMT.RPT.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMMISSION-LEDGER-FILE ASSIGN TO "COMMLEDGER.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-LEDGER-STATUS.

           SELECT ADVANCE-LEDGER-FILE ASSIGN TO "ADVLEDGER.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-ADV-STATUS.

           SELECT CHARGE-LEDGER-FILE ASSIGN TO "AGTCHARGE.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-CHG-STATUS.

           SELECT AGENT-MASTER ASSIGN TO "AGENT-MASTER.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS AM-AGENT-ID
                  FILE STATUS IS WS-AGENT-STATUS.

           SELECT KEY-WORK-FILE ASSIGN TO "AGSKWRK.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SK-KEY
                  FILE STATUS IS WS-KEYWRK-STATUS.

           SELECT AGENT-WORK-FILE ASSIGN TO "AGSAWRK.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SA-AGENT-ID
                  FILE STATUS IS WS-AGTWRK-STATUS.

           SELECT BILLED-WORK-FILE ASSIGN TO "AGSBWRK.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SB-KEY
                  FILE STATUS IS WS-BILWRK-STATUS.

           SELECT STATEMENT-REPORT ASSIGN TO "AGENTSTMT.RPT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  ADVANCE-LEDGER-FILE.
       01  ADVANCE-LEDGER-RECORD.
           05  AD-ADVANCE-ID       PIC X(20).
           05  AD-AGENT-ID         PIC X(20).
           05  AD-DEAL-ID          PIC X(20).
           05  AD-DRAW-AMOUNT      PIC 9(7)V99.
           05  AD-OUTSTANDING      PIC 9(7)V99.
           05  AD-STATUS           PIC X.
               88  AD-OPEN         VALUE 'O'.
               88  AD-CLOSED       VALUE 'C'.
               88  AD-WRITTEN-OFF  VALUE 'W'.
           05  AD-TIMESTAMP        PIC 9(14).

       FD  CHARGE-LEDGER-FILE.
       01  CHARGE-LEDGER-RECORD.
           05  CH-CHARGE-ID        PIC X(20).
           05  CH-AGENT-ID         PIC X(20).
           05  CH-CHARGE-TYPE      PIC X(6).
           05  CH-REFERENCE        PIC X(20).
           05  CH-PROPERTY-ID      PIC X(20).
           05  CH-BILL-DATE        PIC 9(8).
           05  CH-CHARGE-AMOUNT    PIC 9(7)V99.
           05  CH-OUTSTANDING      PIC 9(7)V99.
           05  CH-STATUS           PIC X.
               88  CH-OPEN         VALUE 'O'.
               88  CH-CLOSED       VALUE 'C'.
           05  CH-TIMESTAMP        PIC 9(14).

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

      *****************************************************************
      * ONE RECORD PER LEDGER KEY - SOURCE 'L' COMMISSION, 'A'
      * ADVANCE, 'C' CHARGE - HOLDING ITS CURRENT SIGNED VALUE.
      *****************************************************************
       FD  KEY-WORK-FILE.
       01  KEY-WORK-RECORD.
           05  SK-KEY.
               10  SK-SOURCE       PIC X.
               10  SK-ID           PIC X(20).
           05  SK-AGENT-ID         PIC X(20).
           05  SK-SHARE-TYPE       PIC X.
           05  SK-VALUE            PIC S9(9)V99.

      *****************************************************************
      * ONE RECORD PER AGENT - OPENING BALANCE AND THE MONTH'S LINES.
      *****************************************************************
       FD  AGENT-WORK-FILE.
       01  AGENT-WORK-RECORD.
           05  SA-AGENT-ID         PIC X(20).
           05  SA-OPENING          PIC S9(9)V99.
           05  SA-EARNED           PIC S9(9)V99.
           05  SA-PAID             PIC S9(9)V99.
           05  SA-CLAWBACK         PIC S9(9)V99.
           05  SA-DRAWN            PIC S9(9)V99.
           05  SA-RECOVERED        PIC S9(9)V99.
           05  SA-WRITTEN-OFF      PIC S9(9)V99.
           05  SA-BILLED           PIC S9(9)V99.
           05  SA-COLLECTED        PIC S9(9)V99.

      *****************************************************************
      * THE CHARGES BILLED IN THE MONTH, BY AGENT AND CHARGE-ID.
      *****************************************************************
       FD  BILLED-WORK-FILE.
       01  BILLED-WORK-RECORD.
           05  SB-KEY.
               10  SB-AGENT-ID     PIC X(20).
               10  SB-CHARGE-ID    PIC X(20).
           05  SB-BILL-DATE        PIC 9(8).
           05  SB-CHARGE-TYPE      PIC X(6).
           05  SB-REFERENCE        PIC X(20).
           05  SB-AMOUNT           PIC 9(7)V99.

       FD  STATEMENT-REPORT.
       01  REPORT-LINE             PIC X(100).

      *****************************************************************
      * SYSTEM-WIDE BUSINESS PROCESSING DATE, MAINTAINED BY THE
      * BUSDATE-OPEN AND BUSDATE-ADVANCE DRIVER STEPS.
      *****************************************************************
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           05  BD-BUSINESS-DATE    PIC 9(8).
           05  BD-TIMESTAMP        PIC 9(14).

       WORKING-STORAGE SECTION.
       01  WS-LEDGER-STATUS        PIC XX.
       01  WS-ADV-STATUS           PIC XX.
       01  WS-CHG-STATUS           PIC XX.
       01  WS-AGENT-STATUS         PIC XX.
       01  WS-KEYWRK-STATUS        PIC XX.
       01  WS-AGTWRK-STATUS        PIC XX.
       01  WS-BILWRK-STATUS        PIC XX.
       01  WS-RPT-STATUS           PIC XX.
       01  WS-BUSDATE-STATUS       PIC XX.
       01  WS-EOF-SWITCH           PIC X VALUE 'N'.
           88  WS-END-OF-FILE      VALUE 'Y'.
       01  WS-AGTWRK-EOF-SW        PIC X VALUE 'N'.
           88  WS-AGTWRK-END-OF-FILE VALUE 'Y'.
       01  WS-BILWRK-EOF-SW        PIC X VALUE 'N'.
           88  WS-BILWRK-END-OF-FILE VALUE 'Y'.
       01  WS-KEYWRK-EOF-SW        PIC X VALUE 'N'.
           88  WS-KEYWRK-END-OF-FILE VALUE 'Y'.
       01  WS-AGENT-OPEN-SW        PIC X VALUE 'N'.

       01  WS-STMT-MONTH           PIC 9(6).
       01  WS-TODAY-DATE           PIC 9(8).

      *****************************************************************
      * ONE LEDGER RECORD, REDUCED TO ITS KEY, AGENT, NEW SIGNED
      * VALUE, POSTING MONTH AND THE STATEMENT LINE ITS CHANGE POSTS
      * TO: EA EARNED, PD PAID, CB CLAWBACK, DR DRAWN, RC RECOVERED,
      * WO WRITTEN OFF, BL BILLED, CO COLLECTED.
      *****************************************************************
       01  WS-REPLAY-WORK.
           05  WS-RP-SOURCE        PIC X.
           05  WS-RP-ID            PIC X(20).
           05  WS-RP-AGENT-ID      PIC X(20).
           05  WS-RP-SHARE-TYPE    PIC X.
           05  WS-RP-NEW-VALUE     PIC S9(9)V99.
           05  WS-RP-MONTH         PIC 9(6).
           05  WS-RP-LINE          PIC XX.
           05  WS-RP-NEW-KEY       PIC X.
           05  WS-RP-DELTA         PIC S9(9)V99.

       01  WS-STATEMENT-WORK.
           05  WS-RUNNING-BALANCE  PIC S9(9)V99.
           05  WS-LINE-AMOUNT      PIC S9(9)V99.
           05  WS-AGENT-NAME       PIC X(61).
           05  WS-AGENT-OFFICE     PIC X(20).
           05  WS-STATEMENT-COUNT  PIC 9(5) VALUE ZERO.

       01  WS-CURRENT-DATE.
           05  WS-YEAR             PIC 9(4).
           05  WS-MONTH            PIC 99.
           05  WS-DAY              PIC 99.

       01  WS-STMT-HEADING.
           05  FILLER              PIC X(30) VALUE
               "AGENT ACCOUNT STATEMENT".
           05  FILLER              PIC X(7)  VALUE "MONTH: ".
           05  WS-HDR-MONTH        PIC 9(6).
           05  FILLER              PIC X(9)  VALUE "  AGENT: ".
           05  WS-HDR-AGENT-ID     PIC X(20).

       01  WS-NAME-LINE.
           05  FILLER              PIC X(8)  VALUE "  NAME: ".
           05  WS-NML-NAME         PIC X(50).
           05  FILLER              PIC X(10) VALUE "  OFFICE: ".
           05  WS-NML-OFFICE       PIC X(20).

       01  WS-COLUMN-HEADING.
           05  FILLER              PIC X(32) VALUE SPACES.
           05  FILLER              PIC X(15) VALUE "         AMOUNT".
           05  FILLER              PIC X(15) VALUE "        BALANCE".

       01  WS-AMOUNT-LINE.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-AML-LABEL        PIC X(30).
           05  WS-AML-AMOUNT       PIC -(10)9.99.
           05  WS-AML-BALANCE      PIC -(10)9.99.

       01  WS-BILLED-LINE.
           05  FILLER              PIC X(6) VALUE SPACES.
           05  WS-BLL-DATE         PIC 9(8).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-BLL-TYPE         PIC X(8).
           05  WS-BLL-REFERENCE    PIC X(22).
           05  WS-BLL-AMOUNT       PIC Z(7)9.99.

       01  WS-CLOSING-LINE.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-CLL-LABEL        PIC X(30).
           05  WS-CLL-AMOUNT       PIC Z(10)9.99.

       01  WS-SUMMARY-LINE.
           05  FILLER              PIC X(20) VALUE
               "STATEMENTS PRINTED: ".
           05  WS-SUM-COUNT        PIC ZZ,ZZ9.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           PERFORM INITIALIZE-STATEMENT
           PERFORM REBUILD-WORK-FILES
           PERFORM REPLAY-COMMISSION-LEDGER
           PERFORM REPLAY-ADVANCE-LEDGER
           PERFORM REPLAY-CHARGE-LEDGER
           PERFORM PRINT-AGENT-STATEMENTS
           CLOSE KEY-WORK-FILE
           CLOSE AGENT-WORK-FILE
           CLOSE BILLED-WORK-FILE
           STOP RUN.

       INITIALIZE-STATEMENT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           PERFORM GET-BUSINESS-DATE
           STRING WS-YEAR WS-MONTH WS-DAY
                  DELIMITED BY SIZE
                  INTO WS-TODAY-DATE
           MOVE WS-TODAY-DATE(1:6) TO WS-STMT-MONTH
           MOVE 'N' TO WS-EOF-SWITCH.

       REBUILD-WORK-FILES.
           OPEN OUTPUT KEY-WORK-FILE
           CLOSE KEY-WORK-FILE
           OPEN I-O KEY-WORK-FILE

           OPEN OUTPUT AGENT-WORK-FILE
           CLOSE AGENT-WORK-FILE
           OPEN I-O AGENT-WORK-FILE

           OPEN OUTPUT BILLED-WORK-FILE
           CLOSE BILLED-WORK-FILE
           OPEN I-O BILLED-WORK-FILE.

      *****************************************************************
      * ONLY AGENT-SHARE COMMISSION LINES BELONG ON AN AGENT'S
      * ACCOUNT - THE SHARE TYPE IS TAKEN FROM THE KEY'S FIRST RECORD.
      * EARNED-UNPAID IS OWED TO THE AGENT; AN OPEN CLAWBACK IS OWED
      * BY THE AGENT; PAID, REVERSED AND CLEARED LINES ARE SETTLED.
      *****************************************************************
       REPLAY-COMMISSION-LEDGER.
           OPEN INPUT COMMISSION-LEDGER-FILE

           IF WS-LEDGER-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-END-OF-FILE
               READ COMMISSION-LEDGER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       PERFORM REPLAY-ONE-COMMISSION
               END-READ
           END-PERFORM

           CLOSE COMMISSION-LEDGER-FILE
           MOVE 'N' TO WS-EOF-SWITCH.

       REPLAY-ONE-COMMISSION.
           MOVE 'L' TO WS-RP-SOURCE
           MOVE CL-LEDGER-ID TO WS-RP-ID
           MOVE CL-AGENT-ID TO WS-RP-AGENT-ID
           MOVE CL-SHARE-TYPE TO WS-RP-SHARE-TYPE
           MOVE CL-TIMESTAMP(1:6) TO WS-RP-MONTH

           EVALUATE TRUE
               WHEN CL-EARNED
               WHEN CL-HELD
               WHEN CL-RELEASED
                   MOVE CL-COMMISSION-AMOUNT TO WS-RP-NEW-VALUE
                   MOVE "EA" TO WS-RP-LINE
               WHEN CL-PAID
                   MOVE ZERO TO WS-RP-NEW-VALUE
                   MOVE "PD" TO WS-RP-LINE
               WHEN CL-CLAWBACK-OPEN
                   COMPUTE WS-RP-NEW-VALUE =
                       ZERO - CL-COMMISSION-AMOUNT
                   MOVE "CB" TO WS-RP-LINE
               WHEN CL-CLAWBACK-CLEARED
                   MOVE ZERO TO WS-RP-NEW-VALUE
                   MOVE "CB" TO WS-RP-LINE
               WHEN OTHER
                   MOVE ZERO TO WS-RP-NEW-VALUE
                   MOVE "EA" TO WS-RP-LINE
           END-EVALUATE

           PERFORM REPLAY-ONE-RECORD.

      *****************************************************************
      * AN OPEN ADVANCE IS OWED BY THE AGENT. ITS FIRST RECORD IS THE
      * DRAW; EVERY FOLLOW-UP IS A RECOVERY, EXCEPT A WRITE-OFF, WHICH
      * CLEARS WHAT IS LEFT WITHOUT THE AGENT PAYING IT.
      *****************************************************************
       REPLAY-ADVANCE-LEDGER.
           OPEN INPUT ADVANCE-LEDGER-FILE

           IF WS-ADV-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-END-OF-FILE
               READ ADVANCE-LEDGER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       PERFORM REPLAY-ONE-ADVANCE
               END-READ
           END-PERFORM

           CLOSE ADVANCE-LEDGER-FILE
           MOVE 'N' TO WS-EOF-SWITCH.

       REPLAY-ONE-ADVANCE.
           MOVE 'A' TO WS-RP-SOURCE
           MOVE AD-ADVANCE-ID TO WS-RP-ID
           MOVE AD-AGENT-ID TO WS-RP-AGENT-ID
           MOVE 'A' TO WS-RP-SHARE-TYPE
           MOVE AD-TIMESTAMP(1:6) TO WS-RP-MONTH

           IF AD-OPEN
               COMPUTE WS-RP-NEW-VALUE = ZERO - AD-OUTSTANDING
           ELSE
               MOVE ZERO TO WS-RP-NEW-VALUE
           END-IF
           MOVE "RC" TO WS-RP-LINE
           IF AD-WRITTEN-OFF
               MOVE "WO" TO WS-RP-LINE
           END-IF

           PERFORM REPLAY-ONE-RECORD.

      *****************************************************************
      * AN OPEN CHARGE IS OWED BY THE AGENT. ITS FIRST RECORD IS THE
      * BILLING; EVERY FOLLOW-UP IS A COLLECTION.
      *****************************************************************
       REPLAY-CHARGE-LEDGER.
           OPEN INPUT CHARGE-LEDGER-FILE

           IF WS-CHG-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-END-OF-FILE
               READ CHARGE-LEDGER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       PERFORM REPLAY-ONE-CHARGE
               END-READ
           END-PERFORM

           CLOSE CHARGE-LEDGER-FILE
           MOVE 'N' TO WS-EOF-SWITCH.

       REPLAY-ONE-CHARGE.
           MOVE 'C' TO WS-RP-SOURCE
           MOVE CH-CHARGE-ID TO WS-RP-ID
           MOVE CH-AGENT-ID TO WS-RP-AGENT-ID
           MOVE 'A' TO WS-RP-SHARE-TYPE
           MOVE CH-TIMESTAMP(1:6) TO WS-RP-MONTH

           IF CH-OPEN
               COMPUTE WS-RP-NEW-VALUE = ZERO - CH-OUTSTANDING
           ELSE
               MOVE ZERO TO WS-RP-NEW-VALUE
           END-IF
           MOVE "CO" TO WS-RP-LINE

           PERFORM REPLAY-ONE-RECORD

           IF WS-RP-NEW-KEY = 'Y'
                   AND WS-RP-MONTH = WS-STMT-MONTH
               MOVE CH-AGENT-ID TO SB-AGENT-ID
               MOVE CH-CHARGE-ID TO SB-CHARGE-ID
               MOVE CH-BILL-DATE TO SB-BILL-DATE
               MOVE CH-CHARGE-TYPE TO SB-CHARGE-TYPE
               MOVE CH-REFERENCE TO SB-REFERENCE
               MOVE CH-CHARGE-AMOUNT TO SB-AMOUNT
               WRITE BILLED-WORK-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF.

      *****************************************************************
      * MOVES ONE LEDGER KEY TO ITS NEW VALUE. BEFORE THE MONTH THE
      * CHANGE GOES TO THE AGENT'S OPENING BALANCE; INSIDE THE MONTH
      * IT POSTS TO THE STATEMENT LINE (A NEW ADVANCE OR CHARGE KEY IS
      * A DRAW OR A BILLING); AFTER THE MONTH IT IS IGNORED.
      *****************************************************************
       REPLAY-ONE-RECORD.
           MOVE 'N' TO WS-RP-NEW-KEY

           IF WS-RP-MONTH > WS-STMT-MONTH
               EXIT PARAGRAPH
           END-IF

           MOVE WS-RP-SOURCE TO SK-SOURCE
           MOVE WS-RP-ID TO SK-ID
           READ KEY-WORK-FILE
               INVALID KEY
                   MOVE 'Y' TO WS-RP-NEW-KEY
                   MOVE WS-RP-AGENT-ID TO SK-AGENT-ID
                   MOVE WS-RP-SHARE-TYPE TO SK-SHARE-TYPE
                   MOVE ZERO TO SK-VALUE
                   WRITE KEY-WORK-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
           END-READ

           IF SK-SHARE-TYPE NOT = 'A' AND SK-SHARE-TYPE NOT = SPACE
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-RP-DELTA = WS-RP-NEW-VALUE - SK-VALUE
           MOVE WS-RP-NEW-VALUE TO SK-VALUE
           REWRITE KEY-WORK-RECORD

           IF WS-RP-DELTA = ZERO
               EXIT PARAGRAPH
           END-IF

           IF WS-RP-NEW-KEY = 'Y'
               IF WS-RP-LINE = "RC"
                   MOVE "DR" TO WS-RP-LINE
               END-IF
               IF WS-RP-LINE = "CO"
                   MOVE "BL" TO WS-RP-LINE
               END-IF
           END-IF

           PERFORM FETCH-OR-INIT-AGENT-WORK

           IF WS-RP-MONTH < WS-STMT-MONTH
               ADD WS-RP-DELTA TO SA-OPENING
           ELSE
               EVALUATE WS-RP-LINE
                   WHEN "EA"
                       ADD WS-RP-DELTA TO SA-EARNED
                   WHEN "PD"
                       ADD WS-RP-DELTA TO SA-PAID
                   WHEN "CB"
                       ADD WS-RP-DELTA TO SA-CLAWBACK
                   WHEN "DR"
                       ADD WS-RP-DELTA TO SA-DRAWN
                   WHEN "RC"
                       ADD WS-RP-DELTA TO SA-RECOVERED
                   WHEN "WO"
                       ADD WS-RP-DELTA TO SA-WRITTEN-OFF
                   WHEN "BL"
                       ADD WS-RP-DELTA TO SA-BILLED
                   WHEN "CO"
                       ADD WS-RP-DELTA TO SA-COLLECTED
               END-EVALUATE
           END-IF

           REWRITE AGENT-WORK-RECORD.

       FETCH-OR-INIT-AGENT-WORK.
           MOVE WS-RP-AGENT-ID TO SA-AGENT-ID
           READ AGENT-WORK-FILE
               INVALID KEY
                   MOVE WS-RP-AGENT-ID TO SA-AGENT-ID
                   MOVE ZERO TO SA-OPENING
                   MOVE ZERO TO SA-EARNED
                   MOVE ZERO TO SA-PAID
                   MOVE ZERO TO SA-CLAWBACK
                   MOVE ZERO TO SA-DRAWN
                   MOVE ZERO TO SA-RECOVERED
                   MOVE ZERO TO SA-WRITTEN-OFF
                   MOVE ZERO TO SA-BILLED
                   MOVE ZERO TO SA-COLLECTED
                   WRITE AGENT-WORK-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
           END-READ.

      *****************************************************************
      * ONE STATEMENT FOR EVERY AGENT WITH AN OPENING BALANCE OR ANY
      * ACTIVITY IN THE MONTH, IN AGENT-ID ORDER.
      *****************************************************************
       PRINT-AGENT-STATEMENTS.
           OPEN OUTPUT STATEMENT-REPORT

           MOVE 'N' TO WS-AGENT-OPEN-SW
           OPEN INPUT AGENT-MASTER
           IF WS-AGENT-STATUS = '00'
               MOVE 'Y' TO WS-AGENT-OPEN-SW
           END-IF

           MOVE 'N' TO WS-AGTWRK-EOF-SW
           MOVE LOW-VALUES TO SA-AGENT-ID
           START AGENT-WORK-FILE KEY IS NOT LESS THAN SA-AGENT-ID
               INVALID KEY
                   MOVE 'Y' TO WS-AGTWRK-EOF-SW
           END-START

           PERFORM UNTIL WS-AGTWRK-END-OF-FILE
               READ AGENT-WORK-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-AGTWRK-EOF-SW
                   NOT AT END
                       PERFORM PRINT-ONE-STATEMENT
               END-READ
           END-PERFORM

           IF WS-AGENT-OPEN-SW = 'Y'
               CLOSE AGENT-MASTER
           END-IF

           MOVE WS-STATEMENT-COUNT TO WS-SUM-COUNT
           MOVE WS-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           CLOSE STATEMENT-REPORT.

       PRINT-ONE-STATEMENT.
           IF SA-OPENING = ZERO AND SA-EARNED = ZERO
                   AND SA-PAID = ZERO AND SA-CLAWBACK = ZERO
                   AND SA-DRAWN = ZERO AND SA-RECOVERED = ZERO
                   AND SA-WRITTEN-OFF = ZERO
                   AND SA-BILLED = ZERO AND SA-COLLECTED = ZERO
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-STATEMENT-COUNT
           PERFORM LOOK-UP-AGENT-NAME

           MOVE WS-STMT-MONTH TO WS-HDR-MONTH
           MOVE SA-AGENT-ID TO WS-HDR-AGENT-ID
           MOVE WS-STMT-HEADING TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-AGENT-NAME TO WS-NML-NAME
           MOVE WS-AGENT-OFFICE TO WS-NML-OFFICE
           MOVE WS-NAME-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-COLUMN-HEADING TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SA-OPENING TO WS-RUNNING-BALANCE
           MOVE "OPENING BALANCE" TO WS-AML-LABEL
           MOVE ZERO TO WS-AML-AMOUNT
           MOVE WS-RUNNING-BALANCE TO WS-AML-BALANCE
           MOVE WS-AMOUNT-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "COMMISSIONS EARNED" TO WS-AML-LABEL
           MOVE SA-EARNED TO WS-LINE-AMOUNT
           PERFORM PRINT-ONE-AMOUNT-LINE
           MOVE "COMMISSIONS PAID" TO WS-AML-LABEL
           MOVE SA-PAID TO WS-LINE-AMOUNT
           PERFORM PRINT-ONE-AMOUNT-LINE
           MOVE "COMMISSION CLAWBACKS" TO WS-AML-LABEL
           MOVE SA-CLAWBACK TO WS-LINE-AMOUNT
           PERFORM PRINT-ONE-AMOUNT-LINE
           MOVE "ADVANCES DRAWN" TO WS-AML-LABEL
           MOVE SA-DRAWN TO WS-LINE-AMOUNT
           PERFORM PRINT-ONE-AMOUNT-LINE
           MOVE "ADVANCES RECOVERED" TO WS-AML-LABEL
           MOVE SA-RECOVERED TO WS-LINE-AMOUNT
           PERFORM PRINT-ONE-AMOUNT-LINE
           IF SA-WRITTEN-OFF NOT = ZERO
               MOVE "ADVANCES WRITTEN OFF" TO WS-AML-LABEL
               MOVE SA-WRITTEN-OFF TO WS-LINE-AMOUNT
               PERFORM PRINT-ONE-AMOUNT-LINE
           END-IF
           MOVE "CHARGES BILLED" TO WS-AML-LABEL
           MOVE SA-BILLED TO WS-LINE-AMOUNT
           PERFORM PRINT-ONE-AMOUNT-LINE
           PERFORM PRINT-BILLED-CHARGES
           MOVE "CHARGES COLLECTED" TO WS-AML-LABEL
           MOVE SA-COLLECTED TO WS-LINE-AMOUNT
           PERFORM PRINT-ONE-AMOUNT-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-RUNNING-BALANCE < ZERO
               MOVE "BALANCE OWED BY AGENT" TO WS-CLL-LABEL
               COMPUTE WS-CLL-AMOUNT = ZERO - WS-RUNNING-BALANCE
           ELSE
               MOVE "BALANCE OWED TO AGENT" TO WS-CLL-LABEL
               MOVE WS-RUNNING-BALANCE TO WS-CLL-AMOUNT
           END-IF
           MOVE WS-CLOSING-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE.

       PRINT-ONE-AMOUNT-LINE.
           ADD WS-LINE-AMOUNT TO WS-RUNNING-BALANCE
           MOVE WS-LINE-AMOUNT TO WS-AML-AMOUNT
           MOVE WS-RUNNING-BALANCE TO WS-AML-BALANCE
           MOVE WS-AMOUNT-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       PRINT-BILLED-CHARGES.
           MOVE 'N' TO WS-BILWRK-EOF-SW
           MOVE SA-AGENT-ID TO SB-AGENT-ID
           MOVE LOW-VALUES TO SB-CHARGE-ID
           START BILLED-WORK-FILE KEY IS NOT LESS THAN SB-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-BILWRK-EOF-SW
           END-START

           PERFORM UNTIL WS-BILWRK-END-OF-FILE
               READ BILLED-WORK-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-BILWRK-EOF-SW
                   NOT AT END
                       IF SB-AGENT-ID NOT = SA-AGENT-ID
                           MOVE 'Y' TO WS-BILWRK-EOF-SW
                       ELSE
                           MOVE SB-BILL-DATE TO WS-BLL-DATE
                           MOVE SB-CHARGE-TYPE TO WS-BLL-TYPE
                           MOVE SB-REFERENCE TO WS-BLL-REFERENCE
                           MOVE SB-AMOUNT TO WS-BLL-AMOUNT
                           MOVE WS-BILLED-LINE TO REPORT-LINE
                           WRITE REPORT-LINE
                       END-IF
               END-READ
           END-PERFORM.

       LOOK-UP-AGENT-NAME.
           MOVE SPACES TO WS-AGENT-NAME
           MOVE SPACES TO WS-AGENT-OFFICE

           IF WS-AGENT-OPEN-SW NOT = 'Y'
               EXIT PARAGRAPH
           END-IF

           MOVE SA-AGENT-ID TO AM-AGENT-ID
           READ AGENT-MASTER
               INVALID KEY
                   MOVE "NOT ON AGENT MASTER" TO WS-AGENT-NAME
               NOT INVALID KEY
                   STRING AM-FIRST-NAME DELIMITED BY SPACE
                          " " DELIMITED BY SIZE
                          AM-LAST-NAME DELIMITED BY SPACE
                          INTO WS-AGENT-NAME
                   MOVE AM-OFFICE-ID TO WS-AGENT-OFFICE
           END-READ.

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
