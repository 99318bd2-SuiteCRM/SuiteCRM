       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGENT-BILLING.
       AUTHOR. SUITECRM-REAL-ESTATE.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * AGENT FEE BILLING BATCH JOB
      * AGENTS OWE THE BROKERAGE DESK FEES, E&O INSURANCE, MLS DUES
      * AND PER-DEAL TRANSACTION FEES. THIS JOB BILLS THEM ONTO THE
      * APPEND-ONLY AGENT-CHARGES LEDGER AGTCHARGE.DAT, WHICH
      * AGENT-PAYOUT NETS OUT OF THE NEXT PAYOUT THE SAME WAY IT NETS
      * OPEN ADVLEDGER.DAT DRAWS - LATEST STATE WINS PER CHARGE-ID.
      *
      * THE FEE SCHEDULE IS THE PIPE-DELIMITED PLAN FILE
      * AGTCHGPLAN.DAT, ONE LINE PER FEE:
      *     OFFICE|<AM-OFFICE-ID>|<TYPE>|<AMOUNT>
      *     AGENT|<AM-AGENT-ID>|<TYPE>|<AMOUNT>
      * AN AGENT LINE OVERRIDES THE AGENT'S OFFICE LINE FOR THE SAME
      * TYPE (AN AGENT LINE OF ZERO WAIVES THE OFFICE FEE). TYPE TXN
      * IS THE PER-DEAL TRANSACTION FEE; EVERY OTHER TYPE (DESK, EO,
      * MLS, ...) IS A RECURRING MONTHLY CHARGE.
      *   - RECURRING CHARGES ARE BILLED ONCE PER BUSINESS MONTH TO
      *     EVERY AGENT NOT INACTIVE ('I') OR TERMINATED ('T'),
      *     REFERENCED <TYPE>-<YYYYMM>;
      *   - THE TRANSACTION FEE IS BILLED ONCE FOR EACH AGENT-SHARE
      *     COMMISSION LINE STILL EARNED-UNPAID (OR RELEASED FOR
      *     PAYMENT AFTER A DEPARTURE HOLD), REFERENCED BY ITS
      *     CL-LEDGER-ID. THE JOB RUNS NIGHTLY AHEAD OF THE PAYOUT, SO
      *     EVERY LINE IS SEEN AT LEAST ONCE BEFORE IT IS PAID.
      * A CHARGE ALREADY ON THE LEDGER FOR THE SAME AGENT AND
      * REFERENCE IS NEVER BILLED AGAIN, SO A RERUN IS HARMLESS.
      * AGTBILL.RPT LISTS THE CHARGES BILLED. A PLAN FILE TOO LARGE
      * FOR THE PLAN TABLE ABORTS WITH RETURN CODE 8.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHARGE-PLAN-FILE ASSIGN TO "AGTCHGPLAN.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PLAN-STATUS.

           SELECT CHARGE-LEDGER-FILE ASSIGN TO "AGTCHARGE.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-CHG-STATUS.

           SELECT COMMISSION-LEDGER-FILE ASSIGN TO "COMMLEDGER.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-LEDGER-STATUS.

           SELECT AGENT-MASTER ASSIGN TO "AGENT-MASTER.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AM-AGENT-ID
                  FILE STATUS IS WS-AGENT-STATUS.

           SELECT CHARGE-SEQ-FILE ASSIGN TO "CHGSEQ.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CHSEQ-KEY
                  FILE STATUS IS WS-SEQ-STATUS.

           SELECT CHARGE-WORK-FILE ASSIGN TO "CHGBWRK.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CK-KEY
                  FILE STATUS IS WS-CHGWRK-STATUS.

           SELECT LEDGER-WORK-FILE ASSIGN TO "CLBWRK.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LW-LEDGER-ID
                  FILE STATUS IS WS-LEDWRK-STATUS.

           SELECT BILLING-REPORT ASSIGN TO "AGTBILL.RPT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHARGE-PLAN-FILE.
       01  CHARGE-PLAN-LINE        PIC X(80).

      *****************************************************************
      * APPEND-ONLY AGENT-CHARGES LEDGER. ONE 'O' RECORD PER CHARGE
      * BILLED; AGENT-PAYOUT APPENDS FOLLOW-UPS UNDER THE SAME
      * CHARGE-ID WITH THE REDUCED OUTSTANDING AMOUNT, CLOSING IT
      * WITH 'C' WHEN FULLY COLLECTED - LATEST STATE WINS.
      *****************************************************************
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
           05  CL-SHARE-TYPE           PIC X.
               88  CL-AGENT-SHARE      VALUE 'A' ' '.
               88  CL-OFFICE-SHARE     VALUE 'O'.
               88  CL-HOUSE-SHARE      VALUE 'H'.
           05  CL-TIMESTAMP            PIC 9(14).

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
               88  AM-INACTIVE     VALUE 'I'.
               88  AM-TERMINATED   VALUE 'T'.
           05  AM-JOIN-DATE        PIC 9(8).
           05  AM-YTD-SALES        PIC 9(9)V99.
           05  AM-TOTAL-SALES      PIC 9(9)V99.
           05  AM-LICENSE-EXPIRATION PIC 9(8).

      *****************************************************************
      * ONE-RECORD FILE HOLDING THE LAST CHARGE SEQUENCE ISSUED, SO
      * CHARGE IDS STAY UNIQUE ACROSS RUNS - SAME ARRANGEMENT AS
      * ADVSEQ.DAT FOR ADVANCE IDS.
      *****************************************************************
       FD  CHARGE-SEQ-FILE.
       01  CHARGE-SEQ-RECORD.
           05  CHSEQ-KEY           PIC X(1).
           05  CHSEQ-NUMBER        PIC 9(8).

      *****************************************************************
      * EVERY AGENT + REFERENCE ALREADY BILLED, REBUILT EACH RUN FROM
      * THE CHARGES LEDGER - THE DUPLICATE-BILLING GUARD.
      *****************************************************************
       FD  CHARGE-WORK-FILE.
       01  CHARGE-WORK-RECORD.
           05  CK-KEY.
               10  CK-AGENT-ID     PIC X(20).
               10  CK-REFERENCE    PIC X(20).

      *****************************************************************
      * LATEST STATE PER COMMISSION LEDGER-ID, REBUILT EACH RUN.
      *****************************************************************
       FD  LEDGER-WORK-FILE.
       01  LEDGER-WORK-RECORD.
           05  LW-LEDGER-ID        PIC X(20).
           05  LW-AGENT-ID         PIC X(20).
           05  LW-PROPERTY-ID      PIC X(20).
           05  LW-STATUS           PIC X.
           05  LW-SHARE-TYPE       PIC X.

       FD  BILLING-REPORT.
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
       01  WS-PLAN-STATUS          PIC XX.
       01  WS-CHG-STATUS           PIC XX.
       01  WS-LEDGER-STATUS        PIC XX.
       01  WS-AGENT-STATUS         PIC XX.
       01  WS-SEQ-STATUS           PIC XX.
       01  WS-CHGWRK-STATUS        PIC XX.
       01  WS-LEDWRK-STATUS        PIC XX.
       01  WS-RPT-STATUS           PIC XX.
       01  WS-BUSDATE-STATUS       PIC XX.
       01  WS-EOF-SWITCH           PIC X VALUE 'N'.
           88  WS-END-OF-FILE      VALUE 'Y'.
       01  WS-AGENT-EOF-SW         PIC X VALUE 'N'.
           88  WS-AGENT-END-OF-FILE VALUE 'Y'.
       01  WS-LEDWRK-EOF-SW        PIC X VALUE 'N'.
           88  WS-LEDWRK-END-OF-FILE VALUE 'Y'.
       01  WS-AGENT-OPEN-SW        PIC X VALUE 'N'.

      *****************************************************************
      * THE FEE SCHEDULE, LOADED ONCE FROM AGTCHGPLAN.DAT.
      *****************************************************************
       01  WS-PLAN-TABLE.
           05  WS-PLAN-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-PLAN-IDX.
               10  WS-PLAN-SCOPE       PIC X(6).
               10  WS-PLAN-OWNER-ID    PIC X(20).
               10  WS-PLAN-TYPE        PIC X(6).
               10  WS-PLAN-AMOUNT      PIC 9(7)V99.

       01  WS-PLAN-COUNT-USED       PIC 9(5) VALUE ZERO.

       01  WS-PLAN-FIELDS.
           05  WS-PF-SCOPE         PIC X(6).
           05  WS-PF-OWNER-ID      PIC X(20).
           05  WS-PF-TYPE          PIC X(6).
           05  WS-PF-AMOUNT        PIC 9(7)V99.

       01  WS-FEE-LOOKUP.
           05  WS-FEE-AGENT-ID     PIC X(20).
           05  WS-FEE-OFFICE-ID    PIC X(20).
           05  WS-FEE-TYPE         PIC X(6).
           05  WS-FEE-AMOUNT       PIC 9(7)V99.
           05  WS-FEE-FOUND        PIC X.
           05  WS-FEE-AGENT-LEVEL  PIC X.
           05  WS-TYPE-IDX         PIC 9(5).

       01  WS-NEW-CHARGE.
           05  WS-NEW-CHARGE-ID    PIC X(20).
           05  WS-NEW-REFERENCE    PIC X(20).
           05  WS-NEW-PROPERTY-ID  PIC X(20).
           05  WS-CHARGE-SEQUENCE  PIC 9(8) VALUE ZERO.
           05  WS-ALREADY-BILLED   PIC X.

       01  WS-BILL-MONTH           PIC 9(6).
       01  WS-TODAY-DATE           PIC 9(8).

       01  WS-RUN-TOTALS.
           05  WS-BILLED-COUNT     PIC 9(6) VALUE ZERO.
           05  WS-BILLED-TOTAL     PIC 9(9)V99 VALUE ZERO.

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
               "AGENT FEE BILLING".
           05  FILLER              PIC X(6)  VALUE "DATE: ".
           05  WS-HDR-DATE         PIC 9(8).

       01  WS-COLUMN-HEADING.
           05  FILLER              PIC X(22) VALUE "CHARGE ID".
           05  FILLER              PIC X(22) VALUE "AGENT".
           05  FILLER              PIC X(8)  VALUE "TYPE".
           05  FILLER              PIC X(22) VALUE "REFERENCE".
           05  FILLER              PIC X(12) VALUE "      AMOUNT".

       01  WS-DETAIL-LINE.
           05  WS-DTL-CHARGE-ID    PIC X(22).
           05  WS-DTL-AGENT-ID     PIC X(22).
           05  WS-DTL-TYPE         PIC X(8).
           05  WS-DTL-REFERENCE    PIC X(22).
           05  WS-DTL-AMOUNT       PIC Z(7)9.99.

       01  WS-TOTAL-LINE.
           05  FILLER              PIC X(17) VALUE
               "CHARGES BILLED: ".
           05  WS-TOT-COUNT        PIC ZZZ,ZZ9.
           05  FILLER              PIC X(10) VALUE "  AMOUNT: ".
           05  WS-TOT-AMOUNT       PIC Z(8)9.99.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           PERFORM INITIALIZE-BILLING
           PERFORM LOAD-CHARGE-PLANS
           PERFORM REBUILD-BILLED-WORK-FILE
           PERFORM OPEN-BILLING-OUTPUTS
           PERFORM BILL-RECURRING-CHARGES
           PERFORM BILL-TRANSACTION-FEES
           PERFORM WRITE-BILLING-TOTALS
           CLOSE CHARGE-LEDGER-FILE
           CLOSE CHARGE-WORK-FILE
           CLOSE CHARGE-SEQ-FILE
           CLOSE BILLING-REPORT
           STOP RUN.

       INITIALIZE-BILLING.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           ACCEPT WS-CURRENT-TIME FROM TIME
           PERFORM GET-BUSINESS-DATE
           STRING WS-YEAR WS-MONTH WS-DAY
                  DELIMITED BY SIZE
                  INTO WS-TODAY-DATE
           MOVE WS-TODAY-DATE(1:6) TO WS-BILL-MONTH
           MOVE 'N' TO WS-EOF-SWITCH.

      *****************************************************************
      * NO PLAN FILE MEANS NO RECURRING FEES AND NO TRANSACTION FEE -
      * THE JOB STILL RUNS CLEAN AND BILLS NOTHING.
      *****************************************************************
       LOAD-CHARGE-PLANS.
           OPEN INPUT CHARGE-PLAN-FILE

           IF WS-PLAN-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM READ-PLAN-LINE
           PERFORM UNTIL WS-END-OF-FILE
               IF CHARGE-PLAN-LINE NOT = SPACES
                   PERFORM LOAD-ONE-PLAN-LINE
               END-IF
               PERFORM READ-PLAN-LINE
           END-PERFORM

           CLOSE CHARGE-PLAN-FILE
           MOVE 'N' TO WS-EOF-SWITCH.

       READ-PLAN-LINE.
           READ CHARGE-PLAN-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

       LOAD-ONE-PLAN-LINE.
           MOVE SPACES TO WS-PF-SCOPE
           MOVE SPACES TO WS-PF-OWNER-ID
           MOVE SPACES TO WS-PF-TYPE
           MOVE ZERO TO WS-PF-AMOUNT

           UNSTRING CHARGE-PLAN-LINE DELIMITED BY '|'
               INTO WS-PF-SCOPE
                    WS-PF-OWNER-ID
                    WS-PF-TYPE
                    WS-PF-AMOUNT

           IF WS-PF-SCOPE NOT = "OFFICE" AND WS-PF-SCOPE NOT = "AGENT"
               EXIT PARAGRAPH
           END-IF

           IF WS-PF-OWNER-ID = SPACES OR WS-PF-TYPE = SPACES
               EXIT PARAGRAPH
           END-IF

           IF WS-PLAN-COUNT-USED >= 500
               PERFORM ABORT-ON-TABLE-OVERFLOW
           END-IF

           ADD 1 TO WS-PLAN-COUNT-USED
           SET WS-PLAN-IDX TO WS-PLAN-COUNT-USED
           MOVE WS-PF-SCOPE TO WS-PLAN-SCOPE(WS-PLAN-IDX)
           MOVE WS-PF-OWNER-ID TO WS-PLAN-OWNER-ID(WS-PLAN-IDX)
           MOVE WS-PF-TYPE TO WS-PLAN-TYPE(WS-PLAN-IDX)
           MOVE WS-PF-AMOUNT TO WS-PLAN-AMOUNT(WS-PLAN-IDX).

       ABORT-ON-TABLE-OVERFLOW.
           DISPLAY "AGENT-BILLING: PLAN TABLE OVERFLOW - RUN ABORTED"
           CLOSE CHARGE-PLAN-FILE

           MOVE 8 TO RETURN-CODE
           STOP RUN.

      *****************************************************************
      * EVERY AGENT + REFERENCE ON THE LEDGER, FOLLOW-UPS INCLUDED -
      * A CHARGE FULLY COLLECTED IS STILL A CHARGE BILLED.
      *****************************************************************
       REBUILD-BILLED-WORK-FILE.
           OPEN OUTPUT CHARGE-WORK-FILE
           CLOSE CHARGE-WORK-FILE
           OPEN I-O CHARGE-WORK-FILE

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
                       MOVE CH-AGENT-ID TO CK-AGENT-ID
                       MOVE CH-REFERENCE TO CK-REFERENCE
                       WRITE CHARGE-WORK-RECORD
                           INVALID KEY
                               CONTINUE
                       END-WRITE
               END-READ
           END-PERFORM

           CLOSE CHARGE-LEDGER-FILE
           MOVE 'N' TO WS-EOF-SWITCH.

       OPEN-BILLING-OUTPUTS.
           OPEN EXTEND CHARGE-LEDGER-FILE
           IF WS-CHG-STATUS NOT = '00'
               OPEN OUTPUT CHARGE-LEDGER-FILE
           END-IF

           OPEN I-O CHARGE-SEQ-FILE
           IF WS-SEQ-STATUS NOT = '00'
               OPEN OUTPUT CHARGE-SEQ-FILE
               CLOSE CHARGE-SEQ-FILE
               OPEN I-O CHARGE-SEQ-FILE
           END-IF

           OPEN OUTPUT BILLING-REPORT
           MOVE WS-TODAY-DATE TO WS-HDR-DATE
           MOVE WS-REPORT-HEADING TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-COLUMN-HEADING TO REPORT-LINE
           WRITE REPORT-LINE.

      *****************************************************************
      * ONE PASS OF AGENT-MASTER. FOR EACH AGENT STILL WITH THE FIRM,
      * EVERY RECURRING FEE TYPE THAT APPLIES - AT AGENT OR OFFICE
      * LEVEL - IS BILLED ONCE FOR THE BUSINESS MONTH.
      *****************************************************************
       BILL-RECURRING-CHARGES.
           OPEN INPUT AGENT-MASTER

           IF WS-AGENT-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-AGENT-EOF-SW
           MOVE LOW-VALUES TO AM-AGENT-ID
           START AGENT-MASTER KEY IS NOT LESS THAN AM-AGENT-ID
               INVALID KEY
                   MOVE 'Y' TO WS-AGENT-EOF-SW
           END-START

           PERFORM UNTIL WS-AGENT-END-OF-FILE
               READ AGENT-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-AGENT-EOF-SW
                   NOT AT END
                       IF NOT AM-INACTIVE AND NOT AM-TERMINATED
                           PERFORM BILL-ONE-AGENT-RECURRING
                       END-IF
               END-READ
           END-PERFORM

           CLOSE AGENT-MASTER.

      *****************************************************************
      * WALKS THE PLAN TABLE FOR THE TYPES THAT TOUCH THIS AGENT.
      * A TYPE IS PRICED ONLY ON ITS FIRST APPEARANCE FOR THE AGENT,
      * SO EACH TYPE IS BILLED AT MOST ONCE.
      *****************************************************************
       BILL-ONE-AGENT-RECURRING.
           MOVE AM-AGENT-ID TO WS-FEE-AGENT-ID
           MOVE AM-OFFICE-ID TO WS-FEE-OFFICE-ID

           PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                   UNTIL WS-TYPE-IDX > WS-PLAN-COUNT-USED
               IF WS-PLAN-TYPE(WS-TYPE-IDX) NOT = "TXN"
                   PERFORM BILL-ONE-RECURRING-TYPE
               END-IF
           END-PERFORM.

       BILL-ONE-RECURRING-TYPE.
           IF WS-PLAN-SCOPE(WS-TYPE-IDX) = "AGENT"
                   AND WS-PLAN-OWNER-ID(WS-TYPE-IDX)
                       NOT = WS-FEE-AGENT-ID
               EXIT PARAGRAPH
           END-IF

           IF WS-PLAN-SCOPE(WS-TYPE-IDX) = "OFFICE"
                   AND WS-PLAN-OWNER-ID(WS-TYPE-IDX)
                       NOT = WS-FEE-OFFICE-ID
               EXIT PARAGRAPH
           END-IF

           MOVE WS-PLAN-TYPE(WS-TYPE-IDX) TO WS-FEE-TYPE
           PERFORM PRICE-AGENT-FEE

           IF WS-FEE-AMOUNT = ZERO
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-NEW-REFERENCE
           STRING WS-FEE-TYPE DELIMITED BY SPACE
                  "-" DELIMITED BY SIZE
                  WS-BILL-MONTH DELIMITED BY SIZE
                  INTO WS-NEW-REFERENCE
           MOVE SPACES TO WS-NEW-PROPERTY-ID

           PERFORM BILL-ONE-CHARGE.

      *****************************************************************
      * PRICES FEE TYPE WS-FEE-TYPE FOR THE AGENT: THE AGENT'S OWN
      * PLAN LINE WINS, ELSE THE OFFICE'S, ELSE NO FEE. A TYPE
      * ALREADY PRICED FROM AN EARLIER PLAN LINE FOR THE SAME AGENT
      * COMES BACK ZERO SO IT IS NOT BILLED TWICE.
      *****************************************************************
       PRICE-AGENT-FEE.
           MOVE ZERO TO WS-FEE-AMOUNT
           MOVE 'N' TO WS-FEE-FOUND
           MOVE 'N' TO WS-FEE-AGENT-LEVEL

           PERFORM VARYING WS-PLAN-IDX FROM 1 BY 1
                   UNTIL WS-PLAN-IDX > WS-PLAN-COUNT-USED
               IF WS-PLAN-TYPE(WS-PLAN-IDX) = WS-FEE-TYPE
                   IF WS-PLAN-SCOPE(WS-PLAN-IDX) = "AGENT"
                           AND WS-PLAN-OWNER-ID(WS-PLAN-IDX)
                               = WS-FEE-AGENT-ID
                           AND WS-FEE-AGENT-LEVEL = 'N'
                       MOVE WS-PLAN-AMOUNT(WS-PLAN-IDX)
                           TO WS-FEE-AMOUNT
                       MOVE 'Y' TO WS-FEE-AGENT-LEVEL
                       MOVE 'Y' TO WS-FEE-FOUND
                   END-IF
                   IF WS-PLAN-SCOPE(WS-PLAN-IDX) = "OFFICE"
                           AND WS-PLAN-OWNER-ID(WS-PLAN-IDX)
                               = WS-FEE-OFFICE-ID
                           AND WS-FEE-FOUND = 'N'
                       MOVE WS-PLAN-AMOUNT(WS-PLAN-IDX)
                           TO WS-FEE-AMOUNT
                       MOVE 'Y' TO WS-FEE-FOUND
                   END-IF
               END-IF
           END-PERFORM

           IF WS-FEE-TYPE NOT = "TXN"
               PERFORM CHECK-TYPE-FIRST-APPEARANCE
           END-IF.

       CHECK-TYPE-FIRST-APPEARANCE.
           PERFORM VARYING WS-PLAN-IDX FROM 1 BY 1
                   UNTIL WS-PLAN-IDX >= WS-TYPE-IDX
               IF WS-PLAN-TYPE(WS-PLAN-IDX) = WS-FEE-TYPE
                   IF (WS-PLAN-SCOPE(WS-PLAN-IDX) = "AGENT"
                           AND WS-PLAN-OWNER-ID(WS-PLAN-IDX)
                               = WS-FEE-AGENT-ID)
                       OR (WS-PLAN-SCOPE(WS-PLAN-IDX) = "OFFICE"
                           AND WS-PLAN-OWNER-ID(WS-PLAN-IDX)
                               = WS-FEE-OFFICE-ID)
                       MOVE ZERO TO WS-FEE-AMOUNT
                   END-IF
               END-IF
           END-PERFORM.

      *****************************************************************
      * THE PER-DEAL TRANSACTION FEE. THE COMMISSION LEDGER IS
      * COLLAPSED TO LATEST STATE PER LEDGER-ID ON A KEYED WORK FILE,
      * THEN EVERY AGENT-SHARE LINE STILL EARNED-UNPAID IS CHARGED THE
      * AGENT'S TXN FEE ONCE, REFERENCED BY ITS LEDGER-ID.
      *****************************************************************
       BILL-TRANSACTION-FEES.
           OPEN OUTPUT LEDGER-WORK-FILE
           CLOSE LEDGER-WORK-FILE
           OPEN I-O LEDGER-WORK-FILE

           OPEN INPUT COMMISSION-LEDGER-FILE

           IF WS-LEDGER-STATUS NOT = '00'
               CLOSE LEDGER-WORK-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-END-OF-FILE
               READ COMMISSION-LEDGER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       PERFORM NOTE-ONE-LEDGER-LINE
               END-READ
           END-PERFORM

           CLOSE COMMISSION-LEDGER-FILE
           MOVE 'N' TO WS-EOF-SWITCH

           MOVE 'N' TO WS-AGENT-OPEN-SW
           OPEN INPUT AGENT-MASTER
           IF WS-AGENT-STATUS = '00'
               MOVE 'Y' TO WS-AGENT-OPEN-SW
           END-IF

           MOVE 'N' TO WS-LEDWRK-EOF-SW
           MOVE LOW-VALUES TO LW-LEDGER-ID
           START LEDGER-WORK-FILE KEY IS NOT LESS THAN LW-LEDGER-ID
               INVALID KEY
                   MOVE 'Y' TO WS-LEDWRK-EOF-SW
           END-START

           PERFORM UNTIL WS-LEDWRK-END-OF-FILE
               READ LEDGER-WORK-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-LEDWRK-EOF-SW
                   NOT AT END
                       IF (LW-STATUS = 'E' OR LW-STATUS = 'L')
                               AND (LW-SHARE-TYPE = 'A'
                                   OR LW-SHARE-TYPE = SPACE)
                           PERFORM BILL-ONE-TRANSACTION-FEE
                       END-IF
               END-READ
           END-PERFORM

           IF WS-AGENT-OPEN-SW = 'Y'
               CLOSE AGENT-MASTER
           END-IF
           CLOSE LEDGER-WORK-FILE.

      *****************************************************************
      * THE FIRST RECORD OF A LEDGER-ID CARRIES THE PROPERTY AND SHARE
      * TYPE; FOLLOW-UPS ONLY MOVE THE STATUS ON.
      *****************************************************************
       NOTE-ONE-LEDGER-LINE.
           MOVE CL-LEDGER-ID TO LW-LEDGER-ID
           READ LEDGER-WORK-FILE
               INVALID KEY
                   MOVE CL-AGENT-ID TO LW-AGENT-ID
                   MOVE CL-PROPERTY-ID TO LW-PROPERTY-ID
                   MOVE CL-ENTRY-STATUS TO LW-STATUS
                   MOVE CL-SHARE-TYPE TO LW-SHARE-TYPE
                   WRITE LEDGER-WORK-RECORD
               NOT INVALID KEY
                   MOVE CL-ENTRY-STATUS TO LW-STATUS
                   REWRITE LEDGER-WORK-RECORD
           END-READ.

       BILL-ONE-TRANSACTION-FEE.
           MOVE LW-AGENT-ID TO WS-FEE-AGENT-ID
           MOVE SPACES TO WS-FEE-OFFICE-ID

           IF WS-AGENT-OPEN-SW = 'Y'
               MOVE LW-AGENT-ID TO AM-AGENT-ID
               READ AGENT-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE AM-OFFICE-ID TO WS-FEE-OFFICE-ID
               END-READ
           END-IF

           MOVE "TXN" TO WS-FEE-TYPE
           PERFORM PRICE-AGENT-FEE

           IF WS-FEE-AMOUNT = ZERO
               EXIT PARAGRAPH
           END-IF

           MOVE LW-LEDGER-ID TO WS-NEW-REFERENCE
           MOVE LW-PROPERTY-ID TO WS-NEW-PROPERTY-ID

           PERFORM BILL-ONE-CHARGE.

      *****************************************************************
      * BILLS WS-FEE-AMOUNT OF WS-FEE-TYPE TO WS-FEE-AGENT-ID UNDER
      * WS-NEW-REFERENCE, UNLESS THAT AGENT + REFERENCE IS ALREADY ON
      * THE LEDGER.
      *****************************************************************
       BILL-ONE-CHARGE.
           MOVE WS-FEE-AGENT-ID TO CK-AGENT-ID
           MOVE WS-NEW-REFERENCE TO CK-REFERENCE
           MOVE 'N' TO WS-ALREADY-BILLED
           READ CHARGE-WORK-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ALREADY-BILLED
           END-READ

           IF WS-ALREADY-BILLED = 'Y'
               EXIT PARAGRAPH
           END-IF

           PERFORM GENERATE-CHARGE-ID

           MOVE WS-NEW-CHARGE-ID TO CH-CHARGE-ID
           MOVE WS-FEE-AGENT-ID TO CH-AGENT-ID
           MOVE WS-FEE-TYPE TO CH-CHARGE-TYPE
           MOVE WS-NEW-REFERENCE TO CH-REFERENCE
           MOVE WS-NEW-PROPERTY-ID TO CH-PROPERTY-ID
           MOVE WS-TODAY-DATE TO CH-BILL-DATE
           MOVE WS-FEE-AMOUNT TO CH-CHARGE-AMOUNT
           MOVE WS-FEE-AMOUNT TO CH-OUTSTANDING
           MOVE 'O' TO CH-STATUS
           STRING WS-YEAR WS-MONTH WS-DAY
                  WS-HOUR WS-MINUTE WS-SECOND
                  DELIMITED BY SIZE
                  INTO CH-TIMESTAMP

           WRITE CHARGE-LEDGER-RECORD

           MOVE WS-FEE-AGENT-ID TO CK-AGENT-ID
           MOVE WS-NEW-REFERENCE TO CK-REFERENCE
           WRITE CHARGE-WORK-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE

           ADD 1 TO WS-BILLED-COUNT
           ADD WS-FEE-AMOUNT TO WS-BILLED-TOTAL

           MOVE WS-NEW-CHARGE-ID TO WS-DTL-CHARGE-ID
           MOVE WS-FEE-AGENT-ID TO WS-DTL-AGENT-ID
           MOVE WS-FEE-TYPE TO WS-DTL-TYPE
           MOVE WS-NEW-REFERENCE TO WS-DTL-REFERENCE
           MOVE WS-FEE-AMOUNT TO WS-DTL-AMOUNT
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

      *****************************************************************
      * READS-INCREMENTS-REWRITES THE ONE SEQUENCE RECORD, SO CHARGE
      * IDS ARE DATE-AND-SEQUENCE NUMBERED AND KEY ORDER IS BILLING
      * ORDER - THE PAYOUT COLLECTS OLDEST CHARGE FIRST.
      *****************************************************************
       GENERATE-CHARGE-ID.
           MOVE '1' TO CHSEQ-KEY

           READ CHARGE-SEQ-FILE
               INVALID KEY
                   MOVE 1 TO CHSEQ-NUMBER
                   WRITE CHARGE-SEQ-RECORD
               NOT INVALID KEY
                   ADD 1 TO CHSEQ-NUMBER
                   REWRITE CHARGE-SEQ-RECORD
           END-READ

           MOVE CHSEQ-NUMBER TO WS-CHARGE-SEQUENCE

           MOVE SPACES TO WS-NEW-CHARGE-ID
           STRING "CHG" WS-YEAR(3:2) WS-MONTH WS-DAY
                  WS-CHARGE-SEQUENCE
                  DELIMITED BY SIZE
                  INTO WS-NEW-CHARGE-ID.

       WRITE-BILLING-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-BILLED-COUNT TO WS-TOT-COUNT
           MOVE WS-BILLED-TOTAL TO WS-TOT-AMOUNT
           MOVE WS-TOTAL-LINE TO REPORT-LINE
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
