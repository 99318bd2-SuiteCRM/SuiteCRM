      * MORTGAGE-ID RULE ESCROW-DISBURSE.COB'S BUILD-MORTGAGE-TABLE
      * USES, AND GENERATES ONE PAYMENT-DUE RECORD ON MTGBILL.DAT PER
      * ACTIVE, ACCOUNT-LINKED LOAN FOR THE RUN MONTH: THE MONTHLY
      * PRINCIPAL-AND-INTEREST PAYMENT PLUS THE TAX/INSURANCE/HOA/PMI
      * ESCROW COMPONENTS, CARRYING THE CURRENT PRINCIPAL BALANCE AND
      * NOTE RATE SO THE POSTING RUN CAN SPLIT THE RECEIPT. MTGBILL IS
      * AN APPEND-ONLY LATEST-STATE-WINS LEDGER LIKE COMMLEDGER - THE
      * POSTING RUN APPENDS A 'P' FOLLOW-UP WHEN THE BORROWER PAYS. A
      * MORTGAGE ALREADY BILLED FOR THE RUN MONTH IS SKIPPED, SO A
      * RERUN NEVER DOUBLE-BILLS. A LOAN WHOSE LEGALSTAT.DAT STAGE IS
      * BANKRUPTCY (STAY OR DISCHARGED) GETS AN INFORMATIONAL
      * STATEMENT INSTEAD OF A DEMAND - AN "MBI" BILL-ID RATHER THAN
      * "MBL" - AND A LOAN LIQUIDATED BY FORECLOSURE SALE OR REO IS
      * NOT BILLED AT ALL.
      *****************************************************************

       ENVIRONMENT DIVISION.
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-TERMS-STATUS.

           SELECT LEGAL-STATUS-FILE ASSIGN TO "LEGALSTAT.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-LEGAL-STATUS.

           SELECT MTG-WORK-FILE ASSIGN TO "MTGBWRK.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
           05  MONTHLY-TAX-AMOUNT   PIC 9(5)V99.
           05  MONTHLY-INS-AMOUNT   PIC 9(5)V99.
           05  MONTHLY-HOA-AMOUNT   PIC 9(5)V99.
           05  MONTHLY-PMI-AMOUNT   PIC 9(5)V99.
           05  ORIGINAL-PROPERTY-VALUE PIC 9(9)V99.
           05  PMI-INSURER-ID       PIC X(20).
           05  PMI-STATUS           PIC X.
               88  PMI-ACTIVE           VALUE 'A'.
               88  PMI-ELIGIBLE         VALUE 'E'.
               88  PMI-TERMINATED       VALUE 'T'.
           05  PMI-STATUS-DATE      PIC 9(8).
           05  POINTS-PAID          PIC 9(7)V99.

      *****************************************************************
      * APPEND-ONLY SERVICING LEDGER. ONE 'O' RECORD PER MORTGAGE PER
           05  MT-MONTHLY-PI       PIC 9(7)V99.
           05  MT-TIMESTAMP        PIC 9(14).

      *****************************************************************
      * LOAN LEGAL-STATUS LEDGER MAINTAINED BY MTG-LEGAL.COB - LATEST
      * STATE WINS PER MORTGAGE-ID.
      *****************************************************************
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

      *****************************************************************
      * KEYED LAST-LOGGED-STATE WORK FILE, REBUILT FROM MORTGAGES.DAT
      * AT THE START OF EVERY RUN - LATEST RECORD PER MORTGAGE-ID
           05  MW-TAX              PIC 9(5)V99.
           05  MW-INS              PIC 9(5)V99.
           05  MW-HOA              PIC 9(5)V99.
           05  MW-PMI              PIC 9(5)V99.

      *****************************************************************
      * KEYED ALREADY-BILLED WORK FILE FOR THE RUN MONTH - THE RERUN
           05  WS-CUR-TAX          PIC 9(5)V99.
           05  WS-CUR-INS          PIC 9(5)V99.
           05  WS-CUR-HOA          PIC 9(5)V99.
           05  WS-CUR-PMI          PIC 9(5)V99.

       01  WS-BILLED-LOOKUP-KEY    PIC X(26).

           05  WS-PLAN-YYYY        PIC 9(4).
           05  WS-PLAN-MM          PIC 99.

       01  WS-LEGAL-STATUS         PIC XX.

      *****************************************************************
      * LATEST LEGAL STAGE PER MORTGAGE-ID.
      *****************************************************************
       01  WS-LEGAL-TABLE.
           05  WS-LEGAL-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-LEGAL-IDX.
               10  WS-LGL-MORTGAGE-ID  PIC X(20).
               10  WS-LGL-STAGE        PIC X.

       01  WS-LEGAL-COUNT-USED     PIC 9(3) VALUE ZERO.
       01  WS-LEGAL-SEARCH-IDX     PIC 9(3).

       01  WS-LEGAL-WORK.
           05  WS-LEGAL-STAGE      PIC X.
           05  WS-LOOKUP-MTG-ID    PIC X(20).
           05  WS-BILL-PREFIX      PIC X(3).
           05  WS-INFO-WRITTEN     PIC 9(5) VALUE ZERO.
           05  WS-LIQUIDATED-SKIPPED PIC 9(5) VALUE ZERO.

       01  WS-BILL-WORK.
           05  WS-BILL-MONTH       PIC 9(6).
           05  WS-DUE-DATE         PIC 9(8).
           05  WS-DTL-ESCROW       PIC Z(6)9.99.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-DTL-TOTAL        PIC Z(6)9.99.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-DTL-NOTE         PIC X(14).

       01  WS-SUMMARY-LINE.
           05  FILLER              PIC X(17) VALUE
               "BILLS GENERATED: ".
           05  WS-SUM-COUNT        PIC ZZ,ZZ9.
           05  FILLER              PIC X(18) VALUE
               "  INFORMATIONAL: ".
           05  WS-SUM-INFO         PIC ZZ,ZZ9.
           05  FILLER              PIC X(30) VALUE
               "  LIQUIDATED, NOT BILLED: ".
           05  WS-SUM-LIQUIDATED   PIC ZZ,ZZ9.

       PROCEDURE DIVISION.

           PERFORM REBUILD-BILLED-WORK-FILE
           PERFORM BUILD-PLAN-TABLE
           PERFORM BUILD-TERMS-TABLE
           PERFORM BUILD-LEGAL-TABLE
           PERFORM GENERATE-MONTH-BILLS
           CLOSE MTG-WORK-FILE
           CLOSE BILLED-WORK-FILE
               MOVE MONTHLY-TAX-AMOUNT TO MW-TAX
               MOVE MONTHLY-INS-AMOUNT TO MW-INS
               MOVE MONTHLY-HOA-AMOUNT TO MW-HOA
               IF PMI-ACTIVE OR PMI-ELIGIBLE
                   MOVE MONTHLY-PMI-AMOUNT TO MW-PMI
               ELSE
                   MOVE ZERO TO MW-PMI
               END-IF
               WRITE MTG-WORK-RECORD
                   INVALID KEY
                       REWRITE MTG-WORK-RECORD
                       MOVE MW-TAX TO WS-CUR-TAX
                       MOVE MW-INS TO WS-CUR-INS
                       MOVE MW-HOA TO WS-CUR-HOA
                       MOVE MW-PMI TO WS-CUR-PMI
                       IF WS-CUR-ACCOUNT NOT = SPACES
                               AND WS-CUR-BALANCE > ZERO
                           PERFORM GENERATE-ONE-BILL
           MOVE 'N' TO WS-MTGWORK-EOF-SW.

       GENERATE-ONE-BILL.
           MOVE WS-CUR-MTG-ID TO WS-LOOKUP-MTG-ID
           PERFORM FIND-LEGAL-STAGE
           IF WS-LEGAL-STAGE = 'S' OR WS-LEGAL-STAGE = 'R'
               ADD 1 TO WS-LIQUIDATED-SKIPPED
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-BILLED-LOOKUP-KEY
           STRING WS-CUR-MTG-ID WS-BILL-MONTH
                  DELIMITED BY SIZE
           END-IF

           COMPUTE WS-ESCROW-PORTION =
               WS-CUR-TAX + WS-CUR-INS + WS-CUR-HOA + WS-CUR-PMI

           PERFORM SELECT-TERMS-VERSION
           PERFORM CHECK-PLAN-OVERRIDE
               OPEN OUTPUT MTG-BILL-FILE
           END-IF

      *****************************************************************
      * DURING THE AUTOMATIC STAY OR AFTER DISCHARGE THE BORROWER GETS
      * THE SAME FIGURES AS AN INFORMATIONAL STATEMENT, NOT A DEMAND.
      *****************************************************************
           IF WS-LEGAL-STAGE = 'B' OR WS-LEGAL-STAGE = 'D'
               MOVE "MBI" TO WS-BILL-PREFIX
               ADD 1 TO WS-INFO-WRITTEN
           ELSE
               MOVE "MBL" TO WS-BILL-PREFIX
           END-IF

           ADD 1 TO WS-BILL-SEQUENCE
           MOVE SPACES TO WS-NEW-BILL-ID
           STRING WS-BILL-PREFIX WS-YEAR(3:2) WS-MONTH WS-DAY
                  WS-HOUR WS-MINUTE WS-SECOND
                  WS-BILL-SEQUENCE
                  DELIMITED BY SIZE
           END-IF.

      *****************************************************************
      * LATEST LEGAL STAGE PER MORTGAGE-ID FROM THE LEGAL-STATUS
      * LEDGER.
      *****************************************************************
       BUILD-LEGAL-TABLE.
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

           CLOSE LEGAL-STATUS-FILE
           MOVE 'N' TO WS-EOF-SWITCH.

       READ-LEGAL-RECORD.
           READ LEGAL-STATUS-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

       NOTE-ONE-LEGAL.
           MOVE 'N' TO WS-FOUND-SWITCH
           PERFORM VARYING WS-LEGAL-IDX FROM 1 BY 1
                   UNTIL WS-LEGAL-IDX > WS-LEGAL-COUNT-USED
               IF WS-LGL-MORTGAGE-ID(WS-LEGAL-IDX) = LG-MORTGAGE-ID
                   MOVE 'Y' TO WS-FOUND-SWITCH
                   MOVE WS-LEGAL-IDX TO WS-LEGAL-SEARCH-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WS-FOUND-SWITCH = 'N'
               IF WS-LEGAL-COUNT-USED < 200
                   ADD 1 TO WS-LEGAL-COUNT-USED
                   MOVE WS-LEGAL-COUNT-USED TO WS-LEGAL-SEARCH-IDX
                   SET WS-LEGAL-IDX TO WS-LEGAL-SEARCH-IDX
                   MOVE LG-MORTGAGE-ID
                       TO WS-LGL-MORTGAGE-ID(WS-LEGAL-IDX)
               ELSE
                   PERFORM ABORT-ON-CONTROL-OVERFLOW
               END-IF
           END-IF

           SET WS-LEGAL-IDX TO WS-LEGAL-SEARCH-IDX
           MOVE LG-STAGE TO WS-LGL-STAGE(WS-LEGAL-IDX).

       FIND-LEGAL-STAGE.
           MOVE SPACE TO WS-LEGAL-STAGE

           PERFORM VARYING WS-LEGAL-IDX FROM 1 BY 1
                   UNTIL WS-LEGAL-IDX > WS-LEGAL-COUNT-USED
               IF WS-LGL-MORTGAGE-ID(WS-LEGAL-IDX) = WS-LOOKUP-MTG-ID
                   MOVE WS-LGL-STAGE(WS-LEGAL-IDX) TO WS-LEGAL-STAGE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *****************************************************************
      * A TRUNCATED PLAN, TERMS OR LEGAL-STATUS SNAPSHOT WOULD
      * SILENTLY BILL A MODIFIED, ON-PLAN OR BANKRUPT LOAN THE WRONG
      * WAY - THE RUN STOPS COLD WITH A NONZERO RETURN CODE INSTEAD,
      * THE SAME GUARD THE OLD FIXED WORK TABLES CARRIED. NOTHING HAS
      * BEEN WRITTEN YET AT LOAD TIME.
      *****************************************************************
       ABORT-ON-CONTROL-OVERFLOW.
           OPEN OUTPUT BILLING-REPORT
           MOVE "PLAN/TERMS/LEGAL TABLE OVERFLOW - RUN ABORTED"
               TO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE BILLING-REPORT
           WRITE REPORT-LINE

           MOVE WS-BILLS-WRITTEN TO WS-SUM-COUNT
           MOVE WS-INFO-WRITTEN TO WS-SUM-INFO
           MOVE WS-LIQUIDATED-SKIPPED TO WS-SUM-LIQUIDATED
           MOVE WS-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE

                   MOVE MB-PI-AMOUNT TO WS-DTL-PI
                   MOVE MB-ESCROW-AMOUNT TO WS-DTL-ESCROW
                   MOVE MB-TOTAL-DUE TO WS-DTL-TOTAL
                   IF MB-BILL-ID(1:3) = "MBI"
                       MOVE "INFORMATIONAL" TO WS-DTL-NOTE
                   ELSE
                       MOVE SPACES TO WS-DTL-NOTE
                   END-IF
                   MOVE WS-DETAIL-LINE TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
