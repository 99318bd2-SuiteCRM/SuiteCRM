       IDENTIFICATION DIVISION.
       PROGRAM-ID. RENT-POSTING.
       AUTHOR. SUITECRM-REAL-ESTATE.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * RENT RECEIPT POSTING AND LATE-FEE RUN
      * MATCHES TENANT RECEIPTS TO OPEN RECORDS ON RENTBILL.DAT. A
      * RECEIPT IS A POSTED PAYMENT-FILE RECORD OF TYPE "RENT" (FOR A
      * RENT, ARREARS OR LATE-FEE BILL) OR "SECDEPOSIT" (FOR A DEPOSIT
      * BILL) WHOSE REFERENCE-NUMBER NAMES THE BILL-ID BEING PAID -
      * THE SAME ALTERNATE-KEY WALK MTG-POSTING USES. A MATCHED BILL
      * GETS A 'P' FOLLOW-UP CARRYING THE GROSS RECEIPT AND THE NET
      * THAT LANDED IN TRUST; A SHORT PAYMENT RAISES AN ARREARS BILL
      * FOR THE DIFFERENCE. A PAID BILL WHOSE RECEIPT HAS SINCE COME
      * BACK FROM THE BANK (A BANK-RETURNS "RETURN" RECORD UNDER THE
      * SAME REFERENCE) GETS AN 'R' FOLLOW-UP AND THE AMOUNT IS
      * RE-BILLED. AN UNPAID RENT OR ARREARS BILL PAST THE LEASE'S
      * GRACE DAYS IS ASSESSED A LATE FEE AS ITS OWN BILL.
      * SECURITY DEPOSITS ARE TRACKED PER TENANT ON DEPLEDGER.DAT:
      * DEPOSITS RECEIVED, DEPOSIT RECEIPTS RETURNED BY THE BANK, AND
      * REFUNDS POSTED THROUGH PAYMENT.COB AGAINST THE LEASE'S "-SD"
      * DEPOSIT ACCOUNT, EACH WITH THE RUNNING BALANCE HELD IN TRUST.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEASE-FILE ASSIGN TO "LEASEMST.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-LEASE-STATUS.

           SELECT RENT-BILL-FILE ASSIGN TO "RENTBILL.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-BILL-STATUS.

           SELECT PAYMENT-FILE ASSIGN TO "PAYMENTS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PAYMENT-ID
                  ALTERNATE RECORD KEY IS REFERENCE-NUMBER
                      WITH DUPLICATES
                  FILE STATUS IS WS-PAYMENT-STATUS.

           SELECT PAYMENT-LIMIT-FILE ASSIGN TO "PAYLIMITS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-LIMIT-STATUS.

           SELECT DEPOSIT-LEDGER-FILE ASSIGN TO "DEPLEDGER.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-DEPLEDGER-STATUS.

           SELECT POSTING-REPORT ASSIGN TO "RENTPOST.RPT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  RENT-BILL-FILE.
       01  RENT-BILL-RECORD.
           05  RB-BILL-ID          PIC X(20).
           05  RB-LEASE-ID         PIC X(20).
           05  RB-ACCOUNT-NUMBER   PIC X(20).
           05  RB-BILL-TYPE        PIC X.
               88  RB-RENT-DUE         VALUE 'R'.
               88  RB-DEPOSIT-DUE      VALUE 'D'.
               88  RB-LATE-FEE-DUE     VALUE 'F'.
               88  RB-ARREARS-DUE      VALUE 'A'.
           05  RB-BILL-MONTH       PIC 9(6).
           05  RB-DUE-DATE         PIC 9(8).
           05  RB-AMOUNT-DUE       PIC 9(7)V99.
           05  RB-STATUS           PIC X.
               88  RB-OPEN             VALUE 'O'.
               88  RB-LATE-FEE         VALUE 'L'.
               88  RB-PAID             VALUE 'P'.
               88  RB-RETURNED         VALUE 'R'.
           05  RB-PAID-AMOUNT      PIC 9(7)V99.
           05  RB-NET-AMOUNT       PIC 9(7)V99.
           05  RB-PAID-PAYMENT-ID  PIC X(20).
           05  RB-PAID-DATE        PIC 9(8).
           05  RB-RELATED-BILL-ID  PIC X(20).
           05  RB-TIMESTAMP        PIC 9(14).

       FD  PAYMENT-FILE.
       01  PAYMENT-RECORD.
           05  PAYMENT-ID          PIC X(20).
           05  PAYMENT-DATE        PIC 9(8).
           05  PAYMENT-TIME        PIC 9(6).
           05  PAYMENT-TYPE        PIC X(20).
           05  PAYMENT-AMOUNT      PIC 9(9)V99.
           05  PAYMENT-METHOD      PIC X(10).
           05  ACCOUNT-NUMBER      PIC X(20).
           05  REFERENCE-NUMBER    PIC X(30).
           05  PAYMENT-STATUS      PIC XX.
           05  PROCESSING-FEE      PIC 9(5)V99.
           05  NET-AMOUNT          PIC 9(9)V99.
           05  CURRENCY-CODE       PIC X(3).
           05  ORIGINAL-AMOUNT     PIC 9(9)V99.
           05  ESCROW-ACCOUNT-FLAG PIC X.
           05  FEE-SCHEDULE-ID     PIC X(20).
           05  PAYMENT-SUBMITTER-ID PIC X(20).
           05  PAYMENT-APPROVER-ID PIC X(20).

       FD  PAYMENT-LIMIT-FILE.
       01  PAYMENT-LIMIT-LINE      PIC X(60).

      *****************************************************************
      * TENANT SECURITY DEPOSIT LEDGER. ONE ENTRY PER MOVEMENT OF A
      * LEASE'S DEPOSIT MONEY IN TRUST - 'R' RECEIVED, 'X' RECEIPT
      * RETURNED BY THE BANK, 'F' REFUNDED TO THE TENANT - WITH THE
      * RUNNING BALANCE STILL HELD, SO THE LAST ENTRY PER LEASE IS
      * WHAT THE TENANT HAS ON DEPOSIT.
      *****************************************************************
       FD  DEPOSIT-LEDGER-FILE.
       01  DEPOSIT-LEDGER-RECORD.
           05  DL-LEASE-ID         PIC X(20).
           05  DL-TENANT-PARTY-ID  PIC X(20).
           05  DL-ENTRY-TYPE       PIC X.
               88  DL-RECEIVED         VALUE 'R'.
               88  DL-REFUNDED         VALUE 'F'.
               88  DL-RETURNED         VALUE 'X'.
           05  DL-AMOUNT           PIC S9(7)V99.
           05  DL-PAYMENT-ID       PIC X(20).
           05  DL-ENTRY-DATE       PIC 9(8).
           05  DL-BALANCE          PIC S9(7)V99.
           05  DL-TIMESTAMP        PIC 9(14).

       FD  POSTING-REPORT.
       01  REPORT-LINE             PIC X(110).

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
       01  WS-BUSDATE-STATUS       PIC XX.
       01  WS-LEASE-STATUS         PIC XX.
       01  WS-BILL-STATUS          PIC XX.
       01  WS-PAYMENT-STATUS       PIC XX.
       01  WS-LIMIT-STATUS         PIC XX.
       01  WS-DEPLEDGER-STATUS     PIC XX.
       01  WS-RPT-STATUS           PIC XX.
       01  WS-EOF-SWITCH           PIC X VALUE 'N'.
           88  WS-END-OF-FILE      VALUE 'Y'.

       01  WS-TODAY-DATE           PIC 9(8).
       01  WS-TODAY-INT            PIC 9(7).

      *****************************************************************
      * HOUSE DEFAULTS FOR A LEASE THAT DOES NOT CARRY ITS OWN GRACE
      * DAYS OR FLAT LATE FEE. RENTLATPCT IS A PERCENTAGE OF THE
      * UNPAID BILL.
      *****************************************************************
       01  WS-CONTROL-LIMITS.
           05  WS-GRACE-DAYS       PIC 9(3) VALUE 5.
           05  WS-LATE-FEE-PCT     PIC 99V99 VALUE 5.00.
           05  WS-LIMIT-EOF-SW     PIC X VALUE 'N'.
               88  WS-LIMIT-END-OF-FILE VALUE 'Y'.
           05  WS-LIMIT-NAME       PIC X(10).
           05  WS-LIMIT-AMOUNT     PIC 9(9)V99.

      *****************************************************************
      * LATEST STATE PER LEASE-ID, WITH THE TENANT'S DEPOSIT BALANCE
      * AS OF THE LAST DEPOSIT LEDGER ENTRY.
      *****************************************************************
       01  WS-LEASE-TABLE.
           05  WS-LSE-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-LSE-IDX.
               10  WS-LSE-ID           PIC X(20).
               10  WS-LSE-TENANT       PIC X(20).
               10  WS-LSE-DEPOSIT-ACCT PIC X(20).
               10  WS-LSE-GRACE-DAYS   PIC 99.
               10  WS-LSE-LATE-FEE     PIC 9(5)V99.
               10  WS-LSE-DEP-BALANCE  PIC S9(7)V99.

       01  WS-LEASE-COUNT-USED     PIC 9(3) VALUE ZERO.
       01  WS-LSE-SEARCH-IDX       PIC 9(3).
       01  WS-LOCATE-LEASE-ID      PIC X(20).

      *****************************************************************
      * LATEST STATE PER BILL-ID FROM THE RENT LEDGER.
      *****************************************************************
       01  WS-BILL-TABLE.
           05  WS-BILL-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-BILL-IDX.
               10  WS-TBL-BILL-ID      PIC X(20).
               10  WS-TBL-LEASE-ID     PIC X(20).
               10  WS-TBL-ACCOUNT      PIC X(20).
               10  WS-TBL-TYPE         PIC X.
               10  WS-TBL-MONTH        PIC 9(6).
               10  WS-TBL-DUE-DATE     PIC 9(8).
               10  WS-TBL-AMOUNT-DUE   PIC 9(7)V99.
               10  WS-TBL-STATUS       PIC X.
               10  WS-TBL-PAID-AMOUNT  PIC 9(7)V99.
               10  WS-TBL-NET-AMOUNT   PIC 9(7)V99.
               10  WS-TBL-PAYMENT-ID   PIC X(20).
               10  WS-TBL-PAID-DATE    PIC 9(8).
               10  WS-TBL-RELATED-ID   PIC X(20).

       01  WS-BILL-COUNT-USED      PIC 9(5) VALUE ZERO.
       01  WS-BILL-SEARCH-IDX      PIC 9(5).
       01  WS-FOUND-SWITCH         PIC X.

      *****************************************************************
      * PAYMENT-IDS ALREADY ON THE DEPOSIT LEDGER AS REFUNDS, SO A
      * RERUN NEVER LOGS THE SAME REFUND TWICE.
      *****************************************************************
       01  WS-REFUND-TABLE.
           05  WS-REFUND-ENTRY OCCURS 1000 TIMES
                   INDEXED BY WS-REFUND-IDX.
               10  WS-RFD-PAYMENT-ID   PIC X(20).

       01  WS-REFUND-COUNT-USED    PIC 9(4) VALUE ZERO.

       01  WS-POSTING-WORK.
           05  WS-RECEIPT-FOUND    PIC X.
           05  WS-RCPT-EOF-SW      PIC X.
           05  WS-RECEIPT-TYPE     PIC X(20).
           05  WS-RECEIPT-COUNT    PIC 9(3).
           05  WS-RETURN-COUNT     PIC 9(3).
           05  WS-RECEIPT-ID       PIC X(20).
           05  WS-RECEIPT-GROSS    PIC 9(9)V99.
           05  WS-RECEIPT-NET      PIC 9(9)V99.
           05  WS-RECEIPT-DATE     PIC 9(8).
           05  WS-SHORTFALL        PIC S9(9)V99.
           05  WS-DUE-INT          PIC 9(7).
           05  WS-DAYS-PAST        PIC S9(7).
           05  WS-EFFECTIVE-GRACE  PIC 9(3).
           05  WS-LATE-FEE         PIC 9(7)V99.
           05  WS-BILL-SEQUENCE    PIC 9(4) VALUE ZERO.
           05  WS-NEW-PREFIX       PIC X(3).
           05  WS-NEW-BILL-ID      PIC X(20).
           05  WS-NEW-TYPE         PIC X.
           05  WS-NEW-AMOUNT       PIC 9(7)V99.
           05  WS-DEP-TYPE         PIC X.
           05  WS-DEP-AMOUNT       PIC S9(7)V99.
           05  WS-DEP-PAYMENT-ID   PIC X(20).
           05  WS-SWEEP-EOF-SW     PIC X.
           05  WS-POSTED-COUNT     PIC 9(5) VALUE ZERO.
           05  WS-RETURNED-COUNT   PIC 9(5) VALUE ZERO.
           05  WS-ARREARS-COUNT    PIC 9(5) VALUE ZERO.
           05  WS-FEES-ASSESSED    PIC 9(5) VALUE ZERO.
           05  WS-REFUNDS-LOGGED   PIC 9(5) VALUE ZERO.
           05  WS-TOTAL-COLLECTED  PIC 9(11)V99 VALUE ZERO.

       01  WS-CURRENT-DATE.
           05  WS-YEAR             PIC 9(4).
           05  WS-MONTH            PIC 99.
           05  WS-DAY              PIC 99.

       01  WS-CURRENT-TIME.
           05  WS-HOUR             PIC 99.
           05  WS-MINUTE           PIC 99.
           05  WS-SECOND           PIC 99.

       01  WS-REPORT-HEADING.
           05  FILLER              PIC X(32) VALUE
               "RENT RECEIPT POSTING RUN".
           05  FILLER              PIC X(6)  VALUE "DATE: ".
           05  WS-HDR-DATE         PIC 9(8).

       01  WS-DETAIL-LINE.
           05  WS-DTL-BILL-ID      PIC X(22).
           05  WS-DTL-LEASE-ID     PIC X(22).
           05  WS-DTL-RECEIPT      PIC X(22).
           05  WS-DTL-AMOUNT       PIC Z(6)9.99-.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-DTL-NOTE         PIC X(30).

       01  WS-SUMMARY-LINE-1.
           05  FILLER              PIC X(17) VALUE
               "RECEIPTS POSTED: ".
           05  WS-SUM-POSTED       PIC ZZ,ZZ9.
           05  FILLER              PIC X(21) VALUE
               "  RECEIPTS RETURNED: ".
           05  WS-SUM-RETURNED     PIC ZZ,ZZ9.
           05  FILLER              PIC X(18) VALUE
               "  ARREARS BILLED: ".
           05  WS-SUM-ARREARS      PIC ZZ,ZZ9.

       01  WS-SUMMARY-LINE-2.
           05  FILLER              PIC X(17) VALUE
               "LATE FEES:       ".
           05  WS-SUM-FEES         PIC ZZ,ZZ9.
           05  FILLER              PIC X(21) VALUE
               "  DEPOSIT REFUNDS:  ".
           05  WS-SUM-REFUNDS      PIC ZZ,ZZ9.
           05  FILLER              PIC X(18) VALUE
               "  NET COLLECTED: ".
           05  WS-SUM-COLLECTED    PIC Z(9)9.99.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           PERFORM INITIALIZE-POSTING
           PERFORM READ-CONTROL-LIMITS
           PERFORM BUILD-LEASE-TABLE
           PERFORM BUILD-BILL-TABLE
           PERFORM BUILD-DEPOSIT-STATE
           PERFORM OPEN-POSTING-REPORT
           PERFORM MATCH-RENT-RECEIPTS
           PERFORM ASSESS-LATE-FEES
           PERFORM WRITE-POSTING-SUMMARY
           CLOSE POSTING-REPORT
           STOP RUN.

       INITIALIZE-POSTING.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           PERFORM GET-BUSINESS-DATE
           ACCEPT WS-CURRENT-TIME FROM TIME
           STRING WS-YEAR WS-MONTH WS-DAY
                  DELIMITED BY SIZE
                  INTO WS-TODAY-DATE
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
           MOVE 'N' TO WS-EOF-SWITCH.

       READ-CONTROL-LIMITS.
           OPEN INPUT PAYMENT-LIMIT-FILE

           IF WS-LIMIT-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           PERFORM READ-LIMIT-LINE
           PERFORM UNTIL WS-LIMIT-END-OF-FILE
               MOVE SPACES TO WS-LIMIT-NAME
               MOVE ZERO TO WS-LIMIT-AMOUNT
               UNSTRING PAYMENT-LIMIT-LINE DELIMITED BY '|'
                   INTO WS-LIMIT-NAME
                        WS-LIMIT-AMOUNT
               EVALUATE WS-LIMIT-NAME
                   WHEN "RENTGRACE"
                       MOVE WS-LIMIT-AMOUNT TO WS-GRACE-DAYS
                   WHEN "RENTLATPCT"
                       MOVE WS-LIMIT-AMOUNT TO WS-LATE-FEE-PCT
               END-EVALUATE
               PERFORM READ-LIMIT-LINE
           END-PERFORM

           CLOSE PAYMENT-LIMIT-FILE.

       READ-LIMIT-LINE.
           READ PAYMENT-LIMIT-FILE
               AT END
                   MOVE 'Y' TO WS-LIMIT-EOF-SW
           END-READ.

       BUILD-LEASE-TABLE.
           OPEN INPUT LEASE-FILE

           IF WS-LEASE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           PERFORM READ-LEASE-RECORD
           PERFORM UNTIL WS-END-OF-FILE
               MOVE LM-LEASE-ID TO WS-LOCATE-LEASE-ID
               PERFORM FIND-LEASE-ENTRY
               IF WS-FOUND-SWITCH = 'N'
                   PERFORM ADD-LEASE-ENTRY
               END-IF
               MOVE LM-TENANT-PARTY-ID
                   TO WS-LSE-TENANT(WS-LSE-SEARCH-IDX)
               MOVE LM-DEPOSIT-ACCOUNT
                   TO WS-LSE-DEPOSIT-ACCT(WS-LSE-SEARCH-IDX)
               MOVE LM-GRACE-DAYS
                   TO WS-LSE-GRACE-DAYS(WS-LSE-SEARCH-IDX)
               MOVE LM-LATE-FEE TO WS-LSE-LATE-FEE(WS-LSE-SEARCH-IDX)
               PERFORM READ-LEASE-RECORD
           END-PERFORM

           CLOSE LEASE-FILE
           MOVE 'N' TO WS-EOF-SWITCH.

       READ-LEASE-RECORD.
           READ LEASE-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

       FIND-LEASE-ENTRY.
           MOVE 'N' TO WS-FOUND-SWITCH
           PERFORM VARYING WS-LSE-IDX FROM 1 BY 1
                   UNTIL WS-LSE-IDX > WS-LEASE-COUNT-USED
               IF WS-LSE-ID(WS-LSE-IDX) = WS-LOCATE-LEASE-ID
                   MOVE 'Y' TO WS-FOUND-SWITCH
                   SET WS-LSE-SEARCH-IDX TO WS-LSE-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       ADD-LEASE-ENTRY.
           IF WS-LEASE-COUNT-USED < 500
               ADD 1 TO WS-LEASE-COUNT-USED
               MOVE WS-LEASE-COUNT-USED TO WS-LSE-SEARCH-IDX
               MOVE LM-LEASE-ID TO WS-LSE-ID(WS-LSE-SEARCH-IDX)
               MOVE ZERO TO WS-LSE-DEP-BALANCE(WS-LSE-SEARCH-IDX)
           ELSE
               MOVE "LEASE TABLE OVERFLOW - RUN ABORTED"
                   TO REPORT-LINE
               PERFORM ABORT-ON-TABLE-OVERFLOW
           END-IF.

      *****************************************************************
      * A TRUNCATED LEASE, BILL OR REFUND SNAPSHOT WOULD SILENTLY
      * LEAVE RECEIPTS UNAPPLIED OR RE-LOG A REFUND. NOTHING HAS BEEN
      * WRITTEN YET AT LOAD TIME, SO THE RUN STOPS COLD WITH A NONZERO
      * RETURN CODE, THE SAME GUARD THE OTHER LOAD-TIME OVERFLOWS IN
      * THIS JOB STREAM GET. THE CALLER LEAVES ITS MESSAGE IN
      * REPORT-LINE.
      *****************************************************************
       ABORT-ON-TABLE-OVERFLOW.
           OPEN OUTPUT POSTING-REPORT
           WRITE REPORT-LINE
           CLOSE POSTING-REPORT

           MOVE 8 TO RETURN-CODE
           STOP RUN.

       BUILD-BILL-TABLE.
           OPEN INPUT RENT-BILL-FILE

           IF WS-BILL-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           PERFORM READ-BILL-RECORD
           PERFORM UNTIL WS-END-OF-FILE
               PERFORM FIND-BILL-ENTRY
               IF WS-FOUND-SWITCH = 'N'
                   PERFORM ADD-BILL-ENTRY
               END-IF
               SET WS-BILL-IDX TO WS-BILL-SEARCH-IDX
               PERFORM LOAD-BILL-STATE
               PERFORM READ-BILL-RECORD
           END-PERFORM

           CLOSE RENT-BILL-FILE
           MOVE 'N' TO WS-EOF-SWITCH.

       READ-BILL-RECORD.
           READ RENT-BILL-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

       FIND-BILL-ENTRY.
           MOVE 'N' TO WS-FOUND-SWITCH
           PERFORM VARYING WS-BILL-IDX FROM 1 BY 1
                   UNTIL WS-BILL-IDX > WS-BILL-COUNT-USED
               IF WS-TBL-BILL-ID(WS-BILL-IDX) = RB-BILL-ID
                   MOVE 'Y' TO WS-FOUND-SWITCH
                   SET WS-BILL-SEARCH-IDX TO WS-BILL-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       ADD-BILL-ENTRY.
           IF WS-BILL-COUNT-USED < 2000
               ADD 1 TO WS-BILL-COUNT-USED
               MOVE WS-BILL-COUNT-USED TO WS-BILL-SEARCH-IDX
           ELSE
               MOVE "RENT BILL TABLE OVERFLOW - RUN ABORTED"
                   TO REPORT-LINE
               PERFORM ABORT-ON-TABLE-OVERFLOW
           END-IF.

      *****************************************************************
      * EVERY FOLLOW-UP CARRIES THE BILL'S FULL PARTICULARS, SO THE
      * LAST RECORD LOGGED FOR A BILL-ID IS ITS WHOLE CURRENT STATE.
      *****************************************************************
       LOAD-BILL-STATE.
           MOVE RB-BILL-ID TO WS-TBL-BILL-ID(WS-BILL-IDX)
           MOVE RB-LEASE-ID TO WS-TBL-LEASE-ID(WS-BILL-IDX)
           MOVE RB-ACCOUNT-NUMBER TO WS-TBL-ACCOUNT(WS-BILL-IDX)
           MOVE RB-BILL-TYPE TO WS-TBL-TYPE(WS-BILL-IDX)
           MOVE RB-BILL-MONTH TO WS-TBL-MONTH(WS-BILL-IDX)
           MOVE RB-DUE-DATE TO WS-TBL-DUE-DATE(WS-BILL-IDX)
           MOVE RB-AMOUNT-DUE TO WS-TBL-AMOUNT-DUE(WS-BILL-IDX)
           MOVE RB-STATUS TO WS-TBL-STATUS(WS-BILL-IDX)
           MOVE RB-PAID-AMOUNT TO WS-TBL-PAID-AMOUNT(WS-BILL-IDX)
           MOVE RB-NET-AMOUNT TO WS-TBL-NET-AMOUNT(WS-BILL-IDX)
           MOVE RB-PAID-PAYMENT-ID TO WS-TBL-PAYMENT-ID(WS-BILL-IDX)
           MOVE RB-PAID-DATE TO WS-TBL-PAID-DATE(WS-BILL-IDX)
           MOVE RB-RELATED-BILL-ID TO WS-TBL-RELATED-ID(WS-BILL-IDX).

      *****************************************************************
      * THE LAST DEPOSIT LEDGER ENTRY PER LEASE IS THE TENANT'S
      * CURRENT BALANCE; REFUND ENTRIES ARE REMEMBERED BY PAYMENT-ID.
      *****************************************************************
       BUILD-DEPOSIT-STATE.
           OPEN INPUT DEPOSIT-LEDGER-FILE

           IF WS-DEPLEDGER-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           PERFORM READ-DEPOSIT-LEDGER
           PERFORM UNTIL WS-END-OF-FILE
               MOVE DL-LEASE-ID TO WS-LOCATE-LEASE-ID
               PERFORM FIND-LEASE-ENTRY
               IF WS-FOUND-SWITCH = 'Y'
                   MOVE DL-BALANCE
                       TO WS-LSE-DEP-BALANCE(WS-LSE-SEARCH-IDX)
               END-IF
               IF DL-REFUNDED
                   PERFORM NOTE-LOGGED-REFUND
               END-IF
               PERFORM READ-DEPOSIT-LEDGER
           END-PERFORM

           CLOSE DEPOSIT-LEDGER-FILE
           MOVE 'N' TO WS-EOF-SWITCH.

       READ-DEPOSIT-LEDGER.
           READ DEPOSIT-LEDGER-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

       NOTE-LOGGED-REFUND.
           IF WS-REFUND-COUNT-USED < 1000
               ADD 1 TO WS-REFUND-COUNT-USED
               MOVE DL-PAYMENT-ID
                   TO WS-RFD-PAYMENT-ID(WS-REFUND-COUNT-USED)
           ELSE
               MOVE "DEPOSIT REFUND TABLE OVERFLOW - RUN ABORTED"
                   TO REPORT-LINE
               PERFORM ABORT-ON-TABLE-OVERFLOW
           END-IF.

       OPEN-POSTING-REPORT.
           OPEN OUTPUT POSTING-REPORT

           MOVE WS-TODAY-DATE TO WS-HDR-DATE
           MOVE WS-REPORT-HEADING TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

      *****************************************************************
      * ONE PASS OVER THE LEDGER: OPEN BILLS LOOK FOR A RECEIPT, PAID
      * BILLS LOOK FOR A BANK RETURN OF THEIR RECEIPT. THE REFUND
      * SWEEP THEN PICKS UP DEPOSIT REFUNDS. BILLS RAISED DURING THE
      * PASS ARE NOT IN THE TABLE AND WAIT FOR THE NEXT RUN.
      *****************************************************************
       MATCH-RENT-RECEIPTS.
           OPEN INPUT PAYMENT-FILE

           IF WS-PAYMENT-STATUS NOT = '00'
               MOVE "CANNOT ACCESS PAYMENT FILE" TO REPORT-LINE
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF

           OPEN EXTEND RENT-BILL-FILE

           IF WS-BILL-STATUS NOT = '00'
               OPEN OUTPUT RENT-BILL-FILE
           END-IF

           PERFORM VARYING WS-BILL-IDX FROM 1 BY 1
                   UNTIL WS-BILL-IDX > WS-BILL-COUNT-USED
               EVALUATE WS-TBL-STATUS(WS-BILL-IDX)
                   WHEN 'O'
                   WHEN 'L'
                       PERFORM FIND-BILL-RECEIPTS
                       IF WS-RECEIPT-FOUND = 'Y'
                           PERFORM APPLY-ONE-RECEIPT
                       END-IF
                   WHEN 'P'
                       PERFORM FIND-BILL-RECEIPTS
                       IF WS-RETURN-COUNT > ZERO
                               AND WS-RETURN-COUNT
                                   NOT < WS-RECEIPT-COUNT
                           PERFORM REVERSE-RETURNED-RECEIPT
                       END-IF
               END-EVALUATE
           END-PERFORM

           CLOSE RENT-BILL-FILE

           PERFORM SWEEP-DEPOSIT-REFUNDS

           CLOSE PAYMENT-FILE.

      *****************************************************************
      * WALKS EVERY PAYMENT RECORD WHOSE REFERENCE NAMES THIS BILL.
      * BANK-RETURNS WRITES ITS "RETURN" UNDER THE SAME REFERENCE AS
      * THE RECEIPT IT REVERSES, SO A BILL WITH AS MANY RETURNS AS
      * RECEIPTS HAS NOTHING LEFT STANDING. THE LAST RECEIPT ON THE
      * REFERENCE IS THE ONE APPLIED.
      *****************************************************************
       FIND-BILL-RECEIPTS.
           MOVE 'N' TO WS-RECEIPT-FOUND
           MOVE 'N' TO WS-RCPT-EOF-SW
           MOVE ZERO TO WS-RECEIPT-COUNT
           MOVE ZERO TO WS-RETURN-COUNT

           IF WS-TBL-TYPE(WS-BILL-IDX) = 'D'
               MOVE "SECDEPOSIT" TO WS-RECEIPT-TYPE
           ELSE
               MOVE "RENT" TO WS-RECEIPT-TYPE
           END-IF

           MOVE WS-TBL-BILL-ID(WS-BILL-IDX) TO REFERENCE-NUMBER
           START PAYMENT-FILE KEY IS = REFERENCE-NUMBER
               INVALID KEY
                   MOVE 'Y' TO WS-RCPT-EOF-SW
           END-START

           PERFORM UNTIL WS-RCPT-EOF-SW = 'Y'
               READ PAYMENT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-RCPT-EOF-SW
                   NOT AT END
                       IF REFERENCE-NUMBER NOT =
                               WS-TBL-BILL-ID(WS-BILL-IDX)
                           MOVE 'Y' TO WS-RCPT-EOF-SW
                       ELSE
                           PERFORM EVALUATE-BILL-PAYMENT
                       END-IF
               END-READ
           END-PERFORM

           IF WS-RECEIPT-COUNT > WS-RETURN-COUNT
               MOVE 'Y' TO WS-RECEIPT-FOUND
           END-IF.

       EVALUATE-BILL-PAYMENT.
           EVALUATE TRUE
               WHEN PAYMENT-TYPE = "RETURN"
                   ADD 1 TO WS-RETURN-COUNT
               WHEN PAYMENT-TYPE = WS-RECEIPT-TYPE
                       AND PAYMENT-STATUS = '00'
                   ADD 1 TO WS-RECEIPT-COUNT
                   MOVE PAYMENT-ID TO WS-RECEIPT-ID
                   MOVE PAYMENT-AMOUNT TO WS-RECEIPT-GROSS
                   MOVE NET-AMOUNT TO WS-RECEIPT-NET
                   MOVE PAYMENT-DATE TO WS-RECEIPT-DATE
           END-EVALUATE.

      *****************************************************************
      * THE TENANT IS CREDITED WITH THE GROSS RECEIPT; THE OWNER IS
      * PAID FROM THE NET THAT ACTUALLY LANDED IN TRUST. A SHORT
      * PAYMENT LEAVES THE DIFFERENCE OWING AS A NEW ARREARS BILL
      * (OR A FURTHER DEPOSIT BILL WHEN THE DEPOSIT CAME UP SHORT).
      *****************************************************************
       APPLY-ONE-RECEIPT.
           MOVE 'P' TO WS-TBL-STATUS(WS-BILL-IDX)
           MOVE WS-RECEIPT-GROSS TO WS-TBL-PAID-AMOUNT(WS-BILL-IDX)
           MOVE WS-RECEIPT-NET TO WS-TBL-NET-AMOUNT(WS-BILL-IDX)
           MOVE WS-RECEIPT-ID TO WS-TBL-PAYMENT-ID(WS-BILL-IDX)
           MOVE WS-RECEIPT-DATE TO WS-TBL-PAID-DATE(WS-BILL-IDX)
           PERFORM APPEND-BILL-FOLLOW-UP

           ADD 1 TO WS-POSTED-COUNT
           ADD WS-RECEIPT-NET TO WS-TOTAL-COLLECTED

           MOVE WS-RECEIPT-ID TO WS-DTL-RECEIPT
           MOVE WS-RECEIPT-NET TO WS-DTL-AMOUNT
           MOVE "RECEIPT POSTED" TO WS-DTL-NOTE
           PERFORM WRITE-BILL-DETAIL

           IF WS-TBL-TYPE(WS-BILL-IDX) = 'D'
               MOVE 'R' TO WS-DEP-TYPE
               MOVE WS-RECEIPT-NET TO WS-DEP-AMOUNT
               MOVE WS-RECEIPT-ID TO WS-DEP-PAYMENT-ID
               MOVE WS-TBL-LEASE-ID(WS-BILL-IDX) TO WS-LOCATE-LEASE-ID
               PERFORM WRITE-DEPOSIT-ENTRY
           END-IF

           COMPUTE WS-SHORTFALL =
               WS-TBL-AMOUNT-DUE(WS-BILL-IDX) - WS-RECEIPT-GROSS

           IF WS-SHORTFALL > ZERO
               MOVE WS-SHORTFALL TO WS-NEW-AMOUNT
               PERFORM RAISE-REPLACEMENT-BILL
           END-IF.

      *****************************************************************
      * THE RECEIPT THAT PAID THIS BILL BOUNCED. THE BILL IS MARKED
      * 'R' - IT NO LONGER COUNTS AS COLLECTED FOR THE OWNER - AND THE
      * FULL GROSS AMOUNT IS BILLED TO THE TENANT AGAIN. A BOUNCED
      * DEPOSIT COMES OFF THE DEPOSIT LEDGER.
      *****************************************************************
       REVERSE-RETURNED-RECEIPT.
           MOVE 'R' TO WS-TBL-STATUS(WS-BILL-IDX)
           MOVE WS-TODAY-DATE TO WS-TBL-PAID-DATE(WS-BILL-IDX)
           PERFORM APPEND-BILL-FOLLOW-UP

           ADD 1 TO WS-RETURNED-COUNT

           MOVE WS-TBL-PAYMENT-ID(WS-BILL-IDX) TO WS-DTL-RECEIPT
           MOVE WS-TBL-NET-AMOUNT(WS-BILL-IDX) TO WS-DTL-AMOUNT
           MOVE "RECEIPT RETURNED BY BANK" TO WS-DTL-NOTE
           PERFORM WRITE-BILL-DETAIL

           IF WS-TBL-TYPE(WS-BILL-IDX) = 'D'
               MOVE 'X' TO WS-DEP-TYPE
               COMPUTE WS-DEP-AMOUNT =
                   ZERO - WS-TBL-NET-AMOUNT(WS-BILL-IDX)
               MOVE WS-TBL-PAYMENT-ID(WS-BILL-IDX)
                   TO WS-DEP-PAYMENT-ID
               MOVE WS-TBL-LEASE-ID(WS-BILL-IDX) TO WS-LOCATE-LEASE-ID
               PERFORM WRITE-DEPOSIT-ENTRY
           END-IF

           MOVE WS-TBL-PAID-AMOUNT(WS-BILL-IDX) TO WS-NEW-AMOUNT
           PERFORM RAISE-REPLACEMENT-BILL.

       RAISE-REPLACEMENT-BILL.
           IF WS-TBL-TYPE(WS-BILL-IDX) = 'D'
               MOVE "RDP" TO WS-NEW-PREFIX
               MOVE 'D' TO WS-NEW-TYPE
           ELSE
               MOVE "RAR" TO WS-NEW-PREFIX
               MOVE 'A' TO WS-NEW-TYPE
           END-IF

           PERFORM APPEND-NEW-BILL
           ADD 1 TO WS-ARREARS-COUNT

           MOVE WS-NEW-BILL-ID TO WS-DTL-RECEIPT
           MOVE WS-NEW-AMOUNT TO WS-DTL-AMOUNT
           MOVE "BALANCE RE-BILLED" TO WS-DTL-NOTE
           PERFORM WRITE-BILL-DETAIL.

      *****************************************************************
      * NEW BILLS ARE DUE THE DAY THEY ARE RAISED, AGAINST THE SAME
      * ACCOUNT AS THE BILL THAT GAVE RISE TO THEM, AND NAME THAT
      * BILL AS THEIR RELATED BILL. THE RENT LEDGER IS ALREADY OPEN
      * EXTEND.
      *****************************************************************
       APPEND-NEW-BILL.
           ADD 1 TO WS-BILL-SEQUENCE
           MOVE SPACES TO WS-NEW-BILL-ID
           STRING WS-NEW-PREFIX WS-YEAR(3:2) WS-MONTH WS-DAY
                  WS-HOUR WS-MINUTE WS-SECOND
                  WS-BILL-SEQUENCE
                  DELIMITED BY SIZE
                  INTO WS-NEW-BILL-ID

           MOVE WS-NEW-BILL-ID TO RB-BILL-ID
           MOVE WS-TBL-LEASE-ID(WS-BILL-IDX) TO RB-LEASE-ID
           MOVE WS-TBL-ACCOUNT(WS-BILL-IDX) TO RB-ACCOUNT-NUMBER
           MOVE WS-NEW-TYPE TO RB-BILL-TYPE
           MOVE WS-TODAY-DATE(1:6) TO RB-BILL-MONTH
           MOVE WS-TODAY-DATE TO RB-DUE-DATE
           MOVE WS-NEW-AMOUNT TO RB-AMOUNT-DUE
           MOVE 'O' TO RB-STATUS
           MOVE ZERO TO RB-PAID-AMOUNT
           MOVE ZERO TO RB-NET-AMOUNT
           MOVE SPACES TO RB-PAID-PAYMENT-ID
           MOVE ZERO TO RB-PAID-DATE
           MOVE WS-TBL-BILL-ID(WS-BILL-IDX) TO RB-RELATED-BILL-ID
           STRING WS-YEAR WS-MONTH WS-DAY
                  WS-HOUR WS-MINUTE WS-SECOND
                  DELIMITED BY SIZE
                  INTO RB-TIMESTAMP

           WRITE RENT-BILL-RECORD.

       APPEND-BILL-FOLLOW-UP.
           MOVE WS-TBL-BILL-ID(WS-BILL-IDX) TO RB-BILL-ID
           MOVE WS-TBL-LEASE-ID(WS-BILL-IDX) TO RB-LEASE-ID
           MOVE WS-TBL-ACCOUNT(WS-BILL-IDX) TO RB-ACCOUNT-NUMBER
           MOVE WS-TBL-TYPE(WS-BILL-IDX) TO RB-BILL-TYPE
           MOVE WS-TBL-MONTH(WS-BILL-IDX) TO RB-BILL-MONTH
           MOVE WS-TBL-DUE-DATE(WS-BILL-IDX) TO RB-DUE-DATE
           MOVE WS-TBL-AMOUNT-DUE(WS-BILL-IDX) TO RB-AMOUNT-DUE
           MOVE WS-TBL-STATUS(WS-BILL-IDX) TO RB-STATUS
           MOVE WS-TBL-PAID-AMOUNT(WS-BILL-IDX) TO RB-PAID-AMOUNT
           MOVE WS-TBL-NET-AMOUNT(WS-BILL-IDX) TO RB-NET-AMOUNT
           MOVE WS-TBL-PAYMENT-ID(WS-BILL-IDX) TO RB-PAID-PAYMENT-ID
           MOVE WS-TBL-PAID-DATE(WS-BILL-IDX) TO RB-PAID-DATE
           MOVE WS-TBL-RELATED-ID(WS-BILL-IDX) TO RB-RELATED-BILL-ID
           STRING WS-YEAR WS-MONTH WS-DAY
                  WS-HOUR WS-MINUTE WS-SECOND
                  DELIMITED BY SIZE
                  INTO RB-TIMESTAMP

           WRITE RENT-BILL-RECORD.

       WRITE-BILL-DETAIL.
           MOVE WS-TBL-BILL-ID(WS-BILL-IDX) TO WS-DTL-BILL-ID
           MOVE WS-TBL-LEASE-ID(WS-BILL-IDX) TO WS-DTL-LEASE-ID
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

      *****************************************************************
      * A DEPOSIT REFUND IS POSTED THROUGH PAYMENT.COB AS A "REFUND"
      * OF THE DEPOSIT RECEIPT, SO IT CARRIES THE LEASE'S "-SD"
      * DEPOSIT ACCOUNT. EVERY SUCH REFUND NOT YET ON THE DEPOSIT
      * LEDGER IS LOGGED AGAINST ITS LEASE.
      *****************************************************************
       SWEEP-DEPOSIT-REFUNDS.
           MOVE 'N' TO WS-SWEEP-EOF-SW
           MOVE LOW-VALUES TO PAYMENT-ID
           START PAYMENT-FILE KEY IS NOT LESS THAN PAYMENT-ID
               INVALID KEY
                   MOVE 'Y' TO WS-SWEEP-EOF-SW
           END-START

           PERFORM UNTIL WS-SWEEP-EOF-SW = 'Y'
               READ PAYMENT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SWEEP-EOF-SW
                   NOT AT END
                       IF PAYMENT-TYPE = "REFUND"
                               AND PAYMENT-STATUS = '00'
                           PERFORM CHECK-ONE-DEPOSIT-REFUND
                       END-IF
               END-READ
           END-PERFORM.

       CHECK-ONE-DEPOSIT-REFUND.
           MOVE 'N' TO WS-FOUND-SWITCH
           PERFORM VARYING WS-REFUND-IDX FROM 1 BY 1
                   UNTIL WS-REFUND-IDX > WS-REFUND-COUNT-USED
               IF WS-RFD-PAYMENT-ID(WS-REFUND-IDX) = PAYMENT-ID
                   MOVE 'Y' TO WS-FOUND-SWITCH
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WS-FOUND-SWITCH = 'Y'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-FOUND-SWITCH
           PERFORM VARYING WS-LSE-IDX FROM 1 BY 1
                   UNTIL WS-LSE-IDX > WS-LEASE-COUNT-USED
               IF WS-LSE-DEPOSIT-ACCT(WS-LSE-IDX) = ACCOUNT-NUMBER
                   MOVE 'Y' TO WS-FOUND-SWITCH
                   SET WS-LSE-SEARCH-IDX TO WS-LSE-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WS-FOUND-SWITCH = 'N'
               EXIT PARAGRAPH
           END-IF

           MOVE 'F' TO WS-DEP-TYPE
           COMPUTE WS-DEP-AMOUNT = ZERO - NET-AMOUNT
           MOVE PAYMENT-ID TO WS-DEP-PAYMENT-ID
           MOVE WS-LSE-ID(WS-LSE-SEARCH-IDX) TO WS-LOCATE-LEASE-ID
           PERFORM WRITE-DEPOSIT-ENTRY
           ADD 1 TO WS-REFUNDS-LOGGED

           MOVE SPACES TO WS-DTL-BILL-ID
           MOVE WS-LOCATE-LEASE-ID TO WS-DTL-LEASE-ID
           MOVE PAYMENT-ID TO WS-DTL-RECEIPT
           MOVE WS-DEP-AMOUNT TO WS-DTL-AMOUNT
           MOVE "DEPOSIT REFUNDED" TO WS-DTL-NOTE
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

      *****************************************************************
      * CALLER SETS WS-LOCATE-LEASE-ID, THE ENTRY TYPE, THE SIGNED
      * AMOUNT AND THE PAYMENT-ID. THE RUNNING BALANCE IS CARRIED IN
      * THE LEASE TABLE SO SEVERAL ENTRIES IN ONE RUN STAY IN STEP.
      *****************************************************************
       WRITE-DEPOSIT-ENTRY.
           PERFORM FIND-LEASE-ENTRY

           OPEN EXTEND DEPOSIT-LEDGER-FILE

           IF WS-DEPLEDGER-STATUS NOT = '00'
               OPEN OUTPUT DEPOSIT-LEDGER-FILE
           END-IF

           MOVE WS-LOCATE-LEASE-ID TO DL-LEASE-ID
           IF WS-FOUND-SWITCH = 'Y'
               MOVE WS-LSE-TENANT(WS-LSE-SEARCH-IDX)
                   TO DL-TENANT-PARTY-ID
               ADD WS-DEP-AMOUNT
                   TO WS-LSE-DEP-BALANCE(WS-LSE-SEARCH-IDX)
               MOVE WS-LSE-DEP-BALANCE(WS-LSE-SEARCH-IDX)
                   TO DL-BALANCE
           ELSE
               MOVE SPACES TO DL-TENANT-PARTY-ID
               MOVE WS-DEP-AMOUNT TO DL-BALANCE
           END-IF
           MOVE WS-DEP-TYPE TO DL-ENTRY-TYPE
           MOVE WS-DEP-AMOUNT TO DL-AMOUNT
           MOVE WS-DEP-PAYMENT-ID TO DL-PAYMENT-ID
           MOVE WS-TODAY-DATE TO DL-ENTRY-DATE
           STRING WS-YEAR WS-MONTH WS-DAY
                  WS-HOUR WS-MINUTE WS-SECOND
                  DELIMITED BY SIZE
                  INTO DL-TIMESTAMP

           WRITE DEPOSIT-LEDGER-RECORD

           CLOSE DEPOSIT-LEDGER-FILE.

      *****************************************************************
      * AN UNPAID RENT OR ARREARS BILL PAST ITS GRACE DAYS GETS A LATE
      * FEE AS ITS OWN "RLF" BILL THE TENANT PAYS LIKE ANY OTHER; THE
      * ORIGINAL GETS AN 'L' FOLLOW-UP SO THE FEE IS ASSESSED ONCE.
      * THE LEASE'S FLAT FEE APPLIES WHEN IT HAS ONE, OTHERWISE THE
      * HOUSE PERCENTAGE OF THE BILL. DEPOSITS AND FEES THEMSELVES
      * NEVER DRAW A FEE.
      *****************************************************************
       ASSESS-LATE-FEES.
           OPEN EXTEND RENT-BILL-FILE

           IF WS-BILL-STATUS NOT = '00'
               OPEN OUTPUT RENT-BILL-FILE
           END-IF

           PERFORM VARYING WS-BILL-IDX FROM 1 BY 1
                   UNTIL WS-BILL-IDX > WS-BILL-COUNT-USED
               IF WS-TBL-STATUS(WS-BILL-IDX) = 'O'
                       AND (WS-TBL-TYPE(WS-BILL-IDX) = 'R'
                           OR WS-TBL-TYPE(WS-BILL-IDX) = 'A')
                   PERFORM CHECK-ONE-LATE-FEE
               END-IF
           END-PERFORM

           CLOSE RENT-BILL-FILE.

       CHECK-ONE-LATE-FEE.
           MOVE WS-TBL-LEASE-ID(WS-BILL-IDX) TO WS-LOCATE-LEASE-ID
           PERFORM FIND-LEASE-ENTRY

           MOVE WS-GRACE-DAYS TO WS-EFFECTIVE-GRACE
           MOVE ZERO TO WS-LATE-FEE
           IF WS-FOUND-SWITCH = 'Y'
               IF WS-LSE-GRACE-DAYS(WS-LSE-SEARCH-IDX) > ZERO
                   MOVE WS-LSE-GRACE-DAYS(WS-LSE-SEARCH-IDX)
                       TO WS-EFFECTIVE-GRACE
               END-IF
               MOVE WS-LSE-LATE-FEE(WS-LSE-SEARCH-IDX) TO WS-LATE-FEE
           END-IF

           COMPUTE WS-DUE-INT =
               FUNCTION INTEGER-OF-DATE(WS-TBL-DUE-DATE(WS-BILL-IDX))
           COMPUTE WS-DAYS-PAST = WS-TODAY-INT - WS-DUE-INT

           IF WS-DAYS-PAST NOT > WS-EFFECTIVE-GRACE
               EXIT PARAGRAPH
           END-IF

           IF WS-LATE-FEE = ZERO
               COMPUTE WS-LATE-FEE ROUNDED =
                   WS-TBL-AMOUNT-DUE(WS-BILL-IDX) * WS-LATE-FEE-PCT
                   / 100
           END-IF

           IF WS-LATE-FEE = ZERO
               EXIT PARAGRAPH
           END-IF

           MOVE "RLF" TO WS-NEW-PREFIX
           MOVE 'F' TO WS-NEW-TYPE
           MOVE WS-LATE-FEE TO WS-NEW-AMOUNT
           PERFORM APPEND-NEW-BILL

           MOVE 'L' TO WS-TBL-STATUS(WS-BILL-IDX)
           PERFORM APPEND-BILL-FOLLOW-UP

           ADD 1 TO WS-FEES-ASSESSED

           MOVE WS-NEW-BILL-ID TO WS-DTL-RECEIPT
           MOVE WS-LATE-FEE TO WS-DTL-AMOUNT
           MOVE "LATE FEE ASSESSED" TO WS-DTL-NOTE
           PERFORM WRITE-BILL-DETAIL.

       WRITE-POSTING-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-POSTED-COUNT TO WS-SUM-POSTED
           MOVE WS-RETURNED-COUNT TO WS-SUM-RETURNED
           MOVE WS-ARREARS-COUNT TO WS-SUM-ARREARS
           MOVE WS-SUMMARY-LINE-1 TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-FEES-ASSESSED TO WS-SUM-FEES
           MOVE WS-REFUNDS-LOGGED TO WS-SUM-REFUNDS
           MOVE WS-TOTAL-COLLECTED TO WS-SUM-COLLECTED
           MOVE WS-SUMMARY-LINE-2 TO REPORT-LINE
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
