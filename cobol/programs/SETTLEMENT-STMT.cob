       IDENTIFICATION DIVISION.
       PROGRAM-ID. SETTLEMENT-STMT.
       AUTHOR. SUITECRM-REAL-ESTATE.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * FINAL BUYER/SELLER SETTLEMENT STATEMENT
      * NET-SHEET.COB GIVES THE SELLER AN ESTIMATE BEFORE LISTING;
      * THIS IS THE ACTUAL-FIGURES STATEMENT THE TITLE COMPANY ASKS
      * FOR AT CLOSING. EVERY DEAL ON DEALMST.DAT THAT HAS REACHED
      * CLOSING (OR GONE PAST IT) AND HAS NO STATEMENT ON FILE YET
      * GETS ONE, BUILT FROM THE REAL POSTINGS:
      *   - SALES PRICE: THE LISTING PRICE ON PROPERTIES.DAT, THE SAME
      *     FIGURE PROCESS-COMMISSION CHARGES COMMISSION AGAINST
      *   - EARNEST APPLIED: THE DEAL'S HOLD ON ESCROW.DAT, MATCHED ON
      *     DM-EARNEST-TRANS-ID (THE TITLE SHARE ONCE RELEASED)
      *   - DOWN PAYMENT AND CLOSING FUNDS: THE POSTED PAYMENTS.DAT
      *     RECORDS LINKED BY DM-EARNEST-PAYMENT-ID AND
      *     DM-CLOSING-PAYMENT-ID
      *   - NEW LOAN: THE ORIGINATED LOAN-AMOUNT OF THE DEAL'S
      *     MORTGAGES.DAT RECORD; ANY OTHER LOAN LOGGED AGAINST THE
      *     PROPERTY IS THE SELLER'S, PAID OFF AT CLOSING
      *   - COMMISSION: THE DEAL'S LIVE AGENT/OFFICE/HOUSE LINES ON
      *     COMMLEDGER.DAT
      *   - PRORATED TAX/HOA: THE YEAR'S TAXBILL.DAT INSTALLMENTS
      *     (FALLING BACK TO THE ESCROWED MONTHLY TAX) AND THE
      *     ESCROWED MONTHLY HOA, PRORATED IN THIRTIETHS TO THE
      *     CLOSING DAY LIKE THE NET SHEET
      * THE BUYER'S DEBITS MUST EQUAL THE FUNDS RECEIVED FROM THE
      * BUYER AND THE SELLER'S CREDITS MUST COVER THE SELLER'S
      * CHARGES - THE CASH DUE TO SELLER LINE TAKES UP THE
      * DIFFERENCE. A STATEMENT THAT DOES NOT
      * NET TO ZERO IS NOT PRODUCED: IT IS LISTED AS AN EXCEPTION ON
      * SETTLSTMT.RPT, NOTHING GOES TO THE TITLE COMPANY AND THE RUN
      * RETURNS 4, SO THE DEAL IS PICKED UP AGAIN ONCE THE POSTINGS
      * ARE CORRECTED. A BALANCED STATEMENT IS PRINTED SIDE BY SIDE
      * ON SETTLSTMT.RPT AND APPENDED LINE BY LINE TO SETTLSTMT.DAT,
      * THE MACHINE-READABLE COPY FOR THE TITLE COMPANY; ITS TOTAL
      * RECORD IS ALSO WHAT MARKS THE DEAL AS STATED.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEAL-MASTER ASSIGN TO "DEALMST.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS DM-DEAL-ID
                  FILE STATUS IS WS-DEAL-STATUS.

           SELECT PROPERTY-FILE ASSIGN TO "PROPERTIES.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS PROPERTY-ID
                  FILE STATUS IS WS-LISTING-STATUS.

           SELECT PAYMENT-FILE ASSIGN TO "PAYMENTS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS PAYMENT-ID
                  ALTERNATE RECORD KEY IS REFERENCE-NUMBER
                      WITH DUPLICATES
                  FILE STATUS IS WS-PAYMENT-STATUS.

           SELECT ESCROW-FILE ASSIGN TO "ESCROW.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-ESCROW-STATUS.

           SELECT MORTGAGE-FILE ASSIGN TO "MORTGAGES.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-MORTGAGE-STATUS.

           SELECT COMMISSION-LEDGER ASSIGN TO "COMMLEDGER.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-LEDGER-STATUS.

           SELECT TAX-BILL-FILE ASSIGN TO "TAXBILL.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-TAXBILL-STATUS.

           SELECT SETTLEMENT-FILE ASSIGN TO "SETTLSTMT.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-STMT-STATUS.

           SELECT SETTLEMENT-REPORT ASSIGN TO "SETTLSTMT.RPT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-BUSDATE-STATUS.

           SELECT CONTROL-TOTALS-FILE ASSIGN TO "CTLTOTLS.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-CTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DEAL-MASTER.
       01  DEAL-MASTER-REC.
           05  DM-DEAL-ID          PIC X(20).
           05  DM-PROPERTY-ID      PIC X(20).
           05  DM-BUYER-ACCOUNT    PIC X(20).
           05  DM-LIST-AGENT-ID    PIC X(20).
           05  DM-SELL-AGENT-ID    PIC X(20).
           05  DM-MORTGAGE-ID      PIC X(20).
           05  DM-EARNEST-TRANS-ID PIC X(20).
           05  DM-EARNEST-PAYMENT-ID PIC X(20).
           05  DM-CLOSING-PAYMENT-ID PIC X(20).
           05  DM-EXPECTED-CLOSE-DATE PIC 9(8).
           05  DM-MILESTONE        PIC X(12).
           05  DM-LAST-UPDATE      PIC 9(14).

       FD  PROPERTY-FILE.
       01  PROPERTY-RECORD.
           05  PROPERTY-ID         PIC X(20).
           05  PROPERTY-ADDRESS    PIC X(100).
           05  LISTING-PRICE       PIC 9(9)V99.
           05  EARNEST-AMOUNT      PIC 9(7)V99.
           05  COMMISSION-RATE     PIC 99V99.
           05  AGENT-ID            PIC X(20).
           05  PROPERTY-STATUS     PIC X(20).

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

       FD  ESCROW-FILE.
       01  ESCROW-RECORD.
           05  ESCROW-ID           PIC X(20).
           05  ESCROW-PROPERTY-ID  PIC X(20).
           05  ESCROW-TRANS-ID     PIC X(20).
           05  ESCROW-HOLD-AMOUNT  PIC 9(7)V99.
           05  ESCROW-HOLD-STATUS  PIC X.
               88  ESCROW-HELD     VALUE 'H'.
               88  ESCROW-RELEASED VALUE 'R'.
           05  ESCROW-TITLE-AMOUNT PIC 9(7)V99.
           05  ESCROW-BUYER-AMOUNT PIC 9(7)V99.
           05  ESCROW-TIMESTAMP    PIC 9(14).

       FD  MORTGAGE-FILE.
       01  MORTGAGE-RECORD.
           05  MORTGAGE-ID         PIC X(20).
           05  PROPERTY-ID-M       PIC X(20).
           05  BORROWER-NAME       PIC X(50).
           05  LOAN-AMOUNT         PIC 9(9)V99.
           05  DOWN-PAYMENT        PIC 9(9)V99.
           05  INTEREST-RATE       PIC 99V9999.
           05  LOAN-TERM-MONTHS    PIC 999.
           05  MONTHLY-PAYMENT     PIC 9(7)V99.
           05  TOTAL-INTEREST      PIC 9(9)V99.
           05  CALC-DATE           PIC 9(8).
           05  CURTAILMENT-AMOUNT  PIC 9(9)V99.
           05  CURRENCY-CODE-M     PIC X(3).
           05  RATE-LOCK-DATE       PIC 9(8).
           05  RATE-LOCK-EXPIRATION PIC 9(8).
           05  RATE-LOCK-STATUS     PIC X.
           05  MORTGAGE-ACCOUNT-NUMBER PIC X(20).
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

       FD  COMMISSION-LEDGER.
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
           05  CL-SHARE-TYPE           PIC X.
               88  CL-AGENT-SHARE      VALUE 'A' ' '.
               88  CL-OFFICE-SHARE     VALUE 'O'.
               88  CL-HOUSE-SHARE      VALUE 'H'.
           05  CL-TIMESTAMP            PIC 9(14).

       FD  TAX-BILL-FILE.
       01  TAX-BILL-RECORD.
           05  TB-PARCEL           PIC X(20).
           05  TB-PROPERTY-ID      PIC X(20).
           05  TB-MORTGAGE-ID      PIC X(20).
           05  TB-ACCOUNT-NUMBER   PIC X(20).
           05  TB-PAYEE-ID         PIC X(20).
           05  TB-DUE-DATE         PIC 9(8).
           05  TB-AMOUNT           PIC 9(7)V99.
           05  TB-STATUS           PIC X.
               88  TB-OPEN         VALUE 'O'.
               88  TB-PAID         VALUE 'P'.
           05  TB-TIMESTAMP        PIC 9(14).

      *****************************************************************
      * MACHINE-READABLE STATEMENT FOR THE TITLE COMPANY. APPEND-ONLY;
      * ONE 'D' RECORD PER STATEMENT LINE FOLLOWED BY ONE 'T' TOTAL
      * RECORD PER DEAL. A DEAL WITH A 'T' RECORD HAS BEEN STATED AND
      * IS NOT STATED AGAIN.
      *****************************************************************
       FD  SETTLEMENT-FILE.
       01  SETTLEMENT-RECORD.
           05  SS-DEAL-ID          PIC X(20).
           05  SS-PROPERTY-ID      PIC X(20).
           05  SS-RECORD-TYPE      PIC X.
               88  SS-DETAIL       VALUE 'D'.
               88  SS-TOTAL        VALUE 'T'.
           05  SS-LINE-CODE        PIC X(10).
           05  SS-DESCRIPTION      PIC X(30).
           05  SS-BUYER-DEBIT      PIC 9(9)V99.
           05  SS-BUYER-CREDIT     PIC 9(9)V99.
           05  SS-SELLER-DEBIT     PIC 9(9)V99.
           05  SS-SELLER-CREDIT    PIC 9(9)V99.
           05  SS-CLOSING-DATE     PIC 9(8).
           05  SS-TIMESTAMP        PIC 9(14).

       FD  SETTLEMENT-REPORT.
       01  REPORT-LINE             PIC X(100).

      *****************************************************************
      * SYSTEM-WIDE BUSINESS PROCESSING DATE, MAINTAINED BY THE
      * BUSDATE-OPEN AND BUSDATE-ADVANCE DRIVER STEPS. WHEN PRESENT
      * IT OVERRIDES THE MACHINE CLOCK.
      *****************************************************************
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           05  BD-BUSINESS-DATE    PIC 9(8).
           05  BD-TIMESTAMP        PIC 9(14).

      *****************************************************************
      * SHARED CONTROL-TOTALS FILE - EVERY JOB IN THE NIGHTLY STREAM
      * APPENDS ITS RECORD COUNT AND AMOUNT HERE.
      *****************************************************************
       FD  CONTROL-TOTALS-FILE.
       01  CONTROL-TOTALS-RECORD.
           05  CT-RUN-DATE         PIC 9(8).
           05  CT-JOB-NAME         PIC X(12).
           05  CT-LABEL            PIC X(12).
           05  CT-RECORD-COUNT     PIC 9(7).
           05  CT-AMOUNT           PIC S9(13)V99.
           05  CT-TIMESTAMP        PIC 9(14).

       WORKING-STORAGE SECTION.
       01  WS-DEAL-STATUS          PIC XX.
       01  WS-LISTING-STATUS       PIC XX.
       01  WS-PAYMENT-STATUS       PIC XX.
       01  WS-ESCROW-STATUS        PIC XX.
       01  WS-MORTGAGE-STATUS      PIC XX.
       01  WS-LEDGER-STATUS        PIC XX.
       01  WS-TAXBILL-STATUS       PIC XX.
       01  WS-STMT-STATUS          PIC XX.
       01  WS-RPT-STATUS           PIC XX.
       01  WS-BUSDATE-STATUS       PIC XX.
       01  WS-CTL-STATUS           PIC XX.
       01  WS-EOF-SWITCH           PIC X VALUE 'N'.
           88  WS-END-OF-FILE      VALUE 'Y'.
       01  WS-DEAL-EOF-SW          PIC X VALUE 'N'.
           88  WS-DEAL-END-OF-FILE VALUE 'Y'.

       01  WS-TODAY-DATE           PIC 9(8).
       01  WS-RUN-TIMESTAMP        PIC 9(14).

       01  WS-CURRENT-DATE.
           05  WS-YEAR             PIC 9(4).
           05  WS-MONTH            PIC 99.
           05  WS-DAY              PIC 99.

      *****************************************************************
      * THE FIGURES GATHERED FOR THE DEAL BEING STATED.
      *****************************************************************
       01  WS-DEAL-WORK.
           05  WS-ALREADY-STATED   PIC X.
           05  WS-PROPERTY-FOUND   PIC X.
           05  WS-DEAL-OPENED      PIC 9(14).
           05  WS-CLOSING-DATE     PIC 9(8).
           05  WS-CLOSING-DAY      PIC 99.
           05  WS-SALES-PRICE      PIC 9(9)V99.
           05  WS-EARNEST-APPLIED  PIC 9(9)V99.
           05  WS-DOWN-PAYMENT     PIC 9(9)V99.
           05  WS-CLOSING-FUNDS    PIC 9(9)V99.
           05  WS-LOOKUP-PAYMENT   PIC X(20).
           05  WS-LOOKUP-AMOUNT    PIC 9(9)V99.
           05  WS-LOOKUP-DATE      PIC 9(8).
           05  WS-NEW-LOAN         PIC 9(9)V99.
           05  WS-NEW-LOAN-FOUND   PIC X.
           05  WS-PAYOFF           PIC 9(9)V99.
           05  WS-MONTHLY-TAX      PIC 9(5)V99.
           05  WS-MONTHLY-HOA      PIC 9(5)V99.
           05  WS-ANNUAL-TAX       PIC 9(9)V99.
           05  WS-PRORATED-TAX     PIC 9(7)V99.
           05  WS-PRORATED-HOA     PIC 9(7)V99.
           05  WS-AGENT-COMM       PIC 9(9)V99.
           05  WS-OFFICE-COMM      PIC 9(9)V99.
           05  WS-HOUSE-COMM       PIC 9(9)V99.
           05  WS-SELLER-CASH      PIC S9(9)V99.
           05  WS-BUYER-NET        PIC S9(9)V99.
           05  WS-REFUSE-REASON    PIC X(40).

      *****************************************************************
      * LATEST STATE PER COMMISSION LEDGER LINE BELONGING TO THE DEAL.
      *****************************************************************
       01  WS-COMM-TABLE.
           05  WS-COMM-ENTRY OCCURS 100 TIMES
                   INDEXED BY WS-COMM-IDX.
               10  WS-COMM-LEDGER-ID   PIC X(20).
               10  WS-COMM-SHARE       PIC X.
               10  WS-COMM-AMOUNT      PIC 9(7)V99.
               10  WS-COMM-STATUS      PIC X.
       01  WS-COMM-USED            PIC 9(3) VALUE ZERO.
       01  WS-COMM-FOUND-SW        PIC X.

      *****************************************************************
      * THE STATEMENT ITSELF - ONE ROW PER LINE, FOUR MONEY COLUMNS.
      *****************************************************************
       01  WS-STMT-TABLE.
           05  WS-STMT-ENTRY OCCURS 20 TIMES
                   INDEXED BY WS-STMT-IDX.
               10  WS-STMT-CODE        PIC X(10).
               10  WS-STMT-DESC        PIC X(30).
               10  WS-STMT-BUYER-DR    PIC 9(9)V99.
               10  WS-STMT-BUYER-CR    PIC 9(9)V99.
               10  WS-STMT-SELLER-DR   PIC 9(9)V99.
               10  WS-STMT-SELLER-CR   PIC 9(9)V99.
       01  WS-STMT-USED            PIC 9(2) VALUE ZERO.

       01  WS-STMT-LINE-WORK.
           05  WS-SLW-CODE         PIC X(10).
           05  WS-SLW-DESC         PIC X(30).
           05  WS-SLW-BUYER-DR     PIC 9(9)V99.
           05  WS-SLW-BUYER-CR     PIC 9(9)V99.
           05  WS-SLW-SELLER-DR    PIC 9(9)V99.
           05  WS-SLW-SELLER-CR    PIC 9(9)V99.

       01  WS-STMT-TOTALS.
           05  WS-TOT-BUYER-DR     PIC 9(9)V99.
           05  WS-TOT-BUYER-CR     PIC 9(9)V99.
           05  WS-TOT-SELLER-DR    PIC 9(9)V99.
           05  WS-TOT-SELLER-CR    PIC 9(9)V99.

       01  WS-RUN-TOTALS.
           05  WS-STATED-COUNT     PIC 9(5) VALUE ZERO.
           05  WS-REFUSED-COUNT    PIC 9(5) VALUE ZERO.
           05  WS-STATED-AMOUNT    PIC S9(13)V99 VALUE ZERO.

       01  WS-REPORT-HEADING.
           05  FILLER              PIC X(30) VALUE
               "SETTLEMENT STATEMENTS".
           05  FILLER              PIC X(6)  VALUE "DATE: ".
           05  WS-HDR-DATE         PIC 9(8).

       01  WS-DEAL-HEADING-LINE.
           05  FILLER              PIC X(6)  VALUE "DEAL: ".
           05  WS-DHD-DEAL-ID      PIC X(22).
           05  FILLER              PIC X(10) VALUE "PROPERTY: ".
           05  WS-DHD-PROPERTY     PIC X(22).
           05  FILLER              PIC X(9)  VALUE "CLOSING: ".
           05  WS-DHD-CLOSING      PIC 9(8).

       01  WS-ADDRESS-LINE.
           05  FILLER              PIC X(6)  VALUE SPACES.
           05  WS-ADL-ADDRESS      PIC X(60).

       01  WS-COLUMN-HEADING.
           05  FILLER              PIC X(32) VALUE SPACES.
           05  FILLER              PIC X(15) VALUE "   BUYER DEBIT".
           05  FILLER              PIC X(15) VALUE "  BUYER CREDIT".
           05  FILLER              PIC X(15) VALUE "  SELLER DEBIT".
           05  FILLER              PIC X(15) VALUE " SELLER CREDIT".

       01  WS-STATEMENT-LINE.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-STL-DESC         PIC X(30).
           05  WS-STL-BUYER-DR     PIC Z(9)9.99-.
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-STL-BUYER-CR     PIC Z(9)9.99-.
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-STL-SELLER-DR    PIC Z(9)9.99-.
           05  FILLER              PIC X(1) VALUE SPACES.
           05  WS-STL-SELLER-CR    PIC Z(9)9.99-.

       01  WS-EXCEPTION-LINE.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  FILLER              PIC X(36) VALUE
               "*** NOT PRODUCED - OUT OF BALANCE: ".
           05  WS-EXL-REASON       PIC X(40).

       01  WS-DIFFERENCE-LINE.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-DFL-LABEL        PIC X(30).
           05  WS-DFL-AMOUNT       PIC -Z(8)9.99.

       01  WS-SUMMARY-LINE.
           05  WS-SUM-LABEL        PIC X(30).
           05  WS-SUM-COUNT        PIC ZZ,ZZ9.

       01  WS-CONTROL-TOTAL-WORK.
           05  WS-CT-LABEL         PIC X(12).
           05  WS-CT-COUNT         PIC 9(7).
           05  WS-CT-AMOUNT        PIC S9(13)V99.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           PERFORM INITIALIZE-STATEMENTS
           PERFORM PROCESS-CLOSING-DEALS
           PERFORM WRITE-RUN-SUMMARY

           MOVE "STATEMENTS" TO WS-CT-LABEL
           MOVE WS-STATED-COUNT TO WS-CT-COUNT
           MOVE WS-STATED-AMOUNT TO WS-CT-AMOUNT
           PERFORM WRITE-CONTROL-TOTAL

           IF WS-REFUSED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       INITIALIZE-STATEMENTS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-TIMESTAMP
           PERFORM GET-BUSINESS-DATE
           STRING WS-YEAR WS-MONTH WS-DAY
                  DELIMITED BY SIZE
                  INTO WS-TODAY-DATE

           OPEN OUTPUT SETTLEMENT-REPORT
           MOVE WS-TODAY-DATE TO WS-HDR-DATE
           MOVE WS-REPORT-HEADING TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

      *****************************************************************
      * WALKS THE DEAL MASTER FRONT TO BACK. A DEAL QUALIFIES ONCE ITS
      * CLOSING FUNDS HAVE MOVED IT TO CLOSING - OR PAST IT, SO A DEAL
      * THE SAME DAY'S SYNC ALREADY CLOSED IS NOT MISSED - AND IT HAS
      * NO STATEMENT ON FILE YET.
      *****************************************************************
       PROCESS-CLOSING-DEALS.
           OPEN INPUT DEAL-MASTER

           IF WS-DEAL-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-DEAL-EOF-SW
           MOVE LOW-VALUES TO DM-DEAL-ID
           START DEAL-MASTER KEY IS NOT LESS THAN DM-DEAL-ID
               INVALID KEY
                   MOVE 'Y' TO WS-DEAL-EOF-SW
           END-START

           PERFORM UNTIL WS-DEAL-END-OF-FILE
               READ DEAL-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-DEAL-EOF-SW
                   NOT AT END
                       IF DM-MILESTONE = "CLOSING"
                               OR DM-MILESTONE = "ESCROWREL"
                               OR DM-MILESTONE = "CLOSED"
                           PERFORM STATE-ONE-DEAL
                       END-IF
               END-READ
           END-PERFORM

           CLOSE DEAL-MASTER.

       STATE-ONE-DEAL.
           PERFORM CHECK-ALREADY-STATED

           IF WS-ALREADY-STATED = 'Y'
               EXIT PARAGRAPH
           END-IF

           MOVE ZERO TO WS-DEAL-OPENED
           IF DM-EARNEST-TRANS-ID(4:14) IS NUMERIC
               MOVE DM-EARNEST-TRANS-ID(4:14) TO WS-DEAL-OPENED
           END-IF

           PERFORM FIND-SALES-PRICE
           PERFORM FIND-EARNEST-APPLIED
           PERFORM FIND-BUYER-PAYMENTS
           PERFORM FIND-LOAN-FIGURES
           PERFORM FIND-ANNUAL-TAX
           PERFORM PRORATE-TAX-AND-HOA
           PERFORM FIND-DEAL-COMMISSIONS
           PERFORM BUILD-STATEMENT-LINES
           PERFORM PROVE-STATEMENT-BALANCE

           IF WS-REFUSE-REASON = SPACES
               PERFORM PRINT-STATEMENT
               PERFORM WRITE-TITLE-COMPANY-COPY
               ADD 1 TO WS-STATED-COUNT
               ADD WS-SALES-PRICE TO WS-STATED-AMOUNT
           ELSE
               PERFORM PRINT-STATEMENT-EXCEPTION
               ADD 1 TO WS-REFUSED-COUNT
           END-IF.

      *****************************************************************
      * A DEAL IS STATED ONCE - ITS TOTAL RECORD ON THE TITLE COMPANY
      * FILE IS THE MARKER. A REFUSED STATEMENT WRITES NOTHING THERE,
      * SO TOMORROW'S RUN TRIES IT AGAIN.
      *****************************************************************
       CHECK-ALREADY-STATED.
           MOVE 'N' TO WS-ALREADY-STATED

           OPEN INPUT SETTLEMENT-FILE

           IF WS-STMT-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-END-OF-FILE
               READ SETTLEMENT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF SS-DEAL-ID = DM-DEAL-ID AND SS-TOTAL
                           MOVE 'Y' TO WS-ALREADY-STATED
                           MOVE 'Y' TO WS-EOF-SWITCH
                       END-IF
               END-READ
           END-PERFORM

           CLOSE SETTLEMENT-FILE
           MOVE 'N' TO WS-EOF-SWITCH.

      *****************************************************************
      * THE CONTRACT PRICE IS THE LISTING PRICE - THE SAME FIGURE THE
      * COMMISSION LINES WERE CHARGED AGAINST.
      *****************************************************************
       FIND-SALES-PRICE.
           MOVE 'N' TO WS-PROPERTY-FOUND
           MOVE ZERO TO WS-SALES-PRICE
           MOVE SPACES TO PROPERTY-ADDRESS

           OPEN INPUT PROPERTY-FILE

           IF WS-LISTING-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE DM-PROPERTY-ID TO PROPERTY-ID
           READ PROPERTY-FILE
               INVALID KEY
                   MOVE SPACES TO PROPERTY-ADDRESS
               NOT INVALID KEY
                   MOVE 'Y' TO WS-PROPERTY-FOUND
                   MOVE LISTING-PRICE TO WS-SALES-PRICE
           END-READ

           CLOSE PROPERTY-FILE.

      *****************************************************************
      * KEEP-THE-LAST-MATCH SCAN OF THE ESCROW LEDGER FOR THE DEAL'S
      * OWN HOLD. WHILE HELD THE WHOLE DEPOSIT GOES TO CLOSING; ONCE
      * RELEASED, ONLY THE SHARE RELEASED TO TITLE WAS APPLIED.
      *****************************************************************
       FIND-EARNEST-APPLIED.
           MOVE ZERO TO WS-EARNEST-APPLIED

           IF DM-EARNEST-TRANS-ID = SPACES
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT ESCROW-FILE

           IF WS-ESCROW-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM READ-ESCROW-RECORD
           PERFORM UNTIL WS-END-OF-FILE
               IF ESCROW-TRANS-ID = DM-EARNEST-TRANS-ID
                   IF ESCROW-RELEASED
                       MOVE ESCROW-TITLE-AMOUNT TO WS-EARNEST-APPLIED
                   ELSE
                       MOVE ESCROW-HOLD-AMOUNT TO WS-EARNEST-APPLIED
                   END-IF
               END-IF
               PERFORM READ-ESCROW-RECORD
           END-PERFORM

           CLOSE ESCROW-FILE
           MOVE 'N' TO WS-EOF-SWITCH.

       READ-ESCROW-RECORD.
           READ ESCROW-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

      *****************************************************************
      * THE DOWN PAYMENT AND CLOSING FUNDS THE DEAL MASTER LINKS. ONLY
      * A POSTED ('00') PAYMENT IS MONEY IN HAND; ONE STILL PENDING
      * APPROVAL, HELD OR REJECTED COUNTS AS NOTHING RECEIVED. THE
      * CLOSING PAYMENT'S DATE IS THE CLOSING DATE THE PRORATIONS RUN
      * TO, FALLING BACK TO TODAY'S BUSINESS DATE.
      *****************************************************************
       FIND-BUYER-PAYMENTS.
           MOVE DM-EARNEST-PAYMENT-ID TO WS-LOOKUP-PAYMENT
           PERFORM LOOKUP-POSTED-PAYMENT
           MOVE WS-LOOKUP-AMOUNT TO WS-DOWN-PAYMENT

           MOVE DM-CLOSING-PAYMENT-ID TO WS-LOOKUP-PAYMENT
           PERFORM LOOKUP-POSTED-PAYMENT
           MOVE WS-LOOKUP-AMOUNT TO WS-CLOSING-FUNDS

           IF WS-LOOKUP-DATE NOT = ZERO
               MOVE WS-LOOKUP-DATE TO WS-CLOSING-DATE
           ELSE
               MOVE WS-TODAY-DATE TO WS-CLOSING-DATE
           END-IF
           MOVE WS-CLOSING-DATE(7:2) TO WS-CLOSING-DAY.

       LOOKUP-POSTED-PAYMENT.
           MOVE ZERO TO WS-LOOKUP-AMOUNT
           MOVE ZERO TO WS-LOOKUP-DATE

           IF WS-LOOKUP-PAYMENT = SPACES
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT PAYMENT-FILE

           IF WS-PAYMENT-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-LOOKUP-PAYMENT TO PAYMENT-ID
           READ PAYMENT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PAYMENT-STATUS = '00'
                       MOVE PAYMENT-AMOUNT TO WS-LOOKUP-AMOUNT
                       MOVE PAYMENT-DATE TO WS-LOOKUP-DATE
                   END-IF
           END-READ

           CLOSE PAYMENT-FILE.

      *****************************************************************
      * THE DEAL'S OWN LOAN IS FUNDED AT ITS ORIGINATED AMOUNT - THE
      * FIRST RECORD LOGGED FOR IT, BEFORE ANY SERVICING POSTING - AND
      * CARRIES THE ESCROWED MONTHLY TAX AND HOA. ANY OTHER LOAN
      * LOGGED AGAINST THE PROPERTY IS THE SELLER'S, PAID OFF AT ITS
      * LAST-LOGGED BALANCE THE WAY THE NET SHEET ESTIMATES IT; ITS
      * ESCROWED AMOUNTS STAND IN WHEN THE DEAL HAS NO LOAN OF ITS
      * OWN.
      *****************************************************************
       FIND-LOAN-FIGURES.
           MOVE 'N' TO WS-NEW-LOAN-FOUND
           MOVE ZERO TO WS-NEW-LOAN
           MOVE ZERO TO WS-PAYOFF
           MOVE ZERO TO WS-MONTHLY-TAX
           MOVE ZERO TO WS-MONTHLY-HOA

           OPEN INPUT MORTGAGE-FILE

           IF WS-MORTGAGE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM READ-MORTGAGE-RECORD
           PERFORM UNTIL WS-END-OF-FILE
               EVALUATE TRUE
                   WHEN DM-MORTGAGE-ID NOT = SPACES
                           AND MORTGAGE-ID = DM-MORTGAGE-ID
                       IF WS-NEW-LOAN-FOUND = 'N'
                           MOVE 'Y' TO WS-NEW-LOAN-FOUND
                           MOVE LOAN-AMOUNT TO WS-NEW-LOAN
                       END-IF
                       MOVE MONTHLY-TAX-AMOUNT TO WS-MONTHLY-TAX
                       MOVE MONTHLY-HOA-AMOUNT TO WS-MONTHLY-HOA
                   WHEN PROPERTY-ID-M = DM-PROPERTY-ID
                       MOVE LOAN-AMOUNT TO WS-PAYOFF
                       IF WS-NEW-LOAN-FOUND = 'N'
                           MOVE MONTHLY-TAX-AMOUNT TO WS-MONTHLY-TAX
                           MOVE MONTHLY-HOA-AMOUNT TO WS-MONTHLY-HOA
                       END-IF
               END-EVALUATE
               PERFORM READ-MORTGAGE-RECORD
           END-PERFORM

           CLOSE MORTGAGE-FILE
           MOVE 'N' TO WS-EOF-SWITCH.

       READ-MORTGAGE-RECORD.
           READ MORTGAGE-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

      *****************************************************************
      * THE YEAR'S ACTUAL TAX IS THE SUM OF THE PROPERTY'S TAXBILL.DAT
      * INSTALLMENTS DUE IN THE CLOSING YEAR. ONLY THE IMPORTED OPEN
      * RECORDS ARE COUNTED - THE PAID MARKER ESCROW-DISBURSE APPENDS
      * LATER REPEATS THE SAME INSTALLMENT.
      *****************************************************************
       FIND-ANNUAL-TAX.
           MOVE ZERO TO WS-ANNUAL-TAX

           OPEN INPUT TAX-BILL-FILE

           IF WS-TAXBILL-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-END-OF-FILE
               READ TAX-BILL-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF TB-PROPERTY-ID = DM-PROPERTY-ID
                               AND TB-OPEN
                               AND TB-DUE-DATE(1:4) =
                                   WS-CLOSING-DATE(1:4)
                           ADD TB-AMOUNT TO WS-ANNUAL-TAX
                       END-IF
               END-READ
           END-PERFORM

           CLOSE TAX-BILL-FILE
           MOVE 'N' TO WS-EOF-SWITCH

           IF WS-ANNUAL-TAX > ZERO
               COMPUTE WS-MONTHLY-TAX ROUNDED = WS-ANNUAL-TAX / 12
           END-IF.

      *****************************************************************
      * THE SELLER OWES THE CURRENT MONTH'S TAX AND HOA UP TO THE
      * CLOSING DAY - PRORATED IN THIRTIETHS, THE CONVENTION EVERY
      * SETTLEMENT STATEMENT IN THIS SHOP USES. THE BUYER, WHO PAYS
      * THE BILLS WHEN THEY COME DUE, IS CREDITED THE SAME AMOUNT.
      *****************************************************************
       PRORATE-TAX-AND-HOA.
           COMPUTE WS-PRORATED-TAX ROUNDED =
               WS-MONTHLY-TAX * WS-CLOSING-DAY / 30
           COMPUTE WS-PRORATED-HOA ROUNDED =
               WS-MONTHLY-HOA * WS-CLOSING-DAY / 30.

      *****************************************************************
      * THE DEAL'S COMMISSION LINES ARE THE PROPERTY'S LEDGER LINES
      * WRITTEN SINCE THE DEAL OPENED. FOLLOW-UP MARKERS (PAID,
      * REVERSED, CLAWBACK) CARRY NO PROPERTY, SO THEY ARE MATCHED BACK
      * BY LEDGER ID; A LINE WHOSE LATEST STATE IS REVERSED OR A
      * CLAWBACK IS NOT PART OF THIS CLOSING.
      *****************************************************************
       FIND-DEAL-COMMISSIONS.
           MOVE ZERO TO WS-COMM-USED
           MOVE ZERO TO WS-AGENT-COMM
           MOVE ZERO TO WS-OFFICE-COMM
           MOVE ZERO TO WS-HOUSE-COMM

           OPEN INPUT COMMISSION-LEDGER

           IF WS-LEDGER-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-END-OF-FILE
               READ COMMISSION-LEDGER
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       PERFORM NOTE-DEAL-COMMISSION-LINE
               END-READ
           END-PERFORM

           CLOSE COMMISSION-LEDGER
           MOVE 'N' TO WS-EOF-SWITCH

           PERFORM VARYING WS-COMM-IDX FROM 1 BY 1
                   UNTIL WS-COMM-IDX > WS-COMM-USED
               IF WS-COMM-STATUS(WS-COMM-IDX) = 'E'
                       OR WS-COMM-STATUS(WS-COMM-IDX) = 'P'
                       OR WS-COMM-STATUS(WS-COMM-IDX) = 'R'
                       OR WS-COMM-STATUS(WS-COMM-IDX) = 'H'
                       OR WS-COMM-STATUS(WS-COMM-IDX) = 'L'
                   EVALUATE WS-COMM-SHARE(WS-COMM-IDX)
                       WHEN 'O'
                           ADD WS-COMM-AMOUNT(WS-COMM-IDX)
                               TO WS-OFFICE-COMM
                       WHEN 'H'
                           ADD WS-COMM-AMOUNT(WS-COMM-IDX)
                               TO WS-HOUSE-COMM
                       WHEN OTHER
                           ADD WS-COMM-AMOUNT(WS-COMM-IDX)
                               TO WS-AGENT-COMM
                   END-EVALUATE
               END-IF
           END-PERFORM.

       NOTE-DEAL-COMMISSION-LINE.
           MOVE 'N' TO WS-COMM-FOUND-SW
           PERFORM VARYING WS-COMM-IDX FROM 1 BY 1
                   UNTIL WS-COMM-IDX > WS-COMM-USED
               IF WS-COMM-LEDGER-ID(WS-COMM-IDX) = CL-LEDGER-ID
                   MOVE 'Y' TO WS-COMM-FOUND-SW
                   MOVE CL-ENTRY-STATUS TO WS-COMM-STATUS(WS-COMM-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WS-COMM-FOUND-SW = 'Y'
               EXIT PARAGRAPH
           END-IF

           IF CL-PROPERTY-ID NOT = DM-PROPERTY-ID
                   OR CL-TIMESTAMP < WS-DEAL-OPENED
               EXIT PARAGRAPH
           END-IF

           IF WS-COMM-USED >= 100
               PERFORM ABORT-ON-TABLE-OVERFLOW
           END-IF

           ADD 1 TO WS-COMM-USED
           SET WS-COMM-IDX TO WS-COMM-USED
           MOVE CL-LEDGER-ID TO WS-COMM-LEDGER-ID(WS-COMM-IDX)
           MOVE CL-SHARE-TYPE TO WS-COMM-SHARE(WS-COMM-IDX)
           MOVE CL-COMMISSION-AMOUNT TO WS-COMM-AMOUNT(WS-COMM-IDX)
           MOVE CL-ENTRY-STATUS TO WS-COMM-STATUS(WS-COMM-IDX).

      *****************************************************************
      * A STATEMENT MISSING COMMISSION LINES WOULD OVERPAY THE SELLER,
      * SO A FULL TABLE STOPS THE RUN COLD WITH A NONZERO RETURN CODE
      * INSTEAD OF PRINTING A SHORT STATEMENT.
      *****************************************************************
       ABORT-ON-TABLE-OVERFLOW.
           MOVE "COMMISSION TABLE OVERFLOW - RUN ABORTED"
               TO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE SETTLEMENT-REPORT
           CLOSE COMMISSION-LEDGER
           CLOSE DEAL-MASTER

           MOVE 8 TO RETURN-CODE
           STOP RUN.

      *****************************************************************
      * LAYS THE FIGURES OUT AS DEBIT/CREDIT LINES. A ZERO LINE IS
      * LEFT OFF EXCEPT THE SALES PRICE. THE SELLER'S SIDE IS CLOSED
      * BY THE CASH DUE TO SELLER LINE; THE BUYER'S SIDE HAS NO
      * BALANCING LINE - THE FUNDS RECEIVED MUST COVER IT EXACTLY.
      *****************************************************************
       BUILD-STATEMENT-LINES.
           MOVE ZERO TO WS-STMT-USED
           INITIALIZE WS-STMT-TOTALS

           INITIALIZE WS-STMT-LINE-WORK
           MOVE "PRICE" TO WS-SLW-CODE
           MOVE "CONTRACT SALES PRICE" TO WS-SLW-DESC
           MOVE WS-SALES-PRICE TO WS-SLW-BUYER-DR
           MOVE WS-SALES-PRICE TO WS-SLW-SELLER-CR
           PERFORM ADD-STATEMENT-LINE

           IF WS-EARNEST-APPLIED > ZERO
               INITIALIZE WS-STMT-LINE-WORK
               MOVE "EARNEST" TO WS-SLW-CODE
               MOVE "EARNEST MONEY APPLIED" TO WS-SLW-DESC
               MOVE WS-EARNEST-APPLIED TO WS-SLW-BUYER-CR
               PERFORM ADD-STATEMENT-LINE
           END-IF

           IF WS-DOWN-PAYMENT > ZERO
               INITIALIZE WS-STMT-LINE-WORK
               MOVE "DOWNPMT" TO WS-SLW-CODE
               MOVE "DOWN PAYMENT RECEIVED" TO WS-SLW-DESC
               MOVE WS-DOWN-PAYMENT TO WS-SLW-BUYER-CR
               PERFORM ADD-STATEMENT-LINE
           END-IF

           IF WS-NEW-LOAN > ZERO
               INITIALIZE WS-STMT-LINE-WORK
               MOVE "NEWLOAN" TO WS-SLW-CODE
               MOVE "NEW LOAN AMOUNT" TO WS-SLW-DESC
               MOVE WS-NEW-LOAN TO WS-SLW-BUYER-CR
               PERFORM ADD-STATEMENT-LINE
           END-IF

           IF WS-CLOSING-FUNDS > ZERO
               INITIALIZE WS-STMT-LINE-WORK
               MOVE "CLOSEFUNDS" TO WS-SLW-CODE
               MOVE "CLOSING FUNDS RECEIVED" TO WS-SLW-DESC
               MOVE WS-CLOSING-FUNDS TO WS-SLW-BUYER-CR
               PERFORM ADD-STATEMENT-LINE
           END-IF

           IF WS-PRORATED-TAX > ZERO
               INITIALIZE WS-STMT-LINE-WORK
               MOVE "TAXPRORATE" TO WS-SLW-CODE
               MOVE "PRORATED PROPERTY TAX" TO WS-SLW-DESC
               MOVE WS-PRORATED-TAX TO WS-SLW-BUYER-CR
               MOVE WS-PRORATED-TAX TO WS-SLW-SELLER-DR
               PERFORM ADD-STATEMENT-LINE
           END-IF

           IF WS-PRORATED-HOA > ZERO
               INITIALIZE WS-STMT-LINE-WORK
               MOVE "HOAPRORATE" TO WS-SLW-CODE
               MOVE "PRORATED HOA DUES" TO WS-SLW-DESC
               MOVE WS-PRORATED-HOA TO WS-SLW-BUYER-CR
               MOVE WS-PRORATED-HOA TO WS-SLW-SELLER-DR
               PERFORM ADD-STATEMENT-LINE
           END-IF

           IF WS-AGENT-COMM > ZERO
               INITIALIZE WS-STMT-LINE-WORK
               MOVE "COMMAGENT" TO WS-SLW-CODE
               MOVE "COMMISSION - AGENT SHARE" TO WS-SLW-DESC
               MOVE WS-AGENT-COMM TO WS-SLW-SELLER-DR
               PERFORM ADD-STATEMENT-LINE
           END-IF

           IF WS-OFFICE-COMM > ZERO
               INITIALIZE WS-STMT-LINE-WORK
               MOVE "COMMOFFICE" TO WS-SLW-CODE
               MOVE "COMMISSION - OFFICE SHARE" TO WS-SLW-DESC
               MOVE WS-OFFICE-COMM TO WS-SLW-SELLER-DR
               PERFORM ADD-STATEMENT-LINE
           END-IF

           IF WS-HOUSE-COMM > ZERO
               INITIALIZE WS-STMT-LINE-WORK
               MOVE "COMMHOUSE" TO WS-SLW-CODE
               MOVE "COMMISSION - HOUSE SHARE" TO WS-SLW-DESC
               MOVE WS-HOUSE-COMM TO WS-SLW-SELLER-DR
               PERFORM ADD-STATEMENT-LINE
           END-IF

           IF WS-PAYOFF > ZERO
               INITIALIZE WS-STMT-LINE-WORK
               MOVE "PAYOFF" TO WS-SLW-CODE
               MOVE "PAYOFF OF SELLER'S LOAN" TO WS-SLW-DESC
               MOVE WS-PAYOFF TO WS-SLW-SELLER-DR
               PERFORM ADD-STATEMENT-LINE
           END-IF

           COMPUTE WS-SELLER-CASH =
               WS-TOT-SELLER-CR - WS-TOT-SELLER-DR

           IF WS-SELLER-CASH > ZERO
               INITIALIZE WS-STMT-LINE-WORK
               MOVE "SELLERCASH" TO WS-SLW-CODE
               MOVE "CASH DUE TO SELLER" TO WS-SLW-DESC
               MOVE WS-SELLER-CASH TO WS-SLW-SELLER-DR
               PERFORM ADD-STATEMENT-LINE
           END-IF.

       ADD-STATEMENT-LINE.
           ADD 1 TO WS-STMT-USED
           SET WS-STMT-IDX TO WS-STMT-USED
           MOVE WS-SLW-CODE TO WS-STMT-CODE(WS-STMT-IDX)
           MOVE WS-SLW-DESC TO WS-STMT-DESC(WS-STMT-IDX)
           MOVE WS-SLW-BUYER-DR TO WS-STMT-BUYER-DR(WS-STMT-IDX)
           MOVE WS-SLW-BUYER-CR TO WS-STMT-BUYER-CR(WS-STMT-IDX)
           MOVE WS-SLW-SELLER-DR TO WS-STMT-SELLER-DR(WS-STMT-IDX)
           MOVE WS-SLW-SELLER-CR TO WS-STMT-SELLER-CR(WS-STMT-IDX)
           ADD WS-SLW-BUYER-DR TO WS-TOT-BUYER-DR
           ADD WS-SLW-BUYER-CR TO WS-TOT-BUYER-CR
           ADD WS-SLW-SELLER-DR TO WS-TOT-SELLER-DR
           ADD WS-SLW-SELLER-CR TO WS-TOT-SELLER-CR.

      *****************************************************************
      * BOTH SIDES MUST NET TO ZERO. ON THE BUYER'S SIDE THAT MEANS
      * THE FUNDS RECEIVED EXACTLY COVER THE PRICE LESS THE BUYER'S
      * CREDITS; ON THE SELLER'S SIDE IT FAILS ONLY WHEN THE SELLER'S
      * CHARGES EXCEED THE PRICE AND THE SHORTFALL HAS NOT BEEN
      * BROUGHT TO CLOSING.
      *****************************************************************
       PROVE-STATEMENT-BALANCE.
           MOVE SPACES TO WS-REFUSE-REASON
           COMPUTE WS-BUYER-NET = WS-TOT-BUYER-DR - WS-TOT-BUYER-CR

           EVALUATE TRUE
               WHEN WS-PROPERTY-FOUND = 'N'
                   MOVE "LISTING NOT ON PROPERTY FILE"
                       TO WS-REFUSE-REASON
               WHEN WS-BUYER-NET > ZERO
                   MOVE "BUYER FUNDS SHORT" TO WS-REFUSE-REASON
               WHEN WS-BUYER-NET < ZERO
                   MOVE "BUYER FUNDS OVER" TO WS-REFUSE-REASON
               WHEN WS-SELLER-CASH < ZERO
                   MOVE "SELLER SHORT TO CLOSE" TO WS-REFUSE-REASON
               WHEN WS-TOT-BUYER-DR + WS-TOT-SELLER-DR NOT =
                       WS-TOT-BUYER-CR + WS-TOT-SELLER-CR
                   MOVE "DEBITS DO NOT EQUAL CREDITS"
                       TO WS-REFUSE-REASON
           END-EVALUATE.

       PRINT-STATEMENT.
           PERFORM PRINT-DEAL-HEADING

           MOVE WS-COLUMN-HEADING TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM VARYING WS-STMT-IDX FROM 1 BY 1
                   UNTIL WS-STMT-IDX > WS-STMT-USED
               MOVE WS-STMT-DESC(WS-STMT-IDX) TO WS-STL-DESC
               MOVE WS-STMT-BUYER-DR(WS-STMT-IDX) TO WS-STL-BUYER-DR
               MOVE WS-STMT-BUYER-CR(WS-STMT-IDX) TO WS-STL-BUYER-CR
               MOVE WS-STMT-SELLER-DR(WS-STMT-IDX) TO WS-STL-SELLER-DR
               MOVE WS-STMT-SELLER-CR(WS-STMT-IDX) TO WS-STL-SELLER-CR
               MOVE WS-STATEMENT-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM

           MOVE "TOTALS" TO WS-STL-DESC
           MOVE WS-TOT-BUYER-DR TO WS-STL-BUYER-DR
           MOVE WS-TOT-BUYER-CR TO WS-STL-BUYER-CR
           MOVE WS-TOT-SELLER-DR TO WS-STL-SELLER-DR
           MOVE WS-TOT-SELLER-CR TO WS-STL-SELLER-CR
           MOVE WS-STATEMENT-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       PRINT-STATEMENT-EXCEPTION.
           PERFORM PRINT-DEAL-HEADING

           MOVE WS-REFUSE-REASON TO WS-EXL-REASON
           MOVE WS-EXCEPTION-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "BUYER DEBITS LESS CREDITS" TO WS-DFL-LABEL
           MOVE WS-BUYER-NET TO WS-DFL-AMOUNT
           MOVE WS-DIFFERENCE-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "SELLER CREDITS LESS DEBITS" TO WS-DFL-LABEL
           MOVE WS-SELLER-CASH TO WS-DFL-AMOUNT
           MOVE WS-DIFFERENCE-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       PRINT-DEAL-HEADING.
           MOVE DM-DEAL-ID TO WS-DHD-DEAL-ID
           MOVE DM-PROPERTY-ID TO WS-DHD-PROPERTY
           MOVE WS-CLOSING-DATE TO WS-DHD-CLOSING
           MOVE WS-DEAL-HEADING-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           IF PROPERTY-ADDRESS NOT = SPACES
               MOVE PROPERTY-ADDRESS TO WS-ADL-ADDRESS
               MOVE WS-ADDRESS-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

      *****************************************************************
      * THE TITLE COMPANY'S COPY - THE SAME LINES AS THE PRINTED
      * STATEMENT, THEN THE TOTAL RECORD THAT MARKS THE DEAL STATED.
      *****************************************************************
       WRITE-TITLE-COMPANY-COPY.
           OPEN EXTEND SETTLEMENT-FILE

           IF WS-STMT-STATUS NOT = '00'
               OPEN OUTPUT SETTLEMENT-FILE
           END-IF

           PERFORM VARYING WS-STMT-IDX FROM 1 BY 1
                   UNTIL WS-STMT-IDX > WS-STMT-USED
               MOVE 'D' TO SS-RECORD-TYPE
               MOVE WS-STMT-CODE(WS-STMT-IDX) TO SS-LINE-CODE
               MOVE WS-STMT-DESC(WS-STMT-IDX) TO SS-DESCRIPTION
               MOVE WS-STMT-BUYER-DR(WS-STMT-IDX) TO SS-BUYER-DEBIT
               MOVE WS-STMT-BUYER-CR(WS-STMT-IDX) TO SS-BUYER-CREDIT
               MOVE WS-STMT-SELLER-DR(WS-STMT-IDX) TO SS-SELLER-DEBIT
               MOVE WS-STMT-SELLER-CR(WS-STMT-IDX)
                   TO SS-SELLER-CREDIT
               PERFORM WRITE-SETTLEMENT-RECORD
           END-PERFORM

           MOVE 'T' TO SS-RECORD-TYPE
           MOVE "TOTAL" TO SS-LINE-CODE
           MOVE "STATEMENT TOTALS" TO SS-DESCRIPTION
           MOVE WS-TOT-BUYER-DR TO SS-BUYER-DEBIT
           MOVE WS-TOT-BUYER-CR TO SS-BUYER-CREDIT
           MOVE WS-TOT-SELLER-DR TO SS-SELLER-DEBIT
           MOVE WS-TOT-SELLER-CR TO SS-SELLER-CREDIT
           PERFORM WRITE-SETTLEMENT-RECORD

           CLOSE SETTLEMENT-FILE.

       WRITE-SETTLEMENT-RECORD.
           MOVE DM-DEAL-ID TO SS-DEAL-ID
           MOVE DM-PROPERTY-ID TO SS-PROPERTY-ID
           MOVE WS-CLOSING-DATE TO SS-CLOSING-DATE
           MOVE WS-RUN-TIMESTAMP TO SS-TIMESTAMP
           WRITE SETTLEMENT-RECORD.

       WRITE-RUN-SUMMARY.
           MOVE "STATEMENTS PRODUCED:" TO WS-SUM-LABEL
           MOVE WS-STATED-COUNT TO WS-SUM-COUNT
           MOVE WS-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "REFUSED - OUT OF BALANCE:" TO WS-SUM-LABEL
           MOVE WS-REFUSED-COUNT TO WS-SUM-COUNT
           MOVE WS-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           CLOSE SETTLEMENT-REPORT.

      *****************************************************************
      * ONE CONTROL-TOTALS LINE PER LABEL, APPENDED FOR THE DAY.
      *****************************************************************
       WRITE-CONTROL-TOTAL.
           OPEN EXTEND CONTROL-TOTALS-FILE

           IF WS-CTL-STATUS NOT = '00'
               OPEN OUTPUT CONTROL-TOTALS-FILE
           END-IF

           MOVE WS-YEAR TO CT-RUN-DATE(1:4)
           MOVE WS-MONTH TO CT-RUN-DATE(5:2)
           MOVE WS-DAY TO CT-RUN-DATE(7:2)
           MOVE "SETLSTMT" TO CT-JOB-NAME
           MOVE WS-CT-LABEL TO CT-LABEL
           MOVE WS-CT-COUNT TO CT-RECORD-COUNT
           MOVE WS-CT-AMOUNT TO CT-AMOUNT
           MOVE FUNCTION CURRENT-DATE(1:14) TO CT-TIMESTAMP

           WRITE CONTROL-TOTALS-RECORD

           CLOSE CONTROL-TOTALS-FILE.

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
