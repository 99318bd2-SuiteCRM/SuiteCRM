       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASH-FORECAST.
       AUTHOR. SUITECRM-REAL-ESTATE.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * DAILY THIRTY-DAY CASH FORECAST
      * PROJECTS THE OPERATING AND TRUST ACCOUNTS SEPARATELY, DAY BY
      * DAY, FROM TONIGHT'S RECONCILED BANK-RECON POSITION ON
      * BANKBAL.DAT ACROSS THE BUSINESS DATE AND THE NEXT THIRTY
      * BANKING DAYS (WEEKENDS AND HOLIDAYS.DAT DATES SKIPPED THE
      * SAME WAY BUSDATE-ADVANCE SKIPS THEM). THE BUSINESS-DATE ROW
      * CARRIES WHAT TONIGHT'S STREAM STILL HAS TO MOVE AND ANYTHING
      * ALREADY DUE; A FLOW DATED ON A NON-BANKING DAY LANDS ON THE
      * NEXT BANKING DAY.
      *   INFLOWS
      *   - CLOSING FUNDS: EVERY LIVE DEAL ON DEALMST.DAT NOT YET
      *     FUNDED, ON ITS DM-EXPECTED-CLOSE-DATE - THE LISTING PRICE
      *     ON PROPERTIES.DAT LESS THE EARNEST HOLD ALREADY ON
      *     ESCROW.DAT. CLOSING FUNDS POST TO THE BUYER'S OPERATING
      *     ACCOUNT THE SAME WAY PAYMENT.COB ROUTES A "CLOSING"
      *     PAYMENT.
      *   - MORTGAGE RECEIPTS: EVERY STILL-OPEN MONTHLY BILL ON
      *     MTGBILL.DAT ON ITS DUE DATE (OPERATING). A BILL ALREADY
      *     PAST DUE IS DELINQUENT AND IS NOT COUNTED ON.
      *   OUTFLOWS
      *   - TAX BILLS: STILL-OPEN TAXBILL.DAT INSTALLMENTS ON THEIR
      *     DUE DATE, FROM THE LOAN'S "-TR" CLIENT LEDGER.
      *   - INSURANCE RENEWALS: THE INSPOLICY.DAT ANNUAL PREMIUM IN
      *     THE POLICY'S RENEWAL MONTH.
      *   - RECURRING ESCROW: THE MONTHLY TAX (LOANS WITHOUT COUNTY
      *     BILLS), HOA, PMI AND INSURANCE (LOANS WITHOUT A POLICY)
      *     ESTIMATES ESCROW-DISBURSE GENERATES ON THE FIRST RUN OF
      *     EACH MONTH. THIS MONTH'S SET COUNTS ONLY WHERE ITS MARKER
      *     IS NOT YET ON ESCROWDSB.DAT.
      *   - COMMISSIONS: EARNED OR RELEASED AGENT-SHARE LINES STILL
      *     UNPAID ON COMMLEDGER.DAT, WHICH TONIGHT'S AGENT-PAYOUT
      *     PAYS FROM OPERATING.
      *   - WIRES: APPROVED WIRES ON PAYMENTS.DAT STILL IN PENDING-
      *     CONFIRM ('PC') - POSTED TO THE BOOKS BUT NOT YET OUT OF
      *     THE BANK - FROM TRUST WHEN THE PAYMENT IS TRUST MONEY.
      * EVERY TRUST FLOW IS CARRIED TO ITS CLIENT LEDGER AS WELL AS
      * THE ACCOUNT, AND ANY DAY WHERE THE PROJECTED TRUST ACCOUNT,
      * THE OPERATING ACCOUNT OR ANY SINGLE CLIENT LEDGER GOES
      * NEGATIVE IS FLAGGED ON CASHFCST.RPT. A NEGATIVE PROJECTION,
      * OR A STARTING POSITION THAT IS MISSING OR NOT FROM TONIGHT'S
      * RECONCILIATION, ENDS THE RUN WITH RETURN CODE 4 SO
      * BATCH-DRIVER FLAGS IT. REPORT ONLY - NOTHING IS UPDATED.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANK-BALANCE-FILE ASSIGN TO "BANKBAL.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-BAL-STATUS.

           SELECT HOLIDAY-FILE ASSIGN TO "HOLIDAYS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-HOL-STATUS.

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

           SELECT ESCROW-FILE ASSIGN TO "ESCROW.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-ESCROW-STATUS.

           SELECT MTG-BILL-FILE ASSIGN TO "MTGBILL.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-BILL-STATUS.

           SELECT MORTGAGE-FILE ASSIGN TO "MORTGAGES.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-MORTGAGE-STATUS.

           SELECT TAX-BILL-FILE ASSIGN TO "TAXBILL.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-TAXBILL-STATUS.

           SELECT INS-POLICY-FILE ASSIGN TO "INSPOLICY.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS IP-MORTGAGE-ID
                  FILE STATUS IS WS-POLICY-STATUS.

           SELECT ESCROW-DISB-FILE ASSIGN TO "ESCROWDSB.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-DISB-STATUS.

           SELECT COMMISSION-LEDGER-FILE ASSIGN TO "COMMLEDGER.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-LEDGER-STATUS.

           SELECT PAYMENT-FILE ASSIGN TO "PAYMENTS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS PAYMENT-ID
                  ALTERNATE RECORD KEY IS REFERENCE-NUMBER
                      WITH DUPLICATES
                  FILE STATUS IS WS-PAYMENT-STATUS.

           SELECT FORECAST-REPORT ASSIGN TO "CASHFCST.RPT"
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
      * RECONCILED BALANCES WRITTEN BY BANK-RECON - SEE BANK-RECON.COB.
      *****************************************************************
       FD  BANK-BALANCE-FILE.
       01  BANK-BALANCE-RECORD.
           05  BB-RECORD-TYPE      PIC X.
               88  BB-ACCOUNT-TOTAL    VALUE 'A'.
               88  BB-CLIENT-LEDGER    VALUE 'L'.
           05  BB-ACCOUNT-ID       PIC X(20).
           05  BB-BALANCE          PIC S9(11)V99.
           05  BB-SOURCE           PIC X.
               88  BB-FROM-BANK        VALUE 'B'.
               88  BB-FROM-BOOK        VALUE 'K'.
           05  BB-AGREED           PIC X.
           05  BB-RECON-DATE       PIC 9(8).

       FD  HOLIDAY-FILE.
       01  HOLIDAY-LINE            PIC X(20).

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

       FD  MTG-BILL-FILE.
       01  MTG-BILL-RECORD.
           05  MB-BILL-ID          PIC X(20).
           05  MB-MORTGAGE-ID      PIC X(20).
           05  MB-ACCOUNT-NUMBER   PIC X(20).
           05  MB-DUE-DATE         PIC 9(8).
           05  MB-BILL-MONTH       PIC 9(6).
           05  MB-PI-AMOUNT        PIC 9(7)V99.
           05  MB-ESCROW-AMOUNT    PIC 9(7)V99.
           05  MB-TOTAL-DUE        PIC 9(7)V99.
           05  MB-PRINCIPAL-BALANCE PIC 9(9)V99.
           05  MB-INTEREST-RATE    PIC 99V9999.
           05  MB-STATUS           PIC X.
               88  MB-OPEN         VALUE 'O'.
               88  MB-PAID         VALUE 'P'.
               88  MB-LATE-FEE     VALUE 'L'.
           05  MB-PAID-PAYMENT-ID  PIC X(20).
           05  MB-PRINCIPAL-PORTION PIC 9(7)V99.
           05  MB-INTEREST-PORTION PIC 9(7)V99.
           05  MB-TIMESTAMP        PIC 9(14).

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
           05  CURRENCY-CODE       PIC X(3).
           05  RATE-LOCK-DATE       PIC 9(8).
           05  RATE-LOCK-EXPIRATION PIC 9(8).
           05  RATE-LOCK-STATUS     PIC X.
               88  RATE-LOCKED          VALUE 'L'.
               88  RATE-NOT-LOCKED      VALUE 'N'.
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

       FD  INS-POLICY-FILE.
       01  INS-POLICY-RECORD.
           05  IP-MORTGAGE-ID      PIC X(20).
           05  IP-CARRIER-NAME     PIC X(40).
           05  IP-POLICY-NUMBER    PIC X(20).
           05  IP-ANNUAL-PREMIUM   PIC 9(7)V99.
           05  IP-EXPIRATION-DATE  PIC 9(8).
           05  IP-PAYEE-ID         PIC X(20).
           05  IP-LOAD-TIMESTAMP   PIC 9(14).

       FD  ESCROW-DISB-FILE.
       01  ESCROW-DISB-RECORD.
           05  ED-DISBURSEMENT-ID  PIC X(20).
           05  ED-PAYMENT-ID       PIC X(20).
           05  ED-ACCOUNT-NUMBER   PIC X(20).
           05  ED-PAYMENT-TYPE     PIC X(20).
           05  ED-AMOUNT           PIC 9(9)V99.
           05  ED-TIMESTAMP        PIC 9(14).

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
           05  CURRENCY-CODE-P     PIC X(3).
           05  ORIGINAL-AMOUNT     PIC 9(9)V99.
           05  ESCROW-ACCOUNT-FLAG PIC X.
           05  FEE-SCHEDULE-ID     PIC X(20).
           05  PAYMENT-SUBMITTER-ID PIC X(20).
           05  PAYMENT-APPROVER-ID PIC X(20).

       FD  FORECAST-REPORT.
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
       01  WS-BAL-STATUS           PIC XX.
       01  WS-HOL-STATUS           PIC XX.
       01  WS-DEAL-STATUS          PIC XX.
       01  WS-LISTING-STATUS       PIC XX.
       01  WS-ESCROW-STATUS        PIC XX.
       01  WS-BILL-STATUS          PIC XX.
       01  WS-MORTGAGE-STATUS      PIC XX.
       01  WS-TAXBILL-STATUS       PIC XX.
       01  WS-POLICY-STATUS        PIC XX.
       01  WS-DISB-STATUS          PIC XX.
       01  WS-LEDGER-STATUS        PIC XX.
       01  WS-PAYMENT-STATUS       PIC XX.
       01  WS-RPT-STATUS           PIC XX.
       01  WS-BUSDATE-STATUS       PIC XX.
       01  WS-EOF-SWITCH           PIC X VALUE 'N'.
           88  WS-END-OF-FILE      VALUE 'Y'.
       01  WS-FOUND-SWITCH         PIC X.

       01  WS-CURRENT-DATE.
           05  WS-YEAR             PIC 9(4).
           05  WS-MONTH            PIC 99.
           05  WS-DAY              PIC 99.

       01  WS-TODAY-DATE           PIC 9(8).
       01  WS-TODAY-YYMM           PIC X(4).
       01  WS-OVERFLOW-TABLE       PIC X(12).

      *****************************************************************
      * STARTING POSITION FROM BANKBAL.DAT.
      *****************************************************************
       01  WS-START-POSITION.
           05  WS-START-OPER-BAL   PIC S9(11)V99 VALUE ZERO.
           05  WS-START-TRUST-BAL  PIC S9(11)V99 VALUE ZERO.
           05  WS-START-OPER-SRC   PIC X VALUE SPACE.
           05  WS-START-TRUST-SRC  PIC X VALUE SPACE.
           05  WS-START-OPER-AGREED PIC X VALUE 'Y'.
           05  WS-START-TRUST-AGREED PIC X VALUE 'Y'.
           05  WS-START-RECON-DATE PIC 9(8) VALUE ZERO.
           05  WS-START-FOUND-SW   PIC X VALUE 'N'.

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

      *****************************************************************
      * THE FORECAST CALENDAR - ENTRY 1 IS THE BUSINESS DATE, ENTRIES
      * 2 THROUGH 31 THE NEXT THIRTY BANKING DAYS.
      *****************************************************************
       01  WS-DAY-TABLE.
           05  WS-DAY-ENTRY OCCURS 31 TIMES
                   INDEXED BY WS-DAY-IDX.
               10  WS-DAY-DATE         PIC 9(8).
               10  WS-DAY-OPER-IN      PIC S9(11)V99.
               10  WS-DAY-OPER-OUT     PIC S9(11)V99.
               10  WS-DAY-TRUST-IN     PIC S9(11)V99.
               10  WS-DAY-TRUST-OUT    PIC S9(11)V99.
               10  WS-DAY-OPER-BAL     PIC S9(11)V99.
               10  WS-DAY-TRUST-BAL    PIC S9(11)V99.
               10  WS-DAY-LEDGER-NEG   PIC 9(3).

       01  WS-DAY-COUNT            PIC 9(2) VALUE ZERO.
       01  WS-LAST-DAY-DATE        PIC 9(8).

      *****************************************************************
      * ONE ENTRY PER TRUST CLIENT LEDGER - BANKBAL.DAT'S 'L' RECORDS
      * PLUS ANY "-TR" LEDGER A FORECAST FLOW NAMES THAT HAS NO
      * BALANCE YET.
      *****************************************************************
       01  WS-LEDGER-TABLE.
           05  WS-LEDGER-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-LDG-IDX.
               10  WS-LDG-ACCOUNT      PIC X(20).
               10  WS-LDG-START        PIC S9(11)V99.
               10  WS-LDG-RUNNING      PIC S9(11)V99.
               10  WS-LDG-LOW          PIC S9(11)V99.
               10  WS-LDG-NEG-DATE     PIC 9(8).

       01  WS-LEDGER-COUNT-USED    PIC 9(3) VALUE ZERO.
       01  WS-LDG-SEARCH-IDX       PIC 9(3).
       01  WS-LOOKUP-LEDGER        PIC X(20).

      *****************************************************************
      * EVERY TRUST FLOW, KEPT SO THE CLIENT LEDGERS CAN BE WALKED
      * FORWARD DAY BY DAY ALONGSIDE THE ACCOUNT.
      *****************************************************************
       01  WS-FLOW-TABLE.
           05  WS-FLOW-ENTRY OCCURS 3000 TIMES
                   INDEXED BY WS-FLW-IDX.
               10  WS-FLW-DAY          PIC 9(2).
               10  WS-FLW-LEDGER       PIC 9(3).
               10  WS-FLW-AMOUNT       PIC S9(11)V99.

       01  WS-FLOW-COUNT-USED      PIC 9(4) VALUE ZERO.

      *****************************************************************
      * ONE FORECAST FLOW BEING PLACED ON THE CALENDAR.
      *****************************************************************
       01  WS-FLOW-INPUT.
           05  WS-FLOW-DATE        PIC 9(8).
           05  WS-FLOW-AMOUNT      PIC 9(9)V99.
           05  WS-FLOW-DIRECTION   PIC X.
               88  WS-FLOW-INFLOW      VALUE 'I'.
               88  WS-FLOW-OUTFLOW     VALUE 'O'.
           05  WS-FLOW-SIDE        PIC X.
               88  WS-FLOW-OPERATING   VALUE 'O'.
               88  WS-FLOW-TRUST       VALUE 'T'.
           05  WS-FLOW-ACCOUNT     PIC X(20).
           05  WS-FLOW-CATEGORY    PIC 9.
           05  WS-FLOW-SLOT        PIC 9(2).

      *****************************************************************
      * FORECAST TOTALS BY SOURCE OVER THE WHOLE HORIZON.
      *****************************************************************
       01  WS-CATEGORY-NAMES.
           05  FILLER              PIC X(20) VALUE "CLOSING FUNDS".
           05  FILLER              PIC X(20) VALUE "MORTGAGE RECEIPTS".
           05  FILLER              PIC X(20) VALUE "TAX BILLS".
           05  FILLER              PIC X(20) VALUE
               "INSURANCE RENEWALS".
           05  FILLER              PIC X(20) VALUE "RECURRING ESCROW".
           05  FILLER              PIC X(20) VALUE "COMMISSIONS".
           05  FILLER              PIC X(20) VALUE "UNSENT WIRES".
       01  WS-CATEGORY-NAME-TABLE REDEFINES WS-CATEGORY-NAMES.
           05  WS-CAT-NAME         PIC X(20) OCCURS 7 TIMES.

       01  WS-CATEGORY-TOTALS.
           05  WS-CATEGORY-ENTRY OCCURS 7 TIMES
                   INDEXED BY WS-CAT-IDX.
               10  WS-CAT-COUNT        PIC 9(5).
               10  WS-CAT-OPER         PIC S9(11)V99.
               10  WS-CAT-TRUST        PIC S9(11)V99.

      *****************************************************************
      * LATEST VERSION OF EACH MORTGAGE - SAME KEEP-THE-LAST IDIOM AS
      * ESCROW-DISBURSE'S BUILD-MORTGAGE-TABLE, AND THE SAME
      * ELIGIBILITY: AN ACCOUNT NUMBER AND A LOAN STILL OUTSTANDING.
      *****************************************************************
       01  WS-MORTGAGE-TABLE.
           05  WS-MTG-ENTRY OCCURS 1000 TIMES
                   INDEXED BY WS-MTG-IDX.
               10  WS-MTG-ID           PIC X(20).
               10  WS-MTG-ACCOUNT      PIC X(20).
               10  WS-MTG-LOAN-AMOUNT  PIC 9(9)V99.
               10  WS-MTG-TAX          PIC 9(5)V99.
               10  WS-MTG-INS          PIC 9(5)V99.
               10  WS-MTG-HOA          PIC 9(5)V99.
               10  WS-MTG-PMI          PIC 9(5)V99.

       01  WS-MORTGAGE-COUNT-USED  PIC 9(5) VALUE ZERO.
       01  WS-MTG-SEARCH-IDX       PIC 9(5).

       01  WS-POLICY-TABLE.
           05  WS-POLICY-ENTRY OCCURS 1000 TIMES
                   INDEXED BY WS-POL-IDX.
               10  WS-POL-MORTGAGE-ID  PIC X(20).
               10  WS-POL-PREMIUM      PIC 9(7)V99.
               10  WS-POL-EXPIRATION   PIC 9(8).

       01  WS-POLICY-COUNT-USED    PIC 9(5) VALUE ZERO.
       01  WS-POLICY-FOUND-SW      PIC X.
       01  WS-POLICY-FOUND-IDX     PIC 9(5).
       01  WS-POLICY-EOF-SW        PIC X VALUE 'N'.
           88  WS-POLICY-END-OF-FILE VALUE 'Y'.

      *****************************************************************
      * LATEST STATE PER TAX INSTALLMENT (PARCEL AND DUE DATE).
      *****************************************************************
       01  WS-TAXBILL-TABLE.
           05  WS-TAXBILL-ENTRY OCCURS 1000 TIMES
                   INDEXED BY WS-TXB-IDX.
               10  WS-TXB-PARCEL       PIC X(20).
               10  WS-TXB-ACCOUNT      PIC X(20).
               10  WS-TXB-DUE-DATE     PIC 9(8).
               10  WS-TXB-AMOUNT       PIC 9(7)V99.
               10  WS-TXB-STATUS       PIC X.

       01  WS-TAXBILL-COUNT-USED   PIC 9(5) VALUE ZERO.
       01  WS-TXB-SEARCH-IDX       PIC 9(5).
       01  WS-TXB-HAS-BILLS-SW     PIC X.

      *****************************************************************
      * THIS MONTH'S RECURRING ESCROW MARKERS ALREADY ON ESCROWDSB.DAT.
      *****************************************************************
       01  WS-DISBURSED-TABLE.
           05  WS-DISBURSED-ENTRY OCCURS 4000 TIMES
                   INDEXED BY WS-DSB-IDX.
               10  WS-DSB-KEY          PIC X(20).

       01  WS-DISBURSED-COUNT-USED PIC 9(5) VALUE ZERO.
       01  WS-LOOKUP-KEY           PIC X(20).
       01  WS-RECUR-KEY            PIC X(20).
       01  WS-TYPE-CODE            PIC X.

      *****************************************************************
      * RECURRING-SET WORK: THE CALENDAR ENTRY A MONTH'S SET LANDS ON
      * AND WHETHER THIS MONTH'S MARKERS HAVE TO BE CHECKED.
      *****************************************************************
       01  WS-SET-WORK.
           05  WS-SET-DATE         PIC 9(8).
           05  WS-SET-YYMM         PIC X(4).
           05  WS-SET-CURRENT-SW   PIC X.
           05  WS-SET-DAY-IDX      PIC 9(2).

      *****************************************************************
      * LATEST STATE PER COMMISSION LEDGER-ID - SAME IDIOM AS
      * AGENT-PAYOUT'S LEDGER TABLE.
      *****************************************************************
       01  WS-COMMISSION-TABLE.
           05  WS-COMM-ENTRY OCCURS 4000 TIMES
                   INDEXED BY WS-COMM-IDX.
               10  WS-COMM-LEDGER-ID   PIC X(20).
               10  WS-COMM-AMOUNT      PIC 9(7)V99.
               10  WS-COMM-STATUS      PIC X.
               10  WS-COMM-SHARE       PIC X.

       01  WS-COMM-COUNT-USED      PIC 9(5) VALUE ZERO.
       01  WS-COMM-SEARCH-IDX      PIC 9(5).

      *****************************************************************
      * LATEST STATE PER MONTHLY INSTALLMENT BILL ("MBL" IDS).
      *****************************************************************
       01  WS-BILL-TABLE.
           05  WS-BILL-ENTRY OCCURS 4000 TIMES
                   INDEXED BY WS-BILL-IDX.
               10  WS-TBL-BILL-ID      PIC X(20).
               10  WS-TBL-DUE-DATE     PIC 9(8).
               10  WS-TBL-TOTAL-DUE    PIC 9(7)V99.
               10  WS-TBL-STATUS       PIC X.

       01  WS-BILL-USED            PIC 9(5) VALUE ZERO.
       01  WS-BILL-SEARCH-IDX      PIC 9(5).

      *****************************************************************
      * LATEST EARNEST HOLD PER ESCROW TRANSACTION-ID.
      *****************************************************************
       01  WS-HOLD-TABLE.
           05  WS-HOLD-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-HLD-IDX.
               10  WS-HLD-TRANS-ID     PIC X(20).
               10  WS-HLD-AMOUNT       PIC 9(7)V99.

       01  WS-HOLD-COUNT-USED      PIC 9(5) VALUE ZERO.
       01  WS-HLD-SEARCH-IDX       PIC 9(5).
       01  WS-DEAL-EOF-SW          PIC X VALUE 'N'.
           88  WS-DEAL-END-OF-FILE VALUE 'Y'.
       01  WS-CLOSING-AMOUNT       PIC S9(11)V99.

      *****************************************************************
      * PROJECTION RUNNING BALANCES AND RESULT SWITCHES.
      *****************************************************************
       01  WS-PROJECTION-WORK.
           05  WS-RUN-OPER-BAL     PIC S9(11)V99.
           05  WS-RUN-TRUST-BAL    PIC S9(11)V99.
           05  WS-LOW-OPER-BAL     PIC S9(11)V99.
           05  WS-LOW-TRUST-BAL    PIC S9(11)V99.
           05  WS-NEGATIVE-SW      PIC X VALUE 'N'.
           05  WS-WARNING-SW       PIC X VALUE 'N'.
           05  WS-NEG-LEDGER-COUNT PIC 9(5) VALUE ZERO.

       01  WS-REPORT-HEADING.
           05  FILLER              PIC X(40) VALUE
               "THIRTY-DAY CASH FORECAST".
           05  FILLER              PIC X(6)  VALUE "DATE: ".
           05  WS-HDR-DATE         PIC 9(8).

       01  WS-START-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-STL-LABEL        PIC X(28).
           05  WS-STL-AMOUNT       PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-STL-NOTE         PIC X(40).

       01  WS-MESSAGE-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-MSG-TEXT         PIC X(90).

       01  WS-COLUMN-HEADING.
           05  FILLER              PIC X(10) VALUE "DATE".
           05  FILLER              PIC X(17) VALUE "     OPERATING IN".
           05  FILLER              PIC X(17) VALUE "    OPERATING OUT".
           05  FILLER              PIC X(17) VALUE "OPERATING BALANCE".
           05  FILLER              PIC X(17) VALUE "         TRUST IN".
           05  FILLER              PIC X(17) VALUE "        TRUST OUT".
           05  FILLER              PIC X(17) VALUE "    TRUST BALANCE".
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(18) VALUE "FLAGS".

       01  WS-DAY-LINE.
           05  WS-DYL-DATE         PIC 9(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-DYL-OPER-IN      PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-DYL-OPER-OUT     PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-DYL-OPER-BAL     PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-DYL-TRUST-IN     PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-DYL-TRUST-OUT    PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-DYL-TRUST-BAL    PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-DYL-FLAGS        PIC X(20).

       01  WS-FLAG-WORK.
           05  WS-FLG-OPER         PIC X(5).
           05  WS-FLG-TRUST        PIC X(6).
           05  WS-FLG-LEDGERS      PIC X(9).

       01  WS-NEG-COUNT-EDIT       PIC ZZ9.

       01  WS-LEDGER-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-LGL-ACCOUNT      PIC X(22).
           05  WS-LGL-START        PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  WS-LGL-NEG-DATE     PIC 9(8).
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  WS-LGL-LOW          PIC -ZZZ,ZZZ,ZZ9.99.

       01  WS-LEDGER-HEADING.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(22) VALUE "CLIENT LEDGER".
           05  FILLER              PIC X(15) VALUE "  STARTING BAL".
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  FILLER              PIC X(12) VALUE "FIRST NEG".
           05  FILLER              PIC X(15) VALUE "    LOWEST BAL".

       01  WS-CATEGORY-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-CTL-NAME         PIC X(20).
           05  WS-CTL-COUNT        PIC ZZ,ZZ9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-CTL-OPER         PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-CTL-TRUST        PIC -ZZZ,ZZZ,ZZ9.99.

       01  WS-CATEGORY-HEADING.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(20) VALUE "SOURCE".
           05  FILLER              PIC X(6)  VALUE " ITEMS".
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(15) VALUE "      OPERATING".
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(15) VALUE "          TRUST".

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           PERFORM INITIALIZE-FORECAST
           PERFORM LOAD-HOLIDAY-TABLE
           PERFORM BUILD-FORECAST-CALENDAR
           PERFORM LOAD-STARTING-BALANCES
           PERFORM WRITE-STARTING-POSITION

           PERFORM FORECAST-CLOSING-FUNDS
           PERFORM FORECAST-MORTGAGE-RECEIPTS
           PERFORM BUILD-MORTGAGE-TABLE
           PERFORM BUILD-POLICY-TABLE
           PERFORM BUILD-TAXBILL-TABLE
           PERFORM LOAD-DISBURSED-MARKERS
           PERFORM FORECAST-ESCROW-OUTFLOWS
           PERFORM FORECAST-COMMISSIONS
           PERFORM FORECAST-UNSENT-WIRES

           PERFORM PROJECT-BALANCES
           PERFORM WRITE-DAY-SECTION
           PERFORM WRITE-LEDGER-SECTION
           PERFORM WRITE-CATEGORY-SECTION
           CLOSE FORECAST-REPORT

           IF WS-NEGATIVE-SW = 'Y' OR WS-WARNING-SW = 'Y'
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       INITIALIZE-FORECAST.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           PERFORM GET-BUSINESS-DATE
           STRING WS-YEAR WS-MONTH WS-DAY
                  DELIMITED BY SIZE
                  INTO WS-TODAY-DATE
           MOVE WS-TODAY-DATE(3:4) TO WS-TODAY-YYMM
           MOVE 'N' TO WS-EOF-SWITCH

           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > 7
               MOVE ZERO TO WS-CAT-COUNT(WS-CAT-IDX)
               MOVE ZERO TO WS-CAT-OPER(WS-CAT-IDX)
               MOVE ZERO TO WS-CAT-TRUST(WS-CAT-IDX)
           END-PERFORM

           OPEN OUTPUT FORECAST-REPORT

           MOVE WS-TODAY-DATE TO WS-HDR-DATE
           MOVE WS-REPORT-HEADING TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       LOAD-HOLIDAY-TABLE.
           OPEN INPUT HOLIDAY-FILE

           IF WS-HOL-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

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
      * THE BUSINESS DATE, THEN THIRTY BANKING DAYS WALKED FORWARD
      * ONE CALENDAR DAY AT A TIME - SAME RULE AS BUSDATE-ADVANCE.
      *****************************************************************
       BUILD-FORECAST-CALENDAR.
           MOVE 1 TO WS-DAY-COUNT
           MOVE WS-TODAY-DATE TO WS-CHECK-DATE
           PERFORM CLEAR-DAY-ENTRY

           PERFORM UNTIL WS-DAY-COUNT >= 31
               COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-CHECK-DATE) + 1
               COMPUTE WS-CHECK-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
               PERFORM CHECK-BANKING-DAY
               IF WS-IS-BANKING-DAY = 'Y'
                   ADD 1 TO WS-DAY-COUNT
                   PERFORM CLEAR-DAY-ENTRY
               END-IF
           END-PERFORM

           MOVE WS-DAY-DATE(WS-DAY-COUNT) TO WS-LAST-DAY-DATE.

       CLEAR-DAY-ENTRY.
           SET WS-DAY-IDX TO WS-DAY-COUNT
           MOVE WS-CHECK-DATE TO WS-DAY-DATE(WS-DAY-IDX)
           MOVE ZERO TO WS-DAY-OPER-IN(WS-DAY-IDX)
           MOVE ZERO TO WS-DAY-OPER-OUT(WS-DAY-IDX)
           MOVE ZERO TO WS-DAY-TRUST-IN(WS-DAY-IDX)
           MOVE ZERO TO WS-DAY-TRUST-OUT(WS-DAY-IDX)
           MOVE ZERO TO WS-DAY-OPER-BAL(WS-DAY-IDX)
           MOVE ZERO TO WS-DAY-TRUST-BAL(WS-DAY-IDX)
           MOVE ZERO TO WS-DAY-LEDGER-NEG(WS-DAY-IDX).

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

      *****************************************************************
      * BANK-RECON'S RECONCILED POSITION. NO FILE MEANS THE FORECAST
      * STARTS FROM ZERO; EITHER THAT OR A POSITION LEFT OVER FROM AN
      * EARLIER RECONCILIATION IS CALLED OUT AND WARNS THE RUN.
      *****************************************************************
       LOAD-STARTING-BALANCES.
           OPEN INPUT BANK-BALANCE-FILE

           IF WS-BAL-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           PERFORM READ-BALANCE-RECORD
           PERFORM UNTIL WS-END-OF-FILE
               PERFORM NOTE-ONE-BALANCE
               PERFORM READ-BALANCE-RECORD
           END-PERFORM

           CLOSE BANK-BALANCE-FILE
           MOVE 'N' TO WS-EOF-SWITCH.

       READ-BALANCE-RECORD.
           READ BANK-BALANCE-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

       NOTE-ONE-BALANCE.
           MOVE 'Y' TO WS-START-FOUND-SW
           MOVE BB-RECON-DATE TO WS-START-RECON-DATE

           EVALUATE TRUE
               WHEN BB-ACCOUNT-TOTAL AND BB-ACCOUNT-ID = "OPERATING"
                   MOVE BB-BALANCE TO WS-START-OPER-BAL
                   MOVE BB-SOURCE TO WS-START-OPER-SRC
                   MOVE BB-AGREED TO WS-START-OPER-AGREED
               WHEN BB-ACCOUNT-TOTAL AND BB-ACCOUNT-ID = "TRUST"
                   MOVE BB-BALANCE TO WS-START-TRUST-BAL
                   MOVE BB-SOURCE TO WS-START-TRUST-SRC
                   MOVE BB-AGREED TO WS-START-TRUST-AGREED
               WHEN BB-CLIENT-LEDGER
                   MOVE BB-ACCOUNT-ID TO WS-LOOKUP-LEDGER
                   PERFORM FIND-OR-ADD-LEDGER
                   SET WS-LDG-IDX TO WS-LDG-SEARCH-IDX
                   MOVE BB-BALANCE TO WS-LDG-START(WS-LDG-IDX)
           END-EVALUATE.

       WRITE-STARTING-POSITION.
           MOVE "STARTING POSITION" TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "OPERATING" TO WS-STL-LABEL
           MOVE WS-START-OPER-BAL TO WS-STL-AMOUNT
           IF WS-START-OPER-SRC = 'B'
               MOVE "BANK STATEMENT BALANCE" TO WS-STL-NOTE
           ELSE
               MOVE "BOOK BALANCE - NO BANK BALANCE" TO WS-STL-NOTE
           END-IF
           IF WS-START-OPER-AGREED = 'N'
               MOVE "BANK BALANCE - DID NOT RECONCILE"
                   TO WS-STL-NOTE
               MOVE 'Y' TO WS-WARNING-SW
           END-IF
           MOVE WS-START-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "TRUST" TO WS-STL-LABEL
           MOVE WS-START-TRUST-BAL TO WS-STL-AMOUNT
           IF WS-START-TRUST-SRC = 'B'
               MOVE "BANK STATEMENT BALANCE" TO WS-STL-NOTE
           ELSE
               MOVE "BOOK BALANCE - NO BANK BALANCE" TO WS-STL-NOTE
           END-IF
           IF WS-START-TRUST-AGREED = 'N'
               MOVE "TRUST LEGS DID NOT RECONCILE" TO WS-STL-NOTE
               MOVE 'Y' TO WS-WARNING-SW
           END-IF
           MOVE WS-START-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           IF WS-START-FOUND-SW = 'N'
               MOVE "*** NO RECONCILED BALANCES - STARTING AT ZERO ***"
                   TO WS-MSG-TEXT
               MOVE WS-MESSAGE-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE 'Y' TO WS-WARNING-SW
           ELSE
               IF WS-START-RECON-DATE NOT = WS-TODAY-DATE
                   MOVE SPACES TO WS-MSG-TEXT
                   STRING "*** BALANCES ARE FROM THE "
                              DELIMITED BY SIZE
                          WS-START-RECON-DATE DELIMITED BY SIZE
                          " RECONCILIATION, NOT TODAY'S ***"
                              DELIMITED BY SIZE
                          INTO WS-MSG-TEXT
                   MOVE WS-MESSAGE-LINE TO REPORT-LINE
                   WRITE REPORT-LINE
                   MOVE 'Y' TO WS-WARNING-SW
               END-IF
           END-IF

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

      *****************************************************************
      * PLACES ONE FLOW ON THE CALENDAR. ANYTHING DATED ON OR BEFORE
      * THE BUSINESS DATE LANDS ON THE BUSINESS DATE; OTHERWISE THE
      * FIRST BANKING DAY ON OR AFTER THE FLOW DATE. A FLOW PAST THE
      * LAST FORECAST DAY IS OUTSIDE THE HORIZON AND DROPPED. A
      * TRUST FLOW IS ALSO NOTED AGAINST THE ACCOUNT'S "-TR" CLIENT
      * LEDGER.
      *****************************************************************
       PLACE-FLOW.
           IF WS-FLOW-AMOUNT = ZERO
                   OR WS-FLOW-DATE > WS-LAST-DAY-DATE
               EXIT PARAGRAPH
           END-IF

           MOVE 1 TO WS-FLOW-SLOT
           IF WS-FLOW-DATE > WS-TODAY-DATE
               PERFORM VARYING WS-DAY-IDX FROM 2 BY 1
                       UNTIL WS-DAY-IDX > WS-DAY-COUNT
                   IF WS-DAY-DATE(WS-DAY-IDX) >= WS-FLOW-DATE
                       SET WS-FLOW-SLOT TO WS-DAY-IDX
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF

           SET WS-DAY-IDX TO WS-FLOW-SLOT
           SET WS-CAT-IDX TO WS-FLOW-CATEGORY
           ADD 1 TO WS-CAT-COUNT(WS-CAT-IDX)

           IF WS-FLOW-OPERATING
               IF WS-FLOW-INFLOW
                   ADD WS-FLOW-AMOUNT TO WS-DAY-OPER-IN(WS-DAY-IDX)
                   ADD WS-FLOW-AMOUNT TO WS-CAT-OPER(WS-CAT-IDX)
               ELSE
                   ADD WS-FLOW-AMOUNT TO WS-DAY-OPER-OUT(WS-DAY-IDX)
                   SUBTRACT WS-FLOW-AMOUNT FROM WS-CAT-OPER(WS-CAT-IDX)
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF WS-FLOW-INFLOW
               ADD WS-FLOW-AMOUNT TO WS-DAY-TRUST-IN(WS-DAY-IDX)
               ADD WS-FLOW-AMOUNT TO WS-CAT-TRUST(WS-CAT-IDX)
           ELSE
               ADD WS-FLOW-AMOUNT TO WS-DAY-TRUST-OUT(WS-DAY-IDX)
               SUBTRACT WS-FLOW-AMOUNT FROM WS-CAT-TRUST(WS-CAT-IDX)
           END-IF

           IF WS-FLOW-ACCOUNT = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-LOOKUP-LEDGER
           STRING FUNCTION TRIM(WS-FLOW-ACCOUNT) DELIMITED BY SIZE
                  "-TR"                         DELIMITED BY SIZE
                  INTO WS-LOOKUP-LEDGER
           PERFORM FIND-OR-ADD-LEDGER

           IF WS-FLOW-COUNT-USED >= 3000
               MOVE "FLOW" TO WS-OVERFLOW-TABLE
               PERFORM ABORT-ON-TABLE-OVERFLOW
           END-IF

           ADD 1 TO WS-FLOW-COUNT-USED
           SET WS-FLW-IDX TO WS-FLOW-COUNT-USED
           MOVE WS-FLOW-SLOT TO WS-FLW-DAY(WS-FLW-IDX)
           MOVE WS-LDG-SEARCH-IDX TO WS-FLW-LEDGER(WS-FLW-IDX)
           IF WS-FLOW-INFLOW
               MOVE WS-FLOW-AMOUNT TO WS-FLW-AMOUNT(WS-FLW-IDX)
           ELSE
               COMPUTE WS-FLW-AMOUNT(WS-FLW-IDX) =
                   WS-FLOW-AMOUNT * -1
           END-IF.

       FIND-OR-ADD-LEDGER.
           MOVE 'N' TO WS-FOUND-SWITCH
           PERFORM VARYING WS-LDG-IDX FROM 1 BY 1
                   UNTIL WS-LDG-IDX > WS-LEDGER-COUNT-USED
               IF WS-LDG-ACCOUNT(WS-LDG-IDX) = WS-LOOKUP-LEDGER
                   MOVE 'Y' TO WS-FOUND-SWITCH
                   SET WS-LDG-SEARCH-IDX TO WS-LDG-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WS-FOUND-SWITCH = 'Y'
               EXIT PARAGRAPH
           END-IF

           IF WS-LEDGER-COUNT-USED >= 500
               MOVE "LEDGER" TO WS-OVERFLOW-TABLE
               PERFORM ABORT-ON-TABLE-OVERFLOW
           END-IF

           ADD 1 TO WS-LEDGER-COUNT-USED
           MOVE WS-LEDGER-COUNT-USED TO WS-LDG-SEARCH-IDX
           SET WS-LDG-IDX TO WS-LDG-SEARCH-IDX
           MOVE WS-LOOKUP-LEDGER TO WS-LDG-ACCOUNT(WS-LDG-IDX)
           MOVE ZERO TO WS-LDG-START(WS-LDG-IDX)
           MOVE ZERO TO WS-LDG-RUNNING(WS-LDG-IDX)
           MOVE ZERO TO WS-LDG-LOW(WS-LDG-IDX)
           MOVE ZERO TO WS-LDG-NEG-DATE(WS-LDG-IDX).

      *****************************************************************
      * A TRUNCATED TABLE WOULD SILENTLY UNDERSTATE THE OUTFLOWS, SO
      * THE RUN STOPS WITH A NONZERO RETURN CODE INSTEAD.
      *****************************************************************
       ABORT-ON-TABLE-OVERFLOW.
           MOVE SPACES TO REPORT-LINE
           STRING "FORECAST TABLE OVERFLOW (" DELIMITED BY SIZE
                  WS-OVERFLOW-TABLE DELIMITED BY SPACE
                  ") - RUN ABORTED" DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE FORECAST-REPORT

           MOVE 8 TO RETURN-CODE
           STOP RUN.

      *****************************************************************
      * A LIVE DEAL - NOT CLOSED, NOT CANCELLED, NO CLOSING PAYMENT
      * POSTED YET - BRINGS ITS CLOSING FUNDS ON ITS EXPECTED CLOSE
      * DATE. A DEAL WHOSE CLOSE DATE HAS ALREADY SLIPPED PAST IS NOT
      * COUNTED ON UNTIL THE DATE IS RESET.
      *****************************************************************
       FORECAST-CLOSING-FUNDS.
           PERFORM LOAD-EARNEST-HOLDS

           OPEN INPUT DEAL-MASTER

           IF WS-DEAL-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT PROPERTY-FILE

           IF WS-LISTING-STATUS NOT = '00'
               CLOSE DEAL-MASTER
               EXIT PARAGRAPH
           END-IF

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
                       IF DM-MILESTONE NOT = "CLOSED"
                               AND DM-MILESTONE NOT = "CANCELLED"
                               AND DM-CLOSING-PAYMENT-ID = SPACES
                               AND DM-EXPECTED-CLOSE-DATE
                                   NOT < WS-TODAY-DATE
                           PERFORM FORECAST-ONE-CLOSING
                       END-IF
               END-READ
           END-PERFORM

           CLOSE DEAL-MASTER
           CLOSE PROPERTY-FILE.

       FORECAST-ONE-CLOSING.
           MOVE DM-PROPERTY-ID TO PROPERTY-ID
           READ PROPERTY-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ

           MOVE LISTING-PRICE TO WS-CLOSING-AMOUNT

           PERFORM VARYING WS-HLD-IDX FROM 1 BY 1
                   UNTIL WS-HLD-IDX > WS-HOLD-COUNT-USED
               IF WS-HLD-TRANS-ID(WS-HLD-IDX) = DM-EARNEST-TRANS-ID
                       AND DM-EARNEST-TRANS-ID NOT = SPACES
                   SUBTRACT WS-HLD-AMOUNT(WS-HLD-IDX)
                       FROM WS-CLOSING-AMOUNT
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WS-CLOSING-AMOUNT NOT > ZERO
               EXIT PARAGRAPH
           END-IF

           MOVE DM-EXPECTED-CLOSE-DATE TO WS-FLOW-DATE
           MOVE WS-CLOSING-AMOUNT TO WS-FLOW-AMOUNT
           MOVE 'I' TO WS-FLOW-DIRECTION
           MOVE 'O' TO WS-FLOW-SIDE
           MOVE DM-BUYER-ACCOUNT TO WS-FLOW-ACCOUNT
           MOVE 1 TO WS-FLOW-CATEGORY
           PERFORM PLACE-FLOW.

       LOAD-EARNEST-HOLDS.
           OPEN INPUT ESCROW-FILE

           IF WS-ESCROW-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           PERFORM READ-ESCROW-RECORD
           PERFORM UNTIL WS-END-OF-FILE
               PERFORM NOTE-ONE-HOLD
               PERFORM READ-ESCROW-RECORD
           END-PERFORM

           CLOSE ESCROW-FILE
           MOVE 'N' TO WS-EOF-SWITCH.

       READ-ESCROW-RECORD.
           READ ESCROW-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

       NOTE-ONE-HOLD.
           MOVE 'N' TO WS-FOUND-SWITCH
           PERFORM VARYING WS-HLD-IDX FROM 1 BY 1
                   UNTIL WS-HLD-IDX > WS-HOLD-COUNT-USED
               IF WS-HLD-TRANS-ID(WS-HLD-IDX) = ESCROW-TRANS-ID
                   MOVE 'Y' TO WS-FOUND-SWITCH
                   SET WS-HLD-SEARCH-IDX TO WS-HLD-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WS-FOUND-SWITCH = 'N'
               IF WS-HOLD-COUNT-USED >= 2000
                   MOVE "HOLD" TO WS-OVERFLOW-TABLE
                   PERFORM ABORT-ON-TABLE-OVERFLOW
               END-IF
               ADD 1 TO WS-HOLD-COUNT-USED
               MOVE WS-HOLD-COUNT-USED TO WS-HLD-SEARCH-IDX
           END-IF

           SET WS-HLD-IDX TO WS-HLD-SEARCH-IDX
           MOVE ESCROW-TRANS-ID TO WS-HLD-TRANS-ID(WS-HLD-IDX)
           MOVE ESCROW-HOLD-AMOUNT TO WS-HLD-AMOUNT(WS-HLD-IDX).

      *****************************************************************
      * EVERY MONTHLY INSTALLMENT BILL STILL OPEN AND NOT YET PAST DUE
      * IS EXPECTED ON ITS DUE DATE.
      *****************************************************************
       FORECAST-MORTGAGE-RECEIPTS.
           OPEN INPUT MTG-BILL-FILE

           IF WS-BILL-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           PERFORM READ-BILL-RECORD
           PERFORM UNTIL WS-END-OF-FILE
               IF MB-BILL-ID(1:3) = "MBL"
                   PERFORM NOTE-ONE-BILL
               END-IF
               PERFORM READ-BILL-RECORD
           END-PERFORM

           CLOSE MTG-BILL-FILE
           MOVE 'N' TO WS-EOF-SWITCH

           PERFORM VARYING WS-BILL-IDX FROM 1 BY 1
                   UNTIL WS-BILL-IDX > WS-BILL-USED
               IF WS-TBL-STATUS(WS-BILL-IDX) = 'O'
                       AND WS-TBL-DUE-DATE(WS-BILL-IDX)
                           NOT < WS-TODAY-DATE
                   MOVE WS-TBL-DUE-DATE(WS-BILL-IDX) TO WS-FLOW-DATE
                   MOVE WS-TBL-TOTAL-DUE(WS-BILL-IDX)
                       TO WS-FLOW-AMOUNT
                   MOVE 'I' TO WS-FLOW-DIRECTION
                   MOVE 'O' TO WS-FLOW-SIDE
                   MOVE SPACES TO WS-FLOW-ACCOUNT
                   MOVE 2 TO WS-FLOW-CATEGORY
                   PERFORM PLACE-FLOW
               END-IF
           END-PERFORM.

       READ-BILL-RECORD.
           READ MTG-BILL-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

       NOTE-ONE-BILL.
           MOVE 'N' TO WS-FOUND-SWITCH
           PERFORM VARYING WS-BILL-IDX FROM 1 BY 1
                   UNTIL WS-BILL-IDX > WS-BILL-USED
               IF WS-TBL-BILL-ID(WS-BILL-IDX) = MB-BILL-ID
                   MOVE 'Y' TO WS-FOUND-SWITCH
                   SET WS-BILL-SEARCH-IDX TO WS-BILL-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WS-FOUND-SWITCH = 'Y'
               SET WS-BILL-IDX TO WS-BILL-SEARCH-IDX
               MOVE MB-STATUS TO WS-TBL-STATUS(WS-BILL-IDX)
               EXIT PARAGRAPH
           END-IF

           IF WS-BILL-USED >= 4000
               MOVE "BILL" TO WS-OVERFLOW-TABLE
               PERFORM ABORT-ON-TABLE-OVERFLOW
           END-IF

           ADD 1 TO WS-BILL-USED
           SET WS-BILL-IDX TO WS-BILL-USED
           MOVE MB-BILL-ID TO WS-TBL-BILL-ID(WS-BILL-IDX)
           MOVE MB-DUE-DATE TO WS-TBL-DUE-DATE(WS-BILL-IDX)
           MOVE MB-TOTAL-DUE TO WS-TBL-TOTAL-DUE(WS-BILL-IDX)
           MOVE MB-STATUS TO WS-TBL-STATUS(WS-BILL-IDX).

       BUILD-MORTGAGE-TABLE.
           OPEN INPUT MORTGAGE-FILE

           IF WS-MORTGAGE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           PERFORM READ-MORTGAGE-RECORD
           PERFORM UNTIL WS-END-OF-FILE
               PERFORM FIND-OR-ADD-MORTGAGE-ENTRY
               SET WS-MTG-IDX TO WS-MTG-SEARCH-IDX
               MOVE MORTGAGE-ACCOUNT-NUMBER
                   TO WS-MTG-ACCOUNT(WS-MTG-IDX)
               MOVE LOAN-AMOUNT TO WS-MTG-LOAN-AMOUNT(WS-MTG-IDX)
               MOVE MONTHLY-TAX-AMOUNT TO WS-MTG-TAX(WS-MTG-IDX)
               MOVE MONTHLY-INS-AMOUNT TO WS-MTG-INS(WS-MTG-IDX)
               MOVE MONTHLY-HOA-AMOUNT TO WS-MTG-HOA(WS-MTG-IDX)
               IF PMI-ACTIVE OR PMI-ELIGIBLE
                   MOVE MONTHLY-PMI-AMOUNT TO WS-MTG-PMI(WS-MTG-IDX)
               ELSE
                   MOVE ZERO TO WS-MTG-PMI(WS-MTG-IDX)
               END-IF
               PERFORM READ-MORTGAGE-RECORD
           END-PERFORM

           CLOSE MORTGAGE-FILE
           MOVE 'N' TO WS-EOF-SWITCH.

       READ-MORTGAGE-RECORD.
           READ MORTGAGE-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

       FIND-OR-ADD-MORTGAGE-ENTRY.
           MOVE 'N' TO WS-FOUND-SWITCH
           PERFORM VARYING WS-MTG-IDX FROM 1 BY 1
                   UNTIL WS-MTG-IDX > WS-MORTGAGE-COUNT-USED
               IF WS-MTG-ID(WS-MTG-IDX) = MORTGAGE-ID
                   MOVE 'Y' TO WS-FOUND-SWITCH
                   SET WS-MTG-SEARCH-IDX TO WS-MTG-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WS-FOUND-SWITCH = 'Y'
               EXIT PARAGRAPH
           END-IF

           IF WS-MORTGAGE-COUNT-USED >= 1000
               MOVE "MORTGAGE" TO WS-OVERFLOW-TABLE
               PERFORM ABORT-ON-TABLE-OVERFLOW
           END-IF

           ADD 1 TO WS-MORTGAGE-COUNT-USED
           MOVE WS-MORTGAGE-COUNT-USED TO WS-MTG-SEARCH-IDX
           SET WS-MTG-IDX TO WS-MTG-SEARCH-IDX
           MOVE MORTGAGE-ID TO WS-MTG-ID(WS-MTG-IDX).

       BUILD-POLICY-TABLE.
           OPEN INPUT INS-POLICY-FILE

           IF WS-POLICY-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE LOW-VALUES TO IP-MORTGAGE-ID
           START INS-POLICY-FILE KEY IS NOT LESS THAN IP-MORTGAGE-ID
               INVALID KEY
                   MOVE 'Y' TO WS-POLICY-EOF-SW
           END-START

           PERFORM UNTIL WS-POLICY-END-OF-FILE
               READ INS-POLICY-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-POLICY-EOF-SW
                   NOT AT END
                       IF WS-POLICY-COUNT-USED >= 1000
                           MOVE "POLICY" TO WS-OVERFLOW-TABLE
                           PERFORM ABORT-ON-TABLE-OVERFLOW
                       END-IF
                       ADD 1 TO WS-POLICY-COUNT-USED
                       SET WS-POL-IDX TO WS-POLICY-COUNT-USED
                       MOVE IP-MORTGAGE-ID
                           TO WS-POL-MORTGAGE-ID(WS-POL-IDX)
                       MOVE IP-ANNUAL-PREMIUM
                           TO WS-POL-PREMIUM(WS-POL-IDX)
                       MOVE IP-EXPIRATION-DATE
                           TO WS-POL-EXPIRATION(WS-POL-IDX)
               END-READ
           END-PERFORM

           CLOSE INS-POLICY-FILE.

       BUILD-TAXBILL-TABLE.
           OPEN INPUT TAX-BILL-FILE

           IF WS-TAXBILL-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           PERFORM READ-TAX-BILL-RECORD
           PERFORM UNTIL WS-END-OF-FILE
               PERFORM NOTE-ONE-TAX-BILL
               PERFORM READ-TAX-BILL-RECORD
           END-PERFORM

           CLOSE TAX-BILL-FILE
           MOVE 'N' TO WS-EOF-SWITCH.

       READ-TAX-BILL-RECORD.
           READ TAX-BILL-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

       NOTE-ONE-TAX-BILL.
           MOVE 'N' TO WS-FOUND-SWITCH
           PERFORM VARYING WS-TXB-IDX FROM 1 BY 1
                   UNTIL WS-TXB-IDX > WS-TAXBILL-COUNT-USED
               IF WS-TXB-PARCEL(WS-TXB-IDX) = TB-PARCEL
                       AND WS-TXB-DUE-DATE(WS-TXB-IDX) = TB-DUE-DATE
                   MOVE 'Y' TO WS-FOUND-SWITCH
                   SET WS-TXB-SEARCH-IDX TO WS-TXB-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WS-FOUND-SWITCH = 'N'
               IF WS-TAXBILL-COUNT-USED >= 1000
                   MOVE "TAX BILL" TO WS-OVERFLOW-TABLE
                   PERFORM ABORT-ON-TABLE-OVERFLOW
               END-IF
               ADD 1 TO WS-TAXBILL-COUNT-USED
               MOVE WS-TAXBILL-COUNT-USED TO WS-TXB-SEARCH-IDX
               SET WS-TXB-IDX TO WS-TXB-SEARCH-IDX
               MOVE TB-PARCEL TO WS-TXB-PARCEL(WS-TXB-IDX)
               MOVE TB-ACCOUNT-NUMBER TO WS-TXB-ACCOUNT(WS-TXB-IDX)
               MOVE TB-DUE-DATE TO WS-TXB-DUE-DATE(WS-TXB-IDX)
               MOVE TB-AMOUNT TO WS-TXB-AMOUNT(WS-TXB-IDX)
           END-IF

           SET WS-TXB-IDX TO WS-TXB-SEARCH-IDX
           MOVE TB-STATUS TO WS-TXB-STATUS(WS-TXB-IDX).

      *****************************************************************
      * THIS MONTH'S RECURRING MARKERS ONLY - THE KEY IS THE TYPE CODE,
      * THE YEAR/MONTH AND THE MORTGAGE-ID TIMESTAMP, SEE ESCROW-
      * DISBURSE'S ACCUMULATE-ONE-RECURRING-DISBURSEMENT.
      *****************************************************************
       LOAD-DISBURSED-MARKERS.
           OPEN INPUT ESCROW-DISB-FILE

           IF WS-DISB-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           PERFORM READ-DISB-RECORD
           PERFORM UNTIL WS-END-OF-FILE
               IF ED-PAYMENT-ID(2:4) = WS-TODAY-YYMM
                       AND (ED-PAYMENT-ID(1:1) = "T"
                           OR ED-PAYMENT-ID(1:1) = "H"
                           OR ED-PAYMENT-ID(1:1) = "M"
                           OR ED-PAYMENT-ID(1:1) = "I")
                   IF WS-DISBURSED-COUNT-USED >= 4000
                       MOVE "MARKER" TO WS-OVERFLOW-TABLE
                       PERFORM ABORT-ON-TABLE-OVERFLOW
                   END-IF
                   ADD 1 TO WS-DISBURSED-COUNT-USED
                   SET WS-DSB-IDX TO WS-DISBURSED-COUNT-USED
                   MOVE ED-PAYMENT-ID TO WS-DSB-KEY(WS-DSB-IDX)
               END-IF
               PERFORM READ-DISB-RECORD
           END-PERFORM

           CLOSE ESCROW-DISB-FILE
           MOVE 'N' TO WS-EOF-SWITCH.

       READ-DISB-RECORD.
           READ ESCROW-DISB-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

       IS-ALREADY-DISBURSED.
           MOVE 'N' TO WS-FOUND-SWITCH
           PERFORM VARYING WS-DSB-IDX FROM 1 BY 1
                   UNTIL WS-DSB-IDX > WS-DISBURSED-COUNT-USED
               IF WS-DSB-KEY(WS-DSB-IDX) = WS-LOOKUP-KEY
                   MOVE 'Y' TO WS-FOUND-SWITCH
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *****************************************************************
      * PER ELIGIBLE LOAN: ITS OPEN COUNTY TAX BILLS ON THEIR DUE
      * DATES, THEN ONE RECURRING SET FOR THE CURRENT MONTH (ON THE
      * BUSINESS DATE, WHERE NOT ALREADY DISBURSED) AND ONE ON THE
      * FIRST BANKING DAY OF EACH LATER MONTH THE CALENDAR REACHES.
      *****************************************************************
       FORECAST-ESCROW-OUTFLOWS.
           PERFORM VARYING WS-MTG-IDX FROM 1 BY 1
                   UNTIL WS-MTG-IDX > WS-MORTGAGE-COUNT-USED
               IF WS-MTG-ACCOUNT(WS-MTG-IDX) NOT = SPACES
                       AND WS-MTG-LOAN-AMOUNT(WS-MTG-IDX) > ZERO
                   PERFORM FORECAST-ONE-LOAN-ESCROW
               END-IF
           END-PERFORM.

       FORECAST-ONE-LOAN-ESCROW.
           PERFORM FORECAST-LOAN-TAX-BILLS
           PERFORM FIND-POLICY-FOR-MORTGAGE

           MOVE WS-TODAY-DATE TO WS-SET-DATE
           MOVE WS-TODAY-YYMM TO WS-SET-YYMM
           MOVE 'Y' TO WS-SET-CURRENT-SW
           PERFORM FORECAST-ONE-MONTH-SET

           MOVE 'N' TO WS-SET-CURRENT-SW
           PERFORM VARYING WS-SET-DAY-IDX FROM 2 BY 1
                   UNTIL WS-SET-DAY-IDX > WS-DAY-COUNT
               IF WS-DAY-DATE(WS-SET-DAY-IDX)(1:6) NOT =
                       WS-DAY-DATE(WS-SET-DAY-IDX - 1)(1:6)
                   MOVE WS-DAY-DATE(WS-SET-DAY-IDX) TO WS-SET-DATE
                   MOVE WS-SET-DATE(3:4) TO WS-SET-YYMM
                   PERFORM FORECAST-ONE-MONTH-SET
               END-IF
           END-PERFORM.

       FORECAST-LOAN-TAX-BILLS.
           MOVE 'N' TO WS-TXB-HAS-BILLS-SW
           PERFORM VARYING WS-TXB-IDX FROM 1 BY 1
                   UNTIL WS-TXB-IDX > WS-TAXBILL-COUNT-USED
               IF WS-TXB-ACCOUNT(WS-TXB-IDX) =
                       WS-MTG-ACCOUNT(WS-MTG-IDX)
                   MOVE 'Y' TO WS-TXB-HAS-BILLS-SW
                   IF WS-TXB-STATUS(WS-TXB-IDX) = 'O'
                       MOVE WS-TXB-DUE-DATE(WS-TXB-IDX)
                           TO WS-FLOW-DATE
                       MOVE WS-TXB-AMOUNT(WS-TXB-IDX)
                           TO WS-FLOW-AMOUNT
                       MOVE 'O' TO WS-FLOW-DIRECTION
                       MOVE 'T' TO WS-FLOW-SIDE
                       MOVE WS-MTG-ACCOUNT(WS-MTG-IDX)
                           TO WS-FLOW-ACCOUNT
                       MOVE 3 TO WS-FLOW-CATEGORY
                       PERFORM PLACE-FLOW
                   END-IF
               END-IF
           END-PERFORM.

       FIND-POLICY-FOR-MORTGAGE.
           MOVE 'N' TO WS-POLICY-FOUND-SW
           PERFORM VARYING WS-POL-IDX FROM 1 BY 1
                   UNTIL WS-POL-IDX > WS-POLICY-COUNT-USED
               IF WS-POL-MORTGAGE-ID(WS-POL-IDX) =
                       WS-MTG-ID(WS-MTG-IDX)
                   MOVE 'Y' TO WS-POLICY-FOUND-SW
                   SET WS-POLICY-FOUND-IDX TO WS-POL-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *****************************************************************
      * ONE MONTH'S RECURRING SET FOR THE LOAN, MIRRORING ESCROW-
      * DISBURSE'S GENERATE-MORTGAGE-DISBURSEMENT-SET.
      *****************************************************************
       FORECAST-ONE-MONTH-SET.
           MOVE WS-SET-DATE TO WS-FLOW-DATE
           MOVE 'O' TO WS-FLOW-DIRECTION
           MOVE 'T' TO WS-FLOW-SIDE
           MOVE WS-MTG-ACCOUNT(WS-MTG-IDX) TO WS-FLOW-ACCOUNT
           MOVE 5 TO WS-FLOW-CATEGORY

           IF WS-TXB-HAS-BILLS-SW = 'N'
               MOVE "T" TO WS-TYPE-CODE
               MOVE WS-MTG-TAX(WS-MTG-IDX) TO WS-FLOW-AMOUNT
               PERFORM FORECAST-ONE-RECURRING-LINE
           END-IF

           MOVE "H" TO WS-TYPE-CODE
           MOVE WS-MTG-HOA(WS-MTG-IDX) TO WS-FLOW-AMOUNT
           PERFORM FORECAST-ONE-RECURRING-LINE

           MOVE "M" TO WS-TYPE-CODE
           MOVE WS-MTG-PMI(WS-MTG-IDX) TO WS-FLOW-AMOUNT
           PERFORM FORECAST-ONE-RECURRING-LINE

           MOVE "I" TO WS-TYPE-CODE
           IF WS-POLICY-FOUND-SW = 'Y'
               SET WS-POL-IDX TO WS-POLICY-FOUND-IDX
               IF WS-POL-EXPIRATION(WS-POL-IDX)(3:4) = WS-SET-YYMM
                   MOVE WS-POL-PREMIUM(WS-POL-IDX) TO WS-FLOW-AMOUNT
                   MOVE 4 TO WS-FLOW-CATEGORY
                   PERFORM FORECAST-ONE-RECURRING-LINE
               END-IF
           ELSE
               MOVE WS-MTG-INS(WS-MTG-IDX) TO WS-FLOW-AMOUNT
               PERFORM FORECAST-ONE-RECURRING-LINE
           END-IF.

       FORECAST-ONE-RECURRING-LINE.
           IF WS-FLOW-AMOUNT = ZERO
               EXIT PARAGRAPH
           END-IF

           IF WS-SET-CURRENT-SW = 'Y'
               MOVE SPACES TO WS-RECUR-KEY
               STRING WS-TYPE-CODE WS-SET-YYMM
                      WS-MTG-ID(WS-MTG-IDX)(4:14)
                      DELIMITED BY SIZE
                      INTO WS-RECUR-KEY
               MOVE WS-RECUR-KEY TO WS-LOOKUP-KEY
               PERFORM IS-ALREADY-DISBURSED
               IF WS-FOUND-SWITCH = 'Y'
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM PLACE-FLOW.

      *****************************************************************
      * EARNED OR RELEASED AGENT-SHARE LINES STILL UNPAID - WHAT
      * TONIGHT'S AGENT-PAYOUT SENDS OUT OF OPERATING, BEFORE ANY
      * ADVANCE OR CHARGE NETTING.
      *****************************************************************
       FORECAST-COMMISSIONS.
           OPEN INPUT COMMISSION-LEDGER-FILE

           IF WS-LEDGER-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           PERFORM READ-COMMISSION-RECORD
           PERFORM UNTIL WS-END-OF-FILE
               PERFORM NOTE-ONE-COMMISSION
               PERFORM READ-COMMISSION-RECORD
           END-PERFORM

           CLOSE COMMISSION-LEDGER-FILE
           MOVE 'N' TO WS-EOF-SWITCH

           PERFORM VARYING WS-COMM-IDX FROM 1 BY 1
                   UNTIL WS-COMM-IDX > WS-COMM-COUNT-USED
               IF (WS-COMM-STATUS(WS-COMM-IDX) = 'E'
                       OR WS-COMM-STATUS(WS-COMM-IDX) = 'L')
                       AND (WS-COMM-SHARE(WS-COMM-IDX) = 'A'
                           OR WS-COMM-SHARE(WS-COMM-IDX) = SPACE)
                   MOVE WS-TODAY-DATE TO WS-FLOW-DATE
                   MOVE WS-COMM-AMOUNT(WS-COMM-IDX) TO WS-FLOW-AMOUNT
                   MOVE 'O' TO WS-FLOW-DIRECTION
                   MOVE 'O' TO WS-FLOW-SIDE
                   MOVE SPACES TO WS-FLOW-ACCOUNT
                   MOVE 6 TO WS-FLOW-CATEGORY
                   PERFORM PLACE-FLOW
               END-IF
           END-PERFORM.

       READ-COMMISSION-RECORD.
           READ COMMISSION-LEDGER-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

       NOTE-ONE-COMMISSION.
           MOVE 'N' TO WS-FOUND-SWITCH
           PERFORM VARYING WS-COMM-IDX FROM 1 BY 1
                   UNTIL WS-COMM-IDX > WS-COMM-COUNT-USED
               IF WS-COMM-LEDGER-ID(WS-COMM-IDX) = CL-LEDGER-ID
                   MOVE 'Y' TO WS-FOUND-SWITCH
                   SET WS-COMM-SEARCH-IDX TO WS-COMM-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WS-FOUND-SWITCH = 'N'
               IF WS-COMM-COUNT-USED >= 4000
                   MOVE "COMMISSION" TO WS-OVERFLOW-TABLE
                   PERFORM ABORT-ON-TABLE-OVERFLOW
               END-IF
               ADD 1 TO WS-COMM-COUNT-USED
               MOVE WS-COMM-COUNT-USED TO WS-COMM-SEARCH-IDX
               SET WS-COMM-IDX TO WS-COMM-SEARCH-IDX
               MOVE CL-LEDGER-ID TO WS-COMM-LEDGER-ID(WS-COMM-IDX)
               MOVE CL-COMMISSION-AMOUNT TO WS-COMM-AMOUNT(WS-COMM-IDX)
               MOVE CL-SHARE-TYPE TO WS-COMM-SHARE(WS-COMM-IDX)
           END-IF

           SET WS-COMM-IDX TO WS-COMM-SEARCH-IDX
           MOVE CL-ENTRY-STATUS TO WS-COMM-STATUS(WS-COMM-IDX).

      *****************************************************************
      * AN APPROVED WIRE SITS IN PENDING-CONFIRM UNTIL WIRE-CONFIRM
      * MATCHES THE BANK'S ACKNOWLEDGMENT - UNTIL THEN IT IS STILL
      * IN THE BANK BALANCE, SO IT GOES OUT ON THE BUSINESS DATE.
      * TRUST MONEY LEAVES THE "-TR" CLIENT LEDGER.
      *****************************************************************
       FORECAST-UNSENT-WIRES.
           OPEN INPUT PAYMENT-FILE

           IF WS-PAYMENT-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           PERFORM READ-PAYMENT-RECORD
           PERFORM UNTIL WS-END-OF-FILE
               IF PAYMENT-METHOD = "WIRE"
                       AND PAYMENT-STATUS = 'PC'
                       AND PAYMENT-TYPE NOT = "REFUND"
                   PERFORM FORECAST-ONE-WIRE
               END-IF
               PERFORM READ-PAYMENT-RECORD
           END-PERFORM

           CLOSE PAYMENT-FILE
           MOVE 'N' TO WS-EOF-SWITCH.

       READ-PAYMENT-RECORD.
           READ PAYMENT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

       FORECAST-ONE-WIRE.
           MOVE WS-TODAY-DATE TO WS-FLOW-DATE
           MOVE PAYMENT-AMOUNT TO WS-FLOW-AMOUNT
           MOVE 'O' TO WS-FLOW-DIRECTION
           MOVE 7 TO WS-FLOW-CATEGORY
           IF ESCROW-ACCOUNT-FLAG = 'Y'
               MOVE 'T' TO WS-FLOW-SIDE
               MOVE ACCOUNT-NUMBER TO WS-FLOW-ACCOUNT
           ELSE
               MOVE 'O' TO WS-FLOW-SIDE
               MOVE SPACES TO WS-FLOW-ACCOUNT
           END-IF
           PERFORM PLACE-FLOW.

      *****************************************************************
      * WALKS THE CALENDAR: EACH DAY'S CLOSING ACCOUNT BALANCES, AND
      * EVERY CLIENT LEDGER MOVED BY THAT DAY'S TRUST FLOWS. A LEDGER
      * BELOW ZERO AT THE END OF A DAY COUNTS AGAINST THAT DAY.
      *****************************************************************
       PROJECT-BALANCES.
           MOVE WS-START-OPER-BAL TO WS-RUN-OPER-BAL
           MOVE WS-START-TRUST-BAL TO WS-RUN-TRUST-BAL
           MOVE WS-START-OPER-BAL TO WS-LOW-OPER-BAL
           MOVE WS-START-TRUST-BAL TO WS-LOW-TRUST-BAL

           PERFORM VARYING WS-LDG-IDX FROM 1 BY 1
                   UNTIL WS-LDG-IDX > WS-LEDGER-COUNT-USED
               MOVE WS-LDG-START(WS-LDG-IDX)
                   TO WS-LDG-RUNNING(WS-LDG-IDX)
               MOVE WS-LDG-START(WS-LDG-IDX) TO WS-LDG-LOW(WS-LDG-IDX)
               MOVE ZERO TO WS-LDG-NEG-DATE(WS-LDG-IDX)
           END-PERFORM

           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                   UNTIL WS-DAY-IDX > WS-DAY-COUNT
               PERFORM PROJECT-ONE-DAY
           END-PERFORM.

       PROJECT-ONE-DAY.
           COMPUTE WS-RUN-OPER-BAL = WS-RUN-OPER-BAL
               + WS-DAY-OPER-IN(WS-DAY-IDX)
               - WS-DAY-OPER-OUT(WS-DAY-IDX)
           COMPUTE WS-RUN-TRUST-BAL = WS-RUN-TRUST-BAL
               + WS-DAY-TRUST-IN(WS-DAY-IDX)
               - WS-DAY-TRUST-OUT(WS-DAY-IDX)
           MOVE WS-RUN-OPER-BAL TO WS-DAY-OPER-BAL(WS-DAY-IDX)
           MOVE WS-RUN-TRUST-BAL TO WS-DAY-TRUST-BAL(WS-DAY-IDX)

           IF WS-RUN-OPER-BAL < WS-LOW-OPER-BAL
               MOVE WS-RUN-OPER-BAL TO WS-LOW-OPER-BAL
           END-IF
           IF WS-RUN-TRUST-BAL < WS-LOW-TRUST-BAL
               MOVE WS-RUN-TRUST-BAL TO WS-LOW-TRUST-BAL
           END-IF
           IF WS-RUN-OPER-BAL < ZERO OR WS-RUN-TRUST-BAL < ZERO
               MOVE 'Y' TO WS-NEGATIVE-SW
           END-IF

           PERFORM VARYING WS-FLW-IDX FROM 1 BY 1
                   UNTIL WS-FLW-IDX > WS-FLOW-COUNT-USED
               IF WS-FLW-DAY(WS-FLW-IDX) = WS-DAY-IDX
                   SET WS-LDG-IDX TO WS-FLW-LEDGER(WS-FLW-IDX)
                   ADD WS-FLW-AMOUNT(WS-FLW-IDX)
                       TO WS-LDG-RUNNING(WS-LDG-IDX)
               END-IF
           END-PERFORM

           PERFORM VARYING WS-LDG-IDX FROM 1 BY 1
                   UNTIL WS-LDG-IDX > WS-LEDGER-COUNT-USED
               IF WS-LDG-RUNNING(WS-LDG-IDX) < WS-LDG-LOW(WS-LDG-IDX)
                   MOVE WS-LDG-RUNNING(WS-LDG-IDX)
                       TO WS-LDG-LOW(WS-LDG-IDX)
               END-IF
               IF WS-LDG-RUNNING(WS-LDG-IDX) < ZERO
                   ADD 1 TO WS-DAY-LEDGER-NEG(WS-DAY-IDX)
                   MOVE 'Y' TO WS-NEGATIVE-SW
                   IF WS-LDG-NEG-DATE(WS-LDG-IDX) = ZERO
                       MOVE WS-DAY-DATE(WS-DAY-IDX)
                           TO WS-LDG-NEG-DATE(WS-LDG-IDX)
                       ADD 1 TO WS-NEG-LEDGER-COUNT
                   END-IF
               END-IF
           END-PERFORM.

       WRITE-DAY-SECTION.
           MOVE "DAILY PROJECTION (FIRST ROW IS THE BUSINESS DATE)"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-COLUMN-HEADING TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                   UNTIL WS-DAY-IDX > WS-DAY-COUNT
               PERFORM WRITE-ONE-DAY-LINE
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-ONE-DAY-LINE.
           MOVE WS-DAY-DATE(WS-DAY-IDX) TO WS-DYL-DATE
           MOVE WS-DAY-OPER-IN(WS-DAY-IDX) TO WS-DYL-OPER-IN
           MOVE WS-DAY-OPER-OUT(WS-DAY-IDX) TO WS-DYL-OPER-OUT
           MOVE WS-DAY-OPER-BAL(WS-DAY-IDX) TO WS-DYL-OPER-BAL
           MOVE WS-DAY-TRUST-IN(WS-DAY-IDX) TO WS-DYL-TRUST-IN
           MOVE WS-DAY-TRUST-OUT(WS-DAY-IDX) TO WS-DYL-TRUST-OUT
           MOVE WS-DAY-TRUST-BAL(WS-DAY-IDX) TO WS-DYL-TRUST-BAL

           MOVE SPACES TO WS-FLAG-WORK
           IF WS-DAY-OPER-BAL(WS-DAY-IDX) < ZERO
               MOVE "OPER " TO WS-FLG-OPER
           END-IF
           IF WS-DAY-TRUST-BAL(WS-DAY-IDX) < ZERO
               MOVE "TRUST " TO WS-FLG-TRUST
           END-IF
           IF WS-DAY-LEDGER-NEG(WS-DAY-IDX) > ZERO
               MOVE WS-DAY-LEDGER-NEG(WS-DAY-IDX) TO WS-NEG-COUNT-EDIT
               STRING FUNCTION TRIM(WS-NEG-COUNT-EDIT)
                          DELIMITED BY SIZE
                      " LEDGER" DELIMITED BY SIZE
                      INTO WS-FLG-LEDGERS
           END-IF
           MOVE WS-FLAG-WORK TO WS-DYL-FLAGS
           IF WS-FLAG-WORK NOT = SPACES
               MOVE SPACES TO WS-DYL-FLAGS
               STRING "** NEG: " DELIMITED BY SIZE
                      WS-FLAG-WORK DELIMITED BY SIZE
                      INTO WS-DYL-FLAGS
           END-IF

           MOVE WS-DAY-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

      *****************************************************************
      * EVERY CLIENT LEDGER PROJECTED BELOW ZERO - A TRUST ACCOUNT CAN
      * LOOK HEALTHY IN TOTAL WHILE ONE CLIENT'S MONEY IS BEING SPENT
      * ON ANOTHER.
      *****************************************************************
       WRITE-LEDGER-SECTION.
           MOVE "CLIENT LEDGERS PROJECTED NEGATIVE" TO REPORT-LINE
           WRITE REPORT-LINE

           IF WS-NEG-LEDGER-COUNT = ZERO
               MOVE "  NONE" TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               MOVE WS-LEDGER-HEADING TO REPORT-LINE
               WRITE REPORT-LINE
               PERFORM VARYING WS-LDG-IDX FROM 1 BY 1
                       UNTIL WS-LDG-IDX > WS-LEDGER-COUNT-USED
                   IF WS-LDG-NEG-DATE(WS-LDG-IDX) NOT = ZERO
                       MOVE WS-LDG-ACCOUNT(WS-LDG-IDX)
                           TO WS-LGL-ACCOUNT
                       MOVE WS-LDG-START(WS-LDG-IDX) TO WS-LGL-START
                       MOVE WS-LDG-NEG-DATE(WS-LDG-IDX)
                           TO WS-LGL-NEG-DATE
                       MOVE WS-LDG-LOW(WS-LDG-IDX) TO WS-LGL-LOW
                       MOVE WS-LEDGER-LINE TO REPORT-LINE
                       WRITE REPORT-LINE
                   END-IF
               END-PERFORM
           END-IF

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-CATEGORY-SECTION.
           MOVE "FORECAST FLOWS BY SOURCE (NET)" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-CATEGORY-HEADING TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > 7
               MOVE WS-CAT-NAME(WS-CAT-IDX) TO WS-CTL-NAME
               MOVE WS-CAT-COUNT(WS-CAT-IDX) TO WS-CTL-COUNT
               MOVE WS-CAT-OPER(WS-CAT-IDX) TO WS-CTL-OPER
               MOVE WS-CAT-TRUST(WS-CAT-IDX) TO WS-CTL-TRUST
               MOVE WS-CATEGORY-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "LOWEST PROJECTED OPERATING" TO WS-STL-LABEL
           MOVE WS-LOW-OPER-BAL TO WS-STL-AMOUNT
           MOVE SPACES TO WS-STL-NOTE
           MOVE WS-START-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "LOWEST PROJECTED TRUST" TO WS-STL-LABEL
           MOVE WS-LOW-TRUST-BAL TO WS-STL-AMOUNT
           MOVE WS-START-LINE TO REPORT-LINE
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
