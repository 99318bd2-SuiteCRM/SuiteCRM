       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVESTOR-REMIT.
       AUTHOR. SUITECRM-REAL-ESTATE.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * MONTHLY INVESTOR REMITTANCE FOR SOLD, SERVICED LOANS
      * RUN EARLY EACH MONTH FOR THE MONTH JUST CLOSED (THE MONTH
      * BEFORE THE BUSINESS DATE). FOR EVERY LOAN SOLD INTO AN
      * INVESTOR POOL (INVLOAN.DAT, MAINTAINED BY MTG-INVESTOR.COB)
      * THE JOB WALKS THE MONTH'S COLLECTIONS:
      *   - EVERY SERVICING-LEDGER BILL (MTGBILL.DAT, LATEST STATE PER
      *     BILL-ID) LEFT PAID ('P') BY A POSTING DATED IN THE MONTH;
      *   - EVERY PAYOFF QUOTE (PAYQUOTE.DAT) SETTLED IN THE MONTH.
      * A COLLECTION BELONGS TO THE INVESTOR WHEN IT WAS POSTED ON OR
      * AFTER THE LOAN'S SALE DATE AND BEFORE ANY REPURCHASE. EACH ONE
      * IS SPLIT INTO:
      *   SCHEDULED PRINCIPAL - THE BILLED P&I LESS ONE MONTH'S NOTE
      *                         INTEREST ON THE BILLED BALANCE (NIL ON
      *                         A PAYOFF);
      *   ACTUAL PRINCIPAL    - WHAT POSTING APPLIED TO PRINCIPAL,
      *                         CURTAILMENT AND PAYOFF INCLUDED;
      *   SERVICING FEE       - THE POOL'S STRIP RATE OVER THE NOTE
      *                         RATE, TIMES THE INTEREST COLLECTED,
      *                         NEVER MORE THAN THE INTEREST ITSELF;
      *   NET INTEREST        - THE INTEREST LESS OUR FEE.
      * THE INVESTOR IS OWED ACTUAL PRINCIPAL PLUS NET INTEREST. THE
      * JOB LISTS EVERY SPLIT BY INVESTOR AND POOL ON INVREMIT.RPT,
      * WRITES ONE REMITTANCE WIRE PER INVESTOR TO THE BANK'S
      * INSTRUCTION FILE (WIREOUT.DAT, THE SAME FILE PAYMENT.COB
      * WRITES) AND APPENDS EACH SPLIT TO THE REMITTANCE LEDGER
      * INVREMIT.DAT, WHICH GL-EXTRACT JOURNALS THE SAME NIGHT AND
      * WHICH PROVES THE FIGURES WHEN AN INVESTOR RECONCILES. AN
      * INVESTOR ALREADY ON THE LEDGER FOR THE MONTH IS NOT PAID
      * TWICE ON A RERUN. A SOLD LOAN WHOSE POOL OR INVESTOR IS
      * MISSING FROM THE MASTERS IS LISTED AS AN EXCEPTION, LEFT
      * UNREMITTED, AND THE JOB RETURNS 4. SO IS AN INVESTOR WHOSE
      * WIRE ACCOUNT DIFFERS FROM THE LAST ONE WIRED TO IT
      * (WIREBENE.DAT): THE CHANGE IS LOGGED FOR CALL-BACK ON
      * PAYEECHG.DAT AND THE INVESTOR IS NOT REMITTED, SO A RERUN
      * AFTER PAYEE-VERIFY.COB CLEARS THE CHANGE PAYS IT.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVESTOR-FILE ASSIGN TO "INVESTOR.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-INVESTOR-STATUS.

           SELECT INVESTOR-POOL-FILE ASSIGN TO "INVPOOL.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-POOL-STATUS.

           SELECT INVESTOR-LOAN-FILE ASSIGN TO "INVLOAN.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-INVLOAN-STATUS.

           SELECT MORTGAGE-FILE ASSIGN TO "MORTGAGES.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-MORTGAGE-STATUS.

           SELECT MTG-BILL-FILE ASSIGN TO "MTGBILL.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-BILL-STATUS.

           SELECT PAYOFF-QUOTE-FILE ASSIGN TO "PAYQUOTE.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-QUOTE-STATUS.

           SELECT REMIT-LEDGER-FILE ASSIGN TO "INVREMIT.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-LEDGER-STATUS.

           SELECT WIRE-OUT-FILE ASSIGN TO "WIREOUT.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-WIREOUT-STATUS.

           SELECT REMIT-REPORT ASSIGN TO "INVREMIT.RPT"
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

           SELECT WIRE-BENE-FILE ASSIGN TO "WIREBENE.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS WB-PARTY-NAME
                  FILE STATUS IS WS-BENE-STATUS.

           SELECT PAYEE-CHANGE-FILE ASSIGN TO "PAYEECHG.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-CHANGE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INVESTOR-FILE.
       01  INVESTOR-RECORD.
           05  IV-INVESTOR-ID      PIC X(10).
           05  IV-INVESTOR-NAME    PIC X(50).
           05  IV-WIRE-ACCOUNT     PIC X(20).
           05  IV-TIMESTAMP        PIC 9(14).

       FD  INVESTOR-POOL-FILE.
       01  INVESTOR-POOL-RECORD.
           05  IP-POOL-ID          PIC X(10).
           05  IP-INVESTOR-ID      PIC X(10).
           05  IP-STRIP-RATE       PIC 9V9999.
           05  IP-TIMESTAMP        PIC 9(14).

       FD  INVESTOR-LOAN-FILE.
       01  INVESTOR-LOAN-RECORD.
           05  IA-MORTGAGE-ID      PIC X(20).
           05  IA-POOL-ID          PIC X(10).
           05  IA-SALE-DATE        PIC 9(8).
           05  IA-STATUS           PIC X.
               88  IA-SOLD             VALUE 'A'.
               88  IA-REPURCHASED      VALUE 'R'.
           05  IA-STATUS-DATE      PIC 9(8).
           05  IA-TIMESTAMP        PIC 9(14).

       FD  MORTGAGE-FILE.
       01  MORTGAGE-RECORD.
           05  MORTGAGE-ID         PIC X(20).
           05  PROPERTY-ID         PIC X(20).
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

       FD  PAYOFF-QUOTE-FILE.
       01  PAYOFF-QUOTE-RECORD.
           05  PQ-QUOTE-ID         PIC X(20).
           05  PQ-MORTGAGE-ID      PIC X(20).
           05  PQ-ACCOUNT-NUMBER   PIC X(20).
           05  PQ-PRINCIPAL        PIC 9(9)V99.
           05  PQ-INTEREST         PIC 9(7)V99.
           05  PQ-PER-DIEM         PIC 9(5)V99.
           05  PQ-LATE-FEES        PIC 9(7)V99.
           05  PQ-TOTAL            PIC 9(9)V99.
           05  PQ-GOOD-THRU        PIC 9(8).
           05  PQ-STATUS           PIC X.
               88  PQ-QUOTED       VALUE 'Q'.
               88  PQ-PAID-OFF     VALUE 'P'.
           05  PQ-PAID-PAYMENT-ID  PIC X(20).
           05  PQ-TIMESTAMP        PIC 9(14).

      *****************************************************************
      * REMITTANCE LEDGER - ONE RECORD PER COLLECTION REMITTED, KEYED
      * TO THE WIRE THAT PAID IT. IR-TIMESTAMP CARRIES THE BUSINESS
      * DATE OF THE RUN SO GL-EXTRACT JOURNALS IT THAT NIGHT.
      *****************************************************************
       FD  REMIT-LEDGER-FILE.
       01  REMIT-LEDGER-RECORD.
           05  IR-REMIT-ID         PIC X(20).
           05  IR-INVESTOR-ID      PIC X(10).
           05  IR-POOL-ID          PIC X(10).
           05  IR-MORTGAGE-ID      PIC X(20).
           05  IR-SOURCE-ID        PIC X(20).
           05  IR-COLLECTION-TYPE  PIC X.
               88  IR-BILL-COLLECTION   VALUE 'B'.
               88  IR-PAYOFF-COLLECTION VALUE 'P'.
           05  IR-REMIT-MONTH      PIC 9(6).
           05  IR-POSTED-DATE      PIC 9(8).
           05  IR-SCHED-PRINCIPAL  PIC 9(9)V99.
           05  IR-ACTUAL-PRINCIPAL PIC 9(9)V99.
           05  IR-INTEREST         PIC 9(7)V99.
           05  IR-SERVICE-FEE      PIC 9(7)V99.
           05  IR-NET-INTEREST     PIC 9(7)V99.
           05  IR-TIMESTAMP        PIC 9(14).

       FD  WIRE-OUT-FILE.
       01  WIRE-OUT-RECORD.
           05  WO-PAYMENT-ID       PIC X(20).
           05  WO-PARTY-NAME       PIC X(50).
           05  WO-AMOUNT           PIC 9(9)V99.
           05  WO-ACCOUNT-NUMBER   PIC X(20).
           05  WO-REFERENCE        PIC X(30).
           05  WO-VALUE-DATE       PIC 9(8).
           05  WO-TIMESTAMP        PIC 9(14).

       FD  REMIT-REPORT.
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

      *****************************************************************
      * LAST WIRE BENEFICIARY ACCOUNT PER PARTY NAME (UPPERCASED) -
      * SHARED WITH PAYMENT.COB AND PAYEE-VERIFY.COB.
      *****************************************************************
       FD  WIRE-BENE-FILE.
       01  WIRE-BENE-RECORD.
           05  WB-PARTY-NAME       PIC X(50).
           05  WB-ACCOUNT-NUMBER   PIC X(20).
           05  WB-LAST-WIRE-ID     PIC X(20).
           05  WB-LAST-WIRE-DATE   PIC 9(8).
           05  WB-VERIFIED-BY      PIC X(20).
           05  WB-TIMESTAMP        PIC 9(14).

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

       WORKING-STORAGE SECTION.
       01  WS-INVESTOR-STATUS      PIC XX.
       01  WS-POOL-STATUS          PIC XX.
       01  WS-INVLOAN-STATUS       PIC XX.
       01  WS-MORTGAGE-STATUS      PIC XX.
       01  WS-BILL-STATUS          PIC XX.
       01  WS-QUOTE-STATUS         PIC XX.
       01  WS-LEDGER-STATUS        PIC XX.
       01  WS-WIREOUT-STATUS       PIC XX.
       01  WS-RPT-STATUS           PIC XX.
       01  WS-BUSDATE-STATUS       PIC XX.
       01  WS-CTL-STATUS           PIC XX.
       01  WS-BENE-STATUS          PIC XX.
       01  WS-CHANGE-STATUS        PIC XX.
       01  WS-EOF-SWITCH           PIC X VALUE 'N'.
           88  WS-END-OF-FILE      VALUE 'Y'.

       01  WS-CURRENT-DATE.
           05  WS-YEAR             PIC 9(4).
           05  WS-MONTH            PIC 99.
           05  WS-DAY              PIC 99.

       01  WS-CURRENT-TIME.
           05  WS-HOUR             PIC 99.
           05  WS-MINUTE           PIC 99.
           05  WS-SECOND           PIC 99.

       01  WS-TODAY-DATE           PIC 9(8).
       01  WS-REMIT-MONTH          PIC 9(6).
       01  WS-REMIT-MONTH-PARTS REDEFINES WS-REMIT-MONTH.
           05  WS-REMIT-YEAR       PIC 9(4).
           05  WS-REMIT-MM         PIC 99.

      *****************************************************************
      * LATEST STATE PER INVESTOR, WITH THE RUN'S TOTALS. AN INVESTOR
      * ALREADY ON THE LEDGER FOR THE REMITTANCE MONTH IS FLAGGED SO
      * A RERUN DOES NOT WIRE IT AGAIN.
      *****************************************************************
       01  WS-INVESTOR-TABLE.
           05  WS-INV-ENTRY OCCURS 100 TIMES
                   INDEXED BY WS-INV-IDX.
               10  WS-INV-ID           PIC X(10).
               10  WS-INV-NAME         PIC X(50).
               10  WS-INV-WIRE-ACCOUNT PIC X(20).
               10  WS-INV-REMITTED     PIC X.

       01  WS-INVESTOR-USED        PIC 9(5) VALUE ZERO.

      *****************************************************************
      * BENEFICIARY CHANGE CONTROL FOR THE REMITTANCE WIRE.
      *****************************************************************
       01  WS-BENEFICIARY-WORK.
           05  WS-BENE-HELD-SW     PIC X VALUE 'N'.
           05  WS-BENE-KEY         PIC X(50).
           05  WS-BENE-ON-FILE     PIC X(20).
           05  WS-BENE-PENDING-SW  PIC X.
           05  WS-CHG-EOF-SW       PIC X.
               88  WS-CHG-END-OF-FILE VALUE 'Y'.

      *****************************************************************
      * LATEST STATE PER POOL. WS-POOL-INV-IDX POINTS AT THE OWNING
      * INVESTOR'S ENTRY, ZERO WHEN THE INVESTOR IS NOT ON FILE.
      *****************************************************************
       01  WS-POOL-TABLE.
           05  WS-POOL-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-POOL-IDX.
               10  WS-POOL-ID          PIC X(10).
               10  WS-POOL-INVESTOR    PIC X(10).
               10  WS-POOL-STRIP       PIC 9V9999.
               10  WS-POOL-INV-IDX     PIC 9(5).

       01  WS-POOL-USED            PIC 9(5) VALUE ZERO.

      *****************************************************************
      * LATEST LOAN-TO-POOL ASSIGNMENT PER MORTGAGE-ID.
      *****************************************************************
       01  WS-ASSIGN-TABLE.
           05  WS-ASG-ENTRY OCCURS 1000 TIMES
                   INDEXED BY WS-ASG-IDX.
               10  WS-ASG-MORTGAGE-ID  PIC X(20).
               10  WS-ASG-POOL-ID      PIC X(10).
               10  WS-ASG-SALE-DATE    PIC 9(8).
               10  WS-ASG-STATUS       PIC X.
               10  WS-ASG-STATUS-DATE  PIC 9(8).

       01  WS-ASSIGN-USED          PIC 9(5) VALUE ZERO.

      *****************************************************************
      * NOTE RATE PER LOAN, FOR THE FEE ON A PAYOFF'S INTEREST - THE
      * QUOTE ITSELF DOES NOT CARRY THE RATE.
      *****************************************************************
       01  WS-LOAN-TABLE.
           05  WS-LN-ENTRY OCCURS 1000 TIMES
                   INDEXED BY WS-LN-IDX.
               10  WS-LN-ID            PIC X(20).
               10  WS-LN-RATE          PIC 99V9999.

       01  WS-LOAN-USED            PIC 9(5) VALUE ZERO.

      *****************************************************************
      * LATEST STATE PER BILL-ID. THE BILLED P&I, BALANCE AND RATE COME
      * FROM THE BILL AS ISSUED; THE PAID FOLLOW-UP SUPPLIES THE SPLIT
      * AND THE POSTING DATE. WS-BL-POOL-IDX IS SET FOR A COLLECTION
      * THAT BELONGS TO AN INVESTOR THIS MONTH.
      *****************************************************************
       01  WS-BILL-TABLE.
           05  WS-BILL-ENTRY OCCURS 5000 TIMES
                   INDEXED BY WS-BILL-IDX.
               10  WS-BL-BILL-ID       PIC X(20).
               10  WS-BL-MORTGAGE-ID   PIC X(20).
               10  WS-BL-PI-AMOUNT     PIC 9(7)V99.
               10  WS-BL-BALANCE       PIC 9(9)V99.
               10  WS-BL-RATE          PIC 99V9999.
               10  WS-BL-STATUS        PIC X.
               10  WS-BL-PRINCIPAL     PIC 9(7)V99.
               10  WS-BL-INTEREST      PIC 9(7)V99.
               10  WS-BL-POSTED-DATE   PIC 9(8).
               10  WS-BL-POOL-IDX      PIC 9(5).

       01  WS-BILL-USED            PIC 9(5) VALUE ZERO.

      *****************************************************************
      * LATEST STATE PER PAYOFF QUOTE. THE QUOTED PRINCIPAL AND
      * INTEREST ARE KEPT FROM THE 'Q' RECORD; THE 'P' FOLLOW-UP
      * POSTED BY MTG-POSTING ONLY MARKS THE QUOTE SETTLED AND WHEN.
      *****************************************************************
       01  WS-QUOTE-TABLE.
           05  WS-QTE-ENTRY OCCURS 1000 TIMES
                   INDEXED BY WS-QTE-IDX.
               10  WS-QTE-ID           PIC X(20).
               10  WS-QTE-MORTGAGE-ID  PIC X(20).
               10  WS-QTE-PRINCIPAL    PIC 9(9)V99.
               10  WS-QTE-INTEREST     PIC 9(7)V99.
               10  WS-QTE-STATUS       PIC X.
               10  WS-QTE-PAID-DATE    PIC 9(8).
               10  WS-QTE-POOL-IDX     PIC 9(5).

       01  WS-QUOTE-USED           PIC 9(5) VALUE ZERO.

       01  WS-FOUND-SWITCH         PIC X.
       01  WS-OVERFLOW-TABLE       PIC X(10).

      *****************************************************************
      * ONE COLLECTION BEING CLASSIFIED OR SPLIT.
      *****************************************************************
       01  WS-COLLECTION-WORK.
           05  WS-COL-MORTGAGE-ID  PIC X(20).
           05  WS-COL-SOURCE-ID    PIC X(20).
           05  WS-COL-TYPE         PIC X.
           05  WS-COL-POSTED-DATE  PIC 9(8).
           05  WS-COL-POOL-IDX     PIC 9(5).
           05  WS-COL-RATE         PIC 99V9999.
           05  WS-COL-SCHED-INTEREST PIC 9(7)V99.
           05  WS-COL-SCHED-PRIN   PIC 9(9)V99.
           05  WS-COL-ACTUAL-PRIN  PIC 9(9)V99.
           05  WS-COL-INTEREST     PIC 9(7)V99.
           05  WS-COL-FEE          PIC 9(7)V99.
           05  WS-COL-NET-INTEREST PIC 9(7)V99.
           05  WS-COL-REMIT        PIC 9(9)V99.

       01  WS-REMIT-ID             PIC X(20).

      *****************************************************************
      * SPLIT TOTALS - ONE SET PER POOL, ONE PER INVESTOR AND ONE FOR
      * THE RUN, SAME SHAPE SO ONE PARAGRAPH PRINTS THEM ALL.
      *****************************************************************
       01  WS-POOL-TOTALS.
           05  WS-PT-COUNT         PIC 9(5).
           05  WS-PT-SCHED-PRIN    PIC 9(11)V99.
           05  WS-PT-ACTUAL-PRIN   PIC 9(11)V99.
           05  WS-PT-INTEREST      PIC 9(11)V99.
           05  WS-PT-FEE           PIC 9(11)V99.
           05  WS-PT-NET-INTEREST  PIC 9(11)V99.
           05  WS-PT-REMIT         PIC 9(11)V99.

       01  WS-INVESTOR-TOTALS.
           05  WS-IT-COUNT         PIC 9(5).
           05  WS-IT-SCHED-PRIN    PIC 9(11)V99.
           05  WS-IT-ACTUAL-PRIN   PIC 9(11)V99.
           05  WS-IT-INTEREST      PIC 9(11)V99.
           05  WS-IT-FEE           PIC 9(11)V99.
           05  WS-IT-NET-INTEREST  PIC 9(11)V99.
           05  WS-IT-REMIT         PIC 9(11)V99.

       01  WS-RUN-TOTALS.
           05  WS-RT-COUNT         PIC 9(5) VALUE ZERO.
           05  WS-RT-SCHED-PRIN    PIC 9(11)V99 VALUE ZERO.
           05  WS-RT-ACTUAL-PRIN   PIC 9(11)V99 VALUE ZERO.
           05  WS-RT-INTEREST      PIC 9(11)V99 VALUE ZERO.
           05  WS-RT-FEE           PIC 9(11)V99 VALUE ZERO.
           05  WS-RT-NET-INTEREST  PIC 9(11)V99 VALUE ZERO.
           05  WS-RT-REMIT         PIC 9(11)V99 VALUE ZERO.

       01  WS-RUN-COUNTS.
           05  WS-WIRE-COUNT       PIC 9(5) VALUE ZERO.
           05  WS-ALREADY-COUNT    PIC 9(5) VALUE ZERO.
           05  WS-EXCEPTION-COUNT  PIC 9(5) VALUE ZERO.
           05  WS-CALLBACK-COUNT   PIC 9(5) VALUE ZERO.

       01  WS-REPORT-HEADING.
           05  FILLER              PIC X(30) VALUE
               "INVESTOR REMITTANCE REPORT".
           05  FILLER              PIC X(14) VALUE "REMIT MONTH: ".
           05  WS-HDR-MONTH        PIC 9(6).
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  FILLER              PIC X(10) VALUE "RUN DATE: ".
           05  WS-HDR-RUN-DATE     PIC 9(8).

       01  WS-RULE-LINE            PIC X(132) VALUE ALL "-".

       01  WS-INVESTOR-HEADING.
           05  FILLER              PIC X(10) VALUE "INVESTOR: ".
           05  WS-IH-ID            PIC X(10).
           05  FILLER              PIC X     VALUE SPACE.
           05  WS-IH-NAME          PIC X(50).
           05  FILLER              PIC X(15) VALUE "  WIRE ACCOUNT ".
           05  WS-IH-ACCOUNT       PIC X(20).

       01  WS-POOL-HEADING.
           05  FILLER              PIC X(8)  VALUE "  POOL: ".
           05  WS-PH-ID            PIC X(10).
           05  FILLER              PIC X(20) VALUE
               "  SERVICING STRIP: ".
           05  WS-PH-STRIP         PIC 9.9999.
           05  FILLER              PIC X(4)  VALUE " PCT".

       01  WS-COLUMN-HEADING.
           05  FILLER              PIC X(22) VALUE "MORTGAGE-ID".
           05  FILLER              PIC X(7)  VALUE "TYPE".
           05  FILLER              PIC X(10) VALUE "POSTED".
           05  FILLER              PIC X(14) VALUE "  SCHED PRIN".
           05  FILLER              PIC X(14) VALUE " ACTUAL PRIN".
           05  FILLER              PIC X(14) VALUE "    INTEREST".
           05  FILLER              PIC X(14) VALUE "     SVC FEE".
           05  FILLER              PIC X(14) VALUE "     NET INT".
           05  FILLER              PIC X(14) VALUE "       REMIT".

       01  WS-DETAIL-LINE.
           05  WS-DTL-MORTGAGE     PIC X(20).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-DTL-TYPE         PIC X(6).
           05  FILLER              PIC X     VALUE SPACE.
           05  WS-DTL-POSTED       PIC 9(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-DTL-AMOUNTS.
               10  WS-DTL-AMOUNT OCCURS 6 TIMES.
                   15  WS-DTL-VALUE PIC ZZ,ZZZ,ZZ9.99.
                   15  FILLER       PIC X     VALUE SPACE.

       01  WS-TOTAL-LINE.
           05  WS-TTL-LABEL        PIC X(26).
           05  WS-TTL-COUNT        PIC ZZ,ZZ9.
           05  FILLER              PIC X(7)  VALUE SPACES.
           05  WS-TTL-AMOUNTS.
               10  WS-TTL-AMOUNT OCCURS 6 TIMES.
                   15  WS-TTL-VALUE PIC ZZ,ZZZ,ZZ9.99.
                   15  FILLER       PIC X     VALUE SPACE.

       01  WS-NOTE-LINE.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  WS-NTL-TEXT         PIC X(80).

       01  WS-WIRE-LINE.
           05  FILLER              PIC X(20) VALUE
               "  REMITTANCE WIRE ".
           05  WS-WRL-ID           PIC X(20).
           05  FILLER              PIC X(4)  VALUE " TO ".
           05  WS-WRL-ACCOUNT      PIC X(20).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-WRL-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-EXCEPTION-LINE.
           05  FILLER              PIC X(4)  VALUE "*** ".
           05  WS-EXL-MORTGAGE     PIC X(20).
           05  FILLER              PIC X     VALUE SPACE.
           05  WS-EXL-SOURCE       PIC X(20).
           05  FILLER              PIC X     VALUE SPACE.
           05  WS-EXL-REASON       PIC X(60).

       01  WS-SUMMARY-LINE.
           05  WS-SUM-LABEL        PIC X(30).
           05  WS-SUM-COUNT        PIC ZZ,ZZ9.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  WS-SUM-AMOUNT       PIC Z,ZZZ,ZZZ,ZZ9.99.

       01  WS-CONTROL-TOTAL-WORK.
           05  WS-CT-LABEL         PIC X(12).
           05  WS-CT-COUNT         PIC 9(7).
           05  WS-CT-AMOUNT        PIC S9(13)V99.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           PERFORM INITIALIZE-REMIT
           PERFORM LOAD-INVESTOR-TABLE
           PERFORM LOAD-POOL-TABLE
           PERFORM LOAD-ASSIGNMENT-TABLE
           PERFORM LOAD-LOAN-TABLE
           PERFORM LOAD-BILL-TABLE
           PERFORM LOAD-QUOTE-TABLE
           PERFORM LOAD-PRIOR-REMITTANCES
           PERFORM OPEN-REMIT-OUTPUTS
           PERFORM CLASSIFY-COLLECTIONS

           PERFORM VARYING WS-INV-IDX FROM 1 BY 1
                   UNTIL WS-INV-IDX > WS-INVESTOR-USED
               PERFORM REMIT-ONE-INVESTOR
           END-PERFORM

           PERFORM WRITE-RUN-SUMMARY
           CLOSE REMIT-LEDGER-FILE
           CLOSE REMIT-REPORT

           MOVE "REMITTED" TO WS-CT-LABEL
           MOVE WS-WIRE-COUNT TO WS-CT-COUNT
           MOVE WS-RT-REMIT TO WS-CT-AMOUNT
           PERFORM WRITE-CONTROL-TOTAL

           MOVE "SVCFEE" TO WS-CT-LABEL
           MOVE WS-RT-COUNT TO WS-CT-COUNT
           MOVE WS-RT-FEE TO WS-CT-AMOUNT
           PERFORM WRITE-CONTROL-TOTAL

           IF WS-EXCEPTION-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      *****************************************************************
      * THE REMITTANCE MONTH IS THE ONE BEFORE THE BUSINESS DATE.
      *****************************************************************
       INITIALIZE-REMIT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           ACCEPT WS-CURRENT-TIME FROM TIME
           PERFORM GET-BUSINESS-DATE
           STRING WS-YEAR WS-MONTH WS-DAY
                  DELIMITED BY SIZE
                  INTO WS-TODAY-DATE

           IF WS-MONTH = 1
               COMPUTE WS-REMIT-YEAR = WS-YEAR - 1
               MOVE 12 TO WS-REMIT-MM
           ELSE
               MOVE WS-YEAR TO WS-REMIT-YEAR
               COMPUTE WS-REMIT-MM = WS-MONTH - 1
           END-IF

           MOVE 'N' TO WS-EOF-SWITCH.

       LOAD-INVESTOR-TABLE.
           OPEN INPUT INVESTOR-FILE

           IF WS-INVESTOR-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           PERFORM READ-INVESTOR-RECORD
           PERFORM UNTIL WS-END-OF-FILE
               PERFORM NOTE-ONE-INVESTOR
               PERFORM READ-INVESTOR-RECORD
           END-PERFORM

           CLOSE INVESTOR-FILE
           MOVE 'N' TO WS-EOF-SWITCH.

       READ-INVESTOR-RECORD.
           READ INVESTOR-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

       NOTE-ONE-INVESTOR.
           MOVE 'N' TO WS-FOUND-SWITCH
           PERFORM VARYING WS-INV-IDX FROM 1 BY 1
                   UNTIL WS-INV-IDX > WS-INVESTOR-USED
               IF WS-INV-ID(WS-INV-IDX) = IV-INVESTOR-ID
                   MOVE 'Y' TO WS-FOUND-SWITCH
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WS-FOUND-SWITCH = 'N'
               IF WS-INVESTOR-USED >= 100
                   MOVE "INVESTOR" TO WS-OVERFLOW-TABLE
                   PERFORM ABORT-ON-TABLE-OVERFLOW
               END-IF
               ADD 1 TO WS-INVESTOR-USED
               SET WS-INV-IDX TO WS-INVESTOR-USED
               MOVE IV-INVESTOR-ID TO WS-INV-ID(WS-INV-IDX)
               MOVE 'N' TO WS-INV-REMITTED(WS-INV-IDX)
           END-IF

           MOVE IV-INVESTOR-NAME TO WS-INV-NAME(WS-INV-IDX)
           MOVE IV-WIRE-ACCOUNT TO WS-INV-WIRE-ACCOUNT(WS-INV-IDX).

       LOAD-POOL-TABLE.
           OPEN INPUT INVESTOR-POOL-FILE

           IF WS-POOL-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           PERFORM READ-POOL-RECORD
           PERFORM UNTIL WS-END-OF-FILE
               PERFORM NOTE-ONE-POOL
               PERFORM READ-POOL-RECORD
           END-PERFORM

           CLOSE INVESTOR-POOL-FILE
           MOVE 'N' TO WS-EOF-SWITCH

           PERFORM VARYING WS-POOL-IDX FROM 1 BY 1
                   UNTIL WS-POOL-IDX > WS-POOL-USED
               MOVE ZERO TO WS-POOL-INV-IDX(WS-POOL-IDX)
               PERFORM VARYING WS-INV-IDX FROM 1 BY 1
                       UNTIL WS-INV-IDX > WS-INVESTOR-USED
                   IF WS-INV-ID(WS-INV-IDX) =
                           WS-POOL-INVESTOR(WS-POOL-IDX)
                       SET WS-POOL-INV-IDX(WS-POOL-IDX) TO WS-INV-IDX
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-PERFORM.

       READ-POOL-RECORD.
           READ INVESTOR-POOL-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

       NOTE-ONE-POOL.
           MOVE 'N' TO WS-FOUND-SWITCH
           PERFORM VARYING WS-POOL-IDX FROM 1 BY 1
                   UNTIL WS-POOL-IDX > WS-POOL-USED
               IF WS-POOL-ID(WS-POOL-IDX) = IP-POOL-ID
                   MOVE 'Y' TO WS-FOUND-SWITCH
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WS-FOUND-SWITCH = 'N'
               IF WS-POOL-USED >= 200
                   MOVE "POOL" TO WS-OVERFLOW-TABLE
                   PERFORM ABORT-ON-TABLE-OVERFLOW
               END-IF
               ADD 1 TO WS-POOL-USED
               SET WS-POOL-IDX TO WS-POOL-USED
               MOVE IP-POOL-ID TO WS-POOL-ID(WS-POOL-IDX)
           END-IF

           MOVE IP-INVESTOR-ID TO WS-POOL-INVESTOR(WS-POOL-IDX)
           MOVE IP-STRIP-RATE TO WS-POOL-STRIP(WS-POOL-IDX).

       LOAD-ASSIGNMENT-TABLE.
           OPEN INPUT INVESTOR-LOAN-FILE

           IF WS-INVLOAN-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           PERFORM READ-INVLOAN-RECORD
           PERFORM UNTIL WS-END-OF-FILE
               PERFORM NOTE-ONE-ASSIGNMENT
               PERFORM READ-INVLOAN-RECORD
           END-PERFORM

           CLOSE INVESTOR-LOAN-FILE
           MOVE 'N' TO WS-EOF-SWITCH.

       READ-INVLOAN-RECORD.
           READ INVESTOR-LOAN-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

       NOTE-ONE-ASSIGNMENT.
           MOVE 'N' TO WS-FOUND-SWITCH
           PERFORM VARYING WS-ASG-IDX FROM 1 BY 1
                   UNTIL WS-ASG-IDX > WS-ASSIGN-USED
               IF WS-ASG-MORTGAGE-ID(WS-ASG-IDX) = IA-MORTGAGE-ID
                   MOVE 'Y' TO WS-FOUND-SWITCH
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WS-FOUND-SWITCH = 'N'
               IF WS-ASSIGN-USED >= 1000
                   MOVE "ASSIGNMENT" TO WS-OVERFLOW-TABLE
                   PERFORM ABORT-ON-TABLE-OVERFLOW
               END-IF
               ADD 1 TO WS-ASSIGN-USED
               SET WS-ASG-IDX TO WS-ASSIGN-USED
               MOVE IA-MORTGAGE-ID TO WS-ASG-MORTGAGE-ID(WS-ASG-IDX)
           END-IF

           MOVE IA-POOL-ID TO WS-ASG-POOL-ID(WS-ASG-IDX)
           MOVE IA-SALE-DATE TO WS-ASG-SALE-DATE(WS-ASG-IDX)
           MOVE IA-STATUS TO WS-ASG-STATUS(WS-ASG-IDX)
           MOVE IA-STATUS-DATE TO WS-ASG-STATUS-DATE(WS-ASG-IDX).

      *****************************************************************
      * ONLY SOLD LOANS NEED A RATE, SO THE TABLE IS LIMITED TO LOANS
      * WITH AN ASSIGNMENT ON FILE.
      *****************************************************************
       LOAD-LOAN-TABLE.
           IF WS-ASSIGN-USED = ZERO
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT MORTGAGE-FILE

           IF WS-MORTGAGE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           PERFORM READ-MORTGAGE-RECORD
           PERFORM UNTIL WS-END-OF-FILE
               PERFORM NOTE-ONE-LOAN
               PERFORM READ-MORTGAGE-RECORD
           END-PERFORM

           CLOSE MORTGAGE-FILE
           MOVE 'N' TO WS-EOF-SWITCH.

       READ-MORTGAGE-RECORD.
           READ MORTGAGE-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

       NOTE-ONE-LOAN.
           MOVE MORTGAGE-ID TO WS-COL-MORTGAGE-ID
           PERFORM FIND-ASSIGNMENT
           IF WS-FOUND-SWITCH = 'N'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-FOUND-SWITCH
           PERFORM VARYING WS-LN-IDX FROM 1 BY 1
                   UNTIL WS-LN-IDX > WS-LOAN-USED
               IF WS-LN-ID(WS-LN-IDX) = MORTGAGE-ID
                   MOVE 'Y' TO WS-FOUND-SWITCH
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WS-FOUND-SWITCH = 'N'
               IF WS-LOAN-USED >= 1000
                   MOVE "LOAN" TO WS-OVERFLOW-TABLE
                   PERFORM ABORT-ON-TABLE-OVERFLOW
               END-IF
               ADD 1 TO WS-LOAN-USED
               SET WS-LN-IDX TO WS-LOAN-USED
               MOVE MORTGAGE-ID TO WS-LN-ID(WS-LN-IDX)
           END-IF

           MOVE INTEREST-RATE TO WS-LN-RATE(WS-LN-IDX).

       LOAD-BILL-TABLE.
           OPEN INPUT MTG-BILL-FILE

           IF WS-BILL-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           PERFORM READ-BILL-RECORD
           PERFORM UNTIL WS-END-OF-FILE
               PERFORM NOTE-ONE-BILL
               PERFORM READ-BILL-RECORD
           END-PERFORM

           CLOSE MTG-BILL-FILE
           MOVE 'N' TO WS-EOF-SWITCH.

       READ-BILL-RECORD.
           READ MTG-BILL-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

       NOTE-ONE-BILL.
           MOVE 'N' TO WS-FOUND-SWITCH
           PERFORM VARYING WS-BILL-IDX FROM 1 BY 1
                   UNTIL WS-BILL-IDX > WS-BILL-USED
               IF WS-BL-BILL-ID(WS-BILL-IDX) = MB-BILL-ID
                   MOVE 'Y' TO WS-FOUND-SWITCH
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WS-FOUND-SWITCH = 'N'
               IF WS-BILL-USED >= 5000
                   MOVE "BILL" TO WS-OVERFLOW-TABLE
                   PERFORM ABORT-ON-TABLE-OVERFLOW
               END-IF
               ADD 1 TO WS-BILL-USED
               SET WS-BILL-IDX TO WS-BILL-USED
               MOVE MB-BILL-ID TO WS-BL-BILL-ID(WS-BILL-IDX)
               MOVE MB-MORTGAGE-ID TO WS-BL-MORTGAGE-ID(WS-BILL-IDX)
               MOVE ZERO TO WS-BL-PI-AMOUNT(WS-BILL-IDX)
               MOVE ZERO TO WS-BL-BALANCE(WS-BILL-IDX)
               MOVE ZERO TO WS-BL-RATE(WS-BILL-IDX)
               MOVE ZERO TO WS-BL-POSTED-DATE(WS-BILL-IDX)
               MOVE ZERO TO WS-BL-POOL-IDX(WS-BILL-IDX)
           END-IF

           MOVE MB-STATUS TO WS-BL-STATUS(WS-BILL-IDX)
           IF MB-PAID
               MOVE MB-PRINCIPAL-PORTION TO WS-BL-PRINCIPAL(WS-BILL-IDX)
               MOVE MB-INTEREST-PORTION TO WS-BL-INTEREST(WS-BILL-IDX)
               MOVE MB-TIMESTAMP(1:8) TO WS-BL-POSTED-DATE(WS-BILL-IDX)
           ELSE
               MOVE MB-PI-AMOUNT TO WS-BL-PI-AMOUNT(WS-BILL-IDX)
               MOVE MB-PRINCIPAL-BALANCE TO WS-BL-BALANCE(WS-BILL-IDX)
               MOVE MB-INTEREST-RATE TO WS-BL-RATE(WS-BILL-IDX)
               MOVE ZERO TO WS-BL-PRINCIPAL(WS-BILL-IDX)
               MOVE ZERO TO WS-BL-INTEREST(WS-BILL-IDX)
           END-IF.

       LOAD-QUOTE-TABLE.
           OPEN INPUT PAYOFF-QUOTE-FILE

           IF WS-QUOTE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           PERFORM READ-QUOTE-RECORD
           PERFORM UNTIL WS-END-OF-FILE
               PERFORM NOTE-ONE-QUOTE
               PERFORM READ-QUOTE-RECORD
           END-PERFORM

           CLOSE PAYOFF-QUOTE-FILE
           MOVE 'N' TO WS-EOF-SWITCH.

       READ-QUOTE-RECORD.
           READ PAYOFF-QUOTE-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

       NOTE-ONE-QUOTE.
           MOVE 'N' TO WS-FOUND-SWITCH
           PERFORM VARYING WS-QTE-IDX FROM 1 BY 1
                   UNTIL WS-QTE-IDX > WS-QUOTE-USED
               IF WS-QTE-ID(WS-QTE-IDX) = PQ-QUOTE-ID
                   MOVE 'Y' TO WS-FOUND-SWITCH
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WS-FOUND-SWITCH = 'N'
               IF WS-QUOTE-USED >= 1000
                   MOVE "QUOTE" TO WS-OVERFLOW-TABLE
                   PERFORM ABORT-ON-TABLE-OVERFLOW
               END-IF
               ADD 1 TO WS-QUOTE-USED
               SET WS-QTE-IDX TO WS-QUOTE-USED
               MOVE PQ-QUOTE-ID TO WS-QTE-ID(WS-QTE-IDX)
               MOVE PQ-MORTGAGE-ID TO WS-QTE-MORTGAGE-ID(WS-QTE-IDX)
               MOVE ZERO TO WS-QTE-PRINCIPAL(WS-QTE-IDX)
               MOVE ZERO TO WS-QTE-INTEREST(WS-QTE-IDX)
               MOVE ZERO TO WS-QTE-PAID-DATE(WS-QTE-IDX)
               MOVE ZERO TO WS-QTE-POOL-IDX(WS-QTE-IDX)
           END-IF

           MOVE PQ-STATUS TO WS-QTE-STATUS(WS-QTE-IDX)
           IF PQ-QUOTED
               MOVE PQ-PRINCIPAL TO WS-QTE-PRINCIPAL(WS-QTE-IDX)
               MOVE PQ-INTEREST TO WS-QTE-INTEREST(WS-QTE-IDX)
           ELSE
               MOVE PQ-TIMESTAMP(1:8) TO WS-QTE-PAID-DATE(WS-QTE-IDX)
           END-IF.

      *****************************************************************
      * AN INVESTOR WITH ANY LEDGER RECORD FOR THE REMITTANCE MONTH
      * HAS ALREADY BEEN WIRED.
      *****************************************************************
       LOAD-PRIOR-REMITTANCES.
           OPEN INPUT REMIT-LEDGER-FILE

           IF WS-LEDGER-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           PERFORM READ-LEDGER-RECORD
           PERFORM UNTIL WS-END-OF-FILE
               IF IR-REMIT-MONTH = WS-REMIT-MONTH
                   PERFORM VARYING WS-INV-IDX FROM 1 BY 1
                           UNTIL WS-INV-IDX > WS-INVESTOR-USED
                       IF WS-INV-ID(WS-INV-IDX) = IR-INVESTOR-ID
                           MOVE 'Y' TO WS-INV-REMITTED(WS-INV-IDX)
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
               END-IF
               PERFORM READ-LEDGER-RECORD
           END-PERFORM

           CLOSE REMIT-LEDGER-FILE
           MOVE 'N' TO WS-EOF-SWITCH.

       READ-LEDGER-RECORD.
           READ REMIT-LEDGER-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

       ABORT-ON-TABLE-OVERFLOW.
           DISPLAY "INVESTOR-REMIT: " WS-OVERFLOW-TABLE
                   " TABLE OVERFLOW - RUN ABORTED"
           CLOSE INVESTOR-FILE
           CLOSE INVESTOR-POOL-FILE
           CLOSE INVESTOR-LOAN-FILE
           CLOSE MORTGAGE-FILE
           CLOSE MTG-BILL-FILE
           CLOSE PAYOFF-QUOTE-FILE

           MOVE 8 TO RETURN-CODE
           STOP RUN.

       OPEN-REMIT-OUTPUTS.
           OPEN EXTEND REMIT-LEDGER-FILE

           IF WS-LEDGER-STATUS NOT = '00'
               OPEN OUTPUT REMIT-LEDGER-FILE
           END-IF

           OPEN OUTPUT REMIT-REPORT

           MOVE WS-REMIT-MONTH TO WS-HDR-MONTH
           MOVE WS-TODAY-DATE TO WS-HDR-RUN-DATE
           MOVE WS-REPORT-HEADING TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-RULE-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

      *****************************************************************
      * TAGS EVERY COLLECTION POSTED IN THE MONTH ON A LOAN THAT WAS
      * SOLD AT THE TIME WITH THE POOL THAT OWNED IT. A PAYOFF ALSO
      * CLOSES THE LOAN'S REMAINING OPEN BILLS WITH NOTHING APPLIED -
      * THOSE CARRY NO MONEY AND ARE PASSED OVER.
      *****************************************************************
       CLASSIFY-COLLECTIONS.
           PERFORM VARYING WS-BILL-IDX FROM 1 BY 1
                   UNTIL WS-BILL-IDX > WS-BILL-USED
               IF WS-BL-STATUS(WS-BILL-IDX) = 'P'
                       AND WS-BL-POSTED-DATE(WS-BILL-IDX)(1:6)
                           = WS-REMIT-MONTH
                       AND WS-BL-PRINCIPAL(WS-BILL-IDX)
                           + WS-BL-INTEREST(WS-BILL-IDX) > ZERO
                   MOVE WS-BL-MORTGAGE-ID(WS-BILL-IDX)
                       TO WS-COL-MORTGAGE-ID
                   MOVE WS-BL-BILL-ID(WS-BILL-IDX) TO WS-COL-SOURCE-ID
                   MOVE WS-BL-POSTED-DATE(WS-BILL-IDX)
                       TO WS-COL-POSTED-DATE
                   PERFORM FIND-OWNING-POOL
                   MOVE WS-COL-POOL-IDX TO WS-BL-POOL-IDX(WS-BILL-IDX)
               END-IF
           END-PERFORM

           PERFORM VARYING WS-QTE-IDX FROM 1 BY 1
                   UNTIL WS-QTE-IDX > WS-QUOTE-USED
               IF WS-QTE-STATUS(WS-QTE-IDX) = 'P'
                       AND WS-QTE-PAID-DATE(WS-QTE-IDX)(1:6)
                           = WS-REMIT-MONTH
                   MOVE WS-QTE-MORTGAGE-ID(WS-QTE-IDX)
                       TO WS-COL-MORTGAGE-ID
                   MOVE WS-QTE-ID(WS-QTE-IDX) TO WS-COL-SOURCE-ID
                   MOVE WS-QTE-PAID-DATE(WS-QTE-IDX)
                       TO WS-COL-POSTED-DATE
                   PERFORM FIND-OWNING-POOL
                   MOVE WS-COL-POOL-IDX TO WS-QTE-POOL-IDX(WS-QTE-IDX)
               END-IF
           END-PERFORM.

      *****************************************************************
      * LEAVES THE OWNING POOL'S INDEX IN WS-COL-POOL-IDX, OR ZERO
      * WHEN THE COLLECTION IS OURS. A SOLD LOAN WHOSE POOL OR
      * INVESTOR CANNOT BE FOUND IS AN EXCEPTION.
      *****************************************************************
       FIND-OWNING-POOL.
           MOVE ZERO TO WS-COL-POOL-IDX

           PERFORM FIND-ASSIGNMENT
           IF WS-FOUND-SWITCH = 'N'
               EXIT PARAGRAPH
           END-IF

           IF WS-COL-POSTED-DATE < WS-ASG-SALE-DATE(WS-ASG-IDX)
               EXIT PARAGRAPH
           END-IF

           IF WS-ASG-STATUS(WS-ASG-IDX) = 'R'
                   AND WS-COL-POSTED-DATE
                       NOT < WS-ASG-STATUS-DATE(WS-ASG-IDX)
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-POOL-IDX FROM 1 BY 1
                   UNTIL WS-POOL-IDX > WS-POOL-USED
               IF WS-POOL-ID(WS-POOL-IDX) = WS-ASG-POOL-ID(WS-ASG-IDX)
                   SET WS-COL-POOL-IDX TO WS-POOL-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WS-COL-POOL-IDX = ZERO
               MOVE "SOLD LOAN'S POOL NOT ON FILE - NOT REMITTED"
                   TO WS-EXL-REASON
               PERFORM WRITE-REMIT-EXCEPTION
               EXIT PARAGRAPH
           END-IF

           IF WS-POOL-INV-IDX(WS-COL-POOL-IDX) = ZERO
               MOVE "POOL'S INVESTOR NOT ON FILE - NOT REMITTED"
                   TO WS-EXL-REASON
               PERFORM WRITE-REMIT-EXCEPTION
               MOVE ZERO TO WS-COL-POOL-IDX
           END-IF.

       FIND-ASSIGNMENT.
           MOVE 'N' TO WS-FOUND-SWITCH
           PERFORM VARYING WS-ASG-IDX FROM 1 BY 1
                   UNTIL WS-ASG-IDX > WS-ASSIGN-USED
               IF WS-ASG-MORTGAGE-ID(WS-ASG-IDX) = WS-COL-MORTGAGE-ID
                   MOVE 'Y' TO WS-FOUND-SWITCH
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       WRITE-REMIT-EXCEPTION.
           MOVE WS-COL-MORTGAGE-ID TO WS-EXL-MORTGAGE
           MOVE WS-COL-SOURCE-ID TO WS-EXL-SOURCE
           MOVE WS-EXCEPTION-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           ADD 1 TO WS-EXCEPTION-COUNT.

      *****************************************************************
      * ONE INVESTOR - ITS POOLS IN TURN, THEN THE INVESTOR TOTAL AND
      * ITS REMITTANCE WIRE. THE WIRE ID IS FIXED BY THE INVESTOR AND
      * MONTH, SO THE LEDGER RECORDS AND THE BANK INSTRUCTION TIE.
      *****************************************************************
       REMIT-ONE-INVESTOR.
           MOVE SPACES TO WS-REMIT-ID
           STRING "IRM" WS-REMIT-MONTH WS-INV-ID(WS-INV-IDX)
                  DELIMITED BY SIZE
                  INTO WS-REMIT-ID
           INITIALIZE WS-INVESTOR-TOTALS

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-INV-ID(WS-INV-IDX) TO WS-IH-ID
           MOVE WS-INV-NAME(WS-INV-IDX) TO WS-IH-NAME
           MOVE WS-INV-WIRE-ACCOUNT(WS-INV-IDX) TO WS-IH-ACCOUNT
           MOVE WS-INVESTOR-HEADING TO REPORT-LINE
           WRITE REPORT-LINE

           IF WS-INV-REMITTED(WS-INV-IDX) = 'Y'
               MOVE "ALREADY REMITTED FOR THIS MONTH - NOT REPEATED"
                   TO WS-NTL-TEXT
               MOVE WS-NOTE-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               ADD 1 TO WS-ALREADY-COUNT
               EXIT PARAGRAPH
           END-IF

      *****************************************************************
      * A CHANGED WIRE ACCOUNT IS NOT PAID UNTIL IT CLEARS CALL-BACK.
      * NOTHING IS LEDGERED, SO THE INVESTOR IS NOT YET REMITTED FOR
      * THE MONTH AND THE NEXT RUN AFTER VERIFICATION PAYS IT.
      *****************************************************************
           PERFORM CHECK-REMIT-BENEFICIARY
           IF WS-BENE-HELD-SW = 'Y'
               MOVE "REMITTANCE HELD - WIRE ACCOUNT CHANGED, AWAITING C
      -            "ALL-BACK" TO WS-NTL-TEXT
               MOVE WS-NOTE-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               PERFORM LOG-BENEFICIARY-CHANGE
               ADD 1 TO WS-CALLBACK-COUNT
               ADD 1 TO WS-EXCEPTION-COUNT
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-POOL-IDX FROM 1 BY 1
                   UNTIL WS-POOL-IDX > WS-POOL-USED
               IF WS-POOL-INV-IDX(WS-POOL-IDX) = WS-INV-IDX
                   PERFORM REMIT-ONE-POOL
               END-IF
           END-PERFORM

           MOVE "  INVESTOR TOTAL" TO WS-TTL-LABEL
           MOVE WS-INVESTOR-TOTALS TO WS-POOL-TOTALS
           PERFORM WRITE-TOTAL-LINE

           IF WS-IT-COUNT = ZERO
               MOVE "NO COLLECTIONS THIS MONTH" TO WS-NTL-TEXT
               MOVE WS-NOTE-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF

           IF WS-IT-REMIT > ZERO
               PERFORM WRITE-REMIT-WIRE
           END-IF.

       REMIT-ONE-POOL.
           INITIALIZE WS-POOL-TOTALS

           MOVE WS-POOL-ID(WS-POOL-IDX) TO WS-PH-ID
           MOVE WS-POOL-STRIP(WS-POOL-IDX) TO WS-PH-STRIP
           MOVE WS-POOL-HEADING TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-COLUMN-HEADING TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM VARYING WS-BILL-IDX FROM 1 BY 1
                   UNTIL WS-BILL-IDX > WS-BILL-USED
               IF WS-BL-POOL-IDX(WS-BILL-IDX) = WS-POOL-IDX
                   PERFORM SPLIT-ONE-BILL
               END-IF
           END-PERFORM

           PERFORM VARYING WS-QTE-IDX FROM 1 BY 1
                   UNTIL WS-QTE-IDX > WS-QUOTE-USED
               IF WS-QTE-POOL-IDX(WS-QTE-IDX) = WS-POOL-IDX
                   PERFORM SPLIT-ONE-PAYOFF
               END-IF
           END-PERFORM

           MOVE "  POOL TOTAL" TO WS-TTL-LABEL
           PERFORM WRITE-TOTAL-LINE

           ADD WS-PT-COUNT TO WS-IT-COUNT
           ADD WS-PT-SCHED-PRIN TO WS-IT-SCHED-PRIN
           ADD WS-PT-ACTUAL-PRIN TO WS-IT-ACTUAL-PRIN
           ADD WS-PT-INTEREST TO WS-IT-INTEREST
           ADD WS-PT-FEE TO WS-IT-FEE
           ADD WS-PT-NET-INTEREST TO WS-IT-NET-INTEREST
           ADD WS-PT-REMIT TO WS-IT-REMIT.

      *****************************************************************
      * SCHEDULED PRINCIPAL IS WHAT THE BILL'S P&I WOULD HAVE RETIRED
      * AFTER ONE MONTH'S NOTE INTEREST ON THE BILLED BALANCE - THE
      * SAME INTEREST FIGURE MTG-POSTING USES TO SPLIT THE RECEIPT.
      *****************************************************************
       SPLIT-ONE-BILL.
           MOVE WS-BL-MORTGAGE-ID(WS-BILL-IDX) TO WS-COL-MORTGAGE-ID
           MOVE WS-BL-BILL-ID(WS-BILL-IDX) TO WS-COL-SOURCE-ID
           MOVE 'B' TO WS-COL-TYPE
           MOVE WS-BL-POSTED-DATE(WS-BILL-IDX) TO WS-COL-POSTED-DATE
           MOVE WS-BL-RATE(WS-BILL-IDX) TO WS-COL-RATE

           COMPUTE WS-COL-SCHED-INTEREST ROUNDED =
               WS-BL-BALANCE(WS-BILL-IDX) * WS-BL-RATE(WS-BILL-IDX)
               / 100 / 12

           IF WS-BL-PI-AMOUNT(WS-BILL-IDX) > WS-COL-SCHED-INTEREST
               COMPUTE WS-COL-SCHED-PRIN =
                   WS-BL-PI-AMOUNT(WS-BILL-IDX) - WS-COL-SCHED-INTEREST
           ELSE
               MOVE ZERO TO WS-COL-SCHED-PRIN
           END-IF

           MOVE WS-BL-PRINCIPAL(WS-BILL-IDX) TO WS-COL-ACTUAL-PRIN
           MOVE WS-BL-INTEREST(WS-BILL-IDX) TO WS-COL-INTEREST
           PERFORM SPLIT-ONE-COLLECTION.

      *****************************************************************
      * A PAYOFF RETIRES THE WHOLE QUOTED PRINCIPAL, NONE OF IT
      * SCHEDULED, AND PASSES THROUGH THE QUOTED ACCRUED INTEREST.
      *****************************************************************
       SPLIT-ONE-PAYOFF.
           MOVE WS-QTE-MORTGAGE-ID(WS-QTE-IDX) TO WS-COL-MORTGAGE-ID
           MOVE WS-QTE-ID(WS-QTE-IDX) TO WS-COL-SOURCE-ID
           MOVE 'P' TO WS-COL-TYPE
           MOVE WS-QTE-PAID-DATE(WS-QTE-IDX) TO WS-COL-POSTED-DATE

           MOVE ZERO TO WS-COL-RATE
           PERFORM VARYING WS-LN-IDX FROM 1 BY 1
                   UNTIL WS-LN-IDX > WS-LOAN-USED
               IF WS-LN-ID(WS-LN-IDX) = WS-COL-MORTGAGE-ID
                   MOVE WS-LN-RATE(WS-LN-IDX) TO WS-COL-RATE
                   EXIT PERFORM
               END-IF
           END-PERFORM

           MOVE ZERO TO WS-COL-SCHED-PRIN
           MOVE WS-QTE-PRINCIPAL(WS-QTE-IDX) TO WS-COL-ACTUAL-PRIN
           MOVE WS-QTE-INTEREST(WS-QTE-IDX) TO WS-COL-INTEREST
           PERFORM SPLIT-ONE-COLLECTION.

      *****************************************************************
      * OUR FEE IS THE STRIP'S SHARE OF THE NOTE RATE APPLIED TO THE
      * INTEREST ACTUALLY COLLECTED - ON A FULL MONTH'S INTEREST THAT
      * IS THE STRIP RATE ON THE BALANCE FOR ONE MONTH. WITH NO RATE
      * ON FILE NO FEE CAN BE TAKEN AND THE INTEREST PASSES THROUGH
      * WHOLE; A STRIP ABOVE THE NOTE RATE TAKES ALL THE INTEREST.
      *****************************************************************
       SPLIT-ONE-COLLECTION.
           IF WS-COL-RATE > ZERO
               COMPUTE WS-COL-FEE ROUNDED =
                   WS-COL-INTEREST * WS-POOL-STRIP(WS-POOL-IDX)
                   / WS-COL-RATE
           ELSE
               MOVE ZERO TO WS-COL-FEE
           END-IF

           IF WS-COL-FEE > WS-COL-INTEREST
               MOVE WS-COL-INTEREST TO WS-COL-FEE
           END-IF

           COMPUTE WS-COL-NET-INTEREST = WS-COL-INTEREST - WS-COL-FEE
           COMPUTE WS-COL-REMIT =
               WS-COL-ACTUAL-PRIN + WS-COL-NET-INTEREST

           ADD 1 TO WS-PT-COUNT
           ADD WS-COL-SCHED-PRIN TO WS-PT-SCHED-PRIN
           ADD WS-COL-ACTUAL-PRIN TO WS-PT-ACTUAL-PRIN
           ADD WS-COL-INTEREST TO WS-PT-INTEREST
           ADD WS-COL-FEE TO WS-PT-FEE
           ADD WS-COL-NET-INTEREST TO WS-PT-NET-INTEREST
           ADD WS-COL-REMIT TO WS-PT-REMIT

           ADD 1 TO WS-RT-COUNT
           ADD WS-COL-SCHED-PRIN TO WS-RT-SCHED-PRIN
           ADD WS-COL-ACTUAL-PRIN TO WS-RT-ACTUAL-PRIN
           ADD WS-COL-INTEREST TO WS-RT-INTEREST
           ADD WS-COL-FEE TO WS-RT-FEE
           ADD WS-COL-NET-INTEREST TO WS-RT-NET-INTEREST
           ADD WS-COL-REMIT TO WS-RT-REMIT

           MOVE WS-COL-MORTGAGE-ID TO WS-DTL-MORTGAGE
           IF WS-COL-TYPE = 'P'
               MOVE "PAYOFF" TO WS-DTL-TYPE
           ELSE
               MOVE "BILL" TO WS-DTL-TYPE
           END-IF
           MOVE WS-COL-POSTED-DATE TO WS-DTL-POSTED
           MOVE WS-COL-SCHED-PRIN TO WS-DTL-VALUE(1)
           MOVE WS-COL-ACTUAL-PRIN TO WS-DTL-VALUE(2)
           MOVE WS-COL-INTEREST TO WS-DTL-VALUE(3)
           MOVE WS-COL-FEE TO WS-DTL-VALUE(4)
           MOVE WS-COL-NET-INTEREST TO WS-DTL-VALUE(5)
           MOVE WS-COL-REMIT TO WS-DTL-VALUE(6)
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM APPEND-LEDGER-RECORD.

       APPEND-LEDGER-RECORD.
           MOVE WS-REMIT-ID TO IR-REMIT-ID
           MOVE WS-INV-ID(WS-INV-IDX) TO IR-INVESTOR-ID
           MOVE WS-POOL-ID(WS-POOL-IDX) TO IR-POOL-ID
           MOVE WS-COL-MORTGAGE-ID TO IR-MORTGAGE-ID
           MOVE WS-COL-SOURCE-ID TO IR-SOURCE-ID
           MOVE WS-COL-TYPE TO IR-COLLECTION-TYPE
           MOVE WS-REMIT-MONTH TO IR-REMIT-MONTH
           MOVE WS-COL-POSTED-DATE TO IR-POSTED-DATE
           MOVE WS-COL-SCHED-PRIN TO IR-SCHED-PRINCIPAL
           MOVE WS-COL-ACTUAL-PRIN TO IR-ACTUAL-PRINCIPAL
           MOVE WS-COL-INTEREST TO IR-INTEREST
           MOVE WS-COL-FEE TO IR-SERVICE-FEE
           MOVE WS-COL-NET-INTEREST TO IR-NET-INTEREST
           STRING WS-YEAR WS-MONTH WS-DAY
                  WS-HOUR WS-MINUTE WS-SECOND
                  DELIMITED BY SIZE
                  INTO IR-TIMESTAMP

           WRITE REMIT-LEDGER-RECORD.

      *****************************************************************
      * PRINTS WHICHEVER TOTALS ARE IN WS-POOL-TOTALS UNDER THE LABEL
      * ALREADY MOVED TO WS-TTL-LABEL.
      *****************************************************************
       WRITE-TOTAL-LINE.
           MOVE WS-PT-COUNT TO WS-TTL-COUNT
           MOVE WS-PT-SCHED-PRIN TO WS-TTL-VALUE(1)
           MOVE WS-PT-ACTUAL-PRIN TO WS-TTL-VALUE(2)
           MOVE WS-PT-INTEREST TO WS-TTL-VALUE(3)
           MOVE WS-PT-FEE TO WS-TTL-VALUE(4)
           MOVE WS-PT-NET-INTEREST TO WS-TTL-VALUE(5)
           MOVE WS-PT-REMIT TO WS-TTL-VALUE(6)
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

      *****************************************************************
      * SAME INSTRUCTION RECORD PAYMENT.COB WRITES FOR AN OUTGOING
      * WIRE, VALUE-DATED THE BUSINESS DATE.
      *****************************************************************
       WRITE-REMIT-WIRE.
           OPEN EXTEND WIRE-OUT-FILE

           IF WS-WIREOUT-STATUS NOT = '00'
               OPEN OUTPUT WIRE-OUT-FILE
           END-IF

           MOVE WS-REMIT-ID TO WO-PAYMENT-ID
           MOVE WS-INV-NAME(WS-INV-IDX) TO WO-PARTY-NAME
           MOVE WS-IT-REMIT TO WO-AMOUNT
           MOVE WS-INV-WIRE-ACCOUNT(WS-INV-IDX) TO WO-ACCOUNT-NUMBER
           MOVE SPACES TO WO-REFERENCE
           STRING "INVESTOR REMITTANCE " WS-REMIT-MONTH
                  DELIMITED BY SIZE
                  INTO WO-REFERENCE
           MOVE WS-TODAY-DATE TO WO-VALUE-DATE
           STRING WS-YEAR WS-MONTH WS-DAY
                  WS-HOUR WS-MINUTE WS-SECOND
                  DELIMITED BY SIZE
                  INTO WO-TIMESTAMP

           WRITE WIRE-OUT-RECORD

           CLOSE WIRE-OUT-FILE

           ADD 1 TO WS-WIRE-COUNT

           MOVE WS-REMIT-ID TO WS-WRL-ID
           MOVE WS-INV-WIRE-ACCOUNT(WS-INV-IDX) TO WS-WRL-ACCOUNT
           MOVE WS-IT-REMIT TO WS-WRL-AMOUNT
           MOVE WS-WIRE-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM RECORD-REMIT-BENEFICIARY.

      *****************************************************************
      * COMPARES THE INVESTOR'S WIRE ACCOUNT WITH THE LAST ACCOUNT
      * WIRED TO THE SAME NAME. NO EARLIER WIRE, OR NO BENEFICIARY
      * FILE, MEANS NOTHING TO DIFFER FROM.
      *****************************************************************
       CHECK-REMIT-BENEFICIARY.
           MOVE 'N' TO WS-BENE-HELD-SW
           MOVE SPACES TO WS-BENE-ON-FILE
           MOVE FUNCTION UPPER-CASE(WS-INV-NAME(WS-INV-IDX))
               TO WS-BENE-KEY

           OPEN INPUT WIRE-BENE-FILE

           IF WS-BENE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-BENE-KEY TO WB-PARTY-NAME
           READ WIRE-BENE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WB-ACCOUNT-NUMBER TO WS-BENE-ON-FILE
                   IF WB-ACCOUNT-NUMBER
                           NOT = WS-INV-WIRE-ACCOUNT(WS-INV-IDX)
                       MOVE 'Y' TO WS-BENE-HELD-SW
                   END-IF
           END-READ

           CLOSE WIRE-BENE-FILE.

      *****************************************************************
      * LOGS THE CHANGED ACCOUNT AS A PENDING CHANGE FOR CALL-BACK,
      * UNLESS THE SAME NEW ACCOUNT IS ALREADY WAITING.
      *****************************************************************
       LOG-BENEFICIARY-CHANGE.
           MOVE 'N' TO WS-BENE-PENDING-SW

           OPEN INPUT PAYEE-CHANGE-FILE

           IF WS-CHANGE-STATUS = '00'
               MOVE 'N' TO WS-CHG-EOF-SW
               PERFORM READ-CHANGE-RECORD
               PERFORM UNTIL WS-CHG-END-OF-FILE
                   IF PC-WIRE-CHANGE AND PC-PAYEE-KEY = WS-BENE-KEY
                       MOVE 'N' TO WS-BENE-PENDING-SW
                       IF PC-PENDING
                               AND PC-NEW-ACCOUNT
                                   = WS-INV-WIRE-ACCOUNT(WS-INV-IDX)
                           MOVE 'Y' TO WS-BENE-PENDING-SW
                       END-IF
                   END-IF
                   PERFORM READ-CHANGE-RECORD
               END-PERFORM
               CLOSE PAYEE-CHANGE-FILE
           END-IF

           IF WS-BENE-PENDING-SW = 'Y'
               EXIT PARAGRAPH
           END-IF

           OPEN EXTEND PAYEE-CHANGE-FILE

           IF WS-CHANGE-STATUS NOT = '00'
               OPEN OUTPUT PAYEE-CHANGE-FILE
           END-IF

           INITIALIZE PAYEE-CHANGE-RECORD
           MOVE 'W' TO PC-CHANGE-TYPE
           MOVE WS-BENE-KEY TO PC-PAYEE-KEY
           MOVE 'P' TO PC-STATUS
           MOVE "WIRE" TO PC-OLD-METHOD
           MOVE WS-BENE-ON-FILE TO PC-OLD-ACCOUNT
           MOVE "WIRE" TO PC-NEW-METHOD
           MOVE WS-INV-WIRE-ACCOUNT(WS-INV-IDX) TO PC-NEW-ACCOUNT
           MOVE WS-REMIT-ID TO PC-SOURCE-REF
           MOVE "INVESTOR-REMIT" TO PC-SUBMITTED-BY
           MOVE WS-TODAY-DATE TO PC-SUBMITTED-DATE
           STRING WS-YEAR WS-MONTH WS-DAY
                  WS-HOUR WS-MINUTE WS-SECOND
                  DELIMITED BY SIZE
                  INTO PC-TIMESTAMP

           WRITE PAYEE-CHANGE-RECORD

           CLOSE PAYEE-CHANGE-FILE.

       READ-CHANGE-RECORD.
           READ PAYEE-CHANGE-FILE
               AT END
                   MOVE 'Y' TO WS-CHG-EOF-SW
           END-READ.

      *****************************************************************
      * THE REMITTANCE WIRE BECOMES THE LAST WIRE TO THE INVESTOR.
      *****************************************************************
       RECORD-REMIT-BENEFICIARY.
           OPEN I-O WIRE-BENE-FILE

           IF WS-BENE-STATUS NOT = '00'
               OPEN OUTPUT WIRE-BENE-FILE
               CLOSE WIRE-BENE-FILE
               OPEN I-O WIRE-BENE-FILE
           END-IF

           MOVE WS-BENE-KEY TO WB-PARTY-NAME
           READ WIRE-BENE-FILE
               INVALID KEY
                   MOVE SPACES TO WB-VERIFIED-BY
           END-READ

           MOVE WS-BENE-KEY TO WB-PARTY-NAME
           MOVE WS-INV-WIRE-ACCOUNT(WS-INV-IDX) TO WB-ACCOUNT-NUMBER
           MOVE WS-REMIT-ID TO WB-LAST-WIRE-ID
           MOVE WS-TODAY-DATE TO WB-LAST-WIRE-DATE
           STRING WS-YEAR WS-MONTH WS-DAY
                  WS-HOUR WS-MINUTE WS-SECOND
                  DELIMITED BY SIZE
                  INTO WB-TIMESTAMP

           WRITE WIRE-BENE-RECORD
               INVALID KEY
                   REWRITE WIRE-BENE-RECORD
           END-WRITE

           CLOSE WIRE-BENE-FILE.

       WRITE-RUN-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-RULE-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "RUN TOTAL" TO WS-TTL-LABEL
           MOVE WS-RUN-TOTALS TO WS-POOL-TOTALS
           PERFORM WRITE-TOTAL-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "REMITTANCE WIRES:" TO WS-SUM-LABEL
           MOVE WS-WIRE-COUNT TO WS-SUM-COUNT
           MOVE WS-RT-REMIT TO WS-SUM-AMOUNT
           MOVE WS-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "SERVICING FEES RETAINED:" TO WS-SUM-LABEL
           MOVE WS-RT-COUNT TO WS-SUM-COUNT
           MOVE WS-RT-FEE TO WS-SUM-AMOUNT
           MOVE WS-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "ALREADY REMITTED:" TO WS-SUM-LABEL
           MOVE WS-ALREADY-COUNT TO WS-SUM-COUNT
           MOVE ZERO TO WS-SUM-AMOUNT
           MOVE WS-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "HELD FOR CALL-BACK:" TO WS-SUM-LABEL
           MOVE WS-CALLBACK-COUNT TO WS-SUM-COUNT
           MOVE ZERO TO WS-SUM-AMOUNT
           MOVE WS-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "EXCEPTIONS:" TO WS-SUM-LABEL
           MOVE WS-EXCEPTION-COUNT TO WS-SUM-COUNT
           MOVE ZERO TO WS-SUM-AMOUNT
           MOVE WS-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

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
           MOVE "INVREMIT" TO CT-JOB-NAME
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
