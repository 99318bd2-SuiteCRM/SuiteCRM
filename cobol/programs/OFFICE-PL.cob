       IDENTIFICATION DIVISION.
       PROGRAM-ID. OFFICE-PL.
       AUTHOR. SUITECRM-REAL-ESTATE.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * MONTHLY OFFICE PROFITABILITY (P&L) REPORT
      * RUN EARLY IN THE MONTH FOR THE MONTH JUST CLOSED (THE SAME
      * BUSINESS-DATE RULE IOLTA-INTEREST USES). FOR EVERY OFFICE ON
      * OFFICEMST.DAT IT PRINTS MONTH, QUARTER-TO-DATE AND
      * YEAR-TO-DATE ACTUALS BESIDE BUDGET ON OFFICEPL.RPT:
      *   - GROSS COMMISSION INCOME - EARNED COMMLEDGER.DAT SHARE
      *     LINES LESS REVERSALS AND CLAWBACKS, SPLIT INTO THE AGENT
      *     SPLIT, THE OFFICE SHARE AND THE HOUSE SHARE. THE OFFICE
      *     AND HOUSE SHARES ARE THE COMPANY DOLLAR.
      *   - PROCESSING FEES ON COMPLETED PAYMENTS.DAT PAYMENTS TIED
      *     TO A DEALMST.DAT DEAL.
      *   - CARD PROCESSOR FEES ALLOCATED BY PROC-FEE-RECON TO
      *     PROCFEEALOC.DAT (LATEST RUN PER BATCH ONLY).
      *   - AGENT ADVANCES WRITTEN OFF ON ADVLEDGER.DAT.
      *   - OFFICE EXPENSES BY GL ACCOUNT FROM OFFICEEXP.DAT.
      * ACTIVITY IS CREDITED TO THE OFFICE OF THE AGENT WHO EARNED
      * IT (AGENT-MASTER.DAT), A DEAL'S LISTING AGENT, OR THE
      * LISTING AGENT ON PROPERTIES.DAT; ANYTHING THAT CANNOT BE
      * TRACED TO AN OFFICE IS SHOWN UNDER "UNKNOWN". A FIRM-WIDE
      * TOTAL FOLLOWS THE OFFICES, THEN A SUPPORTING SCHEDULE OF
      * AGENT PRODUCTIVITY (CLOSINGS AND VOLUME FROM SALESPOST.DAT)
      * GROUPED BY OFFICE. REPORT ONLY - NOTHING IS UPDATED.
      *
      * OFFICEEXP.DAT - ONE LINE PER EXPENSE ENTRY, SUMMED:
      *   <OFFICE-ID>|<GL-ACCOUNT>|<YYYYMM>|<AMOUNT>
      * OFFICEBUD.DAT - ONE LINE PER BUDGET ENTRY, SUMMED:
      *   <OFFICE-ID>|<LINE>|<YYYYMM>|<AMOUNT>
      *   WHERE <LINE> IS GCI, AGENT, OFFICE, HOUSE, PROCFEE,
      *   CARDFEE, ADVWO OR AN EXPENSE GL ACCOUNT. THE COMPANY
      *   DOLLAR, TOTAL COST AND NET LINES ARE BUDGETED FROM THEIR
      *   COMPONENTS.
      * RETURN CODE 8 IF A WORK TABLE OVERFLOWS.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OFFICE-MASTER ASSIGN TO "OFFICEMST.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS OM-OFFICE-ID
                  FILE STATUS IS WS-OFFICE-STATUS.

           SELECT AGENT-MASTER ASSIGN TO "AGENT-MASTER.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AM-AGENT-ID
                  FILE STATUS IS WS-AGENT-STATUS.

           SELECT COMMISSION-LEDGER-FILE ASSIGN TO "COMMLEDGER.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-LEDGER-STATUS.

           SELECT DEAL-MASTER ASSIGN TO "DEALMST.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS DM-DEAL-ID
                  FILE STATUS IS WS-DEAL-STATUS.

           SELECT PAYMENT-FILE ASSIGN TO "PAYMENTS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS PAYMENT-ID
                  ALTERNATE RECORD KEY IS REFERENCE-NUMBER
                      WITH DUPLICATES
                  FILE STATUS IS WS-PAYMENT-STATUS.

           SELECT FEE-ALLOCATION-FILE ASSIGN TO "PROCFEEALOC.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-ALOC-STATUS.

           SELECT PROPERTY-FILE ASSIGN TO "PROPERTIES.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS PROPERTY-ID
                  FILE STATUS IS WS-LISTING-STATUS.

           SELECT ADVANCE-LEDGER-FILE ASSIGN TO "ADVLEDGER.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-ADV-STATUS.

           SELECT OFFICE-EXPENSE-FILE ASSIGN TO "OFFICEEXP.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-EXP-STATUS.

           SELECT OFFICE-BUDGET-FILE ASSIGN TO "OFFICEBUD.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-BUD-STATUS.

           SELECT SALES-POST-FILE ASSIGN TO "SALESPOST.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-SALES-STATUS.

           SELECT OFFICE-PL-REPORT ASSIGN TO "OFFICEPL.RPT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OFFICE-MASTER.
       01  OFFICE-MASTER-REC.
           05  OM-OFFICE-ID        PIC X(20).
           05  OM-OFFICE-NAME      PIC X(40).
           05  OM-MANAGER-NAME     PIC X(30).
           05  OM-AGENT-SPLIT-PCT  PIC 99V99.
           05  OM-OFFICE-SPLIT-PCT PIC 99V99.
           05  OM-HOUSE-SPLIT-PCT  PIC 99V99.
           05  OM-MANAGER-AGENT-ID PIC X(20).

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

      *****************************************************************
      * PROCESSOR FEE ALLOCATION WRITTEN BY PROC-FEE-RECON - SEE
      * PROC-FEE-RECON.COB.
      *****************************************************************
       FD  FEE-ALLOCATION-FILE.
       01  FEE-ALLOCATION-RECORD.
           05  PF-BATCH-ID         PIC X(20).
           05  PF-TRANS-ID         PIC X(20).
           05  PF-PROPERTY-ID      PIC X(20).
           05  PF-TRANS-DATE       PIC 9(8).
           05  PF-FEE-AMOUNT       PIC S9(7)V99.
           05  PF-RUN-TIMESTAMP    PIC 9(14).

       FD  PROPERTY-FILE.
       01  PROPERTY-RECORD.
           05  PROPERTY-ID         PIC X(20).
           05  PROPERTY-ADDRESS    PIC X(100).
           05  LISTING-PRICE       PIC 9(9)V99.
           05  EARNEST-AMOUNT      PIC 9(7)V99.
           05  COMMISSION-RATE     PIC 99V99.
           05  AGENT-ID            PIC X(20).
           05  PROPERTY-STATUS     PIC X(20).

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

       FD  OFFICE-EXPENSE-FILE.
       01  OFFICE-EXPENSE-LINE     PIC X(100).

       FD  OFFICE-BUDGET-FILE.
       01  OFFICE-BUDGET-LINE      PIC X(100).

       FD  SALES-POST-FILE.
       01  SALES-POST-RECORD.
           05  SP-PROPERTY-ID      PIC X(20).
           05  SP-AUDIT-TIMESTAMP  PIC 9(14).
           05  SP-AGENT-ID         PIC X(20).
           05  SP-CREDIT-AMOUNT    PIC 9(9)V99.
           05  SP-POST-TIMESTAMP   PIC 9(14).

       FD  OFFICE-PL-REPORT.
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
       01  WS-OFFICE-STATUS        PIC XX.
       01  WS-AGENT-STATUS         PIC XX.
       01  WS-LEDGER-STATUS        PIC XX.
       01  WS-DEAL-STATUS          PIC XX.
       01  WS-PAYMENT-STATUS       PIC XX.
       01  WS-ALOC-STATUS          PIC XX.
       01  WS-LISTING-STATUS       PIC XX.
       01  WS-PROPERTY-OPEN        PIC XX.
       01  WS-ADV-STATUS           PIC XX.
       01  WS-EXP-STATUS           PIC XX.
       01  WS-BUD-STATUS           PIC XX.
       01  WS-SALES-STATUS         PIC XX.
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
       01  WS-OVERFLOW-TABLE       PIC X(12).

      *****************************************************************
      * THE REPORTING PERIOD - THE MONTH JUST CLOSED, THE FIRST MONTH
      * OF ITS QUARTER AND THE YEAR.
      *****************************************************************
       01  WS-PERIOD-WORK.
           05  WS-PL-YEAR          PIC 9(4).
           05  WS-PL-MM            PIC 99.
           05  WS-PL-QTR-MM        PIC 99.
           05  WS-PL-MONTH         PIC 9(6).

      *****************************************************************
      * WHICH COLUMNS A POSTING MONTH FALLS IN.
      *****************************************************************
       01  WS-CLASSIFY-WORK.
           05  WS-CHK-MONTH        PIC 9(6).
           05  WS-CHK-MONTH-X REDEFINES WS-CHK-MONTH.
               10  WS-CHK-YEAR     PIC 9(4).
               10  WS-CHK-MM       PIC 99.
           05  WS-IN-YTD-SW        PIC X.
               88  WS-IN-YTD           VALUE 'Y'.
           05  WS-IN-QTD-SW        PIC X.
               88  WS-IN-QTD           VALUE 'Y'.
           05  WS-IN-MONTH-SW      PIC X.
               88  WS-IN-MONTH         VALUE 'Y'.

      *****************************************************************
      * ONE ENTRY PER OFFICE - OFFICEMST.DAT IN KEY ORDER, THEN ANY
      * OFFICE ID ACTIVITY NAMES THAT IS NOT ON THE MASTER.
      *****************************************************************
       01  WS-OFFICE-TABLE.
           05  WS-OFFICE-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-OFF-IDX.
               10  WS-OFF-ID           PIC X(20).
               10  WS-OFF-NAME         PIC X(40).
               10  WS-OFF-MANAGER      PIC X(30).

       01  WS-OFFICE-COUNT-USED    PIC 9(3) VALUE ZERO.
       01  WS-OFF-SEARCH-IDX       PIC 9(3).
       01  WS-LOOKUP-OFFICE        PIC X(20).

      *****************************************************************
      * ONE ENTRY PER AGENT ON AGENT-MASTER.DAT, PLUS ANY AGENT
      * SALESPOST.DAT CREDITS WHO IS NOT ON IT, WITH THE AGENT'S
      * PRODUCTIVITY FOR THE SUPPORTING SCHEDULE.
      *****************************************************************
       01  WS-AGENT-TABLE.
           05  WS-AGENT-ENTRY OCCURS 1000 TIMES
                   INDEXED BY WS-AGT-IDX.
               10  WS-AGT-ID           PIC X(20).
               10  WS-AGT-NAME         PIC X(40).
               10  WS-AGT-OFFICE       PIC X(20).
               10  WS-AGT-STATUS       PIC X.
               10  WS-AGT-DEALS-M      PIC 9(5).
               10  WS-AGT-DEALS-Q      PIC 9(5).
               10  WS-AGT-DEALS-Y      PIC 9(5).
               10  WS-AGT-VOLUME-M     PIC 9(11)V99.
               10  WS-AGT-VOLUME-Q     PIC 9(11)V99.
               10  WS-AGT-VOLUME-Y     PIC 9(11)V99.

       01  WS-AGENT-COUNT-USED     PIC 9(4) VALUE ZERO.
       01  WS-AGT-SEARCH-IDX       PIC 9(4).
       01  WS-LOOKUP-AGENT         PIC X(20).
       01  WS-AGENT-OFFICE         PIC X(20).

      *****************************************************************
      * OFFICE OF EACH EARNED SHARE TRIO ON COMMLEDGER.DAT. A TRIO'S
      * LEDGER IDS SHARE THEIR FIRST SIXTEEN CHARACTERS ("CL" PLUS
      * THE POSTING TIMESTAMP), SO THE HOUSE LINE AND ANY FOLLOW-UP
      * TAKE THE OFFICE OF ITS AGENT AND OFFICE LINES.
      *****************************************************************
       01  WS-TRIO-TABLE.
           05  WS-TRIO-ENTRY OCCURS 5000 TIMES
                   INDEXED BY WS-TRI-IDX.
               10  WS-TRI-KEY          PIC X(16).
               10  WS-TRI-OFFICE       PIC X(20).

       01  WS-TRIO-COUNT-USED      PIC 9(5) VALUE ZERO.
       01  WS-TRI-SEARCH-IDX       PIC 9(5).
       01  WS-LOOKUP-TRIO          PIC X(16).

      *****************************************************************
      * DEALS, FOR TYING A PAYMENT TO THE LISTING AGENT'S OFFICE.
      *****************************************************************
       01  WS-DEAL-TABLE.
           05  WS-DEAL-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-DL-IDX.
               10  WS-DL-EARNEST-PMT   PIC X(20).
               10  WS-DL-CLOSING-PMT   PIC X(20).
               10  WS-DL-BUYER-ACCOUNT PIC X(20).
               10  WS-DL-OFFICE        PIC X(20).

       01  WS-DEAL-COUNT-USED      PIC 9(4) VALUE ZERO.
       01  WS-DEAL-EOF-SW          PIC X VALUE 'N'.
           88  WS-DEAL-END-OF-FILE VALUE 'Y'.

      *****************************************************************
      * LATEST PROC-FEE-RECON RUN PER SETTLEMENT BATCH.
      *****************************************************************
       01  WS-BATCH-TABLE.
           05  WS-BATCH-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-BAT-IDX.
               10  WS-BAT-ID           PIC X(20).
               10  WS-BAT-RUN          PIC 9(14).

       01  WS-BATCH-COUNT-USED     PIC 9(4) VALUE ZERO.

      *****************************************************************
      * P&L CELLS - ONE PER OFFICE AND LINE, WITH THE SIX REPORT
      * COLUMNS: 1 MONTH ACTUAL, 2 MONTH BUDGET, 3 QTD ACTUAL,
      * 4 QTD BUDGET, 5 YTD ACTUAL, 6 YTD BUDGET. FIXED LINES CARRY
      * ONE OF THE LINE CODES BELOW; EXPENSE LINES CARRY THE GL
      * ACCOUNT.
      *****************************************************************
       01  WS-CELL-TABLE.
           05  WS-CELL-ENTRY OCCURS 3000 TIMES
                   INDEXED BY WS-CEL-IDX.
               10  WS-CEL-OFFICE       PIC 9(3).
               10  WS-CEL-CODE         PIC X(12).
               10  WS-CEL-TYPE         PIC X.
                   88  WS-CEL-FIXED        VALUE 'F'.
                   88  WS-CEL-EXPENSE      VALUE 'E'.
               10  WS-CEL-AMOUNT       PIC S9(11)V99
                       OCCURS 6 TIMES.

       01  WS-CELL-COUNT-USED      PIC 9(4) VALUE ZERO.
       01  WS-CEL-SEARCH-IDX       PIC 9(4).

       01  WS-LINE-CODES.
           05  FILLER              PIC X(12) VALUE "GCI".
           05  FILLER              PIC X(12) VALUE "AGENT".
           05  FILLER              PIC X(12) VALUE "OFFICE".
           05  FILLER              PIC X(12) VALUE "HOUSE".
           05  FILLER              PIC X(12) VALUE "PROCFEE".
           05  FILLER              PIC X(12) VALUE "CARDFEE".
           05  FILLER              PIC X(12) VALUE "ADVWO".
       01  WS-LINE-CODE-TABLE REDEFINES WS-LINE-CODES.
           05  WS-LC-CODE          PIC X(12) OCCURS 7 TIMES.

       01  WS-LINE-LABELS.
           05  FILLER              PIC X(30) VALUE
               "GROSS COMMISSION INCOME".
           05  FILLER              PIC X(30) VALUE
               "  LESS AGENT SPLITS".
           05  FILLER              PIC X(30) VALUE
               "  OFFICE SHARE".
           05  FILLER              PIC X(30) VALUE
               "  HOUSE SHARE".
           05  FILLER              PIC X(30) VALUE
               "  PROCESSING FEES".
           05  FILLER              PIC X(30) VALUE
               "  CARD PROCESSOR FEES".
           05  FILLER              PIC X(30) VALUE
               "  ADVANCES WRITTEN OFF".
       01  WS-LINE-LABEL-TABLE REDEFINES WS-LINE-LABELS.
           05  WS-LC-LABEL         PIC X(30) OCCURS 7 TIMES.

       01  WS-LC-IDX               PIC 9.
       01  WS-COL-IDX              PIC 9.

      *****************************************************************
      * ONE AMOUNT BEING POSTED TO THE P&L.
      *****************************************************************
       01  WS-POST-INPUT.
           05  WS-POST-OFFICE      PIC X(20).
           05  WS-POST-CODE        PIC X(12).
           05  WS-POST-TYPE        PIC X.
           05  WS-POST-MONTH       PIC 9(6).
           05  WS-POST-AMOUNT      PIC S9(11)V99.
           05  WS-POST-KIND        PIC X.
               88  WS-POST-ACTUAL      VALUE 'A'.
               88  WS-POST-BUDGET      VALUE 'B'.

      *****************************************************************
      * TOTALS FOR THE OFFICE (OR THE FIRM) BEING PRINTED.
      *****************************************************************
       01  WS-PRINT-WORK.
           05  WS-PRT-OFFICE       PIC 9(3).
           05  WS-PRT-ALL-SW       PIC X.
               88  WS-PRT-ALL-OFFICES  VALUE 'Y'.
           05  WS-PRT-FIXED OCCURS 7 TIMES.
               10  WS-PRT-FIX-AMT  PIC S9(11)V99 OCCURS 6 TIMES.
           05  WS-PRT-COMPANY      PIC S9(11)V99 OCCURS 6 TIMES.
           05  WS-PRT-EXPENSES     PIC S9(11)V99 OCCURS 6 TIMES.
           05  WS-PRT-COSTS        PIC S9(11)V99 OCCURS 6 TIMES.
           05  WS-PRT-NET          PIC S9(11)V99 OCCURS 6 TIMES.
           05  WS-PRT-AMOUNTS      PIC S9(11)V99 OCCURS 6 TIMES.
           05  WS-PRT-LABEL        PIC X(30).

      *****************************************************************
      * OPERATOR FEED PARSING.
      *****************************************************************
       01  WS-FEED-LINE            PIC X(100).
       01  WS-FEED-FIELDS.
           05  WS-FEED-OFFICE-ID   PIC X(20).
           05  WS-FEED-LINE-CODE   PIC X(12).
           05  WS-FEED-MONTH       PIC 9(6).
           05  WS-FEED-AMOUNT      PIC 9(9)V99.

       01  WS-FEED-COUNTS.
           05  WS-FEED-REJECTED    PIC 9(5) VALUE ZERO.

       01  WS-WORK-AMOUNT          PIC S9(11)V99.
       01  WS-WORK-OFFICE          PIC X(20).

       01  WS-REPORT-HEADING.
           05  FILLER              PIC X(40) VALUE
               "OFFICE PROFITABILITY REPORT".
           05  FILLER              PIC X(6)  VALUE "DATE: ".
           05  WS-HDR-DATE         PIC 9(8).

       01  WS-PERIOD-LINE.
           05  FILLER              PIC X(15) VALUE "PERIOD ENDED: ".
           05  WS-PDL-YEAR         PIC 9(4).
           05  FILLER              PIC X     VALUE "-".
           05  WS-PDL-MM           PIC 99.

       01  WS-OFFICE-HEADING.
           05  FILLER              PIC X(8)  VALUE "OFFICE: ".
           05  WS-OFH-ID           PIC X(21).
           05  WS-OFH-NAME         PIC X(41).
           05  FILLER              PIC X(9)  VALUE "MANAGER: ".
           05  WS-OFH-MANAGER      PIC X(30).

       01  WS-COLUMN-HEADING.
           05  FILLER              PIC X(30) VALUE SPACES.
           05  FILLER              PIC X(16) VALUE "    MONTH ACTUAL".
           05  FILLER              PIC X(16) VALUE "    MONTH BUDGET".
           05  FILLER              PIC X(16) VALUE "      QTD ACTUAL".
           05  FILLER              PIC X(16) VALUE "      QTD BUDGET".
           05  FILLER              PIC X(16) VALUE "      YTD ACTUAL".
           05  FILLER              PIC X(16) VALUE "      YTD BUDGET".

       01  WS-PL-LINE.
           05  WS-PLL-LABEL        PIC X(30).
           05  WS-PLL-COLUMN OCCURS 6 TIMES.
               10  FILLER          PIC X(2).
               10  WS-PLL-AMOUNT   PIC -ZZ,ZZZ,ZZ9.99.

       01  WS-MESSAGE-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-MSG-TEXT         PIC X(90).

       01  WS-AGENT-HEADING.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(21) VALUE "AGENT".
           05  FILLER              PIC X(31) VALUE "NAME".
           05  FILLER              PIC X(8)  VALUE " DEALS M".
           05  FILLER              PIC X(17) VALUE "     MONTH VOLUME".
           05  FILLER              PIC X(8)  VALUE " DEALS Q".
           05  FILLER              PIC X(17) VALUE "       QTD VOLUME".
           05  FILLER              PIC X(8)  VALUE " DEALS Y".
           05  FILLER              PIC X(17) VALUE "       YTD VOLUME".

       01  WS-AGENT-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-AGL-ID           PIC X(21).
           05  WS-AGL-NAME         PIC X(31).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-AGL-DEALS-M      PIC ZZ,ZZ9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-AGL-VOLUME-M     PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  WS-AGL-DEALS-Q      PIC ZZ,ZZ9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-AGL-VOLUME-Q     PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  WS-AGL-DEALS-Y      PIC ZZ,ZZ9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-AGL-VOLUME-Y     PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-REJECT-EDIT          PIC ZZ,ZZ9.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           PERFORM INITIALIZE-REPORT
           PERFORM LOAD-OFFICE-TABLE
           PERFORM LOAD-AGENT-TABLE

           PERFORM BUILD-TRIO-TABLE
           PERFORM POST-COMMISSIONS
           PERFORM BUILD-DEAL-TABLE
           PERFORM POST-PROCESSING-FEES
           PERFORM POST-PROCESSOR-FEES
           PERFORM POST-ADVANCE-WRITEOFFS
           PERFORM POST-OFFICE-EXPENSES
           PERFORM POST-OFFICE-BUDGETS
           PERFORM TALLY-AGENT-PRODUCTION

           PERFORM WRITE-OFFICE-SECTION
           PERFORM WRITE-FIRM-SECTION
           PERFORM WRITE-AGENT-SCHEDULE
           CLOSE OFFICE-PL-REPORT
           STOP RUN.

      *****************************************************************
      * THE REPORTING MONTH IS THE MONTH BEFORE THE BUSINESS DATE.
      *****************************************************************
       INITIALIZE-REPORT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           PERFORM GET-BUSINESS-DATE
           STRING WS-YEAR WS-MONTH WS-DAY
                  DELIMITED BY SIZE
                  INTO WS-TODAY-DATE

           IF WS-MONTH = 1
               COMPUTE WS-PL-YEAR = WS-YEAR - 1
               MOVE 12 TO WS-PL-MM
           ELSE
               MOVE WS-YEAR TO WS-PL-YEAR
               COMPUTE WS-PL-MM = WS-MONTH - 1
           END-IF

           COMPUTE WS-PL-QTR-MM = ((WS-PL-MM - 1) / 3) * 3 + 1
           MOVE WS-PL-YEAR TO WS-PL-MONTH(1:4)
           MOVE WS-PL-MM TO WS-PL-MONTH(5:2)
           MOVE 'N' TO WS-EOF-SWITCH

           OPEN OUTPUT OFFICE-PL-REPORT
           MOVE WS-TODAY-DATE TO WS-HDR-DATE
           WRITE REPORT-LINE FROM WS-REPORT-HEADING
           MOVE WS-PL-YEAR TO WS-PDL-YEAR
           MOVE WS-PL-MM TO WS-PDL-MM
           WRITE REPORT-LINE FROM WS-PERIOD-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       LOAD-OFFICE-TABLE.
           OPEN INPUT OFFICE-MASTER

           IF WS-OFFICE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE LOW-VALUES TO OM-OFFICE-ID
           START OFFICE-MASTER KEY IS NOT LESS THAN OM-OFFICE-ID
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-START

           PERFORM UNTIL WS-END-OF-FILE
               READ OFFICE-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       MOVE OM-OFFICE-ID TO WS-LOOKUP-OFFICE
                       PERFORM FIND-OR-ADD-OFFICE
                       SET WS-OFF-IDX TO WS-OFF-SEARCH-IDX
                       MOVE OM-OFFICE-NAME TO WS-OFF-NAME(WS-OFF-IDX)
                       MOVE OM-MANAGER-NAME
                           TO WS-OFF-MANAGER(WS-OFF-IDX)
               END-READ
           END-PERFORM

           CLOSE OFFICE-MASTER
           MOVE 'N' TO WS-EOF-SWITCH.

       LOAD-AGENT-TABLE.
           OPEN INPUT AGENT-MASTER

           IF WS-AGENT-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE LOW-VALUES TO AM-AGENT-ID
           START AGENT-MASTER KEY IS NOT LESS THAN AM-AGENT-ID
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-START

           PERFORM UNTIL WS-END-OF-FILE
               READ AGENT-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       MOVE AM-AGENT-ID TO WS-LOOKUP-AGENT
                       PERFORM FIND-OR-ADD-AGENT
                       SET WS-AGT-IDX TO WS-AGT-SEARCH-IDX
                       MOVE SPACES TO WS-AGT-NAME(WS-AGT-IDX)
                       STRING FUNCTION TRIM(AM-FIRST-NAME)
                              " " AM-LAST-NAME
                              DELIMITED BY SIZE
                              INTO WS-AGT-NAME(WS-AGT-IDX)
                       IF AM-OFFICE-ID NOT = SPACES
                           MOVE AM-OFFICE-ID
                               TO WS-AGT-OFFICE(WS-AGT-IDX)
                       END-IF
                       MOVE AM-STATUS TO WS-AGT-STATUS(WS-AGT-IDX)
               END-READ
           END-PERFORM

           CLOSE AGENT-MASTER
           MOVE 'N' TO WS-EOF-SWITCH.

      *****************************************************************
      * OFFICES ARE FOUND OR ADDED BY ID. ONE NOT ON OFFICEMST.DAT IS
      * LABELLED AS SUCH ON THE REPORT.
      *****************************************************************
       FIND-OR-ADD-OFFICE.
           IF WS-LOOKUP-OFFICE = SPACES
               MOVE "UNKNOWN" TO WS-LOOKUP-OFFICE
           END-IF

           MOVE 'N' TO WS-FOUND-SWITCH
           PERFORM VARYING WS-OFF-IDX FROM 1 BY 1
                   UNTIL WS-OFF-IDX > WS-OFFICE-COUNT-USED
               IF WS-OFF-ID(WS-OFF-IDX) = WS-LOOKUP-OFFICE
                   MOVE 'Y' TO WS-FOUND-SWITCH
                   SET WS-OFF-SEARCH-IDX TO WS-OFF-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WS-FOUND-SWITCH = 'Y'
               EXIT PARAGRAPH
           END-IF

           IF WS-OFFICE-COUNT-USED >= 200
               MOVE "OFFICE" TO WS-OVERFLOW-TABLE
               PERFORM ABORT-ON-TABLE-OVERFLOW
           END-IF

           ADD 1 TO WS-OFFICE-COUNT-USED
           MOVE WS-OFFICE-COUNT-USED TO WS-OFF-SEARCH-IDX
           SET WS-OFF-IDX TO WS-OFF-SEARCH-IDX
           MOVE WS-LOOKUP-OFFICE TO WS-OFF-ID(WS-OFF-IDX)
           MOVE "*** NOT ON OFFICE MASTER ***"
               TO WS-OFF-NAME(WS-OFF-IDX)
           MOVE SPACES TO WS-OFF-MANAGER(WS-OFF-IDX).

       FIND-OR-ADD-AGENT.
           MOVE 'N' TO WS-FOUND-SWITCH
           PERFORM VARYING WS-AGT-IDX FROM 1 BY 1
                   UNTIL WS-AGT-IDX > WS-AGENT-COUNT-USED
               IF WS-AGT-ID(WS-AGT-IDX) = WS-LOOKUP-AGENT
                   MOVE 'Y' TO WS-FOUND-SWITCH
                   SET WS-AGT-SEARCH-IDX TO WS-AGT-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WS-FOUND-SWITCH = 'Y'
               EXIT PARAGRAPH
           END-IF

           IF WS-AGENT-COUNT-USED >= 1000
               MOVE "AGENT" TO WS-OVERFLOW-TABLE
               PERFORM ABORT-ON-TABLE-OVERFLOW
           END-IF

           ADD 1 TO WS-AGENT-COUNT-USED
           MOVE WS-AGENT-COUNT-USED TO WS-AGT-SEARCH-IDX
           SET WS-AGT-IDX TO WS-AGT-SEARCH-IDX
           MOVE WS-LOOKUP-AGENT TO WS-AGT-ID(WS-AGT-IDX)
           MOVE "*** NOT ON AGENT MASTER ***"
               TO WS-AGT-NAME(WS-AGT-IDX)
           MOVE "UNKNOWN" TO WS-AGT-OFFICE(WS-AGT-IDX)
           MOVE SPACE TO WS-AGT-STATUS(WS-AGT-IDX)
           MOVE ZERO TO WS-AGT-DEALS-M(WS-AGT-IDX)
           MOVE ZERO TO WS-AGT-DEALS-Q(WS-AGT-IDX)
           MOVE ZERO TO WS-AGT-DEALS-Y(WS-AGT-IDX)
           MOVE ZERO TO WS-AGT-VOLUME-M(WS-AGT-IDX)
           MOVE ZERO TO WS-AGT-VOLUME-Q(WS-AGT-IDX)
           MOVE ZERO TO WS-AGT-VOLUME-Y(WS-AGT-IDX).

      *****************************************************************
      * THE OFFICE OF WS-LOOKUP-AGENT, OR "UNKNOWN" FOR AN AGENT NOT
      * ON THE MASTER. NOTHING IS ADDED TO THE AGENT TABLE.
      *****************************************************************
       GET-AGENT-OFFICE.
           MOVE "UNKNOWN" TO WS-AGENT-OFFICE
           PERFORM VARYING WS-AGT-IDX FROM 1 BY 1
                   UNTIL WS-AGT-IDX > WS-AGENT-COUNT-USED
               IF WS-AGT-ID(WS-AGT-IDX) = WS-LOOKUP-AGENT
                   MOVE WS-AGT-OFFICE(WS-AGT-IDX) TO WS-AGENT-OFFICE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *****************************************************************
      * SETS THE COLUMN SWITCHES FOR WS-CHK-MONTH (YYYYMM).
      *****************************************************************
       CLASSIFY-MONTH.
           MOVE 'N' TO WS-IN-YTD-SW
           MOVE 'N' TO WS-IN-QTD-SW
           MOVE 'N' TO WS-IN-MONTH-SW

           IF WS-CHK-YEAR NOT = WS-PL-YEAR OR WS-CHK-MM > WS-PL-MM
               OR WS-CHK-MM = ZERO
               EXIT PARAGRAPH
           END-IF

           MOVE 'Y' TO WS-IN-YTD-SW
           IF WS-CHK-MM >= WS-PL-QTR-MM
               MOVE 'Y' TO WS-IN-QTD-SW
           END-IF
           IF WS-CHK-MM = WS-PL-MM
               MOVE 'Y' TO WS-IN-MONTH-SW
           END-IF.

      *****************************************************************
      * POSTS WS-POST-AMOUNT TO THE OFFICE AND LINE IN WS-POST-INPUT,
      * IN EVERY COLUMN ITS MONTH FALLS IN.
      *****************************************************************
       POST-TO-PL.
           MOVE WS-POST-MONTH TO WS-CHK-MONTH
           PERFORM CLASSIFY-MONTH
           IF NOT WS-IN-YTD
               EXIT PARAGRAPH
           END-IF

           MOVE WS-POST-OFFICE TO WS-LOOKUP-OFFICE
           PERFORM FIND-OR-ADD-OFFICE
           PERFORM FIND-OR-ADD-CELL
           SET WS-CEL-IDX TO WS-CEL-SEARCH-IDX

           IF WS-POST-ACTUAL
               MOVE 1 TO WS-COL-IDX
           ELSE
               MOVE 2 TO WS-COL-IDX
           END-IF

           IF WS-IN-MONTH
               ADD WS-POST-AMOUNT
                   TO WS-CEL-AMOUNT(WS-CEL-IDX, WS-COL-IDX)
           END-IF
           ADD 2 TO WS-COL-IDX
           IF WS-IN-QTD
               ADD WS-POST-AMOUNT
                   TO WS-CEL-AMOUNT(WS-CEL-IDX, WS-COL-IDX)
           END-IF
           ADD 2 TO WS-COL-IDX
           ADD WS-POST-AMOUNT TO WS-CEL-AMOUNT(WS-CEL-IDX, WS-COL-IDX).

       FIND-OR-ADD-CELL.
           MOVE 'N' TO WS-FOUND-SWITCH
           PERFORM VARYING WS-CEL-IDX FROM 1 BY 1
                   UNTIL WS-CEL-IDX > WS-CELL-COUNT-USED
               IF WS-CEL-OFFICE(WS-CEL-IDX) = WS-OFF-SEARCH-IDX
                  AND WS-CEL-CODE(WS-CEL-IDX) = WS-POST-CODE
                  AND WS-CEL-TYPE(WS-CEL-IDX) = WS-POST-TYPE
                   MOVE 'Y' TO WS-FOUND-SWITCH
                   SET WS-CEL-SEARCH-IDX TO WS-CEL-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WS-FOUND-SWITCH = 'Y'
               EXIT PARAGRAPH
           END-IF

           IF WS-CELL-COUNT-USED >= 3000
               MOVE "CELL" TO WS-OVERFLOW-TABLE
               PERFORM ABORT-ON-TABLE-OVERFLOW
           END-IF

           ADD 1 TO WS-CELL-COUNT-USED
           MOVE WS-CELL-COUNT-USED TO WS-CEL-SEARCH-IDX
           SET WS-CEL-IDX TO WS-CEL-SEARCH-IDX
           MOVE WS-OFF-SEARCH-IDX TO WS-CEL-OFFICE(WS-CEL-IDX)
           MOVE WS-POST-CODE TO WS-CEL-CODE(WS-CEL-IDX)
           MOVE WS-POST-TYPE TO WS-CEL-TYPE(WS-CEL-IDX)
           PERFORM VARYING WS-COL-IDX FROM 1 BY 1
                   UNTIL WS-COL-IDX > 6
               MOVE ZERO TO WS-CEL-AMOUNT(WS-CEL-IDX, WS-COL-IDX)
           END-PERFORM.

      *****************************************************************
      * A TRUNCATED TABLE WOULD SILENTLY MISSTATE AN OFFICE'S RESULT,
      * SO THE RUN STOPS WITH A NONZERO RETURN CODE INSTEAD.
      *****************************************************************
       ABORT-ON-TABLE-OVERFLOW.
           MOVE SPACES TO REPORT-LINE
           STRING "OFFICE P&L TABLE OVERFLOW (" DELIMITED BY SIZE
                  WS-OVERFLOW-TABLE DELIMITED BY SPACE
                  ") - RUN ABORTED" DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE OFFICE-PL-REPORT

           MOVE 8 TO RETURN-CODE
           STOP RUN.

      *****************************************************************
      * FIRST LEDGER PASS - THE OFFICE OF EACH EARNED TRIO, FROM ITS
      * OFFICE LINE OR ELSE ITS AGENT'S OFFICE.
      *****************************************************************
       BUILD-TRIO-TABLE.
           OPEN INPUT COMMISSION-LEDGER-FILE

           IF WS-LEDGER-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           PERFORM READ-LEDGER-RECORD
           PERFORM UNTIL WS-END-OF-FILE
               IF CL-EARNED AND NOT CL-HOUSE-SHARE
                   PERFORM NOTE-ONE-TRIO
               END-IF
               PERFORM READ-LEDGER-RECORD
           END-PERFORM

           CLOSE COMMISSION-LEDGER-FILE
           MOVE 'N' TO WS-EOF-SWITCH.

       READ-LEDGER-RECORD.
           READ COMMISSION-LEDGER-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

       NOTE-ONE-TRIO.
           IF CL-OFFICE-SHARE
               MOVE CL-AGENT-ID TO WS-WORK-OFFICE
           ELSE
               MOVE CL-AGENT-ID TO WS-LOOKUP-AGENT
               PERFORM GET-AGENT-OFFICE
               MOVE WS-AGENT-OFFICE TO WS-WORK-OFFICE
           END-IF

           MOVE CL-LEDGER-ID(1:16) TO WS-LOOKUP-TRIO
           PERFORM FIND-TRIO
           IF WS-FOUND-SWITCH = 'Y'
               SET WS-TRI-IDX TO WS-TRI-SEARCH-IDX
               IF CL-OFFICE-SHARE
                   MOVE WS-WORK-OFFICE TO WS-TRI-OFFICE(WS-TRI-IDX)
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF WS-TRIO-COUNT-USED >= 5000
               MOVE "TRIO" TO WS-OVERFLOW-TABLE
               PERFORM ABORT-ON-TABLE-OVERFLOW
           END-IF

           ADD 1 TO WS-TRIO-COUNT-USED
           SET WS-TRI-IDX TO WS-TRIO-COUNT-USED
           MOVE WS-LOOKUP-TRIO TO WS-TRI-KEY(WS-TRI-IDX)
           MOVE WS-WORK-OFFICE TO WS-TRI-OFFICE(WS-TRI-IDX).

       FIND-TRIO.
           MOVE 'N' TO WS-FOUND-SWITCH
           PERFORM VARYING WS-TRI-IDX FROM 1 BY 1
                   UNTIL WS-TRI-IDX > WS-TRIO-COUNT-USED
               IF WS-TRI-KEY(WS-TRI-IDX) = WS-LOOKUP-TRIO
                   MOVE 'Y' TO WS-FOUND-SWITCH
                   SET WS-TRI-SEARCH-IDX TO WS-TRI-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *****************************************************************
      * SECOND LEDGER PASS - EARNED SHARES ADD TO GROSS COMMISSION
      * INCOME AND THEIR SHARE LINE; REVERSALS AND CLAWBACKS TAKE IT
      * BACK IN THE MONTH THEY ARE POSTED.
      *****************************************************************
       POST-COMMISSIONS.
           OPEN INPUT COMMISSION-LEDGER-FILE

           IF WS-LEDGER-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE 'F' TO WS-POST-TYPE
           MOVE 'A' TO WS-POST-KIND
           PERFORM READ-LEDGER-RECORD
           PERFORM UNTIL WS-END-OF-FILE
               IF CL-EARNED OR CL-REVERSED
                  OR CL-ENTRY-STATUS = 'C'
                   PERFORM POST-ONE-COMMISSION
               END-IF
               PERFORM READ-LEDGER-RECORD
           END-PERFORM

           CLOSE COMMISSION-LEDGER-FILE
           MOVE 'N' TO WS-EOF-SWITCH.

       POST-ONE-COMMISSION.
           MOVE CL-TIMESTAMP(1:6) TO WS-POST-MONTH
           IF CL-EARNED
               MOVE CL-COMMISSION-AMOUNT TO WS-POST-AMOUNT
           ELSE
               COMPUTE WS-POST-AMOUNT = 0 - CL-COMMISSION-AMOUNT
           END-IF

           MOVE CL-LEDGER-ID(1:16) TO WS-LOOKUP-TRIO
           PERFORM FIND-TRIO
           IF WS-FOUND-SWITCH = 'Y'
               SET WS-TRI-IDX TO WS-TRI-SEARCH-IDX
               MOVE WS-TRI-OFFICE(WS-TRI-IDX) TO WS-POST-OFFICE
           ELSE
               EVALUATE TRUE
                   WHEN CL-OFFICE-SHARE
                       MOVE CL-AGENT-ID TO WS-POST-OFFICE
                   WHEN CL-HOUSE-SHARE
                       MOVE "UNKNOWN" TO WS-POST-OFFICE
                   WHEN OTHER
                       MOVE CL-AGENT-ID TO WS-LOOKUP-AGENT
                       PERFORM GET-AGENT-OFFICE
                       MOVE WS-AGENT-OFFICE TO WS-POST-OFFICE
               END-EVALUATE
           END-IF

           MOVE "GCI" TO WS-POST-CODE
           PERFORM POST-TO-PL

           EVALUATE TRUE
               WHEN CL-OFFICE-SHARE
                   MOVE "OFFICE" TO WS-POST-CODE
               WHEN CL-HOUSE-SHARE
                   MOVE "HOUSE" TO WS-POST-CODE
               WHEN OTHER
                   MOVE "AGENT" TO WS-POST-CODE
           END-EVALUATE
           PERFORM POST-TO-PL.

      *****************************************************************
      * EACH DEAL'S PAYMENT IDS AND BUYER ACCOUNT, WITH THE OFFICE OF
      * ITS LISTING AGENT (OR SELLING AGENT WHEN THERE IS NO LISTING
      * AGENT).
      *****************************************************************
       BUILD-DEAL-TABLE.
           OPEN INPUT DEAL-MASTER

           IF WS-DEAL-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-DEAL-EOF-SW
           PERFORM UNTIL WS-DEAL-END-OF-FILE
               READ DEAL-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-DEAL-EOF-SW
                   NOT AT END
                       PERFORM NOTE-ONE-DEAL
               END-READ
           END-PERFORM

           CLOSE DEAL-MASTER.

       NOTE-ONE-DEAL.
           IF WS-DEAL-COUNT-USED >= 2000
               MOVE "DEAL" TO WS-OVERFLOW-TABLE
               PERFORM ABORT-ON-TABLE-OVERFLOW
           END-IF

           ADD 1 TO WS-DEAL-COUNT-USED
           SET WS-DL-IDX TO WS-DEAL-COUNT-USED
           MOVE DM-EARNEST-PAYMENT-ID TO WS-DL-EARNEST-PMT(WS-DL-IDX)
           MOVE DM-CLOSING-PAYMENT-ID TO WS-DL-CLOSING-PMT(WS-DL-IDX)
           MOVE DM-BUYER-ACCOUNT TO WS-DL-BUYER-ACCOUNT(WS-DL-IDX)

           IF DM-LIST-AGENT-ID NOT = SPACES
               MOVE DM-LIST-AGENT-ID TO WS-LOOKUP-AGENT
           ELSE
               MOVE DM-SELL-AGENT-ID TO WS-LOOKUP-AGENT
           END-IF
           PERFORM GET-AGENT-OFFICE
           MOVE WS-AGENT-OFFICE TO WS-DL-OFFICE(WS-DL-IDX).

      *****************************************************************
      * PROCESSING FEES ON COMPLETED PAYMENTS. A PAYMENT BELONGS TO
      * THE DEAL THAT NAMES IT AS ITS EARNEST OR CLOSING PAYMENT, OR
      * ELSE TO THE DEAL WHOSE BUYER ACCOUNT IT WAS MADE ON. FEES ON
      * PAYMENTS NOT TIED TO A DEAL ARE NOT OFFICE INCOME.
      *****************************************************************
       POST-PROCESSING-FEES.
           OPEN INPUT PAYMENT-FILE

           IF WS-PAYMENT-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE "PROCFEE" TO WS-POST-CODE
           MOVE 'F' TO WS-POST-TYPE
           MOVE 'A' TO WS-POST-KIND
           PERFORM UNTIL WS-END-OF-FILE
               READ PAYMENT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF PAYMENT-STATUS = '00'
                          AND PROCESSING-FEE > ZERO
                           PERFORM POST-ONE-PROCESSING-FEE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE PAYMENT-FILE
           MOVE 'N' TO WS-EOF-SWITCH.

       POST-ONE-PROCESSING-FEE.
           MOVE 'N' TO WS-FOUND-SWITCH
           PERFORM VARYING WS-DL-IDX FROM 1 BY 1
                   UNTIL WS-DL-IDX > WS-DEAL-COUNT-USED
               IF WS-DL-EARNEST-PMT(WS-DL-IDX) = PAYMENT-ID
                  OR WS-DL-CLOSING-PMT(WS-DL-IDX) = PAYMENT-ID
                   MOVE 'Y' TO WS-FOUND-SWITCH
                   MOVE WS-DL-OFFICE(WS-DL-IDX) TO WS-POST-OFFICE
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WS-FOUND-SWITCH = 'N' AND ACCOUNT-NUMBER NOT = SPACES
               PERFORM VARYING WS-DL-IDX FROM 1 BY 1
                       UNTIL WS-DL-IDX > WS-DEAL-COUNT-USED
                   IF WS-DL-BUYER-ACCOUNT(WS-DL-IDX) = ACCOUNT-NUMBER
                       MOVE 'Y' TO WS-FOUND-SWITCH
                       MOVE WS-DL-OFFICE(WS-DL-IDX) TO WS-POST-OFFICE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF

           IF WS-FOUND-SWITCH = 'N'
               EXIT PARAGRAPH
           END-IF

           MOVE PAYMENT-DATE(1:6) TO WS-POST-MONTH
           MOVE PROCESSING-FEE TO WS-POST-AMOUNT
           PERFORM POST-TO-PL.

      *****************************************************************
      * CARD PROCESSOR FEES - PROC-FEE-RECON APPENDS A FRESH SET ON A
      * RERUN, SO ONLY EACH BATCH'S LATEST RUN COUNTS. THE OFFICE IS
      * THE LISTING AGENT'S ON PROPERTIES.DAT ("UNKNOWN" WHEN THE
      * LISTING CANNOT BE READ).
      *****************************************************************
       POST-PROCESSOR-FEES.
           OPEN INPUT FEE-ALLOCATION-FILE

           IF WS-ALOC-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           PERFORM READ-ALLOCATION-RECORD
           PERFORM UNTIL WS-END-OF-FILE
               PERFORM NOTE-ONE-BATCH-RUN
               PERFORM READ-ALLOCATION-RECORD
           END-PERFORM

           CLOSE FEE-ALLOCATION-FILE
           MOVE 'N' TO WS-EOF-SWITCH

           OPEN INPUT PROPERTY-FILE
           MOVE WS-LISTING-STATUS TO WS-PROPERTY-OPEN

           OPEN INPUT FEE-ALLOCATION-FILE
           MOVE "CARDFEE" TO WS-POST-CODE
           MOVE 'F' TO WS-POST-TYPE
           MOVE 'A' TO WS-POST-KIND
           PERFORM READ-ALLOCATION-RECORD
           PERFORM UNTIL WS-END-OF-FILE
               PERFORM POST-ONE-PROCESSOR-FEE
               PERFORM READ-ALLOCATION-RECORD
           END-PERFORM

           CLOSE FEE-ALLOCATION-FILE
           IF WS-PROPERTY-OPEN = '00'
               CLOSE PROPERTY-FILE
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH.

       READ-ALLOCATION-RECORD.
           READ FEE-ALLOCATION-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

       NOTE-ONE-BATCH-RUN.
           PERFORM FIND-BATCH
           IF WS-FOUND-SWITCH = 'Y'
               IF PF-RUN-TIMESTAMP > WS-BAT-RUN(WS-BAT-IDX)
                   MOVE PF-RUN-TIMESTAMP TO WS-BAT-RUN(WS-BAT-IDX)
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF WS-BATCH-COUNT-USED >= 2000
               MOVE "BATCH" TO WS-OVERFLOW-TABLE
               PERFORM ABORT-ON-TABLE-OVERFLOW
           END-IF

           ADD 1 TO WS-BATCH-COUNT-USED
           SET WS-BAT-IDX TO WS-BATCH-COUNT-USED
           MOVE PF-BATCH-ID TO WS-BAT-ID(WS-BAT-IDX)
           MOVE PF-RUN-TIMESTAMP TO WS-BAT-RUN(WS-BAT-IDX).

       FIND-BATCH.
           MOVE 'N' TO WS-FOUND-SWITCH
           PERFORM VARYING WS-BAT-IDX FROM 1 BY 1
                   UNTIL WS-BAT-IDX > WS-BATCH-COUNT-USED
               IF WS-BAT-ID(WS-BAT-IDX) = PF-BATCH-ID
                   MOVE 'Y' TO WS-FOUND-SWITCH
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       POST-ONE-PROCESSOR-FEE.
           PERFORM FIND-BATCH
           IF WS-FOUND-SWITCH = 'N'
               EXIT PARAGRAPH
           END-IF
           IF PF-RUN-TIMESTAMP NOT = WS-BAT-RUN(WS-BAT-IDX)
               EXIT PARAGRAPH
           END-IF

           MOVE "UNKNOWN" TO WS-POST-OFFICE
           IF WS-PROPERTY-OPEN = '00'
               MOVE PF-PROPERTY-ID TO PROPERTY-ID
               READ PROPERTY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE AGENT-ID TO WS-LOOKUP-AGENT
                       PERFORM GET-AGENT-OFFICE
                       MOVE WS-AGENT-OFFICE TO WS-POST-OFFICE
               END-READ
           END-IF

           MOVE PF-TRANS-DATE(1:6) TO WS-POST-MONTH
           MOVE PF-FEE-AMOUNT TO WS-POST-AMOUNT
           PERFORM POST-TO-PL.

      *****************************************************************
      * ADVANCE BALANCES WRITTEN OFF, CHARGED TO THE AGENT'S OFFICE IN
      * THE MONTH OF THE WRITE-OFF.
      *****************************************************************
       POST-ADVANCE-WRITEOFFS.
           OPEN INPUT ADVANCE-LEDGER-FILE

           IF WS-ADV-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE "ADVWO" TO WS-POST-CODE
           MOVE 'F' TO WS-POST-TYPE
           MOVE 'A' TO WS-POST-KIND
           PERFORM UNTIL WS-END-OF-FILE
               READ ADVANCE-LEDGER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF AD-WRITTEN-OFF
                           MOVE AD-AGENT-ID TO WS-LOOKUP-AGENT
                           PERFORM GET-AGENT-OFFICE
                           MOVE WS-AGENT-OFFICE TO WS-POST-OFFICE
                           MOVE AD-TIMESTAMP(1:6) TO WS-POST-MONTH
                           MOVE AD-OUTSTANDING TO WS-POST-AMOUNT
                           PERFORM POST-TO-PL
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ADVANCE-LEDGER-FILE
           MOVE 'N' TO WS-EOF-SWITCH.

      *****************************************************************
      * OFFICE EXPENSES BY GL ACCOUNT. A LINE WITHOUT AN OFFICE, AN
      * ACCOUNT OR A MONTH IS SKIPPED AND COUNTED ON THE REPORT.
      *****************************************************************
       POST-OFFICE-EXPENSES.
           OPEN INPUT OFFICE-EXPENSE-FILE

           IF WS-EXP-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE 'E' TO WS-POST-TYPE
           MOVE 'A' TO WS-POST-KIND
           PERFORM UNTIL WS-END-OF-FILE
               READ OFFICE-EXPENSE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       MOVE OFFICE-EXPENSE-LINE TO WS-FEED-LINE
                       PERFORM PARSE-FEED-LINE
                       IF WS-FOUND-SWITCH = 'Y'
                           MOVE WS-FEED-LINE-CODE TO WS-POST-CODE
                           PERFORM POST-FEED-LINE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE OFFICE-EXPENSE-FILE
           MOVE 'N' TO WS-EOF-SWITCH.

      *****************************************************************
      * BUDGETS - A FIXED LINE CODE BUDGETS THAT LINE, ANYTHING ELSE
      * IS TAKEN AS AN EXPENSE GL ACCOUNT.
      *****************************************************************
       POST-OFFICE-BUDGETS.
           OPEN INPUT OFFICE-BUDGET-FILE

           IF WS-BUD-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE 'B' TO WS-POST-KIND
           PERFORM UNTIL WS-END-OF-FILE
               READ OFFICE-BUDGET-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       MOVE OFFICE-BUDGET-LINE TO WS-FEED-LINE
                       PERFORM PARSE-FEED-LINE
                       IF WS-FOUND-SWITCH = 'Y'
                           PERFORM POST-ONE-BUDGET
                       END-IF
               END-READ
           END-PERFORM

           CLOSE OFFICE-BUDGET-FILE
           MOVE 'N' TO WS-EOF-SWITCH.

       POST-ONE-BUDGET.
           MOVE WS-FEED-LINE-CODE TO WS-POST-CODE
           MOVE 'E' TO WS-POST-TYPE
           PERFORM VARYING WS-LC-IDX FROM 1 BY 1
                   UNTIL WS-LC-IDX > 7
               IF WS-LC-CODE(WS-LC-IDX) = WS-FEED-LINE-CODE
                   MOVE 'F' TO WS-POST-TYPE
               END-IF
           END-PERFORM
           PERFORM POST-FEED-LINE.

      *****************************************************************
      * SPLITS ONE OFFICEEXP/OFFICEBUD LINE (PASSED IN WS-FEED-LINE).
      * WS-FOUND-SWITCH IS 'N' FOR A LINE THAT CANNOT BE USED.
      *****************************************************************
       PARSE-FEED-LINE.
           MOVE SPACES TO WS-FEED-OFFICE-ID
           MOVE SPACES TO WS-FEED-LINE-CODE
           MOVE ZERO TO WS-FEED-MONTH
           MOVE ZERO TO WS-FEED-AMOUNT
           MOVE 'Y' TO WS-FOUND-SWITCH

           IF WS-FEED-LINE = SPACES
               MOVE 'N' TO WS-FOUND-SWITCH
               EXIT PARAGRAPH
           END-IF

           UNSTRING WS-FEED-LINE DELIMITED BY '|'
               INTO WS-FEED-OFFICE-ID
                    WS-FEED-LINE-CODE
                    WS-FEED-MONTH
                    WS-FEED-AMOUNT
           END-UNSTRING

           IF WS-FEED-OFFICE-ID = SPACES
              OR WS-FEED-LINE-CODE = SPACES
              OR WS-FEED-MONTH = ZERO
               MOVE 'N' TO WS-FOUND-SWITCH
               ADD 1 TO WS-FEED-REJECTED
           END-IF.

       POST-FEED-LINE.
           MOVE WS-FEED-OFFICE-ID TO WS-POST-OFFICE
           MOVE WS-FEED-MONTH TO WS-POST-MONTH
           MOVE WS-FEED-AMOUNT TO WS-POST-AMOUNT
           PERFORM POST-TO-PL.

      *****************************************************************
      * CLOSINGS CREDITED BY SALES-PRODUCTION, BY THE MONTH OF THE
      * CLOSING EVENT.
      *****************************************************************
       TALLY-AGENT-PRODUCTION.
           OPEN INPUT SALES-POST-FILE

           IF WS-SALES-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-END-OF-FILE
               READ SALES-POST-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       PERFORM TALLY-ONE-SALE
               END-READ
           END-PERFORM

           CLOSE SALES-POST-FILE
           MOVE 'N' TO WS-EOF-SWITCH.

       TALLY-ONE-SALE.
           MOVE SP-AUDIT-TIMESTAMP(1:6) TO WS-CHK-MONTH
           PERFORM CLASSIFY-MONTH
           IF NOT WS-IN-YTD
               EXIT PARAGRAPH
           END-IF

           MOVE SP-AGENT-ID TO WS-LOOKUP-AGENT
           PERFORM FIND-OR-ADD-AGENT
           SET WS-AGT-IDX TO WS-AGT-SEARCH-IDX
           MOVE WS-AGT-OFFICE(WS-AGT-IDX) TO WS-LOOKUP-OFFICE
           PERFORM FIND-OR-ADD-OFFICE

           IF WS-IN-MONTH
               ADD 1 TO WS-AGT-DEALS-M(WS-AGT-IDX)
               ADD SP-CREDIT-AMOUNT TO WS-AGT-VOLUME-M(WS-AGT-IDX)
           END-IF
           IF WS-IN-QTD
               ADD 1 TO WS-AGT-DEALS-Q(WS-AGT-IDX)
               ADD SP-CREDIT-AMOUNT TO WS-AGT-VOLUME-Q(WS-AGT-IDX)
           END-IF
           ADD 1 TO WS-AGT-DEALS-Y(WS-AGT-IDX)
           ADD SP-CREDIT-AMOUNT TO WS-AGT-VOLUME-Y(WS-AGT-IDX).

      *****************************************************************
      * ONE P&L BLOCK PER OFFICE, IN OFFICE TABLE ORDER.
      *****************************************************************
       WRITE-OFFICE-SECTION.
           IF WS-OFFICE-COUNT-USED = ZERO
               MOVE "*** NO OFFICES ON FILE AND NO ACTIVITY ***"
                   TO WS-MSG-TEXT
               WRITE REPORT-LINE FROM WS-MESSAGE-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-PRT-ALL-SW
           PERFORM VARYING WS-OFF-IDX FROM 1 BY 1
                   UNTIL WS-OFF-IDX > WS-OFFICE-COUNT-USED
               MOVE WS-OFF-ID(WS-OFF-IDX) TO WS-OFH-ID
               MOVE WS-OFF-NAME(WS-OFF-IDX) TO WS-OFH-NAME
               MOVE WS-OFF-MANAGER(WS-OFF-IDX) TO WS-OFH-MANAGER
               WRITE REPORT-LINE FROM WS-OFFICE-HEADING
               SET WS-PRT-OFFICE TO WS-OFF-IDX
               PERFORM WRITE-PL-BLOCK
           END-PERFORM.

       WRITE-FIRM-SECTION.
           MOVE "ALL OFFICES" TO WS-OFH-ID
           MOVE "FIRM TOTAL" TO WS-OFH-NAME
           MOVE SPACES TO WS-OFH-MANAGER
           WRITE REPORT-LINE FROM WS-OFFICE-HEADING
           MOVE 'Y' TO WS-PRT-ALL-SW
           MOVE ZERO TO WS-PRT-OFFICE
           PERFORM WRITE-PL-BLOCK

           IF WS-FEED-REJECTED > ZERO
               MOVE WS-FEED-REJECTED TO WS-REJECT-EDIT
               MOVE SPACES TO WS-MSG-TEXT
               STRING "EXPENSE/BUDGET LINES SKIPPED (NO OFFICE, "
                      "LINE OR MONTH): " WS-REJECT-EDIT
                      DELIMITED BY SIZE
                      INTO WS-MSG-TEXT
               WRITE REPORT-LINE FROM WS-MESSAGE-LINE
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

      *****************************************************************
      * THE P&L FOR WS-PRT-OFFICE, OR FOR EVERY OFFICE WHEN
      * WS-PRT-ALL-OFFICES. THE FIRM TOTAL SHOWS EXPENSES AS ONE LINE.
      *****************************************************************
       WRITE-PL-BLOCK.
           WRITE REPORT-LINE FROM WS-COLUMN-HEADING

           PERFORM VARYING WS-COL-IDX FROM 1 BY 1
                   UNTIL WS-COL-IDX > 6
               PERFORM VARYING WS-LC-IDX FROM 1 BY 1
                       UNTIL WS-LC-IDX > 7
                   MOVE ZERO TO WS-PRT-FIX-AMT(WS-LC-IDX, WS-COL-IDX)
               END-PERFORM
               MOVE ZERO TO WS-PRT-EXPENSES(WS-COL-IDX)
           END-PERFORM

           PERFORM VARYING WS-CEL-IDX FROM 1 BY 1
                   UNTIL WS-CEL-IDX > WS-CELL-COUNT-USED
               IF WS-PRT-ALL-OFFICES
                  OR WS-CEL-OFFICE(WS-CEL-IDX) = WS-PRT-OFFICE
                   PERFORM GATHER-ONE-CELL
               END-IF
           END-PERFORM

           PERFORM VARYING WS-COL-IDX FROM 1 BY 1
                   UNTIL WS-COL-IDX > 6
               COMPUTE WS-PRT-COMPANY(WS-COL-IDX) =
                   WS-PRT-FIX-AMT(3, WS-COL-IDX)
                   + WS-PRT-FIX-AMT(4, WS-COL-IDX)
               COMPUTE WS-PRT-COSTS(WS-COL-IDX) =
                   WS-PRT-FIX-AMT(5, WS-COL-IDX)
                   + WS-PRT-FIX-AMT(6, WS-COL-IDX)
                   + WS-PRT-FIX-AMT(7, WS-COL-IDX)
                   + WS-PRT-EXPENSES(WS-COL-IDX)
               COMPUTE WS-PRT-NET(WS-COL-IDX) =
                   WS-PRT-COMPANY(WS-COL-IDX)
                   - WS-PRT-COSTS(WS-COL-IDX)
           END-PERFORM

           PERFORM VARYING WS-LC-IDX FROM 1 BY 1
                   UNTIL WS-LC-IDX > 4
               PERFORM WRITE-FIXED-LINE
           END-PERFORM

           MOVE "COMPANY DOLLAR" TO WS-PRT-LABEL
           PERFORM VARYING WS-COL-IDX FROM 1 BY 1
                   UNTIL WS-COL-IDX > 6
               MOVE WS-PRT-COMPANY(WS-COL-IDX)
                   TO WS-PRT-AMOUNTS(WS-COL-IDX)
           END-PERFORM
           PERFORM WRITE-AMOUNT-LINE

           PERFORM VARYING WS-LC-IDX FROM 5 BY 1
                   UNTIL WS-LC-IDX > 7
               PERFORM WRITE-FIXED-LINE
           END-PERFORM

           IF WS-PRT-ALL-OFFICES
               MOVE "  OFFICE EXPENSES" TO WS-PRT-LABEL
               PERFORM VARYING WS-COL-IDX FROM 1 BY 1
                       UNTIL WS-COL-IDX > 6
                   MOVE WS-PRT-EXPENSES(WS-COL-IDX)
                       TO WS-PRT-AMOUNTS(WS-COL-IDX)
               END-PERFORM
               PERFORM WRITE-AMOUNT-LINE
           ELSE
               PERFORM VARYING WS-CEL-IDX FROM 1 BY 1
                       UNTIL WS-CEL-IDX > WS-CELL-COUNT-USED
                   IF WS-CEL-OFFICE(WS-CEL-IDX) = WS-PRT-OFFICE
                      AND WS-CEL-EXPENSE(WS-CEL-IDX)
                       PERFORM WRITE-EXPENSE-LINE
                   END-IF
               END-PERFORM
           END-IF

           MOVE "TOTAL COSTS" TO WS-PRT-LABEL
           PERFORM VARYING WS-COL-IDX FROM 1 BY 1
                   UNTIL WS-COL-IDX > 6
               MOVE WS-PRT-COSTS(WS-COL-IDX)
                   TO WS-PRT-AMOUNTS(WS-COL-IDX)
           END-PERFORM
           PERFORM WRITE-AMOUNT-LINE

           MOVE "NET OFFICE CONTRIBUTION" TO WS-PRT-LABEL
           PERFORM VARYING WS-COL-IDX FROM 1 BY 1
                   UNTIL WS-COL-IDX > 6
               MOVE WS-PRT-NET(WS-COL-IDX)
                   TO WS-PRT-AMOUNTS(WS-COL-IDX)
           END-PERFORM
           PERFORM WRITE-AMOUNT-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       GATHER-ONE-CELL.
           IF WS-CEL-EXPENSE(WS-CEL-IDX)
               PERFORM VARYING WS-COL-IDX FROM 1 BY 1
                       UNTIL WS-COL-IDX > 6
                   ADD WS-CEL-AMOUNT(WS-CEL-IDX, WS-COL-IDX)
                       TO WS-PRT-EXPENSES(WS-COL-IDX)
               END-PERFORM
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-LC-IDX FROM 1 BY 1
                   UNTIL WS-LC-IDX > 7
               IF WS-LC-CODE(WS-LC-IDX) = WS-CEL-CODE(WS-CEL-IDX)
                   PERFORM VARYING WS-COL-IDX FROM 1 BY 1
                           UNTIL WS-COL-IDX > 6
                       ADD WS-CEL-AMOUNT(WS-CEL-IDX, WS-COL-IDX)
                           TO WS-PRT-FIX-AMT(WS-LC-IDX, WS-COL-IDX)
                   END-PERFORM
               END-IF
           END-PERFORM.

       WRITE-FIXED-LINE.
           MOVE WS-LC-LABEL(WS-LC-IDX) TO WS-PRT-LABEL
           PERFORM VARYING WS-COL-IDX FROM 1 BY 1
                   UNTIL WS-COL-IDX > 6
               MOVE WS-PRT-FIX-AMT(WS-LC-IDX, WS-COL-IDX)
                   TO WS-PRT-AMOUNTS(WS-COL-IDX)
           END-PERFORM
           PERFORM WRITE-AMOUNT-LINE.

       WRITE-EXPENSE-LINE.
           MOVE SPACES TO WS-PRT-LABEL
           STRING "  EXPENSE GL " WS-CEL-CODE(WS-CEL-IDX)
                  DELIMITED BY SIZE
                  INTO WS-PRT-LABEL
           PERFORM VARYING WS-COL-IDX FROM 1 BY 1
                   UNTIL WS-COL-IDX > 6
               MOVE WS-CEL-AMOUNT(WS-CEL-IDX, WS-COL-IDX)
                   TO WS-PRT-AMOUNTS(WS-COL-IDX)
           END-PERFORM
           PERFORM WRITE-AMOUNT-LINE.

       WRITE-AMOUNT-LINE.
           MOVE SPACES TO WS-PL-LINE
           MOVE WS-PRT-LABEL TO WS-PLL-LABEL
           PERFORM VARYING WS-COL-IDX FROM 1 BY 1
                   UNTIL WS-COL-IDX > 6
               MOVE WS-PRT-AMOUNTS(WS-COL-IDX)
                   TO WS-PLL-AMOUNT(WS-COL-IDX)
           END-PERFORM
           WRITE REPORT-LINE FROM WS-PL-LINE.

      *****************************************************************
      * SUPPORTING SCHEDULE - EVERY AGENT WITH A CLOSING THIS YEAR OR
      * STILL ACTIVE, UNDER THE AGENT'S OFFICE.
      *****************************************************************
       WRITE-AGENT-SCHEDULE.
           MOVE SPACES TO REPORT-LINE
           MOVE "AGENT PRODUCTIVITY BY OFFICE" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM VARYING WS-OFF-IDX FROM 1 BY 1
                   UNTIL WS-OFF-IDX > WS-OFFICE-COUNT-USED
               MOVE WS-OFF-ID(WS-OFF-IDX) TO WS-OFH-ID
               MOVE WS-OFF-NAME(WS-OFF-IDX) TO WS-OFH-NAME
               MOVE WS-OFF-MANAGER(WS-OFF-IDX) TO WS-OFH-MANAGER
               WRITE REPORT-LINE FROM WS-OFFICE-HEADING
               WRITE REPORT-LINE FROM WS-AGENT-HEADING
               PERFORM VARYING WS-AGT-IDX FROM 1 BY 1
                       UNTIL WS-AGT-IDX > WS-AGENT-COUNT-USED
                   IF WS-AGT-OFFICE(WS-AGT-IDX) = WS-OFF-ID(WS-OFF-IDX)
                      AND (WS-AGT-DEALS-Y(WS-AGT-IDX) > ZERO
                           OR WS-AGT-STATUS(WS-AGT-IDX) = 'A')
                       PERFORM WRITE-AGENT-LINE
                   END-IF
               END-PERFORM
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM.

       WRITE-AGENT-LINE.
           MOVE WS-AGT-ID(WS-AGT-IDX) TO WS-AGL-ID
           MOVE WS-AGT-NAME(WS-AGT-IDX) TO WS-AGL-NAME
           MOVE WS-AGT-DEALS-M(WS-AGT-IDX) TO WS-AGL-DEALS-M
           MOVE WS-AGT-VOLUME-M(WS-AGT-IDX) TO WS-AGL-VOLUME-M
           MOVE WS-AGT-DEALS-Q(WS-AGT-IDX) TO WS-AGL-DEALS-Q
           MOVE WS-AGT-VOLUME-Q(WS-AGT-IDX) TO WS-AGL-VOLUME-Q
           MOVE WS-AGT-DEALS-Y(WS-AGT-IDX) TO WS-AGL-DEALS-Y
           MOVE WS-AGT-VOLUME-Y(WS-AGT-IDX) TO WS-AGL-VOLUME-Y
           WRITE REPORT-LINE FROM WS-AGENT-LINE.

      *****************************************************************
      * PICKS UP THE BUSINESS PROCESSING DATE, IF ONE HAS BEEN OPENED.
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
