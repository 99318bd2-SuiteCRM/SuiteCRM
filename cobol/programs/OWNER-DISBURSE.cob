       IDENTIFICATION DIVISION.
       PROGRAM-ID. OWNER-DISBURSE.
       AUTHOR. SUITECRM-REAL-ESTATE.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * MONTHLY OWNER DISBURSEMENT AND OWNER STATEMENT RUN
      * SETTLES EACH INVESTOR OWNER'S RENTALS FOR THE STATEMENT MONTH
      * - THE MONTH BEFORE THE BUSINESS DATE. FOR EVERY LEASE THE
      * OWNER'S PAYEE HOLDS ON LEASEMST.DAT:
      *   1. RENT COLLECTED IN THE MONTH IS TAKEN FROM RENTBILL.DAT -
      *      THE NET OF EVERY RENT, ARREARS AND LATE-FEE BILL PAID IN
      *      THE MONTH, LESS ANY EARLIER RECEIPT THE BANK RETURNED IN
      *      THE MONTH. SECURITY DEPOSITS ARE NOT RENT AND STAY IN
      *      THEIR OWN "-SD-TR" LEDGER.
      *   2. THE MANAGEMENT FEE - THE LEASE'S PERCENTAGE, OR THE HOUSE
      *      RENTMGTPCT ON PAYLIMITS.DAT - IS TAKEN ON THAT RENT AND
      *      MOVED FROM THE LEASE'S "-TR" LEDGER TO THE FEE ACCOUNT
      *      NAMED BY THE FEEACCT LINE ON RENTRULE.DAT.
      *   3. REPAIR INVOICES ON REPAIRINV.DAT FOR THE LEASE, DATED IN
      *      OR BEFORE THE MONTH, ARE PAID OLDEST FIRST TO THEIR
      *      VENDORMST.DAT PAYEE WHILE THE TRUST BALANCE COVERS THEM.
      *      ONE THE BALANCE CANNOT COVER IS HELD AND TRIED AGAIN NEXT
      *      MONTH.
      *   4. WHAT REMAINS IN THE LEASE'S "-TR" LEDGER IS PAID TO THE
      *      OWNER. TRUST IS NEVER DRAWN BELOW ZERO.
      * EVERY PAYEE IS SCREENED AGAINST THE COMPLIANCE WATCHLIST
      * FIRST. A MATCHED VENDOR'S INVOICE IS HELD; A MATCHED OWNER'S
      * NET STAYS IN TRUST FOR REVIEW. EACH MOVEMENT IS POSTED THROUGH
      * ACCOUNTS.DAT AND ACCTJRNL.DAT UNDER SOURCE PROGRAM "OWNERDSB",
      * AND ONE PAYMENT INSTRUCTION PER PAYEE GOES TO OWNERPAY.DAT IN
      * THE VENDORPAY.DAT LAYOUT, WHICH POSITIVE-PAY PICKS UP FOR
      * CHECK PAYEES. EACH OWNER GETS A STATEMENT ON OWNERSTMT.RPT
      * SHOWING EVERY LEASE'S COLLECTIONS, FEE, REPAIRS AND NET, AND
      * THE SECURITY DEPOSIT EACH TENANT HAS HELD IN TRUST PER
      * DEPLEDGER.DAT.
      * OWNERDSB.DAT IS THE PERMANENT DISBURSEMENT HISTORY. AN OWNER
      * ALREADY SETTLED FOR THE MONTH IS SKIPPED AND A PAID INVOICE IS
      * NEVER PAID AGAIN, SO A RERUN MOVES NO MONEY TWICE.
      * A LEASE WHOSE TRUST LEDGER IS MISSING OR ON HOLD IS LISTED AS
      * AN EXCEPTION AND FAILS THE RUN WITH RETURN CODE 4.
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

           SELECT DEPOSIT-LEDGER-FILE ASSIGN TO "DEPLEDGER.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-DEPLEDGER-STATUS.

           SELECT REPAIR-INVOICE-FILE ASSIGN TO "REPAIRINV.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-INVOICE-STATUS.

           SELECT RENT-RULE-FILE ASSIGN TO "RENTRULE.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RULE-STATUS.

           SELECT PAYMENT-LIMIT-FILE ASSIGN TO "PAYLIMITS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-LIMIT-STATUS.

           SELECT OWNER-DSB-FILE ASSIGN TO "OWNERDSB.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-ODSB-STATUS.

           SELECT ACCOUNT-FILE ASSIGN TO "ACCOUNTS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS ACCOUNT-ID
                  FILE STATUS IS WS-ACCT-STATUS.

           SELECT ACCOUNT-JOURNAL-FILE ASSIGN TO "ACCTJRNL.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-JRNL-STATUS.

           SELECT VENDOR-MASTER ASSIGN TO "VENDORMST.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS VM-PAYEE-ID
                  FILE STATUS IS WS-VENDOR-STATUS.

           SELECT OWNER-PAY-FILE ASSIGN TO "OWNERPAY.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-OPAY-STATUS.

           SELECT WATCHLIST-FILE ASSIGN TO "WATCHLIST.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-WATCH-STATUS.

           SELECT SCREEN-LOG-FILE ASSIGN TO "SCREENLOG.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-SCREEN-STATUS.

           SELECT STATEMENT-REPORT ASSIGN TO "OWNERSTMT.RPT"
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

      *****************************************************************
      * OPERATOR-KEYED REPAIR INVOICES, ONE PIPE-DELIMITED LINE EACH:
      *   <INVOICE-ID>|<LEASE-ID>|<VENDOR PAYEE-ID>|<YYYYMMDD>|
      *   <AMOUNT>|<DESCRIPTION>
      *****************************************************************
       FD  REPAIR-INVOICE-FILE.
       01  REPAIR-INVOICE-LINE     PIC X(150).

      *****************************************************************
      * OPERATOR-MAINTAINED RULE FILE, ONE PIPE-DELIMITED LINE EACH:
      *   FEEACCT|<ACCOUNT-ID>    THE ACCOUNT MANAGEMENT FEES ARE
      *                           CREDITED TO
      *****************************************************************
       FD  RENT-RULE-FILE.
       01  RENT-RULE-LINE          PIC X(80).

       FD  PAYMENT-LIMIT-FILE.
       01  PAYMENT-LIMIT-LINE      PIC X(60).

      *****************************************************************
      * APPEND-ONLY OWNER DISBURSEMENT HISTORY. PER OWNER AND
      * STATEMENT MONTH: ONE 'L' LINE PER LEASE SETTLED, ONE 'I' PER
      * REPAIR INVOICE PAID, ONE 'H' PER INVOICE HELD, AND THE 'S'
      * SUMMARY THAT MARKS THE OWNER SETTLED FOR THE MONTH. AN OWNER
      * WITH A LEASE STOPPED ON A TRUST EXCEPTION GETS NO 'S' RECORD;
      * THE RERUN SETTLES ONLY THE LEASES WITHOUT AN 'L' LINE.
      *****************************************************************
       FD  OWNER-DSB-FILE.
       01  OWNER-DSB-RECORD.
           05  OD-OWNER-PAYEE-ID   PIC X(20).
           05  OD-STMT-MONTH       PIC 9(6).
           05  OD-RECORD-TYPE      PIC X.
               88  OD-LEASE-LINE       VALUE 'L'.
               88  OD-INVOICE-PAID     VALUE 'I'.
               88  OD-INVOICE-HELD     VALUE 'H'.
               88  OD-OWNER-SUMMARY    VALUE 'S'.
           05  OD-LEASE-ID         PIC X(20).
           05  OD-REFERENCE        PIC X(20).
           05  OD-VENDOR-PAYEE-ID  PIC X(20).
           05  OD-COLLECTED        PIC S9(9)V99.
           05  OD-FEE              PIC 9(9)V99.
           05  OD-REPAIRS          PIC 9(9)V99.
           05  OD-NET              PIC 9(9)V99.
           05  OD-RUN-DATE         PIC 9(8).
           05  OD-TIMESTAMP        PIC 9(14).

       FD  ACCOUNT-FILE.
       01  ACCOUNT-RECORD.
           05  ACCOUNT-ID          PIC X(20).
           05  ACCOUNT-TYPE        PIC X(10).
           05  ACCOUNT-BALANCE     PIC S9(9)V99.
           05  ACCOUNT-STATUS      PIC X.
               88  ACCOUNT-ACTIVE      VALUE 'A'.
               88  ACCOUNT-ON-HOLD     VALUE 'H'.
           05  LAST-ACTIVITY       PIC 9(8).

       FD  ACCOUNT-JOURNAL-FILE.
       01  ACCOUNT-JOURNAL-RECORD.
           05  AJ-ACCOUNT-ID       PIC X(20).
           05  AJ-BEFORE-BALANCE   PIC S9(9)V99.
           05  AJ-AFTER-BALANCE    PIC S9(9)V99.
           05  AJ-AMOUNT           PIC S9(9)V99.
           05  AJ-SOURCE-PROGRAM   PIC X(10).
           05  AJ-SOURCE-ID        PIC X(20).
           05  AJ-TIMESTAMP        PIC 9(14).

       FD  VENDOR-MASTER.
       01  VENDOR-MASTER-REC.
           05  VM-PAYEE-ID         PIC X(20).
           05  VM-PAYEE-NAME       PIC X(40).
           05  VM-ADDRESS          PIC X(60).
           05  VM-PAY-METHOD       PIC X(10).
           05  VM-BANK-ROUTING     PIC X(9).
           05  VM-BANK-ACCOUNT     PIC X(17).
           05  VM-TAX-PARCEL-KEY   PIC X(20).
           05  VM-HOA-ASSOC-KEY    PIC X(20).

      *****************************************************************
      * ONE PAYMENT INSTRUCTION PER OWNER OR VENDOR PER RUN, IN THE
      * VENDORPAY.DAT LAYOUT SO TREASURY AND POSITIVE-PAY HANDLE IT
      * LIKE ANY OTHER INSTRUCTION FILE.
      *****************************************************************
       FD  OWNER-PAY-FILE.
       01  VENDOR-PAY-RECORD.
           05  VP-PAYEE-ID         PIC X(20).
           05  VP-PAYEE-NAME       PIC X(40).
           05  VP-PAY-METHOD       PIC X(10).
           05  VP-BANK-ROUTING     PIC X(9).
           05  VP-BANK-ACCOUNT     PIC X(17).
           05  VP-AMOUNT           PIC 9(11)V99.
           05  VP-ITEM-COUNT       PIC 9(5).
           05  VP-RUN-DATE         PIC 9(8).

       FD  WATCHLIST-FILE.
       01  WATCHLIST-LINE          PIC X(60).

       FD  SCREEN-LOG-FILE.
       01  SCREEN-LOG-RECORD.
           05  SL-NAME-CHECKED     PIC X(50).
           05  SL-LIST-VERSION     PIC X(10).
           05  SL-MATCH-FLAG       PIC X.
           05  SL-PAYMENT-ID       PIC X(20).
           05  SL-TIMESTAMP        PIC 9(14).

       FD  STATEMENT-REPORT.
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
       01  WS-DEPLEDGER-STATUS     PIC XX.
       01  WS-INVOICE-STATUS       PIC XX.
       01  WS-RULE-STATUS          PIC XX.
       01  WS-LIMIT-STATUS         PIC XX.
       01  WS-ODSB-STATUS          PIC XX.
       01  WS-ACCT-STATUS          PIC XX.
       01  WS-JRNL-STATUS          PIC XX.
       01  WS-VENDOR-STATUS        PIC XX.
       01  WS-OPAY-STATUS          PIC XX.
       01  WS-WATCH-STATUS         PIC XX.
       01  WS-SCREEN-STATUS        PIC XX.
       01  WS-RPT-STATUS           PIC XX.
       01  WS-EOF-SWITCH           PIC X VALUE 'N'.
           88  WS-END-OF-FILE      VALUE 'Y'.
       01  WS-FOUND-SWITCH         PIC X.

       01  WS-TODAY-DATE           PIC 9(8).

       01  WS-STATEMENT-PERIOD.
           05  WS-STMT-MONTH       PIC 9(6).
           05  WS-STMT-MONTH-R REDEFINES WS-STMT-MONTH.
               10  WS-STMT-YEAR    PIC 9(4).
               10  WS-STMT-MM      PIC 99.
           05  WS-STMT-END-DATE    PIC 9(8).

       01  WS-RULE-WORK.
           05  WS-RULE-TAG         PIC X(10).
           05  WS-RULE-VALUE       PIC X(40).
           05  WS-FEE-ACCOUNT      PIC X(20) VALUE SPACES.

       01  WS-CONTROL-LIMITS.
           05  WS-MGMT-FEE-PCT     PIC 99V99 VALUE 10.00.
           05  WS-LIMIT-EOF-SW     PIC X VALUE 'N'.
               88  WS-LIMIT-END-OF-FILE VALUE 'Y'.
           05  WS-LIMIT-NAME       PIC X(10).
           05  WS-LIMIT-AMOUNT     PIC 9(9)V99.

      *****************************************************************
      * LATEST STATE PER LEASE-ID, WITH THE MONTH'S RENT COLLECTIONS
      * AND THE TENANT'S DEPOSIT BALANCE GATHERED FROM THE LEDGERS.
      *****************************************************************
       01  WS-LEASE-TABLE.
           05  WS-LSE-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-LSE-IDX.
               10  WS-LSE-ID           PIC X(20).
               10  WS-LSE-PROPERTY     PIC X(20).
               10  WS-LSE-TENANT       PIC X(20).
               10  WS-LSE-OWNER-PAYEE  PIC X(20).
               10  WS-LSE-FEE-PCT      PIC 99V99.
               10  WS-LSE-COLLECTED    PIC S9(9)V99.
               10  WS-LSE-DEP-BALANCE  PIC S9(7)V99.
               10  WS-LSE-SETTLED      PIC X.

       01  WS-LEASE-COUNT-USED     PIC 9(3) VALUE ZERO.
       01  WS-LSE-SEARCH-IDX       PIC 9(3).
       01  WS-LOCATE-LEASE-ID      PIC X(20).

      *****************************************************************
      * ONE ENTRY PER OWNER PAYEE - WHETHER ALREADY SETTLED FOR THE
      * MONTH, AND THE NET PAID THIS RUN ACROSS ALL THEIR LEASES.
      *****************************************************************
       01  WS-OWNER-TABLE.
           05  WS-OWN-ENTRY OCCURS 300 TIMES
                   INDEXED BY WS-OWN-IDX.
               10  WS-OWN-PAYEE        PIC X(20).
               10  WS-OWN-SETTLED      PIC X.
               10  WS-OWN-NET          PIC 9(11)V99.
               10  WS-OWN-COUNT        PIC 9(5).

       01  WS-OWNER-COUNT-USED     PIC 9(3) VALUE ZERO.

      *****************************************************************
      * REPAIR INVOICES NOT YET PAID. WS-INV-STATE IS 'N' UNTIL THIS
      * RUN HAS CONSIDERED THE INVOICE, THEN 'P' PAID OR 'H' HELD.
      *****************************************************************
       01  WS-INVOICE-TABLE.
           05  WS-INV-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-INV-IDX.
               10  WS-INV-ID           PIC X(20).
               10  WS-INV-LEASE-ID     PIC X(20).
               10  WS-INV-VENDOR       PIC X(20).
               10  WS-INV-DATE         PIC 9(8).
               10  WS-INV-AMOUNT       PIC 9(7)V99.
               10  WS-INV-DESC         PIC X(30).
               10  WS-INV-STATE        PIC X.

       01  WS-INVOICE-COUNT-USED   PIC 9(3) VALUE ZERO.
       01  WS-INV-PICK-IDX         PIC 9(3).
       01  WS-INV-PICK-DATE        PIC 9(8).

       01  WS-INVOICE-WORK.
           05  WS-IN-ID            PIC X(20).
           05  WS-IN-LEASE-ID      PIC X(20).
           05  WS-IN-VENDOR        PIC X(20).
           05  WS-IN-DATE          PIC 9(8).
           05  WS-IN-AMOUNT        PIC 9(7)V99.
           05  WS-IN-DESC          PIC X(30).

      *****************************************************************
      * INVOICE-IDS ALREADY PAID PER THE DISBURSEMENT HISTORY, AND THE
      * OWNER/MONTH PAIRS ALREADY SETTLED.
      *****************************************************************
       01  WS-PAID-INVOICE-TABLE.
           05  WS-PDI-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-PDI-IDX.
               10  WS-PDI-ID           PIC X(20).

       01  WS-PAID-INVOICE-COUNT   PIC 9(4) VALUE ZERO.

      *****************************************************************
      * VENDOR PAYMENTS ACCUMULATED ACROSS ALL OWNERS THIS RUN.
      *****************************************************************
       01  WS-VENDOR-TABLE.
           05  WS-VND-ENTRY OCCURS 300 TIMES
                   INDEXED BY WS-VND-IDX.
               10  WS-VND-PAYEE        PIC X(20).
               10  WS-VND-TOTAL        PIC 9(11)V99.
               10  WS-VND-COUNT        PIC 9(5).

       01  WS-VENDOR-COUNT-USED    PIC 9(3) VALUE ZERO.

       01  WS-SETTLE-WORK.
           05  WS-TRUST-ACCOUNT-ID PIC X(20).
           05  WS-TRUST-BALANCE    PIC S9(9)V99.
           05  WS-TRUST-OK-SW      PIC X.
           05  WS-OWNER-HELD-SW    PIC X.
           05  WS-OWNER-EXCEPTION-SW PIC X.
           05  WS-REMAINING        PIC S9(9)V99.
           05  WS-LEASE-FEE        PIC 9(9)V99.
           05  WS-LEASE-REPAIRS    PIC 9(9)V99.
           05  WS-LEASE-NET        PIC 9(9)V99.
           05  WS-LEASE-ACTIVE-SW  PIC X.
           05  WS-HOLD-REASON      PIC X(30).
           05  WS-OWN-TOT-COLLECTED PIC S9(11)V99.
           05  WS-OWN-TOT-FEE      PIC 9(11)V99.
           05  WS-OWN-TOT-REPAIRS  PIC 9(11)V99.
           05  WS-OWN-TOT-NET      PIC 9(11)V99.
           05  WS-OWNER-NAME       PIC X(40).
           05  WS-OWNERS-SETTLED   PIC 9(5) VALUE ZERO.
           05  WS-OWNERS-SKIPPED   PIC 9(5) VALUE ZERO.
           05  WS-INVOICES-PAID    PIC 9(5) VALUE ZERO.
           05  WS-INVOICES-HELD    PIC 9(5) VALUE ZERO.
           05  WS-EXCEPTION-COUNT  PIC 9(5) VALUE ZERO.
           05  WS-RUN-FEES         PIC 9(11)V99 VALUE ZERO.
           05  WS-RUN-OWNER-NET    PIC 9(11)V99 VALUE ZERO.

       01  WS-POSTING-WORK.
           05  WS-POST-ACCOUNT     PIC X(20).
           05  WS-POST-AMOUNT      PIC S9(9)V99.
           05  WS-AJ-SOURCE-ID     PIC X(20).
           05  WS-AJ-BEFORE        PIC S9(9)V99.
           05  WS-AJ-AFTER         PIC S9(9)V99.
           05  WS-AJ-VALID-SW      PIC X.

      *****************************************************************
      * SAME FUZZY NAME-SCREENING WORK AREA AS PAYMENT.COB - CASE,
      * PUNCTUATION, SPACING AND TRANSPOSED NAME ORDER ALL COLLAPSE
      * BEFORE COMPARING.
      *****************************************************************
       01  WS-SCREENING-WORK.
           05  WS-WATCH-MATCH-SW   PIC X.
           05  WS-LIST-VERSION     PIC X(10).
           05  WS-WATCH-EOF-SW     PIC X.
               88  WS-WATCH-END-OF-FILE VALUE 'Y'.
           05  WS-WATCH-TAG        PIC X(10).
           05  WS-WATCH-NAME       PIC X(50).
           05  WS-PARTY-NAME       PIC X(50).
           05  WS-SCREEN-PAYEE     PIC X(20).
           05  WS-NAME-WORK        PIC X(50).
           05  WS-NAME-TOKEN-1     PIC X(50).
           05  WS-NAME-REST        PIC X(50).
           05  WS-NAME-FORM-A      PIC X(50).
           05  WS-NAME-FORM-B      PIC X(50).
           05  WS-WATCH-FORM       PIC X(50).
           05  WS-SQUEEZE-IN       PIC X(50).
           05  WS-SQUEEZE-OUT      PIC X(50).
           05  WS-SQUEEZE-SUB      PIC 9(3).
           05  WS-SQUEEZE-POS      PIC 9(3).
           05  WS-NAME-PTR         PIC 9(3).

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
               "OWNER STATEMENTS - MONTH".
           05  WS-HDR-MONTH        PIC 9(6).
           05  FILLER              PIC X(10) VALUE "   RUN ON ".
           05  WS-HDR-DATE         PIC 9(8).

       01  WS-OWNER-HEADING.
           05  FILLER              PIC X(7)  VALUE "OWNER: ".
           05  WS-OHD-PAYEE        PIC X(21).
           05  WS-OHD-NAME         PIC X(40).

       01  WS-LEASE-COLUMNS.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  FILLER              PIC X(21) VALUE "LEASE".
           05  FILLER              PIC X(21) VALUE "PROPERTY".
           05  FILLER              PIC X(15) VALUE "      COLLECTED".
           05  FILLER              PIC X(14) VALUE "     MGMT FEE".
           05  FILLER              PIC X(14) VALUE "      REPAIRS".
           05  FILLER              PIC X(14) VALUE "   NET TO YOU".

       01  WS-LEASE-LINE.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  WS-LL-LEASE         PIC X(21).
           05  WS-LL-PROPERTY      PIC X(21).
           05  WS-LL-COLLECTED     PIC Z(9)9.99-.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-LL-FEE           PIC Z(9)9.99.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-LL-REPAIRS       PIC Z(9)9.99.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-LL-NET           PIC Z(9)9.99.

       01  WS-ITEM-LINE.
           05  FILLER              PIC X(8)  VALUE SPACES.
           05  WS-IL-REFERENCE     PIC X(21).
           05  WS-IL-VENDOR        PIC X(21).
           05  WS-IL-AMOUNT        PIC Z(6)9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-IL-NOTE          PIC X(45).

       01  WS-DEPOSIT-LINE.
           05  FILLER              PIC X(8)  VALUE SPACES.
           05  FILLER              PIC X(22) VALUE
               "DEPOSIT HELD - TENANT ".
           05  WS-DPL-TENANT       PIC X(21).
           05  WS-DPL-BALANCE      PIC Z(6)9.99-.

       01  WS-OWNER-TOTAL-LINE.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  FILLER              PIC X(42) VALUE "OWNER TOTAL".
           05  WS-OTL-COLLECTED    PIC Z(9)9.99-.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-OTL-FEE          PIC Z(9)9.99.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-OTL-REPAIRS      PIC Z(9)9.99.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-OTL-NET          PIC Z(9)9.99.

       01  WS-SUMMARY-LINE-1.
           05  FILLER              PIC X(17) VALUE
               "OWNERS SETTLED: ".
           05  WS-SUM-SETTLED      PIC ZZ,ZZ9.
           05  FILLER              PIC X(21) VALUE
               "  ALREADY SETTLED:  ".
           05  WS-SUM-SKIPPED      PIC ZZ,ZZ9.
           05  FILLER              PIC X(18) VALUE
               "  EXCEPTIONS:     ".
           05  WS-SUM-EXCEPTIONS   PIC ZZ,ZZ9.

       01  WS-SUMMARY-LINE-2.
           05  FILLER              PIC X(17) VALUE
               "INVOICES PAID:  ".
           05  WS-SUM-INV-PAID     PIC ZZ,ZZ9.
           05  FILLER              PIC X(21) VALUE
               "  INVOICES HELD:    ".
           05  WS-SUM-INV-HELD     PIC ZZ,ZZ9.
           05  FILLER              PIC X(18) VALUE
               "  FEES:           ".
           05  WS-SUM-FEES         PIC Z(9)9.99.
           05  FILLER              PIC X(15) VALUE
               "  OWNER NET:  ".
           05  WS-SUM-NET          PIC Z(9)9.99.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           PERFORM INITIALIZE-DISBURSEMENT
           PERFORM LOAD-RENT-RULES
           PERFORM READ-CONTROL-LIMITS
           PERFORM OPEN-STATEMENT-REPORT

           IF WS-FEE-ACCOUNT = SPACES
               MOVE "NO FEEACCT RULE ON RENTRULE.DAT - RUN ABORTED"
                   TO REPORT-LINE
               PERFORM ABORT-DISBURSEMENT
           END-IF

           PERFORM VERIFY-FEE-ACCOUNT

           PERFORM BUILD-LEASE-TABLE
           PERFORM LOAD-DISBURSEMENT-HISTORY
           PERFORM SUM-MONTH-COLLECTIONS
           PERFORM LOAD-DEPOSIT-BALANCES
           PERFORM LOAD-REPAIR-INVOICES

           PERFORM VARYING WS-OWN-IDX FROM 1 BY 1
                   UNTIL WS-OWN-IDX > WS-OWNER-COUNT-USED
               IF WS-OWN-SETTLED(WS-OWN-IDX) = 'Y'
                   ADD 1 TO WS-OWNERS-SKIPPED
               ELSE
                   PERFORM SETTLE-ONE-OWNER
               END-IF
           END-PERFORM

           PERFORM WRITE-PAYMENT-INSTRUCTIONS
           PERFORM WRITE-DISBURSE-SUMMARY
           CLOSE STATEMENT-REPORT

           IF WS-EXCEPTION-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       INITIALIZE-DISBURSEMENT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           PERFORM GET-BUSINESS-DATE
           ACCEPT WS-CURRENT-TIME FROM TIME
           STRING WS-YEAR WS-MONTH WS-DAY
                  DELIMITED BY SIZE
                  INTO WS-TODAY-DATE

           IF WS-MONTH = 1
               COMPUTE WS-STMT-YEAR = WS-YEAR - 1
               MOVE 12 TO WS-STMT-MM
           ELSE
               MOVE WS-YEAR TO WS-STMT-YEAR
               COMPUTE WS-STMT-MM = WS-MONTH - 1
           END-IF

           STRING WS-STMT-MONTH "31"
                  DELIMITED BY SIZE
                  INTO WS-STMT-END-DATE
           MOVE 'N' TO WS-EOF-SWITCH.

       LOAD-RENT-RULES.
           OPEN INPUT RENT-RULE-FILE

           IF WS-RULE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           PERFORM READ-RULE-LINE
           PERFORM UNTIL WS-END-OF-FILE
               IF RENT-RULE-LINE NOT = SPACES
                   MOVE SPACES TO WS-RULE-TAG
                   MOVE SPACES TO WS-RULE-VALUE
                   UNSTRING RENT-RULE-LINE DELIMITED BY '|'
                       INTO WS-RULE-TAG
                            WS-RULE-VALUE
                   IF WS-RULE-TAG = "FEEACCT"
                       MOVE WS-RULE-VALUE TO WS-FEE-ACCOUNT
                   END-IF
               END-IF
               PERFORM READ-RULE-LINE
           END-PERFORM

           CLOSE RENT-RULE-FILE
           MOVE 'N' TO WS-EOF-SWITCH.

       READ-RULE-LINE.
           READ RENT-RULE-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

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
               IF WS-LIMIT-NAME = "RENTMGTPCT"
                   MOVE WS-LIMIT-AMOUNT TO WS-MGMT-FEE-PCT
               END-IF
               PERFORM READ-LIMIT-LINE
           END-PERFORM

           CLOSE PAYMENT-LIMIT-FILE.

       READ-LIMIT-LINE.
           READ PAYMENT-LIMIT-FILE
               AT END
                   MOVE 'Y' TO WS-LIMIT-EOF-SW
           END-READ.

       OPEN-STATEMENT-REPORT.
           OPEN OUTPUT STATEMENT-REPORT

           MOVE WS-STMT-MONTH TO WS-HDR-MONTH
           MOVE WS-TODAY-DATE TO WS-HDR-DATE
           MOVE WS-REPORT-HEADING TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

      *****************************************************************
      * NOTHING HAS MOVED YET WHEN THIS IS CALLED - THE CALLER LEAVES
      * ITS MESSAGE IN REPORT-LINE AND THE RUN STOPS COLD WITH A
      * NONZERO RETURN CODE.
      *****************************************************************
       ABORT-DISBURSEMENT.
           WRITE REPORT-LINE
           CLOSE STATEMENT-REPORT
           MOVE 8 TO RETURN-CODE
           STOP RUN.

      *****************************************************************
      * THE FEE ACCOUNT MUST EXIST AND NOT BE ON HOLD BEFORE ANY
      * MONEY MOVES, SO A FEE IS NEVER DEBITED FROM TRUST WITHOUT
      * LANDING SOMEWHERE.
      *****************************************************************
       VERIFY-FEE-ACCOUNT.
           OPEN INPUT ACCOUNT-FILE

           IF WS-ACCT-STATUS NOT = '00'
               MOVE "ACCOUNT MASTER UNAVAILABLE - RUN ABORTED"
                   TO REPORT-LINE
               PERFORM ABORT-DISBURSEMENT
           END-IF

           MOVE WS-FEE-ACCOUNT TO ACCOUNT-ID
           READ ACCOUNT-FILE
               INVALID KEY
                   CLOSE ACCOUNT-FILE
                   MOVE "FEE ACCOUNT NOT ON FILE - RUN ABORTED"
                       TO REPORT-LINE
                   PERFORM ABORT-DISBURSEMENT
               NOT INVALID KEY
                   IF ACCOUNT-ON-HOLD
                       CLOSE ACCOUNT-FILE
                       MOVE "FEE ACCOUNT ON HOLD - RUN ABORTED"
                           TO REPORT-LINE
                       PERFORM ABORT-DISBURSEMENT
                   END-IF
           END-READ

           CLOSE ACCOUNT-FILE.

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
               MOVE LM-PROPERTY-ID
                   TO WS-LSE-PROPERTY(WS-LSE-SEARCH-IDX)
               MOVE LM-TENANT-PARTY-ID
                   TO WS-LSE-TENANT(WS-LSE-SEARCH-IDX)
               MOVE LM-OWNER-PAYEE-ID
                   TO WS-LSE-OWNER-PAYEE(WS-LSE-SEARCH-IDX)
               MOVE LM-MGMT-FEE-PCT
                   TO WS-LSE-FEE-PCT(WS-LSE-SEARCH-IDX)
               PERFORM READ-LEASE-RECORD
           END-PERFORM

           CLOSE LEASE-FILE
           MOVE 'N' TO WS-EOF-SWITCH

           PERFORM VARYING WS-LSE-IDX FROM 1 BY 1
                   UNTIL WS-LSE-IDX > WS-LEASE-COUNT-USED
               PERFORM NOTE-LEASE-OWNER
           END-PERFORM.

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
               MOVE ZERO TO WS-LSE-COLLECTED(WS-LSE-SEARCH-IDX)
               MOVE ZERO TO WS-LSE-DEP-BALANCE(WS-LSE-SEARCH-IDX)
               MOVE 'N' TO WS-LSE-SETTLED(WS-LSE-SEARCH-IDX)
           ELSE
               MOVE "LEASE TABLE OVERFLOW - RUN ABORTED"
                   TO REPORT-LINE
               PERFORM ABORT-DISBURSEMENT
           END-IF.

      *****************************************************************
      * OWNERS ARE KEYED BY THE PAYEE THEY ARE PAID THROUGH, SO AN
      * INVESTOR WITH SEVERAL RENTALS GETS ONE STATEMENT AND ONE
      * PAYMENT.
      *****************************************************************
       NOTE-LEASE-OWNER.
           MOVE 'N' TO WS-FOUND-SWITCH
           PERFORM VARYING WS-OWN-IDX FROM 1 BY 1
                   UNTIL WS-OWN-IDX > WS-OWNER-COUNT-USED
               IF WS-OWN-PAYEE(WS-OWN-IDX) =
                       WS-LSE-OWNER-PAYEE(WS-LSE-IDX)
                   MOVE 'Y' TO WS-FOUND-SWITCH
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WS-FOUND-SWITCH = 'Y'
               EXIT PARAGRAPH
           END-IF

           IF WS-OWNER-COUNT-USED NOT < 300
               MOVE "OWNER TABLE OVERFLOW - RUN ABORTED"
                   TO REPORT-LINE
               PERFORM ABORT-DISBURSEMENT
           END-IF

           ADD 1 TO WS-OWNER-COUNT-USED
           MOVE WS-LSE-OWNER-PAYEE(WS-LSE-IDX)
               TO WS-OWN-PAYEE(WS-OWNER-COUNT-USED)
           MOVE 'N' TO WS-OWN-SETTLED(WS-OWNER-COUNT-USED)
           MOVE ZERO TO WS-OWN-NET(WS-OWNER-COUNT-USED)
           MOVE ZERO TO WS-OWN-COUNT(WS-OWNER-COUNT-USED).

      *****************************************************************
      * THE HISTORY SAYS WHICH OWNERS AND LEASES ARE ALREADY SETTLED
      * FOR THE STATEMENT MONTH AND WHICH INVOICES HAVE EVER BEEN PAID.
      *****************************************************************
       LOAD-DISBURSEMENT-HISTORY.
           OPEN INPUT OWNER-DSB-FILE

           IF WS-ODSB-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           PERFORM READ-OWNER-DSB-RECORD
           PERFORM UNTIL WS-END-OF-FILE
               EVALUATE TRUE
                   WHEN OD-OWNER-SUMMARY
                       IF OD-STMT-MONTH = WS-STMT-MONTH
                           PERFORM MARK-OWNER-SETTLED
                       END-IF
                   WHEN OD-LEASE-LINE
                       IF OD-STMT-MONTH = WS-STMT-MONTH
                           PERFORM MARK-LEASE-SETTLED
                       END-IF
                   WHEN OD-INVOICE-PAID
                       PERFORM NOTE-PAID-INVOICE
               END-EVALUATE
               PERFORM READ-OWNER-DSB-RECORD
           END-PERFORM

           CLOSE OWNER-DSB-FILE
           MOVE 'N' TO WS-EOF-SWITCH.

       READ-OWNER-DSB-RECORD.
           READ OWNER-DSB-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

       MARK-OWNER-SETTLED.
           PERFORM VARYING WS-OWN-IDX FROM 1 BY 1
                   UNTIL WS-OWN-IDX > WS-OWNER-COUNT-USED
               IF WS-OWN-PAYEE(WS-OWN-IDX) = OD-OWNER-PAYEE-ID
                   MOVE 'Y' TO WS-OWN-SETTLED(WS-OWN-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       MARK-LEASE-SETTLED.
           MOVE OD-LEASE-ID TO WS-LOCATE-LEASE-ID
           PERFORM FIND-LEASE-ENTRY
           IF WS-FOUND-SWITCH = 'Y'
               MOVE 'Y' TO WS-LSE-SETTLED(WS-LSE-SEARCH-IDX)
           END-IF.

       NOTE-PAID-INVOICE.
           IF WS-PAID-INVOICE-COUNT NOT < 2000
               CLOSE OWNER-DSB-FILE
               MOVE "PAID INVOICE TABLE OVERFLOW - RUN ABORTED"
                   TO REPORT-LINE
               PERFORM ABORT-DISBURSEMENT
           END-IF

           ADD 1 TO WS-PAID-INVOICE-COUNT
           MOVE OD-REFERENCE TO WS-PDI-ID(WS-PAID-INVOICE-COUNT).

      *****************************************************************
      * A 'P' RECORD DATED IN THE MONTH IS RENT THAT LANDED IN TRUST;
      * AN 'R' RECORD DATED IN THE MONTH IS A RECEIPT THE BANK TOOK
      * BACK. A RECEIPT PAID AND RETURNED IN THE SAME MONTH NETS TO
      * NOTHING; ONE PAID IN AN EARLIER, ALREADY-SETTLED MONTH COMES
      * OFF THIS MONTH'S COLLECTIONS. DEPOSIT BILLS ARE NOT RENT.
      *****************************************************************
       SUM-MONTH-COLLECTIONS.
           OPEN INPUT RENT-BILL-FILE

           IF WS-BILL-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           PERFORM READ-BILL-RECORD
           PERFORM UNTIL WS-END-OF-FILE
               IF NOT RB-DEPOSIT-DUE
                       AND RB-PAID-DATE(1:6) = WS-STMT-MONTH
                       AND (RB-PAID OR RB-RETURNED)
                   MOVE RB-LEASE-ID TO WS-LOCATE-LEASE-ID
                   PERFORM FIND-LEASE-ENTRY
                   IF WS-FOUND-SWITCH = 'Y'
                       IF RB-PAID
                           ADD RB-NET-AMOUNT
                             TO WS-LSE-COLLECTED(WS-LSE-SEARCH-IDX)
                       ELSE
                           SUBTRACT RB-NET-AMOUNT
                             FROM WS-LSE-COLLECTED(WS-LSE-SEARCH-IDX)
                       END-IF
                   END-IF
               END-IF
               PERFORM READ-BILL-RECORD
           END-PERFORM

           CLOSE RENT-BILL-FILE
           MOVE 'N' TO WS-EOF-SWITCH.

       READ-BILL-RECORD.
           READ RENT-BILL-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

       LOAD-DEPOSIT-BALANCES.
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
               PERFORM READ-DEPOSIT-LEDGER
           END-PERFORM

           CLOSE DEPOSIT-LEDGER-FILE
           MOVE 'N' TO WS-EOF-SWITCH.

       READ-DEPOSIT-LEDGER.
           READ DEPOSIT-LEDGER-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

      *****************************************************************
      * ONLY INVOICES DATED IN OR BEFORE THE STATEMENT MONTH AND NOT
      * ALREADY PAID ARE CANDIDATES. A LINE THAT DOES NOT PARSE TO AN
      * INVOICE-ID, A LEASE AND AN AMOUNT IS LISTED AND SKIPPED.
      *****************************************************************
       LOAD-REPAIR-INVOICES.
           OPEN INPUT REPAIR-INVOICE-FILE

           IF WS-INVOICE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           PERFORM READ-INVOICE-LINE
           PERFORM UNTIL WS-END-OF-FILE
               IF REPAIR-INVOICE-LINE NOT = SPACES
                   PERFORM LOAD-ONE-INVOICE
               END-IF
               PERFORM READ-INVOICE-LINE
           END-PERFORM

           CLOSE REPAIR-INVOICE-FILE
           MOVE 'N' TO WS-EOF-SWITCH.

       READ-INVOICE-LINE.
           READ REPAIR-INVOICE-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

       LOAD-ONE-INVOICE.
           MOVE SPACES TO WS-IN-ID
           MOVE SPACES TO WS-IN-LEASE-ID
           MOVE SPACES TO WS-IN-VENDOR
           MOVE ZERO TO WS-IN-DATE
           MOVE ZERO TO WS-IN-AMOUNT
           MOVE SPACES TO WS-IN-DESC

           UNSTRING REPAIR-INVOICE-LINE DELIMITED BY '|'
               INTO WS-IN-ID
                    WS-IN-LEASE-ID
                    WS-IN-VENDOR
                    WS-IN-DATE
                    WS-IN-AMOUNT
                    WS-IN-DESC

           IF WS-IN-ID = SPACES
                   OR WS-IN-LEASE-ID = SPACES
                   OR WS-IN-AMOUNT = ZERO
               MOVE SPACES TO REPORT-LINE
               STRING "INVOICE LINE SKIPPED - "
                      REPAIR-INVOICE-LINE(1:60)
                      DELIMITED BY SIZE
                      INTO REPORT-LINE
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF

           IF WS-IN-DATE > WS-STMT-END-DATE
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-PDI-IDX FROM 1 BY 1
                   UNTIL WS-PDI-IDX > WS-PAID-INVOICE-COUNT
               IF WS-PDI-ID(WS-PDI-IDX) = WS-IN-ID
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM

           IF WS-INVOICE-COUNT-USED NOT < 500
               CLOSE REPAIR-INVOICE-FILE
               MOVE "REPAIR INVOICE TABLE OVERFLOW - RUN ABORTED"
                   TO REPORT-LINE
               PERFORM ABORT-DISBURSEMENT
           END-IF

           ADD 1 TO WS-INVOICE-COUNT-USED
           SET WS-INV-IDX TO WS-INVOICE-COUNT-USED
           MOVE WS-IN-ID TO WS-INV-ID(WS-INV-IDX)
           MOVE WS-IN-LEASE-ID TO WS-INV-LEASE-ID(WS-INV-IDX)
           MOVE WS-IN-VENDOR TO WS-INV-VENDOR(WS-INV-IDX)
           MOVE WS-IN-DATE TO WS-INV-DATE(WS-INV-IDX)
           MOVE WS-IN-AMOUNT TO WS-INV-AMOUNT(WS-INV-IDX)
           MOVE WS-IN-DESC TO WS-INV-DESC(WS-INV-IDX)
           MOVE 'N' TO WS-INV-STATE(WS-INV-IDX).

      *****************************************************************
      * ONE OWNER: SCREEN THEM, SETTLE EACH OF THEIR LEASES, THEN
      * PRINT THE TOTALS AND MARK THE OWNER SETTLED FOR THE MONTH.
      * A LEASE ALREADY SETTLED BY AN EARLIER RUN THIS MONTH IS LEFT
      * ALONE. IF ANY LEASE HITS A TRUST EXCEPTION THE OWNER IS NOT
      * MARKED SETTLED, SO THE RERUN PICKS THAT LEASE UP.
      * A WATCHLIST MATCH STILL TAKES THE FEE AND PAYS THE REPAIR
      * VENDORS, BUT THE OWNER'S NET STAYS IN THE LEASE'S TRUST
      * LEDGER - IT FORMS PART OF THE BALANCE PAID OUT ONCE THE
      * REVIEW CLEARS THEM ON A LATER RUN.
      *****************************************************************
       SETTLE-ONE-OWNER.
           MOVE WS-OWN-PAYEE(WS-OWN-IDX) TO WS-SCREEN-PAYEE
           PERFORM LOOKUP-PAYEE-DETAILS
           MOVE VM-PAYEE-NAME TO WS-OWNER-NAME
           PERFORM SCREEN-PAYEE
           MOVE WS-WATCH-MATCH-SW TO WS-OWNER-HELD-SW
           MOVE 'N' TO WS-OWNER-EXCEPTION-SW

           MOVE ZERO TO WS-OWN-TOT-COLLECTED
           MOVE ZERO TO WS-OWN-TOT-FEE
           MOVE ZERO TO WS-OWN-TOT-REPAIRS
           MOVE ZERO TO WS-OWN-TOT-NET

           MOVE WS-OWN-PAYEE(WS-OWN-IDX) TO WS-OHD-PAYEE
           MOVE WS-OWNER-NAME TO WS-OHD-NAME
           MOVE WS-OWNER-HEADING TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-LEASE-COLUMNS TO REPORT-LINE
           WRITE REPORT-LINE

           IF WS-OWNER-HELD-SW = 'Y'
               MOVE "    OWNER PAYMENT WITHHELD - WATCHLIST MATCH"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF

           PERFORM VARYING WS-LSE-IDX FROM 1 BY 1
                   UNTIL WS-LSE-IDX > WS-LEASE-COUNT-USED
               IF WS-LSE-OWNER-PAYEE(WS-LSE-IDX) =
                       WS-OWN-PAYEE(WS-OWN-IDX)
                       AND WS-LSE-SETTLED(WS-LSE-IDX) = 'N'
                   PERFORM SETTLE-ONE-LEASE
               END-IF
           END-PERFORM

           MOVE WS-OWN-TOT-COLLECTED TO WS-OTL-COLLECTED
           MOVE WS-OWN-TOT-FEE TO WS-OTL-FEE
           MOVE WS-OWN-TOT-REPAIRS TO WS-OTL-REPAIRS
           MOVE WS-OWN-TOT-NET TO WS-OTL-NET
           MOVE WS-OWNER-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           IF WS-OWNER-EXCEPTION-SW = 'Y'
               MOVE "    OWNER NOT SETTLED - RERUN ONCE TRUST CLEARS"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           IF WS-OWNER-EXCEPTION-SW = 'Y'
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO OD-LEASE-ID
           MOVE SPACES TO OD-REFERENCE
           MOVE SPACES TO OD-VENDOR-PAYEE-ID
           MOVE WS-OWN-TOT-COLLECTED TO OD-COLLECTED
           MOVE WS-OWN-TOT-FEE TO OD-FEE
           MOVE WS-OWN-TOT-REPAIRS TO OD-REPAIRS
           MOVE WS-OWN-TOT-NET TO OD-NET
           MOVE 'S' TO OD-RECORD-TYPE
           PERFORM APPEND-OWNER-DSB-RECORD

           MOVE 'Y' TO WS-OWN-SETTLED(WS-OWN-IDX)
           ADD 1 TO WS-OWNERS-SETTLED.

      *****************************************************************
      * THE TRUST BALANCE IS THE CEILING FOR EVERYTHING PAID FROM THE
      * LEASE. THE FEE COMES FIRST, THEN REPAIRS OLDEST FIRST, THEN
      * THE OWNER TAKES WHAT IS LEFT.
      *****************************************************************
       SETTLE-ONE-LEASE.
           PERFORM READ-TRUST-BALANCE

           MOVE ZERO TO WS-LEASE-FEE
           MOVE ZERO TO WS-LEASE-REPAIRS
           MOVE ZERO TO WS-LEASE-NET

           IF WS-TRUST-OK-SW = 'N'
               ADD 1 TO WS-EXCEPTION-COUNT
               MOVE 'Y' TO WS-OWNER-EXCEPTION-SW
               PERFORM WRITE-LEASE-LINE
               MOVE SPACES TO WS-IL-REFERENCE
               MOVE SPACES TO WS-IL-VENDOR
               MOVE ZERO TO WS-IL-AMOUNT
               MOVE WS-HOLD-REASON TO WS-IL-NOTE
               PERFORM WRITE-ITEM-DETAIL
               PERFORM WRITE-DEPOSIT-HELD-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-TRUST-BALANCE TO WS-REMAINING

           IF WS-LSE-COLLECTED(WS-LSE-IDX) > ZERO
               IF WS-LSE-FEE-PCT(WS-LSE-IDX) > ZERO
                   COMPUTE WS-LEASE-FEE ROUNDED =
                       WS-LSE-COLLECTED(WS-LSE-IDX)
                       * WS-LSE-FEE-PCT(WS-LSE-IDX) / 100
               ELSE
                   COMPUTE WS-LEASE-FEE ROUNDED =
                       WS-LSE-COLLECTED(WS-LSE-IDX)
                       * WS-MGMT-FEE-PCT / 100
               END-IF
           END-IF

           IF WS-REMAINING < ZERO
               MOVE ZERO TO WS-REMAINING
           END-IF

           IF WS-LEASE-FEE > WS-REMAINING
               MOVE WS-REMAINING TO WS-LEASE-FEE
           END-IF

           IF WS-LEASE-FEE > ZERO
               MOVE WS-LSE-ID(WS-LSE-IDX) TO WS-AJ-SOURCE-ID
               MOVE WS-TRUST-ACCOUNT-ID TO WS-POST-ACCOUNT
               COMPUTE WS-POST-AMOUNT = 0 - WS-LEASE-FEE
               PERFORM POST-ACCOUNT-CHANGE
               MOVE WS-FEE-ACCOUNT TO WS-POST-ACCOUNT
               MOVE WS-LEASE-FEE TO WS-POST-AMOUNT
               PERFORM POST-ACCOUNT-CHANGE
               SUBTRACT WS-LEASE-FEE FROM WS-REMAINING
               ADD WS-LEASE-FEE TO WS-RUN-FEES
           END-IF

           PERFORM PAY-LEASE-INVOICES

           IF WS-OWNER-HELD-SW = 'N'
                   AND WS-REMAINING > ZERO
               MOVE WS-REMAINING TO WS-LEASE-NET
               MOVE WS-LSE-ID(WS-LSE-IDX) TO WS-AJ-SOURCE-ID
               MOVE WS-TRUST-ACCOUNT-ID TO WS-POST-ACCOUNT
               COMPUTE WS-POST-AMOUNT = 0 - WS-LEASE-NET
               PERFORM POST-ACCOUNT-CHANGE
               ADD WS-LEASE-NET TO WS-OWN-NET(WS-OWN-IDX)
               ADD 1 TO WS-OWN-COUNT(WS-OWN-IDX)
               ADD WS-LEASE-NET TO WS-RUN-OWNER-NET
           END-IF

           ADD WS-LSE-COLLECTED(WS-LSE-IDX) TO WS-OWN-TOT-COLLECTED
           ADD WS-LEASE-FEE TO WS-OWN-TOT-FEE
           ADD WS-LEASE-REPAIRS TO WS-OWN-TOT-REPAIRS
           ADD WS-LEASE-NET TO WS-OWN-TOT-NET

           MOVE WS-LSE-ID(WS-LSE-IDX) TO OD-LEASE-ID
           MOVE SPACES TO OD-REFERENCE
           MOVE SPACES TO OD-VENDOR-PAYEE-ID
           MOVE WS-LSE-COLLECTED(WS-LSE-IDX) TO OD-COLLECTED
           MOVE WS-LEASE-FEE TO OD-FEE
           MOVE WS-LEASE-REPAIRS TO OD-REPAIRS
           MOVE WS-LEASE-NET TO OD-NET
           MOVE 'L' TO OD-RECORD-TYPE
           PERFORM APPEND-OWNER-DSB-RECORD
           MOVE 'Y' TO WS-LSE-SETTLED(WS-LSE-IDX)

           PERFORM WRITE-LEASE-LINE
           PERFORM WRITE-DEPOSIT-HELD-LINE.

      *****************************************************************
      * THE LEASE'S RENT TRUST LEDGER IS "<LEASE-ID>-TR", THE SAME
      * SUFFIX PAYMENT.COB ROUTES THE RENT RECEIPTS TO.
      *****************************************************************
       READ-TRUST-BALANCE.
           MOVE 'Y' TO WS-TRUST-OK-SW
           MOVE ZERO TO WS-TRUST-BALANCE
           MOVE SPACES TO WS-TRUST-ACCOUNT-ID
           STRING FUNCTION TRIM(WS-LSE-ID(WS-LSE-IDX))
                                              DELIMITED BY SIZE
                  "-TR"                       DELIMITED BY SIZE
                  INTO WS-TRUST-ACCOUNT-ID

           OPEN INPUT ACCOUNT-FILE

           IF WS-ACCT-STATUS NOT = '00'
               MOVE 'N' TO WS-TRUST-OK-SW
               MOVE "EXCEPTION - ACCOUNT MASTER UNAVAILABLE"
                   TO WS-HOLD-REASON
               EXIT PARAGRAPH
           END-IF

           MOVE WS-TRUST-ACCOUNT-ID TO ACCOUNT-ID
           READ ACCOUNT-FILE
               INVALID KEY
                   IF WS-LSE-COLLECTED(WS-LSE-IDX) NOT = ZERO
                       MOVE 'N' TO WS-TRUST-OK-SW
                       MOVE "EXCEPTION - TRUST LEDGER NOT ON FILE"
                           TO WS-HOLD-REASON
                   END-IF
               NOT INVALID KEY
                   IF ACCOUNT-ON-HOLD
                       MOVE 'N' TO WS-TRUST-OK-SW
                       MOVE "EXCEPTION - TRUST LEDGER ON HOLD"
                           TO WS-HOLD-REASON
                   ELSE
                       MOVE ACCOUNT-BALANCE TO WS-TRUST-BALANCE
                   END-IF
           END-READ

           CLOSE ACCOUNT-FILE.

      *****************************************************************
      * PICKS THE OLDEST UNCONSIDERED INVOICE FOR THE LEASE EACH TIME
      * ROUND UNTIL NONE ARE LEFT.
      *****************************************************************
       PAY-LEASE-INVOICES.
           PERFORM PICK-OLDEST-INVOICE
           PERFORM UNTIL WS-INV-PICK-IDX = ZERO
               SET WS-INV-IDX TO WS-INV-PICK-IDX
               PERFORM SETTLE-ONE-INVOICE
               PERFORM PICK-OLDEST-INVOICE
           END-PERFORM.

       PICK-OLDEST-INVOICE.
           MOVE ZERO TO WS-INV-PICK-IDX
           MOVE 99999999 TO WS-INV-PICK-DATE
           PERFORM VARYING WS-INV-IDX FROM 1 BY 1
                   UNTIL WS-INV-IDX > WS-INVOICE-COUNT-USED
               IF WS-INV-LEASE-ID(WS-INV-IDX) = WS-LSE-ID(WS-LSE-IDX)
                       AND WS-INV-STATE(WS-INV-IDX) = 'N'
                       AND WS-INV-DATE(WS-INV-IDX) < WS-INV-PICK-DATE
                   SET WS-INV-PICK-IDX TO WS-INV-IDX
                   MOVE WS-INV-DATE(WS-INV-IDX) TO WS-INV-PICK-DATE
               END-IF
           END-PERFORM.

      *****************************************************************
      * A VENDOR MUST BE ON THE MASTER AND CLEAR THE WATCHLIST, AND
      * THE TRUST LEDGER MUST STILL COVER THE WHOLE INVOICE - NO
      * PARTIAL PAYMENTS. ANYTHING ELSE IS HELD FOR NEXT MONTH.
      *****************************************************************
       SETTLE-ONE-INVOICE.
           MOVE SPACES TO WS-HOLD-REASON

           MOVE WS-INV-VENDOR(WS-INV-IDX) TO WS-SCREEN-PAYEE
           PERFORM LOOKUP-PAYEE-DETAILS

           EVALUATE TRUE
               WHEN WS-FOUND-SWITCH = 'N'
                   MOVE "HELD - VENDOR NOT ON FILE" TO WS-HOLD-REASON
               WHEN WS-INV-AMOUNT(WS-INV-IDX) > WS-REMAINING
                   MOVE "HELD - TRUST BALANCE SHORT" TO WS-HOLD-REASON
               WHEN OTHER
                   PERFORM SCREEN-PAYEE
                   IF WS-WATCH-MATCH-SW = 'Y'
                       MOVE "HELD - VENDOR WATCHLIST MATCH"
                           TO WS-HOLD-REASON
                   END-IF
           END-EVALUATE

           MOVE WS-LSE-ID(WS-LSE-IDX) TO OD-LEASE-ID
           MOVE WS-INV-ID(WS-INV-IDX) TO OD-REFERENCE
           MOVE WS-INV-VENDOR(WS-INV-IDX) TO OD-VENDOR-PAYEE-ID
           MOVE ZERO TO OD-COLLECTED
           MOVE ZERO TO OD-FEE
           MOVE WS-INV-AMOUNT(WS-INV-IDX) TO OD-REPAIRS
           MOVE ZERO TO OD-NET

           MOVE WS-INV-ID(WS-INV-IDX) TO WS-IL-REFERENCE
           MOVE WS-INV-VENDOR(WS-INV-IDX) TO WS-IL-VENDOR
           MOVE WS-INV-AMOUNT(WS-INV-IDX) TO WS-IL-AMOUNT

           IF WS-HOLD-REASON NOT = SPACES
               MOVE 'H' TO WS-INV-STATE(WS-INV-IDX)
               MOVE 'H' TO OD-RECORD-TYPE
               PERFORM APPEND-OWNER-DSB-RECORD
               ADD 1 TO WS-INVOICES-HELD
               MOVE WS-HOLD-REASON TO WS-IL-NOTE
               PERFORM WRITE-ITEM-DETAIL
               EXIT PARAGRAPH
           END-IF

           MOVE WS-INV-ID(WS-INV-IDX) TO WS-AJ-SOURCE-ID
           MOVE WS-TRUST-ACCOUNT-ID TO WS-POST-ACCOUNT
           COMPUTE WS-POST-AMOUNT = 0 - WS-INV-AMOUNT(WS-INV-IDX)
           PERFORM POST-ACCOUNT-CHANGE

           SUBTRACT WS-INV-AMOUNT(WS-INV-IDX) FROM WS-REMAINING
           ADD WS-INV-AMOUNT(WS-INV-IDX) TO WS-LEASE-REPAIRS
           MOVE 'P' TO WS-INV-STATE(WS-INV-IDX)

           MOVE 'I' TO OD-RECORD-TYPE
           PERFORM APPEND-OWNER-DSB-RECORD
           ADD 1 TO WS-INVOICES-PAID

           PERFORM ACCUMULATE-VENDOR-PAYMENT

           MOVE WS-INV-DESC(WS-INV-IDX) TO WS-IL-NOTE
           PERFORM WRITE-ITEM-DETAIL.

       ACCUMULATE-VENDOR-PAYMENT.
           MOVE 'N' TO WS-FOUND-SWITCH
           PERFORM VARYING WS-VND-IDX FROM 1 BY 1
                   UNTIL WS-VND-IDX > WS-VENDOR-COUNT-USED
               IF WS-VND-PAYEE(WS-VND-IDX) = WS-INV-VENDOR(WS-INV-IDX)
                   MOVE 'Y' TO WS-FOUND-SWITCH
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WS-FOUND-SWITCH = 'N'
               IF WS-VENDOR-COUNT-USED NOT < 300
                   MOVE "VENDOR TABLE FULL - NO PAYMENT INSTRUCTION CUT"
                       TO REPORT-LINE
                   WRITE REPORT-LINE
                   ADD 1 TO WS-EXCEPTION-COUNT
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-VENDOR-COUNT-USED
               SET WS-VND-IDX TO WS-VENDOR-COUNT-USED
               MOVE WS-INV-VENDOR(WS-INV-IDX)
                   TO WS-VND-PAYEE(WS-VND-IDX)
               MOVE ZERO TO WS-VND-TOTAL(WS-VND-IDX)
               MOVE ZERO TO WS-VND-COUNT(WS-VND-IDX)
           END-IF

           ADD WS-INV-AMOUNT(WS-INV-IDX) TO WS-VND-TOTAL(WS-VND-IDX)
           ADD 1 TO WS-VND-COUNT(WS-VND-IDX).

       WRITE-LEASE-LINE.
           MOVE WS-LSE-ID(WS-LSE-IDX) TO WS-LL-LEASE
           MOVE WS-LSE-PROPERTY(WS-LSE-IDX) TO WS-LL-PROPERTY
           MOVE WS-LSE-COLLECTED(WS-LSE-IDX) TO WS-LL-COLLECTED
           MOVE WS-LEASE-FEE TO WS-LL-FEE
           MOVE WS-LEASE-REPAIRS TO WS-LL-REPAIRS
           MOVE WS-LEASE-NET TO WS-LL-NET
           MOVE WS-LEASE-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-ITEM-DETAIL.
           MOVE WS-ITEM-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

      *****************************************************************
      * SECURITY DEPOSITS ARE THE TENANT'S MONEY, NOT THE OWNER'S -
      * THEY ARE SHOWN FOR INFORMATION AND NEVER DISBURSED HERE.
      *****************************************************************
       WRITE-DEPOSIT-HELD-LINE.
           IF WS-LSE-DEP-BALANCE(WS-LSE-IDX) = ZERO
               EXIT PARAGRAPH
           END-IF

           MOVE WS-LSE-TENANT(WS-LSE-IDX) TO WS-DPL-TENANT
           MOVE WS-LSE-DEP-BALANCE(WS-LSE-IDX) TO WS-DPL-BALANCE
           MOVE WS-DEPOSIT-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

      *****************************************************************
      * CALLER SETS EVERYTHING BUT THE OWNER, MONTH AND STAMPS.
      *****************************************************************
       APPEND-OWNER-DSB-RECORD.
           OPEN EXTEND OWNER-DSB-FILE

           IF WS-ODSB-STATUS NOT = '00'
               OPEN OUTPUT OWNER-DSB-FILE
           END-IF

           MOVE WS-OWN-PAYEE(WS-OWN-IDX) TO OD-OWNER-PAYEE-ID
           MOVE WS-STMT-MONTH TO OD-STMT-MONTH
           MOVE WS-TODAY-DATE TO OD-RUN-DATE
           STRING WS-YEAR WS-MONTH WS-DAY
                  WS-HOUR WS-MINUTE WS-SECOND
                  DELIMITED BY SIZE
                  INTO OD-TIMESTAMP

           WRITE OWNER-DSB-RECORD

           CLOSE OWNER-DSB-FILE.

       POST-ACCOUNT-CHANGE.
           OPEN I-O ACCOUNT-FILE

           IF WS-ACCT-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-AJ-VALID-SW
           MOVE WS-POST-ACCOUNT TO ACCOUNT-ID
           READ ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ACCOUNT-BALANCE TO WS-AJ-BEFORE
                   MOVE 'Y' TO WS-AJ-VALID-SW
                   ADD WS-POST-AMOUNT TO ACCOUNT-BALANCE
                   MOVE WS-TODAY-DATE TO LAST-ACTIVITY
                   REWRITE ACCOUNT-RECORD
           END-READ

           MOVE ACCOUNT-BALANCE TO WS-AJ-AFTER
           CLOSE ACCOUNT-FILE

           IF WS-AJ-VALID-SW = 'Y'
               PERFORM WRITE-ACCOUNT-JOURNAL
           END-IF.

       WRITE-ACCOUNT-JOURNAL.
           OPEN EXTEND ACCOUNT-JOURNAL-FILE

           IF WS-JRNL-STATUS NOT = '00'
               OPEN OUTPUT ACCOUNT-JOURNAL-FILE
           END-IF

           MOVE WS-POST-ACCOUNT TO AJ-ACCOUNT-ID
           MOVE WS-AJ-BEFORE TO AJ-BEFORE-BALANCE
           MOVE WS-AJ-AFTER TO AJ-AFTER-BALANCE
           COMPUTE AJ-AMOUNT = WS-AJ-AFTER - WS-AJ-BEFORE
           MOVE "OWNERDSB" TO AJ-SOURCE-PROGRAM
           MOVE WS-AJ-SOURCE-ID TO AJ-SOURCE-ID
           STRING WS-YEAR WS-MONTH WS-DAY
                  WS-HOUR WS-MINUTE WS-SECOND
                  DELIMITED BY SIZE
                  INTO AJ-TIMESTAMP

           WRITE ACCOUNT-JOURNAL-RECORD

           CLOSE ACCOUNT-JOURNAL-FILE.

      *****************************************************************
      * ONE INSTRUCTION PER OWNER PAID AND PER VENDOR PAID THIS RUN.
      * THE PAYEES WERE SCREENED BEFORE ANY MONEY MOVED FOR THEM.
      *****************************************************************
       WRITE-PAYMENT-INSTRUCTIONS.
           OPEN OUTPUT OWNER-PAY-FILE

           PERFORM VARYING WS-OWN-IDX FROM 1 BY 1
                   UNTIL WS-OWN-IDX > WS-OWNER-COUNT-USED
               IF WS-OWN-NET(WS-OWN-IDX) > ZERO
                   MOVE WS-OWN-PAYEE(WS-OWN-IDX) TO WS-SCREEN-PAYEE
                   MOVE WS-OWN-NET(WS-OWN-IDX) TO VP-AMOUNT
                   MOVE WS-OWN-COUNT(WS-OWN-IDX) TO VP-ITEM-COUNT
                   PERFORM WRITE-ONE-PAY-INSTRUCTION
               END-IF
           END-PERFORM

           PERFORM VARYING WS-VND-IDX FROM 1 BY 1
                   UNTIL WS-VND-IDX > WS-VENDOR-COUNT-USED
               MOVE WS-VND-PAYEE(WS-VND-IDX) TO WS-SCREEN-PAYEE
               MOVE WS-VND-TOTAL(WS-VND-IDX) TO VP-AMOUNT
               MOVE WS-VND-COUNT(WS-VND-IDX) TO VP-ITEM-COUNT
               PERFORM WRITE-ONE-PAY-INSTRUCTION
           END-PERFORM

           CLOSE OWNER-PAY-FILE.

       WRITE-ONE-PAY-INSTRUCTION.
           PERFORM LOOKUP-PAYEE-DETAILS

           MOVE WS-SCREEN-PAYEE TO VP-PAYEE-ID
           MOVE VM-PAYEE-NAME TO VP-PAYEE-NAME
           MOVE VM-PAY-METHOD TO VP-PAY-METHOD
           MOVE VM-BANK-ROUTING TO VP-BANK-ROUTING
           MOVE VM-BANK-ACCOUNT TO VP-BANK-ACCOUNT
           MOVE WS-TODAY-DATE TO VP-RUN-DATE
           WRITE VENDOR-PAY-RECORD.

      *****************************************************************
      * CALLER SETS WS-SCREEN-PAYEE. WS-FOUND-SWITCH SAYS WHETHER THE
      * PAYEE IS ON THE MASTER.
      *****************************************************************
       LOOKUP-PAYEE-DETAILS.
           MOVE 'N' TO WS-FOUND-SWITCH
           MOVE SPACES TO VM-PAYEE-NAME
           MOVE SPACES TO VM-ADDRESS
           MOVE SPACES TO VM-PAY-METHOD
           MOVE SPACES TO VM-BANK-ROUTING
           MOVE SPACES TO VM-BANK-ACCOUNT

           OPEN INPUT VENDOR-MASTER

           IF WS-VENDOR-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-SCREEN-PAYEE TO VM-PAYEE-ID
           READ VENDOR-MASTER
               INVALID KEY
                   MOVE SPACES TO VM-PAYEE-NAME
                   MOVE SPACES TO VM-PAY-METHOD
               NOT INVALID KEY
                   MOVE 'Y' TO WS-FOUND-SWITCH
           END-READ

           CLOSE VENDOR-MASTER.

      *****************************************************************
      * SCREENS THE NAME LEFT IN VM-PAYEE-NAME BY LOOKUP-PAYEE-DETAILS
      * (OR THE PAYEE-ID WHEN THE MASTER HAS NO NAME) AND EVIDENCES
      * THE SCREEN ON SCREENLOG.DAT, MATCH OR NOT.
      *****************************************************************
       SCREEN-PAYEE.
           IF VM-PAYEE-NAME = SPACES
               MOVE WS-SCREEN-PAYEE TO WS-PARTY-NAME
           ELSE
               MOVE VM-PAYEE-NAME TO WS-PARTY-NAME
           END-IF

           PERFORM MATCH-NAME-TO-WATCHLIST
           PERFORM WRITE-SCREENING-LOG.

       MATCH-NAME-TO-WATCHLIST.
           MOVE 'N' TO WS-WATCH-MATCH-SW
           MOVE "UNVERSIONED" TO WS-LIST-VERSION

           MOVE WS-PARTY-NAME TO WS-NAME-WORK
           PERFORM BUILD-NAME-FORMS

           OPEN INPUT WATCHLIST-FILE

           IF WS-WATCH-STATUS NOT = '00'
               MOVE "NOLIST" TO WS-LIST-VERSION
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-WATCH-EOF-SW
           PERFORM READ-WATCHLIST-LINE
           PERFORM UNTIL WS-WATCH-END-OF-FILE
               IF WATCHLIST-LINE NOT = SPACES
                   PERFORM CHECK-ONE-WATCHLIST-LINE
               END-IF
               PERFORM READ-WATCHLIST-LINE
           END-PERFORM

           CLOSE WATCHLIST-FILE.

       READ-WATCHLIST-LINE.
           READ WATCHLIST-FILE
               AT END
                   MOVE 'Y' TO WS-WATCH-EOF-SW
           END-READ.

       CHECK-ONE-WATCHLIST-LINE.
           MOVE SPACES TO WS-WATCH-TAG
           MOVE SPACES TO WS-WATCH-NAME
           UNSTRING WATCHLIST-LINE DELIMITED BY '|'
               INTO WS-WATCH-TAG
                    WS-WATCH-NAME

           IF WS-WATCH-TAG = "VERSION"
               MOVE WS-WATCH-NAME(1:10) TO WS-LIST-VERSION
               EXIT PARAGRAPH
           END-IF

           MOVE WATCHLIST-LINE(1:50) TO WS-NAME-WORK
           PERFORM CLEAN-NAME-WORK
           MOVE WS-NAME-WORK TO WS-SQUEEZE-IN
           PERFORM REMOVE-NAME-SPACES
           MOVE WS-SQUEEZE-OUT TO WS-WATCH-FORM

           IF WS-WATCH-FORM NOT = SPACES
                   AND (WS-WATCH-FORM = WS-NAME-FORM-A
                       OR WS-WATCH-FORM = WS-NAME-FORM-B)
               MOVE 'Y' TO WS-WATCH-MATCH-SW
           END-IF.

       BUILD-NAME-FORMS.
           PERFORM CLEAN-NAME-WORK

           MOVE WS-NAME-WORK TO WS-SQUEEZE-IN
           PERFORM REMOVE-NAME-SPACES
           MOVE WS-SQUEEZE-OUT TO WS-NAME-FORM-A

           MOVE SPACES TO WS-NAME-TOKEN-1
           MOVE SPACES TO WS-NAME-REST
           MOVE 1 TO WS-NAME-PTR
           UNSTRING WS-NAME-WORK DELIMITED BY ALL " "
               INTO WS-NAME-TOKEN-1
               WITH POINTER WS-NAME-PTR
           IF WS-NAME-PTR NOT > 50
               MOVE WS-NAME-WORK(WS-NAME-PTR:) TO WS-NAME-REST
           END-IF

           MOVE SPACES TO WS-SQUEEZE-IN
           STRING FUNCTION TRIM(WS-NAME-REST) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NAME-TOKEN-1) DELIMITED BY SIZE
                  INTO WS-SQUEEZE-IN
           PERFORM REMOVE-NAME-SPACES
           MOVE WS-SQUEEZE-OUT TO WS-NAME-FORM-B.

       CLEAN-NAME-WORK.
           MOVE FUNCTION UPPER-CASE(WS-NAME-WORK) TO WS-NAME-WORK
           INSPECT WS-NAME-WORK REPLACING ALL "." BY " "
           INSPECT WS-NAME-WORK REPLACING ALL "," BY " "
           INSPECT WS-NAME-WORK REPLACING ALL "-" BY " "
           INSPECT WS-NAME-WORK REPLACING ALL "'" BY " ".

       REMOVE-NAME-SPACES.
           MOVE SPACES TO WS-SQUEEZE-OUT
           MOVE 1 TO WS-SQUEEZE-POS
           PERFORM VARYING WS-SQUEEZE-SUB FROM 1 BY 1
                   UNTIL WS-SQUEEZE-SUB > 50
               IF WS-SQUEEZE-IN(WS-SQUEEZE-SUB:1) NOT = SPACE
                   MOVE WS-SQUEEZE-IN(WS-SQUEEZE-SUB:1)
                       TO WS-SQUEEZE-OUT(WS-SQUEEZE-POS:1)
                   ADD 1 TO WS-SQUEEZE-POS
               END-IF
           END-PERFORM.

       WRITE-SCREENING-LOG.
           OPEN EXTEND SCREEN-LOG-FILE

           IF WS-SCREEN-STATUS NOT = '00'
               OPEN OUTPUT SCREEN-LOG-FILE
           END-IF

           MOVE WS-PARTY-NAME TO SL-NAME-CHECKED
           MOVE WS-LIST-VERSION TO SL-LIST-VERSION
           MOVE WS-WATCH-MATCH-SW TO SL-MATCH-FLAG
           MOVE WS-SCREEN-PAYEE TO SL-PAYMENT-ID
           STRING WS-YEAR WS-MONTH WS-DAY
                  WS-HOUR WS-MINUTE WS-SECOND
                  DELIMITED BY SIZE
                  INTO SL-TIMESTAMP

           WRITE SCREEN-LOG-RECORD

           CLOSE SCREEN-LOG-FILE.

       WRITE-DISBURSE-SUMMARY.
           MOVE WS-OWNERS-SETTLED TO WS-SUM-SETTLED
           MOVE WS-OWNERS-SKIPPED TO WS-SUM-SKIPPED
           MOVE WS-EXCEPTION-COUNT TO WS-SUM-EXCEPTIONS
           MOVE WS-SUMMARY-LINE-1 TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-INVOICES-PAID TO WS-SUM-INV-PAID
           MOVE WS-INVOICES-HELD TO WS-SUM-INV-HELD
           MOVE WS-RUN-FEES TO WS-SUM-FEES
           MOVE WS-RUN-OWNER-NET TO WS-SUM-NET
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
