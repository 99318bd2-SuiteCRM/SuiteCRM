       IDENTIFICATION DIVISION.
       PROGRAM-ID. MTG-AUTOPAY.
       AUTHOR. SUITECRM-REAL-ESTATE.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * MORTGAGE AUTOPAY DAILY DRAFT RUN
      * FOR EVERY BORROWER ENROLLED THROUGH MTG-ACH-ENROLL.COB, DRAFTS
      * EACH OPEN MONTHLY BILL ON MTGBILL.DAT ONCE ITS DRAFT DATE -
      * THE ENROLLMENT'S DRAFT DAY IN THE BILL'S DUE MONTH - HAS
      * ARRIVED. THE DRAFT IS SUBMITTED THROUGH PAYMENT.COB EXACTLY AS
      * A KEYED RECEIPT WOULD BE: AN ACH "MTGPAYMENT" FOR THE BILL'S
      * TOTAL DUE WITH THE BILL-ID AS ITS REFERENCE, SO MTG-POSTING
      * MATCHES IT TO THE BILL AND SETTLE-EXTRACT SWEEPS IT INTO THE
      * DAY'S ACH DEPOSIT BATCH LIKE ANY OTHER POSTED ACH RECEIPT.
      * A DRAFT DATE THAT FELL ON A WEEKEND OR HOLIDAY IS PICKED UP ON
      * THE NEXT BUSINESS DATE.
      *
      * NOT DRAFTED:
      *   - LOANS ON AN ACTIVE REPAYMENT PLAN (REPAYPLAN.DAT) - THE
      *     PLAN INSTALLMENT IS ARRANGED WITH THE BORROWER DIRECTLY;
      *   - LOANS UNDER A LEGAL HOLD (LEGALSTAT.DAT STAGE B, D, F, S
      *     OR R) - DEBITING A BORROWER IN BANKRUPTCY OR FORECLOSURE
      *     IS NOT OURS TO DO;
      *   - SUSPENDED ENROLLMENTS, AND BILLS WHOSE DRAFT DATE IS
      *     BEFORE THE START DATE OR ON/AFTER THE STOP DATE.
      * LATE-FEE AND INFORMATIONAL BILLS ARE NEVER DRAFTED - THE
      * AUTHORIZATION COVERS THE MONTHLY INSTALLMENT ONLY.
      *
      * EACH ACCEPTED DRAFT IS LOGGED ON AUTODRAFT.DAT WITH THE
      * PAYMENT-ID PAYMENT.COB ASSIGNED, SO A BILL IS NEVER DRAFTED
      * TWICE AND BANK-RETURNS CAN TELL AN NSF AGAINST A DRAFT FROM
      * ONE AGAINST A BORROWER-INITIATED PAYMENT. A DRAFT PAYMENT.COB
      * REFUSES IS LISTED ON MTGAUTOPAY.RPT, RETRIED NEXT RUN, AND
      * ENDS THE RUN WITH RETURN CODE 4.
      *
      * THE DEBITS THEMSELVES GO TO THE BANK ON MTGACH.DAT, A NACHA
      * PPD DEBIT FILE REBUILT EACH RUN FROM EVERY DRAFT AUTODRAFT.DAT
      * CARRIES FOR THE BUSINESS DATE - THE ENROLLED ROUTING AND
      * ACCOUNT, THE BILL AMOUNT AND THE BORROWER'S NAME - SO A RERUN
      * STILL HANDS THE BANK EVERYTHING THE DAY ALREADY DRAFTED. THE
      * BANK'S ORIGINATION IDENTIFIERS COME FROM ACHORIG.DAT, AS FOR
      * AGENT-PAYOUT; WITHOUT THEM THE RUN ENDS WITH RETURN CODE 8
      * BEFORE ANYTHING IS DRAFTED.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUTOPAY-FILE ASSIGN TO "AUTOPAY.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-AUTOPAY-STATUS.

           SELECT AUTO-DRAFT-FILE ASSIGN TO "AUTODRAFT.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-DRAFT-STATUS.

           SELECT MTG-BILL-FILE ASSIGN TO "MTGBILL.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-BILL-STATUS.

           SELECT REPAY-PLAN-FILE ASSIGN TO "REPAYPLAN.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-PLAN-STATUS.

           SELECT LEGAL-STATUS-FILE ASSIGN TO "LEGALSTAT.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-LEGAL-STATUS.

           SELECT MORTGAGE-FILE ASSIGN TO "MORTGAGES.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-MORTGAGE-STATUS.

           SELECT ACH-FILE ASSIGN TO "MTGACH.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-ACH-STATUS.

           SELECT ACH-ORIGINATOR-FILE ASSIGN TO "ACHORIG.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-ACHORIG-STATUS.

           SELECT AUTOPAY-REPORT ASSIGN TO "MTGAUTOPAY.RPT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

           SELECT CONTROL-TOTALS-FILE ASSIGN TO "CTLTOTLS.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-CTL-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      * APPEND-ONLY ENROLLMENT LEDGER MAINTAINED BY MTG-ACH-ENROLL.COB
      * - LATEST STATE WINS PER MORTGAGE-ID.
      *****************************************************************
       FD  AUTOPAY-FILE.
       01  AUTOPAY-RECORD.
           05  AP-MORTGAGE-ID      PIC X(20).
           05  AP-ROUTING-NUMBER   PIC 9(9).
           05  AP-BANK-ACCOUNT     PIC X(17).
           05  AP-DRAFT-DAY        PIC 99.
           05  AP-START-DATE       PIC 9(8).
           05  AP-STOP-DATE        PIC 9(8).
           05  AP-STATUS           PIC X.
               88  AP-ACTIVE       VALUE 'A'.
               88  AP-SUSPENDED    VALUE 'S'.
               88  AP-STOPPED      VALUE 'C'.
           05  AP-NSF-COUNT        PIC 9.
           05  AP-STATUS-DATE      PIC 9(8).
           05  AP-TIMESTAMP        PIC 9(14).

      *****************************************************************
      * ONE RECORD PER ACCEPTED DRAFT. AD-RESULT IS PAYMENT.COB'S
      * STATUS: '00' POSTED, '20' HELD FOR DUAL AUTHORIZATION.
      *****************************************************************
       FD  AUTO-DRAFT-FILE.
       01  AUTO-DRAFT-RECORD.
           05  AD-MORTGAGE-ID      PIC X(20).
           05  AD-BILL-ID          PIC X(20).
           05  AD-PAYMENT-ID       PIC X(20).
           05  AD-DRAFT-DATE       PIC 9(8).
           05  AD-AMOUNT           PIC 9(7)V99.
           05  AD-ROUTING-NUMBER   PIC 9(9).
           05  AD-BANK-ACCOUNT     PIC X(17).
           05  AD-RESULT           PIC XX.
           05  AD-TIMESTAMP        PIC 9(14).

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

       FD  REPAY-PLAN-FILE.
       01  REPAY-PLAN-RECORD.
           05  RP-MORTGAGE-ID      PIC X(20).
           05  RP-MONTHLY-AMOUNT   PIC 9(7)V99.
           05  RP-PLAN-MONTHS      PIC 99.
           05  RP-START-DATE       PIC 9(8).
           05  RP-STATUS           PIC X.
               88  RP-ACTIVE       VALUE 'A'.
               88  RP-COMPLETE     VALUE 'C'.
               88  RP-BROKEN       VALUE 'B'.
           05  RP-TIMESTAMP        PIC 9(14).

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

      *****************************************************************
      * NACHA-FORMAT ACH TRANSMISSION - 94-BYTE RECORDS, BLOCKED BY
      * TEN.
      *****************************************************************
       FD  ACH-FILE.
       01  ACH-RECORD              PIC X(94).

      *****************************************************************
      * ACH ORIGINATION IDENTIFIERS, ONE PIPE-DELIMITED LINE:
      *   DEST-ROUTING|ODFI-ID|COMPANY-ID|COMPANY-NAME|DEST-NAME
      *   |ORIGIN-NAME
      *****************************************************************
       FD  ACH-ORIGINATOR-FILE.
       01  ACH-ORIGINATOR-LINE     PIC X(200).

       FD  AUTOPAY-REPORT.
       01  REPORT-LINE             PIC X(100).

      *****************************************************************
      * SHARED CONTROL-TOTALS FILE - EVERY JOB IN THE NIGHTLY STREAM
      * APPENDS ITS RECORD COUNTS AND DOLLAR TOTALS HERE, AND THE
      * BALANCE-GATE STEP PROVES THE CROSS-CHECKS AT END OF DAY.
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
       01  WS-AUTOPAY-STATUS       PIC XX.
       01  WS-DRAFT-STATUS         PIC XX.
       01  WS-BILL-STATUS          PIC XX.
       01  WS-PLAN-STATUS          PIC XX.
       01  WS-LEGAL-STATUS         PIC XX.
       01  WS-RPT-STATUS           PIC XX.
       01  WS-CTL-STATUS           PIC XX.
       01  WS-BUSDATE-STATUS       PIC XX.
       01  WS-MORTGAGE-STATUS      PIC XX.
       01  WS-ACH-STATUS           PIC XX.
       01  WS-ACHORIG-STATUS       PIC XX.
       01  WS-EOF-SWITCH           PIC X VALUE 'N'.
           88  WS-END-OF-FILE      VALUE 'Y'.

       01  WS-TODAY-DATE           PIC 9(8).
       01  WS-FOUND-SWITCH         PIC X.
       01  WS-OVERFLOW-TABLE       PIC X(12).

       01  WS-CONTROL-TOTAL-WORK.
           05  WS-CT-LABEL         PIC X(12).
           05  WS-CT-COUNT         PIC 9(7).
           05  WS-CT-AMOUNT        PIC S9(13)V99.

      *****************************************************************
      * LATEST ENROLLMENT PER MORTGAGE-ID.
      *****************************************************************
       01  WS-ENROLL-TABLE.
           05  WS-ENR-ENTRY OCCURS 1000 TIMES
                   INDEXED BY WS-ENR-IDX.
               10  WS-ENR-MORTGAGE-ID  PIC X(20).
               10  WS-ENR-ROUTING      PIC 9(9).
               10  WS-ENR-BANK-ACCOUNT PIC X(17).
               10  WS-ENR-DRAFT-DAY    PIC 99.
               10  WS-ENR-START        PIC 9(8).
               10  WS-ENR-STOP         PIC 9(8).
               10  WS-ENR-STATUS       PIC X.
               10  WS-ENR-BORROWER     PIC X(50).

       01  WS-ENROLL-USED          PIC 9(5) VALUE ZERO.
       01  WS-ENR-SEARCH-IDX       PIC 9(5).

      *****************************************************************
      * LATEST STATE PER BILL-ID, WITH A SWITCH SET WHEN AUTODRAFT.DAT
      * ALREADY CARRIES A DRAFT FOR THE BILL.
      *****************************************************************
       01  WS-BILL-TABLE.
           05  WS-BILL-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-BILL-IDX.
               10  WS-TBL-BILL-ID      PIC X(20).
               10  WS-TBL-MORTGAGE-ID  PIC X(20).
               10  WS-TBL-ACCOUNT      PIC X(20).
               10  WS-TBL-DUE-DATE     PIC 9(8).
               10  WS-TBL-TOTAL-DUE    PIC 9(7)V99.
               10  WS-TBL-STATUS       PIC X.
               10  WS-TBL-DRAFTED      PIC X.

       01  WS-BILL-USED            PIC 9(5) VALUE ZERO.
       01  WS-BILL-SEARCH-IDX      PIC 9(5).
       01  WS-LOOKUP-BILL-ID       PIC X(20).

      *****************************************************************
      * LATEST REPAYMENT-PLAN STATUS AND LEGAL STAGE PER MORTGAGE-ID.
      *****************************************************************
       01  WS-PLAN-TABLE.
           05  WS-PLAN-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-PLAN-IDX.
               10  WS-PLN-MORTGAGE-ID  PIC X(20).
               10  WS-PLN-STATUS       PIC X.

       01  WS-PLAN-USED            PIC 9(3) VALUE ZERO.
       01  WS-PLAN-SEARCH-IDX      PIC 9(3).

       01  WS-LEGAL-TABLE.
           05  WS-LEGAL-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-LEGAL-IDX.
               10  WS-LGL-MORTGAGE-ID  PIC X(20).
               10  WS-LGL-STAGE        PIC X.

       01  WS-LEGAL-USED           PIC 9(3) VALUE ZERO.
       01  WS-LEGAL-SEARCH-IDX     PIC 9(3).

       01  WS-DRAFT-WORK.
           05  WS-DRAFT-DATE       PIC 9(8).
           05  WS-PLAN-STATE       PIC X.
           05  WS-LEGAL-STAGE      PIC X.
           05  WS-DRAFT-AMOUNT     PIC 9(9).99.

      *****************************************************************
      * PAYMENT.COB CALL AREAS - SAME SHAPE PAYMENT-WRAPPER PASSES.
      * RESPONSE: STATUS|PAYMENT-ID|MESSAGE|NET|FEE|CURRENCY.
      *****************************************************************
       01  WS-PAY-REQUEST          PIC X(200).
       01  WS-PAY-RESPONSE         PIC X(150).
       01  WS-PAY-RESULT.
           05  WS-PAY-STATUS       PIC XX.
           05  WS-PAY-PAYMENT-ID   PIC X(20).
           05  WS-PAY-MESSAGE      PIC X(50).

       01  WS-RUN-TOTALS.
           05  WS-DRAFTED-COUNT    PIC 9(5) VALUE ZERO.
           05  WS-DRAFTED-TOTAL    PIC 9(11)V99 VALUE ZERO.
           05  WS-SKIPPED-COUNT    PIC 9(5) VALUE ZERO.
           05  WS-REFUSED-COUNT    PIC 9(5) VALUE ZERO.

      *****************************************************************
      * ORIGINATION IDENTIFIERS ASSIGNED BY THE OPERATING BANK UNDER
      * THE ACH ORIGINATION AGREEMENT, FROM ACHORIG.DAT. THE BANK IS
      * BOTH THE IMMEDIATE DESTINATION AND THE ORIGINATING DFI.
      *****************************************************************
       01  WS-ACH-ORIGINATOR.
           05  WS-ACH-DEST-ROUTING PIC X(9)  VALUE SPACES.
           05  WS-ACH-ODFI-ID      PIC X(8)  VALUE SPACES.
           05  WS-ACH-COMPANY-ID   PIC X(10) VALUE SPACES.
           05  WS-ACH-COMPANY-NAME PIC X(16) VALUE SPACES.
           05  WS-ACH-DEST-NAME    PIC X(23) VALUE SPACES.
           05  WS-ACH-ORIGIN-NAME  PIC X(23) VALUE SPACES.
       01  WS-ACH-ORIGIN-LOADED    PIC X VALUE 'N'.

       01  WS-ACH-ORIGIN-PARSE.
           05  WS-AOP-DEST-ROUTING PIC X(40).
           05  WS-AOP-ODFI-ID      PIC X(40).
           05  WS-AOP-COMPANY-ID   PIC X(40).
           05  WS-AOP-COMPANY-NAME PIC X(40).
           05  WS-AOP-DEST-NAME    PIC X(40).
           05  WS-AOP-ORIGIN-NAME  PIC X(40).

       01  WS-ACH-TOTALS.
           05  WS-ACH-ENTRY-COUNT  PIC 9(8) VALUE ZERO.
           05  WS-ACH-HASH-SUM     PIC 9(12) VALUE ZERO.
           05  WS-ACH-DEBIT-TOTAL  PIC 9(10)V99 VALUE ZERO.
           05  WS-ACH-RECORD-COUNT PIC 9(8) VALUE ZERO.
           05  WS-ACH-BLOCK-COUNT  PIC 9(6) VALUE ZERO.
           05  WS-ACH-PAD-COUNT    PIC 9(2) VALUE ZERO.
           05  WS-ACH-TRACE-SEQ    PIC 9(7) VALUE ZERO.

       01  WS-DATE-YYMMDD          PIC 9(6).

       01  WS-ACH-ROUTING-PARTS.
           05  WS-ACH-RDFI-ID      PIC 9(8).
           05  WS-ACH-RDFI-CHECK   PIC 9.

      *****************************************************************
      * NACHA RECORD LAYOUTS - FILE HEADER (1), PPD BATCH HEADER (5),
      * ENTRY DETAIL (6), BATCH CONTROL (8), FILE CONTROL (9), AND
      * THE ALL-NINES RECORD THAT FILLS OUT THE LAST BLOCK OF TEN.
      * ONE DEBITS-ONLY BATCH (SERVICE CLASS 225) PER FILE.
      *****************************************************************
       01  WS-ACH-FILE-HEADER.
           05  FILLER              PIC X     VALUE "1".
           05  FILLER              PIC X(2)  VALUE "01".
           05  FILLER              PIC X     VALUE SPACE.
           05  WS-AFH-DEST         PIC X(9).
           05  WS-AFH-ORIGIN       PIC X(10).
           05  WS-AFH-DATE         PIC 9(6).
           05  WS-AFH-TIME         PIC 9(4).
           05  FILLER              PIC X     VALUE "A".
           05  FILLER              PIC X(3)  VALUE "094".
           05  FILLER              PIC X(2)  VALUE "10".
           05  FILLER              PIC X     VALUE "1".
           05  WS-AFH-DEST-NAME    PIC X(23).
           05  WS-AFH-ORIGIN-NAME  PIC X(23).
           05  FILLER              PIC X(8)  VALUE SPACES.

       01  WS-ACH-BATCH-HEADER.
           05  FILLER              PIC X     VALUE "5".
           05  FILLER              PIC X(3)  VALUE "225".
           05  WS-ABH-COMPANY-NAME PIC X(16).
           05  FILLER              PIC X(20) VALUE SPACES.
           05  WS-ABH-COMPANY-ID   PIC X(10).
           05  FILLER              PIC X(3)  VALUE "PPD".
           05  FILLER              PIC X(10) VALUE "MTGPAYMENT".
           05  FILLER              PIC X(6)  VALUE SPACES.
           05  WS-ABH-EFFECTIVE    PIC 9(6).
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  FILLER              PIC X     VALUE "1".
           05  WS-ABH-ODFI         PIC X(8).
           05  WS-ABH-BATCH-NO     PIC 9(7).

       01  WS-ACH-ENTRY.
           05  FILLER              PIC X     VALUE "6".
           05  WS-AEN-TRAN-CODE    PIC 9(2).
           05  WS-AEN-RDFI-ID      PIC 9(8).
           05  WS-AEN-RDFI-CHECK   PIC 9.
           05  WS-AEN-ACCOUNT      PIC X(17).
           05  WS-AEN-AMOUNT       PIC 9(8)V99.
           05  WS-AEN-INDIV-ID     PIC X(15).
           05  WS-AEN-INDIV-NAME   PIC X(22).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X     VALUE "0".
           05  WS-AEN-TRACE-ODFI   PIC X(8).
           05  WS-AEN-TRACE-SEQ    PIC 9(7).

       01  WS-ACH-BATCH-CONTROL.
           05  FILLER              PIC X     VALUE "8".
           05  FILLER              PIC X(3)  VALUE "225".
           05  WS-ABC-ENTRY-COUNT  PIC 9(6).
           05  WS-ABC-HASH         PIC 9(10).
           05  WS-ABC-DEBITS       PIC 9(10)V99.
           05  WS-ABC-CREDITS      PIC 9(10)V99.
           05  WS-ABC-COMPANY-ID   PIC X(10).
           05  FILLER              PIC X(19) VALUE SPACES.
           05  FILLER              PIC X(6)  VALUE SPACES.
           05  WS-ABC-ODFI         PIC X(8).
           05  WS-ABC-BATCH-NO     PIC 9(7).

       01  WS-ACH-FILE-CONTROL.
           05  FILLER              PIC X     VALUE "9".
           05  WS-AFC-BATCH-COUNT  PIC 9(6).
           05  WS-AFC-BLOCK-COUNT  PIC 9(6).
           05  WS-AFC-ENTRY-COUNT  PIC 9(8).
           05  WS-AFC-HASH         PIC 9(10).
           05  WS-AFC-DEBITS       PIC 9(10)V99.
           05  WS-AFC-CREDITS      PIC 9(10)V99.
           05  FILLER              PIC X(39) VALUE SPACES.

       01  WS-ACH-FILLER-RECORD    PIC X(94) VALUE ALL "9".

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
               "MORTGAGE AUTOPAY DRAFT RUN".
           05  FILLER              PIC X(6)  VALUE "DATE: ".
           05  WS-HDR-DATE         PIC 9(8).

       01  WS-COLUMN-HEADING.
           05  FILLER              PIC X(22) VALUE "BILL-ID".
           05  FILLER              PIC X(22) VALUE "MORTGAGE-ID".
           05  FILLER              PIC X(13) VALUE "       AMOUNT".
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(12) VALUE "RESULT".
           05  FILLER              PIC X(29) VALUE
               "PAYMENT-ID / REASON".

       01  WS-DETAIL-LINE.
           05  WS-DTL-BILL-ID      PIC X(22).
           05  WS-DTL-MORTGAGE-ID  PIC X(22).
           05  WS-DTL-AMOUNT       PIC Z(9)9.99.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-DTL-RESULT       PIC X(12).
           05  WS-DTL-REASON       PIC X(29).

       01  WS-SUMMARY-LINE.
           05  FILLER              PIC X(10) VALUE "DRAFTED: ".
           05  WS-SUM-DRAFTED      PIC ZZ,ZZ9.
           05  FILLER              PIC X(9)  VALUE "  TOTAL: ".
           05  WS-SUM-TOTAL        PIC Z(10)9.99.
           05  FILLER              PIC X(11) VALUE "  SKIPPED: ".
           05  WS-SUM-SKIPPED      PIC ZZ,ZZ9.
           05  FILLER              PIC X(11) VALUE "  REFUSED: ".
           05  WS-SUM-REFUSED      PIC ZZ,ZZ9.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           PERFORM INITIALIZE-AUTOPAY
           PERFORM LOAD-ENROLLMENT-TABLE
           PERFORM LOAD-BORROWER-NAMES
           PERFORM LOAD-PLAN-TABLE
           PERFORM LOAD-LEGAL-TABLE
           PERFORM LOAD-BILL-TABLE
           PERFORM MARK-DRAFTED-BILLS
           PERFORM OPEN-AUTOPAY-OUTPUTS

           PERFORM VARYING WS-BILL-IDX FROM 1 BY 1
                   UNTIL WS-BILL-IDX > WS-BILL-USED
               PERFORM CONSIDER-ONE-BILL
           END-PERFORM

           PERFORM WRITE-RUN-SUMMARY
           CLOSE AUTO-DRAFT-FILE
           CLOSE AUTOPAY-REPORT
           PERFORM WRITE-ACH-FILE

           MOVE "DRAFTED" TO WS-CT-LABEL
           MOVE WS-DRAFTED-COUNT TO WS-CT-COUNT
           MOVE WS-DRAFTED-TOTAL TO WS-CT-AMOUNT
           PERFORM WRITE-CONTROL-TOTAL

           IF WS-REFUSED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       INITIALIZE-AUTOPAY.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           ACCEPT WS-CURRENT-TIME FROM TIME
           PERFORM GET-BUSINESS-DATE
           STRING WS-YEAR WS-MONTH WS-DAY
                  DELIMITED BY SIZE
                  INTO WS-TODAY-DATE
           PERFORM LOAD-ACH-ORIGINATOR
           MOVE 'N' TO WS-EOF-SWITCH.

      *****************************************************************
      * THE ORIGINATION IDENTIFIERS MUST BE PRESENT AND WELL FORMED -
      * A NINE-DIGIT DESTINATION ROUTING NUMBER, AN EIGHT-DIGIT ODFI,
      * AND NO FIELD BLANK OR LONGER THAN ITS NACHA POSITION. WITHOUT
      * THEM NO ACH FILE THE BANK WOULD ACCEPT CAN BE BUILT, SO THE
      * RUN STOPS BEFORE ANY BILL IS DRAFTED.
      *****************************************************************
       LOAD-ACH-ORIGINATOR.
           OPEN INPUT ACH-ORIGINATOR-FILE

           IF WS-ACHORIG-STATUS = '00'
               READ ACH-ORIGINATOR-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM PARSE-ACH-ORIGINATOR
               END-READ
               CLOSE ACH-ORIGINATOR-FILE
           END-IF

           IF WS-ACH-ORIGIN-LOADED NOT = 'Y'
               DISPLAY "MTG-AUTOPAY: ACHORIG.DAT MISSING OR INVALID"
                       " - RUN ABORTED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       PARSE-ACH-ORIGINATOR.
           MOVE SPACES TO WS-ACH-ORIGIN-PARSE
           UNSTRING ACH-ORIGINATOR-LINE DELIMITED BY '|'
               INTO WS-AOP-DEST-ROUTING
                    WS-AOP-ODFI-ID
                    WS-AOP-COMPANY-ID
                    WS-AOP-COMPANY-NAME
                    WS-AOP-DEST-NAME
                    WS-AOP-ORIGIN-NAME

           IF WS-AOP-DEST-ROUTING(1:9) IS NOT NUMERIC
                   OR WS-AOP-DEST-ROUTING(10:) NOT = SPACES
                   OR WS-AOP-ODFI-ID(1:8) IS NOT NUMERIC
                   OR WS-AOP-ODFI-ID(9:) NOT = SPACES
                   OR WS-AOP-COMPANY-ID = SPACES
                   OR WS-AOP-COMPANY-ID(11:) NOT = SPACES
                   OR WS-AOP-COMPANY-NAME = SPACES
                   OR WS-AOP-COMPANY-NAME(17:) NOT = SPACES
                   OR WS-AOP-DEST-NAME = SPACES
                   OR WS-AOP-DEST-NAME(24:) NOT = SPACES
                   OR WS-AOP-ORIGIN-NAME = SPACES
                   OR WS-AOP-ORIGIN-NAME(24:) NOT = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE WS-AOP-DEST-ROUTING TO WS-ACH-DEST-ROUTING
           MOVE WS-AOP-ODFI-ID TO WS-ACH-ODFI-ID
           MOVE WS-AOP-COMPANY-ID TO WS-ACH-COMPANY-ID
           MOVE WS-AOP-COMPANY-NAME TO WS-ACH-COMPANY-NAME
           MOVE WS-AOP-DEST-NAME TO WS-ACH-DEST-NAME
           MOVE WS-AOP-ORIGIN-NAME TO WS-ACH-ORIGIN-NAME
           MOVE 'Y' TO WS-ACH-ORIGIN-LOADED.

       LOAD-ENROLLMENT-TABLE.
           OPEN INPUT AUTOPAY-FILE

           IF WS-AUTOPAY-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM READ-AUTOPAY-RECORD
           PERFORM UNTIL WS-END-OF-FILE
               PERFORM NOTE-ONE-ENROLLMENT
               PERFORM READ-AUTOPAY-RECORD
           END-PERFORM

           CLOSE AUTOPAY-FILE
           MOVE 'N' TO WS-EOF-SWITCH.

       READ-AUTOPAY-RECORD.
           READ AUTOPAY-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

       NOTE-ONE-ENROLLMENT.
           MOVE 'N' TO WS-FOUND-SWITCH
           PERFORM VARYING WS-ENR-IDX FROM 1 BY 1
                   UNTIL WS-ENR-IDX > WS-ENROLL-USED
               IF WS-ENR-MORTGAGE-ID(WS-ENR-IDX) = AP-MORTGAGE-ID
                   MOVE 'Y' TO WS-FOUND-SWITCH
                   MOVE WS-ENR-IDX TO WS-ENR-SEARCH-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WS-FOUND-SWITCH = 'N'
               IF WS-ENROLL-USED < 1000
                   ADD 1 TO WS-ENROLL-USED
                   MOVE WS-ENROLL-USED TO WS-ENR-SEARCH-IDX
               ELSE
                   MOVE "ENROLLMENT" TO WS-OVERFLOW-TABLE
                   PERFORM ABORT-ON-TABLE-OVERFLOW
               END-IF
           END-IF

           SET WS-ENR-IDX TO WS-ENR-SEARCH-IDX
           IF WS-FOUND-SWITCH = 'N'
               MOVE SPACES TO WS-ENR-BORROWER(WS-ENR-IDX)
           END-IF
           MOVE AP-MORTGAGE-ID TO WS-ENR-MORTGAGE-ID(WS-ENR-IDX)
           MOVE AP-ROUTING-NUMBER TO WS-ENR-ROUTING(WS-ENR-IDX)
           MOVE AP-BANK-ACCOUNT TO WS-ENR-BANK-ACCOUNT(WS-ENR-IDX)
           MOVE AP-DRAFT-DAY TO WS-ENR-DRAFT-DAY(WS-ENR-IDX)
           MOVE AP-START-DATE TO WS-ENR-START(WS-ENR-IDX)
           MOVE AP-STOP-DATE TO WS-ENR-STOP(WS-ENR-IDX)
           MOVE AP-STATUS TO WS-ENR-STATUS(WS-ENR-IDX).

      *****************************************************************
      * THE BORROWER'S NAME FOR EACH ENROLLED LOAN - THE LATEST LOGGED
      * MORTGAGE STATE WINS - IS THE NAME ON THE DEBIT ENTRY.
      *****************************************************************
       LOAD-BORROWER-NAMES.
           OPEN INPUT MORTGAGE-FILE

           IF WS-MORTGAGE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM READ-MORTGAGE-RECORD
           PERFORM UNTIL WS-END-OF-FILE
               PERFORM NOTE-ONE-BORROWER
               PERFORM READ-MORTGAGE-RECORD
           END-PERFORM

           CLOSE MORTGAGE-FILE
           MOVE 'N' TO WS-EOF-SWITCH.

       READ-MORTGAGE-RECORD.
           READ MORTGAGE-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

       NOTE-ONE-BORROWER.
           PERFORM VARYING WS-ENR-IDX FROM 1 BY 1
                   UNTIL WS-ENR-IDX > WS-ENROLL-USED
               IF WS-ENR-MORTGAGE-ID(WS-ENR-IDX) = MORTGAGE-ID
                   MOVE BORROWER-NAME TO WS-ENR-BORROWER(WS-ENR-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       LOAD-PLAN-TABLE.
           OPEN INPUT REPAY-PLAN-FILE

           IF WS-PLAN-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM READ-PLAN-RECORD
           PERFORM UNTIL WS-END-OF-FILE
               PERFORM NOTE-ONE-PLAN
               PERFORM READ-PLAN-RECORD
           END-PERFORM

           CLOSE REPAY-PLAN-FILE
           MOVE 'N' TO WS-EOF-SWITCH.

       READ-PLAN-RECORD.
           READ REPAY-PLAN-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

       NOTE-ONE-PLAN.
           MOVE 'N' TO WS-FOUND-SWITCH
           PERFORM VARYING WS-PLAN-IDX FROM 1 BY 1
                   UNTIL WS-PLAN-IDX > WS-PLAN-USED
               IF WS-PLN-MORTGAGE-ID(WS-PLAN-IDX) = RP-MORTGAGE-ID
                   MOVE 'Y' TO WS-FOUND-SWITCH
                   MOVE WS-PLAN-IDX TO WS-PLAN-SEARCH-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WS-FOUND-SWITCH = 'N'
               IF WS-PLAN-USED < 200
                   ADD 1 TO WS-PLAN-USED
                   MOVE WS-PLAN-USED TO WS-PLAN-SEARCH-IDX
               ELSE
                   MOVE "REPAY PLAN" TO WS-OVERFLOW-TABLE
                   PERFORM ABORT-ON-TABLE-OVERFLOW
               END-IF
           END-IF

           SET WS-PLAN-IDX TO WS-PLAN-SEARCH-IDX
           MOVE RP-MORTGAGE-ID TO WS-PLN-MORTGAGE-ID(WS-PLAN-IDX)
           MOVE RP-STATUS TO WS-PLN-STATUS(WS-PLAN-IDX).

       LOAD-LEGAL-TABLE.
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
                   UNTIL WS-LEGAL-IDX > WS-LEGAL-USED
               IF WS-LGL-MORTGAGE-ID(WS-LEGAL-IDX) = LG-MORTGAGE-ID
                   MOVE 'Y' TO WS-FOUND-SWITCH
                   MOVE WS-LEGAL-IDX TO WS-LEGAL-SEARCH-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WS-FOUND-SWITCH = 'N'
               IF WS-LEGAL-USED < 200
                   ADD 1 TO WS-LEGAL-USED
                   MOVE WS-LEGAL-USED TO WS-LEGAL-SEARCH-IDX
               ELSE
                   MOVE "LEGAL STATUS" TO WS-OVERFLOW-TABLE
                   PERFORM ABORT-ON-TABLE-OVERFLOW
               END-IF
           END-IF

           SET WS-LEGAL-IDX TO WS-LEGAL-SEARCH-IDX
           MOVE LG-MORTGAGE-ID TO WS-LGL-MORTGAGE-ID(WS-LEGAL-IDX)
           MOVE LG-STAGE TO WS-LGL-STAGE(WS-LEGAL-IDX).

      *****************************************************************
      * ONLY MONTHLY INSTALLMENT BILLS ("MBL" IDS) ARE TABLED - THEIR
      * LATEST STATUS DECIDES WHETHER THEY ARE STILL OPEN.
      *****************************************************************
       LOAD-BILL-TABLE.
           OPEN INPUT MTG-BILL-FILE

           IF WS-BILL-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM READ-BILL-RECORD
           PERFORM UNTIL WS-END-OF-FILE
               IF MB-BILL-ID(1:3) = "MBL"
                   PERFORM NOTE-ONE-BILL
               END-IF
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
           MOVE MB-BILL-ID TO WS-LOOKUP-BILL-ID
           PERFORM FIND-BILL-ENTRY

           IF WS-FOUND-SWITCH = 'Y'
               MOVE MB-STATUS TO WS-TBL-STATUS(WS-BILL-SEARCH-IDX)
               EXIT PARAGRAPH
           END-IF

           IF WS-BILL-USED < 2000
               ADD 1 TO WS-BILL-USED
               SET WS-BILL-IDX TO WS-BILL-USED
           ELSE
               MOVE "BILL" TO WS-OVERFLOW-TABLE
               PERFORM ABORT-ON-TABLE-OVERFLOW
           END-IF

           MOVE MB-BILL-ID TO WS-TBL-BILL-ID(WS-BILL-IDX)
           MOVE MB-MORTGAGE-ID TO WS-TBL-MORTGAGE-ID(WS-BILL-IDX)
           MOVE MB-ACCOUNT-NUMBER TO WS-TBL-ACCOUNT(WS-BILL-IDX)
           MOVE MB-DUE-DATE TO WS-TBL-DUE-DATE(WS-BILL-IDX)
           MOVE MB-TOTAL-DUE TO WS-TBL-TOTAL-DUE(WS-BILL-IDX)
           MOVE MB-STATUS TO WS-TBL-STATUS(WS-BILL-IDX)
           MOVE 'N' TO WS-TBL-DRAFTED(WS-BILL-IDX).

       FIND-BILL-ENTRY.
           MOVE 'N' TO WS-FOUND-SWITCH
           PERFORM VARYING WS-BILL-IDX FROM 1 BY 1
                   UNTIL WS-BILL-IDX > WS-BILL-USED
               IF WS-TBL-BILL-ID(WS-BILL-IDX) = WS-LOOKUP-BILL-ID
                   MOVE 'Y' TO WS-FOUND-SWITCH
                   MOVE WS-BILL-IDX TO WS-BILL-SEARCH-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       MARK-DRAFTED-BILLS.
           OPEN INPUT AUTO-DRAFT-FILE

           IF WS-DRAFT-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM READ-DRAFT-RECORD
           PERFORM UNTIL WS-END-OF-FILE
               MOVE AD-BILL-ID TO WS-LOOKUP-BILL-ID
               PERFORM FIND-BILL-ENTRY
               IF WS-FOUND-SWITCH = 'Y'
                   MOVE 'Y' TO WS-TBL-DRAFTED(WS-BILL-SEARCH-IDX)
               END-IF
               PERFORM READ-DRAFT-RECORD
           END-PERFORM

           CLOSE AUTO-DRAFT-FILE
           MOVE 'N' TO WS-EOF-SWITCH.

       READ-DRAFT-RECORD.
           READ AUTO-DRAFT-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

      *****************************************************************
      * A FULL TABLE WOULD SILENTLY LEAVE BORROWERS UNDRAFTED (OR A
      * DRAFTED BILL UNMARKED AND DRAFTED AGAIN) - NOTHING HAS BEEN
      * SUBMITTED YET AT LOAD TIME, SO THE RUN STOPS COLD.
      *****************************************************************
       ABORT-ON-TABLE-OVERFLOW.
           DISPLAY "MTG-AUTOPAY: " WS-OVERFLOW-TABLE
                   " TABLE OVERFLOW - RUN ABORTED"
           CLOSE AUTOPAY-FILE
           CLOSE REPAY-PLAN-FILE
           CLOSE LEGAL-STATUS-FILE
           CLOSE MTG-BILL-FILE

           MOVE 8 TO RETURN-CODE
           STOP RUN.

       OPEN-AUTOPAY-OUTPUTS.
           OPEN EXTEND AUTO-DRAFT-FILE

           IF WS-DRAFT-STATUS NOT = '00'
               OPEN OUTPUT AUTO-DRAFT-FILE
           END-IF

           OPEN OUTPUT AUTOPAY-REPORT

           MOVE WS-TODAY-DATE TO WS-HDR-DATE
           MOVE WS-REPORT-HEADING TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-COLUMN-HEADING TO REPORT-LINE
           WRITE REPORT-LINE.

      *****************************************************************
      * AN UNPAID INSTALLMENT ON AN ENROLLED LOAN, NOT YET DRAFTED,
      * WHOSE DRAFT DATE HAS ARRIVED AND FALLS INSIDE THE
      * AUTHORIZATION'S START/STOP WINDOW. ONLY THEN DO THE PLAN,
      * LEGAL AND SUSPENSION HOLDS COME INTO IT - A HELD BILL IS
      * LISTED EACH RUN UNTIL IT IS PAID SOME OTHER WAY.
      *****************************************************************
       CONSIDER-ONE-BILL.
           IF WS-TBL-STATUS(WS-BILL-IDX) NOT = 'O'
                   AND WS-TBL-STATUS(WS-BILL-IDX) NOT = 'L'
               EXIT PARAGRAPH
           END-IF

           IF WS-TBL-DRAFTED(WS-BILL-IDX) = 'Y'
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-BILL-ENROLLMENT
           IF WS-FOUND-SWITCH = 'N'
               EXIT PARAGRAPH
           END-IF

           SET WS-ENR-IDX TO WS-ENR-SEARCH-IDX
           MOVE WS-TBL-DUE-DATE(WS-BILL-IDX)(1:6)
               TO WS-DRAFT-DATE(1:6)
           MOVE WS-ENR-DRAFT-DAY(WS-ENR-IDX) TO WS-DRAFT-DATE(7:2)

           IF WS-DRAFT-DATE > WS-TODAY-DATE
                   OR WS-DRAFT-DATE < WS-ENR-START(WS-ENR-IDX)
               EXIT PARAGRAPH
           END-IF

           IF WS-ENR-STOP(WS-ENR-IDX) NOT = ZERO
                   AND WS-DRAFT-DATE >= WS-ENR-STOP(WS-ENR-IDX)
               EXIT PARAGRAPH
           END-IF

           MOVE WS-TBL-BILL-ID(WS-BILL-IDX) TO WS-DTL-BILL-ID
           MOVE WS-TBL-MORTGAGE-ID(WS-BILL-IDX) TO WS-DTL-MORTGAGE-ID
           MOVE WS-TBL-TOTAL-DUE(WS-BILL-IDX) TO WS-DTL-AMOUNT
           MOVE SPACES TO WS-DTL-REASON

           PERFORM CHECK-LOAN-HOLDS

           EVALUATE TRUE
               WHEN WS-ENR-STATUS(WS-ENR-IDX) = 'S'
                   MOVE "SUSPENDED" TO WS-DTL-RESULT
                   MOVE "ENROLLMENT SUSPENDED - NSF" TO WS-DTL-REASON
                   ADD 1 TO WS-SKIPPED-COUNT
               WHEN WS-PLAN-STATE = 'A'
                   MOVE "HELD" TO WS-DTL-RESULT
                   MOVE "ACTIVE REPAYMENT PLAN" TO WS-DTL-REASON
                   ADD 1 TO WS-SKIPPED-COUNT
               WHEN WS-LEGAL-STAGE = 'B' OR 'D' OR 'F' OR 'S' OR 'R'
                   MOVE "HELD" TO WS-DTL-RESULT
                   STRING "LEGAL HOLD - STAGE " WS-LEGAL-STAGE
                          DELIMITED BY SIZE
                          INTO WS-DTL-REASON
                   ADD 1 TO WS-SKIPPED-COUNT
               WHEN OTHER
                   PERFORM SUBMIT-ONE-DRAFT
           END-EVALUATE

           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       FIND-BILL-ENROLLMENT.
           MOVE 'N' TO WS-FOUND-SWITCH
           PERFORM VARYING WS-ENR-IDX FROM 1 BY 1
                   UNTIL WS-ENR-IDX > WS-ENROLL-USED
               IF WS-ENR-MORTGAGE-ID(WS-ENR-IDX) =
                       WS-TBL-MORTGAGE-ID(WS-BILL-IDX)
                   MOVE 'Y' TO WS-FOUND-SWITCH
                   MOVE WS-ENR-IDX TO WS-ENR-SEARCH-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       CHECK-LOAN-HOLDS.
           MOVE SPACE TO WS-PLAN-STATE
           MOVE SPACE TO WS-LEGAL-STAGE

           PERFORM VARYING WS-PLAN-IDX FROM 1 BY 1
                   UNTIL WS-PLAN-IDX > WS-PLAN-USED
               IF WS-PLN-MORTGAGE-ID(WS-PLAN-IDX) =
                       WS-TBL-MORTGAGE-ID(WS-BILL-IDX)
                   MOVE WS-PLN-STATUS(WS-PLAN-IDX) TO WS-PLAN-STATE
                   EXIT PERFORM
               END-IF
           END-PERFORM

           PERFORM VARYING WS-LEGAL-IDX FROM 1 BY 1
                   UNTIL WS-LEGAL-IDX > WS-LEGAL-USED
               IF WS-LGL-MORTGAGE-ID(WS-LEGAL-IDX) =
                       WS-TBL-MORTGAGE-ID(WS-BILL-IDX)
                   MOVE WS-LGL-STAGE(WS-LEGAL-IDX) TO WS-LEGAL-STAGE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *****************************************************************
      * MTGPAYMENT|AMOUNT|ACH|ACCOUNT|BILL-ID||USD - THE SAME REQUEST
      * A SERVICING CLERK KEYS FOR A PHONED-IN ACH PAYMENT. '00'
      * POSTED AND '20' PENDING DUAL AUTHORIZATION ARE BOTH ON THE
      * PAYMENT FILE UNDER THE BILL-ID AND ARE LOGGED AS DRAFTED;
      * ANYTHING ELSE WAS REFUSED AND IS TRIED AGAIN NEXT RUN.
      *****************************************************************
       SUBMIT-ONE-DRAFT.
           MOVE WS-TBL-TOTAL-DUE(WS-BILL-IDX) TO WS-DRAFT-AMOUNT
           MOVE SPACES TO WS-PAY-REQUEST
           MOVE SPACES TO WS-PAY-RESPONSE
           STRING "MTGPAYMENT|"                  DELIMITED BY SIZE
                  WS-DRAFT-AMOUNT                DELIMITED BY SIZE
                  "|ACH|"                        DELIMITED BY SIZE
                  WS-TBL-ACCOUNT(WS-BILL-IDX)    DELIMITED BY SPACE
                  "|"                            DELIMITED BY SIZE
                  WS-TBL-BILL-ID(WS-BILL-IDX)    DELIMITED BY SPACE
                  "||USD|"                       DELIMITED BY SIZE
                  INTO WS-PAY-REQUEST

           CALL "PAYMENT" USING WS-PAY-REQUEST WS-PAY-RESPONSE

           MOVE SPACES TO WS-PAY-RESULT
           UNSTRING WS-PAY-RESPONSE DELIMITED BY '|'
               INTO WS-PAY-STATUS
                    WS-PAY-PAYMENT-ID
                    WS-PAY-MESSAGE

           IF WS-PAY-STATUS = '00' OR WS-PAY-STATUS = '20'
               PERFORM LOG-ONE-DRAFT
               ADD 1 TO WS-DRAFTED-COUNT
               ADD WS-TBL-TOTAL-DUE(WS-BILL-IDX) TO WS-DRAFTED-TOTAL
               IF WS-PAY-STATUS = '00'
                   MOVE "DRAFTED" TO WS-DTL-RESULT
               ELSE
                   MOVE "PENDING AUTH" TO WS-DTL-RESULT
               END-IF
               MOVE WS-PAY-PAYMENT-ID TO WS-DTL-REASON
           ELSE
               ADD 1 TO WS-REFUSED-COUNT
               MOVE SPACES TO WS-DTL-RESULT
               STRING "REFUSED " WS-PAY-STATUS
                      DELIMITED BY SIZE
                      INTO WS-DTL-RESULT
               MOVE WS-PAY-MESSAGE TO WS-DTL-REASON
           END-IF.

       LOG-ONE-DRAFT.
           MOVE WS-TBL-MORTGAGE-ID(WS-BILL-IDX) TO AD-MORTGAGE-ID
           MOVE WS-TBL-BILL-ID(WS-BILL-IDX) TO AD-BILL-ID
           MOVE WS-PAY-PAYMENT-ID TO AD-PAYMENT-ID
           MOVE WS-TODAY-DATE TO AD-DRAFT-DATE
           MOVE WS-TBL-TOTAL-DUE(WS-BILL-IDX) TO AD-AMOUNT
           MOVE WS-ENR-ROUTING(WS-ENR-IDX) TO AD-ROUTING-NUMBER
           MOVE WS-ENR-BANK-ACCOUNT(WS-ENR-IDX) TO AD-BANK-ACCOUNT
           MOVE WS-PAY-STATUS TO AD-RESULT
           STRING WS-YEAR WS-MONTH WS-DAY
                  WS-HOUR WS-MINUTE WS-SECOND
                  DELIMITED BY SIZE
                  INTO AD-TIMESTAMP

           WRITE AUTO-DRAFT-RECORD

           MOVE 'Y' TO WS-TBL-DRAFTED(WS-BILL-IDX).

       WRITE-RUN-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-DRAFTED-COUNT TO WS-SUM-DRAFTED
           MOVE WS-DRAFTED-TOTAL TO WS-SUM-TOTAL
           MOVE WS-SKIPPED-COUNT TO WS-SUM-SKIPPED
           MOVE WS-REFUSED-COUNT TO WS-SUM-REFUSED
           MOVE WS-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

      *****************************************************************
      * THE NACHA PPD DEBIT FILE FOR THE BUSINESS DATE, REBUILT FROM
      * EVERY DRAFT LOGGED TODAY: FILE HEADER, ONE DEBITS-ONLY BATCH,
      * ONE CHECKING-ACCOUNT DEBIT ENTRY (TRANSACTION CODE 27) PER
      * DRAFT - ENROLLMENTS CARRY NO ACCOUNT TYPE, AND THE AUTOPAY
      * AUTHORIZATION IS TAKEN AGAINST A CHECKING ACCOUNT - BATCH AND
      * FILE CONTROLS CARRYING THE ENTRY COUNT, THE ENTRY HASH (SUM OF
      * THE EIGHT-DIGIT RECEIVING DFI IDS, LOW-ORDER TEN DIGITS) AND
      * THE DEBIT TOTAL, THEN NINES TO FILL THE LAST BLOCK OF TEN. A
      * DRAFT HELD FOR DUAL AUTHORIZATION IS STILL COLLECTED - THE
      * HOLD GOVERNS POSTING, NOT THE BORROWER'S AUTHORIZATION. A DAY
      * WITH NOTHING DRAFTED LEAVES THE FILE EMPTY.
      *****************************************************************
       WRITE-ACH-FILE.
           MOVE WS-TODAY-DATE(3:6) TO WS-DATE-YYMMDD

           OPEN OUTPUT ACH-FILE

           OPEN INPUT AUTO-DRAFT-FILE

           IF WS-DRAFT-STATUS NOT = '00'
               CLOSE ACH-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM READ-DRAFT-RECORD
           PERFORM UNTIL WS-END-OF-FILE
               IF AD-DRAFT-DATE = WS-TODAY-DATE
                   PERFORM WRITE-ONE-ACH-ENTRY
               END-IF
               PERFORM READ-DRAFT-RECORD
           END-PERFORM

           CLOSE AUTO-DRAFT-FILE
           MOVE 'N' TO WS-EOF-SWITCH

           IF WS-ACH-ENTRY-COUNT > ZERO
               PERFORM WRITE-ACH-CONTROLS
           END-IF

           CLOSE ACH-FILE.

       WRITE-ACH-HEADERS.
           MOVE WS-ACH-DEST-ROUTING TO WS-AFH-DEST
           MOVE WS-ACH-COMPANY-ID TO WS-AFH-ORIGIN
           MOVE WS-DATE-YYMMDD TO WS-AFH-DATE
           COMPUTE WS-AFH-TIME = WS-HOUR * 100 + WS-MINUTE
           MOVE WS-ACH-DEST-NAME TO WS-AFH-DEST-NAME
           MOVE WS-ACH-ORIGIN-NAME TO WS-AFH-ORIGIN-NAME
           MOVE WS-ACH-FILE-HEADER TO ACH-RECORD
           WRITE ACH-RECORD

           MOVE WS-ACH-COMPANY-NAME TO WS-ABH-COMPANY-NAME
           MOVE WS-ACH-COMPANY-ID TO WS-ABH-COMPANY-ID
           MOVE WS-DATE-YYMMDD TO WS-ABH-EFFECTIVE
           MOVE WS-ACH-ODFI-ID TO WS-ABH-ODFI
           MOVE 1 TO WS-ABH-BATCH-NO
           MOVE WS-ACH-BATCH-HEADER TO ACH-RECORD
           WRITE ACH-RECORD

           ADD 2 TO WS-ACH-RECORD-COUNT.

       WRITE-ONE-ACH-ENTRY.
           IF WS-ACH-ENTRY-COUNT = ZERO
               PERFORM WRITE-ACH-HEADERS
           END-IF

           ADD 1 TO WS-ACH-ENTRY-COUNT
           ADD 1 TO WS-ACH-TRACE-SEQ

           MOVE AD-ROUTING-NUMBER TO WS-ACH-ROUTING-PARTS
           MOVE 27 TO WS-AEN-TRAN-CODE
           MOVE WS-ACH-RDFI-ID TO WS-AEN-RDFI-ID
           MOVE WS-ACH-RDFI-CHECK TO WS-AEN-RDFI-CHECK
           MOVE AD-BANK-ACCOUNT TO WS-AEN-ACCOUNT
           MOVE AD-AMOUNT TO WS-AEN-AMOUNT
           MOVE AD-MORTGAGE-ID TO WS-AEN-INDIV-ID

           MOVE SPACES TO WS-AEN-INDIV-NAME
           PERFORM VARYING WS-ENR-IDX FROM 1 BY 1
                   UNTIL WS-ENR-IDX > WS-ENROLL-USED
               IF WS-ENR-MORTGAGE-ID(WS-ENR-IDX) = AD-MORTGAGE-ID
                   MOVE WS-ENR-BORROWER(WS-ENR-IDX)
                       TO WS-AEN-INDIV-NAME
                   EXIT PERFORM
               END-IF
           END-PERFORM

           MOVE WS-ACH-ODFI-ID TO WS-AEN-TRACE-ODFI
           MOVE WS-ACH-TRACE-SEQ TO WS-AEN-TRACE-SEQ
           MOVE WS-ACH-ENTRY TO ACH-RECORD
           WRITE ACH-RECORD

           ADD 1 TO WS-ACH-RECORD-COUNT
           ADD WS-ACH-RDFI-ID TO WS-ACH-HASH-SUM
           ADD AD-AMOUNT TO WS-ACH-DEBIT-TOTAL.

       WRITE-ACH-CONTROLS.
           MOVE WS-ACH-ENTRY-COUNT TO WS-ABC-ENTRY-COUNT
           MOVE WS-ACH-HASH-SUM TO WS-ABC-HASH
           MOVE WS-ACH-DEBIT-TOTAL TO WS-ABC-DEBITS
           MOVE ZERO TO WS-ABC-CREDITS
           MOVE WS-ACH-COMPANY-ID TO WS-ABC-COMPANY-ID
           MOVE WS-ACH-ODFI-ID TO WS-ABC-ODFI
           MOVE 1 TO WS-ABC-BATCH-NO
           MOVE WS-ACH-BATCH-CONTROL TO ACH-RECORD
           WRITE ACH-RECORD
           ADD 1 TO WS-ACH-RECORD-COUNT

           ADD 1 TO WS-ACH-RECORD-COUNT
           COMPUTE WS-ACH-BLOCK-COUNT = (WS-ACH-RECORD-COUNT + 9) / 10
           COMPUTE WS-ACH-PAD-COUNT =
               WS-ACH-BLOCK-COUNT * 10 - WS-ACH-RECORD-COUNT

           MOVE 1 TO WS-AFC-BATCH-COUNT
           MOVE WS-ACH-BLOCK-COUNT TO WS-AFC-BLOCK-COUNT
           MOVE WS-ACH-ENTRY-COUNT TO WS-AFC-ENTRY-COUNT
           MOVE WS-ACH-HASH-SUM TO WS-AFC-HASH
           MOVE WS-ACH-DEBIT-TOTAL TO WS-AFC-DEBITS
           MOVE ZERO TO WS-AFC-CREDITS
           MOVE WS-ACH-FILE-CONTROL TO ACH-RECORD
           WRITE ACH-RECORD

           PERFORM WS-ACH-PAD-COUNT TIMES
               MOVE WS-ACH-FILLER-RECORD TO ACH-RECORD
               WRITE ACH-RECORD
           END-PERFORM.

      *****************************************************************
      * ONE CONTROL-TOTALS LINE PER LABEL - THE BALANCE-GATE STEP
      * TAKES THE LATEST LINE PER JOB, LABEL AND BUSINESS DATE, SO A
      * RERUN SIMPLY SUPERSEDES THE EARLIER FIGURES.
      *****************************************************************
       WRITE-CONTROL-TOTAL.
           OPEN EXTEND CONTROL-TOTALS-FILE

           IF WS-CTL-STATUS NOT = '00'
               OPEN OUTPUT CONTROL-TOTALS-FILE
           END-IF

           MOVE WS-TODAY-DATE TO CT-RUN-DATE
           MOVE "MTGAUTOPAY" TO CT-JOB-NAME
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
