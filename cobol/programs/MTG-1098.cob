       IDENTIFICATION DIVISION.
       PROGRAM-ID. MTG-1098.
       AUTHOR. SUITECRM-REAL-ESTATE.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * YEAR-END FORM 1098 MORTGAGE INTEREST STATEMENTS
      * EVERY SERVICED BORROWER IS OWED A 1098 BY JANUARY 31 AND THE
      * SAME FIGURES GO TO THE IRS ELECTRONICALLY. RUN ONCE AFTER
      * YEAR-END FOR THE YEAR JUST CLOSED (THE YEAR BEFORE THE
      * BUSINESS DATE), THIS JOB BUILDS ONE STATEMENT PER SERVICED
      * LOAN (A MORTGAGES.DAT LOAN CARRYING AN ACCOUNT NUMBER) FROM:
      *   - BOX 1 INTEREST RECEIVED: THE MB-INTEREST-PORTION OF EVERY
      *     SERVICING-LEDGER BILL (MTGBILL.DAT, LATEST STATE PER
      *     BILL-ID) LEFT PAID ('P') BY A POSTING DATED IN THE TAX
      *     YEAR, PLUS THE ACCRUED INTEREST ON A PAYOFF QUOTE
      *     (PAYQUOTE.DAT) SETTLED IN THE TAX YEAR. A LOAN BOARDED
      *     MID-YEAR ONLY HAS BILLS FROM BOARDING ON, SO ONLY THE
      *     INTEREST WE RECEIVED IS REPORTED.
      *   - BOX 2 OUTSTANDING PRINCIPAL: THE LOAN AMOUNT ON THE LAST
      *     MORTGAGES.DAT RECORD LOGGED BEFORE JANUARY 1; A LOAN
      *     ORIGINATED OR BOARDED DURING THE YEAR REPORTS ITS
      *     PRINCIPAL ON THE DAY IT WAS FIRST LOGGED.
      *   - BOX 3 ORIGINATION DATE: THE LOAN'S FIRST LOGGED RECORD.
      *   - BOX 5 MORTGAGE INSURANCE PREMIUMS AND BOX 10 REAL ESTATE
      *     TAXES: THE PMI AND PROPERTYTAX ESCROW DISBURSEMENTS
      *     (ESCROWDSB.DAT) ACTUALLY PAID ON THE LOAN'S ACCOUNT IN THE
      *     TAX YEAR.
      *   - BOX 6 POINTS: POINTS-PAID ON THE LOAN RECORD, REPORTED
      *     ONLY FOR THE YEAR THE LOAN WAS ORIGINATED.
      * A LOAN WHOSE INTEREST PLUS POINTS REACHES THE $600 FILING
      * THRESHOLD GETS A PRINTED STATEMENT ON MTG1098.RPT AND A PAYEE
      * RECORD ON MTG1098.IRS, THE 750-BYTE T/A/B/C/F ELECTRONIC
      * FILING LAYOUT. LOANS WITH INTEREST BELOW THE THRESHOLD ARE
      * LISTED BUT NOT FILED. THE FILER'S TIN, TRANSMITTER CONTROL
      * CODE, NAME AND ADDRESS COME FROM IRSPAYER.DAT:
      *   TIN|TCC|NAME|ADDRESS|CITY|STATE|ZIP|PHONE
      * WITHOUT IT THE FILE IS STILL WRITTEN BUT THE RUN RETURNS 4 SO
      * IT IS NOT TRANSMITTED AS-IS. THE BORROWER'S MAILING ADDRESS IS
      * THE MORTGAGED PROPERTY'S ADDRESS FROM PROPERTY-MASTER.DAT.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT ESCROW-DISB-FILE ASSIGN TO "ESCROWDSB.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-DISB-STATUS.

           SELECT PROPERTY-MASTER ASSIGN TO "PROPERTY-MASTER.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS PM-PROPERTY-ID
                  FILE STATUS IS WS-PROP-STATUS.

           SELECT PAYER-CONTROL-FILE ASSIGN TO "IRSPAYER.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PAYER-STATUS.

           SELECT STATEMENT-REPORT ASSIGN TO "MTG1098.RPT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

           SELECT IRS-FILE ASSIGN TO "MTG1098.IRS"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-IRS-STATUS.

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

       FD  ESCROW-DISB-FILE.
       01  ESCROW-DISB-RECORD.
           05  ED-DISBURSEMENT-ID  PIC X(20).
           05  ED-PAYMENT-ID       PIC X(20).
           05  ED-ACCOUNT-NUMBER   PIC X(20).
           05  ED-PAYMENT-TYPE     PIC X(20).
           05  ED-AMOUNT           PIC 9(9)V99.
           05  ED-TIMESTAMP        PIC 9(14).

       FD  PROPERTY-MASTER.
       01  PROPERTY-MASTER-REC.
           05  PM-PROPERTY-ID      PIC X(20).
           05  PM-MLS-NUMBER       PIC X(20).
           05  PM-ADDRESS          PIC X(100).
           05  PM-CITY             PIC X(30).
           05  PM-STATE            PIC XX.
           05  PM-ZIP              PIC X(10).
           05  PM-LIST-PRICE       PIC 9(9)V99.
           05  PM-BEDROOMS         PIC 99.
           05  PM-BATHROOMS        PIC 99V9.
           05  PM-SQUARE-FEET      PIC 9(6).
           05  PM-LOT-SIZE         PIC 9(6)V99.
           05  PM-YEAR-BUILT       PIC 9(4).
           05  PM-STATUS           PIC X(20).
           05  PM-LIST-DATE        PIC 9(8).
           05  PM-LAST-UPDATE      PIC 9(14).
           05  PM-LIST-AGENT-ID    PIC X(20).
           05  PM-AGREEMENT-START  PIC 9(8).
           05  PM-AGREEMENT-END    PIC 9(8).

       FD  PAYER-CONTROL-FILE.
       01  PAYER-CONTROL-LINE      PIC X(200).

       FD  STATEMENT-REPORT.
       01  REPORT-LINE             PIC X(132).

       FD  IRS-FILE.
       01  IRS-RECORD              PIC X(750).

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
       01  WS-MORTGAGE-STATUS      PIC XX.
       01  WS-BILL-STATUS          PIC XX.
       01  WS-QUOTE-STATUS         PIC XX.
       01  WS-DISB-STATUS          PIC XX.
       01  WS-PROP-STATUS          PIC XX.
       01  WS-PROP-OPEN            PIC X VALUE 'N'.
       01  WS-PAYER-STATUS         PIC XX.
       01  WS-RPT-STATUS           PIC XX.
       01  WS-IRS-STATUS           PIC XX.
       01  WS-BUSDATE-STATUS       PIC XX.
       01  WS-CTL-STATUS           PIC XX.
       01  WS-EOF-SWITCH           PIC X VALUE 'N'.
           88  WS-END-OF-FILE      VALUE 'Y'.

       01  WS-CURRENT-DATE.
           05  WS-YEAR             PIC 9(4).
           05  WS-MONTH            PIC 99.
           05  WS-DAY              PIC 99.

       01  WS-TAX-YEAR             PIC 9(4).
       01  WS-YEAR-START           PIC 9(8).
       01  WS-YEAR-END             PIC 9(8).

      *****************************************************************
      * INTEREST PLUS POINTS BELOW THIS IS NOT FILED.
      *****************************************************************
       01  WS-FILING-THRESHOLD     PIC 9(5)V99 VALUE 600.00.

      *****************************************************************
      * THE FILER, FROM IRSPAYER.DAT. ONE PARTY IS BOTH THE
      * TRANSMITTER AND THE PAYER (THE RECIPIENT OF THE INTEREST).
      *****************************************************************
       01  WS-PAYER-IDENTITY.
           05  WS-PAYER-TIN        PIC X(9)  VALUE SPACES.
           05  WS-PAYER-TCC        PIC X(5)  VALUE SPACES.
           05  WS-PAYER-NAME       PIC X(40) VALUE SPACES.
           05  WS-PAYER-ADDRESS    PIC X(40) VALUE SPACES.
           05  WS-PAYER-CITY       PIC X(40) VALUE SPACES.
           05  WS-PAYER-STATE      PIC XX    VALUE SPACES.
           05  WS-PAYER-ZIP        PIC X(9)  VALUE SPACES.
           05  WS-PAYER-PHONE      PIC X(15) VALUE SPACES.
       01  WS-PAYER-LOADED         PIC X VALUE 'N'.

      *****************************************************************
      * ONE ENTRY PER MORTGAGE-ID: THE LATEST NAME, ACCOUNT, PROPERTY
      * AND POINTS, THE FIRST-LOGGED DATE, THE PRINCIPAL AS OF
      * JANUARY 1 (WS-LN-PRIN-SOURCE 'J' FROM A PRIOR-YEAR RECORD, 'O'
      * FROM THE LOAN'S FIRST RECORD IN THE TAX YEAR) AND THE YEAR'S
      * ACCUMULATED BOX AMOUNTS.
      *****************************************************************
       01  WS-LOAN-TABLE.
           05  WS-LN-ENTRY OCCURS 1000 TIMES
                   INDEXED BY WS-LN-IDX.
               10  WS-LN-ID            PIC X(20).
               10  WS-LN-ACCOUNT       PIC X(20).
               10  WS-LN-BORROWER      PIC X(50).
               10  WS-LN-PROPERTY      PIC X(20).
               10  WS-LN-ORIG-DATE     PIC 9(8).
               10  WS-LN-POINTS        PIC 9(7)V99.
               10  WS-LN-PRINCIPAL     PIC 9(9)V99.
               10  WS-LN-PRIN-SOURCE   PIC X.
                   88  WS-LN-PRIN-NONE     VALUE 'N'.
                   88  WS-LN-PRIN-JAN1     VALUE 'J'.
                   88  WS-LN-PRIN-ORIG     VALUE 'O'.
               10  WS-LN-INTEREST      PIC 9(9)V99.
               10  WS-LN-PAYOFF-INT    PIC 9(7)V99.
               10  WS-LN-PAID-OFF-DATE PIC 9(8).
               10  WS-LN-TAXES         PIC 9(9)V99.
               10  WS-LN-MIP           PIC 9(9)V99.

       01  WS-LOAN-USED            PIC 9(5) VALUE ZERO.
       01  WS-LOAN-FOUND           PIC X.
       01  WS-OVERFLOW-TABLE       PIC X(8).

      *****************************************************************
      * LATEST STATE PER BILL-ID ON THE SERVICING LEDGER. A PAID BILL
      * LATER REOPENED BY A RETURNED PAYMENT DROPS OUT OF BOX 1.
      *****************************************************************
       01  WS-BILL-TABLE.
           05  WS-BILL-ENTRY OCCURS 5000 TIMES
                   INDEXED BY WS-BILL-IDX.
               10  WS-TBL-BILL-ID      PIC X(20).
               10  WS-TBL-MORTGAGE-ID  PIC X(20).
               10  WS-TBL-STATUS       PIC X.
               10  WS-TBL-INTEREST     PIC 9(7)V99.
               10  WS-TBL-POSTED-YEAR  PIC 9(4).

       01  WS-BILL-USED            PIC 9(5) VALUE ZERO.

      *****************************************************************
      * LATEST STATE PER PAYOFF QUOTE. THE QUOTED ACCRUED INTEREST IS
      * KEPT FROM THE 'Q' RECORD; THE 'P' FOLLOW-UP POSTED BY
      * MTG-POSTING ONLY MARKS THE QUOTE SETTLED AND WHEN.
      *****************************************************************
       01  WS-QUOTE-TABLE.
           05  WS-QTE-ENTRY OCCURS 1000 TIMES
                   INDEXED BY WS-QTE-IDX.
               10  WS-QTE-ID           PIC X(20).
               10  WS-QTE-MORTGAGE-ID  PIC X(20).
               10  WS-QTE-INTEREST     PIC 9(7)V99.
               10  WS-QTE-STATUS       PIC X.
               10  WS-QTE-PAID-DATE    PIC 9(8).

       01  WS-QUOTE-USED           PIC 9(5) VALUE ZERO.

       01  WS-PARSE-FIELDS.
           05  WS-PF-TIN           PIC X(11).
           05  WS-PF-TCC           PIC X(5).
           05  WS-PF-NAME          PIC X(40).
           05  WS-PF-ADDRESS       PIC X(40).
           05  WS-PF-CITY          PIC X(40).
           05  WS-PF-STATE         PIC XX.
           05  WS-PF-ZIP           PIC X(10).
           05  WS-PF-PHONE         PIC X(15).

       01  WS-STATEMENT-WORK.
           05  WS-BOX1-INTEREST    PIC 9(9)V99.
           05  WS-BOX6-POINTS      PIC 9(7)V99.
           05  WS-FILING-AMOUNT    PIC 9(9)V99.
           05  WS-MAIL-ADDRESS     PIC X(40).
           05  WS-MAIL-CITY        PIC X(40).
           05  WS-MAIL-STATE       PIC XX.
           05  WS-MAIL-ZIP         PIC X(9).
           05  WS-ZIP-OUT          PIC X(9).
           05  WS-OTHER-TEXT       PIC X(39).
           05  WS-OTHER-EDIT       PIC Z(8)9.99.

       01  WS-RUN-COUNTS.
           05  WS-STATEMENT-COUNT  PIC 9(5) VALUE ZERO.
           05  WS-BELOW-COUNT      PIC 9(5) VALUE ZERO.
           05  WS-EXCEPTION-COUNT  PIC 9(5) VALUE ZERO.
           05  WS-IRS-SEQUENCE     PIC 9(8) VALUE ZERO.
           05  WS-PAYEE-COUNT      PIC 9(8) VALUE ZERO.
           05  WS-TOTAL-INTEREST   PIC S9(13)V99 VALUE ZERO.

      *****************************************************************
      * PAYER TOTALS BY AMOUNT CODE FOR THE END-OF-PAYER RECORD:
      *   1 INTEREST  2 PRINCIPAL  3 REFUND  4 MORTGAGE INSURANCE
      *   5 POINTS
      *****************************************************************
       01  WS-CONTROL-AMOUNTS.
           05  WS-CTL-AMOUNT OCCURS 16 TIMES
                   INDEXED BY WS-CTL-IDX
                                   PIC 9(16)V99.

      *****************************************************************
      * ELECTRONIC FILING RECORDS, 750 BYTES EACH: T TRANSMITTER,
      * A PAYER, B PAYEE (ONE PER STATEMENT), C END OF PAYER, F END
      * OF TRANSMISSION. EVERY RECORD CARRIES ITS SEQUENCE NUMBER IN
      * POSITIONS 500-507.
      *****************************************************************
       01  WS-IRS-T-RECORD.
           05  FILLER              PIC X     VALUE 'T'.
           05  IRT-YEAR            PIC 9(4).
           05  FILLER              PIC X     VALUE SPACE.
           05  IRT-TIN             PIC X(9).
           05  IRT-TCC             PIC X(5).
           05  FILLER              PIC X(7)  VALUE SPACES.
           05  FILLER              PIC X     VALUE SPACE.
           05  FILLER              PIC X     VALUE SPACE.
           05  IRT-NAME            PIC X(80).
           05  IRT-COMPANY         PIC X(80).
           05  IRT-ADDRESS         PIC X(40).
           05  IRT-CITY            PIC X(40).
           05  IRT-STATE           PIC XX.
           05  IRT-ZIP             PIC X(9).
           05  FILLER              PIC X(15) VALUE SPACES.
           05  IRT-PAYEE-COUNT     PIC 9(8).
           05  FILLER              PIC X(196) VALUE SPACES.
           05  IRT-SEQUENCE        PIC 9(8).
           05  FILLER              PIC X(243) VALUE SPACES.

       01  WS-IRS-A-RECORD.
           05  FILLER              PIC X     VALUE 'A'.
           05  IRA-YEAR            PIC 9(4).
           05  FILLER              PIC X     VALUE SPACE.
           05  FILLER              PIC X(5)  VALUE SPACES.
           05  IRA-TIN             PIC X(9).
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  FILLER              PIC X     VALUE SPACE.
           05  IRA-RETURN-TYPE     PIC X(2)  VALUE "3 ".
           05  IRA-AMOUNT-CODES    PIC X(18) VALUE "12345".
           05  FILLER              PIC X(6)  VALUE SPACES.
           05  FILLER              PIC X     VALUE SPACE.
           05  IRA-NAME            PIC X(40).
           05  FILLER              PIC X(40) VALUE SPACES.
           05  FILLER              PIC X     VALUE '0'.
           05  IRA-ADDRESS         PIC X(40).
           05  IRA-CITY            PIC X(40).
           05  IRA-STATE           PIC XX.
           05  IRA-ZIP             PIC X(9).
           05  IRA-PHONE           PIC X(15).
           05  FILLER              PIC X(260) VALUE SPACES.
           05  IRA-SEQUENCE        PIC 9(8).
           05  FILLER              PIC X(243) VALUE SPACES.

       01  WS-IRS-B-RECORD.
           05  FILLER              PIC X     VALUE 'B'.
           05  IRB-YEAR            PIC 9(4).
           05  FILLER              PIC X     VALUE SPACE.
           05  IRB-NAME-CONTROL    PIC X(4)  VALUE SPACES.
           05  IRB-TIN-TYPE        PIC X     VALUE '2'.
           05  IRB-TIN             PIC X(9)  VALUE SPACES.
           05  IRB-ACCOUNT         PIC X(20).
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  FILLER              PIC X(10) VALUE SPACES.
           05  IRB-AMOUNT OCCURS 16 TIMES
                                   PIC 9(10)V99.
           05  FILLER              PIC X     VALUE SPACE.
           05  IRB-NAME            PIC X(40).
           05  IRB-NAME-2          PIC X(40).
           05  FILLER              PIC X(40) VALUE SPACES.
           05  IRB-ADDRESS         PIC X(40).
           05  FILLER              PIC X(40) VALUE SPACES.
           05  IRB-CITY            PIC X(40).
           05  IRB-STATE           PIC XX.
           05  IRB-ZIP             PIC X(9).
           05  FILLER              PIC X     VALUE SPACE.
           05  IRB-SEQUENCE        PIC 9(8).
           05  FILLER              PIC X(36) VALUE SPACES.
           05  IRB-ORIG-DATE       PIC 9(8).
           05  IRB-SAME-ADDRESS    PIC X     VALUE '1'.
           05  IRB-PROPERTY        PIC X(39).
           05  IRB-OTHER           PIC X(39).
           05  IRB-PROPERTY-COUNT  PIC 9(4)  VALUE 1.
           05  FILLER              PIC X(88) VALUE SPACES.

       01  WS-IRS-C-RECORD.
           05  FILLER              PIC X     VALUE 'C'.
           05  IRC-PAYEE-COUNT     PIC 9(8).
           05  FILLER              PIC X(6)  VALUE SPACES.
           05  IRC-TOTAL OCCURS 16 TIMES
                                   PIC 9(16)V99.
           05  FILLER              PIC X(196) VALUE SPACES.
           05  IRC-SEQUENCE        PIC 9(8).
           05  FILLER              PIC X(243) VALUE SPACES.

       01  WS-IRS-F-RECORD.
           05  FILLER              PIC X     VALUE 'F'.
           05  IRF-PAYER-COUNT     PIC 9(8)  VALUE 1.
           05  FILLER              PIC X(21) VALUE ALL '0'.
           05  FILLER              PIC X(19) VALUE SPACES.
           05  IRF-PAYEE-COUNT     PIC 9(8).
           05  FILLER              PIC X(442) VALUE SPACES.
           05  IRF-SEQUENCE        PIC 9(8).
           05  FILLER              PIC X(243) VALUE SPACES.

       01  WS-REPORT-HEADING.
           05  FILLER              PIC X(40) VALUE
               "FORM 1098 MORTGAGE INTEREST STATEMENTS".
           05  FILLER              PIC X(10) VALUE "TAX YEAR: ".
           05  WS-HDR-YEAR         PIC 9(4).
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  FILLER              PIC X(10) VALUE "RUN DATE: ".
           05  WS-HDR-RUN-DATE     PIC 9(8).

       01  WS-RULE-LINE            PIC X(80) VALUE ALL "-".

       01  WS-STMT-TEXT-LINE.
           05  WS-STL-LABEL        PIC X(24).
           05  WS-STL-TEXT         PIC X(60).

       01  WS-STMT-AMOUNT-LINE.
           05  WS-SAL-BOX          PIC Z9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-SAL-LABEL        PIC X(50).
           05  WS-SAL-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-STMT-DATE-LINE.
           05  WS-SDL-BOX          PIC Z9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-SDL-LABEL        PIC X(50).
           05  FILLER              PIC X(6)  VALUE SPACES.
           05  WS-SDL-DATE         PIC 9(8).

       01  WS-BELOW-LINE.
           05  WS-BLL-MORTGAGE     PIC X(20).
           05  FILLER              PIC X     VALUE SPACES.
           05  WS-BLL-ACCOUNT      PIC X(20).
           05  FILLER              PIC X     VALUE SPACES.
           05  WS-BLL-BORROWER     PIC X(30).
           05  FILLER              PIC X     VALUE SPACES.
           05  WS-BLL-INTEREST     PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-EXCEPTION-LINE.
           05  FILLER              PIC X(4)  VALUE "*** ".
           05  WS-EXL-MORTGAGE     PIC X(20).
           05  FILLER              PIC X     VALUE SPACES.
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
           PERFORM INITIALIZE-1098
           PERFORM LOAD-PAYER-CONTROL
           PERFORM LOAD-LOAN-TABLE
           PERFORM LOAD-BILL-TABLE
           PERFORM LOAD-QUOTE-TABLE
           PERFORM ACCUMULATE-INTEREST
           PERFORM ACCUMULATE-ESCROW-PAID
           PERFORM OPEN-1098-OUTPUTS

           PERFORM VARYING WS-LN-IDX FROM 1 BY 1
                   UNTIL WS-LN-IDX > WS-LOAN-USED
               IF WS-LN-ACCOUNT(WS-LN-IDX) NOT = SPACES
                       AND NOT WS-LN-PRIN-NONE(WS-LN-IDX)
                   PERFORM REPORT-ONE-LOAN
               END-IF
           END-PERFORM

           PERFORM WRITE-BELOW-THRESHOLD
           PERFORM CLOSE-1098-OUTPUTS

           MOVE "STATEMENTS" TO WS-CT-LABEL
           MOVE WS-STATEMENT-COUNT TO WS-CT-COUNT
           MOVE WS-TOTAL-INTEREST TO WS-CT-AMOUNT
           PERFORM WRITE-CONTROL-TOTAL

           IF WS-EXCEPTION-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      *****************************************************************
      * THE TAX YEAR IS THE ONE BEFORE THE BUSINESS DATE - THESE FORMS
      * ARE PREPARED IN JANUARY FOR THE YEAR JUST CLOSED.
      *****************************************************************
       INITIALIZE-1098.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           PERFORM GET-BUSINESS-DATE
           COMPUTE WS-TAX-YEAR = WS-YEAR - 1
           COMPUTE WS-YEAR-START = WS-TAX-YEAR * 10000 + 0101
           COMPUTE WS-YEAR-END = WS-TAX-YEAR * 10000 + 1231
           MOVE ZERO TO WS-CONTROL-AMOUNTS
           MOVE 'N' TO WS-EOF-SWITCH.

      *****************************************************************
      * ONE PIPE-DELIMITED LINE. THE TIN MAY BE KEYED WITH OR WITHOUT
      * ITS HYPHEN; THE ZIP WITH OR WITHOUT THE PLUS-FOUR HYPHEN.
      *****************************************************************
       LOAD-PAYER-CONTROL.
           OPEN INPUT PAYER-CONTROL-FILE

           IF WS-PAYER-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           READ PAYER-CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE SPACES TO WS-PARSE-FIELDS
                   UNSTRING PAYER-CONTROL-LINE DELIMITED BY '|'
                       INTO WS-PF-TIN
                            WS-PF-TCC
                            WS-PF-NAME
                            WS-PF-ADDRESS
                            WS-PF-CITY
                            WS-PF-STATE
                            WS-PF-ZIP
                            WS-PF-PHONE
                   IF WS-PF-TIN(3:1) = '-'
                       STRING WS-PF-TIN(1:2) WS-PF-TIN(4:7)
                              DELIMITED BY SIZE
                              INTO WS-PAYER-TIN
                   ELSE
                       MOVE WS-PF-TIN(1:9) TO WS-PAYER-TIN
                   END-IF
                   MOVE WS-PF-TCC TO WS-PAYER-TCC
                   MOVE WS-PF-NAME TO WS-PAYER-NAME
                   MOVE WS-PF-ADDRESS TO WS-PAYER-ADDRESS
                   MOVE WS-PF-CITY TO WS-PAYER-CITY
                   MOVE WS-PF-STATE TO WS-PAYER-STATE
                   PERFORM STRIP-ZIP-HYPHEN
                   MOVE WS-ZIP-OUT TO WS-PAYER-ZIP
                   MOVE WS-PF-PHONE TO WS-PAYER-PHONE
                   IF WS-PAYER-TIN NOT = SPACES
                           AND WS-PAYER-NAME NOT = SPACES
                       MOVE 'Y' TO WS-PAYER-LOADED
                   END-IF
           END-READ

           CLOSE PAYER-CONTROL-FILE.

       STRIP-ZIP-HYPHEN.
           IF WS-PF-ZIP(6:1) = '-'
               MOVE WS-PF-ZIP(1:5) TO WS-ZIP-OUT(1:5)
               MOVE WS-PF-ZIP(7:4) TO WS-ZIP-OUT(6:4)
           ELSE
               MOVE WS-PF-ZIP TO WS-ZIP-OUT
           END-IF.

      *****************************************************************
      * THE FIRST RECORD SEEN FOR A MORTGAGE-ID IS ITS ORIGINATION (OR
      * BOARDING). THE LAST RECORD LOGGED BEFORE JANUARY 1 SETS THE
      * JANUARY 1 PRINCIPAL; FAILING THAT, THE FIRST RECORD LOGGED
      * INSIDE THE TAX YEAR DOES. A TRUNCATED TABLE WOULD LEAVE
      * BORROWERS WITHOUT A STATEMENT, SO A FULL TABLE STOPS THE RUN.
      *****************************************************************
       LOAD-LOAN-TABLE.
           OPEN INPUT MORTGAGE-FILE

           IF WS-MORTGAGE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           PERFORM READ-MORTGAGE-RECORD
           PERFORM UNTIL WS-END-OF-FILE
               PERFORM NOTE-MORTGAGE-RECORD
               PERFORM READ-MORTGAGE-RECORD
           END-PERFORM

           CLOSE MORTGAGE-FILE
           MOVE 'N' TO WS-EOF-SWITCH.

       READ-MORTGAGE-RECORD.
           READ MORTGAGE-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

       NOTE-MORTGAGE-RECORD.
           MOVE 'N' TO WS-LOAN-FOUND
           PERFORM VARYING WS-LN-IDX FROM 1 BY 1
                   UNTIL WS-LN-IDX > WS-LOAN-USED
               IF WS-LN-ID(WS-LN-IDX) = MORTGAGE-ID
                   MOVE 'Y' TO WS-LOAN-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WS-LOAN-FOUND = 'N'
               IF WS-LOAN-USED >= 1000
                   MOVE "LOAN" TO WS-OVERFLOW-TABLE
                   PERFORM ABORT-ON-TABLE-OVERFLOW
               END-IF
               ADD 1 TO WS-LOAN-USED
               SET WS-LN-IDX TO WS-LOAN-USED
               MOVE MORTGAGE-ID TO WS-LN-ID(WS-LN-IDX)
               MOVE CALC-DATE TO WS-LN-ORIG-DATE(WS-LN-IDX)
               MOVE ZERO TO WS-LN-PRINCIPAL(WS-LN-IDX)
               MOVE 'N' TO WS-LN-PRIN-SOURCE(WS-LN-IDX)
               MOVE ZERO TO WS-LN-INTEREST(WS-LN-IDX)
               MOVE ZERO TO WS-LN-PAYOFF-INT(WS-LN-IDX)
               MOVE ZERO TO WS-LN-PAID-OFF-DATE(WS-LN-IDX)
               MOVE ZERO TO WS-LN-TAXES(WS-LN-IDX)
               MOVE ZERO TO WS-LN-MIP(WS-LN-IDX)
           END-IF

           MOVE MORTGAGE-ACCOUNT-NUMBER TO WS-LN-ACCOUNT(WS-LN-IDX)
           MOVE BORROWER-NAME TO WS-LN-BORROWER(WS-LN-IDX)
           MOVE PROPERTY-ID TO WS-LN-PROPERTY(WS-LN-IDX)
           MOVE POINTS-PAID TO WS-LN-POINTS(WS-LN-IDX)

           IF CALC-DATE < WS-YEAR-START
               MOVE LOAN-AMOUNT TO WS-LN-PRINCIPAL(WS-LN-IDX)
               MOVE 'J' TO WS-LN-PRIN-SOURCE(WS-LN-IDX)
           ELSE
               IF CALC-DATE NOT > WS-YEAR-END
                       AND WS-LN-PRIN-NONE(WS-LN-IDX)
                   MOVE LOAN-AMOUNT TO WS-LN-PRINCIPAL(WS-LN-IDX)
                   MOVE 'O' TO WS-LN-PRIN-SOURCE(WS-LN-IDX)
               END-IF
           END-IF.

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
           MOVE 'N' TO WS-LOAN-FOUND
           PERFORM VARYING WS-BILL-IDX FROM 1 BY 1
                   UNTIL WS-BILL-IDX > WS-BILL-USED
               IF WS-TBL-BILL-ID(WS-BILL-IDX) = MB-BILL-ID
                   MOVE 'Y' TO WS-LOAN-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WS-LOAN-FOUND = 'N'
               IF WS-BILL-USED >= 5000
                   MOVE "BILL" TO WS-OVERFLOW-TABLE
                   PERFORM ABORT-ON-TABLE-OVERFLOW
               END-IF
               ADD 1 TO WS-BILL-USED
               SET WS-BILL-IDX TO WS-BILL-USED
               MOVE MB-BILL-ID TO WS-TBL-BILL-ID(WS-BILL-IDX)
               MOVE MB-MORTGAGE-ID TO WS-TBL-MORTGAGE-ID(WS-BILL-IDX)
           END-IF

           MOVE MB-STATUS TO WS-TBL-STATUS(WS-BILL-IDX)
           MOVE MB-INTEREST-PORTION TO WS-TBL-INTEREST(WS-BILL-IDX)
           MOVE MB-TIMESTAMP(1:4) TO WS-TBL-POSTED-YEAR(WS-BILL-IDX).

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
           MOVE 'N' TO WS-LOAN-FOUND
           PERFORM VARYING WS-QTE-IDX FROM 1 BY 1
                   UNTIL WS-QTE-IDX > WS-QUOTE-USED
               IF WS-QTE-ID(WS-QTE-IDX) = PQ-QUOTE-ID
                   MOVE 'Y' TO WS-LOAN-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WS-LOAN-FOUND = 'N'
               IF WS-QUOTE-USED >= 1000
                   MOVE "QUOTE" TO WS-OVERFLOW-TABLE
                   PERFORM ABORT-ON-TABLE-OVERFLOW
               END-IF
               ADD 1 TO WS-QUOTE-USED
               SET WS-QTE-IDX TO WS-QUOTE-USED
               MOVE PQ-QUOTE-ID TO WS-QTE-ID(WS-QTE-IDX)
               MOVE PQ-MORTGAGE-ID TO WS-QTE-MORTGAGE-ID(WS-QTE-IDX)
               MOVE ZERO TO WS-QTE-INTEREST(WS-QTE-IDX)
               MOVE ZERO TO WS-QTE-PAID-DATE(WS-QTE-IDX)
           END-IF

           MOVE PQ-STATUS TO WS-QTE-STATUS(WS-QTE-IDX)
           IF PQ-QUOTED
               MOVE PQ-INTEREST TO WS-QTE-INTEREST(WS-QTE-IDX)
           ELSE
               MOVE PQ-TIMESTAMP(1:8) TO WS-QTE-PAID-DATE(WS-QTE-IDX)
           END-IF.

       ABORT-ON-TABLE-OVERFLOW.
           DISPLAY "MTG-1098: " WS-OVERFLOW-TABLE
                   " TABLE OVERFLOW - RUN ABORTED"
           CLOSE MORTGAGE-FILE
           CLOSE MTG-BILL-FILE
           CLOSE PAYOFF-QUOTE-FILE

           MOVE 8 TO RETURN-CODE
           STOP RUN.

      *****************************************************************
      * BOX 1 - PAID BILLS POSTED IN THE TAX YEAR, THEN PAYOFF QUOTES
      * SETTLED IN THE TAX YEAR.
      *****************************************************************
       ACCUMULATE-INTEREST.
           PERFORM VARYING WS-BILL-IDX FROM 1 BY 1
                   UNTIL WS-BILL-IDX > WS-BILL-USED
               IF WS-TBL-STATUS(WS-BILL-IDX) = 'P'
                       AND WS-TBL-POSTED-YEAR(WS-BILL-IDX)
                           = WS-TAX-YEAR
                       AND WS-TBL-INTEREST(WS-BILL-IDX) > ZERO
                   PERFORM FIND-BILL-LOAN
                   IF WS-LOAN-FOUND = 'Y'
                       ADD WS-TBL-INTEREST(WS-BILL-IDX)
                           TO WS-LN-INTEREST(WS-LN-IDX)
                   END-IF
               END-IF
           END-PERFORM

           PERFORM VARYING WS-QTE-IDX FROM 1 BY 1
                   UNTIL WS-QTE-IDX > WS-QUOTE-USED
               IF WS-QTE-STATUS(WS-QTE-IDX) = 'P'
                       AND WS-QTE-PAID-DATE(WS-QTE-IDX)(1:4)
                           = WS-TAX-YEAR
                   PERFORM FIND-QUOTE-LOAN
                   IF WS-LOAN-FOUND = 'Y'
                       ADD WS-QTE-INTEREST(WS-QTE-IDX)
                           TO WS-LN-PAYOFF-INT(WS-LN-IDX)
                       MOVE WS-QTE-PAID-DATE(WS-QTE-IDX)
                           TO WS-LN-PAID-OFF-DATE(WS-LN-IDX)
                   END-IF
               END-IF
           END-PERFORM.

       FIND-BILL-LOAN.
           MOVE 'N' TO WS-LOAN-FOUND
           PERFORM VARYING WS-LN-IDX FROM 1 BY 1
                   UNTIL WS-LN-IDX > WS-LOAN-USED
               IF WS-LN-ID(WS-LN-IDX) = WS-TBL-MORTGAGE-ID(WS-BILL-IDX)
                   MOVE 'Y' TO WS-LOAN-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       FIND-QUOTE-LOAN.
           MOVE 'N' TO WS-LOAN-FOUND
           PERFORM VARYING WS-LN-IDX FROM 1 BY 1
                   UNTIL WS-LN-IDX > WS-LOAN-USED
               IF WS-LN-ID(WS-LN-IDX) = WS-QTE-MORTGAGE-ID(WS-QTE-IDX)
                   MOVE 'Y' TO WS-LOAN-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *****************************************************************
      * BOXES 5 AND 10 - WHAT ESCROW ACTUALLY REMITTED ON THE
      * BORROWER'S ACCOUNT DURING THE TAX YEAR, NOT WHAT WAS BILLED.
      *****************************************************************
       ACCUMULATE-ESCROW-PAID.
           OPEN INPUT ESCROW-DISB-FILE

           IF WS-DISB-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           PERFORM READ-DISB-RECORD
           PERFORM UNTIL WS-END-OF-FILE
               IF ED-TIMESTAMP(1:4) = WS-TAX-YEAR
                       AND (ED-PAYMENT-TYPE = "PROPERTYTAX"
                            OR ED-PAYMENT-TYPE = "PMI")
                   PERFORM NOTE-ONE-DISBURSEMENT
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

       NOTE-ONE-DISBURSEMENT.
           MOVE 'N' TO WS-LOAN-FOUND
           PERFORM VARYING WS-LN-IDX FROM 1 BY 1
                   UNTIL WS-LN-IDX > WS-LOAN-USED
               IF WS-LN-ACCOUNT(WS-LN-IDX) = ED-ACCOUNT-NUMBER
                   MOVE 'Y' TO WS-LOAN-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WS-LOAN-FOUND = 'N'
               EXIT PARAGRAPH
           END-IF

           IF ED-PAYMENT-TYPE = "PMI"
               ADD ED-AMOUNT TO WS-LN-MIP(WS-LN-IDX)
           ELSE
               ADD ED-AMOUNT TO WS-LN-TAXES(WS-LN-IDX)
           END-IF.

       OPEN-1098-OUTPUTS.
           OPEN OUTPUT STATEMENT-REPORT
           OPEN OUTPUT IRS-FILE
           OPEN INPUT PROPERTY-MASTER
           IF WS-PROP-STATUS = '00'
               MOVE 'Y' TO WS-PROP-OPEN
           END-IF

      *****************************************************************
      * THE TRANSMITTER RECORD LEADS THE FILE BUT CARRIES THE PAYEE
      * COUNT, SO THE FILEABLE LOANS ARE COUNTED FIRST.
      *****************************************************************
           PERFORM VARYING WS-LN-IDX FROM 1 BY 1
                   UNTIL WS-LN-IDX > WS-LOAN-USED
               IF WS-LN-ACCOUNT(WS-LN-IDX) NOT = SPACES
                       AND NOT WS-LN-PRIN-NONE(WS-LN-IDX)
                   PERFORM COMPUTE-FILING-AMOUNTS
                   IF WS-FILING-AMOUNT NOT < WS-FILING-THRESHOLD
                       ADD 1 TO WS-PAYEE-COUNT
                   END-IF
               END-IF
           END-PERFORM

           MOVE WS-TAX-YEAR TO WS-HDR-YEAR
           STRING WS-YEAR WS-MONTH WS-DAY
                  DELIMITED BY SIZE
                  INTO WS-HDR-RUN-DATE
           MOVE WS-REPORT-HEADING TO REPORT-LINE
           WRITE REPORT-LINE

           IF WS-PAYER-LOADED NOT = 'Y'
               MOVE "IRSPAYER" TO WS-EXL-MORTGAGE
               MOVE "NO FILER TIN/NAME - ELECTRONIC FILE NOT FILEABLE"
                   TO WS-EXL-REASON
               PERFORM WRITE-1098-EXCEPTION
           END-IF

           MOVE WS-TAX-YEAR TO IRT-YEAR
           MOVE WS-PAYER-TIN TO IRT-TIN
           MOVE WS-PAYER-TCC TO IRT-TCC
           MOVE WS-PAYER-NAME TO IRT-NAME
           MOVE WS-PAYER-NAME TO IRT-COMPANY
           MOVE WS-PAYER-ADDRESS TO IRT-ADDRESS
           MOVE WS-PAYER-CITY TO IRT-CITY
           MOVE WS-PAYER-STATE TO IRT-STATE
           MOVE WS-PAYER-ZIP TO IRT-ZIP
           MOVE WS-PAYEE-COUNT TO IRT-PAYEE-COUNT
           ADD 1 TO WS-IRS-SEQUENCE
           MOVE WS-IRS-SEQUENCE TO IRT-SEQUENCE
           MOVE WS-IRS-T-RECORD TO IRS-RECORD
           WRITE IRS-RECORD

           MOVE WS-TAX-YEAR TO IRA-YEAR
           MOVE WS-PAYER-TIN TO IRA-TIN
           MOVE WS-PAYER-NAME TO IRA-NAME
           MOVE WS-PAYER-ADDRESS TO IRA-ADDRESS
           MOVE WS-PAYER-CITY TO IRA-CITY
           MOVE WS-PAYER-STATE TO IRA-STATE
           MOVE WS-PAYER-ZIP TO IRA-ZIP
           MOVE WS-PAYER-PHONE TO IRA-PHONE
           ADD 1 TO WS-IRS-SEQUENCE
           MOVE WS-IRS-SEQUENCE TO IRA-SEQUENCE
           MOVE WS-IRS-A-RECORD TO IRS-RECORD
           WRITE IRS-RECORD.

      *****************************************************************
      * POINTS COUNT TOWARD THE FILING THRESHOLD AND ARE REPORTED ONLY
      * FOR THE YEAR THE LOAN WAS ORIGINATED.
      *****************************************************************
       COMPUTE-FILING-AMOUNTS.
           COMPUTE WS-BOX1-INTEREST =
               WS-LN-INTEREST(WS-LN-IDX) + WS-LN-PAYOFF-INT(WS-LN-IDX)

           MOVE ZERO TO WS-BOX6-POINTS
           IF WS-LN-ORIG-DATE(WS-LN-IDX)(1:4) = WS-TAX-YEAR
               MOVE WS-LN-POINTS(WS-LN-IDX) TO WS-BOX6-POINTS
           END-IF

           COMPUTE WS-FILING-AMOUNT = WS-BOX1-INTEREST + WS-BOX6-POINTS.

       REPORT-ONE-LOAN.
           PERFORM COMPUTE-FILING-AMOUNTS

           IF WS-FILING-AMOUNT < WS-FILING-THRESHOLD
               IF WS-BOX1-INTEREST > ZERO
                   ADD 1 TO WS-BELOW-COUNT
               END-IF
               EXIT PARAGRAPH
           END-IF

           PERFORM LOOKUP-MAILING-ADDRESS
           PERFORM PRINT-ONE-STATEMENT
           PERFORM WRITE-ONE-PAYEE-RECORD

           ADD 1 TO WS-STATEMENT-COUNT
           ADD WS-BOX1-INTEREST TO WS-TOTAL-INTEREST.

      *****************************************************************
      * A LOAN SECURES THE BORROWER'S RESIDENCE, SO THE STATEMENT GOES
      * TO THE PROPERTY ADDRESS. A PROPERTY MISSING FROM THE MASTER IS
      * STILL REPORTED, WITH THE ADDRESS LEFT FOR THE DESK TO SUPPLY.
      *****************************************************************
       LOOKUP-MAILING-ADDRESS.
           MOVE SPACES TO WS-MAIL-ADDRESS
           MOVE SPACES TO WS-MAIL-CITY
           MOVE SPACES TO WS-MAIL-STATE
           MOVE SPACES TO WS-MAIL-ZIP

           IF WS-PROP-OPEN NOT = 'Y'
               MOVE WS-LN-ID(WS-LN-IDX) TO WS-EXL-MORTGAGE
               MOVE "PROPERTY MASTER UNAVAILABLE - NO MAILING ADDRESS"
                   TO WS-EXL-REASON
               PERFORM WRITE-1098-EXCEPTION
               EXIT PARAGRAPH
           END-IF

           MOVE WS-LN-PROPERTY(WS-LN-IDX) TO PM-PROPERTY-ID
           READ PROPERTY-MASTER
               INVALID KEY
                   MOVE WS-LN-ID(WS-LN-IDX) TO WS-EXL-MORTGAGE
                   MOVE "PROPERTY NOT ON MASTER - NO MAILING ADDRESS"
                       TO WS-EXL-REASON
                   PERFORM WRITE-1098-EXCEPTION
               NOT INVALID KEY
                   MOVE PM-ADDRESS TO WS-MAIL-ADDRESS
                   MOVE PM-CITY TO WS-MAIL-CITY
                   MOVE PM-STATE TO WS-MAIL-STATE
                   MOVE PM-ZIP TO WS-PF-ZIP
                   PERFORM STRIP-ZIP-HYPHEN
                   MOVE WS-ZIP-OUT TO WS-MAIL-ZIP
           END-READ.

       PRINT-ONE-STATEMENT.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-RULE-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "RECIPIENT/LENDER:" TO WS-STL-LABEL
           MOVE WS-PAYER-NAME TO WS-STL-TEXT
           PERFORM WRITE-STATEMENT-TEXT
           MOVE "PAYER/BORROWER:" TO WS-STL-LABEL
           MOVE WS-LN-BORROWER(WS-LN-IDX) TO WS-STL-TEXT
           PERFORM WRITE-STATEMENT-TEXT
           MOVE SPACES TO WS-STL-LABEL
           MOVE WS-MAIL-ADDRESS TO WS-STL-TEXT
           PERFORM WRITE-STATEMENT-TEXT
           MOVE SPACES TO WS-STL-TEXT
           STRING WS-MAIL-CITY DELIMITED BY "  "
                  " " WS-MAIL-STATE " " WS-MAIL-ZIP
                  DELIMITED BY SIZE
                  INTO WS-STL-TEXT
           PERFORM WRITE-STATEMENT-TEXT
           MOVE "ACCOUNT NUMBER:" TO WS-STL-LABEL
           MOVE WS-LN-ACCOUNT(WS-LN-IDX) TO WS-STL-TEXT
           PERFORM WRITE-STATEMENT-TEXT
           MOVE "MORTGAGE ID:" TO WS-STL-LABEL
           MOVE WS-LN-ID(WS-LN-IDX) TO WS-STL-TEXT
           PERFORM WRITE-STATEMENT-TEXT

           MOVE 1 TO WS-SAL-BOX
           MOVE "MORTGAGE INTEREST RECEIVED FROM PAYER/BORROWER"
               TO WS-SAL-LABEL
           MOVE WS-BOX1-INTEREST TO WS-SAL-AMOUNT
           PERFORM WRITE-STATEMENT-AMOUNT

           MOVE 2 TO WS-SAL-BOX
           MOVE "OUTSTANDING MORTGAGE PRINCIPAL" TO WS-SAL-LABEL
           MOVE WS-LN-PRINCIPAL(WS-LN-IDX) TO WS-SAL-AMOUNT
           PERFORM WRITE-STATEMENT-AMOUNT

           MOVE 3 TO WS-SDL-BOX
           MOVE "MORTGAGE ORIGINATION DATE" TO WS-SDL-LABEL
           MOVE WS-LN-ORIG-DATE(WS-LN-IDX) TO WS-SDL-DATE
           MOVE WS-STMT-DATE-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 5 TO WS-SAL-BOX
           MOVE "MORTGAGE INSURANCE PREMIUMS" TO WS-SAL-LABEL
           MOVE WS-LN-MIP(WS-LN-IDX) TO WS-SAL-AMOUNT
           PERFORM WRITE-STATEMENT-AMOUNT

           MOVE 6 TO WS-SAL-BOX
           MOVE "POINTS PAID ON PURCHASE OF PRINCIPAL RESIDENCE"
               TO WS-SAL-LABEL
           MOVE WS-BOX6-POINTS TO WS-SAL-AMOUNT
           PERFORM WRITE-STATEMENT-AMOUNT

           MOVE 10 TO WS-SAL-BOX
           MOVE "OTHER - REAL ESTATE TAXES PAID FROM ESCROW"
               TO WS-SAL-LABEL
           MOVE WS-LN-TAXES(WS-LN-IDX) TO WS-SAL-AMOUNT
           PERFORM WRITE-STATEMENT-AMOUNT

           IF WS-LN-PAID-OFF-DATE(WS-LN-IDX) NOT = ZERO
               MOVE ZERO TO WS-SDL-BOX
               MOVE "LOAN PAID IN FULL" TO WS-SDL-LABEL
               MOVE WS-LN-PAID-OFF-DATE(WS-LN-IDX) TO WS-SDL-DATE
               MOVE WS-STMT-DATE-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       WRITE-STATEMENT-TEXT.
           MOVE WS-STMT-TEXT-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-STATEMENT-AMOUNT.
           MOVE WS-STMT-AMOUNT-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

      *****************************************************************
      * ONE B RECORD PER STATEMENT. THE BORROWER'S TIN IS NOT HELD ON
      * THE LOAN FILE, SO IT IS LEFT BLANK FOR THE FILING DESK'S TIN
      * MATCH TO COMPLETE BEFORE TRANSMISSION.
      *****************************************************************
       WRITE-ONE-PAYEE-RECORD.
           MOVE WS-TAX-YEAR TO IRB-YEAR
           MOVE WS-LN-ACCOUNT(WS-LN-IDX) TO IRB-ACCOUNT
           PERFORM VARYING WS-CTL-IDX FROM 1 BY 1
                   UNTIL WS-CTL-IDX > 16
               MOVE ZERO TO IRB-AMOUNT(WS-CTL-IDX)
           END-PERFORM
           MOVE WS-BOX1-INTEREST TO IRB-AMOUNT(1)
           MOVE WS-LN-PRINCIPAL(WS-LN-IDX) TO IRB-AMOUNT(2)
           MOVE WS-LN-MIP(WS-LN-IDX) TO IRB-AMOUNT(4)
           MOVE WS-BOX6-POINTS TO IRB-AMOUNT(5)
           MOVE WS-LN-BORROWER(WS-LN-IDX)(1:40) TO IRB-NAME
           MOVE WS-LN-BORROWER(WS-LN-IDX)(41:10) TO IRB-NAME-2
           MOVE WS-MAIL-ADDRESS TO IRB-ADDRESS
           MOVE WS-MAIL-CITY TO IRB-CITY
           MOVE WS-MAIL-STATE TO IRB-STATE
           MOVE WS-MAIL-ZIP TO IRB-ZIP
           MOVE WS-LN-ORIG-DATE(WS-LN-IDX) TO IRB-ORIG-DATE
           MOVE WS-LN-PROPERTY(WS-LN-IDX) TO IRB-PROPERTY

           MOVE SPACES TO IRB-OTHER
           IF WS-LN-TAXES(WS-LN-IDX) > ZERO
               MOVE WS-LN-TAXES(WS-LN-IDX) TO WS-OTHER-EDIT
               STRING "REAL ESTATE TAXES " WS-OTHER-EDIT
                      DELIMITED BY SIZE
                      INTO IRB-OTHER
           END-IF

           ADD 1 TO WS-IRS-SEQUENCE
           MOVE WS-IRS-SEQUENCE TO IRB-SEQUENCE
           MOVE WS-IRS-B-RECORD TO IRS-RECORD
           WRITE IRS-RECORD

           PERFORM VARYING WS-CTL-IDX FROM 1 BY 1
                   UNTIL WS-CTL-IDX > 16
               ADD IRB-AMOUNT(WS-CTL-IDX) TO WS-CTL-AMOUNT(WS-CTL-IDX)
           END-PERFORM.

      *****************************************************************
      * LOANS WITH INTEREST BELOW THE THRESHOLD, LISTED SO A BORROWER
      * WHO ASKS CAN STILL BE GIVEN THE FIGURE.
      *****************************************************************
       WRITE-BELOW-THRESHOLD.
           IF WS-BELOW-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-RULE-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "BELOW FILING THRESHOLD - NO 1098 ISSUED"
               TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM VARYING WS-LN-IDX FROM 1 BY 1
                   UNTIL WS-LN-IDX > WS-LOAN-USED
               IF WS-LN-ACCOUNT(WS-LN-IDX) NOT = SPACES
                       AND NOT WS-LN-PRIN-NONE(WS-LN-IDX)
                   PERFORM LIST-ONE-BELOW-LOAN
               END-IF
           END-PERFORM.

       LIST-ONE-BELOW-LOAN.
           PERFORM COMPUTE-FILING-AMOUNTS

           IF WS-FILING-AMOUNT < WS-FILING-THRESHOLD
                   AND WS-BOX1-INTEREST > ZERO
               MOVE WS-LN-ID(WS-LN-IDX) TO WS-BLL-MORTGAGE
               MOVE WS-LN-ACCOUNT(WS-LN-IDX) TO WS-BLL-ACCOUNT
               MOVE WS-LN-BORROWER(WS-LN-IDX) TO WS-BLL-BORROWER
               MOVE WS-BOX1-INTEREST TO WS-BLL-INTEREST
               MOVE WS-BELOW-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       WRITE-1098-EXCEPTION.
           MOVE WS-EXCEPTION-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           ADD 1 TO WS-EXCEPTION-COUNT.

       CLOSE-1098-OUTPUTS.
           MOVE WS-STATEMENT-COUNT TO IRC-PAYEE-COUNT
           PERFORM VARYING WS-CTL-IDX FROM 1 BY 1
                   UNTIL WS-CTL-IDX > 16
               MOVE WS-CTL-AMOUNT(WS-CTL-IDX) TO IRC-TOTAL(WS-CTL-IDX)
           END-PERFORM
           ADD 1 TO WS-IRS-SEQUENCE
           MOVE WS-IRS-SEQUENCE TO IRC-SEQUENCE
           MOVE WS-IRS-C-RECORD TO IRS-RECORD
           WRITE IRS-RECORD

           MOVE WS-STATEMENT-COUNT TO IRF-PAYEE-COUNT
           ADD 1 TO WS-IRS-SEQUENCE
           MOVE WS-IRS-SEQUENCE TO IRF-SEQUENCE
           MOVE WS-IRS-F-RECORD TO IRS-RECORD
           WRITE IRS-RECORD

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-RULE-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "1098 STATEMENTS ISSUED:" TO WS-SUM-LABEL
           MOVE WS-STATEMENT-COUNT TO WS-SUM-COUNT
           MOVE WS-TOTAL-INTEREST TO WS-SUM-AMOUNT
           MOVE WS-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "BELOW FILING THRESHOLD:" TO WS-SUM-LABEL
           MOVE WS-BELOW-COUNT TO WS-SUM-COUNT
           MOVE ZERO TO WS-SUM-AMOUNT
           MOVE WS-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "EXCEPTIONS:" TO WS-SUM-LABEL
           MOVE WS-EXCEPTION-COUNT TO WS-SUM-COUNT
           MOVE ZERO TO WS-SUM-AMOUNT
           MOVE WS-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           IF WS-PROP-OPEN = 'Y'
               CLOSE PROPERTY-MASTER
           END-IF
           CLOSE IRS-FILE
           CLOSE STATEMENT-REPORT.

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
           MOVE "MTG1098" TO CT-JOB-NAME
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
