       IDENTIFICATION DIVISION.
       PROGRAM-ID. CMA-REPORT.
       AUTHOR. SUITECRM-REAL-ESTATE.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * COMPARATIVE MARKET ANALYSIS (CMA) GENERATOR
      * SAME CALL SHAPE AS NET-SHEET.COB. THE REQUEST NAMES THE
      * SUBJECT PROPERTY EITHER BY ITS PROPERTY-MASTER KEY
      *   <PROPERTY-ID>
      * OR BY TYPED ATTRIBUTES FOR A PROPERTY NOT YET ON THE MASTER
      *   <SUBJECT-ID>|<ZIP>|<CITY>|<SQFT>|<BEDS>|<BATHS>|<YEAR>
      * (THE SUBJECT-ID IS THE KEY THE RESULT IS FILED UNDER).
      * COMPARABLES ARE SOLD/CLOSED LISTINGS ON PROPERTY-MASTER IN
      * THE SUBJECT'S ZIP (ITS CITY WHEN NO ZIP IS GIVEN) WITHIN THE
      * SQUARE-FEET, BEDROOM, BATHROOM AND YEAR-BUILT BANDS, SOLD
      * WITHIN THE LOOKBACK WINDOW. THE SALE DATE AND FINAL PRICE
      * COME FROM THE STATUS AND PRICE HISTORY ON PROPAUDIT.DAT (AND
      * PAARCH.DAT, SO A WINDOW REACHING BACK PAST YEAR-END STILL
      * FINDS LAST YEAR'S SALES):
      *   - SALE DATE: THE FIRST MOVE TO SOLD OR CLOSED SINCE THE
      *     LISTING LAST CAME BACK ON THE MARKET
      *   - LIST PRICE: THE PRICE STANDING WHEN IT SOLD
      *   - SALE PRICE: THE LAST PRICE RECORDED SINCE IT SOLD (THE
      *     MLS CARRIES THE CLOSED PRICE ONTO THE LISTING)
      * THE MOST RECENT SALES ARE KEPT, UP TO THE COMP LIMIT. EACH IS
      * ADJUSTED TO THE SUBJECT - ITS OWN PRICE PER SQUARE FOOT FOR
      * THE SIZE DIFFERENCE, PLUS A FLAT AMOUNT PER BEDROOM AND PER
      * BATHROOM OF DIFFERENCE - AND THE LOW, MEDIAN AND HIGH
      * ADJUSTED PRICES ARE THE SUGGESTED RANGE.
      * BANDS AND ADJUSTMENTS ARE PAYLIMITS.DAT ENTRIES, COMPILED-IN
      * DEFAULTS OTHERWISE:
      *   CMASQFTPCT  SQUARE FEET, PLUS/MINUS PERCENT        20
      *   CMABEDS     BEDROOMS, PLUS/MINUS                    1
      *   CMABATHS    BATHROOMS, PLUS/MINUS                   1
      *   CMAYEARS    YEAR BUILT, PLUS/MINUS YEARS           20
      *   CMAMONTHS   SOLD WITHIN THE LAST N MONTHS           6
      *   CMAMAXCOMP  MOST COMPS KEPT (50 AT MOST)           10
      *   CMABEDADJ   ADJUSTMENT PER BEDROOM          10,000.00
      *   CMABTHADJ   ADJUSTMENT PER BATHROOM          5,000.00
      * THE PRINTABLE CMA IS APPENDED TO CMA.RPT. THE COMPS ('C')
      * AND THE RANGE ('S') ARE APPENDED TO CMARESULT.DAT UNDER THE
      * SUBJECT-ID, WHERE NET-SHEET.COB PICKS THE LATEST RANGE UP AS
      * ITS PRICE.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROPERTY-MASTER ASSIGN TO "PROPERTY-MASTER.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PM-PROPERTY-ID
                  FILE STATUS IS WS-PROP-STATUS.

           SELECT PROPERTY-AUDIT-FILE ASSIGN TO "PROPAUDIT.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-AUDIT-STATUS.

           SELECT PROPERTY-AUDIT-ARCHIVE ASSIGN TO "PAARCH.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-PAARCH-STATUS.

           SELECT PAYMENT-LIMIT-FILE ASSIGN TO "PAYLIMITS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-LIMIT-STATUS.

           SELECT CMA-RESULT-FILE ASSIGN TO "CMARESULT.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-RESULT-STATUS.

           SELECT CMA-REPORT-FILE ASSIGN TO "CMA.RPT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

      *****************************************************************
      * THE LIVE AUDIT TRAIL AND ITS ARCHIVE SHARE ONE LAYOUT; BOTH
      * ARE READ INTO WS-AUDIT-RECORD.
      *****************************************************************
       FD  PROPERTY-AUDIT-FILE.
       01  PROPERTY-AUDIT-LINE     PIC X(114).

       FD  PROPERTY-AUDIT-ARCHIVE.
       01  PROPERTY-AUDIT-ARCH-LINE PIC X(114).

       FD  PAYMENT-LIMIT-FILE.
       01  PAYMENT-LIMIT-LINE      PIC X(60).

      *****************************************************************
      * APPEND-ONLY CMA RESULTS. ONE 'C' RECORD PER COMP KEPT, THEN
      * THE 'S' RANGE RECORD, ALL UNDER THE SUBJECT-ID AND THE RUN
      * TIMESTAMP. THE LATEST 'S' RECORD FOR A SUBJECT IS ITS CMA.
      *****************************************************************
       FD  CMA-RESULT-FILE.
       01  CMA-RESULT-RECORD.
           05  CR-SUBJECT-ID       PIC X(20).
           05  CR-RUN-TIMESTAMP    PIC 9(14).
           05  CR-RECORD-TYPE      PIC X.
               88  CR-COMP         VALUE 'C'.
               88  CR-RANGE        VALUE 'S'.
           05  CR-COMP-PROPERTY-ID PIC X(20).
           05  CR-SALE-DATE        PIC 9(8).
           05  CR-SALE-PRICE       PIC 9(9)V99.
           05  CR-LIST-PRICE       PIC 9(9)V99.
           05  CR-SQUARE-FEET      PIC 9(6).
           05  CR-PRICE-PER-SQFT   PIC 9(5)V99.
           05  CR-DAYS-ON-MARKET   PIC 9(5).
           05  CR-LIST-SALE-RATIO  PIC 9(3)V99.
           05  CR-ADJUSTED-PRICE   PIC 9(9)V99.
           05  CR-COMP-COUNT       PIC 9(3).
           05  CR-LOW-PRICE        PIC 9(9)V99.
           05  CR-MEDIAN-PRICE     PIC 9(9)V99.
           05  CR-HIGH-PRICE       PIC 9(9)V99.

       FD  CMA-REPORT-FILE.
       01  REPORT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PROP-STATUS          PIC XX.
       01  WS-AUDIT-STATUS         PIC XX.
       01  WS-PAARCH-STATUS        PIC XX.
       01  WS-LIMIT-STATUS         PIC XX.
       01  WS-RESULT-STATUS        PIC XX.
       01  WS-RPT-STATUS           PIC XX.
       01  WS-EOF-SWITCH           PIC X VALUE 'N'.
           88  WS-END-OF-FILE      VALUE 'Y'.
       01  WS-LIMIT-EOF-SW         PIC X VALUE 'N'.
           88  WS-LIMIT-END-OF-FILE VALUE 'Y'.
       01  WS-LIMIT-NAME           PIC X(10).
       01  WS-LIMIT-AMOUNT         PIC 9(9)V99.

       01  WS-AUDIT-RECORD.
           05  PA-PROPERTY-ID      PIC X(20).
           05  PA-FIELD-NAME       PIC X(20).
           05  PA-OLD-VALUE        PIC X(30).
           05  PA-NEW-VALUE        PIC X(30).
           05  PA-TIMESTAMP        PIC 9(14).

      *****************************************************************
      * A PM-LIST-PRICE AUDIT VALUE IS THE PRICE'S ELEVEN DIGITS,
      * DECIMALS IMPLIED.
      *****************************************************************
       01  WS-AUDIT-PRICE-X        PIC X(11).
       01  WS-AUDIT-PRICE REDEFINES WS-AUDIT-PRICE-X PIC 9(9)V99.
       01  WS-OLD-PRICE            PIC 9(9)V99.
       01  WS-NEW-PRICE            PIC 9(9)V99.

       01  WS-REQUEST-FIELDS.
           05  WS-SUBJECT-ID       PIC X(20).
           05  WS-SUBJECT-ZIP      PIC X(10).
           05  WS-SUBJECT-CITY     PIC X(30).
           05  WS-SUBJECT-SQFT     PIC 9(6).
           05  WS-SUBJECT-BEDS     PIC 99.
           05  WS-SUBJECT-BATHS    PIC 99V9.
           05  WS-SUBJECT-YEAR     PIC 9(4).
           05  WS-TYPED-SW         PIC X.

       01  WS-RESPONSE-WORK.
           05  WS-STATUS           PIC XX.
           05  WS-MESSAGE          PIC X(50).

      *****************************************************************
      * BANDS AND ADJUSTMENTS - PAYLIMITS.DAT OVERRIDES THESE.
      *****************************************************************
       01  WS-CMA-LIMITS.
           05  WS-SQFT-BAND-PCT    PIC 9(3)    VALUE 20.
           05  WS-BEDS-BAND        PIC 99      VALUE 1.
           05  WS-BATHS-BAND       PIC 99V9    VALUE 1.
           05  WS-YEARS-BAND       PIC 9(3)    VALUE 20.
           05  WS-LOOKBACK-MONTHS  PIC 9(3)    VALUE 6.
           05  WS-MAX-COMPS        PIC 99      VALUE 10.
           05  WS-BED-ADJ          PIC 9(7)V99 VALUE 10000.00.
           05  WS-BATH-ADJ         PIC 9(7)V99 VALUE 5000.00.

       01  WS-BAND-WORK.
           05  WS-SQFT-LOW         PIC 9(7).
           05  WS-SQFT-HIGH        PIC 9(7).
           05  WS-BEDS-LOW         PIC S9(3).
           05  WS-BEDS-HIGH        PIC S9(3).
           05  WS-BATHS-LOW        PIC S9(3)V9.
           05  WS-BATHS-HIGH       PIC S9(3)V9.
           05  WS-YEAR-LOW         PIC S9(5).
           05  WS-YEAR-HIGH        PIC S9(5).
           05  WS-CUTOFF-DATE      PIC 9(8).
           05  WS-MONTH-COUNT      PIC 9(7).
           05  WS-CUTOFF-YEAR      PIC 9(4).
           05  WS-CUTOFF-MONTH     PIC 99.

       01  WS-TODAY-DATE           PIC 9(8).
       01  WS-RUN-TIMESTAMP        PIC 9(14).

       01  WS-CURRENT-DATE.
           05  WS-YEAR             PIC 9(4).
           05  WS-MONTH            PIC 99.
           05  WS-DAY              PIC 99.
           05  WS-HOUR             PIC 99.
           05  WS-MINUTE           PIC 99.
           05  WS-SECOND           PIC 99.

      *****************************************************************
      * EVERY SOLD/CLOSED LISTING INSIDE THE BANDS, WITH ITS SALE
      * HISTORY AS THE AUDIT TRAIL IS REPLAYED OVER IT.
      *****************************************************************
       01  WS-CANDIDATE-TABLE.
           05  WS-CAND-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-CND-IDX.
               10  WS-CND-PROPERTY-ID  PIC X(20).
               10  WS-CND-ADDRESS      PIC X(30).
               10  WS-CND-SQFT         PIC 9(6).
               10  WS-CND-BEDS         PIC 99.
               10  WS-CND-BATHS        PIC 99V9.
               10  WS-CND-LIST-DATE    PIC 9(8).
               10  WS-CND-MASTER-PRICE PIC 9(9)V99.
               10  WS-CND-RUN-PRICE    PIC 9(9)V99.
               10  WS-CND-LIST-PRICE   PIC 9(9)V99.
               10  WS-CND-SALE-PRICE   PIC 9(9)V99.
               10  WS-CND-SOLD-DATE    PIC 9(8).
               10  WS-CND-PRICE-STAMP  PIC 9(14).
               10  WS-CND-PRICE-OLD    PIC 9(9)V99.
               10  WS-CND-PICKED-SW    PIC X.
               10  WS-CND-PPSF         PIC 9(5)V99.
               10  WS-CND-DOM          PIC 9(5).
               10  WS-CND-RATIO        PIC 9(3)V99.
               10  WS-CND-ADJUSTED     PIC 9(9)V99.

       01  WS-CAND-COUNT-USED      PIC 9(3) VALUE ZERO.
       01  WS-CND-SEARCH-IDX       PIC 9(3).

      *****************************************************************
      * THE COMPS KEPT, AS CANDIDATE TABLE POSITIONS - MOST RECENT
      * SALE FIRST, THEN REORDERED BY ADJUSTED PRICE FOR THE MEDIAN.
      *****************************************************************
       01  WS-PICK-TABLE.
           05  WS-PICK-CAND        PIC 9(3) OCCURS 50 TIMES.
       01  WS-PICK-COUNT           PIC 99 VALUE ZERO.
       01  WS-PICK-IDX             PIC 99.
       01  WS-PICK-IDX2            PIC 99.
       01  WS-PICK-HOLD            PIC 9(3).
       01  WS-BEST-CAND            PIC 9(3).
       01  WS-BEST-DATE            PIC 9(8).

       01  WS-COMP-WORK.
           05  WS-ADJ-WORK         PIC S9(11)V99.
           05  WS-DOM-WORK         PIC S9(7).
           05  WS-MEDIAN-IDX       PIC 99.
           05  WS-LOW-PRICE        PIC 9(9)V99.
           05  WS-MEDIAN-PRICE     PIC 9(9)V99.
           05  WS-HIGH-PRICE       PIC 9(9)V99.
           05  WS-OUT-OF-WINDOW    PIC 9(3).
           05  WS-NO-SALE-DATE     PIC 9(3).

       01  WS-SOLD-SW              PIC X.

       01  WS-CMA-HEADING.
           05  FILLER              PIC X(30) VALUE
               "COMPARATIVE MARKET ANALYSIS  ".
           05  WS-CHD-SUBJECT      PIC X(22).
           05  FILLER              PIC X(6)  VALUE "DATE: ".
           05  WS-CHD-DATE         PIC 9(8).

       01  WS-SUBJECT-LINE.
           05  FILLER              PIC X(11) VALUE "  SUBJECT: ".
           05  FILLER              PIC X(4)  VALUE "ZIP ".
           05  WS-SBL-ZIP          PIC X(11).
           05  FILLER              PIC X(5)  VALUE "CITY ".
           05  WS-SBL-CITY         PIC X(21).
           05  FILLER              PIC X(5)  VALUE "SQFT ".
           05  WS-SBL-SQFT         PIC ZZZZZ9.
           05  FILLER              PIC X(7)  VALUE "  BEDS ".
           05  WS-SBL-BEDS         PIC Z9.
           05  FILLER              PIC X(8)  VALUE "  BATHS ".
           05  WS-SBL-BATHS        PIC Z9.9.
           05  FILLER              PIC X(7)  VALUE "  YEAR ".
           05  WS-SBL-YEAR         PIC 9(4).

       01  WS-BAND-LINE.
           05  FILLER              PIC X(17) VALUE
               "  BANDS: SQFT +/-".
           05  WS-BDL-SQFT-PCT     PIC ZZ9.
           05  FILLER              PIC X(11) VALUE "%  BEDS +/-".
           05  WS-BDL-BEDS         PIC Z9.
           05  FILLER              PIC X(11) VALUE "  BATHS +/-".
           05  WS-BDL-BATHS        PIC Z9.9.
           05  FILLER              PIC X(10) VALUE "  YEAR +/-".
           05  WS-BDL-YEARS        PIC ZZ9.
           05  FILLER              PIC X(14) VALUE "  SOLD SINCE ".
           05  WS-BDL-CUTOFF       PIC 9(8).

       01  WS-COMP-HEADING.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(21) VALUE "COMP PROPERTY".
           05  FILLER              PIC X(31) VALUE "ADDRESS".
           05  FILLER              PIC X(10) VALUE "SOLD".
           05  FILLER              PIC X(14) VALUE "    SALE PRICE".
           05  FILLER              PIC X(14) VALUE "    LIST PRICE".
           05  FILLER              PIC X(10) VALUE "   $/SQFT".
           05  FILLER              PIC X(6)  VALUE "   DOM".
           05  FILLER              PIC X(8)  VALUE "  SP/LP".
           05  FILLER              PIC X(14) VALUE "      ADJUSTED".

       01  WS-COMP-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-CPL-PROPERTY     PIC X(21).
           05  WS-CPL-ADDRESS      PIC X(31).
           05  WS-CPL-SOLD-DATE    PIC 9(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-CPL-SALE-PRICE   PIC ZZZ,ZZZ,ZZ9.99.
           05  WS-CPL-LIST-PRICE   PIC ZZZ,ZZZ,ZZ9.99.
           05  WS-CPL-PPSF         PIC ZZ,ZZ9.99.
           05  FILLER              PIC X     VALUE SPACE.
           05  WS-CPL-DOM          PIC ZZZZ9.
           05  FILLER              PIC X     VALUE SPACE.
           05  WS-CPL-RATIO        PIC ZZ9.99.
           05  FILLER              PIC X     VALUE "%".
           05  WS-CPL-ADJUSTED     PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-RANGE-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-RGL-LABEL        PIC X(30).
           05  WS-RGL-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-MESSAGE-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-MSG-TEXT         PIC X(100).

       01  WS-COUNT-EDIT           PIC ZZ9.

       LINKAGE SECTION.
       01  LS-REQUEST              PIC X(200).
       01  LS-RESPONSE             PIC X(200).

       PROCEDURE DIVISION USING LS-REQUEST LS-RESPONSE.

       MAIN-PROCESS.
           PERFORM INITIALIZE-CMA
           PERFORM PARSE-REQUEST
           PERFORM VALIDATE-REQUEST

           IF WS-STATUS = '00' AND WS-TYPED-SW = 'N'
               PERFORM LOAD-SUBJECT-PROPERTY
           END-IF

           IF WS-STATUS = '00'
               PERFORM VALIDATE-SUBJECT
           END-IF

           IF WS-STATUS = '00'
               PERFORM READ-CMA-LIMITS
               PERFORM SET-SELECTION-BANDS
               PERFORM SELECT-CANDIDATES
           END-IF

           IF WS-STATUS = '00'
               PERFORM REPLAY-AUDIT-HISTORY
               PERFORM PICK-RECENT-COMPS
               PERFORM PRINT-CMA-HEADING
               IF WS-PICK-COUNT = ZERO
                   MOVE '05' TO WS-STATUS
                   MOVE "No comparable sales found" TO WS-MESSAGE
                   MOVE "NO COMPARABLE SALES INSIDE THE BANDS"
                       TO WS-MSG-TEXT
                   PERFORM WRITE-MESSAGE-LINE
               ELSE
                   PERFORM VARYING WS-PICK-IDX FROM 1 BY 1
                           UNTIL WS-PICK-IDX > WS-PICK-COUNT
                       PERFORM MEASURE-ONE-COMP
                   END-PERFORM
                   PERFORM PRINT-COMP-LINES
                   PERFORM COMPUTE-PRICE-RANGE
                   PERFORM PRINT-PRICE-RANGE
                   PERFORM WRITE-CMA-RESULTS
                   MOVE "CMA generated" TO WS-MESSAGE
               END-IF
               PERFORM PRINT-SELECTION-COUNTS
               CLOSE CMA-REPORT-FILE
           END-IF

           PERFORM FORMAT-RESPONSE
           GOBACK.

       INITIALIZE-CMA.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE TO WS-RUN-TIMESTAMP
           STRING WS-YEAR WS-MONTH WS-DAY
                  DELIMITED BY SIZE
                  INTO WS-TODAY-DATE
           MOVE ZERO TO WS-CAND-COUNT-USED
           MOVE ZERO TO WS-PICK-COUNT
           MOVE ZERO TO WS-OUT-OF-WINDOW
           MOVE ZERO TO WS-NO-SALE-DATE
           MOVE '00' TO WS-STATUS
           MOVE SPACES TO WS-MESSAGE
           MOVE SPACES TO LS-RESPONSE.

       PARSE-REQUEST.
           MOVE SPACES TO WS-SUBJECT-ID
           MOVE SPACES TO WS-SUBJECT-ZIP
           MOVE SPACES TO WS-SUBJECT-CITY
           MOVE ZERO TO WS-SUBJECT-SQFT
           MOVE ZERO TO WS-SUBJECT-BEDS
           MOVE ZERO TO WS-SUBJECT-BATHS
           MOVE ZERO TO WS-SUBJECT-YEAR

           UNSTRING LS-REQUEST DELIMITED BY '|'
               INTO WS-SUBJECT-ID
                    WS-SUBJECT-ZIP
                    WS-SUBJECT-CITY
                    WS-SUBJECT-SQFT
                    WS-SUBJECT-BEDS
                    WS-SUBJECT-BATHS
                    WS-SUBJECT-YEAR

           IF WS-SUBJECT-ZIP = SPACES AND WS-SUBJECT-CITY = SPACES
                   AND WS-SUBJECT-SQFT = ZERO
               MOVE 'N' TO WS-TYPED-SW
           ELSE
               MOVE 'Y' TO WS-TYPED-SW
           END-IF.

       VALIDATE-REQUEST.
           IF WS-SUBJECT-ID = SPACES
               MOVE '01' TO WS-STATUS
               MOVE "Subject ID required" TO WS-MESSAGE
           END-IF.

       LOAD-SUBJECT-PROPERTY.
           OPEN INPUT PROPERTY-MASTER

           IF WS-PROP-STATUS NOT = '00'
               MOVE '03' TO WS-STATUS
               MOVE "Cannot access property master" TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-SUBJECT-ID TO PM-PROPERTY-ID
           READ PROPERTY-MASTER
               INVALID KEY
                   MOVE '02' TO WS-STATUS
                   MOVE "Subject property not found" TO WS-MESSAGE
               NOT INVALID KEY
                   MOVE PM-ZIP TO WS-SUBJECT-ZIP
                   MOVE PM-CITY TO WS-SUBJECT-CITY
                   MOVE PM-SQUARE-FEET TO WS-SUBJECT-SQFT
                   MOVE PM-BEDROOMS TO WS-SUBJECT-BEDS
                   MOVE PM-BATHROOMS TO WS-SUBJECT-BATHS
                   MOVE PM-YEAR-BUILT TO WS-SUBJECT-YEAR
           END-READ

           CLOSE PROPERTY-MASTER.

      *****************************************************************
      * THE AREA AND THE SIZE ARE THE TWO THINGS NO CMA CAN DO
      * WITHOUT - THE SIZE DRIVES BOTH THE BAND AND THE ADJUSTMENT.
      *****************************************************************
       VALIDATE-SUBJECT.
           IF WS-SUBJECT-ZIP = SPACES AND WS-SUBJECT-CITY = SPACES
               MOVE '04' TO WS-STATUS
               MOVE "Subject ZIP or city required" TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF

           IF WS-SUBJECT-SQFT = ZERO
               MOVE '04' TO WS-STATUS
               MOVE "Subject square feet required" TO WS-MESSAGE
           END-IF.

       READ-CMA-LIMITS.
           OPEN INPUT PAYMENT-LIMIT-FILE

           IF WS-LIMIT-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-LIMIT-EOF-SW
           PERFORM READ-LIMIT-LINE
           PERFORM UNTIL WS-LIMIT-END-OF-FILE
               MOVE SPACES TO WS-LIMIT-NAME
               MOVE ZERO TO WS-LIMIT-AMOUNT
               UNSTRING PAYMENT-LIMIT-LINE DELIMITED BY '|'
                   INTO WS-LIMIT-NAME
                        WS-LIMIT-AMOUNT
               IF WS-LIMIT-AMOUNT > ZERO
                   EVALUATE WS-LIMIT-NAME
                       WHEN "CMASQFTPCT"
                           MOVE WS-LIMIT-AMOUNT TO WS-SQFT-BAND-PCT
                       WHEN "CMABEDS"
                           MOVE WS-LIMIT-AMOUNT TO WS-BEDS-BAND
                       WHEN "CMABATHS"
                           MOVE WS-LIMIT-AMOUNT TO WS-BATHS-BAND
                       WHEN "CMAYEARS"
                           MOVE WS-LIMIT-AMOUNT TO WS-YEARS-BAND
                       WHEN "CMAMONTHS"
                           MOVE WS-LIMIT-AMOUNT TO WS-LOOKBACK-MONTHS
                       WHEN "CMAMAXCOMP"
                           IF WS-LIMIT-AMOUNT > 50
                               MOVE 50 TO WS-MAX-COMPS
                           ELSE
                               MOVE WS-LIMIT-AMOUNT TO WS-MAX-COMPS
                           END-IF
                       WHEN "CMABEDADJ"
                           MOVE WS-LIMIT-AMOUNT TO WS-BED-ADJ
                       WHEN "CMABTHADJ"
                           MOVE WS-LIMIT-AMOUNT TO WS-BATH-ADJ
                   END-EVALUATE
               END-IF
               PERFORM READ-LIMIT-LINE
           END-PERFORM

           CLOSE PAYMENT-LIMIT-FILE.

       READ-LIMIT-LINE.
           READ PAYMENT-LIMIT-FILE
               AT END
                   MOVE 'Y' TO WS-LIMIT-EOF-SW
           END-READ.

      *****************************************************************
      * THE LOOKBACK CUTOFF IS THE SAME DAY N CALENDAR MONTHS AGO.
      *****************************************************************
       SET-SELECTION-BANDS.
           COMPUTE WS-SQFT-LOW =
               WS-SUBJECT-SQFT * (100 - WS-SQFT-BAND-PCT) / 100
           IF WS-SQFT-BAND-PCT >= 100
               MOVE ZERO TO WS-SQFT-LOW
           END-IF
           COMPUTE WS-SQFT-HIGH =
               WS-SUBJECT-SQFT * (100 + WS-SQFT-BAND-PCT) / 100
           COMPUTE WS-BEDS-LOW = WS-SUBJECT-BEDS - WS-BEDS-BAND
           COMPUTE WS-BEDS-HIGH = WS-SUBJECT-BEDS + WS-BEDS-BAND
           COMPUTE WS-BATHS-LOW = WS-SUBJECT-BATHS - WS-BATHS-BAND
           COMPUTE WS-BATHS-HIGH = WS-SUBJECT-BATHS + WS-BATHS-BAND
           COMPUTE WS-YEAR-LOW = WS-SUBJECT-YEAR - WS-YEARS-BAND
           COMPUTE WS-YEAR-HIGH = WS-SUBJECT-YEAR + WS-YEARS-BAND

           COMPUTE WS-MONTH-COUNT =
               WS-YEAR * 12 + WS-MONTH - 1 - WS-LOOKBACK-MONTHS
           DIVIDE WS-MONTH-COUNT BY 12
               GIVING WS-CUTOFF-YEAR
               REMAINDER WS-CUTOFF-MONTH
           ADD 1 TO WS-CUTOFF-MONTH
           STRING WS-CUTOFF-YEAR WS-CUTOFF-MONTH WS-DAY
                  DELIMITED BY SIZE
                  INTO WS-CUTOFF-DATE.

      *****************************************************************
      * WALKS PROPERTY-MASTER IN KEY ORDER THE SAME WAY
      * PROPERTY-DUPCHECK DOES, KEEPING EVERY SOLD OR CLOSED LISTING
      * IN THE SUBJECT'S AREA AND INSIDE THE BANDS. A YEAR-BUILT OF
      * ZERO ON EITHER SIDE SKIPS THE YEAR BAND.
      *****************************************************************
       SELECT-CANDIDATES.
           OPEN INPUT PROPERTY-MASTER

           IF WS-PROP-STATUS NOT = '00'
               MOVE '03' TO WS-STATUS
               MOVE "Cannot access property master" TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-EOF-SWITCH
           MOVE LOW-VALUES TO PM-PROPERTY-ID
           START PROPERTY-MASTER KEY IS NOT LESS THAN PM-PROPERTY-ID
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-START

           PERFORM UNTIL WS-END-OF-FILE OR WS-STATUS NOT = '00'
               READ PROPERTY-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       PERFORM CONSIDER-ONE-LISTING
               END-READ
           END-PERFORM

           CLOSE PROPERTY-MASTER
           MOVE 'N' TO WS-EOF-SWITCH.

       CONSIDER-ONE-LISTING.
           IF PM-STATUS NOT = "SOLD" AND PM-STATUS NOT = "CLOSED"
               EXIT PARAGRAPH
           END-IF

           IF PM-PROPERTY-ID = WS-SUBJECT-ID
               EXIT PARAGRAPH
           END-IF

           IF WS-SUBJECT-ZIP NOT = SPACES
               IF PM-ZIP NOT = WS-SUBJECT-ZIP
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF PM-CITY NOT = WS-SUBJECT-CITY
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF PM-SQUARE-FEET = ZERO
                   OR PM-SQUARE-FEET < WS-SQFT-LOW
                   OR PM-SQUARE-FEET > WS-SQFT-HIGH
               EXIT PARAGRAPH
           END-IF

           IF PM-BEDROOMS < WS-BEDS-LOW OR PM-BEDROOMS > WS-BEDS-HIGH
               EXIT PARAGRAPH
           END-IF

           IF PM-BATHROOMS < WS-BATHS-LOW
                   OR PM-BATHROOMS > WS-BATHS-HIGH
               EXIT PARAGRAPH
           END-IF

           IF WS-SUBJECT-YEAR NOT = ZERO AND PM-YEAR-BUILT NOT = ZERO
               IF PM-YEAR-BUILT < WS-YEAR-LOW
                       OR PM-YEAR-BUILT > WS-YEAR-HIGH
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF WS-CAND-COUNT-USED >= 500
               MOVE '06' TO WS-STATUS
               MOVE "Too many comparables - narrow the bands"
                   TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-CAND-COUNT-USED
           SET WS-CND-IDX TO WS-CAND-COUNT-USED
           MOVE PM-PROPERTY-ID TO WS-CND-PROPERTY-ID(WS-CND-IDX)
           MOVE PM-ADDRESS TO WS-CND-ADDRESS(WS-CND-IDX)
           MOVE PM-SQUARE-FEET TO WS-CND-SQFT(WS-CND-IDX)
           MOVE PM-BEDROOMS TO WS-CND-BEDS(WS-CND-IDX)
           MOVE PM-BATHROOMS TO WS-CND-BATHS(WS-CND-IDX)
           MOVE PM-LIST-DATE TO WS-CND-LIST-DATE(WS-CND-IDX)
           MOVE PM-LIST-PRICE TO WS-CND-MASTER-PRICE(WS-CND-IDX)
           MOVE ZERO TO WS-CND-RUN-PRICE(WS-CND-IDX)
           MOVE ZERO TO WS-CND-LIST-PRICE(WS-CND-IDX)
           MOVE ZERO TO WS-CND-SALE-PRICE(WS-CND-IDX)
           MOVE ZERO TO WS-CND-SOLD-DATE(WS-CND-IDX)
           MOVE ZERO TO WS-CND-PRICE-STAMP(WS-CND-IDX)
           MOVE ZERO TO WS-CND-PRICE-OLD(WS-CND-IDX)
           MOVE 'N' TO WS-CND-PICKED-SW(WS-CND-IDX)
           MOVE ZERO TO WS-CND-PPSF(WS-CND-IDX)
           MOVE ZERO TO WS-CND-DOM(WS-CND-IDX)
           MOVE ZERO TO WS-CND-RATIO(WS-CND-IDX)
           MOVE ZERO TO WS-CND-ADJUSTED(WS-CND-IDX).

      *****************************************************************
      * THE ARCHIVED YEARS FIRST, THEN THE LIVE TRAIL, SO EVERY
      * CANDIDATE'S STATUS AND PRICE HISTORY REPLAYS IN TIME ORDER.
      *****************************************************************
       REPLAY-AUDIT-HISTORY.
           IF WS-CAND-COUNT-USED = ZERO
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT PROPERTY-AUDIT-ARCHIVE
           IF WS-PAARCH-STATUS = '00'
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM READ-ARCHIVE-RECORD
               PERFORM UNTIL WS-END-OF-FILE
                   PERFORM APPLY-ONE-AUDIT-RECORD
                   PERFORM READ-ARCHIVE-RECORD
               END-PERFORM
               CLOSE PROPERTY-AUDIT-ARCHIVE
           END-IF

           OPEN INPUT PROPERTY-AUDIT-FILE
           IF WS-AUDIT-STATUS = '00'
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM READ-AUDIT-RECORD
               PERFORM UNTIL WS-END-OF-FILE
                   PERFORM APPLY-ONE-AUDIT-RECORD
                   PERFORM READ-AUDIT-RECORD
               END-PERFORM
               CLOSE PROPERTY-AUDIT-FILE
           END-IF

           MOVE 'N' TO WS-EOF-SWITCH.

       READ-ARCHIVE-RECORD.
           READ PROPERTY-AUDIT-ARCHIVE INTO WS-AUDIT-RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

       READ-AUDIT-RECORD.
           READ PROPERTY-AUDIT-FILE INTO WS-AUDIT-RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

      *****************************************************************
      * A MOVE TO SOLD/CLOSED DATES THE SALE (ONLY THE FIRST - SOLD
      * THEN CLOSED IS ONE SALE) AND FREEZES THE LIST PRICE; A MOVE
      * BACK TO ANY OTHER STATUS MEANS THE SALE FELL THROUGH. A PRICE
      * CHANGE AFTER THE SALE IS THE CLOSED PRICE. OLDER SYNC RUNS
      * AUDITED PRICE AHEAD OF STATUS, SO A PRICE CHANGE STAMPED THE
      * SAME SECOND AS THE SALE IS ALSO THE CLOSED PRICE AND ITS OLD
      * VALUE IS THE LIST PRICE.
      *****************************************************************
       APPLY-ONE-AUDIT-RECORD.
           IF PA-FIELD-NAME NOT = "PM-STATUS"
                   AND PA-FIELD-NAME NOT = "PM-LIST-PRICE"
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-SOLD-SW
           PERFORM VARYING WS-CND-IDX FROM 1 BY 1
                   UNTIL WS-CND-IDX > WS-CAND-COUNT-USED
               IF WS-CND-PROPERTY-ID(WS-CND-IDX) = PA-PROPERTY-ID
                   MOVE 'Y' TO WS-SOLD-SW
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WS-SOLD-SW = 'N'
               EXIT PARAGRAPH
           END-IF

           IF PA-FIELD-NAME = "PM-STATUS"
               IF PA-NEW-VALUE = "SOLD" OR PA-NEW-VALUE = "CLOSED"
                   IF WS-CND-SOLD-DATE(WS-CND-IDX) = ZERO
                       MOVE PA-TIMESTAMP(1:8)
                           TO WS-CND-SOLD-DATE(WS-CND-IDX)
                       IF PA-TIMESTAMP = WS-CND-PRICE-STAMP(WS-CND-IDX)
                           MOVE WS-CND-PRICE-OLD(WS-CND-IDX)
                               TO WS-CND-LIST-PRICE(WS-CND-IDX)
                       ELSE
                           MOVE WS-CND-RUN-PRICE(WS-CND-IDX)
                               TO WS-CND-LIST-PRICE(WS-CND-IDX)
                       END-IF
                       MOVE WS-CND-RUN-PRICE(WS-CND-IDX)
                           TO WS-CND-SALE-PRICE(WS-CND-IDX)
                   END-IF
               ELSE
                   MOVE ZERO TO WS-CND-SOLD-DATE(WS-CND-IDX)
                   MOVE ZERO TO WS-CND-LIST-PRICE(WS-CND-IDX)
                   MOVE ZERO TO WS-CND-SALE-PRICE(WS-CND-IDX)
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE PA-OLD-VALUE(1:11) TO WS-AUDIT-PRICE-X
           MOVE ZERO TO WS-OLD-PRICE
           IF WS-AUDIT-PRICE-X NUMERIC
               MOVE WS-AUDIT-PRICE TO WS-OLD-PRICE
           END-IF
           MOVE PA-NEW-VALUE(1:11) TO WS-AUDIT-PRICE-X
           MOVE ZERO TO WS-NEW-PRICE
           IF WS-AUDIT-PRICE-X NUMERIC
               MOVE WS-AUDIT-PRICE TO WS-NEW-PRICE
           END-IF

           IF WS-CND-RUN-PRICE(WS-CND-IDX) = ZERO
               MOVE WS-OLD-PRICE TO WS-CND-RUN-PRICE(WS-CND-IDX)
           END-IF

           IF WS-CND-SOLD-DATE(WS-CND-IDX) NOT = ZERO
               IF WS-CND-LIST-PRICE(WS-CND-IDX) = ZERO
                   MOVE WS-OLD-PRICE TO WS-CND-LIST-PRICE(WS-CND-IDX)
               END-IF
               MOVE WS-NEW-PRICE TO WS-CND-SALE-PRICE(WS-CND-IDX)
           END-IF

           MOVE PA-TIMESTAMP TO WS-CND-PRICE-STAMP(WS-CND-IDX)
           MOVE WS-OLD-PRICE TO WS-CND-PRICE-OLD(WS-CND-IDX)
           MOVE WS-NEW-PRICE TO WS-CND-RUN-PRICE(WS-CND-IDX).

      *****************************************************************
      * THE MOST RECENT SALES INSIDE THE LOOKBACK WINDOW, UP TO THE
      * COMP LIMIT. A LISTING WHOSE SALE NEVER REACHED THE AUDIT
      * TRAIL CANNOT BE DATED AND IS ONLY COUNTED.
      *****************************************************************
       PICK-RECENT-COMPS.
           PERFORM VARYING WS-CND-IDX FROM 1 BY 1
                   UNTIL WS-CND-IDX > WS-CAND-COUNT-USED
               EVALUATE TRUE
                   WHEN WS-CND-SOLD-DATE(WS-CND-IDX) = ZERO
                       ADD 1 TO WS-NO-SALE-DATE
                       MOVE 'X' TO WS-CND-PICKED-SW(WS-CND-IDX)
                   WHEN WS-CND-SOLD-DATE(WS-CND-IDX) < WS-CUTOFF-DATE
                       ADD 1 TO WS-OUT-OF-WINDOW
                       MOVE 'X' TO WS-CND-PICKED-SW(WS-CND-IDX)
               END-EVALUATE
           END-PERFORM

           PERFORM UNTIL WS-PICK-COUNT >= WS-MAX-COMPS
               MOVE ZERO TO WS-BEST-CAND
               MOVE ZERO TO WS-BEST-DATE
               PERFORM VARYING WS-CND-IDX FROM 1 BY 1
                       UNTIL WS-CND-IDX > WS-CAND-COUNT-USED
                   IF WS-CND-PICKED-SW(WS-CND-IDX) = 'N'
                      AND WS-CND-SOLD-DATE(WS-CND-IDX) > WS-BEST-DATE
                       MOVE WS-CND-SOLD-DATE(WS-CND-IDX)
                           TO WS-BEST-DATE
                       SET WS-BEST-CAND TO WS-CND-IDX
                   END-IF
               END-PERFORM
               IF WS-BEST-CAND = ZERO
                   EXIT PERFORM
               END-IF
               MOVE 'Y' TO WS-CND-PICKED-SW(WS-BEST-CAND)
               ADD 1 TO WS-PICK-COUNT
               MOVE WS-BEST-CAND TO WS-PICK-CAND(WS-PICK-COUNT)
           END-PERFORM.

      *****************************************************************
      * PRICE PER SQUARE FOOT, DAYS ON MARKET (LIST DATE TO SALE),
      * SALE-TO-LIST RATIO, AND THE PRICE ADJUSTED TO THE SUBJECT.
      * NO PRICE HISTORY AT ALL MEANS THE LISTING SOLD AT ITS
      * MASTER PRICE.
      *****************************************************************
       MEASURE-ONE-COMP.
           SET WS-CND-IDX TO WS-PICK-CAND(WS-PICK-IDX)

           IF WS-CND-SALE-PRICE(WS-CND-IDX) = ZERO
               MOVE WS-CND-MASTER-PRICE(WS-CND-IDX)
                   TO WS-CND-SALE-PRICE(WS-CND-IDX)
           END-IF
           IF WS-CND-LIST-PRICE(WS-CND-IDX) = ZERO
               MOVE WS-CND-SALE-PRICE(WS-CND-IDX)
                   TO WS-CND-LIST-PRICE(WS-CND-IDX)
           END-IF

           COMPUTE WS-CND-PPSF(WS-CND-IDX) ROUNDED =
               WS-CND-SALE-PRICE(WS-CND-IDX) / WS-CND-SQFT(WS-CND-IDX)

           MOVE ZERO TO WS-CND-DOM(WS-CND-IDX)
           IF WS-CND-LIST-DATE(WS-CND-IDX) > 19000101
                   AND WS-CND-LIST-DATE(WS-CND-IDX)
                       NOT > WS-CND-SOLD-DATE(WS-CND-IDX)
               COMPUTE WS-DOM-WORK =
                   FUNCTION INTEGER-OF-DATE
                       (WS-CND-SOLD-DATE(WS-CND-IDX))
                 - FUNCTION INTEGER-OF-DATE
                       (WS-CND-LIST-DATE(WS-CND-IDX))
               MOVE WS-DOM-WORK TO WS-CND-DOM(WS-CND-IDX)
           END-IF

           MOVE ZERO TO WS-CND-RATIO(WS-CND-IDX)
           IF WS-CND-LIST-PRICE(WS-CND-IDX) > ZERO
               COMPUTE WS-CND-RATIO(WS-CND-IDX) ROUNDED =
                   WS-CND-SALE-PRICE(WS-CND-IDX) * 100
                   / WS-CND-LIST-PRICE(WS-CND-IDX)
           END-IF

           COMPUTE WS-ADJ-WORK ROUNDED =
               WS-CND-SALE-PRICE(WS-CND-IDX)
             + (WS-SUBJECT-SQFT - WS-CND-SQFT(WS-CND-IDX))
               * WS-CND-PPSF(WS-CND-IDX)
             + (WS-SUBJECT-BEDS - WS-CND-BEDS(WS-CND-IDX))
               * WS-BED-ADJ
             + (WS-SUBJECT-BATHS - WS-CND-BATHS(WS-CND-IDX))
               * WS-BATH-ADJ
           IF WS-ADJ-WORK < ZERO
               MOVE ZERO TO WS-ADJ-WORK
           END-IF
           MOVE WS-ADJ-WORK TO WS-CND-ADJUSTED(WS-CND-IDX).

      *****************************************************************
      * COMPS ARE PUT IN ADJUSTED-PRICE ORDER; THE MEDIAN OF AN EVEN
      * COUNT IS THE MEAN OF THE MIDDLE PAIR.
      *****************************************************************
       COMPUTE-PRICE-RANGE.
           PERFORM VARYING WS-PICK-IDX FROM 1 BY 1
                   UNTIL WS-PICK-IDX >= WS-PICK-COUNT
               PERFORM VARYING WS-PICK-IDX2 FROM WS-PICK-IDX BY 1
                       UNTIL WS-PICK-IDX2 > WS-PICK-COUNT
                   IF WS-CND-ADJUSTED(WS-PICK-CAND(WS-PICK-IDX2))
                       < WS-CND-ADJUSTED(WS-PICK-CAND(WS-PICK-IDX))
                       MOVE WS-PICK-CAND(WS-PICK-IDX) TO WS-PICK-HOLD
                       MOVE WS-PICK-CAND(WS-PICK-IDX2)
                           TO WS-PICK-CAND(WS-PICK-IDX)
                       MOVE WS-PICK-HOLD TO WS-PICK-CAND(WS-PICK-IDX2)
                   END-IF
               END-PERFORM
           END-PERFORM

           MOVE WS-CND-ADJUSTED(WS-PICK-CAND(1)) TO WS-LOW-PRICE
           MOVE WS-CND-ADJUSTED(WS-PICK-CAND(WS-PICK-COUNT))
               TO WS-HIGH-PRICE

           DIVIDE WS-PICK-COUNT BY 2 GIVING WS-MEDIAN-IDX
           IF WS-MEDIAN-IDX * 2 = WS-PICK-COUNT
               COMPUTE WS-MEDIAN-PRICE ROUNDED =
                   (WS-CND-ADJUSTED(WS-PICK-CAND(WS-MEDIAN-IDX))
                  + WS-CND-ADJUSTED(WS-PICK-CAND(WS-MEDIAN-IDX + 1)))
                  / 2
           ELSE
               MOVE WS-CND-ADJUSTED(WS-PICK-CAND(WS-MEDIAN-IDX + 1))
                   TO WS-MEDIAN-PRICE
           END-IF.

      *****************************************************************
      * THE PRINTED CMA ACCUMULATES ON CMA.RPT - ONE BLOCK PER
      * REQUEST, THE SAME WAY NETSHEET.RPT DOES.
      *****************************************************************
       PRINT-CMA-HEADING.
           OPEN EXTEND CMA-REPORT-FILE

           IF WS-RPT-STATUS NOT = '00'
               OPEN OUTPUT CMA-REPORT-FILE
           END-IF

           MOVE WS-SUBJECT-ID TO WS-CHD-SUBJECT
           MOVE WS-TODAY-DATE TO WS-CHD-DATE
           MOVE WS-CMA-HEADING TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-SUBJECT-ZIP TO WS-SBL-ZIP
           MOVE WS-SUBJECT-CITY TO WS-SBL-CITY
           MOVE WS-SUBJECT-SQFT TO WS-SBL-SQFT
           MOVE WS-SUBJECT-BEDS TO WS-SBL-BEDS
           MOVE WS-SUBJECT-BATHS TO WS-SBL-BATHS
           MOVE WS-SUBJECT-YEAR TO WS-SBL-YEAR
           MOVE WS-SUBJECT-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-SQFT-BAND-PCT TO WS-BDL-SQFT-PCT
           MOVE WS-BEDS-BAND TO WS-BDL-BEDS
           MOVE WS-BATHS-BAND TO WS-BDL-BATHS
           MOVE WS-YEARS-BAND TO WS-BDL-YEARS
           MOVE WS-CUTOFF-DATE TO WS-BDL-CUTOFF
           MOVE WS-BAND-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

      *****************************************************************
      * COMP LINES IN SALE-DATE ORDER, MOST RECENT FIRST - PRINTED
      * BEFORE THE PICK TABLE IS REORDERED FOR THE MEDIAN.
      *****************************************************************
       PRINT-COMP-LINES.
           MOVE WS-COMP-HEADING TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM VARYING WS-PICK-IDX FROM 1 BY 1
                   UNTIL WS-PICK-IDX > WS-PICK-COUNT
               SET WS-CND-IDX TO WS-PICK-CAND(WS-PICK-IDX)
               MOVE WS-CND-PROPERTY-ID(WS-CND-IDX) TO WS-CPL-PROPERTY
               MOVE WS-CND-ADDRESS(WS-CND-IDX) TO WS-CPL-ADDRESS
               MOVE WS-CND-SOLD-DATE(WS-CND-IDX) TO WS-CPL-SOLD-DATE
               MOVE WS-CND-SALE-PRICE(WS-CND-IDX)
                   TO WS-CPL-SALE-PRICE
               MOVE WS-CND-LIST-PRICE(WS-CND-IDX)
                   TO WS-CPL-LIST-PRICE
               MOVE WS-CND-PPSF(WS-CND-IDX) TO WS-CPL-PPSF
               MOVE WS-CND-DOM(WS-CND-IDX) TO WS-CPL-DOM
               MOVE WS-CND-RATIO(WS-CND-IDX) TO WS-CPL-RATIO
               MOVE WS-CND-ADJUSTED(WS-CND-IDX) TO WS-CPL-ADJUSTED
               MOVE WS-COMP-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       PRINT-PRICE-RANGE.
           MOVE "SUGGESTED PRICE - LOW" TO WS-RGL-LABEL
           MOVE WS-LOW-PRICE TO WS-RGL-AMOUNT
           MOVE WS-RANGE-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "SUGGESTED PRICE - MEDIAN" TO WS-RGL-LABEL
           MOVE WS-MEDIAN-PRICE TO WS-RGL-AMOUNT
           MOVE WS-RANGE-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "SUGGESTED PRICE - HIGH" TO WS-RGL-LABEL
           MOVE WS-HIGH-PRICE TO WS-RGL-AMOUNT
           MOVE WS-RANGE-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       PRINT-SELECTION-COUNTS.
           MOVE WS-CAND-COUNT-USED TO WS-COUNT-EDIT
           MOVE SPACES TO WS-MSG-TEXT
           STRING "SOLD LISTINGS INSIDE THE BANDS: "
                  FUNCTION TRIM(WS-COUNT-EDIT)
                  DELIMITED BY SIZE
                  INTO WS-MSG-TEXT
           PERFORM WRITE-MESSAGE-LINE

           MOVE WS-OUT-OF-WINDOW TO WS-COUNT-EDIT
           MOVE SPACES TO WS-MSG-TEXT
           STRING "  SOLD BEFORE THE LOOKBACK WINDOW: "
                  FUNCTION TRIM(WS-COUNT-EDIT)
                  DELIMITED BY SIZE
                  INTO WS-MSG-TEXT
           PERFORM WRITE-MESSAGE-LINE

           MOVE WS-NO-SALE-DATE TO WS-COUNT-EDIT
           MOVE SPACES TO WS-MSG-TEXT
           STRING "  NO SALE ON THE AUDIT TRAIL: "
                  FUNCTION TRIM(WS-COUNT-EDIT)
                  DELIMITED BY SIZE
                  INTO WS-MSG-TEXT
           PERFORM WRITE-MESSAGE-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-MESSAGE-LINE.
           MOVE WS-MESSAGE-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-CMA-RESULTS.
           OPEN EXTEND CMA-RESULT-FILE

           IF WS-RESULT-STATUS NOT = '00'
               OPEN OUTPUT CMA-RESULT-FILE
           END-IF

           PERFORM VARYING WS-PICK-IDX FROM 1 BY 1
                   UNTIL WS-PICK-IDX > WS-PICK-COUNT
               SET WS-CND-IDX TO WS-PICK-CAND(WS-PICK-IDX)
               INITIALIZE CMA-RESULT-RECORD
               MOVE WS-SUBJECT-ID TO CR-SUBJECT-ID
               MOVE WS-RUN-TIMESTAMP TO CR-RUN-TIMESTAMP
               MOVE 'C' TO CR-RECORD-TYPE
               MOVE WS-CND-PROPERTY-ID(WS-CND-IDX)
                   TO CR-COMP-PROPERTY-ID
               MOVE WS-CND-SOLD-DATE(WS-CND-IDX) TO CR-SALE-DATE
               MOVE WS-CND-SALE-PRICE(WS-CND-IDX) TO CR-SALE-PRICE
               MOVE WS-CND-LIST-PRICE(WS-CND-IDX) TO CR-LIST-PRICE
               MOVE WS-CND-SQFT(WS-CND-IDX) TO CR-SQUARE-FEET
               MOVE WS-CND-PPSF(WS-CND-IDX) TO CR-PRICE-PER-SQFT
               MOVE WS-CND-DOM(WS-CND-IDX) TO CR-DAYS-ON-MARKET
               MOVE WS-CND-RATIO(WS-CND-IDX) TO CR-LIST-SALE-RATIO
               MOVE WS-CND-ADJUSTED(WS-CND-IDX) TO CR-ADJUSTED-PRICE
               WRITE CMA-RESULT-RECORD
           END-PERFORM

           INITIALIZE CMA-RESULT-RECORD
           MOVE WS-SUBJECT-ID TO CR-SUBJECT-ID
           MOVE WS-RUN-TIMESTAMP TO CR-RUN-TIMESTAMP
           MOVE 'S' TO CR-RECORD-TYPE
           MOVE WS-SUBJECT-SQFT TO CR-SQUARE-FEET
           MOVE WS-PICK-COUNT TO CR-COMP-COUNT
           MOVE WS-LOW-PRICE TO CR-LOW-PRICE
           MOVE WS-MEDIAN-PRICE TO CR-MEDIAN-PRICE
           MOVE WS-HIGH-PRICE TO CR-HIGH-PRICE
           WRITE CMA-RESULT-RECORD

           CLOSE CMA-RESULT-FILE.

       FORMAT-RESPONSE.
           IF WS-STATUS NOT = '00'
               STRING WS-STATUS
                      "|" WS-MESSAGE
                      DELIMITED BY SIZE
                      INTO LS-RESPONSE
               EXIT PARAGRAPH
           END-IF

           STRING WS-STATUS
                  "|" WS-SUBJECT-ID
                  "|" WS-PICK-COUNT
                  "|" WS-LOW-PRICE
                  "|" WS-MEDIAN-PRICE
                  "|" WS-HIGH-PRICE
                  DELIMITED BY SIZE
                  INTO LS-RESPONSE.
