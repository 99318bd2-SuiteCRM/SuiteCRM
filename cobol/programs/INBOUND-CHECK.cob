       IDENTIFICATION DIVISION.
       PROGRAM-ID. INBOUND-CHECK.
       AUTHOR. SUITECRM-REAL-ESTATE.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * INBOUND FILE CONTROL FOR EVERY BANK AND FEED LOAD
      * THE LOADERS USED TO READ THEIR INBOUND FILES BLIND - A
      * TRUNCATED TRANSFER LOADED HALF A FILE AND A RESENT FILE
      * LOADED TWICE. EVERY INBOUND FILE NOW CARRIES A HEADER AND A
      * TRAILER RECORD AROUND ITS DETAIL LINES:
      *   HDR|<SOURCE>|<FILE-DATE CCYYMMDD>|<SEQUENCE>
      *   TRL|<DETAIL-RECORD-COUNT>|<AMOUNT-HASH>
      * WHERE THE AMOUNT HASH IS THE SUM OF THE SOURCE'S AMOUNT FIELD
      * OVER THE DETAIL LINES (ZERO FOR A SOURCE WITHOUT ONE). THE
      * LOADER CALLS THIS MODULE BEFORE IT TOUCHES ANY DATA, SAME
      * CALL SHAPE AS PAYEE-VERIFY.COB:
      *   <ACTION>|<SOURCE>
      * WHERE SOURCE IS BANKRET, BANKSTMT, WIREACK, POSPAYRET,
      * MLSFEED, TAXROLL, INSFEED, BOARDFEED OR SYNDACK1 THROUGH
      * SYNDACK4 (THE SYNDICATION PORTALS' ACKNOWLEDGMENT FILES) AND
      * ACTION IS:
      *   CHECK    - READS THE WHOLE FILE, PROVES THE TRAILER COUNT
      *              AND AMOUNT HASH AGAINST THE DETAIL LINES AND
      *              TAKES A CONTENT FINGERPRINT OF THEM. A FILE
      *              WHOSE FINGERPRINT, OR WHOSE FILE DATE AND
      *              SEQUENCE, IS ALREADY ON THE INBOUND REGISTRY
      *              INBREG.DAT FOR THE SOURCE IS REFUSED. EVERY
      *              ACCEPTANCE AND REJECTION IS APPENDED TO THE
      *              INBOUND LOG INBLOG.DAT UNDER THE BUSINESS DATE.
      *   REGISTER - ENTERS THE FILE THE LAST CHECK ACCEPTED ON THE
      *              REGISTRY. THE LOADER CALLS IT ONLY AFTER THE
      *              LOAD COMPLETES, SO A RUN THAT STOPS PART-WAY
      *              CAN BE RERUN ON THE SAME FILE.
      * THE FINGERPRINT COVERS THE DETAIL LINES ONLY, SO A FILE
      * RESENT UNDER A FRESH HEADER IS STILL CAUGHT. AN ABSENT OR
      * EMPTY FILE RETURNS STATUS 10 AND IS NOT LOGGED - THE LOADER
      * CARRIES ON EXACTLY AS IT ALWAYS HAS WHEN NOTHING ARRIVED.
      * STATUS 00 IS ACCEPTED/REGISTERED; ANYTHING ELSE IS A REFUSAL.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANK-RETURN-FILE ASSIGN TO "BANKRET.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-INBOUND-STATUS.

           SELECT BANK-STMT-FILE ASSIGN TO "BANKSTMT.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-INBOUND-STATUS.

           SELECT WIRE-ACK-FILE ASSIGN TO "WIREACK.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-INBOUND-STATUS.

           SELECT POSPAY-RETURN-FILE ASSIGN TO "POSPAYRET.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-INBOUND-STATUS.

           SELECT MLS-FEED-FILE ASSIGN TO "MLSFEED.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-INBOUND-STATUS.

           SELECT TAX-ROLL-FILE ASSIGN TO "TAXROLL.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-INBOUND-STATUS.

           SELECT INS-FEED-FILE ASSIGN TO "INSFEED.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-INBOUND-STATUS.

           SELECT BOARD-FEED-FILE ASSIGN TO "BOARDFEED.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-INBOUND-STATUS.

           SELECT SYND-ACK-FILE-1 ASSIGN TO "SYNDACK1.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-INBOUND-STATUS.

           SELECT SYND-ACK-FILE-2 ASSIGN TO "SYNDACK2.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-INBOUND-STATUS.

           SELECT SYND-ACK-FILE-3 ASSIGN TO "SYNDACK3.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-INBOUND-STATUS.

           SELECT SYND-ACK-FILE-4 ASSIGN TO "SYNDACK4.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-INBOUND-STATUS.

           SELECT INBOUND-REGISTRY ASSIGN TO "INBREG.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-REG-STATUS.

           SELECT INBOUND-LOG ASSIGN TO "INBLOG.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-LOG-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BANK-RETURN-FILE.
       01  BANK-RETURN-LINE        PIC X(600).

       FD  BANK-STMT-FILE.
       01  BANK-STMT-LINE          PIC X(600).

       FD  WIRE-ACK-FILE.
       01  WIRE-ACK-LINE           PIC X(600).

       FD  POSPAY-RETURN-FILE.
       01  POSPAY-RETURN-LINE      PIC X(600).

       FD  MLS-FEED-FILE.
       01  MLS-FEED-LINE           PIC X(600).

       FD  TAX-ROLL-FILE.
       01  TAX-ROLL-LINE           PIC X(600).

       FD  INS-FEED-FILE.
       01  INS-FEED-LINE           PIC X(600).

       FD  BOARD-FEED-FILE.
       01  BOARD-FEED-LINE         PIC X(600).

       FD  SYND-ACK-FILE-1.
       01  SYND-ACK-LINE-1         PIC X(600).

       FD  SYND-ACK-FILE-2.
       01  SYND-ACK-LINE-2         PIC X(600).

       FD  SYND-ACK-FILE-3.
       01  SYND-ACK-LINE-3         PIC X(600).

       FD  SYND-ACK-FILE-4.
       01  SYND-ACK-LINE-4         PIC X(600).

      *****************************************************************
      * APPEND-ONLY REGISTRY OF EVERY INBOUND FILE LOADED, ONE RECORD
      * PER FILE. THE DUPLICATE CHECK SWEEPS IT FOR THE SOURCE.
      *****************************************************************
       FD  INBOUND-REGISTRY.
       01  INBOUND-REGISTRY-RECORD.
           05  IR-SOURCE           PIC X(10).
           05  IR-FILE-NAME        PIC X(14).
           05  IR-FILE-DATE        PIC 9(8).
           05  IR-SEQUENCE         PIC 9(6).
           05  IR-RECORD-COUNT     PIC 9(9).
           05  IR-AMOUNT-HASH      PIC 9(13)V99.
           05  IR-FINGERPRINT      PIC X(18).
           05  IR-BUSINESS-DATE    PIC 9(8).
           05  IR-TIMESTAMP        PIC 9(14).

      *****************************************************************
      * APPEND-ONLY INBOUND LOG. ONE RECORD PER ACCEPTANCE OR
      * REJECTION, CARRYING THE BUSINESS DATE SO INBOUND-REVIEW CAN
      * REPORT - AND FAIL ITS DRIVER STEP ON - ONE DAY AT A TIME.
      *****************************************************************
       FD  INBOUND-LOG.
       01  INBOUND-LOG-RECORD.
           05  IL-BUSINESS-DATE    PIC 9(8).
           05  IL-SOURCE           PIC X(10).
           05  IL-FILE-NAME        PIC X(14).
           05  IL-DISPOSITION      PIC X(8).
               88  IL-ACCEPTED     VALUE "ACCEPTED".
               88  IL-REJECTED     VALUE "REJECTED".
           05  IL-FILE-DATE        PIC 9(8).
           05  IL-SEQUENCE         PIC 9(6).
           05  IL-RECORD-COUNT     PIC 9(9).
           05  IL-AMOUNT-HASH      PIC 9(13)V99.
           05  IL-FINGERPRINT      PIC X(18).
           05  IL-REASON           PIC X(50).
           05  IL-TIMESTAMP        PIC 9(14).

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
       01  WS-INBOUND-STATUS       PIC XX.
       01  WS-REG-STATUS           PIC XX.
       01  WS-LOG-STATUS           PIC XX.
       01  WS-BUSDATE-STATUS       PIC XX.
       01  WS-EOF-SWITCH           PIC X VALUE 'N'.
           88  WS-END-OF-FILE      VALUE 'Y'.
       01  WS-REG-EOF-SW           PIC X VALUE 'N'.
           88  WS-REG-END-OF-FILE  VALUE 'Y'.

       01  WS-REQUEST-FIELDS.
           05  WS-ACTION           PIC X(8).
           05  WS-SOURCE           PIC X(10).

       01  WS-RESPONSE-WORK.
           05  WS-STATUS           PIC XX.
           05  WS-MESSAGE          PIC X(50).

      *****************************************************************
      * PER-SOURCE PROFILE: THE FILE IT ARRIVES ON AND WHICH PIPE-
      * DELIMITED FIELD OF A DETAIL LINE CARRIES THE AMOUNT HASHED
      * INTO THE TRAILER (ZERO - COUNT-ONLY CONTROL).
      *****************************************************************
       01  WS-SOURCE-PROFILE.
           05  WS-FILE-NAME        PIC X(14).
           05  WS-AMOUNT-FIELD     PIC 9.

       01  WS-INBOUND-LINE         PIC X(600).
       01  WS-LINE-LENGTH          PIC 9(4) COMP.
       01  WS-CHAR-IDX             PIC 9(4) COMP.
       01  WS-LINE-COUNT           PIC 9(9).

       01  WS-HEADER-SEEN-SW       PIC X.
       01  WS-TRAILER-SEEN-SW      PIC X.

       01  WS-HEADER-FIELDS.
           05  WS-HDR-TAG          PIC X(4).
           05  WS-HDR-SOURCE       PIC X(10).
           05  WS-HDR-DATE-X       PIC X(8) JUSTIFIED RIGHT.
           05  WS-HDR-DATE REDEFINES WS-HDR-DATE-X
                                   PIC 9(8).
           05  WS-HDR-SEQ-X        PIC X(6) JUSTIFIED RIGHT.
           05  WS-HDR-SEQ REDEFINES WS-HDR-SEQ-X
                                   PIC 9(6).

       01  WS-TRAILER-FIELDS.
           05  WS-TRL-TAG          PIC X(4).
           05  WS-TRL-COUNT-X      PIC X(9) JUSTIFIED RIGHT.
           05  WS-TRL-COUNT REDEFINES WS-TRL-COUNT-X
                                   PIC 9(9).
           05  WS-TRL-HASH         PIC 9(13)V99.

       01  WS-DETAIL-FIELDS.
           05  WS-DTL-FIELD        PIC X(40) OCCURS 4 TIMES.
       01  WS-DETAIL-AMOUNT        PIC 9(11)V99.

      *****************************************************************
      * TOTALS TAKEN OVER THE DETAIL LINES, AND THE TWO RUNNING
      * POLYNOMIAL HASHES THAT MAKE UP THE CONTENT FINGERPRINT.
      *****************************************************************
       01  WS-FILE-TOTALS.
           05  WS-DETAIL-COUNT     PIC 9(9).
           05  WS-AMOUNT-HASH      PIC 9(13)V99.
           05  WS-HASH-ONE         PIC 9(9).
           05  WS-HASH-TWO         PIC 9(9).
       01  WS-FINGERPRINT.
           05  WS-FP-ONE           PIC 9(9).
           05  WS-FP-TWO           PIC 9(9).
       01  WS-CHAR-VALUE           PIC 9(4) COMP.

      *****************************************************************
      * THE FILE THE LAST CHECK ACCEPTED - WHAT REGISTER ENTERS.
      *****************************************************************
       01  WS-ACCEPTED-SW          PIC X VALUE 'N'.
       01  WS-ACCEPTED-FILE.
           05  WS-ACC-SOURCE       PIC X(10).
           05  WS-ACC-FILE-NAME    PIC X(14).
           05  WS-ACC-FILE-DATE    PIC 9(8).
           05  WS-ACC-SEQUENCE     PIC 9(6).
           05  WS-ACC-COUNT        PIC 9(9).
           05  WS-ACC-HASH         PIC 9(13)V99.
           05  WS-ACC-FINGERPRINT  PIC X(18).

       01  WS-BUSINESS-DATE        PIC 9(8).

       01  WS-CURRENT-DATE.
           05  WS-YEAR             PIC 9(4).
           05  WS-MONTH            PIC 99.
           05  WS-DAY              PIC 99.

       01  WS-CURRENT-TIME.
           05  WS-HOUR             PIC 99.
           05  WS-MINUTE           PIC 99.
           05  WS-SECOND           PIC 99.

       LINKAGE SECTION.
       01  LS-REQUEST              PIC X(200).
       01  LS-RESPONSE             PIC X(150).

       PROCEDURE DIVISION USING LS-REQUEST LS-RESPONSE.

       MAIN-PROCESS.
           PERFORM INITIALIZE-CHECK
           PERFORM PARSE-REQUEST
           PERFORM VALIDATE-REQUEST

           IF WS-STATUS = '00'
               EVALUATE WS-ACTION
                   WHEN "CHECK"
                       PERFORM CHECK-INBOUND-FILE
                   WHEN "REGISTER"
                       PERFORM REGISTER-INBOUND-FILE
               END-EVALUATE
           END-IF

           PERFORM FORMAT-RESPONSE
           GOBACK.

       INITIALIZE-CHECK.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           PERFORM GET-BUSINESS-DATE
           ACCEPT WS-CURRENT-TIME FROM TIME
           STRING WS-YEAR WS-MONTH WS-DAY
                  DELIMITED BY SIZE
                  INTO WS-BUSINESS-DATE
           MOVE '00' TO WS-STATUS
           MOVE SPACES TO WS-MESSAGE.

       PARSE-REQUEST.
           INITIALIZE WS-REQUEST-FIELDS

           UNSTRING LS-REQUEST DELIMITED BY '|'
               INTO WS-ACTION
                    WS-SOURCE

           MOVE FUNCTION UPPER-CASE(WS-SOURCE) TO WS-SOURCE.

       VALIDATE-REQUEST.
           IF WS-ACTION NOT = "CHECK" AND WS-ACTION NOT = "REGISTER"
               MOVE '01' TO WS-STATUS
               MOVE "Unknown action" TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF

           EVALUATE WS-SOURCE
               WHEN "BANKRET"
                   MOVE "BANKRET.DAT" TO WS-FILE-NAME
                   MOVE 0 TO WS-AMOUNT-FIELD
               WHEN "BANKSTMT"
                   MOVE "BANKSTMT.DAT" TO WS-FILE-NAME
                   MOVE 4 TO WS-AMOUNT-FIELD
               WHEN "WIREACK"
                   MOVE "WIREACK.DAT" TO WS-FILE-NAME
                   MOVE 0 TO WS-AMOUNT-FIELD
               WHEN "POSPAYRET"
                   MOVE "POSPAYRET.DAT" TO WS-FILE-NAME
                   MOVE 2 TO WS-AMOUNT-FIELD
               WHEN "MLSFEED"
                   MOVE "MLSFEED.DAT" TO WS-FILE-NAME
                   MOVE 0 TO WS-AMOUNT-FIELD
               WHEN "TAXROLL"
                   MOVE "TAXROLL.DAT" TO WS-FILE-NAME
                   MOVE 4 TO WS-AMOUNT-FIELD
               WHEN "INSFEED"
                   MOVE "INSFEED.DAT" TO WS-FILE-NAME
                   MOVE 4 TO WS-AMOUNT-FIELD
               WHEN "BOARDFEED"
                   MOVE "BOARDFEED.DAT" TO WS-FILE-NAME
                   MOVE 4 TO WS-AMOUNT-FIELD
               WHEN "SYNDACK1"
                   MOVE "SYNDACK1.DAT" TO WS-FILE-NAME
                   MOVE 0 TO WS-AMOUNT-FIELD
               WHEN "SYNDACK2"
                   MOVE "SYNDACK2.DAT" TO WS-FILE-NAME
                   MOVE 0 TO WS-AMOUNT-FIELD
               WHEN "SYNDACK3"
                   MOVE "SYNDACK3.DAT" TO WS-FILE-NAME
                   MOVE 0 TO WS-AMOUNT-FIELD
               WHEN "SYNDACK4"
                   MOVE "SYNDACK4.DAT" TO WS-FILE-NAME
                   MOVE 0 TO WS-AMOUNT-FIELD
               WHEN OTHER
                   MOVE '02' TO WS-STATUS
                   MOVE "Unknown inbound source" TO WS-MESSAGE
           END-EVALUATE.

      *****************************************************************
      * ONE PASS OVER THE FILE. THE HEADER MUST BE THE FIRST NON-BLANK
      * LINE AND THE TRAILER THE LAST; A MISSING TRAILER IS THE MARK
      * OF A TRANSFER THAT WAS CUT SHORT.
      *****************************************************************
       CHECK-INBOUND-FILE.
           MOVE 'N' TO WS-ACCEPTED-SW
           INITIALIZE WS-FILE-TOTALS WS-HEADER-FIELDS
                      WS-TRAILER-FIELDS
           MOVE ZERO TO WS-LINE-COUNT
           MOVE 'N' TO WS-HEADER-SEEN-SW
           MOVE 'N' TO WS-TRAILER-SEEN-SW

           PERFORM OPEN-INBOUND-FILE

           IF WS-INBOUND-STATUS NOT = '00'
               MOVE '10' TO WS-STATUS
               MOVE "No inbound file present" TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM READ-INBOUND-LINE
           PERFORM UNTIL WS-END-OF-FILE OR WS-STATUS NOT = '00'
               IF WS-INBOUND-LINE NOT = SPACES
                   ADD 1 TO WS-LINE-COUNT
                   PERFORM EXAMINE-INBOUND-LINE
               END-IF
               PERFORM READ-INBOUND-LINE
           END-PERFORM

           PERFORM CLOSE-INBOUND-FILE

           IF WS-STATUS = '00' AND WS-LINE-COUNT = ZERO
               MOVE '10' TO WS-STATUS
               MOVE "Inbound file is empty" TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF

           IF WS-STATUS = '00' AND WS-TRAILER-SEEN-SW = 'N'
               MOVE '24' TO WS-STATUS
               MOVE "No trailer record - file truncated"
                   TO WS-MESSAGE
           END-IF

           IF WS-STATUS = '00'
               PERFORM PROVE-TRAILER-TOTALS
           END-IF

           MOVE WS-HASH-ONE TO WS-FP-ONE
           MOVE WS-HASH-TWO TO WS-FP-TWO

           IF WS-STATUS = '00'
               PERFORM CHECK-DUPLICATE-FILE
           END-IF

           PERFORM WRITE-INBOUND-LOG

           IF WS-STATUS = '00'
               MOVE 'Y' TO WS-ACCEPTED-SW
               MOVE WS-SOURCE TO WS-ACC-SOURCE
               MOVE WS-FILE-NAME TO WS-ACC-FILE-NAME
               MOVE WS-HDR-DATE TO WS-ACC-FILE-DATE
               MOVE WS-HDR-SEQ TO WS-ACC-SEQUENCE
               MOVE WS-DETAIL-COUNT TO WS-ACC-COUNT
               MOVE WS-AMOUNT-HASH TO WS-ACC-HASH
               MOVE WS-FINGERPRINT TO WS-ACC-FINGERPRINT
               MOVE "Inbound file accepted" TO WS-MESSAGE
           END-IF.

       EXAMINE-INBOUND-LINE.
           IF WS-HEADER-SEEN-SW = 'N'
               IF WS-INBOUND-LINE(1:4) = "HDR|"
                   PERFORM PARSE-HEADER-LINE
               ELSE
                   MOVE '22' TO WS-STATUS
                   MOVE "No header record" TO WS-MESSAGE
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF WS-TRAILER-SEEN-SW = 'Y'
               MOVE '24' TO WS-STATUS
               MOVE "Records follow the trailer" TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF

           EVALUATE WS-INBOUND-LINE(1:4)
               WHEN "HDR|"
                   MOVE '22' TO WS-STATUS
                   MOVE "Second header record" TO WS-MESSAGE
               WHEN "TRL|"
                   PERFORM PARSE-TRAILER-LINE
               WHEN OTHER
                   PERFORM ACCUMULATE-DETAIL-LINE
           END-EVALUATE.

       PARSE-HEADER-LINE.
           MOVE 'Y' TO WS-HEADER-SEEN-SW

           UNSTRING WS-INBOUND-LINE DELIMITED BY '|'
               INTO WS-HDR-TAG
                    WS-HDR-SOURCE
                    WS-HDR-DATE-X
                    WS-HDR-SEQ-X

           MOVE FUNCTION UPPER-CASE(WS-HDR-SOURCE) TO WS-HDR-SOURCE
           INSPECT WS-HDR-SEQ-X REPLACING LEADING SPACES BY ZERO

           IF WS-HDR-SOURCE NOT = WS-SOURCE
               MOVE '23' TO WS-STATUS
               MOVE "Header source does not match" TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF

           IF WS-HDR-DATE-X NOT NUMERIC
                   OR WS-HDR-DATE-X(5:2) < "01"
                   OR WS-HDR-DATE-X(5:2) > "12"
                   OR WS-HDR-DATE-X(7:2) < "01"
                   OR WS-HDR-DATE-X(7:2) > "31"
               MOVE '23' TO WS-STATUS
               MOVE "Header file date invalid" TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF

           IF WS-HDR-SEQ-X NOT NUMERIC
               MOVE '23' TO WS-STATUS
               MOVE "Header sequence invalid" TO WS-MESSAGE
           END-IF.

       PARSE-TRAILER-LINE.
           MOVE 'Y' TO WS-TRAILER-SEEN-SW

           UNSTRING WS-INBOUND-LINE DELIMITED BY '|'
               INTO WS-TRL-TAG
                    WS-TRL-COUNT-X
                    WS-TRL-HASH

           INSPECT WS-TRL-COUNT-X REPLACING LEADING SPACES BY ZERO

           IF WS-TRL-COUNT-X NOT NUMERIC
               MOVE '25' TO WS-STATUS
               MOVE "Trailer record count invalid" TO WS-MESSAGE
           END-IF.

      *****************************************************************
      * A DETAIL LINE COUNTS, ADDS ITS AMOUNT FIELD TO THE HASH AND
      * FOLDS EVERY CHARACTER UP TO ITS LAST NON-BLANK INTO BOTH
      * FINGERPRINT HASHES, FOLLOWED BY A LINE-END MARK SO THE SAME
      * TEXT SPLIT ACROSS DIFFERENT LINES HASHES DIFFERENTLY.
      *****************************************************************
       ACCUMULATE-DETAIL-LINE.
           ADD 1 TO WS-DETAIL-COUNT

           IF WS-AMOUNT-FIELD > ZERO
               MOVE SPACES TO WS-DETAIL-FIELDS
               UNSTRING WS-INBOUND-LINE DELIMITED BY '|'
                   INTO WS-DTL-FIELD(1)
                        WS-DTL-FIELD(2)
                        WS-DTL-FIELD(3)
                        WS-DTL-FIELD(4)
               MOVE ZERO TO WS-DETAIL-AMOUNT
               UNSTRING WS-DTL-FIELD(WS-AMOUNT-FIELD)
                   DELIMITED BY SPACE
                   INTO WS-DETAIL-AMOUNT
               ADD WS-DETAIL-AMOUNT TO WS-AMOUNT-HASH
           END-IF

           MOVE 600 TO WS-LINE-LENGTH
           PERFORM UNTIL WS-LINE-LENGTH = 1
                   OR WS-INBOUND-LINE(WS-LINE-LENGTH:1) NOT = SPACE
               SUBTRACT 1 FROM WS-LINE-LENGTH
           END-PERFORM

           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
                   UNTIL WS-CHAR-IDX > WS-LINE-LENGTH
               COMPUTE WS-CHAR-VALUE =
                   FUNCTION ORD(WS-INBOUND-LINE(WS-CHAR-IDX:1))
               PERFORM FOLD-FINGERPRINT-CHAR
           END-PERFORM

           MOVE 11 TO WS-CHAR-VALUE
           PERFORM FOLD-FINGERPRINT-CHAR.

       FOLD-FINGERPRINT-CHAR.
           COMPUTE WS-HASH-ONE = FUNCTION MOD
               (WS-HASH-ONE * 31 + WS-CHAR-VALUE, 999999937)
           COMPUTE WS-HASH-TWO = FUNCTION MOD
               (WS-HASH-TWO * 257 + WS-CHAR-VALUE, 999999929).

       PROVE-TRAILER-TOTALS.
           IF WS-TRL-COUNT NOT = WS-DETAIL-COUNT
               MOVE '25' TO WS-STATUS
               MOVE "Trailer count does not match detail"
                   TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF

           IF WS-TRL-HASH NOT = WS-AMOUNT-HASH
               MOVE '26' TO WS-STATUS
               MOVE "Trailer amount hash does not match"
                   TO WS-MESSAGE
           END-IF.

      *****************************************************************
      * SWEEP OF THE REGISTRY FOR THIS SOURCE. THE SAME CONTENT, OR
      * THE SAME FILE DATE AND SEQUENCE, MEANS THE FILE WAS ALREADY
      * LOADED. NO REGISTRY YET MEANS NOTHING HAS BEEN LOADED.
      *****************************************************************
       CHECK-DUPLICATE-FILE.
           OPEN INPUT INBOUND-REGISTRY

           IF WS-REG-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-REG-EOF-SW
           PERFORM READ-REGISTRY-RECORD
           PERFORM UNTIL WS-REG-END-OF-FILE OR WS-STATUS NOT = '00'
               IF IR-SOURCE = WS-SOURCE
                   IF IR-FINGERPRINT = WS-FINGERPRINT
                       MOVE '27' TO WS-STATUS
                       MOVE "Same content already loaded"
                           TO WS-MESSAGE
                   ELSE
                       IF IR-FILE-DATE = WS-HDR-DATE
                               AND IR-SEQUENCE = WS-HDR-SEQ
                           MOVE '28' TO WS-STATUS
                           MOVE "File date and sequence already loaded"
                               TO WS-MESSAGE
                       END-IF
                   END-IF
               END-IF
               PERFORM READ-REGISTRY-RECORD
           END-PERFORM

           CLOSE INBOUND-REGISTRY.

       READ-REGISTRY-RECORD.
           READ INBOUND-REGISTRY
               AT END
                   MOVE 'Y' TO WS-REG-EOF-SW
           END-READ.

       WRITE-INBOUND-LOG.
           OPEN EXTEND INBOUND-LOG

           IF WS-LOG-STATUS NOT = '00'
               OPEN OUTPUT INBOUND-LOG
           END-IF

           MOVE WS-BUSINESS-DATE TO IL-BUSINESS-DATE
           MOVE WS-SOURCE TO IL-SOURCE
           MOVE WS-FILE-NAME TO IL-FILE-NAME

           IF WS-STATUS = '00'
               MOVE "ACCEPTED" TO IL-DISPOSITION
               MOVE SPACES TO IL-REASON
           ELSE
               MOVE "REJECTED" TO IL-DISPOSITION
               MOVE WS-MESSAGE TO IL-REASON
           END-IF

           IF WS-HDR-DATE-X NUMERIC
               MOVE WS-HDR-DATE TO IL-FILE-DATE
           ELSE
               MOVE ZERO TO IL-FILE-DATE
           END-IF

           IF WS-HDR-SEQ-X NUMERIC
               MOVE WS-HDR-SEQ TO IL-SEQUENCE
           ELSE
               MOVE ZERO TO IL-SEQUENCE
           END-IF

           MOVE WS-DETAIL-COUNT TO IL-RECORD-COUNT
           MOVE WS-AMOUNT-HASH TO IL-AMOUNT-HASH
           MOVE WS-FINGERPRINT TO IL-FINGERPRINT
           STRING WS-YEAR WS-MONTH WS-DAY
                  WS-HOUR WS-MINUTE WS-SECOND
                  DELIMITED BY SIZE
                  INTO IL-TIMESTAMP

           WRITE INBOUND-LOG-RECORD

           CLOSE INBOUND-LOG.

       REGISTER-INBOUND-FILE.
           IF WS-ACCEPTED-SW NOT = 'Y' OR WS-ACC-SOURCE NOT = WS-SOURCE
               MOVE '30' TO WS-STATUS
               MOVE "File not checked and accepted this run"
                   TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF

           OPEN EXTEND INBOUND-REGISTRY

           IF WS-REG-STATUS NOT = '00'
               OPEN OUTPUT INBOUND-REGISTRY
           END-IF

           MOVE WS-ACC-SOURCE TO IR-SOURCE
           MOVE WS-ACC-FILE-NAME TO IR-FILE-NAME
           MOVE WS-ACC-FILE-DATE TO IR-FILE-DATE
           MOVE WS-ACC-SEQUENCE TO IR-SEQUENCE
           MOVE WS-ACC-COUNT TO IR-RECORD-COUNT
           MOVE WS-ACC-HASH TO IR-AMOUNT-HASH
           MOVE WS-ACC-FINGERPRINT TO IR-FINGERPRINT
           MOVE WS-BUSINESS-DATE TO IR-BUSINESS-DATE
           STRING WS-YEAR WS-MONTH WS-DAY
                  WS-HOUR WS-MINUTE WS-SECOND
                  DELIMITED BY SIZE
                  INTO IR-TIMESTAMP

           WRITE INBOUND-REGISTRY-RECORD

           CLOSE INBOUND-REGISTRY

           MOVE 'N' TO WS-ACCEPTED-SW
           MOVE "Inbound file registered" TO WS-MESSAGE.

      *****************************************************************
      * ONE SELECT PER SOURCE, DISPATCHED THE SAME WAY CONTROL-MAINT
      * DISPATCHES ITS CONTROL FILES. EVERY LINE IS READ INTO THE
      * SAME WORKING-STORAGE AREA SO THE CHECKS ARE WRITTEN ONCE.
      *****************************************************************
       OPEN-INBOUND-FILE.
           EVALUATE WS-SOURCE
               WHEN "BANKRET"
                   OPEN INPUT BANK-RETURN-FILE
               WHEN "BANKSTMT"
                   OPEN INPUT BANK-STMT-FILE
               WHEN "WIREACK"
                   OPEN INPUT WIRE-ACK-FILE
               WHEN "POSPAYRET"
                   OPEN INPUT POSPAY-RETURN-FILE
               WHEN "MLSFEED"
                   OPEN INPUT MLS-FEED-FILE
               WHEN "TAXROLL"
                   OPEN INPUT TAX-ROLL-FILE
               WHEN "INSFEED"
                   OPEN INPUT INS-FEED-FILE
               WHEN "BOARDFEED"
                   OPEN INPUT BOARD-FEED-FILE
               WHEN "SYNDACK1"
                   OPEN INPUT SYND-ACK-FILE-1
               WHEN "SYNDACK2"
                   OPEN INPUT SYND-ACK-FILE-2
               WHEN "SYNDACK3"
                   OPEN INPUT SYND-ACK-FILE-3
               WHEN "SYNDACK4"
                   OPEN INPUT SYND-ACK-FILE-4
           END-EVALUATE.

       READ-INBOUND-LINE.
           MOVE SPACES TO WS-INBOUND-LINE

           EVALUATE WS-SOURCE
               WHEN "BANKRET"
                   READ BANK-RETURN-FILE INTO WS-INBOUND-LINE
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                   END-READ
               WHEN "BANKSTMT"
                   READ BANK-STMT-FILE INTO WS-INBOUND-LINE
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                   END-READ
               WHEN "WIREACK"
                   READ WIRE-ACK-FILE INTO WS-INBOUND-LINE
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                   END-READ
               WHEN "POSPAYRET"
                   READ POSPAY-RETURN-FILE INTO WS-INBOUND-LINE
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                   END-READ
               WHEN "MLSFEED"
                   READ MLS-FEED-FILE INTO WS-INBOUND-LINE
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                   END-READ
               WHEN "TAXROLL"
                   READ TAX-ROLL-FILE INTO WS-INBOUND-LINE
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                   END-READ
               WHEN "INSFEED"
                   READ INS-FEED-FILE INTO WS-INBOUND-LINE
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                   END-READ
               WHEN "BOARDFEED"
                   READ BOARD-FEED-FILE INTO WS-INBOUND-LINE
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                   END-READ
               WHEN "SYNDACK1"
                   READ SYND-ACK-FILE-1 INTO WS-INBOUND-LINE
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                   END-READ
               WHEN "SYNDACK2"
                   READ SYND-ACK-FILE-2 INTO WS-INBOUND-LINE
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                   END-READ
               WHEN "SYNDACK3"
                   READ SYND-ACK-FILE-3 INTO WS-INBOUND-LINE
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                   END-READ
               WHEN "SYNDACK4"
                   READ SYND-ACK-FILE-4 INTO WS-INBOUND-LINE
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                   END-READ
           END-EVALUATE.

       CLOSE-INBOUND-FILE.
           EVALUATE WS-SOURCE
               WHEN "BANKRET"
                   CLOSE BANK-RETURN-FILE
               WHEN "BANKSTMT"
                   CLOSE BANK-STMT-FILE
               WHEN "WIREACK"
                   CLOSE WIRE-ACK-FILE
               WHEN "POSPAYRET"
                   CLOSE POSPAY-RETURN-FILE
               WHEN "MLSFEED"
                   CLOSE MLS-FEED-FILE
               WHEN "TAXROLL"
                   CLOSE TAX-ROLL-FILE
               WHEN "INSFEED"
                   CLOSE INS-FEED-FILE
               WHEN "BOARDFEED"
                   CLOSE BOARD-FEED-FILE
               WHEN "SYNDACK1"
                   CLOSE SYND-ACK-FILE-1
               WHEN "SYNDACK2"
                   CLOSE SYND-ACK-FILE-2
               WHEN "SYNDACK3"
                   CLOSE SYND-ACK-FILE-3
               WHEN "SYNDACK4"
                   CLOSE SYND-ACK-FILE-4
           END-EVALUATE.

       FORMAT-RESPONSE.
           MOVE SPACES TO LS-RESPONSE
           STRING WS-STATUS
                  "|" WS-MESSAGE
                  DELIMITED BY SIZE
                  INTO LS-RESPONSE.

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
