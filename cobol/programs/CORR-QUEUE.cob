       IDENTIFICATION DIVISION.
       PROGRAM-ID. CORR-QUEUE.
       AUTHOR. SUITECRM-REAL-ESTATE.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * CUSTOMER CORRESPONDENCE QUEUE ENTRY
      * EVERY PROGRAM THAT OWES A BORROWER OR CUSTOMER A LETTER USED
      * TO LEAVE IT ON ITS OWN REPORT FOR SOMEONE TO TYPE UP. THEY
      * NOW CALL THIS MODULE INSTEAD, WHICH PUTS THE LETTER ON THE
      * SHARED CORRESPONDENCE QUEUE CORRQUEUE.DAT FOR THE NIGHTLY
      * CORRESPONDENCE JOB TO RENDER AND SEND TO THE MAIL HOUSE.
      * SAME CALL SHAPE AS INBOUND-CHECK.COB:
      *   QUEUE|<LETTER-TYPE>|<SUBJECT-TYPE>|<SUBJECT-KEY>|
      *         <RECIPIENT-NAME>|<REQUIRED-BY CCYYMMDD>|<DOC-REF>|
      *         <MERGE-1>|...|<MERGE-8>|<PARTY-ID>
      * LETTER TYPES: LATENOTICE (MTG-DELINQ), ESCANALYS (ESCROW-
      * ANALYSIS), PAYOFFQT (MTG-PAYOFF), INSLAPSE (INS-POLICY-
      * LOAD), CARDSTMT (CARD-STATEMENT) AND TRUSTSTMT (TRUST-
      * STATEMENT). SUBJECT TYPES ARE THE PARTYXREF.DAT LINK TYPES
      * MORTGAGE, ACCOUNT AND CARD. THE DOC-REF IDENTIFIES THE THING
      * THE LETTER IS ABOUT (BILL, QUOTE, STATEMENT MONTH ...) -
      * TYPE, SUBJECT AND REF TOGETHER ARE WHAT THE NIGHTLY JOB
      * TREATS AS "THE SAME LETTER".
      * THE RECIPIENT IS RESOLVED HERE, NOT BY THE CALLER:
      *   - THE PARTY IS THE LAST PARTYXREF.DAT LINK FOR THE SUBJECT,
      *     AND ITS CANONICAL NAME REPLACES THE CALLER'S NAME. A
      *     CALLER THAT ALREADY KNOWS THE PARTY (A LEASE TRUST
      *     STATEMENT GOES TO THE OWNER OR TENANT ON LEASEMST.DAT)
      *     PASSES IT AS THE OPTIONAL LAST FIELD, WHICH WINS.
      *   - THE ADDRESS IS THE LAST PARTYADDR.DAT LINE FOR THE PARTY
      *     (OR FOR THE SUBJECT KEY, WHERE NO PARTY IS LINKED YET):
      *       <PARTY-ID OR SUBJECT-KEY>|<ADDRESS>|<CITY>|<ST>|<ZIP>
      *     MAINTAINED THROUGH CONTROL-MAINT.COB.
      *   - A MORTGAGE WITHOUT ONE GOES TO THE PROPERTY ADDRESS, AS
      *     THE 1098 STATEMENTS ALWAYS HAVE.
      * A LETTER WITH NO ADDRESS IS STILL QUEUED - THE NIGHTLY JOB
      * REPORTS IT FOR THE DESK RATHER THAN LOSING IT. A MISSING
      * REQUIRED-BY DATE DEFAULTS TO THE BUSINESS DATE.
      * RESPONSE: 00|<LETTER-ID> WHEN QUEUED, ANYTHING ELSE IS A
      * REFUSAL WITH ITS REASON.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CORR-QUEUE-FILE ASSIGN TO "CORRQUEUE.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-QUEUE-STATUS.

           SELECT PARTY-MASTER ASSIGN TO "PARTYMST.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS PT-PARTY-ID
                  FILE STATUS IS WS-PARTY-STATUS.

           SELECT PARTY-XREF-FILE ASSIGN TO "PARTYXREF.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-XREF-STATUS.

           SELECT PARTY-ADDRESS-FILE ASSIGN TO "PARTYADDR.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-ADDR-STATUS.

           SELECT MORTGAGE-FILE ASSIGN TO "MORTGAGES.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-MORTGAGE-STATUS.

           SELECT PROPERTY-MASTER ASSIGN TO "PROPERTY-MASTER.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS PM-PROPERTY-ID
                  FILE STATUS IS WS-PROP-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      * ONE RECORD PER LETTER WAITING TO GO OUT. THE NIGHTLY
      * CORRESPONDENCE JOB EMPTIES THE QUEUE ONCE IT HAS RENDERED
      * AND LOGGED EVERYTHING ON IT.
      *****************************************************************
       FD  CORR-QUEUE-FILE.
       01  CORR-QUEUE-RECORD.
           05  CQ-LETTER-ID        PIC X(20).
           05  CQ-LETTER-TYPE      PIC X(10).
           05  CQ-SUBJECT-TYPE     PIC X(10).
           05  CQ-SUBJECT-KEY      PIC X(20).
           05  CQ-DOCUMENT-REF     PIC X(20).
           05  CQ-PARTY-ID         PIC X(20).
           05  CQ-RECIPIENT-NAME   PIC X(50).
           05  CQ-ADDRESS          PIC X(100).
           05  CQ-CITY             PIC X(30).
           05  CQ-STATE            PIC XX.
           05  CQ-ZIP              PIC X(10).
           05  CQ-MERGE-VALUE      PIC X(30) OCCURS 8 TIMES.
           05  CQ-REQUIRED-BY      PIC 9(8).
           05  CQ-QUEUED-DATE      PIC 9(8).
           05  CQ-TIMESTAMP        PIC 9(14).

       FD  PARTY-MASTER.
       01  PARTY-MASTER-REC.
           05  PT-PARTY-ID         PIC X(20).
           05  PT-CANONICAL-NAME   PIC X(50).
           05  PT-TIMESTAMP        PIC 9(14).

       FD  PARTY-XREF-FILE.
       01  PARTY-XREF-RECORD.
           05  PX-PARTY-ID         PIC X(20).
           05  PX-LINK-TYPE        PIC X(10).
           05  PX-LINK-KEY         PIC X(20).
           05  PX-TIMESTAMP        PIC 9(14).

       FD  PARTY-ADDRESS-FILE.
       01  PARTY-ADDRESS-LINE      PIC X(200).

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
       01  WS-QUEUE-STATUS         PIC XX.
       01  WS-PARTY-STATUS         PIC XX.
       01  WS-XREF-STATUS          PIC XX.
       01  WS-ADDR-STATUS          PIC XX.
       01  WS-MORTGAGE-STATUS      PIC XX.
       01  WS-PROP-STATUS          PIC XX.
       01  WS-BUSDATE-STATUS       PIC XX.
       01  WS-EOF-SWITCH           PIC X VALUE 'N'.
           88  WS-END-OF-FILE      VALUE 'Y'.

       01  WS-REQUEST-FIELDS.
           05  WS-ACTION           PIC X(8).
           05  WS-LETTER-TYPE      PIC X(10).
           05  WS-SUBJECT-TYPE     PIC X(10).
           05  WS-SUBJECT-KEY      PIC X(20).
           05  WS-RECIPIENT-NAME   PIC X(50).
           05  WS-REQUIRED-BY-X    PIC X(8) JUSTIFIED RIGHT.
           05  WS-REQUIRED-BY REDEFINES WS-REQUIRED-BY-X
                                   PIC 9(8).
           05  WS-DOCUMENT-REF     PIC X(20).
           05  WS-MERGE-VALUE      PIC X(30) OCCURS 8 TIMES.
           05  WS-REQ-PARTY-ID     PIC X(20).

       01  WS-RESPONSE-WORK.
           05  WS-STATUS           PIC XX.
           05  WS-MESSAGE          PIC X(50).

      *****************************************************************
      * RESOLVED RECIPIENT FOR THE LETTER BEING QUEUED.
      *****************************************************************
       01  WS-RECIPIENT.
           05  WS-PARTY-ID         PIC X(20).
           05  WS-MAIL-ADDRESS     PIC X(100).
           05  WS-MAIL-CITY        PIC X(30).
           05  WS-MAIL-STATE       PIC XX.
           05  WS-MAIL-ZIP         PIC X(10).
       01  WS-PROPERTY-ID          PIC X(20).

       01  WS-ADDR-FIELDS.
           05  WS-ADDR-KEY         PIC X(20).
           05  WS-ADDR-STREET      PIC X(100).
           05  WS-ADDR-CITY        PIC X(30).
           05  WS-ADDR-STATE       PIC XX.
           05  WS-ADDR-ZIP         PIC X(10).

      *****************************************************************
      * LETTER IDS ARE THE FIRST THREE LETTERS OF THE TYPE, THE
      * YYMMDDHHMMSS THE LETTER WAS QUEUED AND A RUN SEQUENCE, SO A
      * PRODUCER QUEUEING HUNDREDS IN ONE SECOND STILL GETS UNIQUE IDS.
      *****************************************************************
       01  WS-LETTER-SEQ           PIC 9(4) VALUE ZERO.
       01  WS-NEW-LETTER-ID        PIC X(20).

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
       01  LS-REQUEST              PIC X(400).
       01  LS-RESPONSE             PIC X(150).

       PROCEDURE DIVISION USING LS-REQUEST LS-RESPONSE.

       MAIN-PROCESS.
           PERFORM INITIALIZE-QUEUE-ENTRY
           PERFORM PARSE-REQUEST
           PERFORM VALIDATE-REQUEST

           IF WS-STATUS = '00'
               PERFORM RESOLVE-PARTY
               PERFORM RESOLVE-ADDRESS
               PERFORM WRITE-QUEUE-ENTRY
           END-IF

           PERFORM FORMAT-RESPONSE
           GOBACK.

       INITIALIZE-QUEUE-ENTRY.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           PERFORM GET-BUSINESS-DATE
           ACCEPT WS-CURRENT-TIME FROM TIME
           STRING WS-YEAR WS-MONTH WS-DAY
                  DELIMITED BY SIZE
                  INTO WS-BUSINESS-DATE
           INITIALIZE WS-RECIPIENT
           MOVE SPACES TO WS-NEW-LETTER-ID
           MOVE '00' TO WS-STATUS
           MOVE SPACES TO WS-MESSAGE.

       PARSE-REQUEST.
           INITIALIZE WS-REQUEST-FIELDS

           UNSTRING LS-REQUEST DELIMITED BY '|'
               INTO WS-ACTION
                    WS-LETTER-TYPE
                    WS-SUBJECT-TYPE
                    WS-SUBJECT-KEY
                    WS-RECIPIENT-NAME
                    WS-REQUIRED-BY-X
                    WS-DOCUMENT-REF
                    WS-MERGE-VALUE(1)
                    WS-MERGE-VALUE(2)
                    WS-MERGE-VALUE(3)
                    WS-MERGE-VALUE(4)
                    WS-MERGE-VALUE(5)
                    WS-MERGE-VALUE(6)
                    WS-MERGE-VALUE(7)
                    WS-MERGE-VALUE(8)
                    WS-REQ-PARTY-ID

           MOVE FUNCTION UPPER-CASE(WS-LETTER-TYPE) TO WS-LETTER-TYPE
           MOVE FUNCTION UPPER-CASE(WS-SUBJECT-TYPE)
               TO WS-SUBJECT-TYPE.

       VALIDATE-REQUEST.
           IF WS-ACTION NOT = "QUEUE"
               MOVE '01' TO WS-STATUS
               MOVE "Unknown action" TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF

           EVALUATE WS-LETTER-TYPE
               WHEN "LATENOTICE"
               WHEN "ESCANALYS"
               WHEN "PAYOFFQT"
               WHEN "INSLAPSE"
               WHEN "CARDSTMT"
               WHEN "TRUSTSTMT"
                   CONTINUE
               WHEN OTHER
                   MOVE '02' TO WS-STATUS
                   MOVE "Unknown letter type" TO WS-MESSAGE
                   EXIT PARAGRAPH
           END-EVALUATE

           IF WS-SUBJECT-TYPE NOT = "MORTGAGE"
                   AND WS-SUBJECT-TYPE NOT = "ACCOUNT"
                   AND WS-SUBJECT-TYPE NOT = "CARD"
               MOVE '03' TO WS-STATUS
               MOVE "Unknown subject type" TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF

           IF WS-SUBJECT-KEY = SPACES
               MOVE '04' TO WS-STATUS
               MOVE "Subject key required" TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF

           INSPECT WS-REQUIRED-BY-X REPLACING ALL SPACE BY ZERO
           IF WS-REQUIRED-BY-X NOT NUMERIC OR WS-REQUIRED-BY = ZERO
               MOVE WS-BUSINESS-DATE TO WS-REQUIRED-BY
           END-IF.

      *****************************************************************
      * THE LAST PARTYXREF.DAT LINK FOR THE SUBJECT NAMES THE PARTY -
      * THE SAME LAST-LINK-WINS RULE THE CASH MONITOR ROLLS UP BY.
      * AN UNLINKED SUBJECT KEEPS THE NAME THE CALLER SUPPLIED.
      *****************************************************************
       RESOLVE-PARTY.
           IF WS-REQ-PARTY-ID NOT = SPACES
               MOVE WS-REQ-PARTY-ID TO WS-PARTY-ID
               PERFORM READ-PARTY-NAME
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT PARTY-XREF-FILE

           IF WS-XREF-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM READ-XREF-RECORD
           PERFORM UNTIL WS-END-OF-FILE
               IF PX-LINK-TYPE = WS-SUBJECT-TYPE
                       AND PX-LINK-KEY = WS-SUBJECT-KEY
                   MOVE PX-PARTY-ID TO WS-PARTY-ID
               END-IF
               PERFORM READ-XREF-RECORD
           END-PERFORM

           CLOSE PARTY-XREF-FILE

           IF WS-PARTY-ID = SPACES
               EXIT PARAGRAPH
           END-IF

           PERFORM READ-PARTY-NAME.

       READ-PARTY-NAME.
           OPEN INPUT PARTY-MASTER

           IF WS-PARTY-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-PARTY-ID TO PT-PARTY-ID
           READ PARTY-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PT-CANONICAL-NAME NOT = SPACES
                       MOVE PT-CANONICAL-NAME TO WS-RECIPIENT-NAME
                   END-IF
           END-READ

           CLOSE PARTY-MASTER.

       READ-XREF-RECORD.
           READ PARTY-XREF-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

      *****************************************************************
      * MAINTAINED MAILING ADDRESS FIRST; A MORTGAGE FALLS BACK TO THE
      * PROPERTY IT SECURES.
      *****************************************************************
       RESOLVE-ADDRESS.
           PERFORM LOOKUP-PARTY-ADDRESS

           IF WS-MAIL-ADDRESS = SPACES
                   AND WS-SUBJECT-TYPE = "MORTGAGE"
               PERFORM LOOKUP-PROPERTY-ADDRESS
           END-IF.

       LOOKUP-PARTY-ADDRESS.
           OPEN INPUT PARTY-ADDRESS-FILE

           IF WS-ADDR-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM READ-ADDRESS-LINE
           PERFORM UNTIL WS-END-OF-FILE
               IF PARTY-ADDRESS-LINE NOT = SPACES
                   PERFORM EXAMINE-ADDRESS-LINE
               END-IF
               PERFORM READ-ADDRESS-LINE
           END-PERFORM

           CLOSE PARTY-ADDRESS-FILE.

       EXAMINE-ADDRESS-LINE.
           INITIALIZE WS-ADDR-FIELDS
           UNSTRING PARTY-ADDRESS-LINE DELIMITED BY '|'
               INTO WS-ADDR-KEY
                    WS-ADDR-STREET
                    WS-ADDR-CITY
                    WS-ADDR-STATE
                    WS-ADDR-ZIP

           IF WS-ADDR-STREET = SPACES
               EXIT PARAGRAPH
           END-IF

           IF (WS-PARTY-ID NOT = SPACES AND WS-ADDR-KEY = WS-PARTY-ID)
                   OR WS-ADDR-KEY = WS-SUBJECT-KEY
               MOVE WS-ADDR-STREET TO WS-MAIL-ADDRESS
               MOVE WS-ADDR-CITY TO WS-MAIL-CITY
               MOVE FUNCTION UPPER-CASE(WS-ADDR-STATE)
                   TO WS-MAIL-STATE
               MOVE WS-ADDR-ZIP TO WS-MAIL-ZIP
           END-IF.

       READ-ADDRESS-LINE.
           READ PARTY-ADDRESS-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

      *****************************************************************
      * LAST MORTGAGES.DAT RECORD FOR THE LOAN WINS, AS EVERYWHERE THE
      * FILE IS READ. A PROPERTY MISSING FROM THE MASTER LEAVES THE
      * ADDRESS BLANK FOR THE NIGHTLY JOB TO REPORT.
      *****************************************************************
       LOOKUP-PROPERTY-ADDRESS.
           MOVE SPACES TO WS-PROPERTY-ID
           OPEN INPUT MORTGAGE-FILE

           IF WS-MORTGAGE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM READ-MORTGAGE-RECORD
           PERFORM UNTIL WS-END-OF-FILE
               IF MORTGAGE-ID = WS-SUBJECT-KEY
                   MOVE PROPERTY-ID TO WS-PROPERTY-ID
               END-IF
               PERFORM READ-MORTGAGE-RECORD
           END-PERFORM

           CLOSE MORTGAGE-FILE

           IF WS-PROPERTY-ID = SPACES
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT PROPERTY-MASTER

           IF WS-PROP-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-PROPERTY-ID TO PM-PROPERTY-ID
           READ PROPERTY-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PM-ADDRESS TO WS-MAIL-ADDRESS
                   MOVE PM-CITY TO WS-MAIL-CITY
                   MOVE PM-STATE TO WS-MAIL-STATE
                   MOVE PM-ZIP TO WS-MAIL-ZIP
           END-READ

           CLOSE PROPERTY-MASTER.

       READ-MORTGAGE-RECORD.
           READ MORTGAGE-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

       WRITE-QUEUE-ENTRY.
           ADD 1 TO WS-LETTER-SEQ
           STRING WS-LETTER-TYPE(1:3)
                  WS-YEAR(3:2) WS-MONTH WS-DAY
                  WS-HOUR WS-MINUTE WS-SECOND
                  WS-LETTER-SEQ
                  DELIMITED BY SIZE
                  INTO WS-NEW-LETTER-ID

           OPEN EXTEND CORR-QUEUE-FILE

           IF WS-QUEUE-STATUS NOT = '00'
               OPEN OUTPUT CORR-QUEUE-FILE
           END-IF

           IF WS-QUEUE-STATUS NOT = '00'
               MOVE '20' TO WS-STATUS
               MOVE "Correspondence queue unavailable" TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF

           INITIALIZE CORR-QUEUE-RECORD
           MOVE WS-NEW-LETTER-ID TO CQ-LETTER-ID
           MOVE WS-LETTER-TYPE TO CQ-LETTER-TYPE
           MOVE WS-SUBJECT-TYPE TO CQ-SUBJECT-TYPE
           MOVE WS-SUBJECT-KEY TO CQ-SUBJECT-KEY
           MOVE WS-DOCUMENT-REF TO CQ-DOCUMENT-REF
           MOVE WS-PARTY-ID TO CQ-PARTY-ID
           MOVE WS-RECIPIENT-NAME TO CQ-RECIPIENT-NAME
           MOVE WS-MAIL-ADDRESS TO CQ-ADDRESS
           MOVE WS-MAIL-CITY TO CQ-CITY
           MOVE WS-MAIL-STATE TO CQ-STATE
           MOVE WS-MAIL-ZIP TO CQ-ZIP
           MOVE WS-MERGE-VALUE(1) TO CQ-MERGE-VALUE(1)
           MOVE WS-MERGE-VALUE(2) TO CQ-MERGE-VALUE(2)
           MOVE WS-MERGE-VALUE(3) TO CQ-MERGE-VALUE(3)
           MOVE WS-MERGE-VALUE(4) TO CQ-MERGE-VALUE(4)
           MOVE WS-MERGE-VALUE(5) TO CQ-MERGE-VALUE(5)
           MOVE WS-MERGE-VALUE(6) TO CQ-MERGE-VALUE(6)
           MOVE WS-MERGE-VALUE(7) TO CQ-MERGE-VALUE(7)
           MOVE WS-MERGE-VALUE(8) TO CQ-MERGE-VALUE(8)
           MOVE WS-REQUIRED-BY TO CQ-REQUIRED-BY
           MOVE WS-BUSINESS-DATE TO CQ-QUEUED-DATE
           STRING WS-YEAR WS-MONTH WS-DAY
                  WS-HOUR WS-MINUTE WS-SECOND
                  DELIMITED BY SIZE
                  INTO CQ-TIMESTAMP
           WRITE CORR-QUEUE-RECORD

           CLOSE CORR-QUEUE-FILE

           MOVE WS-NEW-LETTER-ID TO WS-MESSAGE.

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
