       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESCHEAT.
       AUTHOR. SUITECRM-REAL-ESTATE.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * UNCLAIMED PROPERTY DORMANCY TRACKING AND ESCHEATMENT
      * OUTSTANDING CHECKS ON THE POSITIVE-PAY REGISTER AND CLIENT
      * TRUST BALANCES NOBODY HAS TOUCHED IN YEARS ARE UNCLAIMED
      * PROPERTY - THE OWNER'S STATE EXPECTS A DUE-DILIGENCE LETTER
      * BEFORE THE HOLDING PERIOD RUNS OUT AND THE MONEY ITSELF WHEN
      * IT DOES. RUN MONTHLY, THIS JOB:
      *   1. AGES EVERY CHECK STILL ISSUED ON CHECKREG.DAT (LATEST
      *      STATE PER CHECK NUMBER) FROM ITS ISSUE DATE, AND EVERY
      *      "-TR" TRUST SUB-ACCOUNT WITH MONEY IN IT FROM ITS
      *      LAST-ACTIVITY DATE, AGAINST THE OWNER STATE'S DORMANCY
      *      PERIOD ON ESCHRULE.DAT.
      *   2. ONCE AN ITEM IS WITHIN THE STATE'S LEAD TIME OF ITS
      *      ESCHEAT DATE, RECORDS A DUE-DILIGENCE NOTICE AND LISTS
      *      THE OWNER ON THE LETTER LIST ESCHLTR.RPT.
      *   3. ONCE THE HOLDING PERIOD HAS RUN OUT AND THE OWNER HAS
      *      HAD THE FULL LEAD TIME TO ANSWER THE LETTER, ESCHEATS THE
      *      ITEM: A STALE CHECK GETS A 'V' VOID FOLLOW-UP ON THE
      *      REGISTER (SO THE NEXT POSITIVE-PAY EXPORT TELLS THE BANK
      *      NOT TO HONOUR IT), A TRUST BALANCE IS DEBITED TO ZERO, AND
      *      THE AMOUNT IS CREDITED TO THE ESCHEAT-PAYABLE ACCOUNT -
      *      ALL THROUGH ACCOUNTS.DAT AND THE ACTIVITY JOURNAL UNDER
      *      SOURCE PROGRAM "ESCHEAT".
      *   4. WRITES THE STATE REPORT FILE ESCHSTATE.DAT - A HOLDER
      *      RECORD, ONE DETAIL PER PROPERTY AND A TRAILER PER STATE -
      *      FOR EVERYTHING ESCHEATED ON THE BUSINESS DATE.
      * EVERY NOTICE AND EVERY ESCHEATMENT IS APPENDED TO THE
      * PERMANENT HISTORY ESCHHIST.DAT - WHAT WAS ESCHEATED, FOR
      * WHOM, TO WHICH STATE - WHICH IS ALSO THE RERUN GUARD: AN ITEM
      * ALREADY NOTICED OR ESCHEATED FOR THE SAME DORMANCY PERIOD IS
      * NOT NOTICED OR ESCHEATED AGAIN. THE LETTER LIST AND STATE FILE
      * ARE REBUILT FROM THAT HISTORY, SO A RERUN REPRODUCES THEM.
      * ANY ITEM THAT CANNOT BE AGED OR ESCHEATED IS LISTED ON
      * ESCHEAT.RPT AND FAILS THE RUN WITH RETURN CODE 4.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-FILE ASSIGN TO "ACCOUNTS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ACCOUNT-ID
                  FILE STATUS IS WS-ACCT-STATUS.

           SELECT ACCOUNT-JOURNAL-FILE ASSIGN TO "ACCTJRNL.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-JRNL-STATUS.

           SELECT CHECK-REGISTER ASSIGN TO "CHECKREG.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-REG-STATUS.

           SELECT CHECK-WORK-FILE ASSIGN TO "ESCKWRK.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CW-CHECK-NUMBER
                  FILE STATUS IS WS-WORK-STATUS.

           SELECT ESCHEAT-RULE-FILE ASSIGN TO "ESCHRULE.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RULE-STATUS.

           SELECT ESCHEAT-HISTORY-FILE ASSIGN TO "ESCHHIST.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-HIST-STATUS.

           SELECT HISTORY-WORK-FILE ASSIGN TO "ESCHWRK.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS HW-ITEM-ID
                  FILE STATUS IS WS-HWORK-STATUS.

           SELECT PARTY-MASTER ASSIGN TO "PARTYMST.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS PT-PARTY-ID
                  FILE STATUS IS WS-PARTY-MST-STATUS.

           SELECT PARTY-XREF-FILE ASSIGN TO "PARTYXREF.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-XREF-STATUS.

           SELECT LETTER-REPORT ASSIGN TO "ESCHLTR.RPT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-LTR-STATUS.

           SELECT STATE-REPORT-FILE ASSIGN TO "ESCHSTATE.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-STATE-STATUS.

           SELECT ESCHEAT-REPORT ASSIGN TO "ESCHEAT.RPT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

      *****************************************************************
      * APPEND-ONLY CHECK REGISTER MAINTAINED BY POSITIVE-PAY - LATEST
      * STATE WINS PER CHECK NUMBER. AN ESCHEATED CHECK GETS A 'V'
      * VOID FOLLOW-UP CARRYING THE ESCHEAT DATE AS ITS CLEARED DATE.
      *****************************************************************
       FD  CHECK-REGISTER.
       01  CHECK-REGISTER-RECORD.
           05  CR-CHECK-NUMBER     PIC 9(8).
           05  CR-PAYEE-ID         PIC X(20).
           05  CR-PAYEE-NAME       PIC X(40).
           05  CR-AMOUNT           PIC 9(11)V99.
           05  CR-ISSUE-DATE       PIC 9(8).
           05  CR-STATUS           PIC X.
               88  CR-ISSUED       VALUE 'I'.
               88  CR-CLEARED      VALUE 'C'.
               88  CR-VOIDED       VALUE 'V'.
               88  CR-EXCEPTION    VALUE 'E'.
           05  CR-CLEARED-DATE     PIC 9(8).
           05  CR-TIMESTAMP        PIC 9(14).

      *****************************************************************
      * SCRATCH KEYED COPY OF THE REGISTER REBUILT AT THE START OF THE
      * RUN - LATEST STATE PER CHECK NUMBER, SAME AS POSITIVE-PAY'S.
      *****************************************************************
       FD  CHECK-WORK-FILE.
       01  CHECK-WORK-RECORD.
           05  CW-CHECK-NUMBER     PIC 9(8).
           05  CW-PAYEE-ID         PIC X(20).
           05  CW-PAYEE-NAME       PIC X(40).
           05  CW-AMOUNT           PIC 9(11)V99.
           05  CW-ISSUE-DATE       PIC 9(8).
           05  CW-STATUS           PIC X.

      *****************************************************************
      * OPERATOR-MAINTAINED RULE FILE, ONE PIPE-DELIMITED LINE EACH:
      *   STATE|<ST>|<CHECK-YRS>|<TRUST-YRS>|<LEAD-DAYS>
      *                           DORMANCY PERIOD FOR OUTSTANDING
      *                           CHECKS AND FOR TRUST BALANCES, AND
      *                           HOW MANY DAYS BEFORE THE ESCHEAT
      *                           DATE THE OWNER MUST BE WRITTEN TO
      *   HOME|<ST>               OWNER STATE WHEN NOTHING SAYS OTHER
      *   OWNER|<OWNER-KEY>|<ST>  OWNER STATE FOR ONE PAYEE ID OR
      *                           BASE ACCOUNT NUMBER
      *   PAYABLE|<ACCOUNT-ID>    THE ESCHEAT-PAYABLE ACCOUNT
      *   HOLDER|<NAME>|<TAX-ID>  HOLDER IDENTITY FOR THE STATE FILE
      *****************************************************************
       FD  ESCHEAT-RULE-FILE.
       01  ESCHEAT-RULE-LINE       PIC X(80).

      *****************************************************************
      * PERMANENT HISTORY - ONE 'N' RECORD WHEN THE DUE-DILIGENCE
      * NOTICE GOES OUT AND ONE 'E' RECORD WHEN THE PROPERTY IS
      * ESCHEATED, EACH KEYED BY ITEM AND THE DATE ITS DORMANCY
      * STARTED. NEVER PURGED.
      *****************************************************************
       FD  ESCHEAT-HISTORY-FILE.
       01  ESCHEAT-HISTORY-RECORD.
           05  EH-ITEM-TYPE        PIC X.
               88  EH-CHECK-ITEM       VALUE 'C'.
               88  EH-TRUST-ITEM       VALUE 'T'.
           05  EH-ITEM-KEY         PIC X(20).
           05  EH-DORMANT-SINCE    PIC 9(8).
           05  EH-ACTION           PIC X.
               88  EH-NOTICE-SENT      VALUE 'N'.
               88  EH-ESCHEATED        VALUE 'E'.
           05  EH-OWNER-KEY        PIC X(20).
           05  EH-OWNER-NAME       PIC X(50).
           05  EH-OWNER-STATE      PIC XX.
           05  EH-PROPERTY-CODE    PIC X(4).
           05  EH-AMOUNT           PIC 9(11)V99.
           05  EH-DUE-DATE         PIC 9(8).
           05  EH-ACTION-DATE      PIC 9(8).
           05  EH-PAYABLE-ACCOUNT  PIC X(20).
           05  EH-TIMESTAMP        PIC 9(14).

      *****************************************************************
      * SCRATCH KEYED SUMMARY OF THE HISTORY, ONE RECORD PER ITEM AND
      * DORMANCY PERIOD, REBUILT EVERY RUN.
      *****************************************************************
       FD  HISTORY-WORK-FILE.
       01  HISTORY-WORK-RECORD.
           05  HW-ITEM-ID.
               10  HW-ITEM-TYPE    PIC X.
               10  HW-ITEM-KEY     PIC X(20).
               10  HW-DORMANT-SINCE PIC 9(8).
           05  HW-NOTICE-DATE      PIC 9(8).
           05  HW-ESCHEATED-SW     PIC X.

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

       FD  LETTER-REPORT.
       01  LETTER-LINE             PIC X(132).

       FD  STATE-REPORT-FILE.
       01  STATE-REPORT-RECORD     PIC X(160).

       FD  ESCHEAT-REPORT.
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
       01  WS-BUSDATE-STATUS       PIC XX.
       01  WS-ACCT-STATUS          PIC XX.
       01  WS-JRNL-STATUS          PIC XX.
       01  WS-REG-STATUS           PIC XX.
       01  WS-WORK-STATUS          PIC XX.
       01  WS-RULE-STATUS          PIC XX.
       01  WS-HIST-STATUS          PIC XX.
       01  WS-HWORK-STATUS         PIC XX.
       01  WS-PARTY-MST-STATUS     PIC XX.
       01  WS-XREF-STATUS          PIC XX.
       01  WS-LTR-STATUS           PIC XX.
       01  WS-STATE-STATUS         PIC XX.
       01  WS-RPT-STATUS           PIC XX.
       01  WS-EOF-SWITCH           PIC X VALUE 'N'.
           88  WS-END-OF-FILE      VALUE 'Y'.
       01  WS-ACCT-EOF-SW          PIC X VALUE 'N'.
           88  WS-ACCT-END-OF-FILE VALUE 'Y'.
       01  WS-WORK-EOF-SW          PIC X VALUE 'N'.
           88  WS-WORK-END-OF-FILE VALUE 'Y'.
       01  WS-XREF-EOF-SW          PIC X VALUE 'N'.
           88  WS-XREF-END-OF-FILE VALUE 'Y'.

       01  WS-TODAY-DATE           PIC 9(8).
       01  WS-TODAY-INT            PIC 9(7).

       01  WS-RULE-WORK.
           05  WS-RULE-TAG         PIC X(10).
           05  WS-RULE-VALUE       PIC X(40).
           05  WS-RULE-VALUE-2     PIC X(20).
           05  WS-RULE-CHECK-YRS   PIC 99.
           05  WS-RULE-TRUST-YRS   PIC 99.
           05  WS-RULE-LEAD-DAYS   PIC 9(3).
           05  WS-HOME-STATE       PIC XX VALUE SPACES.
           05  WS-PAYABLE-ACCOUNT  PIC X(20) VALUE SPACES.
           05  WS-HOLDER-NAME      PIC X(40) VALUE SPACES.
           05  WS-HOLDER-TAX-ID    PIC X(9) VALUE SPACES.

      *****************************************************************
      * PER-STATE DORMANCY PERIODS AND NOTICE LEAD TIME.
      *****************************************************************
       01  WS-STATE-TABLE.
           05  WS-STATE-ENTRY OCCURS 60 TIMES INDEXED BY WS-STATE-IDX.
               10  WS-STR-STATE        PIC XX.
               10  WS-STR-CHECK-YRS    PIC 99.
               10  WS-STR-TRUST-YRS    PIC 99.
               10  WS-STR-LEAD-DAYS    PIC 9(3).

       01  WS-STATE-COUNT-USED     PIC 99 VALUE ZERO.

      *****************************************************************
      * OWNER STATE OVERRIDES, BY PAYEE ID OR BASE ACCOUNT NUMBER.
      *****************************************************************
       01  WS-OWNER-TABLE.
           05  WS-OWNER-ENTRY OCCURS 500 TIMES INDEXED BY WS-OWNER-IDX.
               10  WS-OWR-KEY          PIC X(20).
               10  WS-OWR-STATE        PIC XX.

       01  WS-OWNER-COUNT-USED     PIC 9(3) VALUE ZERO.

      *****************************************************************
      * TRUST SUB-ACCOUNTS HOLDING MONEY, COLLECTED IN ONE PASS SO THE
      * ACCOUNT MASTER IS FREE FOR POSTING WHILE THEY ARE AGED.
      *****************************************************************
       01  WS-TRUST-TABLE.
           05  WS-TRUST-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-TRUST-IDX.
               10  WS-TRS-ACCOUNT      PIC X(20).
               10  WS-TRS-BALANCE      PIC S9(9)V99.
               10  WS-TRS-LAST-ACTIVITY PIC 9(8).

       01  WS-TRUST-COUNT-USED     PIC 9(3) VALUE ZERO.
       01  WS-TR-TALLY             PIC 99.

      *****************************************************************
      * THE ITEM BEING AGED - A CHECK OR A TRUST BALANCE, REDUCED TO
      * THE SAME SHAPE SO ONE SET OF PARAGRAPHS HANDLES BOTH.
      *****************************************************************
       01  WS-ITEM-WORK.
           05  WS-ITEM-TYPE        PIC X.
           05  WS-ITEM-KEY         PIC X(20).
           05  WS-ITEM-SINCE       PIC 9(8).
           05  WS-ITEM-AMOUNT      PIC 9(11)V99.
           05  WS-ITEM-OWNER-KEY   PIC X(20).
           05  WS-ITEM-OWNER-NAME  PIC X(50).
           05  WS-ITEM-STATE       PIC XX.
           05  WS-ITEM-PROP-CODE   PIC X(4).
           05  WS-ITEM-YEARS       PIC 99.
           05  WS-ITEM-LEAD-DAYS   PIC 9(3).
           05  WS-ITEM-DUE-DATE    PIC 9(8).
           05  WS-ITEM-DUE-INT     PIC 9(7).
           05  WS-NOTICE-FROM-INT  PIC 9(7).
           05  WS-NOTICE-DATE      PIC 9(8).
           05  WS-NOTICE-INT       PIC 9(7).
           05  WS-DUE-YEAR         PIC 9(4).
           05  WS-DUE-MARCH-1      PIC 9(8).
           05  WS-ITEM-NOTE        PIC X(50).
           05  WS-ITEM-OK-SW       PIC X.
           05  WS-HIST-FOUND-SW    PIC X.
           05  WS-FOUND-SWITCH     PIC X.

       01  WS-PARTY-WORK.
           05  WS-BASE-ACCOUNT     PIC X(20).
           05  WS-XREF-PARTY-ID    PIC X(20).

       01  WS-POSTING-WORK.
           05  WS-POST-ACCOUNT     PIC X(20).
           05  WS-POST-AMOUNT      PIC S9(9)V99.
           05  WS-AJ-BEFORE        PIC S9(9)V99.
           05  WS-AJ-AFTER         PIC S9(9)V99.
           05  WS-AJ-VALID-SW      PIC X.
           05  WS-AJ-SOURCE-ID     PIC X(20).

       01  WS-OUTPUT-WORK.
           05  WS-OUT-STATE        PIC XX.
           05  WS-OUT-COUNT        PIC 9(7).
           05  WS-OUT-TOTAL        PIC 9(11)V99.
           05  WS-OUT-SEQUENCE     PIC 9(7).

       01  WS-RUN-TOTALS.
           05  WS-CHECKS-AGED      PIC 9(5) VALUE ZERO.
           05  WS-TRUSTS-AGED      PIC 9(5) VALUE ZERO.
           05  WS-NOTICE-COUNT     PIC 9(5) VALUE ZERO.
           05  WS-WAITING-COUNT    PIC 9(5) VALUE ZERO.
           05  WS-ESCHEAT-COUNT    PIC 9(5) VALUE ZERO.
           05  WS-ESCHEAT-TOTAL    PIC 9(11)V99 VALUE ZERO.
           05  WS-EXCEPTION-COUNT  PIC 9(5) VALUE ZERO.
           05  WS-LETTER-COUNT     PIC 9(5) VALUE ZERO.

       01  WS-CURRENT-DATE.
           05  WS-YEAR             PIC 9(4).
           05  WS-MONTH            PIC 99.
           05  WS-DAY              PIC 99.

       01  WS-CURRENT-TIME.
           05  WS-HOUR             PIC 99.
           05  WS-MINUTE           PIC 99.
           05  WS-SECOND           PIC 99.

       01  WS-REPORT-HEADING.
           05  FILLER              PIC X(40) VALUE
               "UNCLAIMED PROPERTY DORMANCY REVIEW".
           05  FILLER              PIC X(6)  VALUE "DATE: ".
           05  WS-HDR-DATE         PIC 9(8).

       01  WS-COLUMN-HEADING.
           05  FILLER              PIC X(38) VALUE
               "  T ITEM                 DORMANT   ST ".
           05  FILLER              PIC X(31) VALUE
               "DUE DATE         AMOUNT  ACTION".

       01  WS-DETAIL-LINE.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-DTL-TYPE         PIC X.
           05  FILLER              PIC X VALUE SPACE.
           05  WS-DTL-ITEM         PIC X(21).
           05  WS-DTL-SINCE        PIC 9(8).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-DTL-STATE        PIC XX.
           05  FILLER              PIC X VALUE SPACE.
           05  WS-DTL-DUE          PIC 9(8).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-DTL-AMOUNT       PIC Z(10)9.99.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-DTL-NOTE         PIC X(50).

       01  WS-SUMMARY-LINE.
           05  WS-SUM-LABEL        PIC X(30).
           05  WS-SUM-COUNT        PIC ZZ,ZZ9.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-SUM-AMOUNT       PIC Z(10)9.99.

       01  WS-LETTER-HEADING.
           05  FILLER              PIC X(40) VALUE
               "UNCLAIMED PROPERTY DUE-DILIGENCE LETTERS".
           05  FILLER              PIC X(6)  VALUE "DATE: ".
           05  WS-LHD-DATE         PIC 9(8).

       01  WS-LETTER-DETAIL.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-LTR-OWNER-NAME   PIC X(41).
           05  WS-LTR-OWNER-KEY    PIC X(21).
           05  WS-LTR-PROPERTY     PIC X(8).
           05  WS-LTR-ITEM         PIC X(21).
           05  WS-LTR-AMOUNT       PIC Z(10)9.99.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-LTR-STATE        PIC XX.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  FILLER              PIC X(12) VALUE "RESPOND BY ".
           05  WS-LTR-DUE          PIC 9(8).

      *****************************************************************
      * STATE REPORT FILE RECORD LAYOUTS: H HOLDER (ONE PER STATE),
      * D PROPERTY DETAIL (ONE PER ESCHEATED ITEM), T STATE TRAILER
      * WITH THE DETAIL COUNT AND DOLLAR TOTAL.
      *****************************************************************
       01  WS-STATE-H-RECORD.
           05  FILLER              PIC X     VALUE 'H'.
           05  SRH-STATE           PIC XX.
           05  SRH-REPORT-DATE     PIC 9(8).
           05  SRH-HOLDER-TAX-ID   PIC X(9).
           05  SRH-HOLDER-NAME     PIC X(40).
           05  FILLER              PIC X(100) VALUE SPACES.

       01  WS-STATE-D-RECORD.
           05  FILLER              PIC X     VALUE 'D'.
           05  SRD-STATE           PIC XX.
           05  SRD-SEQUENCE        PIC 9(7).
           05  SRD-PROPERTY-CODE   PIC X(4).
           05  SRD-OWNER-KEY       PIC X(20).
           05  SRD-OWNER-NAME      PIC X(50).
           05  SRD-ITEM-KEY        PIC X(20).
           05  SRD-AMOUNT          PIC 9(11)V99.
           05  SRD-LAST-ACTIVITY   PIC 9(8).
           05  SRD-ESCHEAT-DATE    PIC 9(8).
           05  FILLER              PIC X(27) VALUE SPACES.

       01  WS-STATE-T-RECORD.
           05  FILLER              PIC X     VALUE 'T'.
           05  SRT-STATE           PIC XX.
           05  SRT-ITEM-COUNT      PIC 9(7).
           05  SRT-TOTAL-AMOUNT    PIC 9(13)V99.
           05  FILLER              PIC X(135) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           PERFORM INITIALIZE-ESCHEAT
           PERFORM LOAD-ESCHEAT-RULES
           PERFORM OPEN-ESCHEAT-REPORT

           IF WS-STATE-COUNT-USED = ZERO
                   OR WS-PAYABLE-ACCOUNT = SPACES
               MOVE "NO STATE OR PAYABLE RULE ON ESCHRULE.DAT"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               CLOSE ESCHEAT-REPORT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM REBUILD-HISTORY-WORK-FILE
           PERFORM REBUILD-CHECK-WORK-FILE
           PERFORM REVIEW-OUTSTANDING-CHECKS
           CLOSE CHECK-WORK-FILE

           PERFORM BUILD-TRUST-TABLE
           PERFORM REVIEW-TRUST-BALANCES
           CLOSE HISTORY-WORK-FILE

           PERFORM WRITE-LETTER-LIST
           PERFORM WRITE-STATE-REPORT-FILE
           PERFORM WRITE-ESCHEAT-SUMMARY
           CLOSE ESCHEAT-REPORT

           IF WS-EXCEPTION-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       INITIALIZE-ESCHEAT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           PERFORM GET-BUSINESS-DATE
           ACCEPT WS-CURRENT-TIME FROM TIME
           STRING WS-YEAR WS-MONTH WS-DAY
                  DELIMITED BY SIZE
                  INTO WS-TODAY-DATE
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)

           MOVE 'N' TO WS-EOF-SWITCH.

       LOAD-ESCHEAT-RULES.
           OPEN INPUT ESCHEAT-RULE-FILE

           IF WS-RULE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           PERFORM READ-RULE-LINE
           PERFORM UNTIL WS-END-OF-FILE
               IF ESCHEAT-RULE-LINE NOT = SPACES
                   PERFORM LOAD-ONE-RULE-LINE
               END-IF
               PERFORM READ-RULE-LINE
           END-PERFORM

           CLOSE ESCHEAT-RULE-FILE
           MOVE 'N' TO WS-EOF-SWITCH.

       READ-RULE-LINE.
           READ ESCHEAT-RULE-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

       LOAD-ONE-RULE-LINE.
           MOVE SPACES TO WS-RULE-TAG
           MOVE SPACES TO WS-RULE-VALUE
           MOVE SPACES TO WS-RULE-VALUE-2

           UNSTRING ESCHEAT-RULE-LINE DELIMITED BY '|'
               INTO WS-RULE-TAG
                    WS-RULE-VALUE
                    WS-RULE-VALUE-2

           EVALUATE WS-RULE-TAG
               WHEN "STATE"
                   MOVE ZERO TO WS-RULE-CHECK-YRS
                   MOVE ZERO TO WS-RULE-TRUST-YRS
                   MOVE ZERO TO WS-RULE-LEAD-DAYS
                   UNSTRING ESCHEAT-RULE-LINE DELIMITED BY '|'
                       INTO WS-RULE-TAG
                            WS-RULE-VALUE
                            WS-RULE-CHECK-YRS
                            WS-RULE-TRUST-YRS
                            WS-RULE-LEAD-DAYS
                   IF WS-STATE-COUNT-USED >= 60
                       PERFORM ABORT-ON-TABLE-OVERFLOW
                   END-IF
                   ADD 1 TO WS-STATE-COUNT-USED
                   SET WS-STATE-IDX TO WS-STATE-COUNT-USED
                   MOVE WS-RULE-VALUE(1:2)
                       TO WS-STR-STATE(WS-STATE-IDX)
                   MOVE WS-RULE-CHECK-YRS
                       TO WS-STR-CHECK-YRS(WS-STATE-IDX)
                   MOVE WS-RULE-TRUST-YRS
                       TO WS-STR-TRUST-YRS(WS-STATE-IDX)
                   MOVE WS-RULE-LEAD-DAYS
                       TO WS-STR-LEAD-DAYS(WS-STATE-IDX)
               WHEN "HOME"
                   MOVE WS-RULE-VALUE(1:2) TO WS-HOME-STATE
               WHEN "OWNER"
                   IF WS-OWNER-COUNT-USED >= 500
                       PERFORM ABORT-ON-TABLE-OVERFLOW
                   END-IF
                   ADD 1 TO WS-OWNER-COUNT-USED
                   SET WS-OWNER-IDX TO WS-OWNER-COUNT-USED
                   MOVE WS-RULE-VALUE TO WS-OWR-KEY(WS-OWNER-IDX)
                   MOVE WS-RULE-VALUE-2(1:2)
                       TO WS-OWR-STATE(WS-OWNER-IDX)
               WHEN "PAYABLE"
                   MOVE WS-RULE-VALUE TO WS-PAYABLE-ACCOUNT
               WHEN "HOLDER"
                   MOVE WS-RULE-VALUE TO WS-HOLDER-NAME
                   MOVE WS-RULE-VALUE-2 TO WS-HOLDER-TAX-ID
           END-EVALUATE.

       OPEN-ESCHEAT-REPORT.
           OPEN OUTPUT ESCHEAT-REPORT

           MOVE WS-TODAY-DATE TO WS-HDR-DATE
           MOVE WS-REPORT-HEADING TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-COLUMN-HEADING TO REPORT-LINE
           WRITE REPORT-LINE.

      *****************************************************************
      * COLLAPSES THE PERMANENT HISTORY TO ONE RECORD PER ITEM AND
      * DORMANCY PERIOD: WHEN THE NOTICE WENT OUT AND WHETHER IT HAS
      * BEEN ESCHEATED. A NEW DORMANCY PERIOD (THE OWNER CAME BACK AND
      * WENT QUIET AGAIN) IS A NEW KEY AND STARTS FROM SCRATCH.
      *****************************************************************
       REBUILD-HISTORY-WORK-FILE.
           OPEN OUTPUT HISTORY-WORK-FILE
           CLOSE HISTORY-WORK-FILE
           OPEN I-O HISTORY-WORK-FILE

           OPEN INPUT ESCHEAT-HISTORY-FILE

           IF WS-HIST-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           PERFORM READ-HISTORY-RECORD
           PERFORM UNTIL WS-END-OF-FILE
               PERFORM NOTE-ONE-HISTORY-RECORD
               PERFORM READ-HISTORY-RECORD
           END-PERFORM

           CLOSE ESCHEAT-HISTORY-FILE
           MOVE 'N' TO WS-EOF-SWITCH.

       READ-HISTORY-RECORD.
           READ ESCHEAT-HISTORY-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

       NOTE-ONE-HISTORY-RECORD.
           MOVE EH-ITEM-TYPE TO HW-ITEM-TYPE
           MOVE EH-ITEM-KEY TO HW-ITEM-KEY
           MOVE EH-DORMANT-SINCE TO HW-DORMANT-SINCE
           READ HISTORY-WORK-FILE
               INVALID KEY
                   MOVE ZERO TO HW-NOTICE-DATE
                   MOVE 'N' TO HW-ESCHEATED-SW
                   IF EH-NOTICE-SENT
                       MOVE EH-ACTION-DATE TO HW-NOTICE-DATE
                   END-IF
                   IF EH-ESCHEATED
                       MOVE 'Y' TO HW-ESCHEATED-SW
                   END-IF
                   WRITE HISTORY-WORK-RECORD
               NOT INVALID KEY
                   IF EH-NOTICE-SENT
                       MOVE EH-ACTION-DATE TO HW-NOTICE-DATE
                   END-IF
                   IF EH-ESCHEATED
                       MOVE 'Y' TO HW-ESCHEATED-SW
                   END-IF
                   REWRITE HISTORY-WORK-RECORD
           END-READ.

      *****************************************************************
      * LATEST STATE PER CHECK NUMBER ON A SCRATCH KEYED WORK FILE -
      * THE SAME COLLAPSE POSITIVE-PAY DOES BEFORE ITS EXPORT.
      *****************************************************************
       REBUILD-CHECK-WORK-FILE.
           OPEN OUTPUT CHECK-WORK-FILE
           CLOSE CHECK-WORK-FILE
           OPEN I-O CHECK-WORK-FILE

           OPEN INPUT CHECK-REGISTER

           IF WS-REG-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           PERFORM READ-REGISTER-RECORD
           PERFORM UNTIL WS-END-OF-FILE
               PERFORM NOTE-ONE-REGISTER-RECORD
               PERFORM READ-REGISTER-RECORD
           END-PERFORM

           CLOSE CHECK-REGISTER
           MOVE 'N' TO WS-EOF-SWITCH.

       READ-REGISTER-RECORD.
           READ CHECK-REGISTER
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

       NOTE-ONE-REGISTER-RECORD.
           MOVE CR-CHECK-NUMBER TO CW-CHECK-NUMBER
           MOVE CR-PAYEE-ID TO CW-PAYEE-ID
           MOVE CR-PAYEE-NAME TO CW-PAYEE-NAME
           MOVE CR-AMOUNT TO CW-AMOUNT
           MOVE CR-ISSUE-DATE TO CW-ISSUE-DATE
           MOVE CR-STATUS TO CW-STATUS
           WRITE CHECK-WORK-RECORD
               INVALID KEY
                   REWRITE CHECK-WORK-RECORD
           END-WRITE.

      *****************************************************************
      * ONLY A CHECK STILL IN ISSUED STATUS IS UNCLAIMED - CLEARED,
      * VOIDED AND EXCEPTION ITEMS ARE SOMEONE ELSE'S PROBLEM. THE
      * PAYEE ID ON THE REGISTER IS THE OWNER KEY.
      *****************************************************************
       REVIEW-OUTSTANDING-CHECKS.
           MOVE 'N' TO WS-WORK-EOF-SW
           MOVE ZEROES TO CW-CHECK-NUMBER
           START CHECK-WORK-FILE
               KEY IS NOT LESS THAN CW-CHECK-NUMBER
               INVALID KEY
                   MOVE 'Y' TO WS-WORK-EOF-SW
           END-START

           PERFORM UNTIL WS-WORK-END-OF-FILE
               READ CHECK-WORK-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-WORK-EOF-SW
                   NOT AT END
                       IF CW-STATUS = 'I'
                           PERFORM REVIEW-ONE-CHECK
                       END-IF
               END-READ
           END-PERFORM

           MOVE 'N' TO WS-WORK-EOF-SW.

       REVIEW-ONE-CHECK.
           ADD 1 TO WS-CHECKS-AGED
           MOVE 'C' TO WS-ITEM-TYPE
           MOVE SPACES TO WS-ITEM-KEY
           MOVE CW-CHECK-NUMBER TO WS-ITEM-KEY
           MOVE CW-ISSUE-DATE TO WS-ITEM-SINCE
           MOVE CW-AMOUNT TO WS-ITEM-AMOUNT
           MOVE CW-PAYEE-ID TO WS-ITEM-OWNER-KEY
           MOVE CW-PAYEE-NAME TO WS-ITEM-OWNER-NAME
           MOVE "CK13" TO WS-ITEM-PROP-CODE

           PERFORM REVIEW-ONE-ITEM.

      *****************************************************************
      * EVERY "-TR" TRUST SUB-ACCOUNT WITH MONEY IN IT. THE ESCHEAT-
      * PAYABLE ACCOUNT ITSELF IS NEVER A CANDIDATE.
      *****************************************************************
       BUILD-TRUST-TABLE.
           OPEN INPUT ACCOUNT-FILE

           IF WS-ACCT-STATUS NOT = '00'
               MOVE "NO ACCOUNT MASTER ON FILE" TO REPORT-LINE
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-ACCT-EOF-SW
           MOVE LOW-VALUES TO ACCOUNT-ID
           START ACCOUNT-FILE KEY IS NOT LESS THAN ACCOUNT-ID
               INVALID KEY
                   MOVE 'Y' TO WS-ACCT-EOF-SW
           END-START

           PERFORM UNTIL WS-ACCT-END-OF-FILE
               READ ACCOUNT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-ACCT-EOF-SW
                   NOT AT END
                       MOVE ZERO TO WS-TR-TALLY
                       INSPECT ACCOUNT-ID
                           TALLYING WS-TR-TALLY FOR ALL "-TR"
                       IF ACCOUNT-TYPE = "TRUST"
                               AND WS-TR-TALLY > ZERO
                               AND ACCOUNT-BALANCE > ZERO
                               AND ACCOUNT-ID NOT = WS-PAYABLE-ACCOUNT
                           PERFORM NOTE-ONE-TRUST-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ACCOUNT-FILE.

       NOTE-ONE-TRUST-ACCOUNT.
           IF WS-TRUST-COUNT-USED >= 500
               PERFORM ABORT-ON-TABLE-OVERFLOW
           END-IF
           ADD 1 TO WS-TRUST-COUNT-USED
           SET WS-TRUST-IDX TO WS-TRUST-COUNT-USED
           MOVE ACCOUNT-ID TO WS-TRS-ACCOUNT(WS-TRUST-IDX)
           MOVE ACCOUNT-BALANCE TO WS-TRS-BALANCE(WS-TRUST-IDX)
           MOVE LAST-ACTIVITY TO WS-TRS-LAST-ACTIVITY(WS-TRUST-IDX).

       REVIEW-TRUST-BALANCES.
           PERFORM VARYING WS-TRUST-IDX FROM 1 BY 1
                   UNTIL WS-TRUST-IDX > WS-TRUST-COUNT-USED
               PERFORM REVIEW-ONE-TRUST-BALANCE
           END-PERFORM.

      *****************************************************************
      * A TRUST ACCOUNT CREATED BY A POSTING BOOTSTRAP CARRIES NO
      * LAST-ACTIVITY DATE, SO THE LATEST JOURNAL ENTRY AGAINST IT
      * STANDS IN. THE OWNER IS WHOEVER THE PARTY CROSS-REFERENCE
      * LINKS TO THE BASE ACCOUNT.
      *****************************************************************
       REVIEW-ONE-TRUST-BALANCE.
           ADD 1 TO WS-TRUSTS-AGED
           MOVE 'T' TO WS-ITEM-TYPE
           MOVE WS-TRS-ACCOUNT(WS-TRUST-IDX) TO WS-ITEM-KEY
           MOVE WS-TRS-LAST-ACTIVITY(WS-TRUST-IDX) TO WS-ITEM-SINCE
           MOVE WS-TRS-BALANCE(WS-TRUST-IDX) TO WS-ITEM-AMOUNT
           MOVE "MS17" TO WS-ITEM-PROP-CODE

           IF WS-ITEM-SINCE = ZERO
               PERFORM FIND-LATEST-JOURNAL-DATE
           END-IF

           MOVE SPACES TO WS-BASE-ACCOUNT
           UNSTRING WS-ITEM-KEY DELIMITED BY "-TR"
               INTO WS-BASE-ACCOUNT
           MOVE WS-BASE-ACCOUNT TO WS-ITEM-OWNER-KEY
           PERFORM FIND-ACCOUNT-OWNER-NAME

           PERFORM REVIEW-ONE-ITEM.

       FIND-LATEST-JOURNAL-DATE.
           OPEN INPUT ACCOUNT-JOURNAL-FILE

           IF WS-JRNL-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM READ-JOURNAL-RECORD
           PERFORM UNTIL WS-END-OF-FILE
               IF AJ-ACCOUNT-ID = WS-ITEM-KEY
                       AND AJ-TIMESTAMP(1:8) > WS-ITEM-SINCE
                   MOVE AJ-TIMESTAMP(1:8) TO WS-ITEM-SINCE
               END-IF
               PERFORM READ-JOURNAL-RECORD
           END-PERFORM

           CLOSE ACCOUNT-JOURNAL-FILE
           MOVE 'N' TO WS-EOF-SWITCH.

       READ-JOURNAL-RECORD.
           READ ACCOUNT-JOURNAL-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

       FIND-ACCOUNT-OWNER-NAME.
           MOVE "UNKNOWN OWNER" TO WS-ITEM-OWNER-NAME
           MOVE SPACES TO WS-XREF-PARTY-ID

           OPEN INPUT PARTY-XREF-FILE

           IF WS-XREF-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-XREF-EOF-SW
           PERFORM READ-XREF-RECORD
           PERFORM UNTIL WS-XREF-END-OF-FILE
               IF PX-LINK-TYPE = "ACCOUNT"
                       AND PX-LINK-KEY = WS-BASE-ACCOUNT
                   MOVE PX-PARTY-ID TO WS-XREF-PARTY-ID
               END-IF
               PERFORM READ-XREF-RECORD
           END-PERFORM

           CLOSE PARTY-XREF-FILE

           IF WS-XREF-PARTY-ID = SPACES
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT PARTY-MASTER

           IF WS-PARTY-MST-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-XREF-PARTY-ID TO PT-PARTY-ID
           READ PARTY-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PT-CANONICAL-NAME TO WS-ITEM-OWNER-NAME
           END-READ

           CLOSE PARTY-MASTER.

       READ-XREF-RECORD.
           READ PARTY-XREF-FILE
               AT END
                   MOVE 'Y' TO WS-XREF-EOF-SW
           END-READ.

      *****************************************************************
      * THE COMMON AGING RULE FOR BOTH KINDS OF PROPERTY:
      *   - NOT YET WITHIN THE LEAD TIME OF THE ESCHEAT DATE: NOTHING.
      *   - WITHIN IT AND NO NOTICE ON FILE: RECORD THE NOTICE, WHICH
      *     PUTS THE OWNER ON TODAY'S LETTER LIST.
      *   - PAST THE ESCHEAT DATE AND THE NOTICE HAS BEEN OUT FOR THE
      *     FULL LEAD TIME: ESCHEAT. A NOTICE THAT WENT OUT LATE (THE
      *     JOB WAS NOT RUN) PUSHES THE ESCHEATMENT BACK RATHER THAN
      *     SHORT-CHANGING THE OWNER'S TIME TO ANSWER.
      *****************************************************************
       REVIEW-ONE-ITEM.
           MOVE SPACES TO WS-ITEM-STATE
           MOVE ZERO TO WS-ITEM-DUE-DATE

           IF WS-ITEM-SINCE = ZERO
               MOVE "EXCEPTION - NO DORMANCY START DATE"
                   TO WS-ITEM-NOTE
               PERFORM WRITE-ITEM-EXCEPTION
               EXIT PARAGRAPH
           END-IF

           PERFORM DETERMINE-OWNER-STATE

           IF WS-FOUND-SWITCH = 'N'
               MOVE SPACES TO WS-ITEM-NOTE
               STRING "EXCEPTION - NO DORMANCY RULE FOR STATE '"
                      WS-ITEM-STATE "'"
                      DELIMITED BY SIZE
                      INTO WS-ITEM-NOTE
               PERFORM WRITE-ITEM-EXCEPTION
               EXIT PARAGRAPH
           END-IF

           PERFORM COMPUTE-ESCHEAT-DATE
           COMPUTE WS-NOTICE-FROM-INT =
               WS-ITEM-DUE-INT - WS-ITEM-LEAD-DAYS

           IF WS-TODAY-INT < WS-NOTICE-FROM-INT
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-ITEM-HISTORY

           IF WS-HIST-FOUND-SW = 'Y'
                   AND HW-ESCHEATED-SW = 'Y'
               EXIT PARAGRAPH
           END-IF

           IF WS-HIST-FOUND-SW = 'N'
                   OR HW-NOTICE-DATE = ZERO
               PERFORM RECORD-DUE-DILIGENCE-NOTICE
           END-IF

           MOVE HW-NOTICE-DATE TO WS-NOTICE-DATE
           COMPUTE WS-NOTICE-INT =
               FUNCTION INTEGER-OF-DATE(WS-NOTICE-DATE)

           IF WS-TODAY-DATE < WS-ITEM-DUE-DATE
                   OR WS-TODAY-INT < WS-NOTICE-INT + WS-ITEM-LEAD-DAYS
               IF WS-NOTICE-DATE NOT = WS-TODAY-DATE
                   ADD 1 TO WS-WAITING-COUNT
               END-IF
               EXIT PARAGRAPH
           END-IF

           PERFORM ESCHEAT-ONE-ITEM.

       DETERMINE-OWNER-STATE.
           MOVE WS-HOME-STATE TO WS-ITEM-STATE

           PERFORM VARYING WS-OWNER-IDX FROM 1 BY 1
                   UNTIL WS-OWNER-IDX > WS-OWNER-COUNT-USED
               IF WS-OWR-KEY(WS-OWNER-IDX) = WS-ITEM-OWNER-KEY
                   MOVE WS-OWR-STATE(WS-OWNER-IDX) TO WS-ITEM-STATE
                   EXIT PERFORM
               END-IF
           END-PERFORM

           MOVE 'N' TO WS-FOUND-SWITCH
           PERFORM VARYING WS-STATE-IDX FROM 1 BY 1
                   UNTIL WS-STATE-IDX > WS-STATE-COUNT-USED
               IF WS-STR-STATE(WS-STATE-IDX) = WS-ITEM-STATE
                   MOVE 'Y' TO WS-FOUND-SWITCH
                   MOVE WS-STR-LEAD-DAYS(WS-STATE-IDX)
                       TO WS-ITEM-LEAD-DAYS
                   IF WS-ITEM-TYPE = 'C'
                       MOVE WS-STR-CHECK-YRS(WS-STATE-IDX)
                           TO WS-ITEM-YEARS
                   ELSE
                       MOVE WS-STR-TRUST-YRS(WS-STATE-IDX)
                           TO WS-ITEM-YEARS
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *****************************************************************
      * ESCHEAT DATE IS THE DORMANCY START PLUS THE STATE'S PERIOD IN
      * WHOLE YEARS. A FEBRUARY 29 START LANDS ON THE LAST DAY OF
      * FEBRUARY IN A NON-LEAP ESCHEAT YEAR - THE DAY BEFORE MARCH 1.
      *****************************************************************
       COMPUTE-ESCHEAT-DATE.
           COMPUTE WS-ITEM-DUE-DATE =
               WS-ITEM-SINCE + WS-ITEM-YEARS * 10000

           IF WS-ITEM-DUE-DATE(5:4) = "0229"
               MOVE WS-ITEM-DUE-DATE(1:4) TO WS-DUE-YEAR
               COMPUTE WS-DUE-MARCH-1 = WS-DUE-YEAR * 10000 + 301
               COMPUTE WS-ITEM-DUE-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-DUE-MARCH-1) - 1)
           END-IF

           COMPUTE WS-ITEM-DUE-INT =
               FUNCTION INTEGER-OF-DATE(WS-ITEM-DUE-DATE).

       FIND-ITEM-HISTORY.
           MOVE WS-ITEM-TYPE TO HW-ITEM-TYPE
           MOVE WS-ITEM-KEY TO HW-ITEM-KEY
           MOVE WS-ITEM-SINCE TO HW-DORMANT-SINCE
           READ HISTORY-WORK-FILE
               INVALID KEY
                   MOVE 'N' TO WS-HIST-FOUND-SW
                   MOVE ZERO TO HW-NOTICE-DATE
                   MOVE 'N' TO HW-ESCHEATED-SW
               NOT INVALID KEY
                   MOVE 'Y' TO WS-HIST-FOUND-SW
           END-READ.

       RECORD-DUE-DILIGENCE-NOTICE.
           MOVE 'N' TO EH-ACTION
           PERFORM APPEND-ESCHEAT-HISTORY

           MOVE WS-TODAY-DATE TO HW-NOTICE-DATE
           IF WS-HIST-FOUND-SW = 'Y'
               REWRITE HISTORY-WORK-RECORD
           ELSE
               WRITE HISTORY-WORK-RECORD
               MOVE 'Y' TO WS-HIST-FOUND-SW
           END-IF

           ADD 1 TO WS-NOTICE-COUNT
           MOVE "DUE-DILIGENCE NOTICE" TO WS-ITEM-NOTE
           PERFORM WRITE-ITEM-LINE.

      *****************************************************************
      * BOTH ACCOUNTS ARE CHECKED BEFORE ANYTHING MOVES, SO AN ITEM IS
      * EITHER ESCHEATED WHOLE OR LEFT EXACTLY AS IT WAS: THE PAYABLE
      * ACCOUNT MUST EXIST AND NOT BE ON HOLD, AND A TRUST ACCOUNT MUST
      * NOT BE ON HOLD AND MUST STILL HOLD THE BALANCE BEING ESCHEATED.
      *****************************************************************
       ESCHEAT-ONE-ITEM.
           PERFORM VERIFY-POSTING-ACCOUNTS

           IF WS-ITEM-OK-SW = 'N'
               PERFORM WRITE-ITEM-EXCEPTION
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-AJ-SOURCE-ID
           STRING "ESC" WS-ITEM-KEY
                  DELIMITED BY SIZE
                  INTO WS-AJ-SOURCE-ID

           IF WS-ITEM-TYPE = 'C'
               PERFORM APPEND-CHECK-VOID
           ELSE
               MOVE WS-ITEM-KEY TO WS-POST-ACCOUNT
               COMPUTE WS-POST-AMOUNT = 0 - WS-ITEM-AMOUNT
               PERFORM POST-ACCOUNT-CHANGE
           END-IF

           MOVE WS-PAYABLE-ACCOUNT TO WS-POST-ACCOUNT
           MOVE WS-ITEM-AMOUNT TO WS-POST-AMOUNT
           PERFORM POST-ACCOUNT-CHANGE

           MOVE 'E' TO EH-ACTION
           PERFORM APPEND-ESCHEAT-HISTORY

           MOVE 'Y' TO HW-ESCHEATED-SW
           REWRITE HISTORY-WORK-RECORD

           ADD 1 TO WS-ESCHEAT-COUNT
           ADD WS-ITEM-AMOUNT TO WS-ESCHEAT-TOTAL
           MOVE SPACES TO WS-ITEM-NOTE
           STRING "ESCHEATED TO " WS-PAYABLE-ACCOUNT
                  DELIMITED BY SIZE
                  INTO WS-ITEM-NOTE
           PERFORM WRITE-ITEM-LINE.

       VERIFY-POSTING-ACCOUNTS.
           MOVE 'Y' TO WS-ITEM-OK-SW

           OPEN INPUT ACCOUNT-FILE

           IF WS-ACCT-STATUS NOT = '00'
               MOVE 'N' TO WS-ITEM-OK-SW
               MOVE "EXCEPTION - ACCOUNT MASTER UNAVAILABLE"
                   TO WS-ITEM-NOTE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-PAYABLE-ACCOUNT TO ACCOUNT-ID
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE 'N' TO WS-ITEM-OK-SW
                   MOVE "EXCEPTION - PAYABLE ACCOUNT NOT ON FILE"
                       TO WS-ITEM-NOTE
               NOT INVALID KEY
                   IF ACCOUNT-ON-HOLD
                       MOVE 'N' TO WS-ITEM-OK-SW
                       MOVE "EXCEPTION - PAYABLE ACCOUNT ON HOLD"
                           TO WS-ITEM-NOTE
                   END-IF
           END-READ

           IF WS-ITEM-OK-SW = 'Y'
                   AND WS-ITEM-TYPE = 'T'
               MOVE WS-ITEM-KEY TO ACCOUNT-ID
               READ ACCOUNT-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-ITEM-OK-SW
                       MOVE "EXCEPTION - TRUST ACCOUNT NOT ON FILE"
                           TO WS-ITEM-NOTE
                   NOT INVALID KEY
                       IF ACCOUNT-ON-HOLD
                           MOVE 'N' TO WS-ITEM-OK-SW
                           MOVE "EXCEPTION - TRUST ACCOUNT ON HOLD"
                               TO WS-ITEM-NOTE
                       END-IF
                       IF ACCOUNT-BALANCE NOT = WS-ITEM-AMOUNT
                           MOVE 'N' TO WS-ITEM-OK-SW
                           MOVE "EXCEPTION - TRUST BALANCE CHANGED"
                               TO WS-ITEM-NOTE
                       END-IF
               END-READ
           END-IF

           CLOSE ACCOUNT-FILE.

      *****************************************************************
      * THE VOID FOLLOW-UP CARRIES THE ESCHEAT DATE IN THE CLEARED-DATE
      * FIELD; THE NEXT POSITIVE-PAY RUN EXPORTS IT AS A "VD" RECORD.
      *****************************************************************
       APPEND-CHECK-VOID.
           OPEN EXTEND CHECK-REGISTER

           IF WS-REG-STATUS NOT = '00'
               OPEN OUTPUT CHECK-REGISTER
           END-IF

           MOVE CW-CHECK-NUMBER TO CR-CHECK-NUMBER
           MOVE CW-PAYEE-ID TO CR-PAYEE-ID
           MOVE CW-PAYEE-NAME TO CR-PAYEE-NAME
           MOVE CW-AMOUNT TO CR-AMOUNT
           MOVE CW-ISSUE-DATE TO CR-ISSUE-DATE
           MOVE 'V' TO CR-STATUS
           MOVE WS-TODAY-DATE TO CR-CLEARED-DATE
           STRING WS-YEAR WS-MONTH WS-DAY
                  WS-HOUR WS-MINUTE WS-SECOND
                  DELIMITED BY SIZE
                  INTO CR-TIMESTAMP

           WRITE CHECK-REGISTER-RECORD

           CLOSE CHECK-REGISTER

           MOVE 'V' TO CW-STATUS
           REWRITE CHECK-WORK-RECORD.

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
           MOVE "ESCHEAT" TO AJ-SOURCE-PROGRAM
           MOVE WS-AJ-SOURCE-ID TO AJ-SOURCE-ID
           STRING WS-YEAR WS-MONTH WS-DAY
                  WS-HOUR WS-MINUTE WS-SECOND
                  DELIMITED BY SIZE
                  INTO AJ-TIMESTAMP

           WRITE ACCOUNT-JOURNAL-RECORD

           CLOSE ACCOUNT-JOURNAL-FILE.

       APPEND-ESCHEAT-HISTORY.
           OPEN EXTEND ESCHEAT-HISTORY-FILE

           IF WS-HIST-STATUS NOT = '00'
               OPEN OUTPUT ESCHEAT-HISTORY-FILE
           END-IF

           MOVE WS-ITEM-TYPE TO EH-ITEM-TYPE
           MOVE WS-ITEM-KEY TO EH-ITEM-KEY
           MOVE WS-ITEM-SINCE TO EH-DORMANT-SINCE
           MOVE WS-ITEM-OWNER-KEY TO EH-OWNER-KEY
           MOVE WS-ITEM-OWNER-NAME TO EH-OWNER-NAME
           MOVE WS-ITEM-STATE TO EH-OWNER-STATE
           MOVE WS-ITEM-PROP-CODE TO EH-PROPERTY-CODE
           MOVE WS-ITEM-AMOUNT TO EH-AMOUNT
           MOVE WS-ITEM-DUE-DATE TO EH-DUE-DATE
           MOVE WS-TODAY-DATE TO EH-ACTION-DATE
           IF EH-ESCHEATED
               MOVE WS-PAYABLE-ACCOUNT TO EH-PAYABLE-ACCOUNT
           ELSE
               MOVE SPACES TO EH-PAYABLE-ACCOUNT
           END-IF
           STRING WS-YEAR WS-MONTH WS-DAY
                  WS-HOUR WS-MINUTE WS-SECOND
                  DELIMITED BY SIZE
                  INTO EH-TIMESTAMP

           WRITE ESCHEAT-HISTORY-RECORD

           CLOSE ESCHEAT-HISTORY-FILE.

       WRITE-ITEM-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE ZERO TO WS-ITEM-DUE-DATE
           PERFORM WRITE-ITEM-LINE.

       WRITE-ITEM-LINE.
           MOVE WS-ITEM-TYPE TO WS-DTL-TYPE
           MOVE WS-ITEM-KEY TO WS-DTL-ITEM
           MOVE WS-ITEM-SINCE TO WS-DTL-SINCE
           MOVE WS-ITEM-STATE TO WS-DTL-STATE
           MOVE WS-ITEM-DUE-DATE TO WS-DTL-DUE
           MOVE WS-ITEM-AMOUNT TO WS-DTL-AMOUNT
           MOVE WS-ITEM-NOTE TO WS-DTL-NOTE
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

      *****************************************************************
      * A TRUNCATED RULE OR TRUST TABLE WOULD SILENTLY AGE THE WRONG
      * ITEMS AGAINST THE WRONG STATE, SO THE RUN STOPS COLD INSTEAD.
      *****************************************************************
       ABORT-ON-TABLE-OVERFLOW.
           MOVE "RULE/TRUST TABLE OVERFLOW - RUN ABORTED"
               TO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE ESCHEAT-REPORT

           MOVE 8 TO RETURN-CODE
           STOP RUN.

      *****************************************************************
      * EVERY NOTICE RECORDED ON THE BUSINESS DATE, REBUILT FROM THE
      * HISTORY SO A RERUN OF THE SAME DAY REPRODUCES THE SAME LIST.
      *****************************************************************
       WRITE-LETTER-LIST.
           OPEN OUTPUT LETTER-REPORT

           MOVE WS-TODAY-DATE TO WS-LHD-DATE
           MOVE WS-LETTER-HEADING TO LETTER-LINE
           WRITE LETTER-LINE

           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE

           OPEN INPUT ESCHEAT-HISTORY-FILE

           IF WS-HIST-STATUS = '00'
               PERFORM READ-HISTORY-RECORD
               PERFORM UNTIL WS-END-OF-FILE
                   IF EH-NOTICE-SENT
                           AND EH-ACTION-DATE = WS-TODAY-DATE
                       PERFORM WRITE-ONE-LETTER-LINE
                   END-IF
                   PERFORM READ-HISTORY-RECORD
               END-PERFORM
               CLOSE ESCHEAT-HISTORY-FILE
               MOVE 'N' TO WS-EOF-SWITCH
           END-IF

           CLOSE LETTER-REPORT.

       WRITE-ONE-LETTER-LINE.
           MOVE EH-OWNER-NAME TO WS-LTR-OWNER-NAME
           MOVE EH-OWNER-KEY TO WS-LTR-OWNER-KEY
           IF EH-CHECK-ITEM
               MOVE "CHECK" TO WS-LTR-PROPERTY
           ELSE
               MOVE "TRUST" TO WS-LTR-PROPERTY
           END-IF
           MOVE EH-ITEM-KEY TO WS-LTR-ITEM
           MOVE EH-AMOUNT TO WS-LTR-AMOUNT
           MOVE EH-OWNER-STATE TO WS-LTR-STATE
           MOVE EH-DUE-DATE TO WS-LTR-DUE
           MOVE WS-LETTER-DETAIL TO LETTER-LINE
           WRITE LETTER-LINE
           ADD 1 TO WS-LETTER-COUNT.

      *****************************************************************
      * ONE PASS OF THE HISTORY PER STATE ON THE RULE FILE, PICKING UP
      * THAT STATE'S ESCHEATMENTS FOR THE BUSINESS DATE. A STATE WITH
      * NOTHING ESCHEATED GETS NO RECORDS AT ALL.
      *****************************************************************
       WRITE-STATE-REPORT-FILE.
           OPEN OUTPUT STATE-REPORT-FILE

           PERFORM VARYING WS-STATE-IDX FROM 1 BY 1
                   UNTIL WS-STATE-IDX > WS-STATE-COUNT-USED
               MOVE WS-STR-STATE(WS-STATE-IDX) TO WS-OUT-STATE
               PERFORM WRITE-ONE-STATE-REPORT
           END-PERFORM

           CLOSE STATE-REPORT-FILE.

       WRITE-ONE-STATE-REPORT.
           MOVE ZERO TO WS-OUT-COUNT
           MOVE ZERO TO WS-OUT-TOTAL

           OPEN INPUT ESCHEAT-HISTORY-FILE

           IF WS-HIST-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           PERFORM READ-HISTORY-RECORD
           PERFORM UNTIL WS-END-OF-FILE
               IF EH-ESCHEATED
                       AND EH-ACTION-DATE = WS-TODAY-DATE
                       AND EH-OWNER-STATE = WS-OUT-STATE
                   PERFORM WRITE-ONE-STATE-DETAIL
               END-IF
               PERFORM READ-HISTORY-RECORD
           END-PERFORM

           CLOSE ESCHEAT-HISTORY-FILE
           MOVE 'N' TO WS-EOF-SWITCH

           IF WS-OUT-COUNT > ZERO
               MOVE WS-OUT-STATE TO SRT-STATE
               MOVE WS-OUT-COUNT TO SRT-ITEM-COUNT
               MOVE WS-OUT-TOTAL TO SRT-TOTAL-AMOUNT
               MOVE WS-STATE-T-RECORD TO STATE-REPORT-RECORD
               WRITE STATE-REPORT-RECORD
           END-IF.

       WRITE-ONE-STATE-DETAIL.
           IF WS-OUT-COUNT = ZERO
               MOVE WS-OUT-STATE TO SRH-STATE
               MOVE WS-TODAY-DATE TO SRH-REPORT-DATE
               MOVE WS-HOLDER-TAX-ID TO SRH-HOLDER-TAX-ID
               MOVE WS-HOLDER-NAME TO SRH-HOLDER-NAME
               MOVE WS-STATE-H-RECORD TO STATE-REPORT-RECORD
               WRITE STATE-REPORT-RECORD
           END-IF

           ADD 1 TO WS-OUT-COUNT
           ADD EH-AMOUNT TO WS-OUT-TOTAL

           MOVE WS-OUT-STATE TO SRD-STATE
           MOVE WS-OUT-COUNT TO SRD-SEQUENCE
           MOVE EH-PROPERTY-CODE TO SRD-PROPERTY-CODE
           MOVE EH-OWNER-KEY TO SRD-OWNER-KEY
           MOVE EH-OWNER-NAME TO SRD-OWNER-NAME
           MOVE EH-ITEM-KEY TO SRD-ITEM-KEY
           MOVE EH-AMOUNT TO SRD-AMOUNT
           MOVE EH-DORMANT-SINCE TO SRD-LAST-ACTIVITY
           MOVE EH-ACTION-DATE TO SRD-ESCHEAT-DATE
           MOVE WS-STATE-D-RECORD TO STATE-REPORT-RECORD
           WRITE STATE-REPORT-RECORD.

       WRITE-ESCHEAT-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO WS-SUMMARY-LINE
           MOVE "OUTSTANDING CHECKS AGED:" TO WS-SUM-LABEL
           MOVE WS-CHECKS-AGED TO WS-SUM-COUNT
           MOVE WS-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO WS-SUMMARY-LINE
           MOVE "TRUST BALANCES AGED:" TO WS-SUM-LABEL
           MOVE WS-TRUSTS-AGED TO WS-SUM-COUNT
           MOVE WS-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO WS-SUMMARY-LINE
           MOVE "NOTICES RECORDED:" TO WS-SUM-LABEL
           MOVE WS-NOTICE-COUNT TO WS-SUM-COUNT
           MOVE WS-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO WS-SUMMARY-LINE
           MOVE "LETTERS ON TODAY'S LIST:" TO WS-SUM-LABEL
           MOVE WS-LETTER-COUNT TO WS-SUM-COUNT
           MOVE WS-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO WS-SUMMARY-LINE
           MOVE "AWAITING OWNER RESPONSE:" TO WS-SUM-LABEL
           MOVE WS-WAITING-COUNT TO WS-SUM-COUNT
           MOVE WS-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO WS-SUMMARY-LINE
           MOVE "ESCHEATED:" TO WS-SUM-LABEL
           MOVE WS-ESCHEAT-COUNT TO WS-SUM-COUNT
           MOVE WS-ESCHEAT-TOTAL TO WS-SUM-AMOUNT
           MOVE WS-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO WS-SUMMARY-LINE
           MOVE "EXCEPTIONS:" TO WS-SUM-LABEL
           MOVE WS-EXCEPTION-COUNT TO WS-SUM-COUNT
           MOVE WS-SUMMARY-LINE TO REPORT-LINE
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
