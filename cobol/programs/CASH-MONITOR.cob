       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASH-MONITOR.
       AUTHOR. SUITECRM-REAL-ESTATE.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * LARGE-CASH AGGREGATION AND STRUCTURING DETECTION
      * WIRE SCREENING LOOKS AT ONE PAYMENT AT A TIME; NOTHING ROLLED
      * A CUSTOMER'S CHECK AND CASHIER'S-CHECK DEPOSITS UP ACROSS ALL
      * OF THEIR ACCOUNTS. RUN DAILY, THIS JOB:
      *   1. COLLECTS EVERY CHECK-METHOD DEPOSIT ON PAYMENTS.DAT
      *      (CASHIER'S CHECKS ARRIVE THROUGH THE SAME CHECK INTAKE)
      *      THAT WAS POSTED OR IS AWAITING APPROVAL, DATED WITHIN
      *      THE LOOK-BACK WINDOW ENDING ON THE BUSINESS DATE, AND
      *      ROLLS IT UP TO THE PARTY THE PARTYXREF.DAT "ACCOUNT" LINK
      *      NAMES. AN ACCOUNT WITH NO PARTY LINK STANDS ALONE UNDER
      *      ITS OWN ACCOUNT NUMBER.
      *   2. A PARTY WHOSE DEPOSITS ON THE BUSINESS DATE EXCEED THE
      *      FEDERAL REPORTING THRESHOLD GETS A CTR WORKSHEET ON
      *      CTRWORK.RPT AND A SUBJECT RECORD PLUS ONE TRANSACTION
      *      RECORD PER DEPOSIT ON THE FILING EXTRACT CTRFILE.DAT.
      *   3. A PARTY WITH SEVERAL DEPOSITS JUST UNDER THE THRESHOLD IN
      *      THE WINDOW - ON MORE THAN ONE DAY, INTO MORE THAN ONE
      *      LINKED ACCOUNT, OR BOTH - IS PUT ON THE SUSPICIOUS-
      *      ACTIVITY REVIEW QUEUE: A CASE ON THE APPEND-ONLY LEDGER
      *      SARCASE.DAT (LATEST STATE WINS PER CASE ID) WITH EACH
      *      SUPPORTING PAYMENT ID ON SARPMT.DAT. A PARTY ALREADY
      *      UNDER AN OPEN CASE HAS ITS NEW DEPOSITS ADDED TO THAT
      *      CASE RATHER THAN A SECOND CASE OPENED. AN OFFICER CLOSES
      *      A CASE WITH A DISPOSITION THROUGH SAR-CLOSE.COB.
      *   4. LISTS THE DAY'S CTR SUBJECTS, THE CASES OPENED OR ADDED
      *      TO, AND THE WHOLE OPEN REVIEW QUEUE ON CASHMON.RPT.
      * THRESHOLDS COME FROM THE OPTIONAL RULE FILE CASHRULE.DAT, ONE
      * PIPE-DELIMITED LINE EACH, WHOLE DOLLARS:
      *   THRESHOLD|<AMT>   CTR THRESHOLD (DEFAULT 10000)
      *   FLOOR|<AMT>       "JUST UNDER" STARTS HERE (DEFAULT 8000)
      *   WINDOW|<DAYS>     LOOK-BACK WINDOW (DEFAULT 3)
      *   MINCOUNT|<N>      NEAR-THRESHOLD DEPOSITS THAT MAKE A
      *                     PATTERN (DEFAULT 2)
      * THE WORKSHEET AND EXTRACT ARE REBUILT WHOLE EACH RUN, AND A
      * DEPOSIT ALREADY ON A CASE IS NEVER THE REASON FOR ANOTHER, SO
      * A RERUN OF THE SAME DAY OPENS NOTHING NEW.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYMENT-FILE ASSIGN TO "PAYMENTS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS PAYMENT-ID
                  ALTERNATE RECORD KEY IS REFERENCE-NUMBER
                      WITH DUPLICATES
                  FILE STATUS IS WS-FILE-STATUS.

           SELECT PARTY-MASTER ASSIGN TO "PARTYMST.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS PT-PARTY-ID
                  FILE STATUS IS WS-PARTY-MST-STATUS.

           SELECT PARTY-XREF-FILE ASSIGN TO "PARTYXREF.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-XREF-STATUS.

           SELECT XREF-WORK-FILE ASSIGN TO "CASHXWRK.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS XW-ACCOUNT
                  FILE STATUS IS WS-XWORK-STATUS.

           SELECT DEPOSIT-WORK-FILE ASSIGN TO "CASHDWRK.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS DW-KEY
                  FILE STATUS IS WS-DWORK-STATUS.

           SELECT CASH-RULE-FILE ASSIGN TO "CASHRULE.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RULE-STATUS.

           SELECT SAR-CASE-FILE ASSIGN TO "SARCASE.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-CASE-STATUS.

           SELECT CASE-WORK-FILE ASSIGN TO "SARCWRK.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS KW-CASE-ID
                  FILE STATUS IS WS-KWORK-STATUS.

           SELECT SAR-PAYMENT-FILE ASSIGN TO "SARPMT.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-SARPMT-STATUS.

           SELECT LINK-WORK-FILE ASSIGN TO "SARLWRK.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS LW-PAYMENT-ID
                  FILE STATUS IS WS-LWORK-STATUS.

           SELECT CTR-WORKSHEET ASSIGN TO "CTRWORK.RPT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-CTRWK-STATUS.

           SELECT CTR-FILE ASSIGN TO "CTRFILE.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-CTRFILE-STATUS.

           SELECT MONITOR-REPORT ASSIGN TO "CASHMON.RPT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
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
           05  CURRENCY-CODE       PIC X(3).
           05  ORIGINAL-AMOUNT     PIC 9(9)V99.
           05  ESCROW-ACCOUNT-FLAG PIC X.
           05  FEE-SCHEDULE-ID     PIC X(20).
           05  PAYMENT-SUBMITTER-ID PIC X(20).
           05  PAYMENT-APPROVER-ID PIC X(20).

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

      *****************************************************************
      * SCRATCH ACCOUNT-TO-PARTY INDEX BUILT FROM THE "ACCOUNT" LINKS
      * ON PARTYXREF.DAT - THE LAST LINK FOR AN ACCOUNT WINS.
      *****************************************************************
       FD  XREF-WORK-FILE.
       01  XREF-WORK-RECORD.
           05  XW-ACCOUNT          PIC X(20).
           05  XW-PARTY-ID         PIC X(20).

      *****************************************************************
      * SCRATCH KEYED FILE OF THE WINDOW'S DEPOSITS IN PARTY, DATE,
      * PAYMENT ORDER - ONE READ-NEXT PASS SEES EACH PARTY'S DEPOSITS
      * TOGETHER.
      *****************************************************************
       FD  DEPOSIT-WORK-FILE.
       01  DEPOSIT-WORK-RECORD.
           05  DW-KEY.
               10  DW-PARTY-ID     PIC X(20).
               10  DW-DATE         PIC 9(8).
               10  DW-PAYMENT-ID   PIC X(20).
           05  DW-ACCOUNT          PIC X(20).
           05  DW-AMOUNT           PIC 9(9)V99.
           05  DW-TYPE             PIC X(20).
           05  DW-METHOD           PIC X(10).

       FD  CASH-RULE-FILE.
       01  CASH-RULE-LINE          PIC X(60).

      *****************************************************************
      * APPEND-ONLY SUSPICIOUS-ACTIVITY REVIEW CASE LEDGER. THIS JOB
      * APPENDS AN 'O' OPEN RECORD WHEN A CASE IS OPENED AND ANOTHER
      * WHEN DEPOSITS ARE ADDED TO IT; SAR-CLOSE APPENDS THE 'C'
      * CLOSED RECORD WITH THE OFFICER'S DISPOSITION. LATEST STATE
      * WINS PER CASE ID.
      *****************************************************************
       FD  SAR-CASE-FILE.
       01  SAR-CASE-RECORD.
           05  SC-CASE-ID          PIC X(20).
           05  SC-PARTY-ID         PIC X(20).
           05  SC-PARTY-NAME       PIC X(50).
           05  SC-OPENED-DATE      PIC 9(8).
           05  SC-PATTERN          PIC X(20).
           05  SC-PAYMENT-COUNT    PIC 9(5).
           05  SC-TOTAL-AMOUNT     PIC 9(11)V99.
           05  SC-STATUS           PIC X.
               88  SC-OPEN         VALUE 'O'.
               88  SC-CLOSED       VALUE 'C'.
           05  SC-DISPOSITION      PIC X(10).
           05  SC-CLOSED-BY        PIC X(20).
           05  SC-CLOSED-DATE      PIC 9(8).
           05  SC-CLOSE-NOTE       PIC X(40).
           05  SC-TIMESTAMP        PIC 9(14).

       FD  CASE-WORK-FILE.
       01  CASE-WORK-RECORD.
           05  KW-CASE-ID          PIC X(20).
           05  KW-CASE             PIC X(209).

      *****************************************************************
      * ONE RECORD PER PAYMENT SUPPORTING A REVIEW CASE. NEVER PURGED.
      *****************************************************************
       FD  SAR-PAYMENT-FILE.
       01  SAR-PAYMENT-RECORD.
           05  SP-CASE-ID          PIC X(20).
           05  SP-PAYMENT-ID       PIC X(20).
           05  SP-PAYMENT-DATE     PIC 9(8).
           05  SP-ACCOUNT          PIC X(20).
           05  SP-AMOUNT           PIC 9(9)V99.
           05  SP-TIMESTAMP        PIC 9(14).

       FD  LINK-WORK-FILE.
       01  LINK-WORK-RECORD.
           05  LW-PAYMENT-ID       PIC X(20).
           05  LW-CASE-ID          PIC X(20).

       FD  CTR-WORKSHEET.
       01  WORKSHEET-LINE          PIC X(132).

       FD  CTR-FILE.
       01  CTR-FILE-RECORD         PIC X(150).

       FD  MONITOR-REPORT.
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
       01  WS-FILE-STATUS          PIC XX.
       01  WS-PARTY-MST-STATUS     PIC XX.
       01  WS-XREF-STATUS          PIC XX.
       01  WS-XWORK-STATUS         PIC XX.
       01  WS-DWORK-STATUS         PIC XX.
       01  WS-RULE-STATUS          PIC XX.
       01  WS-CASE-STATUS          PIC XX.
       01  WS-KWORK-STATUS         PIC XX.
       01  WS-SARPMT-STATUS        PIC XX.
       01  WS-LWORK-STATUS         PIC XX.
       01  WS-CTRWK-STATUS         PIC XX.
       01  WS-CTRFILE-STATUS       PIC XX.
       01  WS-RPT-STATUS           PIC XX.
       01  WS-EOF-SWITCH           PIC X VALUE 'N'.
           88  WS-END-OF-FILE      VALUE 'Y'.
       01  WS-WORK-EOF-SW          PIC X VALUE 'N'.
           88  WS-WORK-END-OF-FILE VALUE 'Y'.

       01  WS-TODAY-DATE           PIC 9(8).
       01  WS-WINDOW-START         PIC 9(8).

       01  WS-RULE-WORK.
           05  WS-CTR-THRESHOLD    PIC 9(9) VALUE 10000.
           05  WS-NEAR-FLOOR       PIC 9(9) VALUE 8000.
           05  WS-WINDOW-DAYS      PIC 99 VALUE 3.
           05  WS-MIN-NEAR-COUNT   PIC 99 VALUE 2.
           05  WS-RULE-TAG         PIC X(10).
           05  WS-RULE-AMOUNT      PIC 9(9).

      *****************************************************************
      * ONE PARTY'S DEPOSITS IN THE WINDOW, GATHERED ON THE CONTROL
      * BREAK SO THEY CAN BE TOTALLED AND THEN LISTED.
      *****************************************************************
       01  WS-GROUP-TABLE.
           05  WS-GRP-ENTRY OCCURS 500 TIMES INDEXED BY WS-GRP-IDX.
               10  WS-GRP-PAYMENT-ID   PIC X(20).
               10  WS-GRP-DATE         PIC 9(8).
               10  WS-GRP-ACCOUNT      PIC X(20).
               10  WS-GRP-AMOUNT       PIC 9(9)V99.
               10  WS-GRP-TYPE         PIC X(20).
               10  WS-GRP-METHOD       PIC X(10).
               10  WS-GRP-NEAR-SW      PIC X.
               10  WS-GRP-LINKED-SW    PIC X.

       01  WS-GRP-COUNT-USED       PIC 9(3) VALUE ZERO.
       01  WS-GRP-SCAN-IDX         PIC 9(3).

       01  WS-PARTY-WORK.
           05  WS-CUR-PARTY-ID     PIC X(20).
           05  WS-CUR-PARTY-NAME   PIC X(50).
           05  WS-TODAY-TOTAL      PIC 9(11)V99.
           05  WS-TODAY-COUNT      PIC 9(5).
           05  WS-TODAY-ACCOUNTS   PIC 9(5).
           05  WS-NEAR-COUNT       PIC 9(5).
           05  WS-NEAR-NEW-COUNT   PIC 9(5).
           05  WS-NEAR-DAYS        PIC 9(5).
           05  WS-NEAR-ACCOUNTS    PIC 9(5).
           05  WS-NEAR-TOTAL       PIC 9(11)V99.
           05  WS-FIRST-SW         PIC X.
           05  WS-PATTERN          PIC X(20).
           05  WS-DEPOSIT-PARTY    PIC X(20).

      *****************************************************************
      * OPEN REVIEW CASES BY PARTY, SO A PARTY ALREADY UNDER REVIEW
      * HAS NEW DEPOSITS ADDED TO ITS CASE INSTEAD OF A SECOND CASE.
      *****************************************************************
       01  WS-OPEN-CASE-TABLE.
           05  WS-OPN-ENTRY OCCURS 500 TIMES INDEXED BY WS-OPN-IDX.
               10  WS-OPN-PARTY-ID     PIC X(20).
               10  WS-OPN-CASE-ID      PIC X(20).

       01  WS-OPN-COUNT-USED       PIC 9(3) VALUE ZERO.

       01  WS-CASE-WORK.
           05  WS-CASE-ID          PIC X(20).
           05  WS-CASE-FOUND-SW    PIC X.
           05  WS-CASES-TODAY      PIC 9(4) VALUE ZERO.
           05  WS-CASE-ACTION      PIC X(10).
           05  WS-ADDED-COUNT      PIC 9(5).
           05  WS-ADDED-TOTAL      PIC 9(11)V99.
           05  WS-CASE-AGE         PIC 9(5).

       01  WS-RUN-TOTALS.
           05  WS-DEPOSITS-READ    PIC 9(7) VALUE ZERO.
           05  WS-PARTIES-SEEN     PIC 9(5) VALUE ZERO.
           05  WS-CTR-COUNT        PIC 9(5) VALUE ZERO.
           05  WS-CTR-TOTAL        PIC 9(13)V99 VALUE ZERO.
           05  WS-CASES-OPENED     PIC 9(5) VALUE ZERO.
           05  WS-CASES-ADDED-TO   PIC 9(5) VALUE ZERO.
           05  WS-QUEUE-COUNT      PIC 9(5) VALUE ZERO.

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
               "LARGE-CASH AND STRUCTURING MONITOR".
           05  FILLER              PIC X(6)  VALUE "DATE: ".
           05  WS-HDR-DATE         PIC 9(8).

       01  WS-CTR-LINE.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-CTL-PARTY-ID     PIC X(21).
           05  WS-CTL-PARTY-NAME   PIC X(41).
           05  WS-CTL-COUNT        PIC ZZZ9.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-CTL-TOTAL        PIC Z(10)9.99.

       01  WS-CASE-LINE.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-CSL-CASE-ID      PIC X(16).
           05  WS-CSL-PARTY-ID     PIC X(21).
           05  WS-CSL-PARTY-NAME   PIC X(31).
           05  WS-CSL-PATTERN      PIC X(18).
           05  WS-CSL-COUNT        PIC ZZZ9.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-CSL-TOTAL        PIC Z(10)9.99.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-CSL-NOTE         PIC X(16).

       01  WS-SUPPORT-LINE.
           05  FILLER              PIC X(6) VALUE SPACES.
           05  FILLER              PIC X(9) VALUE "PAYMENT ".
           05  WS-SPL-PAYMENT-ID   PIC X(21).
           05  WS-SPL-DATE         PIC 9(8).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-SPL-ACCOUNT      PIC X(21).
           05  WS-SPL-AMOUNT       PIC Z(8)9.99.

       01  WS-SUMMARY-LINE.
           05  WS-SUM-LABEL        PIC X(30).
           05  WS-SUM-COUNT        PIC ZZZ,ZZ9.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-SUM-AMOUNT       PIC Z(12)9.99.

       01  WS-WORKSHEET-HEADING.
           05  FILLER              PIC X(40) VALUE
               "CURRENCY TRANSACTION REPORT WORKSHEET".
           05  FILLER              PIC X(15) VALUE "BUSINESS DATE: ".
           05  WS-WHD-DATE         PIC 9(8).

       01  WS-WORKSHEET-SUBJECT.
           05  FILLER              PIC X(9) VALUE "SUBJECT: ".
           05  WS-WSS-PARTY-ID     PIC X(21).
           05  WS-WSS-PARTY-NAME   PIC X(50).

       01  WS-WORKSHEET-DETAIL.
           05  FILLER              PIC X(4) VALUE SPACES.
           05  WS-WSD-PAYMENT-ID   PIC X(21).
           05  WS-WSD-ACCOUNT      PIC X(21).
           05  WS-WSD-TYPE         PIC X(21).
           05  WS-WSD-METHOD       PIC X(11).
           05  WS-WSD-AMOUNT       PIC Z(8)9.99.

       01  WS-WORKSHEET-TOTAL.
           05  FILLER              PIC X(4) VALUE SPACES.
           05  FILLER              PIC X(24) VALUE
               "TOTAL CASH-IN FOR DAY:".
           05  WS-WST-COUNT        PIC ZZZ9.
           05  FILLER              PIC X(14) VALUE " DEPOSITS IN ".
           05  WS-WST-ACCOUNTS     PIC ZZZ9.
           05  FILLER              PIC X(12) VALUE " ACCOUNT(S) ".
           05  WS-WST-AMOUNT       PIC Z(10)9.99.

      *****************************************************************
      * CTR FILING EXTRACT RECORD LAYOUTS: S SUBJECT (ONE PER PARTY
      * OVER THE THRESHOLD), T TRANSACTION (ONE PER DEPOSIT MAKING UP
      * THE SUBJECT'S TOTAL).
      *****************************************************************
       01  WS-CTR-S-RECORD.
           05  FILLER              PIC X     VALUE 'S'.
           05  CTS-BUSINESS-DATE   PIC 9(8).
           05  CTS-PARTY-ID        PIC X(20).
           05  CTS-PARTY-NAME      PIC X(50).
           05  CTS-TOTAL-AMOUNT    PIC 9(11)V99.
           05  CTS-DEPOSIT-COUNT   PIC 9(5).
           05  CTS-ACCOUNT-COUNT   PIC 9(5).
           05  FILLER              PIC X(48) VALUE SPACES.

       01  WS-CTR-T-RECORD.
           05  FILLER              PIC X     VALUE 'T'.
           05  CTT-BUSINESS-DATE   PIC 9(8).
           05  CTT-PARTY-ID        PIC X(20).
           05  CTT-PAYMENT-ID      PIC X(20).
           05  CTT-ACCOUNT         PIC X(20).
           05  CTT-AMOUNT          PIC 9(9)V99.
           05  CTT-PAYMENT-TYPE    PIC X(20).
           05  CTT-METHOD          PIC X(10).
           05  FILLER              PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           PERFORM INITIALIZE-MONITOR
           PERFORM LOAD-CASH-RULES
           PERFORM OPEN-MONITOR-OUTPUTS
           PERFORM BUILD-XREF-WORK-FILE
           PERFORM REBUILD-CASE-WORK-FILES
           PERFORM COLLECT-WINDOW-DEPOSITS

           MOVE "CURRENCY TRANSACTION REPORTS DUE" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM REVIEW-EACH-PARTY
           CLOSE DEPOSIT-WORK-FILE
           CLOSE XREF-WORK-FILE
           CLOSE LINK-WORK-FILE

           PERFORM WRITE-OPEN-REVIEW-QUEUE
           CLOSE CASE-WORK-FILE

           PERFORM WRITE-MONITOR-SUMMARY
           CLOSE CTR-WORKSHEET
           CLOSE CTR-FILE
           CLOSE MONITOR-REPORT
           STOP RUN.

       INITIALIZE-MONITOR.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           PERFORM GET-BUSINESS-DATE
           ACCEPT WS-CURRENT-TIME FROM TIME
           STRING WS-YEAR WS-MONTH WS-DAY
                  DELIMITED BY SIZE
                  INTO WS-TODAY-DATE

           MOVE 'N' TO WS-EOF-SWITCH.

       LOAD-CASH-RULES.
           OPEN INPUT CASH-RULE-FILE

           IF WS-RULE-STATUS = '00'
               PERFORM READ-RULE-LINE
               PERFORM UNTIL WS-END-OF-FILE
                   IF CASH-RULE-LINE NOT = SPACES
                       PERFORM LOAD-ONE-RULE-LINE
                   END-IF
                   PERFORM READ-RULE-LINE
               END-PERFORM
               CLOSE CASH-RULE-FILE
               MOVE 'N' TO WS-EOF-SWITCH
           END-IF

           IF WS-WINDOW-DAYS = ZERO
               MOVE 1 TO WS-WINDOW-DAYS
           END-IF

           COMPUTE WS-WINDOW-START = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
               - WS-WINDOW-DAYS + 1).

       READ-RULE-LINE.
           READ CASH-RULE-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

       LOAD-ONE-RULE-LINE.
           MOVE SPACES TO WS-RULE-TAG
           MOVE ZERO TO WS-RULE-AMOUNT

           UNSTRING CASH-RULE-LINE DELIMITED BY '|'
               INTO WS-RULE-TAG
                    WS-RULE-AMOUNT

           EVALUATE WS-RULE-TAG
               WHEN "THRESHOLD"
                   MOVE WS-RULE-AMOUNT TO WS-CTR-THRESHOLD
               WHEN "FLOOR"
                   MOVE WS-RULE-AMOUNT TO WS-NEAR-FLOOR
               WHEN "WINDOW"
                   MOVE WS-RULE-AMOUNT TO WS-WINDOW-DAYS
               WHEN "MINCOUNT"
                   MOVE WS-RULE-AMOUNT TO WS-MIN-NEAR-COUNT
           END-EVALUATE.

       OPEN-MONITOR-OUTPUTS.
           OPEN OUTPUT MONITOR-REPORT
           MOVE WS-TODAY-DATE TO WS-HDR-DATE
           MOVE WS-REPORT-HEADING TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           OPEN OUTPUT CTR-WORKSHEET
           MOVE WS-TODAY-DATE TO WS-WHD-DATE
           MOVE WS-WORKSHEET-HEADING TO WORKSHEET-LINE
           WRITE WORKSHEET-LINE

           OPEN OUTPUT CTR-FILE.

      *****************************************************************
      * ACCOUNT-TO-PARTY INDEX FROM THE PARTY CROSS-REFERENCE, SO EACH
      * DEPOSIT FINDS ITS PARTY WITH ONE KEYED READ.
      *****************************************************************
       BUILD-XREF-WORK-FILE.
           OPEN OUTPUT XREF-WORK-FILE
           CLOSE XREF-WORK-FILE
           OPEN I-O XREF-WORK-FILE

           OPEN INPUT PARTY-XREF-FILE

           IF WS-XREF-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           PERFORM READ-XREF-RECORD
           PERFORM UNTIL WS-END-OF-FILE
               IF PX-LINK-TYPE = "ACCOUNT"
                   MOVE PX-LINK-KEY TO XW-ACCOUNT
                   MOVE PX-PARTY-ID TO XW-PARTY-ID
                   WRITE XREF-WORK-RECORD
                       INVALID KEY
                           REWRITE XREF-WORK-RECORD
                   END-WRITE
               END-IF
               PERFORM READ-XREF-RECORD
           END-PERFORM

           CLOSE PARTY-XREF-FILE
           MOVE 'N' TO WS-EOF-SWITCH.

       READ-XREF-RECORD.
           READ PARTY-XREF-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

      *****************************************************************
      * COLLAPSES THE CASE LEDGER TO LATEST STATE PER CASE, NOTES THE
      * OPEN CASES BY PARTY AND HOW MANY CASE IDS TODAY ALREADY USED,
      * AND INDEXES EVERY PAYMENT ALREADY SUPPORTING A CASE.
      *****************************************************************
       REBUILD-CASE-WORK-FILES.
           OPEN OUTPUT CASE-WORK-FILE
           CLOSE CASE-WORK-FILE
           OPEN I-O CASE-WORK-FILE

           OPEN INPUT SAR-CASE-FILE

           IF WS-CASE-STATUS = '00'
               PERFORM READ-CASE-RECORD
               PERFORM UNTIL WS-END-OF-FILE
                   MOVE SC-CASE-ID TO KW-CASE-ID
                   MOVE SAR-CASE-RECORD(21:209) TO KW-CASE
                   WRITE CASE-WORK-RECORD
                       INVALID KEY
                           REWRITE CASE-WORK-RECORD
                   END-WRITE
                   PERFORM READ-CASE-RECORD
               END-PERFORM
               CLOSE SAR-CASE-FILE
               MOVE 'N' TO WS-EOF-SWITCH
           END-IF

           PERFORM NOTE-OPEN-CASES

           OPEN OUTPUT LINK-WORK-FILE
           CLOSE LINK-WORK-FILE
           OPEN I-O LINK-WORK-FILE

           OPEN INPUT SAR-PAYMENT-FILE

           IF WS-SARPMT-STATUS = '00'
               PERFORM READ-SAR-PAYMENT-RECORD
               PERFORM UNTIL WS-END-OF-FILE
                   MOVE SP-PAYMENT-ID TO LW-PAYMENT-ID
                   MOVE SP-CASE-ID TO LW-CASE-ID
                   WRITE LINK-WORK-RECORD
                       INVALID KEY
                           REWRITE LINK-WORK-RECORD
                   END-WRITE
                   PERFORM READ-SAR-PAYMENT-RECORD
               END-PERFORM
               CLOSE SAR-PAYMENT-FILE
               MOVE 'N' TO WS-EOF-SWITCH
           END-IF.

       READ-CASE-RECORD.
           READ SAR-CASE-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

       READ-SAR-PAYMENT-RECORD.
           READ SAR-PAYMENT-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

       NOTE-OPEN-CASES.
           MOVE 'N' TO WS-WORK-EOF-SW
           MOVE LOW-VALUES TO KW-CASE-ID
           START CASE-WORK-FILE KEY IS NOT LESS THAN KW-CASE-ID
               INVALID KEY
                   MOVE 'Y' TO WS-WORK-EOF-SW
           END-START

           PERFORM UNTIL WS-WORK-END-OF-FILE
               READ CASE-WORK-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-WORK-EOF-SW
                   NOT AT END
                       PERFORM NOTE-ONE-CASE
               END-READ
           END-PERFORM

           MOVE 'N' TO WS-WORK-EOF-SW.

       NOTE-ONE-CASE.
           MOVE KW-CASE-ID TO SAR-CASE-RECORD(1:20)
           MOVE KW-CASE TO SAR-CASE-RECORD(21:209)

           IF SC-OPENED-DATE = WS-TODAY-DATE
               ADD 1 TO WS-CASES-TODAY
           END-IF

           IF SC-OPEN
               IF WS-OPN-COUNT-USED >= 500
                   PERFORM ABORT-ON-TABLE-OVERFLOW
               END-IF
               ADD 1 TO WS-OPN-COUNT-USED
               SET WS-OPN-IDX TO WS-OPN-COUNT-USED
               MOVE SC-PARTY-ID TO WS-OPN-PARTY-ID(WS-OPN-IDX)
               MOVE SC-CASE-ID TO WS-OPN-CASE-ID(WS-OPN-IDX)
           END-IF.

      *****************************************************************
      * CHECK-METHOD DEPOSITS DATED IN THE WINDOW THAT WERE POSTED
      * ('00') OR ARE AWAITING APPROVAL ('PD') - THE MONEY IS IN HAND
      * EITHER WAY. REFUNDS, RETURNS AND NSF FEES ARE NOT CASH-IN.
      *****************************************************************
       COLLECT-WINDOW-DEPOSITS.
           OPEN OUTPUT DEPOSIT-WORK-FILE
           CLOSE DEPOSIT-WORK-FILE
           OPEN I-O DEPOSIT-WORK-FILE

           OPEN INPUT PAYMENT-FILE

           IF WS-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           PERFORM READ-PAYMENT-RECORD
           PERFORM UNTIL WS-END-OF-FILE
               IF PAYMENT-METHOD = "CHECK"
                       AND (PAYMENT-STATUS = '00'
                            OR PAYMENT-STATUS = 'PD')
                       AND PAYMENT-DATE >= WS-WINDOW-START
                       AND PAYMENT-DATE <= WS-TODAY-DATE
                       AND PAYMENT-TYPE NOT = "REFUND"
                       AND PAYMENT-TYPE NOT = "RETURN"
                       AND PAYMENT-TYPE NOT = "NSFFEE"
                   PERFORM NOTE-ONE-DEPOSIT
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

       NOTE-ONE-DEPOSIT.
           MOVE ACCOUNT-NUMBER TO XW-ACCOUNT
           READ XREF-WORK-FILE
               INVALID KEY
                   MOVE ACCOUNT-NUMBER TO WS-DEPOSIT-PARTY
               NOT INVALID KEY
                   MOVE XW-PARTY-ID TO WS-DEPOSIT-PARTY
           END-READ

           MOVE WS-DEPOSIT-PARTY TO DW-PARTY-ID
           MOVE PAYMENT-DATE TO DW-DATE
           MOVE PAYMENT-ID TO DW-PAYMENT-ID
           MOVE ACCOUNT-NUMBER TO DW-ACCOUNT
           MOVE PAYMENT-AMOUNT TO DW-AMOUNT
           MOVE PAYMENT-TYPE TO DW-TYPE
           MOVE PAYMENT-METHOD TO DW-METHOD
           WRITE DEPOSIT-WORK-RECORD
               INVALID KEY
                   REWRITE DEPOSIT-WORK-RECORD
           END-WRITE

           ADD 1 TO WS-DEPOSITS-READ.

      *****************************************************************
      * ONE READ-NEXT PASS OVER THE WORK FILE IN PARTY ORDER. EACH
      * CHANGE OF PARTY CLOSES OUT THE PARTY JUST GATHERED.
      *****************************************************************
       REVIEW-EACH-PARTY.
           MOVE ZERO TO WS-GRP-COUNT-USED
           MOVE SPACES TO WS-CUR-PARTY-ID

           MOVE 'N' TO WS-WORK-EOF-SW
           MOVE LOW-VALUES TO DW-KEY
           START DEPOSIT-WORK-FILE KEY IS NOT LESS THAN DW-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-WORK-EOF-SW
           END-START

           PERFORM UNTIL WS-WORK-END-OF-FILE
               READ DEPOSIT-WORK-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-WORK-EOF-SW
                   NOT AT END
                       IF DW-PARTY-ID NOT = WS-CUR-PARTY-ID
                               AND WS-GRP-COUNT-USED > ZERO
                           PERFORM CLOSE-OUT-PARTY
                       END-IF
                       MOVE DW-PARTY-ID TO WS-CUR-PARTY-ID
                       PERFORM GATHER-ONE-DEPOSIT
               END-READ
           END-PERFORM

           IF WS-GRP-COUNT-USED > ZERO
               PERFORM CLOSE-OUT-PARTY
           END-IF

           MOVE 'N' TO WS-WORK-EOF-SW.

       GATHER-ONE-DEPOSIT.
           IF WS-GRP-COUNT-USED >= 500
               PERFORM ABORT-ON-TABLE-OVERFLOW
           END-IF
           ADD 1 TO WS-GRP-COUNT-USED
           SET WS-GRP-IDX TO WS-GRP-COUNT-USED
           MOVE DW-PAYMENT-ID TO WS-GRP-PAYMENT-ID(WS-GRP-IDX)
           MOVE DW-DATE TO WS-GRP-DATE(WS-GRP-IDX)
           MOVE DW-ACCOUNT TO WS-GRP-ACCOUNT(WS-GRP-IDX)
           MOVE DW-AMOUNT TO WS-GRP-AMOUNT(WS-GRP-IDX)
           MOVE DW-TYPE TO WS-GRP-TYPE(WS-GRP-IDX)
           MOVE DW-METHOD TO WS-GRP-METHOD(WS-GRP-IDX)

           IF DW-AMOUNT >= WS-NEAR-FLOOR
                   AND DW-AMOUNT <= WS-CTR-THRESHOLD
               MOVE 'Y' TO WS-GRP-NEAR-SW(WS-GRP-IDX)
           ELSE
               MOVE 'N' TO WS-GRP-NEAR-SW(WS-GRP-IDX)
           END-IF

           MOVE DW-PAYMENT-ID TO LW-PAYMENT-ID
           READ LINK-WORK-FILE
               INVALID KEY
                   MOVE 'N' TO WS-GRP-LINKED-SW(WS-GRP-IDX)
               NOT INVALID KEY
                   MOVE 'Y' TO WS-GRP-LINKED-SW(WS-GRP-IDX)
           END-READ.

       CLOSE-OUT-PARTY.
           ADD 1 TO WS-PARTIES-SEEN
           PERFORM TOTAL-PARTY-GROUP
           MOVE SPACES TO WS-CUR-PARTY-NAME

           IF WS-TODAY-TOTAL > WS-CTR-THRESHOLD
               PERFORM FIND-PARTY-NAME
               PERFORM WRITE-CTR-SUBJECT
           END-IF

           IF WS-NEAR-COUNT >= WS-MIN-NEAR-COUNT
                   AND WS-NEAR-NEW-COUNT > ZERO
                   AND (WS-NEAR-DAYS > 1 OR WS-NEAR-ACCOUNTS > 1)
               IF WS-CUR-PARTY-NAME = SPACES
                   PERFORM FIND-PARTY-NAME
               END-IF
               PERFORM RAISE-STRUCTURING-CASE
           END-IF

           MOVE ZERO TO WS-GRP-COUNT-USED.

      *****************************************************************
      * THE DAY'S CASH-IN AND HOW MANY ACCOUNTS IT CAME THROUGH, AND
      * THE WINDOW'S JUST-UNDER-THRESHOLD DEPOSITS - HOW MANY, ON HOW
      * MANY DISTINCT DAYS, INTO HOW MANY DISTINCT ACCOUNTS, AND HOW
      * MANY ARE NOT YET ON ANY CASE. AN ENTRY COUNTS AS A NEW DAY OR
      * ACCOUNT ONLY IF NO EARLIER ENTRY OF THE SAME KIND SHARES IT.
      *****************************************************************
       TOTAL-PARTY-GROUP.
           MOVE ZERO TO WS-TODAY-TOTAL
           MOVE ZERO TO WS-TODAY-COUNT
           MOVE ZERO TO WS-TODAY-ACCOUNTS
           MOVE ZERO TO WS-NEAR-COUNT
           MOVE ZERO TO WS-NEAR-NEW-COUNT
           MOVE ZERO TO WS-NEAR-DAYS
           MOVE ZERO TO WS-NEAR-ACCOUNTS
           MOVE ZERO TO WS-NEAR-TOTAL

           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                   UNTIL WS-GRP-IDX > WS-GRP-COUNT-USED
               IF WS-GRP-DATE(WS-GRP-IDX) = WS-TODAY-DATE
                   ADD 1 TO WS-TODAY-COUNT
                   ADD WS-GRP-AMOUNT(WS-GRP-IDX) TO WS-TODAY-TOTAL
                   PERFORM CHECK-FIRST-TODAY-ACCOUNT
                   IF WS-FIRST-SW = 'Y'
                       ADD 1 TO WS-TODAY-ACCOUNTS
                   END-IF
               END-IF
               IF WS-GRP-NEAR-SW(WS-GRP-IDX) = 'Y'
                   ADD 1 TO WS-NEAR-COUNT
                   ADD WS-GRP-AMOUNT(WS-GRP-IDX) TO WS-NEAR-TOTAL
                   IF WS-GRP-LINKED-SW(WS-GRP-IDX) = 'N'
                       ADD 1 TO WS-NEAR-NEW-COUNT
                   END-IF
                   PERFORM CHECK-FIRST-NEAR-DAY
                   IF WS-FIRST-SW = 'Y'
                       ADD 1 TO WS-NEAR-DAYS
                   END-IF
                   PERFORM CHECK-FIRST-NEAR-ACCOUNT
                   IF WS-FIRST-SW = 'Y'
                       ADD 1 TO WS-NEAR-ACCOUNTS
                   END-IF
               END-IF
           END-PERFORM.

       CHECK-FIRST-TODAY-ACCOUNT.
           MOVE 'Y' TO WS-FIRST-SW
           PERFORM VARYING WS-GRP-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-GRP-SCAN-IDX >= WS-GRP-IDX
               IF WS-GRP-DATE(WS-GRP-SCAN-IDX) = WS-TODAY-DATE
                       AND WS-GRP-ACCOUNT(WS-GRP-SCAN-IDX) =
                           WS-GRP-ACCOUNT(WS-GRP-IDX)
                   MOVE 'N' TO WS-FIRST-SW
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       CHECK-FIRST-NEAR-DAY.
           MOVE 'Y' TO WS-FIRST-SW
           PERFORM VARYING WS-GRP-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-GRP-SCAN-IDX >= WS-GRP-IDX
               IF WS-GRP-NEAR-SW(WS-GRP-SCAN-IDX) = 'Y'
                       AND WS-GRP-DATE(WS-GRP-SCAN-IDX) =
                           WS-GRP-DATE(WS-GRP-IDX)
                   MOVE 'N' TO WS-FIRST-SW
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       CHECK-FIRST-NEAR-ACCOUNT.
           MOVE 'Y' TO WS-FIRST-SW
           PERFORM VARYING WS-GRP-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-GRP-SCAN-IDX >= WS-GRP-IDX
               IF WS-GRP-NEAR-SW(WS-GRP-SCAN-IDX) = 'Y'
                       AND WS-GRP-ACCOUNT(WS-GRP-SCAN-IDX) =
                           WS-GRP-ACCOUNT(WS-GRP-IDX)
                   MOVE 'N' TO WS-FIRST-SW
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       FIND-PARTY-NAME.
           MOVE "NO PARTY LINK - ACCOUNT ONLY" TO WS-CUR-PARTY-NAME

           OPEN INPUT PARTY-MASTER

           IF WS-PARTY-MST-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CUR-PARTY-ID TO PT-PARTY-ID
           READ PARTY-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PT-CANONICAL-NAME TO WS-CUR-PARTY-NAME
           END-READ

           CLOSE PARTY-MASTER.

      *****************************************************************
      * WORKSHEET BLOCK, EXTRACT SUBJECT AND TRANSACTION RECORDS AND A
      * REPORT LINE FOR ONE PARTY OVER THE THRESHOLD TODAY. ONLY THE
      * BUSINESS DATE'S DEPOSITS MAKE UP A CTR.
      *****************************************************************
       WRITE-CTR-SUBJECT.
           ADD 1 TO WS-CTR-COUNT
           ADD WS-TODAY-TOTAL TO WS-CTR-TOTAL

           MOVE SPACES TO WORKSHEET-LINE
           WRITE WORKSHEET-LINE
           MOVE WS-CUR-PARTY-ID TO WS-WSS-PARTY-ID
           MOVE WS-CUR-PARTY-NAME TO WS-WSS-PARTY-NAME
           MOVE WS-WORKSHEET-SUBJECT TO WORKSHEET-LINE
           WRITE WORKSHEET-LINE

           MOVE WS-TODAY-DATE TO CTS-BUSINESS-DATE
           MOVE WS-CUR-PARTY-ID TO CTS-PARTY-ID
           MOVE WS-CUR-PARTY-NAME TO CTS-PARTY-NAME
           MOVE WS-TODAY-TOTAL TO CTS-TOTAL-AMOUNT
           MOVE WS-TODAY-COUNT TO CTS-DEPOSIT-COUNT
           MOVE WS-TODAY-ACCOUNTS TO CTS-ACCOUNT-COUNT
           MOVE WS-CTR-S-RECORD TO CTR-FILE-RECORD
           WRITE CTR-FILE-RECORD

           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                   UNTIL WS-GRP-IDX > WS-GRP-COUNT-USED
               IF WS-GRP-DATE(WS-GRP-IDX) = WS-TODAY-DATE
                   PERFORM WRITE-ONE-CTR-TRANSACTION
               END-IF
           END-PERFORM

           MOVE WS-TODAY-COUNT TO WS-WST-COUNT
           MOVE WS-TODAY-ACCOUNTS TO WS-WST-ACCOUNTS
           MOVE WS-TODAY-TOTAL TO WS-WST-AMOUNT
           MOVE WS-WORKSHEET-TOTAL TO WORKSHEET-LINE
           WRITE WORKSHEET-LINE

           MOVE WS-CUR-PARTY-ID TO WS-CTL-PARTY-ID
           MOVE WS-CUR-PARTY-NAME TO WS-CTL-PARTY-NAME
           MOVE WS-TODAY-COUNT TO WS-CTL-COUNT
           MOVE WS-TODAY-TOTAL TO WS-CTL-TOTAL
           MOVE WS-CTR-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-ONE-CTR-TRANSACTION.
           MOVE WS-GRP-PAYMENT-ID(WS-GRP-IDX) TO WS-WSD-PAYMENT-ID
           MOVE WS-GRP-ACCOUNT(WS-GRP-IDX) TO WS-WSD-ACCOUNT
           MOVE WS-GRP-TYPE(WS-GRP-IDX) TO WS-WSD-TYPE
           MOVE WS-GRP-METHOD(WS-GRP-IDX) TO WS-WSD-METHOD
           MOVE WS-GRP-AMOUNT(WS-GRP-IDX) TO WS-WSD-AMOUNT
           MOVE WS-WORKSHEET-DETAIL TO WORKSHEET-LINE
           WRITE WORKSHEET-LINE

           MOVE WS-TODAY-DATE TO CTT-BUSINESS-DATE
           MOVE WS-CUR-PARTY-ID TO CTT-PARTY-ID
           MOVE WS-GRP-PAYMENT-ID(WS-GRP-IDX) TO CTT-PAYMENT-ID
           MOVE WS-GRP-ACCOUNT(WS-GRP-IDX) TO CTT-ACCOUNT
           MOVE WS-GRP-AMOUNT(WS-GRP-IDX) TO CTT-AMOUNT
           MOVE WS-GRP-TYPE(WS-GRP-IDX) TO CTT-PAYMENT-TYPE
           MOVE WS-GRP-METHOD(WS-GRP-IDX) TO CTT-METHOD
           MOVE WS-CTR-T-RECORD TO CTR-FILE-RECORD
           WRITE CTR-FILE-RECORD.

      *****************************************************************
      * A PARTY ALREADY UNDER AN OPEN CASE HAS ITS NEW NEAR-THRESHOLD
      * DEPOSITS ADDED TO THAT CASE; OTHERWISE A NEW CASE IS OPENED
      * WITH EVERY NEAR-THRESHOLD DEPOSIT IN THE WINDOW AS SUPPORT.
      * EITHER WAY THE CASE'S COUNT AND TOTAL ARE RESTATED ON A NEW
      * LEDGER RECORD.
      *****************************************************************
       RAISE-STRUCTURING-CASE.
           EVALUATE TRUE
               WHEN WS-NEAR-DAYS > 1 AND WS-NEAR-ACCOUNTS > 1
                   MOVE "DAYS AND ACCOUNTS" TO WS-PATTERN
               WHEN WS-NEAR-DAYS > 1
                   MOVE "CONSECUTIVE DAYS" TO WS-PATTERN
               WHEN OTHER
                   MOVE "LINKED ACCOUNTS" TO WS-PATTERN
           END-EVALUATE

           MOVE 'N' TO WS-CASE-FOUND-SW
           PERFORM VARYING WS-OPN-IDX FROM 1 BY 1
                   UNTIL WS-OPN-IDX > WS-OPN-COUNT-USED
               IF WS-OPN-PARTY-ID(WS-OPN-IDX) = WS-CUR-PARTY-ID
                   MOVE 'Y' TO WS-CASE-FOUND-SW
                   MOVE WS-OPN-CASE-ID(WS-OPN-IDX) TO WS-CASE-ID
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WS-CASE-FOUND-SW = 'Y'
               PERFORM ADD-TO-OPEN-CASE
           ELSE
               PERFORM OPEN-NEW-CASE
           END-IF.

       OPEN-NEW-CASE.
           ADD 1 TO WS-CASES-TODAY
           MOVE SPACES TO WS-CASE-ID
           STRING "SAR" WS-TODAY-DATE WS-CASES-TODAY
                  DELIMITED BY SIZE
                  INTO WS-CASE-ID

           MOVE ZERO TO WS-ADDED-COUNT
           MOVE ZERO TO WS-ADDED-TOTAL
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                   UNTIL WS-GRP-IDX > WS-GRP-COUNT-USED
               IF WS-GRP-NEAR-SW(WS-GRP-IDX) = 'Y'
                   PERFORM LINK-ONE-SUPPORTING-PAYMENT
               END-IF
           END-PERFORM

           INITIALIZE SAR-CASE-RECORD
           MOVE WS-CASE-ID TO SC-CASE-ID
           MOVE WS-CUR-PARTY-ID TO SC-PARTY-ID
           MOVE WS-CUR-PARTY-NAME TO SC-PARTY-NAME
           MOVE WS-TODAY-DATE TO SC-OPENED-DATE
           MOVE WS-PATTERN TO SC-PATTERN
           MOVE WS-ADDED-COUNT TO SC-PAYMENT-COUNT
           MOVE WS-ADDED-TOTAL TO SC-TOTAL-AMOUNT
           MOVE 'O' TO SC-STATUS
           PERFORM APPEND-CASE-RECORD

           IF WS-OPN-COUNT-USED >= 500
               PERFORM ABORT-ON-TABLE-OVERFLOW
           END-IF
           ADD 1 TO WS-OPN-COUNT-USED
           SET WS-OPN-IDX TO WS-OPN-COUNT-USED
           MOVE WS-CUR-PARTY-ID TO WS-OPN-PARTY-ID(WS-OPN-IDX)
           MOVE WS-CASE-ID TO WS-OPN-CASE-ID(WS-OPN-IDX)

           ADD 1 TO WS-CASES-OPENED
           MOVE "OPENED" TO WS-CASE-ACTION
           PERFORM WRITE-CASE-ACTION-LINE.

       ADD-TO-OPEN-CASE.
           MOVE ZERO TO WS-ADDED-COUNT
           MOVE ZERO TO WS-ADDED-TOTAL
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                   UNTIL WS-GRP-IDX > WS-GRP-COUNT-USED
               IF WS-GRP-NEAR-SW(WS-GRP-IDX) = 'Y'
                       AND WS-GRP-LINKED-SW(WS-GRP-IDX) = 'N'
                   PERFORM LINK-ONE-SUPPORTING-PAYMENT
               END-IF
           END-PERFORM

           MOVE WS-CASE-ID TO KW-CASE-ID
           READ CASE-WORK-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE KW-CASE-ID TO SAR-CASE-RECORD(1:20)
           MOVE KW-CASE TO SAR-CASE-RECORD(21:209)

           ADD WS-ADDED-COUNT TO SC-PAYMENT-COUNT
           ADD WS-ADDED-TOTAL TO SC-TOTAL-AMOUNT
           IF SC-PATTERN NOT = WS-PATTERN
               MOVE "DAYS AND ACCOUNTS" TO SC-PATTERN
           END-IF
           PERFORM APPEND-CASE-RECORD

           ADD 1 TO WS-CASES-ADDED-TO
           MOVE "ADDED TO" TO WS-CASE-ACTION
           PERFORM WRITE-CASE-ACTION-LINE.

       LINK-ONE-SUPPORTING-PAYMENT.
           OPEN EXTEND SAR-PAYMENT-FILE

           IF WS-SARPMT-STATUS NOT = '00'
               OPEN OUTPUT SAR-PAYMENT-FILE
           END-IF

           MOVE WS-CASE-ID TO SP-CASE-ID
           MOVE WS-GRP-PAYMENT-ID(WS-GRP-IDX) TO SP-PAYMENT-ID
           MOVE WS-GRP-DATE(WS-GRP-IDX) TO SP-PAYMENT-DATE
           MOVE WS-GRP-ACCOUNT(WS-GRP-IDX) TO SP-ACCOUNT
           MOVE WS-GRP-AMOUNT(WS-GRP-IDX) TO SP-AMOUNT
           STRING WS-YEAR WS-MONTH WS-DAY
                  WS-HOUR WS-MINUTE WS-SECOND
                  DELIMITED BY SIZE
                  INTO SP-TIMESTAMP

           WRITE SAR-PAYMENT-RECORD

           CLOSE SAR-PAYMENT-FILE

           MOVE WS-GRP-PAYMENT-ID(WS-GRP-IDX) TO LW-PAYMENT-ID
           MOVE WS-CASE-ID TO LW-CASE-ID
           WRITE LINK-WORK-RECORD
               INVALID KEY
                   REWRITE LINK-WORK-RECORD
           END-WRITE
           MOVE 'Y' TO WS-GRP-LINKED-SW(WS-GRP-IDX)

           ADD 1 TO WS-ADDED-COUNT
           ADD WS-GRP-AMOUNT(WS-GRP-IDX) TO WS-ADDED-TOTAL.

      *****************************************************************
      * APPENDS THE CASE RECORD NOW IN THE RECORD AREA TO THE LEDGER
      * AND KEEPS THE WORK FILE'S LATEST STATE IN STEP WITH IT.
      *****************************************************************
       APPEND-CASE-RECORD.
           STRING WS-YEAR WS-MONTH WS-DAY
                  WS-HOUR WS-MINUTE WS-SECOND
                  DELIMITED BY SIZE
                  INTO SC-TIMESTAMP

           MOVE SC-CASE-ID TO KW-CASE-ID
           MOVE SAR-CASE-RECORD(21:209) TO KW-CASE
           WRITE CASE-WORK-RECORD
               INVALID KEY
                   REWRITE CASE-WORK-RECORD
           END-WRITE

           OPEN EXTEND SAR-CASE-FILE

           IF WS-CASE-STATUS NOT = '00'
               OPEN OUTPUT SAR-CASE-FILE
           END-IF

           MOVE KW-CASE-ID TO SAR-CASE-RECORD(1:20)
           MOVE KW-CASE TO SAR-CASE-RECORD(21:209)
           WRITE SAR-CASE-RECORD

           CLOSE SAR-CASE-FILE.

       WRITE-CASE-ACTION-LINE.
           IF WS-CASES-OPENED + WS-CASES-ADDED-TO = 1
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "STRUCTURING REVIEW CASES OPENED OR ADDED TO"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF

           MOVE WS-CASE-ID TO WS-CSL-CASE-ID
           MOVE WS-CUR-PARTY-ID TO WS-CSL-PARTY-ID
           MOVE WS-CUR-PARTY-NAME TO WS-CSL-PARTY-NAME
           MOVE WS-PATTERN TO WS-CSL-PATTERN
           MOVE WS-ADDED-COUNT TO WS-CSL-COUNT
           MOVE WS-ADDED-TOTAL TO WS-CSL-TOTAL
           MOVE WS-CASE-ACTION TO WS-CSL-NOTE
           MOVE WS-CASE-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

      *****************************************************************
      * EVERY CASE STILL OPEN, OLDEST CASE ID FIRST, WITH ITS AGE IN
      * DAYS AND EVERY SUPPORTING PAYMENT - THE OFFICER'S WORK QUEUE.
      *****************************************************************
       WRITE-OPEN-REVIEW-QUEUE.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "OPEN SUSPICIOUS-ACTIVITY REVIEW QUEUE" TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 'N' TO WS-WORK-EOF-SW
           MOVE LOW-VALUES TO KW-CASE-ID
           START CASE-WORK-FILE KEY IS NOT LESS THAN KW-CASE-ID
               INVALID KEY
                   MOVE 'Y' TO WS-WORK-EOF-SW
           END-START

           PERFORM UNTIL WS-WORK-END-OF-FILE
               READ CASE-WORK-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-WORK-EOF-SW
                   NOT AT END
                       MOVE KW-CASE-ID TO SAR-CASE-RECORD(1:20)
                       MOVE KW-CASE TO SAR-CASE-RECORD(21:209)
                       IF SC-OPEN
                           PERFORM WRITE-ONE-QUEUE-ENTRY
                       END-IF
               END-READ
           END-PERFORM

           MOVE 'N' TO WS-WORK-EOF-SW.

       WRITE-ONE-QUEUE-ENTRY.
           ADD 1 TO WS-QUEUE-COUNT
           COMPUTE WS-CASE-AGE =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
               - FUNCTION INTEGER-OF-DATE(SC-OPENED-DATE)

           MOVE SC-CASE-ID TO WS-CSL-CASE-ID
           MOVE SC-PARTY-ID TO WS-CSL-PARTY-ID
           MOVE SC-PARTY-NAME TO WS-CSL-PARTY-NAME
           MOVE SC-PATTERN TO WS-CSL-PATTERN
           MOVE SC-PAYMENT-COUNT TO WS-CSL-COUNT
           MOVE SC-TOTAL-AMOUNT TO WS-CSL-TOTAL
           MOVE SPACES TO WS-CSL-NOTE
           STRING "OPEN " WS-CASE-AGE " DAYS"
                  DELIMITED BY SIZE
                  INTO WS-CSL-NOTE
           MOVE WS-CASE-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           OPEN INPUT SAR-PAYMENT-FILE

           IF WS-SARPMT-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM READ-SAR-PAYMENT-RECORD
           PERFORM UNTIL WS-END-OF-FILE
               IF SP-CASE-ID = SC-CASE-ID
                   MOVE SP-PAYMENT-ID TO WS-SPL-PAYMENT-ID
                   MOVE SP-PAYMENT-DATE TO WS-SPL-DATE
                   MOVE SP-ACCOUNT TO WS-SPL-ACCOUNT
                   MOVE SP-AMOUNT TO WS-SPL-AMOUNT
                   MOVE WS-SUPPORT-LINE TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
               PERFORM READ-SAR-PAYMENT-RECORD
           END-PERFORM

           CLOSE SAR-PAYMENT-FILE
           MOVE 'N' TO WS-EOF-SWITCH.

      *****************************************************************
      * A TRUNCATED PARTY GROUP WOULD UNDERSTATE A CTR TOTAL, AND A
      * TRUNCATED OPEN-CASE TABLE WOULD OPEN DUPLICATE CASES, SO THE
      * RUN STOPS COLD WITH A NONZERO RETURN CODE INSTEAD.
      *****************************************************************
       ABORT-ON-TABLE-OVERFLOW.
           MOVE "PARTY GROUP/OPEN CASE TABLE OVERFLOW - RUN ABORTED"
               TO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE MONITOR-REPORT
           CLOSE CTR-WORKSHEET
           CLOSE CTR-FILE

           MOVE 8 TO RETURN-CODE
           STOP RUN.

       WRITE-MONITOR-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO WS-SUMMARY-LINE
           MOVE "DEPOSITS IN WINDOW:" TO WS-SUM-LABEL
           MOVE WS-DEPOSITS-READ TO WS-SUM-COUNT
           MOVE WS-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO WS-SUMMARY-LINE
           MOVE "PARTIES REVIEWED:" TO WS-SUM-LABEL
           MOVE WS-PARTIES-SEEN TO WS-SUM-COUNT
           MOVE WS-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO WS-SUMMARY-LINE
           MOVE "CTR SUBJECTS:" TO WS-SUM-LABEL
           MOVE WS-CTR-COUNT TO WS-SUM-COUNT
           MOVE WS-CTR-TOTAL TO WS-SUM-AMOUNT
           MOVE WS-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO WS-SUMMARY-LINE
           MOVE "REVIEW CASES OPENED:" TO WS-SUM-LABEL
           MOVE WS-CASES-OPENED TO WS-SUM-COUNT
           MOVE WS-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO WS-SUMMARY-LINE
           MOVE "OPEN CASES ADDED TO:" TO WS-SUM-LABEL
           MOVE WS-CASES-ADDED-TO TO WS-SUM-COUNT
           MOVE WS-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO WS-SUMMARY-LINE
           MOVE "CASES IN REVIEW QUEUE:" TO WS-SUM-LABEL
           MOVE WS-QUEUE-COUNT TO WS-SUM-COUNT
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
