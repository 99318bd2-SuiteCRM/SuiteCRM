       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCESS-REVIEW.
       AUTHOR. SUITECRM-REAL-ESTATE.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * SEGREGATION-OF-DUTIES AND ENTITLEMENT RECERTIFICATION
      * OPERMST.DAT SAYS WHO MAY SUBMIT, APPROVE AND MAINTAIN, BUT
      * NOTHING EVER LOOKED AT HOW THOSE ENTITLEMENTS WERE USED. RUN
      * DAILY BY THE DRIVER, THIS JOB DOES TWO THINGS:
      *   1. ON THE FIRST RUN OF EACH CALENDAR QUARTER IT REVIEWS
      *      EVERY OPERATOR. ACTIVITY IS DRAWN FROM THE SUBMITTER AND
      *      APPROVER IDS ON PAYMENTS.DAT, THE ESCROW RELEASE LOG
      *      ESCRELOG.DAT AND THE CONTROL-FILE AUDIT TRAIL
      *      CTLAUDIT.DAT. ACCESSRV.RPT THEN CARRIES:
      *        - THE ROSTER: ROLE, STATUS, LIMIT, LAST ACTIVITY AND
      *          THE REVIEW PERIOD'S ACTIVITY COUNTS;
      *        - DORMANT ACTIVE OPERATORS WITH NO ACTIVITY IN THE
      *          DORMANCY WINDOW;
      *        - SEGREGATION-OF-DUTIES CONFLICTS: ONE OPERATOR
      *          SUBMITTING ONE PAYMENT AND APPROVING A RELATED ONE
      *          (SAME ACCOUNT, SAME DAY) OR APPROVING THEIR OWN; AN
      *          OPERATOR WHO MAINTAINED CONTROL FILES AND ALSO
      *          TRANSACTED IN THE PERIOD; AND APPROVALS CLUSTERED
      *          JUST UNDER THE APPROVER'S LIMIT;
      *        - THE RECERTIFICATION SIGN-OFF LIST.
      *      EVERY ACTIVE OPERATOR GETS A PENDING RECORD ON THE
      *      APPEND-ONLY RECERT.DAT FOR THE QUARTER'S CYCLE, WITH A
      *      SIGN-OFF DEADLINE. MANAGERS CERTIFY OR REVOKE THROUGH
      *      RECERT-SIGN.COB.
      *   2. ON EVERY RUN, AN OPERATOR STILL PENDING AFTER THEIR
      *      CYCLE'S DEADLINE IS SET INACTIVE ON OPERMST.DAT AND AN
      *      EXPIRED RECORD IS APPENDED. OPERATOR-LOAD WILL NOT
      *      REACTIVATE THEM UNTIL A MANAGER CERTIFIES THEM LATE.
      * THRESHOLDS COME FROM THE OPTIONAL RULE FILE ACCRULE.DAT, ONE
      * PIPE-DELIMITED LINE EACH:
      *   DORMANT|<DAYS>    NO ACTIVITY FOR THIS LONG (DEFAULT 90)
      *   PERIOD|<DAYS>     REVIEW PERIOD FOR CONFLICTS (DEFAULT 92)
      *   CLUSTERPCT|<PCT>  "JUST UNDER" THE LIMIT (DEFAULT 90)
      *   CLUSTERMIN|<N>    NEAR-LIMIT APPROVALS THAT MAKE A CLUSTER
      *                     (DEFAULT 3)
      *   DEADLINE|<DAYS>   SIGN-OFF WINDOW (DEFAULT 30)
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-MASTER ASSIGN TO "OPERMST.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS OP-OPERATOR-ID
                  FILE STATUS IS WS-OPER-STATUS.

           SELECT PAYMENT-FILE ASSIGN TO "PAYMENTS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS PAYMENT-ID
                  ALTERNATE RECORD KEY IS REFERENCE-NUMBER
                      WITH DUPLICATES
                  FILE STATUS IS WS-FILE-STATUS.

           SELECT RELEASE-OPER-LOG ASSIGN TO "ESCRELOG.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-RELOG-STATUS.

           SELECT CONTROL-AUDIT-FILE ASSIGN TO "CTLAUDIT.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-AUDIT-STATUS.

           SELECT PAIR-WORK-FILE ASSIGN TO "ACCPWRK.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AW-KEY
                  FILE STATUS IS WS-PWORK-STATUS.

           SELECT RECERT-FILE ASSIGN TO "RECERT.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-RECERT-STATUS.

           SELECT RECERT-WORK-FILE ASSIGN TO "RECWRK.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RW-KEY
                  FILE STATUS IS WS-RWORK-STATUS.

           SELECT ACCESS-RULE-FILE ASSIGN TO "ACCRULE.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RULE-STATUS.

           SELECT REVIEW-REPORT ASSIGN TO "ACCESSRV.RPT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      * OPERATOR MASTER MAINTAINED BY OPERATOR-LOAD.COB. READ IN KEY
      * ORDER FOR THE ROSTER; A FAILED RECERTIFICATION SETS STATUS
      * 'I' IN PLACE.
      *****************************************************************
       FD  OPERATOR-MASTER.
       01  OPERATOR-MASTER-REC.
           05  OP-OPERATOR-ID      PIC X(20).
           05  OP-OPERATOR-NAME    PIC X(30).
           05  OP-ROLE             PIC X(10).
               88  OP-ROLE-SUBMIT  VALUE "SUBMIT".
               88  OP-ROLE-APPROVE VALUE "APPROVE".
               88  OP-ROLE-ADMIN   VALUE "ADMIN".
           05  OP-STATUS           PIC X.
               88  OP-ACTIVE       VALUE 'A'.
               88  OP-INACTIVE     VALUE 'I'.
           05  OP-APPROVE-LIMIT    PIC 9(9)V99.
           05  OP-LOAD-TIMESTAMP   PIC 9(14).

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

      *****************************************************************
      * WHO RELEASED EACH EARNEST HOLD, WRITTEN BY CREDITCARD.COB.
      *****************************************************************
       FD  RELEASE-OPER-LOG.
       01  RELEASE-OPER-RECORD.
           05  RL-ESCROW-ID        PIC X(20).
           05  RL-PROPERTY-ID      PIC X(20).
           05  RL-OPERATOR-ID      PIC X(20).
           05  RL-RELEASE-TYPE     PIC X(8).
           05  RL-AMOUNT           PIC 9(9)V99.
           05  RL-TIMESTAMP        PIC 9(14).

      *****************************************************************
      * BEFORE/AFTER AUDIT TRAIL WRITTEN BY CONTROL-MAINT.COB.
      *****************************************************************
       FD  CONTROL-AUDIT-FILE.
       01  CONTROL-AUDIT-RECORD.
           05  CA-FILE-NAME        PIC X(10).
           05  CA-ACTION           PIC X(8).
           05  CA-OPERATOR-ID      PIC X(20).
           05  CA-OLD-VALUE        PIC X(100).
           05  CA-NEW-VALUE        PIC X(100).
           05  CA-TIMESTAMP        PIC 9(14).

      *****************************************************************
      * SCRATCH KEYED FILE OF THE PERIOD'S PAYMENTS IN ACCOUNT, DATE
      * ORDER - ONE READ-NEXT PASS SEES EACH ACCOUNT-DAY TOGETHER.
      *****************************************************************
       FD  PAIR-WORK-FILE.
       01  PAIR-WORK-RECORD.
           05  AW-KEY.
               10  AW-ACCOUNT      PIC X(20).
               10  AW-DATE         PIC 9(8).
               10  AW-PAYMENT-ID   PIC X(20).
           05  AW-SUBMITTER-ID     PIC X(20).
           05  AW-APPROVER-ID      PIC X(20).

      *****************************************************************
      * APPEND-ONLY RECERTIFICATION LEDGER. THIS JOB APPENDS A 'P'
      * PENDING RECORD PER ACTIVE OPERATOR WHEN A CYCLE OPENS AND AN
      * 'X' EXPIRED RECORD WHEN THE DEADLINE PASSES UNSIGNED;
      * RECERT-SIGN APPENDS 'C' CERTIFIED OR 'R' REVOKED. LATEST
      * STATE WINS PER CYCLE AND OPERATOR.
      *****************************************************************
       FD  RECERT-FILE.
       01  RECERT-RECORD.
           05  RC-CYCLE-ID         PIC X(6).
           05  RC-OPERATOR-ID      PIC X(20).
           05  RC-OPERATOR-NAME    PIC X(30).
           05  RC-ROLE             PIC X(10).
           05  RC-APPROVE-LIMIT    PIC 9(9)V99.
           05  RC-LAST-ACTIVITY    PIC 9(8).
           05  RC-FLAG-COUNT       PIC 9(3).
           05  RC-DEADLINE         PIC 9(8).
           05  RC-STATUS           PIC X.
               88  RC-PENDING      VALUE 'P'.
               88  RC-CERTIFIED    VALUE 'C'.
               88  RC-REVOKED      VALUE 'R'.
               88  RC-EXPIRED      VALUE 'X'.
           05  RC-ACTIONED-BY      PIC X(20).
           05  RC-ACTION-DATE      PIC 9(8).
           05  RC-NOTE             PIC X(40).
           05  RC-TIMESTAMP        PIC 9(14).

       FD  RECERT-WORK-FILE.
       01  RECERT-WORK-RECORD.
           05  RW-KEY              PIC X(26).
           05  RW-DATA             PIC X(153).

       FD  ACCESS-RULE-FILE.
       01  ACCESS-RULE-LINE        PIC X(60).

       FD  REVIEW-REPORT.
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
       01  WS-OPER-STATUS          PIC XX.
       01  WS-FILE-STATUS          PIC XX.
       01  WS-RELOG-STATUS         PIC XX.
       01  WS-AUDIT-STATUS         PIC XX.
       01  WS-PWORK-STATUS         PIC XX.
       01  WS-RECERT-STATUS        PIC XX.
       01  WS-RWORK-STATUS         PIC XX.
       01  WS-RULE-STATUS          PIC XX.
       01  WS-RPT-STATUS           PIC XX.
       01  WS-EOF-SWITCH           PIC X VALUE 'N'.
           88  WS-END-OF-FILE      VALUE 'Y'.
       01  WS-WORK-EOF-SW          PIC X VALUE 'N'.
           88  WS-WORK-END-OF-FILE VALUE 'Y'.

       01  WS-TODAY-DATE           PIC 9(8).
       01  WS-PERIOD-START         PIC 9(8).
       01  WS-DORMANT-CUTOFF       PIC 9(8).
       01  WS-CYCLE-DEADLINE       PIC 9(8).

       01  WS-CYCLE-WORK.
           05  WS-CURRENT-CYCLE.
               10  WS-CYC-YEAR     PIC 9(4).
               10  FILLER          PIC X VALUE 'Q'.
               10  WS-CYC-QUARTER  PIC 9.
           05  WS-LATEST-CYCLE     PIC X(6).
           05  WS-REVIEW-DUE-SW    PIC X.

       01  WS-RULE-WORK.
           05  WS-DORMANT-DAYS     PIC 9(4) VALUE 90.
           05  WS-PERIOD-DAYS      PIC 9(4) VALUE 92.
           05  WS-CLUSTER-PCT      PIC 9(3) VALUE 90.
           05  WS-CLUSTER-MIN      PIC 9(3) VALUE 3.
           05  WS-DEADLINE-DAYS    PIC 9(4) VALUE 30.
           05  WS-RULE-TAG         PIC X(10).
           05  WS-RULE-VALUE       PIC 9(4).

      *****************************************************************
      * ONE ENTRY PER OPERATOR ON THE MASTER, WITH THE ACTIVITY THE
      * PASSES OVER THE TRANSACTION FILES ATTRIBUTE TO THEM. THE FILE
      * FLAGS ARE FEESCHED, PAYLIMITS, GLMAP, PAYEEMAP, WATCHLIST.
      *****************************************************************
       01  WS-OPER-TABLE.
           05  WS-OPR-ENTRY OCCURS 500 TIMES INDEXED BY WS-OPR-IDX.
               10  WS-OPR-ID           PIC X(20).
               10  WS-OPR-NAME         PIC X(30).
               10  WS-OPR-ROLE         PIC X(10).
               10  WS-OPR-STATUS       PIC X.
               10  WS-OPR-LIMIT        PIC 9(9)V99.
               10  WS-OPR-LAST-ACT     PIC 9(8).
               10  WS-OPR-SUBMITS      PIC 9(5).
               10  WS-OPR-APPROVES     PIC 9(5).
               10  WS-OPR-RELEASES     PIC 9(5).
               10  WS-OPR-MAINTS       PIC 9(5).
               10  WS-OPR-NEAR-LIMIT   PIC 9(5).
               10  WS-OPR-FILE-FLAGS   PIC X(5).
               10  WS-OPR-FLAGS        PIC 9(3).

       01  WS-OPR-COUNT-USED       PIC 9(3) VALUE ZERO.
       01  WS-OPR-FOUND-SW         PIC X.

       01  WS-ACTIVITY-WORK.
           05  WS-ACT-OPERATOR     PIC X(20).
           05  WS-ACT-DATE         PIC 9(8).
           05  WS-ACT-KIND         PIC X.
           05  WS-ACT-AMOUNT       PIC 9(9)V99.
           05  WS-ACT-FILE         PIC X(10).
           05  WS-NEAR-FLOOR       PIC 9(9)V99.
           05  WS-TRANSACTED       PIC 9(5).

      *****************************************************************
      * ONE ACCOUNT-DAY'S PAYMENTS, GATHERED ON THE CONTROL BREAK.
      *****************************************************************
       01  WS-PAIR-TABLE.
           05  WS-PR-ENTRY OCCURS 200 TIMES INDEXED BY WS-PR-IDX.
               10  WS-PR-PAYMENT-ID    PIC X(20).
               10  WS-PR-SUBMITTER     PIC X(20).
               10  WS-PR-APPROVER      PIC X(20).

       01  WS-PR-COUNT-USED        PIC 9(3) VALUE ZERO.
       01  WS-PR-SCAN-IDX          PIC 9(3).
       01  WS-CUR-ACCOUNT          PIC X(20).
       01  WS-CUR-DATE             PIC 9(8).

       01  WS-RUN-TOTALS.
           05  WS-ROSTER-COUNT     PIC 9(5) VALUE ZERO.
           05  WS-DORMANT-COUNT    PIC 9(5) VALUE ZERO.
           05  WS-PAIR-CONFLICTS   PIC 9(5) VALUE ZERO.
           05  WS-MAINT-CONFLICTS  PIC 9(5) VALUE ZERO.
           05  WS-CLUSTER-COUNT    PIC 9(5) VALUE ZERO.
           05  WS-UNKNOWN-ACTIVITY PIC 9(7) VALUE ZERO.
           05  WS-RECERT-OPENED    PIC 9(5) VALUE ZERO.
           05  WS-RECERT-EXPIRED   PIC 9(5) VALUE ZERO.
           05  WS-CYC-PENDING      PIC 9(5) VALUE ZERO.
           05  WS-CYC-CERTIFIED    PIC 9(5) VALUE ZERO.
           05  WS-CYC-REVOKED      PIC 9(5) VALUE ZERO.
           05  WS-CYC-EXPIRED      PIC 9(5) VALUE ZERO.

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
               "OPERATOR ACCESS REVIEW".
           05  FILLER              PIC X(6)  VALUE "DATE: ".
           05  WS-HDR-DATE         PIC 9(8).
           05  FILLER              PIC X(10) VALUE "  CYCLE: ".
           05  WS-HDR-CYCLE        PIC X(6).

       01  WS-ROSTER-HEADING.
           05  FILLER              PIC X(52) VALUE
               "OPERATOR             NAME                          ".
           05  FILLER              PIC X(47) VALUE
               "ROLE     S         LIMIT LAST ACT  SUBM  APPR  ".
           05  FILLER              PIC X(12) VALUE "RELS  MAINT".

       01  WS-ROSTER-LINE.
           05  WS-RSL-OPERATOR-ID  PIC X(21).
           05  WS-RSL-NAME         PIC X(31).
           05  WS-RSL-ROLE         PIC X(9).
           05  WS-RSL-STATUS       PIC X(2).
           05  WS-RSL-LIMIT        PIC Z(8)9.99.
           05  FILLER              PIC X VALUE SPACE.
           05  WS-RSL-LAST-ACT     PIC X(8).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-RSL-SUBMITS      PIC ZZZZ9.
           05  FILLER              PIC X VALUE SPACE.
           05  WS-RSL-APPROVES     PIC ZZZZ9.
           05  FILLER              PIC X VALUE SPACE.
           05  WS-RSL-RELEASES     PIC ZZZZ9.
           05  FILLER              PIC X VALUE SPACE.
           05  WS-RSL-MAINTS       PIC ZZZZ9.

       01  WS-FLAG-LINE.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-FLL-OPERATOR-ID  PIC X(21).
           05  WS-FLL-KIND         PIC X(30).
           05  WS-FLL-DETAIL       PIC X(79).

       01  WS-RECERT-LINE.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-RCL-OPERATOR-ID  PIC X(21).
           05  WS-RCL-NAME         PIC X(31).
           05  WS-RCL-ROLE         PIC X(9).
           05  WS-RCL-FLAGS        PIC ZZ9.
           05  FILLER              PIC X(8) VALUE " FLAGS  ".
           05  WS-RCL-ACTION       PIC X(50).

       01  WS-DETAIL-WORK.
           05  WS-DTL-COUNT        PIC ZZZZ9.
           05  WS-DTL-PCT          PIC ZZ9.
           05  WS-DTL-AMOUNT       PIC Z(8)9.99.
           05  WS-DTL-DATE         PIC 9(8).

       01  WS-SUMMARY-LINE.
           05  WS-SUM-LABEL        PIC X(40).
           05  WS-SUM-COUNT        PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           PERFORM INITIALIZE-REVIEW
           PERFORM LOAD-ACCESS-RULES
           PERFORM OPEN-REVIEW-REPORT
           PERFORM REBUILD-RECERT-WORK-FILE
           PERFORM ENFORCE-RECERT-DEADLINES

           IF WS-REVIEW-DUE-SW = 'Y'
               PERFORM RUN-QUARTERLY-REVIEW
           ELSE
               PERFORM WRITE-CYCLE-STATUS
           END-IF

           CLOSE RECERT-WORK-FILE
           PERFORM WRITE-REVIEW-SUMMARY
           CLOSE REVIEW-REPORT
           STOP RUN.

       INITIALIZE-REVIEW.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           PERFORM GET-BUSINESS-DATE
           ACCEPT WS-CURRENT-TIME FROM TIME
           STRING WS-YEAR WS-MONTH WS-DAY
                  DELIMITED BY SIZE
                  INTO WS-TODAY-DATE

           MOVE WS-YEAR TO WS-CYC-YEAR
           COMPUTE WS-CYC-QUARTER = (WS-MONTH + 2) / 3

           MOVE 'N' TO WS-EOF-SWITCH.

       LOAD-ACCESS-RULES.
           OPEN INPUT ACCESS-RULE-FILE

           IF WS-RULE-STATUS = '00'
               PERFORM READ-RULE-LINE
               PERFORM UNTIL WS-END-OF-FILE
                   IF ACCESS-RULE-LINE NOT = SPACES
                       PERFORM LOAD-ONE-RULE-LINE
                   END-IF
                   PERFORM READ-RULE-LINE
               END-PERFORM
               CLOSE ACCESS-RULE-FILE
               MOVE 'N' TO WS-EOF-SWITCH
           END-IF

           COMPUTE WS-PERIOD-START = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
               - WS-PERIOD-DAYS + 1)
           COMPUTE WS-DORMANT-CUTOFF = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
               - WS-DORMANT-DAYS)
           COMPUTE WS-CYCLE-DEADLINE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
               + WS-DEADLINE-DAYS).

       READ-RULE-LINE.
           READ ACCESS-RULE-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

       LOAD-ONE-RULE-LINE.
           MOVE SPACES TO WS-RULE-TAG
           MOVE ZERO TO WS-RULE-VALUE

           UNSTRING ACCESS-RULE-LINE DELIMITED BY '|'
               INTO WS-RULE-TAG
                    WS-RULE-VALUE

           IF WS-RULE-VALUE = ZERO
               EXIT PARAGRAPH
           END-IF

           EVALUATE WS-RULE-TAG
               WHEN "DORMANT"
                   MOVE WS-RULE-VALUE TO WS-DORMANT-DAYS
               WHEN "PERIOD"
                   MOVE WS-RULE-VALUE TO WS-PERIOD-DAYS
               WHEN "CLUSTERPCT"
                   MOVE WS-RULE-VALUE TO WS-CLUSTER-PCT
               WHEN "CLUSTERMIN"
                   MOVE WS-RULE-VALUE TO WS-CLUSTER-MIN
               WHEN "DEADLINE"
                   MOVE WS-RULE-VALUE TO WS-DEADLINE-DAYS
           END-EVALUATE.

       OPEN-REVIEW-REPORT.
           OPEN OUTPUT REVIEW-REPORT
           MOVE WS-TODAY-DATE TO WS-HDR-DATE
           MOVE WS-CURRENT-CYCLE TO WS-HDR-CYCLE
           MOVE WS-REPORT-HEADING TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

      *****************************************************************
      * COLLAPSES THE RECERTIFICATION LEDGER TO LATEST STATE PER
      * CYCLE AND OPERATOR, AND NOTES THE NEWEST CYCLE ON FILE. A
      * QUARTER WITH NO CYCLE YET IS A QUARTER STILL TO BE REVIEWED.
      *****************************************************************
       REBUILD-RECERT-WORK-FILE.
           MOVE SPACES TO WS-LATEST-CYCLE

           OPEN OUTPUT RECERT-WORK-FILE
           CLOSE RECERT-WORK-FILE
           OPEN I-O RECERT-WORK-FILE

           OPEN INPUT RECERT-FILE

           IF WS-RECERT-STATUS = '00'
               PERFORM READ-RECERT-RECORD
               PERFORM UNTIL WS-END-OF-FILE
                   MOVE RECERT-RECORD(1:26) TO RW-KEY
                   MOVE RECERT-RECORD(27:153) TO RW-DATA
                   WRITE RECERT-WORK-RECORD
                       INVALID KEY
                           REWRITE RECERT-WORK-RECORD
                   END-WRITE
                   IF RC-CYCLE-ID > WS-LATEST-CYCLE
                       MOVE RC-CYCLE-ID TO WS-LATEST-CYCLE
                   END-IF
                   PERFORM READ-RECERT-RECORD
               END-PERFORM
               CLOSE RECERT-FILE
               MOVE 'N' TO WS-EOF-SWITCH
           END-IF

           IF WS-LATEST-CYCLE < WS-CURRENT-CYCLE
               MOVE 'Y' TO WS-REVIEW-DUE-SW
           ELSE
               MOVE 'N' TO WS-REVIEW-DUE-SW
           END-IF.

       READ-RECERT-RECORD.
           READ RECERT-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

      *****************************************************************
      * AN OPERATOR WHOSE LATEST STATE IN ANY CYCLE IS STILL PENDING
      * PAST THAT CYCLE'S DEADLINE LOSES ACCESS: OPERMST STATUS GOES
      * TO 'I' AND AN 'X' EXPIRED RECORD IS APPENDED, SO A RERUN
      * DOES NOT EXPIRE THEM TWICE.
      *****************************************************************
       ENFORCE-RECERT-DEADLINES.
           MOVE "RECERTIFICATION DEADLINE ENFORCEMENT" TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 'N' TO WS-WORK-EOF-SW
           MOVE LOW-VALUES TO RW-KEY
           START RECERT-WORK-FILE KEY IS NOT LESS THAN RW-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-WORK-EOF-SW
           END-START

           PERFORM UNTIL WS-WORK-END-OF-FILE
               READ RECERT-WORK-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-WORK-EOF-SW
                   NOT AT END
                       MOVE RW-KEY TO RECERT-RECORD(1:26)
                       MOVE RW-DATA TO RECERT-RECORD(27:153)
                       IF RC-PENDING AND RC-DEADLINE < WS-TODAY-DATE
                           PERFORM EXPIRE-ONE-OPERATOR
                       END-IF
               END-READ
           END-PERFORM

           MOVE 'N' TO WS-WORK-EOF-SW

           IF WS-RECERT-EXPIRED = ZERO
               MOVE "  NO RECERTIFICATIONS PAST DEADLINE"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       EXPIRE-ONE-OPERATOR.
           OPEN I-O OPERATOR-MASTER

           IF WS-OPER-STATUS NOT = '00'
               MOVE SPACES TO WS-FLAG-LINE
               MOVE RC-OPERATOR-ID TO WS-FLL-OPERATOR-ID
               MOVE "NOT DEACTIVATED" TO WS-FLL-KIND
               MOVE "OPERATOR MASTER NOT AVAILABLE" TO WS-FLL-DETAIL
               MOVE WS-FLAG-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE RC-OPERATOR-ID TO OP-OPERATOR-ID
           READ OPERATOR-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'I' TO OP-STATUS
                   REWRITE OPERATOR-MASTER-REC
           END-READ

           CLOSE OPERATOR-MASTER

           MOVE 'X' TO RC-STATUS
           MOVE "ACCESS-REVIEW" TO RC-ACTIONED-BY
           MOVE WS-TODAY-DATE TO RC-ACTION-DATE
           MOVE "NOT CERTIFIED BY DEADLINE - DEACTIVATED" TO RC-NOTE
           PERFORM APPEND-RECERT-RECORD

           ADD 1 TO WS-RECERT-EXPIRED

           MOVE SPACES TO WS-FLAG-LINE
           MOVE RC-OPERATOR-ID TO WS-FLL-OPERATOR-ID
           MOVE "DEACTIVATED" TO WS-FLL-KIND
           MOVE RC-DEADLINE TO WS-DTL-DATE
           STRING "CYCLE " RC-CYCLE-ID " NOT CERTIFIED BY "
                  WS-DTL-DATE
                  DELIMITED BY SIZE
                  INTO WS-FLL-DETAIL
           MOVE WS-FLAG-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

      *****************************************************************
      * APPENDS THE RECERTIFICATION RECORD NOW IN THE RECORD AREA TO
      * THE LEDGER AND KEEPS THE WORK FILE'S LATEST STATE IN STEP.
      *****************************************************************
       APPEND-RECERT-RECORD.
           STRING WS-YEAR WS-MONTH WS-DAY
                  WS-HOUR WS-MINUTE WS-SECOND
                  DELIMITED BY SIZE
                  INTO RC-TIMESTAMP

           MOVE RECERT-RECORD(1:26) TO RW-KEY
           MOVE RECERT-RECORD(27:153) TO RW-DATA
           REWRITE RECERT-WORK-RECORD
               INVALID KEY
                   WRITE RECERT-WORK-RECORD
           END-REWRITE

           OPEN EXTEND RECERT-FILE

           IF WS-RECERT-STATUS NOT = '00'
               OPEN OUTPUT RECERT-FILE
           END-IF

           MOVE RW-KEY TO RECERT-RECORD(1:26)
           MOVE RW-DATA TO RECERT-RECORD(27:153)
           WRITE RECERT-RECORD

           CLOSE RECERT-FILE.

      *****************************************************************
      * THE QUARTER'S FULL REVIEW. THE OPERATOR TABLE IS LOADED FROM
      * THE MASTER AFTER DEADLINE ENFORCEMENT, SO AN OPERATOR JUST
      * DEACTIVATED IS NOT PUT INTO THE NEW CYCLE.
      *****************************************************************
       RUN-QUARTERLY-REVIEW.
           PERFORM LOAD-OPERATOR-TABLE

           OPEN OUTPUT PAIR-WORK-FILE
           CLOSE PAIR-WORK-FILE
           OPEN I-O PAIR-WORK-FILE

           PERFORM SCAN-PAYMENT-ACTIVITY
           PERFORM SCAN-RELEASE-ACTIVITY
           PERFORM SCAN-CONTROL-ACTIVITY

           PERFORM WRITE-OPERATOR-ROSTER
           PERFORM WRITE-DORMANT-OPERATORS

           MOVE "SEGREGATION-OF-DUTIES CONFLICTS" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM CHECK-RELATED-PAYMENT-PAIRS
           CLOSE PAIR-WORK-FILE
           PERFORM CHECK-MAINTAIN-AND-TRANSACT
           PERFORM CHECK-NEAR-LIMIT-CLUSTERS
           IF WS-PAIR-CONFLICTS + WS-MAINT-CONFLICTS
                   + WS-CLUSTER-COUNT = ZERO
               MOVE "  NONE FOUND" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM OPEN-RECERT-CYCLE.

       LOAD-OPERATOR-TABLE.
           MOVE ZERO TO WS-OPR-COUNT-USED

           OPEN INPUT OPERATOR-MASTER

           IF WS-OPER-STATUS NOT = '00'
               MOVE "NO OPERATOR MASTER - NOTHING TO REVIEW"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-WORK-EOF-SW
           MOVE LOW-VALUES TO OP-OPERATOR-ID
           START OPERATOR-MASTER KEY IS NOT LESS THAN OP-OPERATOR-ID
               INVALID KEY
                   MOVE 'Y' TO WS-WORK-EOF-SW
           END-START

           PERFORM UNTIL WS-WORK-END-OF-FILE
               READ OPERATOR-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-WORK-EOF-SW
                   NOT AT END
                       PERFORM ADD-OPERATOR-ENTRY
               END-READ
           END-PERFORM

           CLOSE OPERATOR-MASTER
           MOVE 'N' TO WS-WORK-EOF-SW.

       ADD-OPERATOR-ENTRY.
           IF WS-OPR-COUNT-USED >= 500
               PERFORM ABORT-ON-TABLE-OVERFLOW
           END-IF

           ADD 1 TO WS-OPR-COUNT-USED
           SET WS-OPR-IDX TO WS-OPR-COUNT-USED
           INITIALIZE WS-OPR-ENTRY(WS-OPR-IDX)
           MOVE OP-OPERATOR-ID TO WS-OPR-ID(WS-OPR-IDX)
           MOVE OP-OPERATOR-NAME TO WS-OPR-NAME(WS-OPR-IDX)
           MOVE OP-ROLE TO WS-OPR-ROLE(WS-OPR-IDX)
           MOVE OP-STATUS TO WS-OPR-STATUS(WS-OPR-IDX)
           MOVE OP-APPROVE-LIMIT TO WS-OPR-LIMIT(WS-OPR-IDX)
           MOVE "NNNNN" TO WS-OPR-FILE-FLAGS(WS-OPR-IDX).

      *****************************************************************
      * EVERY PAYMENT COUNTS TOWARD ITS SUBMITTER'S AND APPROVER'S
      * LAST ACTIVITY. PAYMENTS IN THE REVIEW PERIOD ALSO GO ON THE
      * PAIR WORK FILE FOR THE RELATED-PAYMENT TEST.
      *****************************************************************
       SCAN-PAYMENT-ACTIVITY.
           OPEN INPUT PAYMENT-FILE

           IF WS-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           PERFORM READ-PAYMENT-RECORD
           PERFORM UNTIL WS-END-OF-FILE
               MOVE PAYMENT-DATE TO WS-ACT-DATE
               MOVE SPACES TO WS-ACT-FILE
               IF PAYMENT-SUBMITTER-ID NOT = SPACES
                   MOVE PAYMENT-SUBMITTER-ID TO WS-ACT-OPERATOR
                   MOVE 'S' TO WS-ACT-KIND
                   MOVE ZERO TO WS-ACT-AMOUNT
                   PERFORM NOTE-OPERATOR-ACTIVITY
               END-IF
               IF PAYMENT-APPROVER-ID NOT = SPACES
                   MOVE PAYMENT-APPROVER-ID TO WS-ACT-OPERATOR
                   MOVE 'A' TO WS-ACT-KIND
                   MOVE PAYMENT-AMOUNT TO WS-ACT-AMOUNT
                   PERFORM NOTE-OPERATOR-ACTIVITY
               END-IF
               IF PAYMENT-DATE >= WS-PERIOD-START
                       AND (PAYMENT-SUBMITTER-ID NOT = SPACES
                            OR PAYMENT-APPROVER-ID NOT = SPACES)
                   MOVE ACCOUNT-NUMBER TO AW-ACCOUNT
                   MOVE PAYMENT-DATE TO AW-DATE
                   MOVE PAYMENT-ID TO AW-PAYMENT-ID
                   MOVE PAYMENT-SUBMITTER-ID TO AW-SUBMITTER-ID
                   MOVE PAYMENT-APPROVER-ID TO AW-APPROVER-ID
                   WRITE PAIR-WORK-RECORD
                       INVALID KEY
                           REWRITE PAIR-WORK-RECORD
                   END-WRITE
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

       SCAN-RELEASE-ACTIVITY.
           OPEN INPUT RELEASE-OPER-LOG

           IF WS-RELOG-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           PERFORM READ-RELEASE-RECORD
           PERFORM UNTIL WS-END-OF-FILE
               IF RL-OPERATOR-ID NOT = SPACES
                   MOVE RL-OPERATOR-ID TO WS-ACT-OPERATOR
                   MOVE RL-TIMESTAMP(1:8) TO WS-ACT-DATE
                   MOVE 'R' TO WS-ACT-KIND
                   MOVE RL-AMOUNT TO WS-ACT-AMOUNT
                   MOVE SPACES TO WS-ACT-FILE
                   PERFORM NOTE-OPERATOR-ACTIVITY
               END-IF
               PERFORM READ-RELEASE-RECORD
           END-PERFORM

           CLOSE RELEASE-OPER-LOG
           MOVE 'N' TO WS-EOF-SWITCH.

       READ-RELEASE-RECORD.
           READ RELEASE-OPER-LOG
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

       SCAN-CONTROL-ACTIVITY.
           OPEN INPUT CONTROL-AUDIT-FILE

           IF WS-AUDIT-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           PERFORM READ-AUDIT-RECORD
           PERFORM UNTIL WS-END-OF-FILE
               IF CA-OPERATOR-ID NOT = SPACES
                   MOVE CA-OPERATOR-ID TO WS-ACT-OPERATOR
                   MOVE CA-TIMESTAMP(1:8) TO WS-ACT-DATE
                   MOVE 'M' TO WS-ACT-KIND
                   MOVE ZERO TO WS-ACT-AMOUNT
                   MOVE CA-FILE-NAME TO WS-ACT-FILE
                   PERFORM NOTE-OPERATOR-ACTIVITY
               END-IF
               PERFORM READ-AUDIT-RECORD
           END-PERFORM

           CLOSE CONTROL-AUDIT-FILE
           MOVE 'N' TO WS-EOF-SWITCH.

       READ-AUDIT-RECORD.
           READ CONTROL-AUDIT-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

      *****************************************************************
      * CREDITS ONE PIECE OF ACTIVITY TO ITS OPERATOR. LAST ACTIVITY
      * LOOKS AT ALL HISTORY; THE COUNTS AND THE NEAR-LIMIT TEST LOOK
      * ONLY AT THE REVIEW PERIOD. AN ID NOT ON THE MASTER IS COUNTED
      * FOR THE SUMMARY.
      *****************************************************************
       NOTE-OPERATOR-ACTIVITY.
           MOVE 'N' TO WS-OPR-FOUND-SW
           PERFORM VARYING WS-OPR-IDX FROM 1 BY 1
                   UNTIL WS-OPR-IDX > WS-OPR-COUNT-USED
               IF WS-OPR-ID(WS-OPR-IDX) = WS-ACT-OPERATOR
                   MOVE 'Y' TO WS-OPR-FOUND-SW
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WS-OPR-FOUND-SW = 'N'
               ADD 1 TO WS-UNKNOWN-ACTIVITY
               EXIT PARAGRAPH
           END-IF

           IF WS-ACT-DATE > WS-OPR-LAST-ACT(WS-OPR-IDX)
               MOVE WS-ACT-DATE TO WS-OPR-LAST-ACT(WS-OPR-IDX)
           END-IF

           IF WS-ACT-DATE < WS-PERIOD-START
                   OR WS-ACT-DATE > WS-TODAY-DATE
               EXIT PARAGRAPH
           END-IF

           EVALUATE WS-ACT-KIND
               WHEN 'S'
                   ADD 1 TO WS-OPR-SUBMITS(WS-OPR-IDX)
               WHEN 'A'
                   ADD 1 TO WS-OPR-APPROVES(WS-OPR-IDX)
               WHEN 'R'
                   ADD 1 TO WS-OPR-RELEASES(WS-OPR-IDX)
               WHEN 'M'
                   ADD 1 TO WS-OPR-MAINTS(WS-OPR-IDX)
                   PERFORM NOTE-MAINTAINED-FILE
           END-EVALUATE

           IF (WS-ACT-KIND = 'A' OR WS-ACT-KIND = 'R')
                   AND WS-OPR-LIMIT(WS-OPR-IDX) > ZERO
               COMPUTE WS-NEAR-FLOOR ROUNDED =
                   WS-OPR-LIMIT(WS-OPR-IDX) * WS-CLUSTER-PCT / 100
               IF WS-ACT-AMOUNT >= WS-NEAR-FLOOR
                       AND WS-ACT-AMOUNT <= WS-OPR-LIMIT(WS-OPR-IDX)
                   ADD 1 TO WS-OPR-NEAR-LIMIT(WS-OPR-IDX)
               END-IF
           END-IF.

       NOTE-MAINTAINED-FILE.
           EVALUATE WS-ACT-FILE
               WHEN "FEESCHED"
                   MOVE 'Y' TO WS-OPR-FILE-FLAGS(WS-OPR-IDX)(1:1)
               WHEN "PAYLIMITS"
                   MOVE 'Y' TO WS-OPR-FILE-FLAGS(WS-OPR-IDX)(2:1)
               WHEN "GLMAP"
                   MOVE 'Y' TO WS-OPR-FILE-FLAGS(WS-OPR-IDX)(3:1)
               WHEN "PAYEEMAP"
                   MOVE 'Y' TO WS-OPR-FILE-FLAGS(WS-OPR-IDX)(4:1)
               WHEN "WATCHLIST"
                   MOVE 'Y' TO WS-OPR-FILE-FLAGS(WS-OPR-IDX)(5:1)
           END-EVALUATE.

       WRITE-OPERATOR-ROSTER.
           MOVE "OPERATOR ROSTER" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-ROSTER-HEADING TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM VARYING WS-OPR-IDX FROM 1 BY 1
                   UNTIL WS-OPR-IDX > WS-OPR-COUNT-USED
               PERFORM WRITE-ONE-ROSTER-LINE
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-ONE-ROSTER-LINE.
           ADD 1 TO WS-ROSTER-COUNT
           MOVE WS-OPR-ID(WS-OPR-IDX) TO WS-RSL-OPERATOR-ID
           MOVE WS-OPR-NAME(WS-OPR-IDX) TO WS-RSL-NAME
           MOVE WS-OPR-ROLE(WS-OPR-IDX) TO WS-RSL-ROLE
           MOVE WS-OPR-STATUS(WS-OPR-IDX) TO WS-RSL-STATUS
           MOVE WS-OPR-LIMIT(WS-OPR-IDX) TO WS-RSL-LIMIT
           IF WS-OPR-LAST-ACT(WS-OPR-IDX) = ZERO
               MOVE "NEVER" TO WS-RSL-LAST-ACT
           ELSE
               MOVE WS-OPR-LAST-ACT(WS-OPR-IDX) TO WS-RSL-LAST-ACT
           END-IF
           MOVE WS-OPR-SUBMITS(WS-OPR-IDX) TO WS-RSL-SUBMITS
           MOVE WS-OPR-APPROVES(WS-OPR-IDX) TO WS-RSL-APPROVES
           MOVE WS-OPR-RELEASES(WS-OPR-IDX) TO WS-RSL-RELEASES
           MOVE WS-OPR-MAINTS(WS-OPR-IDX) TO WS-RSL-MAINTS
           MOVE WS-ROSTER-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

      *****************************************************************
      * AN ACTIVE OPERATOR WITH NOTHING ON ANY ACTIVITY SOURCE SINCE
      * THE DORMANCY CUTOFF - OR NOTHING EVER - HOLDS ACCESS THEY DO
      * NOT USE.
      *****************************************************************
       WRITE-DORMANT-OPERATORS.
           MOVE "DORMANT ACTIVE OPERATORS" TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM VARYING WS-OPR-IDX FROM 1 BY 1
                   UNTIL WS-OPR-IDX > WS-OPR-COUNT-USED
               IF WS-OPR-STATUS(WS-OPR-IDX) = 'A'
                       AND WS-OPR-LAST-ACT(WS-OPR-IDX)
                           <= WS-DORMANT-CUTOFF
                   PERFORM WRITE-ONE-DORMANT-LINE
               END-IF
           END-PERFORM

           IF WS-DORMANT-COUNT = ZERO
               MOVE "  NONE FOUND" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-ONE-DORMANT-LINE.
           ADD 1 TO WS-DORMANT-COUNT
           ADD 1 TO WS-OPR-FLAGS(WS-OPR-IDX)

           MOVE SPACES TO WS-FLAG-LINE
           MOVE WS-OPR-ID(WS-OPR-IDX) TO WS-FLL-OPERATOR-ID
           MOVE "DORMANT" TO WS-FLL-KIND
           IF WS-OPR-LAST-ACT(WS-OPR-IDX) = ZERO
               MOVE "NO ACTIVITY ON RECORD" TO WS-FLL-DETAIL
           ELSE
               MOVE WS-OPR-LAST-ACT(WS-OPR-IDX) TO WS-DTL-DATE
               STRING "LAST ACTIVITY " WS-DTL-DATE
                      DELIMITED BY SIZE
                      INTO WS-FLL-DETAIL
           END-IF
           MOVE WS-FLAG-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

      *****************************************************************
      * PAYMENTS TO THE SAME ACCOUNT ON THE SAME DAY ARE RELATED - A
      * SPLIT TO STAY UNDER A LIMIT LOOKS EXACTLY LIKE THIS. ANY
      * OPERATOR WHO SUBMITTED ONE AND APPROVED ANOTHER (OR APPROVED
      * THEIR OWN) IS FLAGGED, ONCE PER SUBMITTED/APPROVED PAIR.
      *****************************************************************
       CHECK-RELATED-PAYMENT-PAIRS.
           MOVE ZERO TO WS-PR-COUNT-USED
           MOVE SPACES TO WS-CUR-ACCOUNT
           MOVE ZERO TO WS-CUR-DATE

           MOVE 'N' TO WS-WORK-EOF-SW
           MOVE LOW-VALUES TO AW-KEY
           START PAIR-WORK-FILE KEY IS NOT LESS THAN AW-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-WORK-EOF-SW
           END-START

           PERFORM UNTIL WS-WORK-END-OF-FILE
               READ PAIR-WORK-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-WORK-EOF-SW
                   NOT AT END
                       IF (AW-ACCOUNT NOT = WS-CUR-ACCOUNT
                               OR AW-DATE NOT = WS-CUR-DATE)
                               AND WS-PR-COUNT-USED > ZERO
                           PERFORM CHECK-ONE-ACCOUNT-DAY
                       END-IF
                       MOVE AW-ACCOUNT TO WS-CUR-ACCOUNT
                       MOVE AW-DATE TO WS-CUR-DATE
                       PERFORM GATHER-ONE-PAYMENT
               END-READ
           END-PERFORM

           IF WS-PR-COUNT-USED > ZERO
               PERFORM CHECK-ONE-ACCOUNT-DAY
           END-IF

           MOVE 'N' TO WS-WORK-EOF-SW.

       GATHER-ONE-PAYMENT.
           IF WS-PR-COUNT-USED >= 200
               PERFORM ABORT-ON-TABLE-OVERFLOW
           END-IF
           ADD 1 TO WS-PR-COUNT-USED
           SET WS-PR-IDX TO WS-PR-COUNT-USED
           MOVE AW-PAYMENT-ID TO WS-PR-PAYMENT-ID(WS-PR-IDX)
           MOVE AW-SUBMITTER-ID TO WS-PR-SUBMITTER(WS-PR-IDX)
           MOVE AW-APPROVER-ID TO WS-PR-APPROVER(WS-PR-IDX).

       CHECK-ONE-ACCOUNT-DAY.
           PERFORM VARYING WS-PR-IDX FROM 1 BY 1
                   UNTIL WS-PR-IDX > WS-PR-COUNT-USED
               IF WS-PR-SUBMITTER(WS-PR-IDX) NOT = SPACES
                   PERFORM VARYING WS-PR-SCAN-IDX FROM 1 BY 1
                           UNTIL WS-PR-SCAN-IDX > WS-PR-COUNT-USED
                       IF WS-PR-APPROVER(WS-PR-SCAN-IDX) =
                               WS-PR-SUBMITTER(WS-PR-IDX)
                           PERFORM WRITE-PAIR-CONFLICT
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM

           MOVE ZERO TO WS-PR-COUNT-USED.

       WRITE-PAIR-CONFLICT.
           ADD 1 TO WS-PAIR-CONFLICTS
           MOVE WS-PR-SUBMITTER(WS-PR-IDX) TO WS-ACT-OPERATOR
           PERFORM ADD-OPERATOR-FLAG

           MOVE SPACES TO WS-FLAG-LINE
           MOVE WS-PR-SUBMITTER(WS-PR-IDX) TO WS-FLL-OPERATOR-ID
           IF WS-PR-SCAN-IDX = WS-PR-IDX
               MOVE "APPROVED OWN PAYMENT" TO WS-FLL-KIND
               STRING "PAYMENT " DELIMITED BY SIZE
                      WS-PR-PAYMENT-ID(WS-PR-IDX) DELIMITED BY SPACE
                      " ACCOUNT " DELIMITED BY SIZE
                      WS-CUR-ACCOUNT DELIMITED BY SPACE
                      INTO WS-FLL-DETAIL
           ELSE
               MOVE "SUBMITTED AND APPROVED PAIR" TO WS-FLL-KIND
               STRING "SUBMITTED " DELIMITED BY SIZE
                      WS-PR-PAYMENT-ID(WS-PR-IDX) DELIMITED BY SPACE
                      " APPROVED " DELIMITED BY SIZE
                      WS-PR-PAYMENT-ID(WS-PR-SCAN-IDX)
                          DELIMITED BY SPACE
                      " ACCOUNT " DELIMITED BY SIZE
                      WS-CUR-ACCOUNT DELIMITED BY SPACE
                      INTO WS-FLL-DETAIL
           END-IF
           MOVE WS-FLAG-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       ADD-OPERATOR-FLAG.
           PERFORM VARYING WS-OPR-IDX FROM 1 BY 1
                   UNTIL WS-OPR-IDX > WS-OPR-COUNT-USED
               IF WS-OPR-ID(WS-OPR-IDX) = WS-ACT-OPERATOR
                   ADD 1 TO WS-OPR-FLAGS(WS-OPR-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *****************************************************************
      * THE CONTROL FILES SET FEES, LIMITS, GL ROUTING, PAYEE MAPPING
      * AND WATCHLIST SCREENING FOR THE VERY PAYMENTS AN OPERATOR
      * SUBMITS, APPROVES OR RELEASES. DOING BOTH IN ONE PERIOD IS A
      * CONFLICT.
      *****************************************************************
       CHECK-MAINTAIN-AND-TRANSACT.
           PERFORM VARYING WS-OPR-IDX FROM 1 BY 1
                   UNTIL WS-OPR-IDX > WS-OPR-COUNT-USED
               COMPUTE WS-TRANSACTED = WS-OPR-SUBMITS(WS-OPR-IDX)
                   + WS-OPR-APPROVES(WS-OPR-IDX)
                   + WS-OPR-RELEASES(WS-OPR-IDX)
               IF WS-OPR-MAINTS(WS-OPR-IDX) > ZERO
                       AND WS-TRANSACTED > ZERO
                   PERFORM WRITE-MAINT-CONFLICT
               END-IF
           END-PERFORM.

       WRITE-MAINT-CONFLICT.
           ADD 1 TO WS-MAINT-CONFLICTS
           ADD 1 TO WS-OPR-FLAGS(WS-OPR-IDX)

           MOVE SPACES TO WS-FLAG-LINE
           MOVE WS-OPR-ID(WS-OPR-IDX) TO WS-FLL-OPERATOR-ID
           MOVE "MAINTAINS AND TRANSACTS" TO WS-FLL-KIND
           MOVE WS-TRANSACTED TO WS-DTL-COUNT
           STRING "FILES "
                  WS-OPR-FILE-FLAGS(WS-OPR-IDX)
                  " (FEE/LIM/GL/PAYEE/WATCH) TRANSACTIONS "
                  WS-DTL-COUNT
                  DELIMITED BY SIZE
                  INTO WS-FLL-DETAIL
           MOVE WS-FLAG-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

      *****************************************************************
      * APPROVALS AND RELEASES BUNCHED JUST UNDER THE OPERATOR'S OWN
      * LIMIT SUGGEST AMOUNTS SHAPED TO THE LIMIT.
      *****************************************************************
       CHECK-NEAR-LIMIT-CLUSTERS.
           PERFORM VARYING WS-OPR-IDX FROM 1 BY 1
                   UNTIL WS-OPR-IDX > WS-OPR-COUNT-USED
               IF WS-OPR-NEAR-LIMIT(WS-OPR-IDX) >= WS-CLUSTER-MIN
                   PERFORM WRITE-CLUSTER-CONFLICT
               END-IF
           END-PERFORM.

       WRITE-CLUSTER-CONFLICT.
           ADD 1 TO WS-CLUSTER-COUNT
           ADD 1 TO WS-OPR-FLAGS(WS-OPR-IDX)

           MOVE SPACES TO WS-FLAG-LINE
           MOVE WS-OPR-ID(WS-OPR-IDX) TO WS-FLL-OPERATOR-ID
           MOVE "APPROVALS NEAR LIMIT" TO WS-FLL-KIND
           MOVE WS-OPR-NEAR-LIMIT(WS-OPR-IDX) TO WS-DTL-COUNT
           MOVE WS-CLUSTER-PCT TO WS-DTL-PCT
           MOVE WS-OPR-LIMIT(WS-OPR-IDX) TO WS-DTL-AMOUNT
           STRING WS-DTL-COUNT " APPROVALS AT " WS-DTL-PCT
                  "%+ OF LIMIT " WS-DTL-AMOUNT
                  DELIMITED BY SIZE
                  INTO WS-FLL-DETAIL
           MOVE WS-FLAG-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

      *****************************************************************
      * OPENS THE QUARTER'S CYCLE: ONE PENDING RECORD PER ACTIVE
      * OPERATOR, CARRYING WHAT THE MANAGER NEEDS TO DECIDE, AND THE
      * SIGN-OFF LIST ON THE REPORT.
      *****************************************************************
       OPEN-RECERT-CYCLE.
           MOVE "RECERTIFICATION SIGN-OFF" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-CYCLE-DEADLINE TO WS-DTL-DATE
           STRING "  CYCLE " WS-CURRENT-CYCLE
                  " - CERTIFY OR REVOKE EACH OPERATOR BY "
                  WS-DTL-DATE
                  DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM VARYING WS-OPR-IDX FROM 1 BY 1
                   UNTIL WS-OPR-IDX > WS-OPR-COUNT-USED
               IF WS-OPR-STATUS(WS-OPR-IDX) = 'A'
                   PERFORM OPEN-ONE-RECERT
               END-IF
           END-PERFORM

           IF WS-RECERT-OPENED = ZERO
               MOVE "  NO ACTIVE OPERATORS TO RECERTIFY"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       OPEN-ONE-RECERT.
           INITIALIZE RECERT-RECORD
           MOVE WS-CURRENT-CYCLE TO RC-CYCLE-ID
           MOVE WS-OPR-ID(WS-OPR-IDX) TO RC-OPERATOR-ID
           MOVE WS-OPR-NAME(WS-OPR-IDX) TO RC-OPERATOR-NAME
           MOVE WS-OPR-ROLE(WS-OPR-IDX) TO RC-ROLE
           MOVE WS-OPR-LIMIT(WS-OPR-IDX) TO RC-APPROVE-LIMIT
           MOVE WS-OPR-LAST-ACT(WS-OPR-IDX) TO RC-LAST-ACTIVITY
           MOVE WS-OPR-FLAGS(WS-OPR-IDX) TO RC-FLAG-COUNT
           MOVE WS-CYCLE-DEADLINE TO RC-DEADLINE
           MOVE 'P' TO RC-STATUS
           PERFORM APPEND-RECERT-RECORD

           ADD 1 TO WS-RECERT-OPENED

           MOVE WS-OPR-ID(WS-OPR-IDX) TO WS-RCL-OPERATOR-ID
           MOVE WS-OPR-NAME(WS-OPR-IDX) TO WS-RCL-NAME
           MOVE WS-OPR-ROLE(WS-OPR-IDX) TO WS-RCL-ROLE
           MOVE WS-OPR-FLAGS(WS-OPR-IDX) TO WS-RCL-FLAGS
           MOVE "CERTIFY ____  REVOKE ____  MANAGER ____________"
               TO WS-RCL-ACTION
           MOVE WS-RECERT-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

      *****************************************************************
      * A DAY WITH THE QUARTER'S REVIEW ALREADY DONE REPORTS WHERE
      * THE CURRENT CYCLE'S SIGN-OFFS STAND.
      *****************************************************************
       WRITE-CYCLE-STATUS.
           MOVE SPACES TO REPORT-LINE
           STRING "REVIEW FOR CYCLE " WS-LATEST-CYCLE
                  " ALREADY RUN - SIGN-OFF STATUS"
                  DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 'N' TO WS-WORK-EOF-SW
           MOVE SPACES TO RW-KEY
           MOVE WS-LATEST-CYCLE TO RW-KEY(1:6)
           START RECERT-WORK-FILE KEY IS NOT LESS THAN RW-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-WORK-EOF-SW
           END-START

           PERFORM UNTIL WS-WORK-END-OF-FILE
               READ RECERT-WORK-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-WORK-EOF-SW
                   NOT AT END
                       IF RW-KEY(1:6) NOT = WS-LATEST-CYCLE
                           MOVE 'Y' TO WS-WORK-EOF-SW
                       ELSE
                           PERFORM COUNT-ONE-CYCLE-STATUS
                       END-IF
               END-READ
           END-PERFORM

           MOVE 'N' TO WS-WORK-EOF-SW.

       COUNT-ONE-CYCLE-STATUS.
           MOVE RW-KEY TO RECERT-RECORD(1:26)
           MOVE RW-DATA TO RECERT-RECORD(27:153)

           EVALUATE TRUE
               WHEN RC-PENDING
                   ADD 1 TO WS-CYC-PENDING
               WHEN RC-CERTIFIED
                   ADD 1 TO WS-CYC-CERTIFIED
               WHEN RC-REVOKED
                   ADD 1 TO WS-CYC-REVOKED
               WHEN RC-EXPIRED
                   ADD 1 TO WS-CYC-EXPIRED
           END-EVALUATE.

      *****************************************************************
      * A TRUNCATED OPERATOR OR PAYMENT TABLE WOULD MISS CONFLICTS AND
      * LEAVE OPERATORS OUT OF THE CYCLE, SO THE RUN STOPS COLD WITH
      * A NONZERO RETURN CODE INSTEAD.
      *****************************************************************
       ABORT-ON-TABLE-OVERFLOW.
           MOVE "OPERATOR/PAYMENT TABLE OVERFLOW - RUN ABORTED"
               TO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REVIEW-REPORT

           MOVE 8 TO RETURN-CODE
           STOP RUN.

       WRITE-REVIEW-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "OPERATORS DEACTIVATED AT DEADLINE:" TO WS-SUM-LABEL
           MOVE WS-RECERT-EXPIRED TO WS-SUM-COUNT
           MOVE WS-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           IF WS-REVIEW-DUE-SW = 'N'
               MOVE "CYCLE PENDING SIGN-OFF:" TO WS-SUM-LABEL
               MOVE WS-CYC-PENDING TO WS-SUM-COUNT
               MOVE WS-SUMMARY-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "CYCLE CERTIFIED:" TO WS-SUM-LABEL
               MOVE WS-CYC-CERTIFIED TO WS-SUM-COUNT
               MOVE WS-SUMMARY-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "CYCLE REVOKED:" TO WS-SUM-LABEL
               MOVE WS-CYC-REVOKED TO WS-SUM-COUNT
               MOVE WS-SUMMARY-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "CYCLE EXPIRED:" TO WS-SUM-LABEL
               MOVE WS-CYC-EXPIRED TO WS-SUM-COUNT
               MOVE WS-SUMMARY-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE "OPERATORS REVIEWED:" TO WS-SUM-LABEL
           MOVE WS-ROSTER-COUNT TO WS-SUM-COUNT
           MOVE WS-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "DORMANT ACTIVE OPERATORS:" TO WS-SUM-LABEL
           MOVE WS-DORMANT-COUNT TO WS-SUM-COUNT
           MOVE WS-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "SUBMIT/APPROVE PAIR CONFLICTS:" TO WS-SUM-LABEL
           MOVE WS-PAIR-CONFLICTS TO WS-SUM-COUNT
           MOVE WS-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "MAINTAIN-AND-TRANSACT CONFLICTS:" TO WS-SUM-LABEL
           MOVE WS-MAINT-CONFLICTS TO WS-SUM-COUNT
           MOVE WS-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "NEAR-LIMIT APPROVAL CLUSTERS:" TO WS-SUM-LABEL
           MOVE WS-CLUSTER-COUNT TO WS-SUM-COUNT
           MOVE WS-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "ACTIVITY BY IDS NOT ON MASTER:" TO WS-SUM-LABEL
           MOVE WS-UNKNOWN-ACTIVITY TO WS-SUM-COUNT
           MOVE WS-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "RECERTIFICATIONS OPENED:" TO WS-SUM-LABEL
           MOVE WS-RECERT-OPENED TO WS-SUM-COUNT
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
