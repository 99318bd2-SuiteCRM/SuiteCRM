      * VENDOR/PAYEE MASTER LOAD BATCH JOB
      * READS THE VENDOR SHEET (VENDORFEED.DAT, ONE PIPE-DELIMITED
      * LINE PER PAYEE: ID|NAME|ADDRESS|METHOD|ROUTING|ACCOUNT|TAX-
      * PARCEL|HOA-ASSOC|SUBMITTED-BY) AND ADDS OR REPLACES EACH
      * PAYEE ON THE VENDORMST.DAT INDEXED MASTER - THE COUNTY
      * TREASURER, THE HOA MANAGEMENT COMPANIES, THE INSURANCE
      * CARRIERS ESCROW MONEY ACTUALLY GOES TO. AN ACCOUNT NUMBER IS
      * NOT A PAYEE; THIS FILE IS WHO GETS THE CHECK OR ACH AND WHERE
      * IT GOES. PAYMENT METHOD MUST BE CHECK OR ACH, AND AN ACH
      * PAYEE MUST CARRY BANK DETAILS. REJECTS GO TO VENDLOAD.RPT.
      * A NEW PAYEE LOADS WHOLE. FOR A PAYEE ALREADY ON FILE THE
      * PAY METHOD, ROUTING AND ACCOUNT ARE NEVER REPLACED FROM THE
      * SHEET: A DIFFERENCE IS LOGGED AS A PENDING CHANGE ON
      * PAYEECHG.DAT WITH THE OLD AND NEW VALUES AND THE SUBMITTING
      * OPERATOR, THE REST OF THE LINE IS APPLIED, AND THE PAYEE
      * KEEPS BEING PAID TO THE INSTRUCTIONS ON FILE UNTIL A SECOND
      * OPERATOR RECORDS THE CALL-BACK THROUGH PAYEE-VERIFY.COB. A
      * BANK CHANGE MUST NAME A KNOWN, ACTIVE SUBMITTING OPERATOR.
      *****************************************************************

       ENVIRONMENT DIVISION.
                  RECORD KEY IS VM-PAYEE-ID
                  FILE STATUS IS WS-VENDOR-STATUS.

           SELECT PAYEE-CHANGE-FILE ASSIGN TO "PAYEECHG.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-CHANGE-STATUS.

           SELECT OPERATOR-MASTER ASSIGN TO "OPERMST.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS OP-OPERATOR-ID
                  FILE STATUS IS WS-OPER-STATUS.

           SELECT LOAD-REPORT ASSIGN TO "VENDLOAD.RPT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
           05  VM-TAX-PARCEL-KEY   PIC X(20).
           05  VM-HOA-ASSOC-KEY    PIC X(20).

      *****************************************************************
      * APPEND-ONLY PAYEE BANK-INSTRUCTION CHANGE LEDGER - SEE
      * PAYEE-VERIFY.COB. LATEST STATE PER TYPE AND PAYEE KEY WINS.
      *****************************************************************
       FD  PAYEE-CHANGE-FILE.
       01  PAYEE-CHANGE-RECORD.
           05  PC-CHANGE-TYPE      PIC X.
               88  PC-VENDOR-CHANGE VALUE 'V'.
               88  PC-WIRE-CHANGE  VALUE 'W'.
           05  PC-PAYEE-KEY        PIC X(50).
           05  PC-STATUS           PIC X.
               88  PC-PENDING      VALUE 'P'.
               88  PC-VERIFIED     VALUE 'V'.
               88  PC-REJECTED     VALUE 'R'.
           05  PC-OLD-METHOD       PIC X(10).
           05  PC-OLD-ROUTING      PIC X(9).
           05  PC-OLD-ACCOUNT      PIC X(20).
           05  PC-NEW-METHOD       PIC X(10).
           05  PC-NEW-ROUTING      PIC X(9).
           05  PC-NEW-ACCOUNT      PIC X(20).
           05  PC-SOURCE-REF       PIC X(20).
           05  PC-SUBMITTED-BY     PIC X(20).
           05  PC-SUBMITTED-DATE   PIC 9(8).
           05  PC-ACTIONED-BY      PIC X(20).
           05  PC-CALLBACK-NOTE    PIC X(40).
           05  PC-TIMESTAMP        PIC 9(14).

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

       FD  LOAD-REPORT.
       01  REPORT-LINE             PIC X(80).

       01  WS-FEED-STATUS          PIC XX.
       01  WS-VENDOR-STATUS        PIC XX.
       01  WS-RPT-STATUS           PIC XX.
       01  WS-CHANGE-STATUS        PIC XX.
       01  WS-OPER-STATUS          PIC XX.
       01  WS-OPER-OK-SW           PIC X.
       01  WS-CHG-EOF-SW           PIC X VALUE 'N'.
           88  WS-CHG-END-OF-FILE  VALUE 'Y'.
       01  WS-EOF-SWITCH           PIC X VALUE 'N'.
           88  WS-END-OF-FILE      VALUE 'Y'.

           05  WS-FEED-BANK-ACCT   PIC X(17).
           05  WS-FEED-PARCEL      PIC X(20).
           05  WS-FEED-HOA         PIC X(20).
           05  WS-FEED-SUBMITTER   PIC X(20).

      *****************************************************************
      * BANK INSTRUCTIONS ON FILE FOR A PAYEE ALREADY ON THE MASTER,
      * AND WHETHER THE SHEET'S ARE THE SAME CHANGE ALREADY WAITING
      * FOR ITS CALL-BACK.
      *****************************************************************
       01  WS-ON-FILE-BANK.
           05  WS-OLD-METHOD       PIC X(10).
           05  WS-OLD-ROUTING      PIC X(9).
           05  WS-OLD-ACCOUNT      PIC X(17).
       01  WS-PAYEE-EXISTS-SW      PIC X.
       01  WS-ALREADY-PENDING-SW   PIC X.

       01  WS-LOADED-COUNT         PIC 9(5) VALUE ZERO.
       01  WS-REJECTED-COUNT       PIC 9(5) VALUE ZERO.
       01  WS-HELD-COUNT           PIC 9(5) VALUE ZERO.

       01  WS-CURRENT-TIME.
           05  WS-HOUR             PIC 99.
           05  WS-MINUTE           PIC 99.
           05  WS-SECOND           PIC 99.

       01  WS-CURRENT-DATE.
           05  WS-YEAR             PIC 9(4).
           05  WS-SUM-LOADED       PIC ZZ,ZZ9.
           05  FILLER              PIC X(13) VALUE "   REJECTED: ".
           05  WS-SUM-REJECTED     PIC ZZ,ZZ9.
           05  FILLER              PIC X(24) VALUE
               "   HELD FOR CALL-BACK: ".
           05  WS-SUM-HELD         PIC ZZ,ZZ9.

       PROCEDURE DIVISION.


       INITIALIZE-LOAD.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           ACCEPT WS-CURRENT-TIME FROM TIME

           OPEN OUTPUT LOAD-REPORT

                    WS-FEED-BANK-ACCT
                    WS-FEED-PARCEL
                    WS-FEED-HOA
                    WS-FEED-SUBMITTER

           MOVE WS-FEED-PAYEE-ID TO WS-DTL-PAYEE-ID
           MOVE SPACES TO WS-DTL-REASON
               EXIT PARAGRAPH
           END-IF

           IF WS-FEED-SUBMITTER NOT = SPACES
               PERFORM CHECK-SUBMITTING-OPERATOR
               IF WS-OPER-OK-SW = 'N'
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE "REJECTED" TO WS-DTL-RESULT
                   MOVE "UNKNOWN OR INACTIVE SUBMITTER"
                       TO WS-DTL-REASON
                   PERFORM WRITE-LOAD-DETAIL
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM READ-PAYEE-ON-FILE

           IF WS-PAYEE-EXISTS-SW = 'Y'
                   AND (WS-FEED-METHOD NOT = WS-OLD-METHOD
                       OR WS-FEED-ROUTING NOT = WS-OLD-ROUTING
                       OR WS-FEED-BANK-ACCT NOT = WS-OLD-ACCOUNT)
               PERFORM HOLD-BANK-CHANGE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-FEED-PAYEE-ID TO VM-PAYEE-ID
           MOVE WS-FEED-NAME TO VM-PAYEE-NAME
           MOVE WS-FEED-ADDRESS TO VM-ADDRESS
           MOVE "LOADED" TO WS-DTL-RESULT
           PERFORM WRITE-LOAD-DETAIL.

      *****************************************************************
      * A SUBMITTER NAMED ON THE LINE MUST BE A KNOWN, ACTIVE
      * OPERATOR. A SITE WITHOUT THE OPERATOR MASTER PASSES, THE SAME
      * AS THE OTHER SUBMITTER CHECKS.
      *****************************************************************
       CHECK-SUBMITTING-OPERATOR.
           MOVE 'Y' TO WS-OPER-OK-SW

           OPEN INPUT OPERATOR-MASTER

           IF WS-OPER-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-OPER-OK-SW

           MOVE WS-FEED-SUBMITTER TO OP-OPERATOR-ID
           READ OPERATOR-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF OP-ACTIVE
                       MOVE 'Y' TO WS-OPER-OK-SW
                   END-IF
           END-READ

           CLOSE OPERATOR-MASTER.

       READ-PAYEE-ON-FILE.
           MOVE 'N' TO WS-PAYEE-EXISTS-SW
           INITIALIZE WS-ON-FILE-BANK

           MOVE WS-FEED-PAYEE-ID TO VM-PAYEE-ID
           READ VENDOR-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-PAYEE-EXISTS-SW
                   MOVE VM-PAY-METHOD TO WS-OLD-METHOD
                   MOVE VM-BANK-ROUTING TO WS-OLD-ROUTING
                   MOVE VM-BANK-ACCOUNT TO WS-OLD-ACCOUNT
           END-READ.

      *****************************************************************
      * THE SHEET WANTS TO MOVE AN EXISTING PAYEE'S MONEY SOMEWHERE
      * ELSE. THE NAME, ADDRESS AND CROSS-REFERENCE KEYS ARE APPLIED;
      * THE BANK FIELDS STAY AS ON FILE AND THE DIFFERENCE BECOMES A
      * PENDING CHANGE. THE SAME SHEET RELOADED WHILE THE CALL-BACK IS
      * OUTSTANDING DOES NOT LOG THE CHANGE A SECOND TIME.
      *****************************************************************
       HOLD-BANK-CHANGE.
           IF WS-FEED-SUBMITTER = SPACES
               ADD 1 TO WS-REJECTED-COUNT
               MOVE "REJECTED" TO WS-DTL-RESULT
               MOVE "BANK CHANGE NEEDS SUBMITTER" TO WS-DTL-REASON
               PERFORM WRITE-LOAD-DETAIL
               EXIT PARAGRAPH
           END-IF

           MOVE WS-FEED-NAME TO VM-PAYEE-NAME
           MOVE WS-FEED-ADDRESS TO VM-ADDRESS
           MOVE WS-FEED-PARCEL TO VM-TAX-PARCEL-KEY
           MOVE WS-FEED-HOA TO VM-HOA-ASSOC-KEY
           REWRITE VENDOR-MASTER-REC

           PERFORM FIND-PENDING-CHANGE

           IF WS-ALREADY-PENDING-SW = 'Y'
               MOVE "ALREADY AWAITING CALL-BACK" TO WS-DTL-REASON
           ELSE
               PERFORM APPEND-PENDING-CHANGE
               MOVE "BANK CHANGE HELD FOR CALL-BACK" TO WS-DTL-REASON
           END-IF

           ADD 1 TO WS-HELD-COUNT
           MOVE "HELD" TO WS-DTL-RESULT
           PERFORM WRITE-LOAD-DETAIL.

      *****************************************************************
      * KEEP-LAST-MATCH SWEEP FOR THIS PAYEE'S LATEST CHANGE. IT
      * COUNTS AS ALREADY PENDING ONLY WHEN IT IS STILL OPEN AND
      * CARRIES THE SAME NEW DETAILS AS THE SHEET - A DIFFERENT NEW
      * SET IS LOGGED AFRESH AND SUPERSEDES IT.
      *****************************************************************
       FIND-PENDING-CHANGE.
           MOVE 'N' TO WS-ALREADY-PENDING-SW

           OPEN INPUT PAYEE-CHANGE-FILE

           IF WS-CHANGE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-CHG-EOF-SW
           PERFORM READ-CHANGE-RECORD
           PERFORM UNTIL WS-CHG-END-OF-FILE
               IF PC-VENDOR-CHANGE
                       AND PC-PAYEE-KEY = WS-FEED-PAYEE-ID
                   MOVE 'N' TO WS-ALREADY-PENDING-SW
                   IF PC-PENDING
                           AND PC-NEW-METHOD = WS-FEED-METHOD
                           AND PC-NEW-ROUTING = WS-FEED-ROUTING
                           AND PC-NEW-ACCOUNT = WS-FEED-BANK-ACCT
                       MOVE 'Y' TO WS-ALREADY-PENDING-SW
                   END-IF
               END-IF
               PERFORM READ-CHANGE-RECORD
           END-PERFORM

           CLOSE PAYEE-CHANGE-FILE.

       READ-CHANGE-RECORD.
           READ PAYEE-CHANGE-FILE
               AT END
                   MOVE 'Y' TO WS-CHG-EOF-SW
           END-READ.

       APPEND-PENDING-CHANGE.
           OPEN EXTEND PAYEE-CHANGE-FILE

           IF WS-CHANGE-STATUS NOT = '00'
               OPEN OUTPUT PAYEE-CHANGE-FILE
           END-IF

           INITIALIZE PAYEE-CHANGE-RECORD
           MOVE 'V' TO PC-CHANGE-TYPE
           MOVE WS-FEED-PAYEE-ID TO PC-PAYEE-KEY
           MOVE 'P' TO PC-STATUS
           MOVE WS-OLD-METHOD TO PC-OLD-METHOD
           MOVE WS-OLD-ROUTING TO PC-OLD-ROUTING
           MOVE WS-OLD-ACCOUNT TO PC-OLD-ACCOUNT
           MOVE WS-FEED-METHOD TO PC-NEW-METHOD
           MOVE WS-FEED-ROUTING TO PC-NEW-ROUTING
           MOVE WS-FEED-BANK-ACCT TO PC-NEW-ACCOUNT
           MOVE "VENDORFEED" TO PC-SOURCE-REF
           MOVE WS-FEED-SUBMITTER TO PC-SUBMITTED-BY
           MOVE WS-CURRENT-DATE TO PC-SUBMITTED-DATE
           STRING WS-YEAR WS-MONTH WS-DAY
                  WS-HOUR WS-MINUTE WS-SECOND
                  DELIMITED BY SIZE
                  INTO PC-TIMESTAMP

           WRITE PAYEE-CHANGE-RECORD

           CLOSE PAYEE-CHANGE-FILE.

       WRITE-LOAD-DETAIL.
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

           MOVE WS-LOADED-COUNT TO WS-SUM-LOADED
           MOVE WS-REJECTED-COUNT TO WS-SUM-REJECTED
           MOVE WS-HELD-COUNT TO WS-SUM-HELD
           MOVE WS-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE.
