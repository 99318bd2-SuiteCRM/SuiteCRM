       IDENTIFICATION DIVISION.
       PROGRAM-ID. RENT-BILLING.
       AUTHOR. SUITECRM-REAL-ESTATE.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * MONTHLY RENT BILLING RUN
      * SWEEPS LEASEMST.DAT (LATEST RECORD PER LEASE-ID, MAINTAINED BY
      * LEASE-MAINT.COB) AND RAISES ONE RENT-DUE RECORD ON RENTBILL.DAT
      * PER LEASE IN FORCE FOR THE RUN MONTH - THE MONTH OF THE
      * BUSINESS DATE - DUE ON THE LEASE'S DUE DAY. A LEASE IS IN
      * FORCE WHEN IT STARTED ON OR BEFORE THE RUN MONTH AND HAS NO
      * END DATE OR ENDS IN OR AFTER IT, SO A TERMINATED LEASE STILL
      * GETS ITS FINAL MONTH. A LEASE CARRYING A SECURITY DEPOSIT
      * ALSO GETS A ONE-TIME DEPOSIT-DUE RECORD, DUE ON THE LEASE
      * START DATE, AGAINST ITS "-SD" DEPOSIT ACCOUNT. THE TENANT PAYS
      * THROUGH PAYMENT.COB - TYPE RENT AGAINST THE LEASE-ID, OR TYPE
      * SECDEPOSIT AGAINST THE DEPOSIT ACCOUNT - WITH THE BILL-ID AS
      * THE REFERENCE, AND RENT-POSTING APPLIES THE RECEIPT.
      * RENTBILL IS AN APPEND-ONLY LATEST-STATE-WINS LEDGER LIKE
      * MTGBILL. A LEASE ALREADY BILLED FOR THE RUN MONTH (OR WHOSE
      * DEPOSIT WAS EVER BILLED) IS SKIPPED, SO A RERUN NEVER
      * DOUBLE-BILLS. RENT IS BILLED FOR THE FULL MONTH.
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

           SELECT BILLING-REPORT ASSIGN TO "RENTBILL.RPT"
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

      *****************************************************************
      * RENT RECEIVABLES LEDGER. THE BILLING RUN WRITES THE 'O' OPEN
      * RECORDS; RENT-POSTING APPENDS FOLLOW-UPS UNDER THE SAME
      * BILL-ID - 'L' WHEN A LATE FEE HAS BEEN ASSESSED ON IT, 'P'
      * WHEN A RECEIPT SETTLES IT, 'R' WHEN THAT RECEIPT CAME BACK
      * FROM THE BANK - AND RAISES ITS OWN 'F' LATE-FEE AND 'A'
      * ARREARS BILLS. LATEST STATE WINS PER BILL-ID.
      *****************************************************************
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

       FD  BILLING-REPORT.
       01  REPORT-LINE             PIC X(100).

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
       01  WS-RPT-STATUS           PIC XX.
       01  WS-EOF-SWITCH           PIC X VALUE 'N'.
           88  WS-END-OF-FILE      VALUE 'Y'.

      *****************************************************************
      * LATEST STATE PER LEASE-ID, WITH WHAT THE LEDGER SAYS HAS
      * ALREADY BEEN BILLED FOR IT.
      *****************************************************************
       01  WS-LEASE-TABLE.
           05  WS-LSE-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-LSE-IDX.
               10  WS-LSE-ID           PIC X(20).
               10  WS-LSE-DEPOSIT-ACCT PIC X(20).
               10  WS-LSE-RENT         PIC 9(7)V99.
               10  WS-LSE-DUE-DAY      PIC 99.
               10  WS-LSE-DEPOSIT      PIC 9(7)V99.
               10  WS-LSE-START        PIC 9(8).
               10  WS-LSE-END          PIC 9(8).
               10  WS-LSE-RENT-BILLED  PIC X.
               10  WS-LSE-DEP-BILLED   PIC X.

       01  WS-LEASE-COUNT-USED     PIC 9(3) VALUE ZERO.
       01  WS-LSE-SEARCH-IDX       PIC 9(3).
       01  WS-FOUND-SWITCH         PIC X.
       01  WS-LOCATE-LEASE-ID      PIC X(20).

       01  WS-BILLING-WORK.
           05  WS-RUN-MONTH        PIC 9(6).
           05  WS-DUE-DATE         PIC 9(8).
           05  WS-BILL-SEQUENCE    PIC 9(4) VALUE ZERO.
           05  WS-BILL-PREFIX      PIC X(3).
           05  WS-NEW-BILL-ID      PIC X(20).
           05  WS-NEW-ACCOUNT      PIC X(20).
           05  WS-NEW-TYPE         PIC X.
           05  WS-NEW-AMOUNT       PIC 9(7)V99.
           05  WS-RENT-WRITTEN     PIC 9(5) VALUE ZERO.
           05  WS-DEP-WRITTEN      PIC 9(5) VALUE ZERO.
           05  WS-SKIPPED-COUNT    PIC 9(5) VALUE ZERO.
           05  WS-TOTAL-BILLED     PIC 9(11)V99 VALUE ZERO.

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
               "MONTHLY RENT BILLING RUN".
           05  FILLER              PIC X(7)  VALUE "MONTH: ".
           05  WS-HDR-MONTH        PIC 9(6).

       01  WS-COLUMN-HEADING.
           05  FILLER              PIC X(22) VALUE "BILL-ID".
           05  FILLER              PIC X(22) VALUE "LEASE-ID".
           05  FILLER              PIC X(22) VALUE "PAY AGAINST".
           05  FILLER              PIC X(5)  VALUE "TYPE".
           05  FILLER              PIC X(10) VALUE "DUE".
           05  FILLER              PIC X(12) VALUE "     AMOUNT".

       01  WS-DETAIL-LINE.
           05  WS-DTL-BILL-ID      PIC X(22).
           05  WS-DTL-LEASE-ID     PIC X(22).
           05  WS-DTL-ACCOUNT      PIC X(22).
           05  WS-DTL-TYPE         PIC X(5).
           05  WS-DTL-DUE-DATE     PIC 9(8).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-DTL-AMOUNT       PIC Z(6)9.99.

       01  WS-SUMMARY-LINE.
           05  FILLER              PIC X(14) VALUE "RENT BILLED: ".
           05  WS-SUM-RENT         PIC ZZ,ZZ9.
           05  FILLER              PIC X(19) VALUE
               "  DEPOSITS BILLED: ".
           05  WS-SUM-DEPOSITS     PIC ZZ,ZZ9.
           05  FILLER              PIC X(11) VALUE "  SKIPPED: ".
           05  WS-SUM-SKIPPED      PIC ZZ,ZZ9.
           05  FILLER              PIC X(9)  VALUE "  TOTAL: ".
           05  WS-SUM-TOTAL        PIC Z(9)9.99.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           PERFORM INITIALIZE-BILLING
           PERFORM BUILD-LEASE-TABLE
           PERFORM NOTE-ALREADY-BILLED
           PERFORM OPEN-BILLING-REPORT
           PERFORM GENERATE-LEASE-BILLS
           PERFORM WRITE-BILLING-SUMMARY
           CLOSE BILLING-REPORT
           STOP RUN.

       INITIALIZE-BILLING.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           PERFORM GET-BUSINESS-DATE
           ACCEPT WS-CURRENT-TIME FROM TIME
           STRING WS-YEAR WS-MONTH
                  DELIMITED BY SIZE
                  INTO WS-RUN-MONTH
           MOVE 'N' TO WS-EOF-SWITCH.

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
               MOVE LM-DEPOSIT-ACCOUNT
                   TO WS-LSE-DEPOSIT-ACCT(WS-LSE-SEARCH-IDX)
               MOVE LM-MONTHLY-RENT TO WS-LSE-RENT(WS-LSE-SEARCH-IDX)
               MOVE LM-DUE-DAY TO WS-LSE-DUE-DAY(WS-LSE-SEARCH-IDX)
               MOVE LM-DEPOSIT-AMOUNT
                   TO WS-LSE-DEPOSIT(WS-LSE-SEARCH-IDX)
               MOVE LM-START-DATE TO WS-LSE-START(WS-LSE-SEARCH-IDX)
               MOVE LM-END-DATE TO WS-LSE-END(WS-LSE-SEARCH-IDX)
               PERFORM READ-LEASE-RECORD
           END-PERFORM

           CLOSE LEASE-FILE
           MOVE 'N' TO WS-EOF-SWITCH.

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
               MOVE 'N' TO WS-LSE-RENT-BILLED(WS-LSE-SEARCH-IDX)
               MOVE 'N' TO WS-LSE-DEP-BILLED(WS-LSE-SEARCH-IDX)
           ELSE
               PERFORM ABORT-ON-LEASE-OVERFLOW
           END-IF.

      *****************************************************************
      * A FULL LEASE TABLE WOULD SILENTLY LEAVE TENANTS UNBILLED - THE
      * RUN STOPS COLD BEFORE WRITING ANYTHING, WITH A NONZERO RETURN
      * CODE, THE SAME GUARD THE OTHER LOAD-TIME OVERFLOWS IN THIS JOB
      * STREAM GET.
      *****************************************************************
       ABORT-ON-LEASE-OVERFLOW.
           OPEN OUTPUT BILLING-REPORT
           MOVE "LEASE TABLE OVERFLOW - RUN ABORTED" TO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE BILLING-REPORT

           MOVE 8 TO RETURN-CODE
           STOP RUN.

      *****************************************************************
      * EVERY RECORD ON THE LEDGER CARRIES ITS LEASE, TYPE AND BILL
      * MONTH, SO ONE PASS TELLS WHICH LEASES ALREADY HAVE THIS
      * MONTH'S RENT AND WHICH HAVE EVER HAD A DEPOSIT BILLED.
      *****************************************************************
       NOTE-ALREADY-BILLED.
           OPEN INPUT RENT-BILL-FILE

           IF WS-BILL-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           PERFORM READ-BILL-RECORD
           PERFORM UNTIL WS-END-OF-FILE
               IF RB-RENT-DUE OR RB-DEPOSIT-DUE
                   MOVE RB-LEASE-ID TO WS-LOCATE-LEASE-ID
                   PERFORM FIND-LEASE-ENTRY
                   IF WS-FOUND-SWITCH = 'Y'
                       IF RB-DEPOSIT-DUE
                           MOVE 'Y'
                             TO WS-LSE-DEP-BILLED(WS-LSE-SEARCH-IDX)
                       END-IF
                       IF RB-RENT-DUE
                               AND RB-BILL-MONTH = WS-RUN-MONTH
                           MOVE 'Y'
                             TO WS-LSE-RENT-BILLED(WS-LSE-SEARCH-IDX)
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

       OPEN-BILLING-REPORT.
           OPEN OUTPUT BILLING-REPORT

           MOVE WS-RUN-MONTH TO WS-HDR-MONTH
           MOVE WS-REPORT-HEADING TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-COLUMN-HEADING TO REPORT-LINE
           WRITE REPORT-LINE.

       GENERATE-LEASE-BILLS.
           OPEN EXTEND RENT-BILL-FILE

           IF WS-BILL-STATUS NOT = '00'
               OPEN OUTPUT RENT-BILL-FILE
           END-IF

           PERFORM VARYING WS-LSE-IDX FROM 1 BY 1
                   UNTIL WS-LSE-IDX > WS-LEASE-COUNT-USED
               PERFORM BILL-ONE-LEASE
           END-PERFORM

           CLOSE RENT-BILL-FILE.

      *****************************************************************
      * THE DEPOSIT IS BILLED ONCE, THE FIRST TIME THE LEASE COMES UP
      * IN FORCE. RENT IS BILLED ONCE PER RUN MONTH.
      *****************************************************************
       BILL-ONE-LEASE.
           IF WS-LSE-START(WS-LSE-IDX)(1:6) > WS-RUN-MONTH
               EXIT PARAGRAPH
           END-IF

           IF WS-LSE-END(WS-LSE-IDX) NOT = ZERO
                   AND WS-LSE-END(WS-LSE-IDX)(1:6) < WS-RUN-MONTH
               EXIT PARAGRAPH
           END-IF

           IF WS-LSE-DEPOSIT(WS-LSE-IDX) > ZERO
                   AND WS-LSE-DEP-BILLED(WS-LSE-IDX) = 'N'
               MOVE "RDP" TO WS-BILL-PREFIX
               MOVE 'D' TO WS-NEW-TYPE
               MOVE WS-LSE-DEPOSIT-ACCT(WS-LSE-IDX) TO WS-NEW-ACCOUNT
               MOVE WS-LSE-DEPOSIT(WS-LSE-IDX) TO WS-NEW-AMOUNT
               MOVE WS-LSE-START(WS-LSE-IDX) TO WS-DUE-DATE
               PERFORM WRITE-ONE-BILL
               MOVE 'Y' TO WS-LSE-DEP-BILLED(WS-LSE-IDX)
               ADD 1 TO WS-DEP-WRITTEN
           END-IF

           IF WS-LSE-RENT-BILLED(WS-LSE-IDX) = 'Y'
               ADD 1 TO WS-SKIPPED-COUNT
               EXIT PARAGRAPH
           END-IF

           MOVE "RNT" TO WS-BILL-PREFIX
           MOVE 'R' TO WS-NEW-TYPE
           MOVE WS-LSE-ID(WS-LSE-IDX) TO WS-NEW-ACCOUNT
           MOVE WS-LSE-RENT(WS-LSE-IDX) TO WS-NEW-AMOUNT
           STRING WS-RUN-MONTH WS-LSE-DUE-DAY(WS-LSE-IDX)
                  DELIMITED BY SIZE
                  INTO WS-DUE-DATE
           PERFORM WRITE-ONE-BILL
           MOVE 'Y' TO WS-LSE-RENT-BILLED(WS-LSE-IDX)
           ADD 1 TO WS-RENT-WRITTEN.

       WRITE-ONE-BILL.
           ADD 1 TO WS-BILL-SEQUENCE
           MOVE SPACES TO WS-NEW-BILL-ID
           STRING WS-BILL-PREFIX WS-YEAR(3:2) WS-MONTH WS-DAY
                  WS-HOUR WS-MINUTE WS-SECOND
                  WS-BILL-SEQUENCE
                  DELIMITED BY SIZE
                  INTO WS-NEW-BILL-ID

           MOVE WS-NEW-BILL-ID TO RB-BILL-ID
           MOVE WS-LSE-ID(WS-LSE-IDX) TO RB-LEASE-ID
           MOVE WS-NEW-ACCOUNT TO RB-ACCOUNT-NUMBER
           MOVE WS-NEW-TYPE TO RB-BILL-TYPE
           MOVE WS-RUN-MONTH TO RB-BILL-MONTH
           MOVE WS-DUE-DATE TO RB-DUE-DATE
           MOVE WS-NEW-AMOUNT TO RB-AMOUNT-DUE
           MOVE 'O' TO RB-STATUS
           MOVE ZERO TO RB-PAID-AMOUNT
           MOVE ZERO TO RB-NET-AMOUNT
           MOVE SPACES TO RB-PAID-PAYMENT-ID
           MOVE ZERO TO RB-PAID-DATE
           MOVE SPACES TO RB-RELATED-BILL-ID
           STRING WS-YEAR WS-MONTH WS-DAY
                  WS-HOUR WS-MINUTE WS-SECOND
                  DELIMITED BY SIZE
                  INTO RB-TIMESTAMP

           WRITE RENT-BILL-RECORD

           ADD WS-NEW-AMOUNT TO WS-TOTAL-BILLED

           MOVE WS-NEW-BILL-ID TO WS-DTL-BILL-ID
           MOVE WS-LSE-ID(WS-LSE-IDX) TO WS-DTL-LEASE-ID
           MOVE WS-NEW-ACCOUNT TO WS-DTL-ACCOUNT
           IF WS-NEW-TYPE = 'D'
               MOVE "DEP" TO WS-DTL-TYPE
           ELSE
               MOVE "RENT" TO WS-DTL-TYPE
           END-IF
           MOVE WS-DUE-DATE TO WS-DTL-DUE-DATE
           MOVE WS-NEW-AMOUNT TO WS-DTL-AMOUNT
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-BILLING-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-RENT-WRITTEN TO WS-SUM-RENT
           MOVE WS-DEP-WRITTEN TO WS-SUM-DEPOSITS
           MOVE WS-SKIPPED-COUNT TO WS-SUM-SKIPPED
           MOVE WS-TOTAL-BILLED TO WS-SUM-TOTAL
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
