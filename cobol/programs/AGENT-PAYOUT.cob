      * AGENT-MASTER'S YTD/TOTAL SALES, APPENDS A "PAID" FOLLOW-UP
      * ENTRY FOR EACH ONE SETTLED SO A RERUN DOES NOT DOUBLE-PAY, AND
      * WRITES A PAYOUT REPORT FOR ACCOUNTING.
      * OPEN AGENT CHARGES BILLED BY AGENT-BILLING ONTO AGTCHARGE.DAT
      * (DESK FEES, E&O, MLS DUES, TRANSACTION FEES) ARE COLLECTED OUT
      * OF WHAT IS LEFT OF EACH PAYOUT AFTER ADVANCES AND CLAWBACKS,
      * THE SAME WAY ADVANCES ARE RECOVERED.
      * EACH AGENT'S NET PAYOUT IS THEN DISBURSED BY DIRECT DEPOSIT
      * WHEN THE AGENT'S BANKING DETAILS (AGTBANK.DAT, MAINTAINED BY
      * AGENT-BANK.COB) HAVE COMPLETED THEIR ZERO-DOLLAR PRENOTE
      * CYCLE, AND BY CHECK THROUGH THE POSITIVE-PAY REGISTER
      * OTHERWISE. THE NACHA PPD CREDIT FILE AGTACH.DAT AND THE AGENT
      * CHECK INSTRUCTIONS AGTCHECK.DAT ARE BOTH REBUILT EACH RUN FROM
      * THE APPEND-ONLY DISBURSEMENT LOG AGTPAYLOG.DAT FOR THE
      * BUSINESS DATE, SO A RERUN THAT FINDS NOTHING LEFT TO PAY
      * STILL HANDS THE BANK AND POSITIVE-PAY EVERYTHING THE DAY
      * ALREADY PAID. THE ACH/CHECK SPLIT GOES TO CTLTOTLS.DAT, AND
      * BALANCE-GATE HOLDS THE FILE UNLESS IT PROVES TO THE PAYOUT.
      * THE BANK'S ORIGINATION IDENTIFIERS COME FROM ACHORIG.DAT; THE
      * RUN ENDS WITH RETURN CODE 8 BEFORE PAYING ANYONE WITHOUT THEM.
      *****************************************************************

       ENVIRONMENT DIVISION.
                  RECORD KEY IS AW-ADVANCE-ID
                  FILE STATUS IS WS-ADVWRK-STATUS.

           SELECT CHARGE-LEDGER-FILE ASSIGN TO "AGTCHARGE.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-CHG-STATUS.

           SELECT CHARGE-WORK-FILE ASSIGN TO "CHGPWRK.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CW-CHARGE-ID
                  FILE STATUS IS WS-CHGWRK-STATUS.

           SELECT AGENT-BANK-FILE ASSIGN TO "AGTBANK.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-BANK-STATUS.

           SELECT BANK-WORK-FILE ASSIGN TO "BNKPWRK.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS BW-AGENT-ID
                  FILE STATUS IS WS-BNKWRK-STATUS.

           SELECT PAY-LOG-FILE ASSIGN TO "AGTPAYLOG.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-PAYLOG-STATUS.

           SELECT ACH-FILE ASSIGN TO "AGTACH.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-ACH-STATUS.

           SELECT AGENT-CHECK-FILE ASSIGN TO "AGTCHECK.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-AGTCHK-STATUS.

           SELECT ACH-ORIGINATOR-FILE ASSIGN TO "ACHORIG.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-ACHORIG-STATUS.

           SELECT ADVANCE-AGING-REPORT ASSIGN TO "ADVAGING.RPT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
               88  CL-EARNED           VALUE 'E'.
               88  CL-PAID             VALUE 'P'.
               88  CL-RETAINED         VALUE 'R'.
               88  CL-REVERSED         VALUE 'X'.
               88  CL-CLAWBACK-OPEN    VALUE 'C' 'N'.
               88  CL-CLAWBACK-CLEARED VALUE 'K'.
               88  CL-HELD             VALUE 'H'.
               88  CL-RELEASED         VALUE 'L'.
           05  CL-SHARE-TYPE           PIC X.
               88  CL-AGENT-SHARE      VALUE 'A' ' '.
               88  CL-OFFICE-SHARE     VALUE 'O'.
           05  AW-STATUS           PIC X.
           05  AW-DRAW-DATE        PIC 9(8).

      *****************************************************************
      * APPEND-ONLY AGENT-CHARGES LEDGER WRITTEN BY AGENT-BILLING.COB.
      * COLLECTION FOLLOW-UPS ARE APPENDED UNDER THE SAME CHARGE-ID -
      * LATEST STATE WINS, SAME PATTERN AS ADVLEDGER.DAT.
      *****************************************************************
       FD  CHARGE-LEDGER-FILE.
       01  CHARGE-LEDGER-RECORD.
           05  CH-CHARGE-ID        PIC X(20).
           05  CH-AGENT-ID         PIC X(20).
           05  CH-CHARGE-TYPE      PIC X(6).
           05  CH-REFERENCE        PIC X(20).
           05  CH-PROPERTY-ID      PIC X(20).
           05  CH-BILL-DATE        PIC 9(8).
           05  CH-CHARGE-AMOUNT    PIC 9(7)V99.
           05  CH-OUTSTANDING      PIC 9(7)V99.
           05  CH-STATUS           PIC X.
               88  CH-OPEN         VALUE 'O'.
               88  CH-CLOSED       VALUE 'C'.
           05  CH-TIMESTAMP        PIC 9(14).

      *****************************************************************
      * KEYED WORK FILE REBUILT FROM AGTCHARGE.DAT EVERY RUN - LATEST
      * STATE PER CHARGE-ID, CHARGE FIELDS FROM THE ORIGINAL RECORD.
      *****************************************************************
       FD  CHARGE-WORK-FILE.
       01  CHARGE-WORK-RECORD.
           05  CW-CHARGE-ID        PIC X(20).
           05  CW-AGENT-ID         PIC X(20).
           05  CW-CHARGE-TYPE      PIC X(6).
           05  CW-REFERENCE        PIC X(20).
           05  CW-PROPERTY-ID      PIC X(20).
           05  CW-BILL-DATE        PIC 9(8).
           05  CW-CHARGE-AMOUNT    PIC 9(7)V99.
           05  CW-OUTSTANDING      PIC 9(7)V99.
           05  CW-STATUS           PIC X.

      *****************************************************************
      * APPEND-ONLY AGENT BANKING LEDGER MAINTAINED BY AGENT-BANK.COB -
      * LATEST STATE WINS PER AGENT-ID. THIS JOB APPENDS THE 'S'
      * PRENOTE-SENT AND 'A' ACTIVE FOLLOW-UPS AS THE PRENOTE CYCLE
      * PROGRESSES.
      *****************************************************************
       FD  AGENT-BANK-FILE.
       01  AGENT-BANK-RECORD.
           05  AB-AGENT-ID         PIC X(20).
           05  AB-ROUTING-NUMBER   PIC 9(9).
           05  AB-BANK-ACCOUNT     PIC X(17).
           05  AB-ACCOUNT-TYPE     PIC X.
               88  AB-CHECKING     VALUE 'C'.
               88  AB-SAVINGS      VALUE 'S'.
           05  AB-STATUS           PIC X.
               88  AB-PRENOTE-DUE  VALUE 'P'.
               88  AB-PRENOTE-SENT VALUE 'S'.
               88  AB-ACTIVE       VALUE 'A'.
               88  AB-REJECTED     VALUE 'R'.
               88  AB-STOPPED      VALUE 'C'.
           05  AB-PRENOTE-DATE     PIC 9(8).
           05  AB-STATUS-DATE      PIC 9(8).
           05  AB-TIMESTAMP        PIC 9(14).

      *****************************************************************
      * KEYED WORK FILE REBUILT FROM AGTBANK.DAT EVERY RUN - LATEST
      * BANKING STATE PER AGENT-ID.
      *****************************************************************
       FD  BANK-WORK-FILE.
       01  BANK-WORK-RECORD.
           05  BW-AGENT-ID         PIC X(20).
           05  BW-ROUTING-NUMBER   PIC 9(9).
           05  BW-BANK-ACCOUNT     PIC X(17).
           05  BW-ACCOUNT-TYPE     PIC X.
           05  BW-STATUS           PIC X.
           05  BW-PRENOTE-DATE     PIC 9(8).
           05  BW-STATUS-DATE      PIC 9(8).

      *****************************************************************
      * APPEND-ONLY DISBURSEMENT LOG - ONE RECORD PER ACH CREDIT, ACH
      * PRENOTE OR AGENT CHECK THIS JOB HAS EVER ISSUED, STAMPED WITH
      * THE BUSINESS DATE. THE DAY'S ACH FILE AND CHECK INSTRUCTIONS
      * ARE BOTH REBUILT FROM IT.
      *****************************************************************
       FD  PAY-LOG-FILE.
       01  PAY-LOG-RECORD.
           05  PL-RUN-DATE         PIC 9(8).
           05  PL-AGENT-ID         PIC X(20).
           05  PL-AGENT-NAME       PIC X(40).
           05  PL-METHOD           PIC X(8).
               88  PL-ACH-CREDIT   VALUE "ACH".
               88  PL-ACH-PRENOTE  VALUE "PRENOTE".
               88  PL-CHECK        VALUE "CHECK".
           05  PL-ROUTING-NUMBER   PIC 9(9).
           05  PL-ROUTING-PARTS REDEFINES PL-ROUTING-NUMBER.
               10  PL-RDFI-ID      PIC 9(8).
               10  PL-RDFI-CHECK   PIC 9.
           05  PL-BANK-ACCOUNT     PIC X(17).
           05  PL-ACCOUNT-TYPE     PIC X.
           05  PL-AMOUNT           PIC 9(9)V99.
           05  PL-ITEM-COUNT       PIC 9(5).
           05  PL-TIMESTAMP        PIC 9(14).

      *****************************************************************
      * NACHA-FORMAT ACH TRANSMISSION - 94-BYTE RECORDS, BLOCKED BY
      * TEN.
      *****************************************************************
       FD  ACH-FILE.
       01  ACH-RECORD              PIC X(94).

      *****************************************************************
      * AGENT CHECK INSTRUCTIONS FOR POSITIVE-PAY.COB, IN THE SAME
      * LAYOUT ESCROW-DISBURSE WRITES ON VENDORPAY.DAT, SO THE CHECKS
      * ARE NUMBERED, REGISTERED AND SENT TO THE BANK'S ISSUE FILE
      * WITH EVERY OTHER CHECK WE WRITE.
      *****************************************************************
       FD  AGENT-CHECK-FILE.
       01  AGENT-CHECK-RECORD.
           05  AK-PAYEE-ID         PIC X(20).
           05  AK-PAYEE-NAME       PIC X(40).
           05  AK-PAY-METHOD       PIC X(10).
           05  AK-BANK-ROUTING     PIC X(9).
           05  AK-BANK-ACCOUNT     PIC X(17).
           05  AK-AMOUNT           PIC 9(11)V99.
           05  AK-ITEM-COUNT       PIC 9(5).
           05  AK-RUN-DATE         PIC 9(8).

      *****************************************************************
      * ACH ORIGINATION IDENTIFIERS, ONE PIPE-DELIMITED LINE:
      *   DEST-ROUTING|ODFI-ID|COMPANY-ID|COMPANY-NAME|DEST-NAME
      *   |ORIGIN-NAME
      *****************************************************************
       FD  ACH-ORIGINATOR-FILE.
       01  ACH-ORIGINATOR-LINE     PIC X(200).

       FD  ADVANCE-AGING-REPORT.
       01  AGING-LINE              PIC X(100).

               10  WS-PAYOUT-COUNT     PIC 9(5)  VALUE ZERO.
               10  WS-PAYOUT-TOTAL     PIC 9(9)V99 VALUE ZERO.
               10  WS-PAYOUT-RECOVERED PIC 9(9)V99 VALUE ZERO.
               10  WS-PAYOUT-CLAWED    PIC 9(9)V99 VALUE ZERO.
               10  WS-PAYOUT-CHARGED   PIC 9(9)V99 VALUE ZERO.
               10  WS-PAYOUT-NAME      PIC X(40).
               10  WS-PAYOUT-METHOD    PIC X(6).

       01  WS-AGENT-COUNT-USED      PIC 9(5) VALUE ZERO.
       01  WS-AGENT-SEARCH-IDX      PIC 9(5).
       01  WS-ADVWRK-EOF-SW         PIC X VALUE 'N'.
           88  WS-ADVWRK-END-OF-FILE VALUE 'Y'.
       01  WS-DEAL-STATUS           PIC XX.
       01  WS-CHG-STATUS            PIC XX.
       01  WS-CHGWRK-STATUS         PIC XX.
       01  WS-CHGWRK-EOF-SW         PIC X VALUE 'N'.
           88  WS-CHGWRK-END-OF-FILE VALUE 'Y'.
       01  WS-AGING-RPT-STATUS      PIC XX.
       01  WS-BANK-STATUS           PIC XX.
       01  WS-BNKWRK-STATUS         PIC XX.
       01  WS-BNKWRK-EOF-SW         PIC X VALUE 'N'.
           88  WS-BNKWRK-END-OF-FILE VALUE 'Y'.
       01  WS-PAYLOG-STATUS         PIC XX.
       01  WS-ACH-STATUS            PIC XX.
       01  WS-AGTCHK-STATUS         PIC XX.
       01  WS-ACHORIG-STATUS        PIC XX.
       01  WS-AGENT-OPEN-SW         PIC X VALUE 'N'.

      *****************************************************************
      * DISBURSEMENT ROUTING. A PRENOTE MUST STAND UNRETURNED FOR THREE
      * BANKING DAYS BEFORE LIVE CREDITS MAY FOLLOW; SIX CALENDAR DAYS
      * COVERS THAT ACROSS ANY WEEKEND-AND-HOLIDAY RUN. THE RUN
      * TOTALS FEED THE ACHCREDIT AND CHECKPAY CONTROL TOTALS.
      *****************************************************************
       01  WS-DISBURSE-WORK.
           05  WS-PRENOTE-WAIT-DAYS PIC 9(3) VALUE 6.
           05  WS-PRENOTE-INT      PIC 9(7).
           05  WS-MAX-ACH-AMOUNT   PIC 9(9)V99 VALUE 99999999.99.
           05  WS-NAME-WORK        PIC X(40).
           05  WS-ACH-RUN-COUNT    PIC 9(6) VALUE ZERO.
           05  WS-ACH-RUN-TOTAL    PIC 9(11)V99 VALUE ZERO.
           05  WS-CHECK-RUN-COUNT  PIC 9(6) VALUE ZERO.
           05  WS-CHECK-RUN-TOTAL  PIC 9(11)V99 VALUE ZERO.
           05  WS-PRENOTE-RUN-COUNT PIC 9(6) VALUE ZERO.

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
           05  WS-ACH-CREDIT-TOTAL PIC 9(10)V99 VALUE ZERO.
           05  WS-ACH-RECORD-COUNT PIC 9(8) VALUE ZERO.
           05  WS-ACH-BLOCK-COUNT  PIC 9(6) VALUE ZERO.
           05  WS-ACH-PAD-COUNT    PIC 9(2) VALUE ZERO.
           05  WS-ACH-TRACE-SEQ    PIC 9(7) VALUE ZERO.

       01  WS-DATE-YYMMDD          PIC 9(6).

      *****************************************************************
      * NACHA RECORD LAYOUTS - FILE HEADER (1), PPD BATCH HEADER (5),
      * ENTRY DETAIL (6), BATCH CONTROL (8), FILE CONTROL (9), AND
      * THE ALL-NINES RECORD THAT FILLS OUT THE LAST BLOCK OF TEN.
      * ONE CREDITS-ONLY BATCH (SERVICE CLASS 220) PER FILE.
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
           05  FILLER              PIC X(3)  VALUE "220".
           05  WS-ABH-COMPANY-NAME PIC X(16).
           05  FILLER              PIC X(20) VALUE SPACES.
           05  WS-ABH-COMPANY-ID   PIC X(10).
           05  FILLER              PIC X(3)  VALUE "PPD".
           05  FILLER              PIC X(10) VALUE "COMMISSION".
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
           05  FILLER              PIC X(3)  VALUE "220".
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

       01  WS-RECOVERY-WORK.
           05  WS-AVAILABLE-PAYOUT PIC 9(9)V99.
           05  FILLER              PIC X(7) VALUE SPACES.
           05  WS-RCV-AMOUNT       PIC Z(7)9.99.

       01  WS-CLAWBACK-LINE.
           05  FILLER              PIC X(20) VALUE
               "  CLAWBACK RECOVERY".
           05  FILLER              PIC X(7) VALUE SPACES.
           05  WS-CLW-AMOUNT       PIC Z(7)9.99.

       01  WS-CHARGE-LINE.
           05  FILLER              PIC X(20) VALUE
               "  CHARGES COLLECTED".
           05  FILLER              PIC X(7) VALUE SPACES.
           05  WS-CHG-AMOUNT       PIC Z(7)9.99.

       01  WS-CURRENT-DATE.
           05  WS-YEAR              PIC 9(4).
           05  WS-MONTH             PIC 99.
           05  WS-DTL-COUNT         PIC ZZ,ZZ9.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-DTL-TOTAL         PIC Z(7)9.99.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-DTL-METHOD        PIC X(6).

       01  WS-OFFICE-HEADING-LINE.
           05  FILLER               PIC X(8)  VALUE "OFFICE: ".
           PERFORM SUMMARIZE-UNPAID-BY-AGENT
           PERFORM REBUILD-ADVANCE-WORK-FILE
           PERFORM NET-ADVANCES-FROM-PAYOUTS
           PERFORM NET-CLAWBACKS-FROM-PAYOUTS
           PERFORM REBUILD-CHARGE-WORK-FILE
           PERFORM NET-CHARGES-FROM-PAYOUTS
           CLOSE CHARGE-WORK-FILE
           PERFORM POST-PAYOUTS-TO-AGENTS
           PERFORM REBUILD-BANK-WORK-FILE
           PERFORM MATURE-SENT-PRENOTES
           PERFORM ROUTE-PAYOUTS-BY-METHOD
           PERFORM QUEUE-DUE-PRENOTES
           CLOSE BANK-WORK-FILE
           PERFORM WRITE-ACH-FILE
           PERFORM WRITE-AGENT-CHECK-FILE
           PERFORM BUILD-OFFICE-TOTALS
           PERFORM APPEND-PAID-MARKERS
           PERFORM WRITE-PAYOUT-REPORT
           MOVE WS-SWEPT-LEDGER-TOTAL TO WS-CT-AMOUNT
           PERFORM WRITE-CONTROL-TOTAL

           MOVE "ACHCREDIT" TO WS-CT-LABEL
           MOVE WS-ACH-RUN-COUNT TO WS-CT-COUNT
           MOVE WS-ACH-RUN-TOTAL TO WS-CT-AMOUNT
           PERFORM WRITE-CONTROL-TOTAL

           MOVE "CHECKPAY" TO WS-CT-LABEL
           MOVE WS-CHECK-RUN-COUNT TO WS-CT-COUNT
           MOVE WS-CHECK-RUN-TOTAL TO WS-CT-AMOUNT
           PERFORM WRITE-CONTROL-TOTAL

           STOP RUN.

       INITIALIZE-PAYOUT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           PERFORM GET-BUSINESS-DATE
           ACCEPT WS-CURRENT-TIME FROM TIME
           PERFORM LOAD-ACH-ORIGINATOR
           MOVE 'N' TO WS-EOF-SWITCH.

      *****************************************************************
      * THE ORIGINATION IDENTIFIERS MUST BE PRESENT AND WELL FORMED -
      * A NINE-DIGIT DESTINATION ROUTING NUMBER, AN EIGHT-DIGIT ODFI,
      * AND NO FIELD BLANK OR LONGER THAN ITS NACHA POSITION. WITHOUT
      * THEM NO ACH FILE THE BANK WOULD ACCEPT CAN BE BUILT, SO THE
      * RUN STOPS BEFORE ANYTHING IS SWEPT OR PAID.
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
               DISPLAY "AGENT-PAYOUT: ACHORIG.DAT MISSING OR INVALID"
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

       BUILD-LEDGER-STATUS-TABLE.
           OPEN INPUT COMMISSION-LEDGER-FILE

               ELSE
                   MOVE CL-ENTRY-STATUS
                       TO WS-TABLE-STATUS(WS-SEARCH-IDX)
                   IF CL-CLAWBACK-OPEN OR CL-CLAWBACK-CLEARED
                       MOVE CL-COMMISSION-AMOUNT
                           TO WS-TABLE-AMOUNT(WS-SEARCH-IDX)
                   END-IF
               END-IF
               PERFORM READ-LEDGER-RECORD
           END-PERFORM
      * STAY ON THE LEDGER FOR THE GL EXTRACT AND MANAGEMENT
      * REPORTING, NOT IN ANYONE'S PAYOUT. A BLANK SHARE TYPE IS A
      * LEDGER LINE FROM BEFORE SPLIT PLANS EXISTED AND IS TREATED AS
      * AN AGENT SHARE. A DEPARTED AGENT'S LINE HELD ('H') BY
      * AGENT-DEPART WAITS FOR THE BROKER; ONCE RELEASED FOR PAYMENT
      * ('L') IT PAYS LIKE ANY EARNED LINE.
      *****************************************************************
       SUMMARIZE-UNPAID-BY-AGENT.
           PERFORM VARYING WS-LEDGER-IDX FROM 1 BY 1
                   UNTIL WS-LEDGER-IDX > WS-LEDGER-COUNT-USED
               IF (WS-TABLE-STATUS(WS-LEDGER-IDX) = 'E'
                       OR WS-TABLE-STATUS(WS-LEDGER-IDX) = 'L')
                       AND (WS-TABLE-SHARE(WS-LEDGER-IDX) = 'A'
                           OR WS-TABLE-SHARE(WS-LEDGER-IDX) = SPACE)
                   PERFORM ACCUMULATE-ONE-UNPAID-ENTRY
      * THE AGENT LOOKUP ONLY FETCHES THE OFFICE FOR THE PAYOUT
      * REGISTER. AM-YTD-SALES / AM-TOTAL-SALES ARE SALES-PRODUCTION
      * FIGURES OWNED BY THE SALES-PRODUCTION BATCH JOB - COMMISSION
      * PAYOUTS ARE NOT SALES VOLUME AND NO LONGER POST THERE. THE
      * AGENT'S NAME IS KEPT FOR THE ACH ENTRY OR CHECK PAYEE LINE.
      *****************************************************************
       POST-ONE-AGENT-PAYOUT.
           MOVE WS-PAYOUT-AGENT-ID(WS-AGENT-IDX) TO AM-AGENT-ID
           MOVE "UNKNOWN" TO WS-PAYOUT-OFFICE-ID(WS-AGENT-IDX)
           MOVE WS-PAYOUT-AGENT-ID(WS-AGENT-IDX)
               TO WS-PAYOUT-NAME(WS-AGENT-IDX)
           READ AGENT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE AM-OFFICE-ID
                       TO WS-PAYOUT-OFFICE-ID(WS-AGENT-IDX)
                   PERFORM FORMAT-AGENT-NAME
                   MOVE WS-NAME-WORK TO WS-PAYOUT-NAME(WS-AGENT-IDX)
           END-READ

           ADD 1 TO WS-GRAND-COUNT
           ADD WS-PAYOUT-TOTAL(WS-AGENT-IDX) TO WS-GRAND-TOTAL.

       FORMAT-AGENT-NAME.
           MOVE SPACES TO WS-NAME-WORK
           STRING AM-FIRST-NAME DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  AM-LAST-NAME DELIMITED BY SPACE
                  INTO WS-NAME-WORK.

      *****************************************************************
      * COLLAPSES THE PER-AGENT TABLE (NOW CARRYING EACH AGENT'S
      * OFFICE FROM AGENT-MASTER) INTO ONE ENTRY PER DISTINCT OFFICE,
           PERFORM VARYING WS-LEDGER-IDX FROM 1 BY 1
                   UNTIL WS-LEDGER-IDX > WS-LEDGER-COUNT-USED
               IF WS-TABLE-STATUS(WS-LEDGER-IDX) = 'E'
                       OR WS-TABLE-STATUS(WS-LEDGER-IDX) = 'L'
                   IF WS-TABLE-SHARE(WS-LEDGER-IDX) = 'A'
                           OR WS-TABLE-SHARE(WS-LEDGER-IDX) = SPACE
                       PERFORM WRITE-ONE-PAID-MARKER

           CLOSE ADVANCE-LEDGER-FILE.

      *****************************************************************
      * COMMISSION CLAWBACKS FROM CANCELLED DEALS. A COMMISSION LINE
      * ALREADY PAID OUT WHEN ITS DEAL FELL THROUGH IS FLIPPED TO AN
      * OPEN CLAWBACK ('C') CARRYING THE AMOUNT OWED BACK; IT IS
      * RECOVERED OUT OF WHAT IS LEFT OF THE AGENT'S PAYOUT AFTER
      * ADVANCES, AND A FOLLOW-UP CARRIES THE REMAINING BALANCE
      * ('N', STILL NETTING) OR CLEARS IT ('K'). THE RECOVERED MONEY
      * JOINS THE RECOVERED CONTROL TOTAL, SO SWEPT STILL PROVES TO
      * PAYOUT PLUS RECOVERED AT THE BALANCE GATE.
      *****************************************************************
       NET-CLAWBACKS-FROM-PAYOUTS.
           PERFORM VARYING WS-LEDGER-IDX FROM 1 BY 1
                   UNTIL WS-LEDGER-IDX > WS-LEDGER-COUNT-USED
               IF (WS-TABLE-STATUS(WS-LEDGER-IDX) = 'C'
                       OR WS-TABLE-STATUS(WS-LEDGER-IDX) = 'N')
                       AND WS-TABLE-AMOUNT(WS-LEDGER-IDX) > ZERO
                   PERFORM NET-ONE-CLAWBACK
               END-IF
           END-PERFORM.

       NET-ONE-CLAWBACK.
           PERFORM FIND-AGENT-ENTRY

           IF WS-FOUND-SWITCH = 'N'
               EXIT PARAGRAPH
           END-IF

           IF WS-PAYOUT-TOTAL(WS-AGENT-SEARCH-IDX) = ZERO
               EXIT PARAGRAPH
           END-IF

           IF WS-TABLE-AMOUNT(WS-LEDGER-IDX) >
                   WS-PAYOUT-TOTAL(WS-AGENT-SEARCH-IDX)
               MOVE WS-PAYOUT-TOTAL(WS-AGENT-SEARCH-IDX)
                   TO WS-RECOVER-AMOUNT
           ELSE
               MOVE WS-TABLE-AMOUNT(WS-LEDGER-IDX) TO WS-RECOVER-AMOUNT
           END-IF

           SUBTRACT WS-RECOVER-AMOUNT
               FROM WS-PAYOUT-TOTAL(WS-AGENT-SEARCH-IDX)
           ADD WS-RECOVER-AMOUNT
               TO WS-PAYOUT-CLAWED(WS-AGENT-SEARCH-IDX)
           ADD WS-RECOVER-AMOUNT TO WS-RECOVERED-TOTAL

           SUBTRACT WS-RECOVER-AMOUNT
               FROM WS-TABLE-AMOUNT(WS-LEDGER-IDX)
           IF WS-TABLE-AMOUNT(WS-LEDGER-IDX) = ZERO
               MOVE 'K' TO WS-TABLE-STATUS(WS-LEDGER-IDX)
           ELSE
               MOVE 'N' TO WS-TABLE-STATUS(WS-LEDGER-IDX)
           END-IF

           PERFORM APPEND-CLAWBACK-MARKER.

       APPEND-CLAWBACK-MARKER.
           OPEN EXTEND COMMISSION-LEDGER-FILE

           IF WS-LEDGER-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-TABLE-LEDGER-ID(WS-LEDGER-IDX) TO CL-LEDGER-ID
           MOVE WS-TABLE-AGENT-ID(WS-LEDGER-IDX) TO CL-AGENT-ID
           MOVE SPACES TO CL-PROPERTY-ID
           MOVE SPACES TO CL-TRANS-ID
           MOVE WS-TABLE-AMOUNT(WS-LEDGER-IDX) TO CL-COMMISSION-AMOUNT
           MOVE WS-TABLE-STATUS(WS-LEDGER-IDX) TO CL-ENTRY-STATUS
           MOVE 'A' TO CL-SHARE-TYPE
           STRING WS-YEAR WS-MONTH WS-DAY
                  WS-HOUR WS-MINUTE WS-SECOND
                  DELIMITED BY SIZE
                  INTO CL-TIMESTAMP

           WRITE COMMISSION-LEDGER-RECORD

           CLOSE COMMISSION-LEDGER-FILE.

      *****************************************************************
      * COLLAPSES THE APPEND-ONLY CHARGES LEDGER TO LATEST STATE PER
      * CHARGE-ID ON THE KEYED WORK FILE, THE SAME WAY THE DRAW
      * LEDGER IS COLLAPSED ABOVE.
      *****************************************************************
       REBUILD-CHARGE-WORK-FILE.
           OPEN OUTPUT CHARGE-WORK-FILE
           CLOSE CHARGE-WORK-FILE
           OPEN I-O CHARGE-WORK-FILE

           OPEN INPUT CHARGE-LEDGER-FILE

           IF WS-CHG-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-END-OF-FILE
               READ CHARGE-LEDGER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       PERFORM NOTE-ONE-CHARGE
               END-READ
           END-PERFORM

           CLOSE CHARGE-LEDGER-FILE
           MOVE 'N' TO WS-EOF-SWITCH.

       NOTE-ONE-CHARGE.
           MOVE CH-CHARGE-ID TO CW-CHARGE-ID
           READ CHARGE-WORK-FILE
               INVALID KEY
                   MOVE CH-AGENT-ID TO CW-AGENT-ID
                   MOVE CH-CHARGE-TYPE TO CW-CHARGE-TYPE
                   MOVE CH-REFERENCE TO CW-REFERENCE
                   MOVE CH-PROPERTY-ID TO CW-PROPERTY-ID
                   MOVE CH-BILL-DATE TO CW-BILL-DATE
                   MOVE CH-CHARGE-AMOUNT TO CW-CHARGE-AMOUNT
                   MOVE CH-OUTSTANDING TO CW-OUTSTANDING
                   MOVE CH-STATUS TO CW-STATUS
                   WRITE CHARGE-WORK-RECORD
               NOT INVALID KEY
                   MOVE CH-OUTSTANDING TO CW-OUTSTANDING
                   MOVE CH-STATUS TO CW-STATUS
                   REWRITE CHARGE-WORK-RECORD
           END-READ.

      *****************************************************************
      * AGENT CHARGES ARE COLLECTED LAST, OUT OF WHAT IS LEFT OF THE
      * PAYOUT AFTER ADVANCES AND CLAWBACKS, OLDEST CHARGE FIRST IN
      * CHARGE-ID ORDER. EVERY CHARGE TOUCHED GETS A FOLLOW-UP WITH
      * ITS REDUCED OUTSTANDING BALANCE ('C' WHEN FULLY COLLECTED).
      * THE COLLECTED MONEY JOINS THE RECOVERED CONTROL TOTAL, SO
      * SWEPT STILL PROVES TO PAYOUT PLUS RECOVERED AT THE GATE.
      *****************************************************************
       NET-CHARGES-FROM-PAYOUTS.
           PERFORM VARYING WS-AGENT-IDX FROM 1 BY 1
                   UNTIL WS-AGENT-IDX > WS-AGENT-COUNT-USED
               IF WS-PAYOUT-TOTAL(WS-AGENT-IDX) > ZERO
                   PERFORM NET-ONE-AGENT-CHARGES
               END-IF
           END-PERFORM.

       NET-ONE-AGENT-CHARGES.
           MOVE WS-PAYOUT-TOTAL(WS-AGENT-IDX) TO WS-AVAILABLE-PAYOUT
           MOVE ZERO TO WS-PAYOUT-CHARGED(WS-AGENT-IDX)

           MOVE 'N' TO WS-CHGWRK-EOF-SW
           MOVE LOW-VALUES TO CW-CHARGE-ID
           START CHARGE-WORK-FILE
               KEY IS NOT LESS THAN CW-CHARGE-ID
               INVALID KEY
                   MOVE 'Y' TO WS-CHGWRK-EOF-SW
           END-START

           PERFORM UNTIL WS-CHGWRK-END-OF-FILE
                   OR WS-AVAILABLE-PAYOUT = ZERO
               READ CHARGE-WORK-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-CHGWRK-EOF-SW
                   NOT AT END
                       IF CW-AGENT-ID =
                               WS-PAYOUT-AGENT-ID(WS-AGENT-IDX)
                               AND CW-STATUS = 'O'
                               AND CW-OUTSTANDING > ZERO
                           PERFORM COLLECT-ONE-CHARGE
                       END-IF
               END-READ
           END-PERFORM

           MOVE 'N' TO WS-CHGWRK-EOF-SW

           SUBTRACT WS-PAYOUT-CHARGED(WS-AGENT-IDX)
               FROM WS-PAYOUT-TOTAL(WS-AGENT-IDX).

       COLLECT-ONE-CHARGE.
           IF CW-OUTSTANDING > WS-AVAILABLE-PAYOUT
               MOVE WS-AVAILABLE-PAYOUT TO WS-RECOVER-AMOUNT
           ELSE
               MOVE CW-OUTSTANDING TO WS-RECOVER-AMOUNT
           END-IF

           SUBTRACT WS-RECOVER-AMOUNT FROM CW-OUTSTANDING
           SUBTRACT WS-RECOVER-AMOUNT FROM WS-AVAILABLE-PAYOUT
           ADD WS-RECOVER-AMOUNT
               TO WS-PAYOUT-CHARGED(WS-AGENT-IDX)
           ADD WS-RECOVER-AMOUNT TO WS-RECOVERED-TOTAL

           IF CW-OUTSTANDING = ZERO
               MOVE 'C' TO CW-STATUS
           END-IF

           REWRITE CHARGE-WORK-RECORD

           PERFORM APPEND-CHARGE-MARKER.

       APPEND-CHARGE-MARKER.
           OPEN EXTEND CHARGE-LEDGER-FILE

           IF WS-CHG-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE CW-CHARGE-ID TO CH-CHARGE-ID
           MOVE CW-AGENT-ID TO CH-AGENT-ID
           MOVE CW-CHARGE-TYPE TO CH-CHARGE-TYPE
           MOVE CW-REFERENCE TO CH-REFERENCE
           MOVE CW-PROPERTY-ID TO CH-PROPERTY-ID
           MOVE CW-BILL-DATE TO CH-BILL-DATE
           MOVE CW-CHARGE-AMOUNT TO CH-CHARGE-AMOUNT
           MOVE CW-OUTSTANDING TO CH-OUTSTANDING
           MOVE CW-STATUS TO CH-STATUS
           STRING WS-YEAR WS-MONTH WS-DAY
                  WS-HOUR WS-MINUTE WS-SECOND
                  DELIMITED BY SIZE
                  INTO CH-TIMESTAMP

           WRITE CHARGE-LEDGER-RECORD

           CLOSE CHARGE-LEDGER-FILE.

      *****************************************************************
      * COLLAPSES THE APPEND-ONLY BANKING LEDGER TO LATEST STATE PER
      * AGENT-ID ON THE KEYED WORK FILE. THE WORK FILE IS SCRATCHED
      * AND REBUILT EVERY RUN.
      *****************************************************************
       REBUILD-BANK-WORK-FILE.
           OPEN OUTPUT BANK-WORK-FILE
           CLOSE BANK-WORK-FILE
           OPEN I-O BANK-WORK-FILE

           OPEN INPUT AGENT-BANK-FILE

           IF WS-BANK-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-END-OF-FILE
               READ AGENT-BANK-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       PERFORM NOTE-ONE-BANKING-RECORD
               END-READ
           END-PERFORM

           CLOSE AGENT-BANK-FILE
           MOVE 'N' TO WS-EOF-SWITCH.

       NOTE-ONE-BANKING-RECORD.
           MOVE AB-AGENT-ID TO BW-AGENT-ID
           MOVE AB-ROUTING-NUMBER TO BW-ROUTING-NUMBER
           MOVE AB-BANK-ACCOUNT TO BW-BANK-ACCOUNT
           MOVE AB-ACCOUNT-TYPE TO BW-ACCOUNT-TYPE
           MOVE AB-STATUS TO BW-STATUS
           MOVE AB-PRENOTE-DATE TO BW-PRENOTE-DATE
           MOVE AB-STATUS-DATE TO BW-STATUS-DATE
           WRITE BANK-WORK-RECORD
               INVALID KEY
                   REWRITE BANK-WORK-RECORD
           END-WRITE.

      *****************************************************************
      * A PRENOTE THE RECEIVING BANK HAS NOT RETURNED WITHIN THE
      * WAITING PERIOD HAS PROVED THE ACCOUNT - THE AGENT GOES LIVE
      * ('A') AND IS PAID BY ACH FROM THIS RUN ON. A RETURNED PRENOTE
      * IS KEYED THROUGH AGENT-BANK.COB AS A REJECT BEFORE IT MATURES.
      *****************************************************************
       MATURE-SENT-PRENOTES.
           MOVE 'N' TO WS-BNKWRK-EOF-SW
           MOVE LOW-VALUES TO BW-AGENT-ID
           START BANK-WORK-FILE
               KEY IS NOT LESS THAN BW-AGENT-ID
               INVALID KEY
                   MOVE 'Y' TO WS-BNKWRK-EOF-SW
           END-START

           PERFORM UNTIL WS-BNKWRK-END-OF-FILE
               READ BANK-WORK-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-BNKWRK-EOF-SW
                   NOT AT END
                       IF BW-STATUS = 'S'
                               AND BW-PRENOTE-DATE NOT = ZERO
                           PERFORM MATURE-ONE-PRENOTE
                       END-IF
               END-READ
           END-PERFORM

           MOVE 'N' TO WS-BNKWRK-EOF-SW.

       MATURE-ONE-PRENOTE.
           COMPUTE WS-PRENOTE-INT =
               FUNCTION INTEGER-OF-DATE(BW-PRENOTE-DATE)

           IF WS-TODAY-INT - WS-PRENOTE-INT < WS-PRENOTE-WAIT-DAYS
               EXIT PARAGRAPH
           END-IF

           MOVE 'A' TO BW-STATUS
           MOVE WS-TODAY-DATE TO BW-STATUS-DATE
           REWRITE BANK-WORK-RECORD

           PERFORM APPEND-BANKING-FOLLOW-UP.

      *****************************************************************
      * EVERY AGENT WITH A NET PAYOUT LEFT AFTER ADVANCES, CLAWBACKS
      * AND CHARGES IS PAID BY ACH ONLY WHEN THEIR BANKING DETAILS ARE
      * ACTIVE; NO DETAILS, A PRENOTE STILL PENDING, A REJECTED OR
      * STOPPED ACCOUNT - OR AN AMOUNT TOO LARGE FOR ONE ACH ENTRY -
      * MEANS A CHECK.
      *****************************************************************
       ROUTE-PAYOUTS-BY-METHOD.
           PERFORM OPEN-PAY-LOG

           PERFORM VARYING WS-AGENT-IDX FROM 1 BY 1
                   UNTIL WS-AGENT-IDX > WS-AGENT-COUNT-USED
               IF WS-PAYOUT-TOTAL(WS-AGENT-IDX) > ZERO
                   PERFORM ROUTE-ONE-PAYOUT
               ELSE
                   MOVE SPACES TO WS-PAYOUT-METHOD(WS-AGENT-IDX)
               END-IF
           END-PERFORM

           CLOSE PAY-LOG-FILE.

       ROUTE-ONE-PAYOUT.
           MOVE WS-PAYOUT-AGENT-ID(WS-AGENT-IDX) TO BW-AGENT-ID
           READ BANK-WORK-FILE
               INVALID KEY
                   MOVE SPACE TO BW-STATUS
           END-READ

           MOVE WS-PAYOUT-AGENT-ID(WS-AGENT-IDX) TO PL-AGENT-ID
           MOVE WS-PAYOUT-NAME(WS-AGENT-IDX) TO PL-AGENT-NAME
           MOVE WS-PAYOUT-TOTAL(WS-AGENT-IDX) TO PL-AMOUNT
           MOVE WS-PAYOUT-COUNT(WS-AGENT-IDX) TO PL-ITEM-COUNT

           IF BW-STATUS = 'A'
                   AND WS-PAYOUT-TOTAL(WS-AGENT-IDX)
                       NOT > WS-MAX-ACH-AMOUNT
               MOVE "ACH" TO PL-METHOD
               MOVE BW-ROUTING-NUMBER TO PL-ROUTING-NUMBER
               MOVE BW-BANK-ACCOUNT TO PL-BANK-ACCOUNT
               MOVE BW-ACCOUNT-TYPE TO PL-ACCOUNT-TYPE
               MOVE "ACH" TO WS-PAYOUT-METHOD(WS-AGENT-IDX)
               ADD 1 TO WS-ACH-RUN-COUNT
               ADD WS-PAYOUT-TOTAL(WS-AGENT-IDX) TO WS-ACH-RUN-TOTAL
           ELSE
               MOVE "CHECK" TO PL-METHOD
               MOVE ZERO TO PL-ROUTING-NUMBER
               MOVE SPACES TO PL-BANK-ACCOUNT
               MOVE SPACE TO PL-ACCOUNT-TYPE
               MOVE "CHECK" TO WS-PAYOUT-METHOD(WS-AGENT-IDX)
               ADD 1 TO WS-CHECK-RUN-COUNT
               ADD WS-PAYOUT-TOTAL(WS-AGENT-IDX) TO WS-CHECK-RUN-TOTAL
           END-IF

           PERFORM APPEND-PAY-LOG-RECORD.

      *****************************************************************
      * NEW OR CHANGED BANKING DETAILS GO OUT AS A ZERO-DOLLAR PRENOTE
      * ON TONIGHT'S FILE WHETHER OR NOT THE AGENT IS PAID TONIGHT -
      * AFTER THE PAYOUT ROUTING, SO AN AGENT SET UP TODAY IS STILL
      * PAID BY CHECK TODAY.
      *****************************************************************
       QUEUE-DUE-PRENOTES.
           PERFORM OPEN-PAY-LOG

           OPEN INPUT AGENT-MASTER
           IF WS-AGENT-STATUS = '00'
               MOVE 'Y' TO WS-AGENT-OPEN-SW
           ELSE
               MOVE 'N' TO WS-AGENT-OPEN-SW
           END-IF

           MOVE 'N' TO WS-BNKWRK-EOF-SW
           MOVE LOW-VALUES TO BW-AGENT-ID
           START BANK-WORK-FILE
               KEY IS NOT LESS THAN BW-AGENT-ID
               INVALID KEY
                   MOVE 'Y' TO WS-BNKWRK-EOF-SW
           END-START

           PERFORM UNTIL WS-BNKWRK-END-OF-FILE
               READ BANK-WORK-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-BNKWRK-EOF-SW
                   NOT AT END
                       IF BW-STATUS = 'P'
                           PERFORM SEND-ONE-PRENOTE
                       END-IF
               END-READ
           END-PERFORM

           MOVE 'N' TO WS-BNKWRK-EOF-SW
           IF WS-AGENT-OPEN-SW = 'Y'
               CLOSE AGENT-MASTER
           END-IF
           CLOSE PAY-LOG-FILE.

       SEND-ONE-PRENOTE.
           MOVE BW-AGENT-ID TO WS-NAME-WORK
           IF WS-AGENT-OPEN-SW = 'Y'
               MOVE BW-AGENT-ID TO AM-AGENT-ID
               READ AGENT-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM FORMAT-AGENT-NAME
               END-READ
           END-IF

           MOVE BW-AGENT-ID TO PL-AGENT-ID
           MOVE WS-NAME-WORK TO PL-AGENT-NAME
           MOVE "PRENOTE" TO PL-METHOD
           MOVE BW-ROUTING-NUMBER TO PL-ROUTING-NUMBER
           MOVE BW-BANK-ACCOUNT TO PL-BANK-ACCOUNT
           MOVE BW-ACCOUNT-TYPE TO PL-ACCOUNT-TYPE
           MOVE ZERO TO PL-AMOUNT
           MOVE ZERO TO PL-ITEM-COUNT
           PERFORM APPEND-PAY-LOG-RECORD
           ADD 1 TO WS-PRENOTE-RUN-COUNT

           MOVE 'S' TO BW-STATUS
           MOVE WS-TODAY-DATE TO BW-PRENOTE-DATE
           MOVE WS-TODAY-DATE TO BW-STATUS-DATE
           REWRITE BANK-WORK-RECORD

           PERFORM APPEND-BANKING-FOLLOW-UP.

       APPEND-BANKING-FOLLOW-UP.
           OPEN EXTEND AGENT-BANK-FILE

           IF WS-BANK-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE BW-AGENT-ID TO AB-AGENT-ID
           MOVE BW-ROUTING-NUMBER TO AB-ROUTING-NUMBER
           MOVE BW-BANK-ACCOUNT TO AB-BANK-ACCOUNT
           MOVE BW-ACCOUNT-TYPE TO AB-ACCOUNT-TYPE
           MOVE BW-STATUS TO AB-STATUS
           MOVE BW-PRENOTE-DATE TO AB-PRENOTE-DATE
           MOVE BW-STATUS-DATE TO AB-STATUS-DATE
           STRING WS-YEAR WS-MONTH WS-DAY
                  WS-HOUR WS-MINUTE WS-SECOND
                  DELIMITED BY SIZE
                  INTO AB-TIMESTAMP

           WRITE AGENT-BANK-RECORD

           CLOSE AGENT-BANK-FILE.

       OPEN-PAY-LOG.
           OPEN EXTEND PAY-LOG-FILE

           IF WS-PAYLOG-STATUS NOT = '00'
               OPEN OUTPUT PAY-LOG-FILE
           END-IF.

       APPEND-PAY-LOG-RECORD.
           MOVE WS-TODAY-DATE TO PL-RUN-DATE
           STRING WS-YEAR WS-MONTH WS-DAY
                  WS-HOUR WS-MINUTE WS-SECOND
                  DELIMITED BY SIZE
                  INTO PL-TIMESTAMP

           WRITE PAY-LOG-RECORD.

      *****************************************************************
      * THE NACHA PPD CREDIT FILE FOR THE BUSINESS DATE, REBUILT FROM
      * EVERY ACH CREDIT AND PRENOTE LOGGED TODAY: FILE HEADER, ONE
      * CREDITS-ONLY BATCH, ONE ENTRY PER CREDIT (TRANSACTION CODE 22
      * CHECKING / 32 SAVINGS) OR ZERO-DOLLAR PRENOTE (23 / 33), BATCH
      * AND FILE CONTROLS CARRYING THE ENTRY COUNT, THE ENTRY HASH
      * (SUM OF THE EIGHT-DIGIT RECEIVING DFI IDS, LOW-ORDER TEN
      * DIGITS) AND THE CREDIT TOTAL, THEN NINES TO FILL THE LAST
      * BLOCK OF TEN. A DAY WITH NOTHING TO SEND LEAVES THE FILE
      * EMPTY.
      *****************************************************************
       WRITE-ACH-FILE.
           MOVE WS-TODAY-DATE(3:6) TO WS-DATE-YYMMDD

           OPEN OUTPUT ACH-FILE

           OPEN INPUT PAY-LOG-FILE

           IF WS-PAYLOG-STATUS NOT = '00'
               CLOSE ACH-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-END-OF-FILE
               READ PAY-LOG-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF PL-RUN-DATE = WS-TODAY-DATE
                               AND (PL-ACH-CREDIT OR PL-ACH-PRENOTE)
                           PERFORM WRITE-ONE-ACH-ENTRY
                       END-IF
               END-READ
           END-PERFORM

           CLOSE PAY-LOG-FILE
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

           EVALUATE TRUE
               WHEN PL-ACH-CREDIT AND PL-ACCOUNT-TYPE = 'S'
                   MOVE 32 TO WS-AEN-TRAN-CODE
               WHEN PL-ACH-CREDIT
                   MOVE 22 TO WS-AEN-TRAN-CODE
               WHEN PL-ACCOUNT-TYPE = 'S'
                   MOVE 33 TO WS-AEN-TRAN-CODE
               WHEN OTHER
                   MOVE 23 TO WS-AEN-TRAN-CODE
           END-EVALUATE

           MOVE PL-RDFI-ID TO WS-AEN-RDFI-ID
           MOVE PL-RDFI-CHECK TO WS-AEN-RDFI-CHECK
           MOVE PL-BANK-ACCOUNT TO WS-AEN-ACCOUNT
           MOVE PL-AMOUNT TO WS-AEN-AMOUNT
           MOVE PL-AGENT-ID TO WS-AEN-INDIV-ID
           MOVE PL-AGENT-NAME TO WS-AEN-INDIV-NAME
           MOVE WS-ACH-ODFI-ID TO WS-AEN-TRACE-ODFI
           MOVE WS-ACH-TRACE-SEQ TO WS-AEN-TRACE-SEQ
           MOVE WS-ACH-ENTRY TO ACH-RECORD
           WRITE ACH-RECORD

           ADD 1 TO WS-ACH-RECORD-COUNT
           ADD PL-RDFI-ID TO WS-ACH-HASH-SUM
           ADD PL-AMOUNT TO WS-ACH-CREDIT-TOTAL.

       WRITE-ACH-CONTROLS.
           MOVE WS-ACH-ENTRY-COUNT TO WS-ABC-ENTRY-COUNT
           MOVE WS-ACH-HASH-SUM TO WS-ABC-HASH
           MOVE ZERO TO WS-ABC-DEBITS
           MOVE WS-ACH-CREDIT-TOTAL TO WS-ABC-CREDITS
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
           MOVE ZERO TO WS-AFC-DEBITS
           MOVE WS-ACH-CREDIT-TOTAL TO WS-AFC-CREDITS
           MOVE WS-ACH-FILE-CONTROL TO ACH-RECORD
           WRITE ACH-RECORD

           PERFORM WS-ACH-PAD-COUNT TIMES
               MOVE WS-ACH-FILLER-RECORD TO ACH-RECORD
               WRITE ACH-RECORD
           END-PERFORM.

      *****************************************************************
      * THE DAY'S AGENT CHECKS, REBUILT FROM THE LOG FOR POSITIVE-PAY
      * TO NUMBER AND REGISTER - ITS PAYEE/AMOUNT/RUN-DATE DUPLICATE
      * TEST KEEPS A RERUN FROM ISSUING ANY OF THEM TWICE.
      *****************************************************************
       WRITE-AGENT-CHECK-FILE.
           OPEN OUTPUT AGENT-CHECK-FILE

           OPEN INPUT PAY-LOG-FILE

           IF WS-PAYLOG-STATUS NOT = '00'
               CLOSE AGENT-CHECK-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-END-OF-FILE
               READ PAY-LOG-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF PL-RUN-DATE = WS-TODAY-DATE
                               AND PL-CHECK
                           PERFORM WRITE-ONE-AGENT-CHECK
                       END-IF
               END-READ
           END-PERFORM

           CLOSE PAY-LOG-FILE
           MOVE 'N' TO WS-EOF-SWITCH

           CLOSE AGENT-CHECK-FILE.

       WRITE-ONE-AGENT-CHECK.
           MOVE PL-AGENT-ID TO AK-PAYEE-ID
           MOVE PL-AGENT-NAME TO AK-PAYEE-NAME
           MOVE "CHECK" TO AK-PAY-METHOD
           MOVE SPACES TO AK-BANK-ROUTING
           MOVE SPACES TO AK-BANK-ACCOUNT
           MOVE PL-AMOUNT TO AK-AMOUNT
           MOVE PL-ITEM-COUNT TO AK-ITEM-COUNT
           MOVE PL-RUN-DATE TO AK-RUN-DATE

           WRITE AGENT-CHECK-RECORD.

      *****************************************************************
      * UNRECOVERED-DRAW AGING FOR ACCOUNTING. AN OPEN ADVANCE WHOSE
      * DEAL HAS ALREADY CLOSED OR BEEN CANCELLED - OR WHOSE DEAL NO
      * LONGER EXISTS - IS
      * STRANDED MONEY AND IS CALLED OUT, BECAUSE NO FUTURE CLOSING
      * WILL EVER REPAY IT ON ITS OWN.
      *****************************************************************
                   IF DM-MILESTONE = "CLOSED"
                       MOVE "DEAL CLOSED-UNPAID" TO WS-DEAL-NOTE
                   END-IF
                   IF DM-MILESTONE = "CANCELLED"
                       MOVE "DEAL CANCELLED" TO WS-DEAL-NOTE
                   END-IF
           END-READ

           CLOSE DEAL-MASTER.
           MOVE "GRAND TOTAL" TO WS-DTL-AGENT-ID
           MOVE WS-GRAND-COUNT TO WS-DTL-COUNT
           MOVE WS-GRAND-TOTAL TO WS-DTL-TOTAL
           MOVE SPACES TO WS-DTL-METHOD
           MOVE WS-DETAIL-LINE TO PAYOUT-LINE
           WRITE PAYOUT-LINE

           MOVE "  PAID BY ACH" TO WS-DTL-AGENT-ID
           MOVE WS-ACH-RUN-COUNT TO WS-DTL-COUNT
           MOVE WS-ACH-RUN-TOTAL TO WS-DTL-TOTAL
           MOVE WS-DETAIL-LINE TO PAYOUT-LINE
           WRITE PAYOUT-LINE

           MOVE "  PAID BY CHECK" TO WS-DTL-AGENT-ID
           MOVE WS-CHECK-RUN-COUNT TO WS-DTL-COUNT
           MOVE WS-CHECK-RUN-TOTAL TO WS-DTL-TOTAL
           MOVE WS-DETAIL-LINE TO PAYOUT-LINE
           WRITE PAYOUT-LINE

           MOVE "  PRENOTES SENT" TO WS-DTL-AGENT-ID
           MOVE WS-PRENOTE-RUN-COUNT TO WS-DTL-COUNT
           MOVE ZERO TO WS-DTL-TOTAL
           MOVE WS-DETAIL-LINE TO PAYOUT-LINE
           WRITE PAYOUT-LINE

                       TO WS-DTL-AGENT-ID
                   MOVE WS-PAYOUT-COUNT(WS-AGENT-IDX) TO WS-DTL-COUNT
                   MOVE WS-PAYOUT-TOTAL(WS-AGENT-IDX) TO WS-DTL-TOTAL
                   MOVE WS-PAYOUT-METHOD(WS-AGENT-IDX) TO WS-DTL-METHOD
                   MOVE WS-DETAIL-LINE TO PAYOUT-LINE
                   WRITE PAYOUT-LINE
                   IF WS-PAYOUT-RECOVERED(WS-AGENT-IDX) > ZERO
                       MOVE WS-RECOVERY-LINE TO PAYOUT-LINE
                       WRITE PAYOUT-LINE
                   END-IF
                   IF WS-PAYOUT-CLAWED(WS-AGENT-IDX) > ZERO
                       MOVE WS-PAYOUT-CLAWED(WS-AGENT-IDX)
                           TO WS-CLW-AMOUNT
                       MOVE WS-CLAWBACK-LINE TO PAYOUT-LINE
                       WRITE PAYOUT-LINE
                   END-IF
                   IF WS-PAYOUT-CHARGED(WS-AGENT-IDX) > ZERO
                       MOVE WS-PAYOUT-CHARGED(WS-AGENT-IDX)
                           TO WS-CHG-AMOUNT
                       MOVE WS-CHARGE-LINE TO PAYOUT-LINE
                       WRITE PAYOUT-LINE
                   END-IF
               END-IF
           END-PERFORM

