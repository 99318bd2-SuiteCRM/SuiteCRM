      * DISBURSEMENT LEDGER: PAYMENT-FILE IS SWEPT FOR MANUALLY-KEYED
      * HOA AND PROPERTYTAX COLLECTIONS THAT HAVE NOT YET BEEN
      * DISBURSED, AND MORTGAGE-FILE IS SWEPT FOR ACTIVE, ACCOUNT-
      * LINKED MORTGAGES TO GENERATE THIS MONTH'S RECURRING TAX, HOA,
      * INSURANCE AND PMI ESCROW DISBURSEMENT AUTOMATICALLY FROM THE
      * AMOUNTS MORTGAGE.COB ESCROWED AT CALCULATION TIME. A
      * DISBURSED MARKER IS APPENDED FOR EACH ONE SETTLED, FROM
      * EITHER SOURCE, SO A RERUN NEVER DOUBLE-DISBURSES THE SAME
                  RECORD KEY IS VM-PAYEE-ID
                  FILE STATUS IS WS-VENDOR-STATUS.

           SELECT PAYEE-CHANGE-FILE ASSIGN TO "PAYEECHG.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-CHANGE-STATUS.

           SELECT REMIT-REPORT ASSIGN TO "REMITADV.RPT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
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

      *****************************************************************
      * APPEND-ONLY DISBURSEMENT LEDGER. ONE RECORD PER SOURCE
       FD  PAYEE-MAP-FILE.
       01  PAYEE-MAP-LINE          PIC X(60).

      *****************************************************************
      * PAYEE BANK-INSTRUCTION CHANGE LEDGER - SEE PAYEE-VERIFY.COB.
      * A VENDOR WITH A CHANGE STILL AWAITING ITS CALL-BACK IS PAID
      * TO THE INSTRUCTIONS ON THE MASTER, WHICH ARE THE OLD ONES,
      * AND THE ADVICE SAYS SO.
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

       FD  REMIT-REPORT.
       01  REMIT-LINE              PIC X(100).

       01  WS-JRNL-STATUS          PIC XX.
       01  WS-MAP-STATUS           PIC XX.
       01  WS-VENDOR-STATUS        PIC XX.
       01  WS-CHANGE-STATUS        PIC XX.
       01  WS-CHG-EOF-SW           PIC X VALUE 'N'.
           88  WS-CHG-END-OF-FILE  VALUE 'Y'.
       01  WS-CHANGE-PENDING-SW    PIC X.
       01  WS-REMIT-STATUS         PIC XX.
       01  WS-VPAY-STATUS          PIC XX.
       01  WS-RPT-STATUS           PIC XX.
               10  WS-MTG-TAX          PIC 9(5)V99.
               10  WS-MTG-INS          PIC 9(5)V99.
               10  WS-MTG-HOA          PIC 9(5)V99.
               10  WS-MTG-PMI          PIC 9(5)V99.
               10  WS-MTG-PMI-INSURER  PIC X(20).

       01  WS-MORTGAGE-COUNT-USED   PIC 9(5) VALUE ZERO.
       01  WS-MTG-SEARCH-IDX        PIC 9(5).
               MOVE MONTHLY-TAX-AMOUNT TO WS-MTG-TAX(WS-MTG-SEARCH-IDX)
               MOVE MONTHLY-INS-AMOUNT TO WS-MTG-INS(WS-MTG-SEARCH-IDX)
               MOVE MONTHLY-HOA-AMOUNT TO WS-MTG-HOA(WS-MTG-SEARCH-IDX)
               IF PMI-ACTIVE OR PMI-ELIGIBLE
                   MOVE MONTHLY-PMI-AMOUNT
                       TO WS-MTG-PMI(WS-MTG-SEARCH-IDX)
               ELSE
                   MOVE ZERO TO WS-MTG-PMI(WS-MTG-SEARCH-IDX)
               END-IF
               MOVE PMI-INSURER-ID
                   TO WS-MTG-PMI-INSURER(WS-MTG-SEARCH-IDX)
               PERFORM READ-MORTGAGE-RECORD
           END-PERFORM

      * MORTGAGE - A MORTGAGE IS ELIGIBLE ONLY WHEN A REAL ACCOUNT
      * NUMBER WAS SUPPLIED ON ITS CALCULATE REQUEST (A BARE "WHAT-IF"
      * CALCULATOR RUN LEAVES THIS BLANK) AND THE LOAN IS STILL
      * OUTSTANDING. EACH ESCROWED COMPONENT - TAX, HOA, INSURANCE,
      * PMI - THAT IS ACTUALLY NONZERO ON THE MORTGAGE BECOMES ITS
      * OWN DISBURSEMENT LINE.
      *****************************************************************
       GENERATE-RECURRING-DISBURSEMENTS.
           PERFORM VARYING WS-MTG-IDX FROM 1 BY 1
               PERFORM ACCUMULATE-ONE-RECURRING-DISBURSEMENT
           END-IF

      *****************************************************************
      * THE MONTHLY PMI PREMIUM GOES TO THE MORTGAGE INSURER NAMED ON
      * THE LOAN (A VENDORMST PAYEE). A LOAN WITHOUT A NAMED INSURER
      * FALLS BACK TO THE PMI LINE OF THE PAYEE MAP. A TERMINATED OR
      * CANCELLED POLICY CARRIES NO PREMIUM AND PAYS NOTHING.
      *****************************************************************
           MOVE SPACES TO WS-DISB-IN-PAYEE
           IF WS-MTG-PMI(WS-MTG-IDX) > ZERO
               MOVE "M" TO WS-TYPE-CODE
               MOVE "PMI" TO WS-DISB-IN-TYPE
               MOVE WS-MTG-PMI(WS-MTG-IDX) TO WS-DISB-IN-AMOUNT
               MOVE WS-MTG-PMI-INSURER(WS-MTG-IDX) TO WS-DISB-IN-PAYEE
               PERFORM ACCUMULATE-ONE-RECURRING-DISBURSEMENT
           END-IF

      *****************************************************************
      * A LOAN WITH A HAZARD POLICY ON FILE PAYS THE ACTUAL CARRIER
      * THE ACTUAL ANNUAL PREMIUM, AND ONLY IN THE POLICY'S RENEWAL
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-PENDING-BANK-CHANGE
           IF WS-CHANGE-PENDING-SW = 'Y'
               MOVE SPACES TO REMIT-LINE
               STRING "  BANK CHANGE AWAITING CALL-BACK - PAID TO "
                      "INSTRUCTIONS ON FILE: "
                      WS-PYT-PAYEE(WS-PAYEE-IDX)
                      DELIMITED BY SIZE
                      INTO REMIT-LINE
               WRITE REMIT-LINE
           END-IF

           MOVE WS-PYT-PAYEE(WS-PAYEE-IDX) TO VP-PAYEE-ID
           MOVE VM-PAYEE-NAME TO VP-PAYEE-NAME
           MOVE VM-PAY-METHOD TO VP-PAY-METHOD
           MOVE WS-DAY TO VP-RUN-DATE(7:2)
           WRITE VENDOR-PAY-RECORD.

      *****************************************************************
      * KEEP-LAST-MATCH SWEEP OF THE CHANGE LEDGER FOR THIS VENDOR.
      * THE MASTER IS NEVER TOUCHED UNTIL A CHANGE IS VERIFIED, SO
      * PAYING FROM IT IS PAYING THE OLD INSTRUCTIONS - THIS ONLY
      * DECIDES WHETHER THE ADVICE CARRIES THE NOTE.
      *****************************************************************
       CHECK-PENDING-BANK-CHANGE.
           MOVE 'N' TO WS-CHANGE-PENDING-SW

           OPEN INPUT PAYEE-CHANGE-FILE

           IF WS-CHANGE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-CHG-EOF-SW
           PERFORM READ-CHANGE-RECORD
           PERFORM UNTIL WS-CHG-END-OF-FILE
               IF PC-VENDOR-CHANGE
                       AND PC-PAYEE-KEY = WS-PYT-PAYEE(WS-PAYEE-IDX)
                   IF PC-PENDING
                       MOVE 'Y' TO WS-CHANGE-PENDING-SW
                   ELSE
                       MOVE 'N' TO WS-CHANGE-PENDING-SW
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

       MATCH-NAME-TO-WATCHLIST.
           MOVE 'N' TO WS-WATCH-MATCH-SW
           MOVE "UNVERSIONED" TO WS-LIST-VERSION
