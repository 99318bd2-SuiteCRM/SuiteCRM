       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEASE-MAINT.
       AUTHOR. SUITECRM-REAL-ESTATE.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      * RENTAL LEASE MASTER MAINTENANCE MODULE
      * KEEPS THE LEASES WE MANAGE FOR INVESTOR CLIENTS. EACH LEASE
      * SITS ON ONE PROPERTY-MASTER PROPERTY AND NAMES THE TENANT AND
      * THE OWNER AS PARTY-MASTER PARTIES, PLUS THE VENDOR-MASTER
      * PAYEE THE OWNER'S MONTHLY PROCEEDS ARE PAID TO. THE LEASE-ID
      * IS ALSO THE RENT ACCOUNT THE TENANT PAYS AGAINST - PAYMENT.COB
      * ROUTES A RENT RECEIPT TO ITS "<LEASE-ID>-TR" TRUST LEDGER - AND
      * "<LEASE-ID>-SD" IS THE SECURITY DEPOSIT ACCOUNT, WHOSE
      * "<LEASE-ID>-SD-TR" LEDGER HOLDS THE DEPOSIT APART FROM RENT.
      * SAME CALL SHAPE AS MTG-INVESTOR.COB:
      *   LEASE|<LEASE-ID>|<PROPERTY-ID>|<TENANT-PARTY>|<OWNER-PARTY>|
      *     <OWNER-PAYEE>|<MONTHLY-RENT>|<DUE-DAY>|<DEPOSIT>|
      *     <START-DATE>|<END-DATE>|<MGMT-FEE-PCT>|<GRACE-DAYS>|
      *     <LATE-FEE>
      *     ADDS A LEASE, OR RE-KEYS THE TERMS OF AN ACTIVE ONE (A
      *     RENEWAL OR AMENDMENT). THE DUE DAY RUNS 1-28 SO EVERY
      *     MONTH HAS ONE. A ZERO FEE PERCENT, GRACE OR LATE FEE TAKES
      *     THE HOUSE DEFAULT FROM PAYLIMITS.DAT (RENTMGTPCT,
      *     RENTGRACE, RENTLATPCT). A ZERO END DATE IS MONTH-TO-MONTH.
      *   TERMINATE|<LEASE-ID>|<END-DATE>
      *     ENDS THE LEASE - NO RENT IS BILLED FOR A MONTH AFTER THE
      *     END DATE. A BLANK DATE ENDS IT TODAY.
      *   STATUS|<LEASE-ID>
      *     RETURNS THE LEASE TERMS.
      * LEASEMST.DAT IS APPEND-ONLY, LATEST RECORD WINS PER LEASE-ID.
      * RENT-BILLING, RENT-POSTING AND OWNER-DISBURSE ALL READ IT.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEASE-FILE ASSIGN TO "LEASEMST.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-LEASE-STATUS.

           SELECT PROPERTY-MASTER ASSIGN TO "PROPERTY-MASTER.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS PM-PROPERTY-ID
                  FILE STATUS IS WS-PROP-STATUS.

           SELECT PARTY-MASTER ASSIGN TO "PARTYMST.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS PT-PARTY-ID
                  FILE STATUS IS WS-PARTY-STATUS.

           SELECT VENDOR-MASTER ASSIGN TO "VENDORMST.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS VM-PAYEE-ID
                  FILE STATUS IS WS-VENDOR-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      * LEASE MASTER - LATEST RECORD WINS PER LEASE-ID. A ZERO FEE
      * PERCENT, GRACE OR LATE FEE MEANS THE PAYLIMITS.DAT DEFAULT.
      *****************************************************************
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

       FD  PARTY-MASTER.
       01  PARTY-MASTER-REC.
           05  PT-PARTY-ID         PIC X(20).
           05  PT-CANONICAL-NAME   PIC X(50).
           05  PT-TIMESTAMP        PIC 9(14).

       FD  VENDOR-MASTER.
       01  VENDOR-MASTER-REC.
           05  VM-PAYEE-ID         PIC X(20).
           05  VM-PAYEE-NAME       PIC X(40).
           05  VM-ADDRESS          PIC X(60).
           05  VM-PAY-METHOD       PIC X(10).
           05  VM-BANK-ROUTING     PIC X(9).
           05  VM-BANK-ACCOUNT     PIC X(17).
           05  VM-TAX-PARCEL-KEY   PIC X(20).
           05  VM-HOA-ASSOC-KEY    PIC X(20).

       WORKING-STORAGE SECTION.
       01  WS-LEASE-STATUS         PIC XX.
       01  WS-PROP-STATUS          PIC XX.
       01  WS-PARTY-STATUS         PIC XX.
       01  WS-VENDOR-STATUS        PIC XX.
       01  WS-EOF-SWITCH           PIC X VALUE 'N'.
           88  WS-END-OF-FILE      VALUE 'Y'.

       01  WS-REQUEST-FIELDS.
           05  WS-ACTION           PIC X(10).
           05  WS-REQ-LEASE-ID     PIC X(20).
           05  WS-REQ-FIELD-2      PIC X(20).
           05  WS-REQ-DATE REDEFINES WS-REQ-FIELD-2.
               10  WS-REQ-DATE-NUM PIC 9(8).
               10  FILLER          PIC X(12).
           05  WS-REQ-TENANT-ID    PIC X(20).
           05  WS-REQ-OWNER-ID     PIC X(20).
           05  WS-REQ-PAYEE-ID     PIC X(20).
           05  WS-REQ-RENT         PIC 9(7)V99.
           05  WS-REQ-DUE-DAY      PIC 99.
           05  WS-REQ-DEPOSIT      PIC 9(7)V99.
           05  WS-REQ-START        PIC X(8).
           05  WS-REQ-START-NUM REDEFINES WS-REQ-START PIC 9(8).
           05  WS-REQ-END          PIC X(8).
           05  WS-REQ-END-NUM REDEFINES WS-REQ-END PIC 9(8).
           05  WS-REQ-FEE-PCT      PIC 99V99.
           05  WS-REQ-GRACE        PIC 99.
           05  WS-REQ-LATE-FEE     PIC 9(5)V99.

       01  WS-RESPONSE-WORK.
           05  WS-STATUS           PIC XX.
           05  WS-MESSAGE          PIC X(50).

       01  WS-LEASE-STATE.
           05  WS-LEASE-FOUND      PIC X.
           05  WS-FND-PROPERTY-ID  PIC X(20).
           05  WS-FND-TENANT-ID    PIC X(20).
           05  WS-FND-OWNER-ID     PIC X(20).
           05  WS-FND-PAYEE-ID     PIC X(20).
           05  WS-FND-DEPOSIT-ACCT PIC X(20).
           05  WS-FND-RENT         PIC 9(7)V99.
           05  WS-FND-DUE-DAY      PIC 99.
           05  WS-FND-DEPOSIT      PIC 9(7)V99.
           05  WS-FND-START        PIC 9(8).
           05  WS-FND-END          PIC 9(8).
           05  WS-FND-FEE-PCT      PIC 99V99.
           05  WS-FND-GRACE        PIC 99.
           05  WS-FND-LATE-FEE     PIC 9(5)V99.
           05  WS-FND-STATUS       PIC X.

      *****************************************************************
      * ANY OTHER LEASE CURRENTLY ACTIVE ON THE REQUESTED PROPERTY -
      * LATEST STATE PER LEASE-ID, SO A TERMINATED PREDECESSOR DOES
      * NOT BLOCK THE NEXT TENANCY. 500 LEASES IS ALSO THE CEILING OF
      * THE RENT-BILLING AND RENT-POSTING LEASE TABLES, SO A LEASE
      * THOSE RUNS COULD NOT HOLD IS REFUSED HERE.
      *****************************************************************
       01  WS-PROPERTY-LEASE-TABLE.
           05  WS-PLS-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-PLS-IDX.
               10  WS-PLS-LEASE-ID     PIC X(20).
               10  WS-PLS-PROPERTY-ID  PIC X(20).
               10  WS-PLS-STATUS       PIC X.

       01  WS-PLS-COUNT-USED       PIC 9(3) VALUE ZERO.
       01  WS-PLS-SEARCH-IDX       PIC 9(3).
       01  WS-PLS-FULL-SWITCH      PIC X VALUE 'N'.
       01  WS-FOUND-SWITCH         PIC X.
       01  WS-CONFLICT-LEASE-ID    PIC X(20).
       01  WS-LEASE-ID-LENGTH      PIC 99.

       01  WS-CURRENT-DATE.
           05  WS-YEAR             PIC 9(4).
           05  WS-MONTH            PIC 99.
           05  WS-DAY              PIC 99.

       01  WS-TODAY-DATE           PIC 9(8).

       01  WS-CURRENT-TIME.
           05  WS-HOUR             PIC 99.
           05  WS-MINUTE           PIC 99.
           05  WS-SECOND           PIC 99.

       LINKAGE SECTION.
       01  LS-REQUEST              PIC X(300).
       01  LS-RESPONSE             PIC X(200).

       PROCEDURE DIVISION USING LS-REQUEST LS-RESPONSE.

       MAIN-PROCESS.
           PERFORM INITIALIZE-LEASE
           PERFORM PARSE-REQUEST

           EVALUATE WS-ACTION
               WHEN "LEASE"
                   PERFORM PROCESS-LEASE
               WHEN "TERMINATE"
                   PERFORM PROCESS-TERMINATE
               WHEN "STATUS"
                   PERFORM PROCESS-STATUS
               WHEN OTHER
                   MOVE '09' TO WS-STATUS
                   MOVE "Invalid request type" TO WS-MESSAGE
           END-EVALUATE

           PERFORM FORMAT-RESPONSE
           GOBACK.

       INITIALIZE-LEASE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           ACCEPT WS-CURRENT-TIME FROM TIME
           STRING WS-YEAR WS-MONTH WS-DAY
                  DELIMITED BY SIZE
                  INTO WS-TODAY-DATE
           MOVE '00' TO WS-STATUS
           MOVE SPACES TO WS-MESSAGE
           INITIALIZE WS-LEASE-STATE.

       PARSE-REQUEST.
           MOVE SPACES TO WS-REQUEST-FIELDS
           MOVE ZERO TO WS-REQ-RENT
           MOVE ZERO TO WS-REQ-DUE-DAY
           MOVE ZERO TO WS-REQ-DEPOSIT
           MOVE ZERO TO WS-REQ-FEE-PCT
           MOVE ZERO TO WS-REQ-GRACE
           MOVE ZERO TO WS-REQ-LATE-FEE

           UNSTRING LS-REQUEST DELIMITED BY '|'
               INTO WS-ACTION
                    WS-REQ-LEASE-ID
                    WS-REQ-FIELD-2
                    WS-REQ-TENANT-ID
                    WS-REQ-OWNER-ID
                    WS-REQ-PAYEE-ID
                    WS-REQ-RENT
                    WS-REQ-DUE-DAY
                    WS-REQ-DEPOSIT
                    WS-REQ-START
                    WS-REQ-END
                    WS-REQ-FEE-PCT
                    WS-REQ-GRACE
                    WS-REQ-LATE-FEE.

      *****************************************************************
      * A NEW LEASE NEEDS THE PROPERTY, BOTH PARTIES AND THE OWNER'S
      * PAYEE ON FILE, AND NO OTHER ACTIVE LEASE ON THE SAME PROPERTY.
      * RE-KEYING AN ACTIVE LEASE REPLACES ITS TERMS BUT MAY NOT MOVE
      * IT TO ANOTHER PROPERTY. THE LEASE-ID IS HELD TO 14 CHARACTERS
      * SO "<LEASE-ID>-SD-TR" STILL FITS AN ACCOUNT-ID.
      *****************************************************************
       PROCESS-LEASE.
           IF WS-REQ-LEASE-ID = SPACES
                   OR WS-REQ-FIELD-2 = SPACES
                   OR WS-REQ-TENANT-ID = SPACES
                   OR WS-REQ-OWNER-ID = SPACES
                   OR WS-REQ-PAYEE-ID = SPACES
               MOVE '01' TO WS-STATUS
               MOVE "Lease, property, parties and payee required"
                   TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF

           MOVE ZERO TO WS-LEASE-ID-LENGTH
           INSPECT FUNCTION REVERSE(WS-REQ-LEASE-ID)
               TALLYING WS-LEASE-ID-LENGTH FOR LEADING SPACES
           IF WS-LEASE-ID-LENGTH < 6
               MOVE '01' TO WS-STATUS
               MOVE "Lease ID longer than 14 characters"
                   TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF

           IF WS-REQ-RENT <= ZERO
               MOVE '02' TO WS-STATUS
               MOVE "Invalid monthly rent" TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF

           IF WS-REQ-DUE-DAY < 1 OR WS-REQ-DUE-DAY > 28
               MOVE '02' TO WS-STATUS
               MOVE "Due day must be 1 through 28" TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF

           IF WS-REQ-START-NUM NOT NUMERIC
                   OR WS-REQ-START-NUM = ZERO
               MOVE '02' TO WS-STATUS
               MOVE "Invalid lease start date" TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF

           IF WS-REQ-END = SPACES
               MOVE ZERO TO WS-REQ-END-NUM
           END-IF
           IF WS-REQ-END-NUM NOT NUMERIC
               MOVE '02' TO WS-STATUS
               MOVE "Invalid lease end date" TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF WS-REQ-END-NUM NOT = ZERO
                   AND WS-REQ-END-NUM < WS-REQ-START-NUM
               MOVE '02' TO WS-STATUS
               MOVE "Lease end date before start date" TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF

           IF WS-REQ-FEE-PCT >= 100
               MOVE '02' TO WS-STATUS
               MOVE "Invalid management fee percent" TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-LEASE
           IF WS-LEASE-FOUND = 'Y'
               IF WS-FND-STATUS NOT = 'A'
                   MOVE '05' TO WS-STATUS
                   MOVE "Lease terminated - use a new lease ID"
                       TO WS-MESSAGE
                   EXIT PARAGRAPH
               END-IF
               IF WS-FND-PROPERTY-ID NOT = WS-REQ-FIELD-2
                   MOVE '05' TO WS-STATUS
                   MOVE "Lease is on another property" TO WS-MESSAGE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM VALIDATE-LEASE-PARTIES
           IF WS-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-PROPERTY-CONFLICT
           IF WS-PLS-FULL-SWITCH = 'Y'
               MOVE '13' TO WS-STATUS
               MOVE "Lease table full" TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF

           IF WS-FOUND-SWITCH = 'Y'
               MOVE '06' TO WS-STATUS
               MOVE SPACES TO WS-MESSAGE
               STRING "Property already leased under "
                      WS-CONFLICT-LEASE-ID
                      DELIMITED BY SIZE
                      INTO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-REQ-FIELD-2 TO WS-FND-PROPERTY-ID
           MOVE WS-REQ-TENANT-ID TO WS-FND-TENANT-ID
           MOVE WS-REQ-OWNER-ID TO WS-FND-OWNER-ID
           MOVE WS-REQ-PAYEE-ID TO WS-FND-PAYEE-ID
           MOVE SPACES TO WS-FND-DEPOSIT-ACCT
           STRING FUNCTION TRIM(WS-REQ-LEASE-ID) DELIMITED BY SIZE
                  "-SD"                          DELIMITED BY SIZE
                  INTO WS-FND-DEPOSIT-ACCT
           MOVE WS-REQ-RENT TO WS-FND-RENT
           MOVE WS-REQ-DUE-DAY TO WS-FND-DUE-DAY
           MOVE WS-REQ-DEPOSIT TO WS-FND-DEPOSIT
           MOVE WS-REQ-START-NUM TO WS-FND-START
           MOVE WS-REQ-END-NUM TO WS-FND-END
           MOVE WS-REQ-FEE-PCT TO WS-FND-FEE-PCT
           MOVE WS-REQ-GRACE TO WS-FND-GRACE
           MOVE WS-REQ-LATE-FEE TO WS-FND-LATE-FEE
           MOVE 'A' TO WS-FND-STATUS
           PERFORM APPEND-LEASE-RECORD

           IF WS-LEASE-FOUND = 'Y'
               MOVE "Lease terms updated" TO WS-MESSAGE
           ELSE
               MOVE "Lease added" TO WS-MESSAGE
           END-IF.

      *****************************************************************
      * THE PROPERTY MUST BE ON PROPERTY-MASTER, BOTH PARTIES ON THE
      * PARTY MASTER, AND THE OWNER'S PAYEE ON THE VENDOR MASTER - AN
      * OWNER WE CANNOT PAY IS NOT AN OWNER WE CAN COLLECT RENT FOR.
      *****************************************************************
       VALIDATE-LEASE-PARTIES.
           OPEN INPUT PROPERTY-MASTER
           IF WS-PROP-STATUS NOT = '00'
               MOVE '10' TO WS-STATUS
               MOVE "Property master not available" TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-REQ-FIELD-2 TO PM-PROPERTY-ID
           READ PROPERTY-MASTER
               INVALID KEY
                   MOVE '10' TO WS-STATUS
                   MOVE "Property not found" TO WS-MESSAGE
           END-READ
           CLOSE PROPERTY-MASTER

           IF WS-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT PARTY-MASTER
           IF WS-PARTY-STATUS NOT = '00'
               MOVE '11' TO WS-STATUS
               MOVE "Party master not available" TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-REQ-TENANT-ID TO PT-PARTY-ID
           READ PARTY-MASTER
               INVALID KEY
                   MOVE '11' TO WS-STATUS
                   MOVE "Tenant party not found" TO WS-MESSAGE
           END-READ

           IF WS-STATUS = '00'
               MOVE WS-REQ-OWNER-ID TO PT-PARTY-ID
               READ PARTY-MASTER
                   INVALID KEY
                       MOVE '11' TO WS-STATUS
                       MOVE "Owner party not found" TO WS-MESSAGE
               END-READ
           END-IF
           CLOSE PARTY-MASTER

           IF WS-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT VENDOR-MASTER
           IF WS-VENDOR-STATUS NOT = '00'
               MOVE '12' TO WS-STATUS
               MOVE "Vendor master not available" TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-REQ-PAYEE-ID TO VM-PAYEE-ID
           READ VENDOR-MASTER
               INVALID KEY
                   MOVE '12' TO WS-STATUS
                   MOVE "Owner payee not on vendor master"
                       TO WS-MESSAGE
           END-READ
           CLOSE VENDOR-MASTER.

       CHECK-PROPERTY-CONFLICT.
           MOVE 'N' TO WS-FOUND-SWITCH
           MOVE 'N' TO WS-PLS-FULL-SWITCH
           MOVE ZERO TO WS-PLS-COUNT-USED

           OPEN INPUT LEASE-FILE

           IF WS-LEASE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM READ-LEASE-RECORD
           PERFORM UNTIL WS-END-OF-FILE
               PERFORM NOTE-PROPERTY-LEASE
               PERFORM READ-LEASE-RECORD
           END-PERFORM

           CLOSE LEASE-FILE
           MOVE 'N' TO WS-EOF-SWITCH

           IF WS-LEASE-FOUND = 'N' AND WS-PLS-COUNT-USED NOT < 500
               MOVE 'Y' TO WS-PLS-FULL-SWITCH
           END-IF

           IF WS-PLS-FULL-SWITCH = 'Y'
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-PLS-IDX FROM 1 BY 1
                   UNTIL WS-PLS-IDX > WS-PLS-COUNT-USED
               IF WS-PLS-PROPERTY-ID(WS-PLS-IDX) = WS-REQ-FIELD-2
                       AND WS-PLS-STATUS(WS-PLS-IDX) = 'A'
                       AND WS-PLS-LEASE-ID(WS-PLS-IDX)
                           NOT = WS-REQ-LEASE-ID
                   MOVE 'Y' TO WS-FOUND-SWITCH
                   MOVE WS-PLS-LEASE-ID(WS-PLS-IDX)
                       TO WS-CONFLICT-LEASE-ID
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       NOTE-PROPERTY-LEASE.
           MOVE 'N' TO WS-FOUND-SWITCH
           PERFORM VARYING WS-PLS-IDX FROM 1 BY 1
                   UNTIL WS-PLS-IDX > WS-PLS-COUNT-USED
               IF WS-PLS-LEASE-ID(WS-PLS-IDX) = LM-LEASE-ID
                   MOVE 'Y' TO WS-FOUND-SWITCH
                   MOVE WS-PLS-IDX TO WS-PLS-SEARCH-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WS-FOUND-SWITCH = 'N'
               IF WS-PLS-COUNT-USED < 500
                   ADD 1 TO WS-PLS-COUNT-USED
                   MOVE WS-PLS-COUNT-USED TO WS-PLS-SEARCH-IDX
               ELSE
                   MOVE 'Y' TO WS-PLS-FULL-SWITCH
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE LM-LEASE-ID TO WS-PLS-LEASE-ID(WS-PLS-SEARCH-IDX)
           MOVE LM-PROPERTY-ID TO WS-PLS-PROPERTY-ID(WS-PLS-SEARCH-IDX)
           MOVE LM-STATUS TO WS-PLS-STATUS(WS-PLS-SEARCH-IDX)
           MOVE 'N' TO WS-FOUND-SWITCH.

      *****************************************************************
      * THE END DATE IS KEPT ON THE TERMINATION RECORD SO THE BILLING
      * RUN STILL RAISES THE FINAL MONTH IF IT FALLS AFTER THE CALL.
      *****************************************************************
       PROCESS-TERMINATE.
           IF WS-REQ-LEASE-ID = SPACES
               MOVE '01' TO WS-STATUS
               MOVE "Lease ID required" TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF

           IF WS-REQ-FIELD-2 = SPACES
               MOVE WS-TODAY-DATE TO WS-REQ-DATE-NUM
           END-IF
           IF WS-REQ-DATE-NUM NOT NUMERIC
                   OR WS-REQ-DATE-NUM = ZERO
               MOVE '02' TO WS-STATUS
               MOVE "Invalid termination date" TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-LEASE
           IF WS-LEASE-FOUND = 'N'
               MOVE '04' TO WS-STATUS
               MOVE "Lease not found" TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF

           IF WS-FND-STATUS NOT = 'A'
               MOVE '05' TO WS-STATUS
               MOVE "Lease already terminated" TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF

           IF WS-REQ-DATE-NUM < WS-FND-START
               MOVE '02' TO WS-STATUS
               MOVE "Termination date before lease start"
                   TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-REQ-DATE-NUM TO WS-FND-END
           MOVE 'T' TO WS-FND-STATUS
           PERFORM APPEND-LEASE-RECORD

           MOVE "Lease terminated" TO WS-MESSAGE.

       PROCESS-STATUS.
           PERFORM FIND-LEASE
           IF WS-LEASE-FOUND = 'N'
               MOVE '04' TO WS-STATUS
               MOVE "Lease not found" TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF

           MOVE "Lease terms follow" TO WS-MESSAGE.

       FIND-LEASE.
           MOVE 'N' TO WS-LEASE-FOUND

           OPEN INPUT LEASE-FILE

           IF WS-LEASE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM READ-LEASE-RECORD
           PERFORM UNTIL WS-END-OF-FILE
               IF LM-LEASE-ID = WS-REQ-LEASE-ID
                   MOVE 'Y' TO WS-LEASE-FOUND
                   MOVE LM-PROPERTY-ID TO WS-FND-PROPERTY-ID
                   MOVE LM-TENANT-PARTY-ID TO WS-FND-TENANT-ID
                   MOVE LM-OWNER-PARTY-ID TO WS-FND-OWNER-ID
                   MOVE LM-OWNER-PAYEE-ID TO WS-FND-PAYEE-ID
                   MOVE LM-DEPOSIT-ACCOUNT TO WS-FND-DEPOSIT-ACCT
                   MOVE LM-MONTHLY-RENT TO WS-FND-RENT
                   MOVE LM-DUE-DAY TO WS-FND-DUE-DAY
                   MOVE LM-DEPOSIT-AMOUNT TO WS-FND-DEPOSIT
                   MOVE LM-START-DATE TO WS-FND-START
                   MOVE LM-END-DATE TO WS-FND-END
                   MOVE LM-MGMT-FEE-PCT TO WS-FND-FEE-PCT
                   MOVE LM-GRACE-DAYS TO WS-FND-GRACE
                   MOVE LM-LATE-FEE TO WS-FND-LATE-FEE
                   MOVE LM-STATUS TO WS-FND-STATUS
               END-IF
               PERFORM READ-LEASE-RECORD
           END-PERFORM

           CLOSE LEASE-FILE
           MOVE 'N' TO WS-EOF-SWITCH.

       READ-LEASE-RECORD.
           READ LEASE-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

       APPEND-LEASE-RECORD.
           OPEN EXTEND LEASE-FILE

           IF WS-LEASE-STATUS NOT = '00'
               OPEN OUTPUT LEASE-FILE
           END-IF

           MOVE WS-REQ-LEASE-ID TO LM-LEASE-ID
           MOVE WS-FND-PROPERTY-ID TO LM-PROPERTY-ID
           MOVE WS-FND-TENANT-ID TO LM-TENANT-PARTY-ID
           MOVE WS-FND-OWNER-ID TO LM-OWNER-PARTY-ID
           MOVE WS-FND-PAYEE-ID TO LM-OWNER-PAYEE-ID
           MOVE WS-FND-DEPOSIT-ACCT TO LM-DEPOSIT-ACCOUNT
           MOVE WS-FND-RENT TO LM-MONTHLY-RENT
           MOVE WS-FND-DUE-DAY TO LM-DUE-DAY
           MOVE WS-FND-DEPOSIT TO LM-DEPOSIT-AMOUNT
           MOVE WS-FND-START TO LM-START-DATE
           MOVE WS-FND-END TO LM-END-DATE
           MOVE WS-FND-FEE-PCT TO LM-MGMT-FEE-PCT
           MOVE WS-FND-GRACE TO LM-GRACE-DAYS
           MOVE WS-FND-LATE-FEE TO LM-LATE-FEE
           MOVE WS-FND-STATUS TO LM-STATUS
           STRING WS-YEAR WS-MONTH WS-DAY
                  WS-HOUR WS-MINUTE WS-SECOND
                  DELIMITED BY SIZE
                  INTO LM-TIMESTAMP

           WRITE LEASE-RECORD

           CLOSE LEASE-FILE.

      *****************************************************************
      * STATUS|LEASE-ID|PROPERTY|TENANT|OWNER-PAYEE|RENT|DUE-DAY|
      * DEPOSIT|START|END|LEASE-STATUS|MESSAGE
      *****************************************************************
       FORMAT-RESPONSE.
           STRING WS-STATUS
                  "|" WS-REQ-LEASE-ID
                  "|" WS-FND-PROPERTY-ID
                  "|" WS-FND-TENANT-ID
                  "|" WS-FND-PAYEE-ID
                  "|" WS-FND-RENT
                  "|" WS-FND-DUE-DAY
                  "|" WS-FND-DEPOSIT
                  "|" WS-FND-START
                  "|" WS-FND-END
                  "|" WS-FND-STATUS
                  "|" WS-MESSAGE
                  DELIMITED BY SIZE
                  INTO LS-RESPONSE.
