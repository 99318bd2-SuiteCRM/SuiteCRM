      * MAPS THE DAY'S MONEY MOVEMENTS TO BALANCED DEBIT/CREDIT
      * JOURNAL LINES ON GLEXTRACT.DAT USING THE CHART-OF-ACCOUNTS
      * MAPPING FILE GLMAP.DAT (ONE PIPE-DELIMITED LINE PER MAPPING:
      * SOURCE|KEY|DEBIT-ACCT|CREDIT-ACCT). FOUR SOURCES FEED IT:
      *   PAYMENT   - TODAY'S POSTED PAYMENT-FILE RECORDS, KEYED BY
      *               PAYMENT-TYPE. EACH POSTING JOURNALS ITS NET
      *               AMOUNT, PLUS A FEE PAIR UNDER THE PAYMENT|FEE
      *               MAPPING WHEN A PROCESSING FEE WAS TAKEN, SO
      *               GROSS = NET + FEE IS VERIFIABLE LINE BY LINE.
      *   COMMISSION - TODAY'S COMMLEDGER.DAT EARNED AND PAID ENTRIES,
      *               PLUS REVERSALS AND CLAWBACKS FROM CANCELLED
      *               DEALS UNDER THE COMMISSION|REVERSED AND
      *               COMMISSION|CLAWBACK MAPPINGS.
      *   ESCROWDSB  - TODAY'S ESCROWDSB.DAT DISBURSEMENTS BY TYPE.
      *   INVREMIT   - TODAY'S INVREMIT.DAT INVESTOR REMITTANCE SPLITS.
      *               EACH COLLECTION REMITTED ON A SOLD LOAN
      *               JOURNALS ITS PRINCIPAL, ITS NET INTEREST AND
      *               OUR RETAINED SERVICING FEE UNDER THE
      *               INVREMIT|PRINCIPAL, INVREMIT|INTEREST AND
      *               INVREMIT|SVCFEE MAPPINGS.
      * EVERY MOVEMENT PRODUCES ONE DEBIT AND ONE CREDIT OF THE SAME
      * AMOUNT, SO THE EXTRACT BALANCES BY CONSTRUCTION; A MOVEMENT
      * WITH NO MAPPING IS LISTED ON GLEXTR.RPT AND FAILS THE RUN
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-DISB-STATUS.

           SELECT REMIT-LEDGER-FILE ASSIGN TO "INVREMIT.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-REMIT-STATUS.

           SELECT GL-EXTRACT-FILE ASSIGN TO "GLEXTRACT.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
               88  CL-EARNED           VALUE 'E'.
               88  CL-PAID             VALUE 'P'.
               88  CL-RETAINED         VALUE 'R'.
               88  CL-REVERSED         VALUE 'X'.
               88  CL-CLAWBACK         VALUE 'C'.
               88  CL-CLAWBACK-NETTING VALUE 'N' 'K'.
               88  CL-DEPARTURE-HOLD   VALUE 'H' 'L'.
           05  CL-SHARE-TYPE           PIC X.
               88  CL-AGENT-SHARE      VALUE 'A' ' '.
               88  CL-OFFICE-SHARE     VALUE 'O'.
           05  ED-AMOUNT           PIC 9(9)V99.
           05  ED-TIMESTAMP        PIC 9(14).

      *****************************************************************
      * INVESTOR REMITTANCE LEDGER WRITTEN BY INVESTOR-REMIT.COB - ONE
      * RECORD PER COLLECTION REMITTED ON A SOLD LOAN.
      *****************************************************************
       FD  REMIT-LEDGER-FILE.
       01  REMIT-LEDGER-RECORD.
           05  IR-REMIT-ID         PIC X(20).
           05  IR-INVESTOR-ID      PIC X(10).
           05  IR-POOL-ID          PIC X(10).
           05  IR-MORTGAGE-ID      PIC X(20).
           05  IR-SOURCE-ID        PIC X(20).
           05  IR-COLLECTION-TYPE  PIC X.
               88  IR-BILL-COLLECTION   VALUE 'B'.
               88  IR-PAYOFF-COLLECTION VALUE 'P'.
           05  IR-REMIT-MONTH      PIC 9(6).
           05  IR-POSTED-DATE      PIC 9(8).
           05  IR-SCHED-PRINCIPAL  PIC 9(9)V99.
           05  IR-ACTUAL-PRINCIPAL PIC 9(9)V99.
           05  IR-INTEREST         PIC 9(7)V99.
           05  IR-SERVICE-FEE      PIC 9(7)V99.
           05  IR-NET-INTEREST     PIC 9(7)V99.
           05  IR-TIMESTAMP        PIC 9(14).

      *****************************************************************
      * ONE JOURNAL LINE PER RECORD. A MOVEMENT ALWAYS WRITES A 'D'
      * LINE AND A 'C' LINE OF THE SAME AMOUNT.
       01  WS-PAYMENT-STATUS       PIC XX.
       01  WS-LEDGER-STATUS        PIC XX.
       01  WS-DISB-STATUS          PIC XX.
       01  WS-REMIT-STATUS         PIC XX.
       01  WS-EXTRACT-STATUS       PIC XX.
       01  WS-RPT-STATUS           PIC XX.
       01  WS-EOF-SWITCH           PIC X VALUE 'N'.
           PERFORM EXTRACT-PAYMENT-MOVEMENTS
           PERFORM EXTRACT-COMMISSION-MOVEMENTS
           PERFORM EXTRACT-DISBURSEMENT-MOVEMENTS
           PERFORM EXTRACT-REMITTANCE-MOVEMENTS
           PERFORM FINALIZE-EXTRACT
           STOP RUN.

      * RETAINED FOLLOW-UP MARKERS ('R') CLOSE OFFICE/HOUSE SHARE
      * LINES FOR THE ARCHIVE BUT MOVE NO MONEY - THE SHARE WAS
      * ALREADY JOURNALED WHEN ITS EARNED LINE POSTED - SO THEY ARE
      * NOT JOURNAL MOVEMENTS. NEITHER ARE THE CLAWBACK NETTING
      * FOLLOW-UPS ('N'/'K') - THEY ONLY TRACK HOW MUCH OF A CLAWBACK,
      * ALREADY JOURNALED WHEN IT WAS RAISED, IS STILL OWED, THE SAME
      * WAY ADVANCE RECOVERIES ARE TRACKED ON ADVLEDGER.DAT. THE
      * DEPARTED-AGENT HOLD AND RELEASE FOLLOW-UPS ('H'/'L') LEAVE THE
      * EARNED LINE OWED EXACTLY AS IT WAS JOURNALED, SO THEY MOVE
      * NOTHING EITHER; A FORFEITED HOLD POSTS AS A REVERSAL ('X').
      *****************************************************************
       JOURNAL-ONE-COMMISSION.
           IF CL-RETAINED OR CL-CLAWBACK-NETTING OR CL-DEPARTURE-HOLD
               EXIT PARAGRAPH
           END-IF

           MOVE "COMMISSION" TO WS-LOOKUP-SOURCE
           EVALUATE TRUE
               WHEN CL-PAID
                   MOVE "PAID" TO WS-LOOKUP-KEY
               WHEN CL-REVERSED
                   MOVE "REVERSED" TO WS-LOOKUP-KEY
               WHEN CL-CLAWBACK
                   MOVE "CLAWBACK" TO WS-LOOKUP-KEY
               WHEN OTHER
                   MOVE "EARNED" TO WS-LOOKUP-KEY
           END-EVALUATE
           MOVE "COMMISSION" TO WS-MOVE-SOURCE
           MOVE CL-LEDGER-ID TO WS-MOVE-SOURCE-ID
           MOVE CL-COMMISSION-AMOUNT TO WS-MOVE-AMOUNT
           MOVE ED-AMOUNT TO WS-MOVE-AMOUNT
           PERFORM JOURNAL-ONE-MOVEMENT.

       EXTRACT-REMITTANCE-MOVEMENTS.
           OPEN INPUT REMIT-LEDGER-FILE

           IF WS-REMIT-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           PERFORM READ-REMIT-RECORD
           PERFORM UNTIL WS-END-OF-FILE
               IF IR-TIMESTAMP(1:8) = WS-TODAY-DATE
                   PERFORM JOURNAL-ONE-REMITTANCE
               END-IF
               PERFORM READ-REMIT-RECORD
           END-PERFORM

           CLOSE REMIT-LEDGER-FILE
           MOVE 'N' TO WS-EOF-SWITCH.

       READ-REMIT-RECORD.
           READ REMIT-LEDGER-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

      *****************************************************************
      * THE INVESTOR'S PRINCIPAL AND NET INTEREST MOVE FROM COLLECTIONS
      * TO WHAT WE OWE THE INVESTOR; THE SERVICING FEE IS OUR INCOME.
      * A ZERO COMPONENT (NO PRINCIPAL ON AN INTEREST-ONLY RECEIPT,
      * NO FEE WHEN NO RATE WAS ON FILE) JOURNALS NOTHING.
      *****************************************************************
       JOURNAL-ONE-REMITTANCE.
           MOVE "INVREMIT" TO WS-LOOKUP-SOURCE
           MOVE "INVREMIT" TO WS-MOVE-SOURCE
           MOVE IR-SOURCE-ID TO WS-MOVE-SOURCE-ID

           IF IR-ACTUAL-PRINCIPAL > ZERO
               MOVE "PRINCIPAL" TO WS-LOOKUP-KEY
               MOVE IR-ACTUAL-PRINCIPAL TO WS-MOVE-AMOUNT
               PERFORM JOURNAL-ONE-MOVEMENT
           END-IF

           IF IR-NET-INTEREST > ZERO
               MOVE "INTEREST" TO WS-LOOKUP-KEY
               MOVE IR-NET-INTEREST TO WS-MOVE-AMOUNT
               PERFORM JOURNAL-ONE-MOVEMENT
           END-IF

           IF IR-SERVICE-FEE > ZERO
               MOVE "SVCFEE" TO WS-LOOKUP-KEY
               MOVE IR-SERVICE-FEE TO WS-MOVE-AMOUNT
               PERFORM JOURNAL-ONE-MOVEMENT
           END-IF.

      *****************************************************************
      * WRITES THE BALANCED DEBIT/CREDIT PAIR FOR ONE MOVEMENT. A
      * MOVEMENT WITH NO MAPPING WRITES NOTHING - IT IS LISTED ON THE
