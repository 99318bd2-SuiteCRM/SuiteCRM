      *   - STATEMENT LINES FOR BATCHES WE NEVER SETTLED
      *   - SETTLED BATCHES MISSING FROM THE STATEMENT
      * ANY EXCEPTION FAILS THE RUN WITH A NONZERO RETURN CODE.
      * THE FEE INVOICED ON EACH STATEMENT LINE IS ALSO SPREAD OVER
      * THE SETTLED CHARGES BEHIND IT, PRO RATA TO THEIR GROSS, AND
      * APPENDED TO PROCFEEALOC.DAT SO OFFICE-PL CAN CHARGE EACH
      * PROCESSOR FEE TO THE OFFICE WHOSE LISTING IT WAS TAKEN FOR.
      *****************************************************************

       ENVIRONMENT DIVISION.
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-LIMIT-STATUS.

           SELECT FEE-ALLOCATION-FILE ASSIGN TO "PROCFEEALOC.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-ALOC-STATUS.

           SELECT FEE-RECON-REPORT ASSIGN TO "PROCFEE.RPT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
       FD  PAYMENT-LIMIT-FILE.
       01  PAYMENT-LIMIT-LINE      PIC X(60).

      *****************************************************************
      * APPEND-ONLY FEE ALLOCATION - ONE RECORD PER SETTLED CHARGE ON
      * A STATEMENT LINE WE MATCHED. A RERUN AGAINST THE SAME
      * STATEMENT APPENDS A FRESH SET; READERS KEEP ONLY THE LATEST
      * RUN'S RECORDS FOR EACH BATCH. CREDITS CARRY A NEGATIVE SHARE.
      *****************************************************************
       FD  FEE-ALLOCATION-FILE.
       01  FEE-ALLOCATION-RECORD.
           05  PF-BATCH-ID         PIC X(20).
           05  PF-TRANS-ID         PIC X(20).
           05  PF-PROPERTY-ID      PIC X(20).
           05  PF-TRANS-DATE       PIC 9(8).
           05  PF-FEE-AMOUNT       PIC S9(7)V99.
           05  PF-RUN-TIMESTAMP    PIC 9(14).

       FD  FEE-RECON-REPORT.
       01  REPORT-LINE             PIC X(110).

       01  WS-TRANS-STATUS         PIC XX.
       01  WS-LIMIT-STATUS         PIC XX.
       01  WS-RPT-STATUS           PIC XX.
       01  WS-ALOC-STATUS          PIC XX.
       01  WS-EOF-SWITCH           PIC X VALUE 'N'.
           88  WS-END-OF-FILE      VALUE 'Y'.

       01  WS-TODAY-DATE           PIC 9(8).
       01  WS-RUN-TIMESTAMP        PIC 9(14).

       01  WS-FEE-TOLERANCE        PIC 9(3)V99 VALUE 0.50.
       01  WS-LIMIT-EOF-SW         PIC X VALUE 'N'.
               10  WS-BCH-CLASS        PIC X(3).
               10  WS-BCH-GROSS        PIC S9(11)V99.
               10  WS-BCH-MATCHED      PIC X.
               10  WS-BCH-FEE          PIC 9(9)V99.

       01  WS-BATCH-COUNT-USED     PIC 9(3) VALUE ZERO.
       01  WS-BATCH-SEARCH-IDX     PIC 9(3).
           05  WS-MONTH            PIC 99.
           05  WS-DAY              PIC 99.

       01  WS-CURRENT-TIME.
           05  WS-HOUR             PIC 99.
           05  WS-MINUTE           PIC 99.
           05  WS-SECOND           PIC 99.

       01  WS-REPORT-HEADING.
           05  FILLER              PIC X(36) VALUE
               "PROCESSOR FEE STATEMENT RECON".
           PERFORM OPEN-RECON-REPORT
           PERFORM CHECK-STATEMENT-LINES
           PERFORM REPORT-UNSTATEMENTED-BATCHES
           PERFORM WRITE-FEE-ALLOCATION
           PERFORM WRITE-RECON-SUMMARY
           CLOSE FEE-RECON-REPORT


       INITIALIZE-RECON.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           ACCEPT WS-CURRENT-TIME FROM TIME
           STRING WS-YEAR WS-MONTH WS-DAY
                  DELIMITED BY SIZE
                  INTO WS-TODAY-DATE
           STRING WS-YEAR WS-MONTH WS-DAY
                  WS-HOUR WS-MINUTE WS-SECOND
                  DELIMITED BY SIZE
                  INTO WS-RUN-TIMESTAMP
           MOVE 'N' TO WS-EOF-SWITCH.

       READ-CONTROL-LIMITS.
               MOVE WS-TRANS-CLASS TO WS-BCH-CLASS(WS-BATCH-IDX)
               MOVE ZERO TO WS-BCH-GROSS(WS-BATCH-IDX)
               MOVE 'N' TO WS-BCH-MATCHED(WS-BATCH-IDX)
               MOVE ZERO TO WS-BCH-FEE(WS-BATCH-IDX)
               MOVE 'Y' TO WS-FOUND-SWITCH
           END-IF.

           END-IF

           MOVE 'Y' TO WS-BCH-MATCHED(WS-BATCH-SEARCH-IDX)
           MOVE WS-STM-FEE TO WS-BCH-FEE(WS-BATCH-SEARCH-IDX)

           PERFORM COMPUTE-EXPECTED-FEE

               END-IF
           END-PERFORM.

      *****************************************************************
      * SECOND PASS OVER THE TRANSACTION LOG: EVERY SETTLED CHARGE IN
      * A GROUP THE STATEMENT BILLED TAKES ITS SHARE OF THE FEE
      * ACTUALLY INVOICED (NOT THE CONTRACTED ONE - OFFICES BEAR WHAT
      * WE PAID), SIGNED THE SAME WAY THE GROUP'S GROSS IS.
      *****************************************************************
       WRITE-FEE-ALLOCATION.
           OPEN INPUT TRANS-FILE

           IF WS-TRANS-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           OPEN EXTEND FEE-ALLOCATION-FILE

           IF WS-ALOC-STATUS NOT = '00'
               OPEN OUTPUT FEE-ALLOCATION-FILE
           END-IF

           PERFORM READ-TRANS-RECORD
           PERFORM UNTIL WS-END-OF-FILE
               IF TRANS-SETTLED
                       AND TRANS-STATUS = '00'
                       AND TRANS-SETTLEMENT-BATCH-ID(1:3) = "BAT"
                   PERFORM ALLOCATE-ONE-SETTLED-TRANS
               END-IF
               PERFORM READ-TRANS-RECORD
           END-PERFORM

           CLOSE FEE-ALLOCATION-FILE
           CLOSE TRANS-FILE
           MOVE 'N' TO WS-EOF-SWITCH.

       ALLOCATE-ONE-SETTLED-TRANS.
           IF TRANS-ENTRY-MODE = "SWIP"
               MOVE "CP" TO WS-TRANS-CLASS
           ELSE
               MOVE "CNP" TO WS-TRANS-CLASS
           END-IF

           PERFORM FIND-BATCH-ENTRY

           IF WS-FOUND-SWITCH = 'N'
               EXIT PARAGRAPH
           END-IF

           IF WS-BCH-MATCHED(WS-BATCH-SEARCH-IDX) = 'N'
                   OR WS-BCH-GROSS(WS-BATCH-SEARCH-IDX) = ZERO
                   OR WS-BCH-FEE(WS-BATCH-SEARCH-IDX) = ZERO
               EXIT PARAGRAPH
           END-IF

           MOVE TRANS-SETTLEMENT-BATCH-ID TO PF-BATCH-ID
           MOVE TRANS-ID TO PF-TRANS-ID
           MOVE TRANS-PROPERTY-ID TO PF-PROPERTY-ID
           MOVE TRANS-DATE TO PF-TRANS-DATE
           COMPUTE PF-FEE-AMOUNT ROUNDED =
               WS-BCH-FEE(WS-BATCH-SEARCH-IDX) * TRANS-AMOUNT
               / WS-BCH-GROSS(WS-BATCH-SEARCH-IDX)
           IF TRANS-TYPE = "CREDIT"
               COMPUTE PF-FEE-AMOUNT = PF-FEE-AMOUNT * -1
           END-IF
           MOVE WS-RUN-TIMESTAMP TO PF-RUN-TIMESTAMP

           WRITE FEE-ALLOCATION-RECORD.

       WRITE-RECON-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
