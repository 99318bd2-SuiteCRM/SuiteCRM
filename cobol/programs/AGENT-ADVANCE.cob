      *     LEDGER PATTERN AS COMMLEDGER.DAT.
      *   BALANCE|<AGENT-ID>
      *     RETURNS THE AGENT'S RUNNING OUTSTANDING ADVANCE BALANCE.
      *   WRITEOFF|<AGENT-ID>|<ADVANCE-ID>
      *     THE BROKER HAS GIVEN UP ON RECOVERING AN OPEN ADVANCE.
      *     APPENDS A 'W' FOLLOW-UP CARRYING THE BALANCE WRITTEN
      *     OFF, WHICH TAKES THE ADVANCE OUT OF PAYOUT NETTING AND
      *     IS CHARGED TO THE AGENT'S OFFICE ON OFFICE-PL.
      * A DRAW FOR AN AGENT NOT ON AGENT-MASTER IS REFUSED.
      *****************************************************************

           05  AD-STATUS           PIC X.
               88  AD-OPEN         VALUE 'O'.
               88  AD-CLOSED       VALUE 'C'.
               88  AD-WRITTEN-OFF  VALUE 'W'.
           05  AD-TIMESTAMP        PIC 9(14).

       FD  AGENT-MASTER.
           05  WS-AGENT-ID         PIC X(20).
           05  WS-DRAW-AMOUNT      PIC 9(7)V99.
           05  WS-DEAL-ID          PIC X(20).
           05  WS-WRITEOFF-ID      PIC X(20).

      *****************************************************************
      * LATEST STATE OF THE ADVANCE BEING WRITTEN OFF.
      *****************************************************************
       01  WS-WRITEOFF-WORK.
           05  WS-WO-FOUND         PIC X.
           05  WS-WO-DEAL-ID       PIC X(20).
           05  WS-WO-DRAW-AMOUNT   PIC 9(7)V99.
           05  WS-WO-OUTSTANDING   PIC 9(7)V99.
           05  WS-WO-STATUS        PIC X.

       01  WS-RESPONSE-WORK.
           05  WS-STATUS           PIC XX.
                   PERFORM REBUILD-AGENT-ADVANCE-WORK
                   PERFORM SUM-OUTSTANDING-ADVANCES
                   MOVE "Outstanding advance balance" TO WS-MESSAGE
               WHEN "WRITEOFF"
                   PERFORM PROCESS-WRITEOFF
               WHEN OTHER
                   MOVE '09' TO WS-STATUS
                   MOVE "Invalid request type" TO WS-MESSAGE
           MOVE SPACES TO WS-AGENT-ID
           MOVE ZERO TO WS-DRAW-AMOUNT
           MOVE SPACES TO WS-DEAL-ID
           MOVE SPACES TO WS-WRITEOFF-ID

           UNSTRING LS-REQUEST DELIMITED BY '|'
               INTO WS-ACTION

           IF WS-ACTION = "WRITEOFF"
               UNSTRING LS-REQUEST DELIMITED BY '|'
                   INTO WS-ACTION
                        WS-AGENT-ID
                        WS-WRITEOFF-ID
               EXIT PARAGRAPH
           END-IF

           UNSTRING LS-REQUEST DELIMITED BY '|'
               INTO WS-ACTION

           MOVE "Draw recorded" TO WS-MESSAGE.

      *****************************************************************
      * ONLY AN ADVANCE STILL OPEN, AND THE AGENT'S OWN, CAN BE
      * WRITTEN OFF. THE 'W' FOLLOW-UP KEEPS THE DRAW AND DEAL OF THE
      * ORIGINAL AND CARRIES THE UNRECOVERED BALANCE AS ITS
      * OUTSTANDING AMOUNT - NOTHING IS OWED ONCE THE STATUS IS NOT
      * 'O', SO NO READER NETS IT, AND OFFICE-PL TAKES THE AMOUNT
      * FROM IT AS THE LOSS.
      *****************************************************************
       PROCESS-WRITEOFF.
           MOVE WS-WRITEOFF-ID TO WS-NEW-ADVANCE-ID

           IF WS-AGENT-ID = SPACES OR WS-WRITEOFF-ID = SPACES
               MOVE '01' TO WS-STATUS
               MOVE "Agent ID and advance ID required" TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-ADVANCE-TO-WRITE-OFF

           IF WS-WO-FOUND = 'N'
               MOVE '04' TO WS-STATUS
               MOVE "Advance not on file for this agent"
                   TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF

           IF WS-WO-STATUS NOT = 'O' OR WS-WO-OUTSTANDING = ZERO
               MOVE '05' TO WS-STATUS
               MOVE "Advance is not open" TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF

           OPEN EXTEND ADVANCE-LEDGER-FILE

           MOVE WS-WRITEOFF-ID TO AD-ADVANCE-ID
           MOVE WS-AGENT-ID TO AD-AGENT-ID
           MOVE WS-WO-DEAL-ID TO AD-DEAL-ID
           MOVE WS-WO-DRAW-AMOUNT TO AD-DRAW-AMOUNT
           MOVE WS-WO-OUTSTANDING TO AD-OUTSTANDING
           MOVE 'W' TO AD-STATUS
           STRING WS-YEAR WS-MONTH WS-DAY
                  WS-HOUR WS-MINUTE WS-SECOND
                  DELIMITED BY SIZE
                  INTO AD-TIMESTAMP

           WRITE ADVANCE-LEDGER-RECORD

           CLOSE ADVANCE-LEDGER-FILE

           PERFORM REBUILD-AGENT-ADVANCE-WORK
           PERFORM SUM-OUTSTANDING-ADVANCES

           MOVE "Advance written off" TO WS-MESSAGE.

       FIND-ADVANCE-TO-WRITE-OFF.
           MOVE 'N' TO WS-WO-FOUND

           OPEN INPUT ADVANCE-LEDGER-FILE

           IF WS-ADV-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM READ-ADVANCE-RECORD
           PERFORM UNTIL WS-END-OF-FILE
               IF AD-ADVANCE-ID = WS-WRITEOFF-ID
                       AND AD-AGENT-ID = WS-AGENT-ID
                   MOVE 'Y' TO WS-WO-FOUND
                   MOVE AD-DEAL-ID TO WS-WO-DEAL-ID
                   MOVE AD-DRAW-AMOUNT TO WS-WO-DRAW-AMOUNT
                   MOVE AD-OUTSTANDING TO WS-WO-OUTSTANDING
                   MOVE AD-STATUS TO WS-WO-STATUS
               END-IF
               PERFORM READ-ADVANCE-RECORD
           END-PERFORM

           CLOSE ADVANCE-LEDGER-FILE
           MOVE 'N' TO WS-EOF-SWITCH.

       CHECK-AGENT-EXISTS.
           MOVE 'N' TO WS-AGENT-FOUND

