      * LIMIT. EVERY PLACE AN OPERATOR ID ENTERS THE SYSTEM -
      * PAYMENT.COB'S DUAL-AUTH, CREDITCARD.COB'S ESCROW RELEASE AND
      * CONTROL-MAINT'S FILE MAINTENANCE - NOW VALIDATES AGAINST
      * THIS MASTER. REJECTS GO TO OPERLOAD.RPT. AN OPERATOR WHOSE
      * LATEST RECERTIFICATION ON RECERT.DAT EXPIRED OR WAS REVOKED
      * IS REFUSED AS ACTIVE UNTIL A MANAGER CERTIFIES THEM AGAIN.
      *****************************************************************

       ENVIRONMENT DIVISION.
                  RECORD KEY IS OP-OPERATOR-ID
                  FILE STATUS IS WS-OPER-STATUS.

           SELECT RECERT-FILE ASSIGN TO "RECERT.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-RECERT-STATUS.

           SELECT LOAD-REPORT ASSIGN TO "OPERLOAD.RPT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
           05  OP-APPROVE-LIMIT    PIC 9(9)V99.
           05  OP-LOAD-TIMESTAMP   PIC 9(14).

      *****************************************************************
      * APPEND-ONLY RECERTIFICATION LEDGER KEPT BY ACCESS-REVIEW AND
      * RECERT-SIGN. THE LAST RECORD FOR AN OPERATOR IS THEIR
      * CURRENT STANDING.
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

       FD  LOAD-REPORT.
       01  REPORT-LINE             PIC X(80).

       01  WS-FEED-STATUS          PIC XX.
       01  WS-OPER-STATUS          PIC XX.
       01  WS-RPT-STATUS           PIC XX.
       01  WS-RECERT-STATUS        PIC XX.
       01  WS-RECERT-EOF-SW        PIC X.
       01  WS-RECERT-STANDING      PIC X.
       01  WS-EOF-SWITCH           PIC X VALUE 'N'.
           88  WS-END-OF-FILE      VALUE 'Y'.

               EXIT PARAGRAPH
           END-IF

           IF WS-FEED-OP-STATUS = 'A'
               PERFORM CHECK-RECERT-STANDING
               IF WS-RECERT-STANDING = 'X' OR WS-RECERT-STANDING = 'R'
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE "REJECTED" TO WS-DTL-RESULT
                   MOVE "FAILED RECERTIFICATION" TO WS-DTL-REASON
                   PERFORM WRITE-LOAD-DETAIL
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE WS-FEED-OPERATOR-ID TO OP-OPERATOR-ID
           MOVE WS-FEED-NAME TO OP-OPERATOR-NAME
           MOVE WS-FEED-ROLE TO OP-ROLE
           MOVE "LOADED" TO WS-DTL-RESULT
           PERFORM WRITE-LOAD-DETAIL.

      *****************************************************************
      * KEEP-LAST SWEEP OF THE RECERTIFICATION LEDGER FOR THIS
      * OPERATOR. NO LEDGER, OR NO RECORD, IS GOOD STANDING.
      *****************************************************************
       CHECK-RECERT-STANDING.
           MOVE SPACE TO WS-RECERT-STANDING

           OPEN INPUT RECERT-FILE

           IF WS-RECERT-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-RECERT-EOF-SW
           PERFORM UNTIL WS-RECERT-EOF-SW = 'Y'
               READ RECERT-FILE
                   AT END
                       MOVE 'Y' TO WS-RECERT-EOF-SW
                   NOT AT END
                       IF RC-OPERATOR-ID = WS-FEED-OPERATOR-ID
                           MOVE RC-STATUS TO WS-RECERT-STANDING
                       END-IF
               END-READ
           END-PERFORM

           CLOSE RECERT-FILE.

       WRITE-LOAD-DETAIL.
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.
