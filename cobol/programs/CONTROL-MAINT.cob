       DATE-WRITTEN. 2026-09-02.
      *****************************************************************
      * VALIDATED MAINTENANCE MODULE FOR OPERATOR-EDITED CONTROL FILES
      * FEESCHED.DAT, PAYLIMITS.DAT, GLMAP.DAT, PAYEEMAP.DAT,
      * WATCHLIST.DAT, PARTYADDR.DAT AND LETTERTPL.DAT WERE ALL EDITED
      * RAW IN A TEXT EDITOR, AND ONE BAD PIPE-DELIMITED LINE SILENTLY
      * CHANGED FEE MATH, DROPPED A GL MAPPING OR MIS-ADDRESSED A
      * CUSTOMER LETTER. SAME CALL SHAPE AS PAYMENT.COB:
      *   <FILE>|<ACTION>|<OPERATOR-ID>|<ENTRY>
      * WHERE FILE IS FEESCHED, PAYLIMITS, GLMAP, PAYEEMAP, WATCHLIST,
      * PARTYADDR OR LETTERTPL AND ACTION IS:
      *   LIST    - RETURNS THE ENTRY COUNT (THE FILE ITSELF IS THE
      *             LISTING; THIS PROVES IT PARSES)
      *   ADD     - VALIDATES <ENTRY> EXACTLY AS THE CONSUMING
      * PROPAUDIT.DAT PLAYS FOR LISTINGS. EVERY LOAD ALSO RE-PARSES
      * THE WHOLE FILE, SO A HAND-EDIT THAT BROKE A LINE IS REFUSED
      * LOUDLY AT THE NEXT MAINTENANCE TOUCH INSTEAD OF DEFAULTING A
      * LIMIT IN SILENCE. NO LINE MAY RUN PAST THE 100 CHARACTERS THE
      * AUDIT RECORD KEEPS, SO EVERY SAVED VALUE SURVIVES WHOLE THERE.
      *****************************************************************

       ENVIRONMENT DIVISION.
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-WATCH-STATUS.

           SELECT PARTY-ADDRESS-FILE ASSIGN TO "PARTYADDR.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-ADDR-STATUS.

           SELECT LETTER-TEMPLATE-FILE ASSIGN TO "LETTERTPL.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-TPL-STATUS.

           SELECT CONTROL-AUDIT-FILE ASSIGN TO "CTLAUDIT.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
       FD  WATCHLIST-FILE.
       01  WATCHLIST-LINE          PIC X(60).

       FD  PARTY-ADDRESS-FILE.
       01  PARTY-ADDRESS-LINE      PIC X(200).

       FD  LETTER-TEMPLATE-FILE.
       01  LETTER-TEMPLATE-LINE    PIC X(200).

      *****************************************************************
      * BEFORE/AFTER AUDIT TRAIL FOR EVERY CONTROL-FILE CHANGE, THE
      * SAME SHAPE PROPAUDIT.DAT GIVES LISTING CHANGES.
       01  WS-MAP-STATUS           PIC XX.
       01  WS-PMAP-STATUS          PIC XX.
       01  WS-WATCH-STATUS         PIC XX.
       01  WS-ADDR-STATUS          PIC XX.
       01  WS-TPL-STATUS           PIC XX.
       01  WS-AUDIT-STATUS         PIC XX.
       01  WS-EOF-SWITCH           PIC X VALUE 'N'.
           88  WS-END-OF-FILE      VALUE 'Y'.
           05  WS-TARGET-FILE      PIC X(10).
           05  WS-ACTION           PIC X(8).
           05  WS-OPERATOR-ID      PIC X(20).
           05  WS-ENTRY-LINE       PIC X(200).
           05  WS-PARSE-PTR        PIC 9(3).

       01  WS-RESPONSE-WORK.
      * ADD/ENDDATE) REWRITTEN.
      *****************************************************************
       01  WS-LINE-TABLE.
           05  WS-LINE-ENTRY OCCURS 999 TIMES
                   INDEXED BY WS-LINE-IDX.
               10  WS-TBL-LINE         PIC X(200).

       01  WS-LINE-COUNT-USED      PIC 9(3) VALUE ZERO.
       01  WS-TABLE-FULL-SW        PIC X VALUE 'N'.
       01  WS-FOUND-SWITCH         PIC X.
       01  WS-REMOVED-LINE         PIC X(200).

       01  WS-VALIDATE-WORK.
           05  WS-VAL-LINE         PIC X(200).
           05  WS-VAL-REASON       PIC X(40).
           05  WS-VAL-F1           PIC X(30).
           05  WS-VAL-F2           PIC X(30).
           05  WS-AMT-LEN          PIC 9(3).
           05  WS-AMT-SUB          PIC 9(3).

      *****************************************************************
      * PARTYADDR AND LETTERTPL FIELDS RUN WIDER THAN THE GENERIC
      * SPLIT ABOVE, SO THEY ARE PARSED AGAIN INTO THEIR OWN WIDTHS,
      * EACH ONE WIDER THAN THE CONSUMER'S FIELD SO AN OVERLONG VALUE
      * SHOWS UP INSTEAD OF BEING CUT OFF.
      *****************************************************************
       01  WS-ADDRESS-VALIDATE.
           05  WS-VAL-ADDR-KEY     PIC X(30).
           05  WS-VAL-ADDR-STREET  PIC X(100).
           05  WS-VAL-ADDR-CITY    PIC X(40).
           05  WS-VAL-ADDR-STATE   PIC X(10).
           05  WS-VAL-ADDR-ZIP     PIC X(20).
           05  WS-VAL-ADDR-EXTRA   PIC X(10).

       01  WS-TEMPLATE-VALIDATE.
           05  WS-VAL-TPL-TYPE     PIC X(20).
           05  WS-VAL-TPL-TEXT     PIC X(200).
           05  WS-VAL-TPL-POINTER  PIC 9(3).
           05  WS-VAL-TPL-COUNT    PIC 9(3).

       01  WS-BAD-LINE-COUNT       PIC 9(3).
       01  WS-OPER-STATUS          PIC XX.
       01  WS-OPER-OK-SW           PIC X.
               WHEN "GLMAP"
               WHEN "PAYEEMAP"
               WHEN "WATCHLIST"
               WHEN "PARTYADDR"
               WHEN "LETTERTPL"
                   CONTINUE
               WHEN OTHER
                   MOVE '01' TO WS-STATUS
           END-IF.

       KEEP-ONE-LOADED-LINE.
           IF WS-LINE-COUNT-USED >= 999
               MOVE 'Y' TO WS-TABLE-FULL-SW
               EXIT PARAGRAPH
           END-IF
                   IF WS-WATCH-STATUS NOT = '00'
                       MOVE 'N' TO WS-FOUND-SWITCH
                   END-IF
               WHEN "PARTYADDR"
                   OPEN INPUT PARTY-ADDRESS-FILE
                   IF WS-ADDR-STATUS NOT = '00'
                       MOVE 'N' TO WS-FOUND-SWITCH
                   END-IF
               WHEN "LETTERTPL"
                   OPEN INPUT LETTER-TEMPLATE-FILE
                   IF WS-TPL-STATUS NOT = '00'
                       MOVE 'N' TO WS-FOUND-SWITCH
                   END-IF
           END-EVALUATE.

       READ-TARGET-LINE.
                       NOT AT END
                           MOVE WATCHLIST-LINE TO WS-VAL-LINE
                   END-READ
               WHEN "PARTYADDR"
                   READ PARTY-ADDRESS-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE PARTY-ADDRESS-LINE TO WS-VAL-LINE
                   END-READ
               WHEN "LETTERTPL"
                   READ LETTER-TEMPLATE-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE LETTER-TEMPLATE-LINE TO WS-VAL-LINE
                   END-READ
           END-EVALUATE.

       CLOSE-TARGET-FILE.
                   CLOSE PAYEE-MAP-FILE
               WHEN "WATCHLIST"
                   CLOSE WATCHLIST-FILE
               WHEN "PARTYADDR"
                   CLOSE PARTY-ADDRESS-FILE
               WHEN "LETTERTPL"
                   CLOSE LETTER-TEMPLATE-FILE
           END-EVALUATE.

      *****************************************************************
                   OPEN OUTPUT PAYEE-MAP-FILE
               WHEN "WATCHLIST"
                   OPEN OUTPUT WATCHLIST-FILE
               WHEN "PARTYADDR"
                   OPEN OUTPUT PARTY-ADDRESS-FILE
               WHEN "LETTERTPL"
                   OPEN OUTPUT LETTER-TEMPLATE-FILE
           END-EVALUATE

           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
               WHEN "WATCHLIST"
                   MOVE WS-TBL-LINE(WS-LINE-IDX) TO WATCHLIST-LINE
                   WRITE WATCHLIST-LINE
               WHEN "PARTYADDR"
                   MOVE WS-TBL-LINE(WS-LINE-IDX)
                       TO PARTY-ADDRESS-LINE
                   WRITE PARTY-ADDRESS-LINE
               WHEN "LETTERTPL"
                   MOVE WS-TBL-LINE(WS-LINE-IDX)
                       TO LETTER-TEMPLATE-LINE
                   WRITE LETTER-TEMPLATE-LINE
           END-EVALUATE.

       PROCESS-ADD-ENTRY.
               EXIT PARAGRAPH
           END-IF

           IF WS-LINE-COUNT-USED >= 999
               MOVE '05' TO WS-STATUS
               MOVE "Control file full" TO WS-MESSAGE
               EXIT PARAGRAPH
                    WS-VAL-F6
                    WS-VAL-F7

           IF WS-VAL-LINE(101:100) NOT = SPACES
               MOVE "ENTRY LONGER THAN 100 CHARACTERS" TO WS-VAL-REASON
               EXIT PARAGRAPH
           END-IF

           EVALUATE WS-TARGET-FILE
               WHEN "FEESCHED"
                   PERFORM VALIDATE-FEESCHED-ENTRY
                   PERFORM VALIDATE-PAYEEMAP-ENTRY
               WHEN "WATCHLIST"
                   PERFORM VALIDATE-WATCHLIST-ENTRY
               WHEN "PARTYADDR"
                   PERFORM VALIDATE-PARTYADDR-ENTRY
               WHEN "LETTERTPL"
                   PERFORM VALIDATE-LETTERTPL-ENTRY
           END-EVALUATE.

      *****************************************************************
               WHEN "TAXTOL"
               WHEN "CARDAPR"
               WHEN "MINPAYPCT"
               WHEN "CLMAXRISK"
               WHEN "CLRISKUP"
               WHEN "CLMISSMAX"
               WHEN "CLOVERMAX"
               WHEN "CLRETMAX"
               WHEN "CLDECPCT"
               WHEN "CLINCPCT"
               WHEN "CLINCUTIL"
               WHEN "CLINCRISK"
               WHEN "CLMINCYC"
               WHEN "CLMAXLINE"
               WHEN "CMASQFTPCT"
               WHEN "CMABEDS"
               WHEN "CMABATHS"
               WHEN "CMAYEARS"
               WHEN "CMAMONTHS"
               WHEN "CMAMAXCOMP"
               WHEN "CMABEDADJ"
               WHEN "CMABTHADJ"
               WHEN "RENTGRACE"
               WHEN "RENTLATPCT"
               WHEN "RENTMGTPCT"
                   CONTINUE
               WHEN OTHER
                   MOVE "UNKNOWN LIMIT NAME" TO WS-VAL-REASON
               MOVE "BLANK WATCHLIST NAME" TO WS-VAL-REASON
           END-IF.

      *****************************************************************
      * KEY|ADDRESS|CITY|ST|ZIP - THE LINE CORR-QUEUE.COB MAILS TO.
      * THE KEY IS A PARTY ID OR A SUBJECT KEY; THE STATE IS TWO
      * LETTERS AND THE ZIP FIVE DIGITS OR ZIP+4 (NINE DIGITS, WITH
      * OR WITHOUT THE HYPHEN), SINCE THE MAIL HOUSE PRESORTS ON IT.
      *****************************************************************
       VALIDATE-PARTYADDR-ENTRY.
           MOVE SPACES TO WS-ADDRESS-VALIDATE
           UNSTRING WS-VAL-LINE DELIMITED BY '|'
               INTO WS-VAL-ADDR-KEY
                    WS-VAL-ADDR-STREET
                    WS-VAL-ADDR-CITY
                    WS-VAL-ADDR-STATE
                    WS-VAL-ADDR-ZIP
                    WS-VAL-ADDR-EXTRA

           IF WS-VAL-ADDR-KEY = SPACES
               MOVE "MISSING PARTY OR SUBJECT KEY" TO WS-VAL-REASON
               EXIT PARAGRAPH
           END-IF

           IF WS-VAL-ADDR-KEY(21:10) NOT = SPACES
               MOVE "KEY LONGER THAN 20 CHARACTERS" TO WS-VAL-REASON
               EXIT PARAGRAPH
           END-IF

           IF WS-VAL-ADDR-STREET = SPACES
               MOVE "MISSING STREET ADDRESS" TO WS-VAL-REASON
               EXIT PARAGRAPH
           END-IF

           IF WS-VAL-ADDR-CITY = SPACES
               MOVE "MISSING CITY" TO WS-VAL-REASON
               EXIT PARAGRAPH
           END-IF

           IF WS-VAL-ADDR-CITY(31:10) NOT = SPACES
               MOVE "CITY LONGER THAN 30 CHARACTERS" TO WS-VAL-REASON
               EXIT PARAGRAPH
           END-IF

           IF WS-VAL-ADDR-STATE(1:1) = SPACE
                   OR WS-VAL-ADDR-STATE(2:1) = SPACE
                   OR WS-VAL-ADDR-STATE(1:2) NOT ALPHABETIC
                   OR WS-VAL-ADDR-STATE(3:8) NOT = SPACES
               MOVE "STATE MUST BE TWO LETTERS" TO WS-VAL-REASON
               EXIT PARAGRAPH
           END-IF

           EVALUATE TRUE
               WHEN WS-VAL-ADDR-ZIP(1:5) NUMERIC
                       AND WS-VAL-ADDR-ZIP(6:15) = SPACES
                   CONTINUE
               WHEN WS-VAL-ADDR-ZIP(1:9) NUMERIC
                       AND WS-VAL-ADDR-ZIP(10:11) = SPACES
                   CONTINUE
               WHEN WS-VAL-ADDR-ZIP(1:5) NUMERIC
                       AND WS-VAL-ADDR-ZIP(6:1) = "-"
                       AND WS-VAL-ADDR-ZIP(7:4) NUMERIC
                       AND WS-VAL-ADDR-ZIP(11:10) = SPACES
                   CONTINUE
               WHEN OTHER
                   MOVE "ZIP MUST BE 5 OR 9 DIGITS" TO WS-VAL-REASON
                   EXIT PARAGRAPH
           END-EVALUATE

           IF WS-VAL-ADDR-EXTRA NOT = SPACES
               MOVE "TOO MANY FIELDS FOR AN ADDRESS" TO WS-VAL-REASON
           END-IF.

      *****************************************************************
      * TYPE|TEXT - THE SHAPE CORRESPONDENCE.COB RENDERS. THE TYPE IS
      * ONE CORR-QUEUE.COB ACCEPTS; THE TEXT IS EVERYTHING AFTER THE
      * FIRST PIPE AND MAY BE BLANK (A BLANK LINE IN THE LETTER). A
      * PAGE BREAK MUST STAND ALONE ON ITS LINE - EMBEDDED IN TEXT IT
      * WOULD PRINT AS "@P" - AND A MERGE FIELD NUMBER RUNS 1 TO 8.
      *****************************************************************
       VALIDATE-LETTERTPL-ENTRY.
           MOVE ZERO TO WS-VAL-TPL-COUNT
           INSPECT WS-VAL-LINE TALLYING WS-VAL-TPL-COUNT FOR ALL '|'
           IF WS-VAL-TPL-COUNT = ZERO
               MOVE "MISSING PIPE AFTER LETTER TYPE" TO WS-VAL-REASON
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-VAL-TPL-TYPE
           MOVE SPACES TO WS-VAL-TPL-TEXT
           MOVE 1 TO WS-VAL-TPL-POINTER
           UNSTRING WS-VAL-LINE DELIMITED BY '|'
               INTO WS-VAL-TPL-TYPE
               WITH POINTER WS-VAL-TPL-POINTER
           IF WS-VAL-TPL-POINTER <= 200
               MOVE WS-VAL-LINE(WS-VAL-TPL-POINTER:)
                   TO WS-VAL-TPL-TEXT
           END-IF

           EVALUATE FUNCTION UPPER-CASE(WS-VAL-TPL-TYPE)
               WHEN "LATENOTICE"
               WHEN "ESCANALYS"
               WHEN "PAYOFFQT"
               WHEN "INSLAPSE"
               WHEN "CARDSTMT"
               WHEN "TRUSTSTMT"
                   CONTINUE
               WHEN OTHER
                   MOVE "UNKNOWN LETTER TYPE" TO WS-VAL-REASON
                   EXIT PARAGRAPH
           END-EVALUATE

           MOVE ZERO TO WS-VAL-TPL-COUNT
           INSPECT WS-VAL-TPL-TEXT TALLYING WS-VAL-TPL-COUNT
               FOR ALL "@P"
           IF WS-VAL-TPL-COUNT > ZERO AND WS-VAL-TPL-TEXT NOT = "@P"
               MOVE "PAGE BREAK MUST BE ALONE ON ITS LINE"
                   TO WS-VAL-REASON
               EXIT PARAGRAPH
           END-IF

           MOVE ZERO TO WS-VAL-TPL-COUNT
           INSPECT WS-VAL-TPL-TEXT TALLYING WS-VAL-TPL-COUNT
               FOR ALL "@0" ALL "@9"
           IF WS-VAL-TPL-COUNT > ZERO
               MOVE "MERGE FIELD MUST BE @1 THROUGH @8"
                   TO WS-VAL-REASON
           END-IF.

      *****************************************************************
      * AN AMOUNT FIELD MAY CARRY DIGITS AND ONE DECIMAL POINT,
      * NOTHING ELSE - THE SAME BYTES EVERY CONSUMER'S UNSTRING-INTO-
