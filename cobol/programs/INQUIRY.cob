      *                           PICTURE - CANONICAL NAME AND THE
      *                           ACCOUNT/CARD/MORTGAGE/DEAL LINKS
      *                           PARTY-BUILD MAINTAINS
      *   LETTER|<KEY>[|<TYPE>]   THE LATEST CUSTOMER LETTER ON THE
      *                           CORRESPONDENCE HISTORY FOR A LOAN,
      *                           ACCOUNT, CARD OR PARTY-ID, OPTIONALLY
      *                           OF ONE LETTER TYPE - WHETHER IT WENT
      *                           OUT (OR WHY NOT), AND WHEN A
      *                           MATCHING LETTER LAST ACTUALLY WENT OUT
      * RESPONSES ARE PIPE-DELIMITED, STATUS CODE FIRST.
      *****************************************************************

                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-XREF-STATUS.

           SELECT CORR-HISTORY-FILE ASSIGN TO "CORRHIST.DAT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-HIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYMENT-FILE.
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

       FD  ESCROW-FILE.
       01  ESCROW-RECORD.
           05  PX-LINK-KEY         PIC X(20).
           05  PX-TIMESTAMP        PIC 9(14).

      *****************************************************************
      * SENT-LETTER HISTORY KEPT BY THE NIGHTLY CORRESPONDENCE RUN.
      *****************************************************************
       FD  CORR-HISTORY-FILE.
       01  CORR-HISTORY-RECORD.
           05  CH-LETTER-ID        PIC X(20).
           05  CH-LETTER-TYPE      PIC X(10).
           05  CH-SUBJECT-TYPE     PIC X(10).
           05  CH-SUBJECT-KEY      PIC X(20).
           05  CH-DOCUMENT-REF     PIC X(20).
           05  CH-PARTY-ID         PIC X(20).
           05  CH-RECIPIENT-NAME   PIC X(50).
           05  CH-ZIP              PIC X(10).
           05  CH-DISPOSITION      PIC X.
               88  CH-SENT         VALUE 'S'.
               88  CH-DUPLICATE    VALUE 'D'.
               88  CH-LEGAL-HOLD   VALUE 'L'.
           05  CH-REQUIRED-BY      PIC 9(8).
           05  CH-QUEUED-DATE      PIC 9(8).
           05  CH-SENT-DATE        PIC 9(8).
           05  CH-PAGE-COUNT       PIC 9(3).
           05  CH-PRESORT-SEQ      PIC 9(5).
           05  CH-TIMESTAMP        PIC 9(14).

       WORKING-STORAGE SECTION.
       01  WS-PAYMENT-STATUS       PIC XX.
       01  WS-PARTY-STATUS         PIC XX.
       01  WS-XREF-STATUS          PIC XX.
       01  WS-HIST-STATUS          PIC XX.

       01  WS-PARTY-LINKS.
           05  WS-ACCOUNT-LINKS    PIC 9(3).
       01  WS-REQUEST-FIELDS.
           05  WS-INQUIRY-TYPE     PIC X(10).
           05  WS-INQUIRY-KEY      PIC X(30).
           05  WS-INQUIRY-QUALIFIER PIC X(10).

       01  WS-RESPONSE-WORK.
           05  WS-STATUS           PIC XX.
           05  WS-ESC-TITLE        PIC 9(7)V99.
           05  WS-ESC-BUYER        PIC 9(7)V99.

       01  WS-LETTER-STATE.
           05  WS-LTR-ID           PIC X(20).
           05  WS-LTR-TYPE         PIC X(10).
           05  WS-LTR-SUBJECT      PIC X(20).
           05  WS-LTR-REFERENCE    PIC X(20).
           05  WS-LTR-DISPOSITION  PIC X.
           05  WS-LTR-SENT-DATE    PIC 9(8).
           05  WS-LTR-PAGES        PIC 9(3).
           05  WS-LTR-SENT-COUNT   PIC 9(5).

       01  WS-DELINQ-FLAG          PIC X(12).

       01  WS-TODAY-DATE           PIC 9(8).
                   PERFORM INQUIRE-ESCROW
               WHEN "PARTY"
                   PERFORM INQUIRE-PARTY
               WHEN "LETTER"
                   PERFORM INQUIRE-LETTER
               WHEN OTHER
                   MOVE '99' TO WS-STATUS
                   MOVE "Invalid inquiry type" TO WS-MESSAGE
       PARSE-REQUEST.
           MOVE SPACES TO WS-INQUIRY-TYPE
           MOVE SPACES TO WS-INQUIRY-KEY
           MOVE SPACES TO WS-INQUIRY-QUALIFIER

           UNSTRING LS-REQUEST DELIMITED BY '|'
               INTO WS-INQUIRY-TYPE
                    WS-INQUIRY-KEY
                    WS-INQUIRY-QUALIFIER.

       INQUIRE-PAYMENT-BY-ID.
           MOVE 'N' TO WS-FOUND-SWITCH
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

      *****************************************************************
      * LETTER|<KEY>[|<TYPE>] - THE KEY MATCHES EITHER THE LETTER'S
      * SUBJECT (MORTGAGE-ID, ACCOUNT-ID, CARD NUMBER) OR THE PARTY IT
      * WAS ADDRESSED TO. THE LAST MATCH ON THE HISTORY IS THE LATEST
      * LETTER AND ITS DISPOSITION: S SENT, D DUPLICATE SUPPRESSED, L
      * NOT SENT - LOAN UNDER LEGAL HOLD. THE SENT DATE AND PAGE COUNT
      * ARE THOSE OF THE LAST MATCHING LETTER THAT ACTUALLY WENT OUT
      * (ZERO IF NONE HAS) - A SUPPRESSED DUPLICATE CARRIES NO MAILING
      * OF ITS OWN. THE COUNT IS HOW MANY MATCHING LETTERS WENT OUT.
      * THE TYPE IS MATCHED IN UPPER CASE, AS THE QUEUE STORES IT.
      *****************************************************************
       INQUIRE-LETTER.
           MOVE 'N' TO WS-FOUND-SWITCH
           INITIALIZE WS-LETTER-STATE
           MOVE FUNCTION UPPER-CASE(WS-INQUIRY-QUALIFIER)
               TO WS-INQUIRY-QUALIFIER

           OPEN INPUT CORR-HISTORY-FILE

           IF WS-HIST-STATUS = '00'
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM READ-HISTORY-RECORD
               PERFORM UNTIL WS-END-OF-FILE
                   IF (CH-SUBJECT-KEY = WS-INQUIRY-KEY
                           OR CH-PARTY-ID = WS-INQUIRY-KEY)
                       AND (WS-INQUIRY-QUALIFIER = SPACES
                           OR CH-LETTER-TYPE = WS-INQUIRY-QUALIFIER)
                       MOVE 'Y' TO WS-FOUND-SWITCH
                       MOVE CH-LETTER-ID TO WS-LTR-ID
                       MOVE CH-LETTER-TYPE TO WS-LTR-TYPE
                       MOVE CH-SUBJECT-KEY TO WS-LTR-SUBJECT
                       MOVE CH-DOCUMENT-REF TO WS-LTR-REFERENCE
                       MOVE CH-DISPOSITION TO WS-LTR-DISPOSITION
                       IF CH-SENT
                           MOVE CH-SENT-DATE TO WS-LTR-SENT-DATE
                           MOVE CH-PAGE-COUNT TO WS-LTR-PAGES
                           ADD 1 TO WS-LTR-SENT-COUNT
                       END-IF
                   END-IF
                   PERFORM READ-HISTORY-RECORD
               END-PERFORM
               CLOSE CORR-HISTORY-FILE
           END-IF

           IF WS-FOUND-SWITCH = 'N'
               MOVE '01' TO WS-STATUS
               MOVE "No letter on file" TO WS-MESSAGE
               PERFORM FORMAT-ERROR-RESPONSE
               EXIT PARAGRAPH
           END-IF

           STRING '00'
                  "|" WS-LTR-ID
                  "|" WS-LTR-TYPE
                  "|" WS-LTR-SUBJECT
                  "|" WS-LTR-REFERENCE
                  "|" WS-LTR-DISPOSITION
                  "|" WS-LTR-SENT-DATE
                  "|" WS-LTR-PAGES
                  "|" WS-LTR-SENT-COUNT
                  DELIMITED BY SIZE
                  INTO LS-RESPONSE.

       READ-HISTORY-RECORD.
           READ CORR-HISTORY-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

       FORMAT-ERROR-RESPONSE.
           STRING WS-STATUS
                  "|" WS-MESSAGE
