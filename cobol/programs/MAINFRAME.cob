           05  PM-STATUS           PIC X(20).
           05  PM-LIST-DATE        PIC 9(8).
           05  PM-LAST-UPDATE      PIC 9(14).
           05  PM-LIST-AGENT-ID    PIC X(20).
           05  PM-AGREEMENT-START  PIC 9(8).
           05  PM-AGREEMENT-END    PIC 9(8).
       
       FD  AGENT-MASTER.
       01  AGENT-MASTER-REC.
      * DELIMITED PAYLOAD THE SINGLE-RECORD PROPERTY-SYNC/AGENT-SYNC
      * REQUESTS CARRY IN WS-SYNC-DATA, STARTING IN POSITION ELEVEN -
      * THE SAME FIXED-OFFSET SPLIT PARSE-SYNC-REQUEST APPLIES TO
      * LS-REQUEST. THE EXTRACT IS FRAMED BY THE HDR/TRL CONTROL
      * RECORDS INBOUND-CHECK.COB PROVES BEFORE FEED-FILE-SYNC STARTS.
      *****************************************************************
       FD  MLS-FEED-FILE.
       01  MLS-FEED-RECORD.
      * THE MLS TO RESEND. A REJECT-REPROC RUN APPENDS A FOLLOW-UP
      * RECORD WITH STATUS 'R' FOR EACH ENTRY THAT GOES THROUGH ON
      * RESUBMISSION - SAME LATEST-STATE-WINS LEDGER PATTERN AS THE
      * COMMISSION AND ESCROW LEDGERS. "PORTAL" ENTRIES ARE LISTINGS A
      * SYNDICATION PORTAL REFUSED; LISTING-SYNDICATE QUEUES, RESENDS
      * AND RESOLVES THEM, SO REJECT-REPROC LEAVES THEM ALONE.
      *****************************************************************
       FD  SYNC-REJECT-FILE.
       01  SYNC-REJECT-RECORD.
       01  WS-AUDIT-WORK.
           05  WS-OLD-LIST-PRICE   PIC 9(9)V99.
           05  WS-OLD-STATUS       PIC X(20).
           05  WS-OLD-MLS-NUMBER   PIC X(20).
           05  WS-OLD-ADDRESS      PIC X(100).
           05  WS-OLD-CITY         PIC X(30).
           05  WS-OLD-STATE        PIC XX.
           05  WS-OLD-ZIP          PIC X(10).
           05  WS-OLD-BEDROOMS     PIC 99.
           05  WS-OLD-BATHROOMS    PIC 99V9.
           05  WS-OLD-SQUARE-FEET  PIC 9(6).
           05  WS-OLD-LIST-AGENT   PIC X(20).
           05  WS-OLD-AGMT-START   PIC 9(8).
           05  WS-OLD-AGMT-END     PIC 9(8).
           05  WS-AUDIT-BATHS-EDIT PIC Z9.9.
           05  WS-AUDIT-FIELD      PIC X(20).
           05  WS-AUDIT-OLD-VALUE  PIC X(30).
           05  WS-AUDIT-NEW-VALUE  PIC X(30).
           05  WS-AGENT-DONE-TODAY    PIC X VALUE 'N'.
           05  WS-CHECKPOINT-TYPE     PIC X(20).
       
      *****************************************************************
      * SINGLE-LISTING STATUS CHANGE REQUESTED BY ANOTHER MODULE
      * (A CANCELLED DEAL PUTTING ITS LISTING BACK ON THE MARKET) -
      * PROPERTY-ID|NEW-STATUS. ONLY THE STATUS MOVES; EVERY OTHER
      * FIELD ON THE LISTING IS LEFT EXACTLY AS THE MASTER HOLDS IT.
      *****************************************************************
       01  WS-STATUS-CHANGE-REQUEST.
           05  WS-SCR-PROPERTY-ID  PIC X(20).
           05  WS-SCR-NEW-STATUS   PIC X(20).

      *****************************************************************
      * LISTING AGREEMENT TERMS CARRIED AFTER THE STATUS ON A PROPERTY
      * PAYLOAD - LISTING-AGENT|AGREEMENT-START|AGREEMENT-END. THEY ARE
      * OPTIONAL: A FEED THAT DOES NOT SEND THEM KEEPS SYNCING AND THE
      * LISTING KEEPS WHATEVER TERMS IT ALREADY HOLDS.
      *****************************************************************
       01  WS-SYNC-AGREEMENT.
           05  WS-SYNC-LIST-AGENT  PIC X(20).
           05  WS-SYNC-AGMT-START  PIC X(8).
           05  WS-SYNC-AGMT-END    PIC X(8).

       01  WS-AGMT-DATE-INT        PIC 9(7).

      *****************************************************************
      * LISTING AGREEMENT RENEWAL - PROPERTY-ID|NEW-END-DATE. THE NEW
      * END DATE MUST BE LATER THAN BOTH TODAY AND THE CURRENT END.
      *****************************************************************
       01  WS-RENEW-REQUEST.
           05  WS-RNW-PROPERTY-ID  PIC X(20).
           05  WS-RNW-NEW-END      PIC X(8).
           05  WS-RNW-NEW-END-N REDEFINES WS-RNW-NEW-END
                                   PIC 9(8).

       01  WS-JSON-PARSER.
           05  WS-JSON-TYPE        PIC X(20).
           05  WS-JSON-ID          PIC X(20).
           05  WS-JSON-DATA        PIC X(400).

      *****************************************************************
      * INBOUND-CHECK.COB CALL AREA. THE MLS EXTRACT IS PROVED
      * AGAINST ITS TRAILER AND THE INBOUND REGISTRY BEFORE ANY
      * RECORD OF IT IS SYNCED.
      *****************************************************************
       01  WS-INBOUND-REQUEST      PIC X(200).
       01  WS-INBOUND-RESPONSE     PIC X(150).
       01  WS-INBOUND-RESULT.
           05  WS-INBOUND-RC       PIC XX.
           05  WS-INBOUND-MESSAGE  PIC X(50).

       LINKAGE SECTION.
       01  LS-REQUEST              PIC X(520).
       01  LS-RESPONSE             PIC X(150).
                   PERFORM CHECK-SYNC-STATUS
               WHEN "VALIDATE-MLS"
                   PERFORM VALIDATE-MLS-DATA
               WHEN "LISTING-STATUS"
                   PERFORM CHANGE-LISTING-STATUS
               WHEN "LISTING-RENEW"
                   PERFORM RENEW-LISTING-AGREEMENT
               WHEN OTHER
                   MOVE '99' TO WS-STATUS
                   MOVE "Invalid sync type" TO WS-MESSAGE
           END-IF.
       
       PARSE-PROPERTY-DATA.
           MOVE SPACES TO WS-SYNC-AGREEMENT
           UNSTRING WS-SYNC-DATA DELIMITED BY '|'
               INTO PM-PROPERTY-ID
                    PM-MLS-NUMBER
                    PM-BEDROOMS
                    PM-BATHROOMS
                    PM-SQUARE-FEET
                    PM-STATUS
                    WS-SYNC-LIST-AGENT
                    WS-SYNC-AGMT-START
                    WS-SYNC-AGMT-END.

      *****************************************************************
      * APPLIES WHATEVER AGREEMENT TERMS THE PAYLOAD SUPPLIED OVER THE
      * LISTING. A DATE THAT IS NOT A REAL DATE IS IGNORED, AS IS AN END
      * DATE EARLIER THAN THE AGREEMENT START - THE LISTING KEEPS ITS
      * EXISTING TERM RATHER THAN TAKING ONE THAT CANNOT BE RIGHT.
      *****************************************************************
       APPLY-AGREEMENT-TERMS.
           IF WS-SYNC-LIST-AGENT NOT = SPACES
               MOVE WS-SYNC-LIST-AGENT TO PM-LIST-AGENT-ID
           END-IF

           IF WS-SYNC-AGMT-START IS NUMERIC
                   AND WS-SYNC-AGMT-START NOT = ZEROS
               COMPUTE WS-AGMT-DATE-INT = FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(WS-SYNC-AGMT-START))
               IF WS-AGMT-DATE-INT NOT = ZERO
                   MOVE WS-SYNC-AGMT-START TO PM-AGREEMENT-START
               END-IF
           END-IF

           IF WS-SYNC-AGMT-END IS NUMERIC
                   AND WS-SYNC-AGMT-END NOT = ZEROS
                   AND WS-SYNC-AGMT-END NOT < PM-AGREEMENT-START
               COMPUTE WS-AGMT-DATE-INT = FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(WS-SYNC-AGMT-END))
               IF WS-AGMT-DATE-INT NOT = ZERO
                   MOVE WS-SYNC-AGMT-END TO PM-AGREEMENT-END
               END-IF
           END-IF.

      *****************************************************************
      * A NEW LISTING IS AUDITED AS PM-NEW-LISTING (NEW VALUE = ITS
      * OPENING STATUS) SO LISTING-SYNDICATE SENDS IT TO THE PORTALS.
      * THE AGREEMENT STARTS ON THE LIST DATE UNLESS THE PAYLOAD SAYS
      * OTHERWISE; WITH NO END DATE SUPPLIED THE END STAYS ZERO AND
      * LISTING-EXPIRE LEAVES THE LISTING ALONE UNTIL ONE IS KNOWN.
      *****************************************************************
       ADD-NEW-PROPERTY.
           MOVE FUNCTION CURRENT-DATE(1:8) TO PM-LIST-DATE
           MOVE SPACES TO PM-LIST-AGENT-ID
           MOVE PM-LIST-DATE TO PM-AGREEMENT-START
           MOVE ZERO TO PM-AGREEMENT-END
           PERFORM APPLY-AGREEMENT-TERMS
           STRING WS-YEAR WS-MONTH WS-DAY
                  WS-HOUR WS-MINUTE WS-SECOND
                  DELIMITED BY SIZE
                   ADD 1 TO WS-RECORDS-ERROR
               NOT INVALID KEY
                   ADD 1 TO WS-RECORDS-ADDED
                   MOVE "PM-NEW-LISTING" TO WS-AUDIT-FIELD
                   MOVE SPACES TO WS-AUDIT-OLD-VALUE
                   MOVE PM-STATUS TO WS-AUDIT-NEW-VALUE
                   PERFORM WRITE-PROPERTY-AUDIT
           END-WRITE.
       
      *****************************************************************
      * READ) AND WRITES A BEFORE/AFTER AUDIT RECORD FOR ANY FIELD
      * THAT ACTUALLY CHANGED, SO COMMISSION DISPUTES CAN BE ANSWERED
      * WITH "WHEN DID THIS LISTING'S PRICE CHANGE AND FROM WHAT".
      * THE LISTING ATTRIBUTES ARE AUDITED THE SAME WAY SO THE PORTAL
      * SYNDICATION FEED SEES EVERY CHANGE THE PORTALS CARRY. STATUS IS
      * AUDITED BEFORE PRICE SO A CLOSING PRICE SENT WITH THE SOLD
      * STATUS READS AS THE SALE PRICE, NOT AS A LIST PRICE CHANGE.
      *****************************************************************
       UPDATE-PROPERTY.
           MOVE PM-LIST-PRICE TO WS-OLD-LIST-PRICE
           MOVE PM-STATUS TO WS-OLD-STATUS
           MOVE PM-MLS-NUMBER TO WS-OLD-MLS-NUMBER
           MOVE PM-ADDRESS TO WS-OLD-ADDRESS
           MOVE PM-CITY TO WS-OLD-CITY
           MOVE PM-STATE TO WS-OLD-STATE
           MOVE PM-ZIP TO WS-OLD-ZIP
           MOVE PM-BEDROOMS TO WS-OLD-BEDROOMS
           MOVE PM-BATHROOMS TO WS-OLD-BATHROOMS
           MOVE PM-SQUARE-FEET TO WS-OLD-SQUARE-FEET
           MOVE PM-LIST-AGENT-ID TO WS-OLD-LIST-AGENT
           MOVE PM-AGREEMENT-START TO WS-OLD-AGMT-START
           MOVE PM-AGREEMENT-END TO WS-OLD-AGMT-END
           MOVE 'N' TO WS-TRANSITION-REJECTED

           PERFORM PARSE-PROPERTY-DATA
           PERFORM APPLY-AGREEMENT-TERMS
           PERFORM VALIDATE-STATUS-TRANSITION
           PERFORM AUDIT-LISTING-ATTRIBUTES

           IF PM-STATUS NOT = WS-OLD-STATUS
               MOVE "PM-STATUS" TO WS-AUDIT-FIELD
               END-IF
           END-IF

           IF PM-LIST-PRICE NOT = WS-OLD-LIST-PRICE
               MOVE "PM-LIST-PRICE" TO WS-AUDIT-FIELD
               MOVE WS-OLD-LIST-PRICE TO WS-AUDIT-OLD-VALUE
               MOVE PM-LIST-PRICE TO WS-AUDIT-NEW-VALUE
               PERFORM WRITE-PROPERTY-AUDIT
           END-IF

           STRING WS-YEAR WS-MONTH WS-DAY
                  WS-HOUR WS-MINUTE WS-SECOND
                  DELIMITED BY SIZE
                   TO WS-MESSAGE
           END-IF.

       AUDIT-LISTING-ATTRIBUTES.
           IF PM-MLS-NUMBER NOT = WS-OLD-MLS-NUMBER
               MOVE "PM-MLS-NUMBER" TO WS-AUDIT-FIELD
               MOVE WS-OLD-MLS-NUMBER TO WS-AUDIT-OLD-VALUE
               MOVE PM-MLS-NUMBER TO WS-AUDIT-NEW-VALUE
               PERFORM WRITE-PROPERTY-AUDIT
           END-IF

           IF PM-ADDRESS NOT = WS-OLD-ADDRESS
               MOVE "PM-ADDRESS" TO WS-AUDIT-FIELD
               MOVE WS-OLD-ADDRESS TO WS-AUDIT-OLD-VALUE
               MOVE PM-ADDRESS TO WS-AUDIT-NEW-VALUE
               PERFORM WRITE-PROPERTY-AUDIT
           END-IF

           IF PM-CITY NOT = WS-OLD-CITY
               MOVE "PM-CITY" TO WS-AUDIT-FIELD
               MOVE WS-OLD-CITY TO WS-AUDIT-OLD-VALUE
               MOVE PM-CITY TO WS-AUDIT-NEW-VALUE
               PERFORM WRITE-PROPERTY-AUDIT
           END-IF

           IF PM-STATE NOT = WS-OLD-STATE
               MOVE "PM-STATE" TO WS-AUDIT-FIELD
               MOVE WS-OLD-STATE TO WS-AUDIT-OLD-VALUE
               MOVE PM-STATE TO WS-AUDIT-NEW-VALUE
               PERFORM WRITE-PROPERTY-AUDIT
           END-IF

           IF PM-ZIP NOT = WS-OLD-ZIP
               MOVE "PM-ZIP" TO WS-AUDIT-FIELD
               MOVE WS-OLD-ZIP TO WS-AUDIT-OLD-VALUE
               MOVE PM-ZIP TO WS-AUDIT-NEW-VALUE
               PERFORM WRITE-PROPERTY-AUDIT
           END-IF

           IF PM-BEDROOMS NOT = WS-OLD-BEDROOMS
               MOVE "PM-BEDROOMS" TO WS-AUDIT-FIELD
               MOVE WS-OLD-BEDROOMS TO WS-AUDIT-OLD-VALUE
               MOVE PM-BEDROOMS TO WS-AUDIT-NEW-VALUE
               PERFORM WRITE-PROPERTY-AUDIT
           END-IF

           IF PM-BATHROOMS NOT = WS-OLD-BATHROOMS
               MOVE "PM-BATHROOMS" TO WS-AUDIT-FIELD
               MOVE WS-OLD-BATHROOMS TO WS-AUDIT-BATHS-EDIT
               MOVE WS-AUDIT-BATHS-EDIT TO WS-AUDIT-OLD-VALUE
               MOVE PM-BATHROOMS TO WS-AUDIT-BATHS-EDIT
               MOVE WS-AUDIT-BATHS-EDIT TO WS-AUDIT-NEW-VALUE
               PERFORM WRITE-PROPERTY-AUDIT
           END-IF

           IF PM-SQUARE-FEET NOT = WS-OLD-SQUARE-FEET
               MOVE "PM-SQUARE-FEET" TO WS-AUDIT-FIELD
               MOVE WS-OLD-SQUARE-FEET TO WS-AUDIT-OLD-VALUE
               MOVE PM-SQUARE-FEET TO WS-AUDIT-NEW-VALUE
               PERFORM WRITE-PROPERTY-AUDIT
           END-IF

           IF PM-LIST-AGENT-ID NOT = WS-OLD-LIST-AGENT
               MOVE "PM-LIST-AGENT-ID" TO WS-AUDIT-FIELD
               MOVE WS-OLD-LIST-AGENT TO WS-AUDIT-OLD-VALUE
               MOVE PM-LIST-AGENT-ID TO WS-AUDIT-NEW-VALUE
               PERFORM WRITE-PROPERTY-AUDIT
           END-IF

           IF PM-AGREEMENT-START NOT = WS-OLD-AGMT-START
               MOVE "PM-AGREEMENT-START" TO WS-AUDIT-FIELD
               MOVE WS-OLD-AGMT-START TO WS-AUDIT-OLD-VALUE
               MOVE PM-AGREEMENT-START TO WS-AUDIT-NEW-VALUE
               PERFORM WRITE-PROPERTY-AUDIT
           END-IF

           IF PM-AGREEMENT-END NOT = WS-OLD-AGMT-END
               MOVE "PM-AGREEMENT-END" TO WS-AUDIT-FIELD
               MOVE WS-OLD-AGMT-END TO WS-AUDIT-OLD-VALUE
               MOVE PM-AGREEMENT-END TO WS-AUDIT-NEW-VALUE
               PERFORM WRITE-PROPERTY-AUDIT
           END-IF.

       WRITE-PROPERTY-AUDIT.
           OPEN EXTEND PROPERTY-AUDIT-FILE

                   NOT AT END
                       IF DM-PROPERTY-ID = PM-PROPERTY-ID
                               AND DM-MILESTONE NOT = "CLOSED"
                               AND DM-MILESTONE NOT = "CANCELLED"
                           MOVE 'Y' TO WS-DEAL-FOUND
                       END-IF
               END-READ

           CLOSE DEAL-MASTER.

      *****************************************************************
      * MOVES ONE LISTING TO A NEW STATUS ON BEHALF OF ANOTHER MODULE
      * RATHER THAN AN MLS SYNC - THE SAME STATE MACHINE AND THE SAME
      * BEFORE/AFTER AUDIT TRAIL AS UPDATE-PROPERTY, SO A LISTING PUT
      * BACK ON THE MARKET BY A DEAL FALL-THROUGH IS AS TRACEABLE AS
      * ONE MOVED BY THE FEED. AN ILLEGAL MOVE IS REFUSED AND THE
      * LISTING KEEPS ITS STATUS; THE CALLER SEES THE REFUSAL IN THE
      * RESPONSE STATUS.
      *****************************************************************
       CHANGE-LISTING-STATUS.
           MOVE SPACES TO WS-STATUS-CHANGE-REQUEST
           MOVE 'N' TO WS-TRANSITION-REJECTED

           UNSTRING WS-SYNC-DATA DELIMITED BY '|'
               INTO WS-SCR-PROPERTY-ID
                    WS-SCR-NEW-STATUS

           OPEN I-O PROPERTY-MASTER

           IF WS-PROP-STATUS NOT = '00'
               MOVE '99' TO WS-STATUS
               MOVE "Cannot access property database" TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-SCR-PROPERTY-ID TO PM-PROPERTY-ID
           READ PROPERTY-MASTER
               INVALID KEY
                   MOVE '01' TO WS-STATUS
                   MOVE "Listing not found on property master"
                       TO WS-MESSAGE
                   CLOSE PROPERTY-MASTER
                   EXIT PARAGRAPH
           END-READ

           MOVE PM-STATUS TO WS-OLD-STATUS
           MOVE WS-SCR-NEW-STATUS TO PM-STATUS
           PERFORM VALIDATE-STATUS-TRANSITION

           IF WS-TRANSITION-REJECTED = 'Y'
               MOVE '02' TO WS-STATUS
               MOVE "Listing status transition not allowed"
                   TO WS-MESSAGE
               CLOSE PROPERTY-MASTER
               EXIT PARAGRAPH
           END-IF

           IF PM-STATUS NOT = WS-OLD-STATUS
               MOVE "PM-STATUS" TO WS-AUDIT-FIELD
               MOVE WS-OLD-STATUS TO WS-AUDIT-OLD-VALUE
               MOVE PM-STATUS TO WS-AUDIT-NEW-VALUE
               PERFORM WRITE-PROPERTY-AUDIT

               STRING WS-YEAR WS-MONTH WS-DAY
                      WS-HOUR WS-MINUTE WS-SECOND
                      DELIMITED BY SIZE
                      INTO PM-LAST-UPDATE

               REWRITE PROPERTY-MASTER-REC
                   INVALID KEY
                       ADD 1 TO WS-RECORDS-ERROR
                   NOT INVALID KEY
                       ADD 1 TO WS-RECORDS-UPDATED
               END-REWRITE
           END-IF

           CLOSE PROPERTY-MASTER

           MOVE WS-RECORDS-UPDATED TO WS-RECORDS-SYNCED
           MOVE "Listing status changed" TO WS-MESSAGE.

      *****************************************************************
      * EXTENDS A LISTING AGREEMENT TO A NEW END DATE. THE RENEWAL IS
      * AUDITED AS PM-AGREEMENT-RENEW (OLD END TO NEW END) SO IT CAN
      * BE TOLD APART FROM AN MLS FEED CORRECTING THE TERM. A LISTING
      * ALREADY EXPIRED GOES BACK TO ACTIVE THROUGH THE STATE MACHINE
      * WITH ITS OWN PM-STATUS AUDIT. SOLD, CLOSED AND WITHDRAWN
      * LISTINGS HAVE NO AGREEMENT LEFT TO RENEW.
      *****************************************************************
       RENEW-LISTING-AGREEMENT.
           MOVE SPACES TO WS-RENEW-REQUEST
           MOVE 'N' TO WS-TRANSITION-REJECTED

           UNSTRING WS-SYNC-DATA DELIMITED BY '|'
               INTO WS-RNW-PROPERTY-ID
                    WS-RNW-NEW-END

           MOVE ZERO TO WS-AGMT-DATE-INT
           IF WS-RNW-NEW-END IS NUMERIC
               COMPUTE WS-AGMT-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-RNW-NEW-END-N)
           END-IF

           IF WS-AGMT-DATE-INT = ZERO
               MOVE '03' TO WS-STATUS
               MOVE "Renewal end date is not a valid date"
                   TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF

           IF WS-RNW-NEW-END-N NOT > WS-TODAY-DATE
               MOVE '03' TO WS-STATUS
               MOVE "Renewal end date must be after today"
                   TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF

           OPEN I-O PROPERTY-MASTER

           IF WS-PROP-STATUS NOT = '00'
               MOVE '99' TO WS-STATUS
               MOVE "Cannot access property database" TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-RNW-PROPERTY-ID TO PM-PROPERTY-ID
           READ PROPERTY-MASTER
               INVALID KEY
                   MOVE '01' TO WS-STATUS
                   MOVE "Listing not found on property master"
                       TO WS-MESSAGE
                   CLOSE PROPERTY-MASTER
                   EXIT PARAGRAPH
           END-READ

           IF PM-STATUS NOT = "ACTIVE"
                   AND PM-STATUS NOT = "PENDING"
                   AND PM-STATUS NOT = "EXPIRED"
               MOVE '04' TO WS-STATUS
               MOVE "Listing not renewable in its current status"
                   TO WS-MESSAGE
               CLOSE PROPERTY-MASTER
               EXIT PARAGRAPH
           END-IF

           IF WS-RNW-NEW-END-N NOT > PM-AGREEMENT-END
               MOVE '03' TO WS-STATUS
               MOVE "Renewal end date must be after current end"
                   TO WS-MESSAGE
               CLOSE PROPERTY-MASTER
               EXIT PARAGRAPH
           END-IF

           MOVE PM-AGREEMENT-END TO WS-OLD-AGMT-END
           MOVE WS-RNW-NEW-END-N TO PM-AGREEMENT-END
           MOVE "PM-AGREEMENT-RENEW" TO WS-AUDIT-FIELD
           MOVE WS-OLD-AGMT-END TO WS-AUDIT-OLD-VALUE
           MOVE PM-AGREEMENT-END TO WS-AUDIT-NEW-VALUE
           PERFORM WRITE-PROPERTY-AUDIT

           IF PM-STATUS = "EXPIRED"
               MOVE PM-STATUS TO WS-OLD-STATUS
               MOVE "ACTIVE" TO PM-STATUS
               PERFORM VALIDATE-STATUS-TRANSITION
               IF PM-STATUS NOT = WS-OLD-STATUS
                   MOVE "PM-STATUS" TO WS-AUDIT-FIELD
                   MOVE WS-OLD-STATUS TO WS-AUDIT-OLD-VALUE
                   MOVE PM-STATUS TO WS-AUDIT-NEW-VALUE
                   PERFORM WRITE-PROPERTY-AUDIT
               END-IF
           END-IF

           STRING WS-YEAR WS-MONTH WS-DAY
                  WS-HOUR WS-MINUTE WS-SECOND
                  DELIMITED BY SIZE
                  INTO PM-LAST-UPDATE

           REWRITE PROPERTY-MASTER-REC
               INVALID KEY
                   ADD 1 TO WS-RECORDS-ERROR
               NOT INVALID KEY
                   ADD 1 TO WS-RECORDS-UPDATED
           END-REWRITE

           CLOSE PROPERTY-MASTER

           MOVE WS-RECORDS-UPDATED TO WS-RECORDS-SYNCED
           MOVE "Listing agreement renewed" TO WS-MESSAGE.

       SYNC-AGENTS.
           OPEN I-O AGENT-MASTER
           
      * WITH REASON) GOES TO FEEDSYNC.RPT FOR THE MLS COORDINATOR.
      *****************************************************************
       FEED-FILE-SYNC.
           PERFORM CHECK-INBOUND-FILE

           IF WS-INBOUND-RC NOT = '00' AND WS-INBOUND-RC NOT = '10'
               MOVE '99' TO WS-STATUS
               STRING "MLS feed file rejected - " DELIMITED BY SIZE
                      WS-INBOUND-MESSAGE DELIMITED BY SIZE
                      INTO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT MLS-FEED-FILE

           IF WS-FEED-STATUS NOT = '00'
           MOVE 'N' TO WS-FEED-EOF-SWITCH
           PERFORM READ-FEED-RECORD
           PERFORM UNTIL WS-FEED-END-OF-FILE
               IF MLS-FEED-RECORD(1:4) NOT = "HDR|"
                       AND MLS-FEED-RECORD(1:4) NOT = "TRL|"
                   PERFORM PROCESS-ONE-FEED-RECORD
               END-IF
               PERFORM READ-FEED-RECORD
           END-PERFORM

           CLOSE PROPERTY-MASTER
           CLOSE AGENT-MASTER

           IF WS-INBOUND-RC = '00'
               PERFORM REGISTER-INBOUND-FILE
           END-IF

           PERFORM WRITE-FEED-SUMMARY
           CLOSE FEED-REPORT


           MOVE "MLS feed sync completed" TO WS-MESSAGE.

      *****************************************************************
      * THE EXTRACT IS PROVED BEFORE ANYTHING IS SYNCED FROM IT -
      * TRAILER COUNT AGREES, AND NEITHER ITS CONTENT NOR ITS FILE
      * DATE AND SEQUENCE WAS LOADED BEFORE. STATUS 10 (NO FILE)
      * FALLS THROUGH TO THE USUAL FEED-NOT-AVAILABLE PATH. REGISTER
      * IS CALLED ONLY ONCE THE FEED HAS BEEN APPLIED.
      *****************************************************************
       CHECK-INBOUND-FILE.
           MOVE SPACES TO WS-INBOUND-REQUEST
           MOVE SPACES TO WS-INBOUND-RESPONSE
           MOVE "CHECK|MLSFEED" TO WS-INBOUND-REQUEST

           CALL "INBOUND-CHECK" USING WS-INBOUND-REQUEST
                                      WS-INBOUND-RESPONSE

           MOVE SPACES TO WS-INBOUND-RESULT
           UNSTRING WS-INBOUND-RESPONSE DELIMITED BY '|'
               INTO WS-INBOUND-RC
                    WS-INBOUND-MESSAGE.

       REGISTER-INBOUND-FILE.
           MOVE SPACES TO WS-INBOUND-REQUEST
           MOVE SPACES TO WS-INBOUND-RESPONSE
           MOVE "REGISTER|MLSFEED" TO WS-INBOUND-REQUEST

           CALL "INBOUND-CHECK" USING WS-INBOUND-REQUEST
                                      WS-INBOUND-RESPONSE.

       READ-FEED-RECORD.
           READ MLS-FEED-FILE
               AT END
                       MOVE 'Y' TO WS-REJWORK-EOF-SW
                   NOT AT END
                       IF RW-STATUS = 'O'
                          AND RW-RECORD-KIND NOT = "PORTAL"
                           MOVE RW-REJECT-ID TO WS-CUR-REJECT-ID
                           MOVE RW-RECORD-KIND
                               TO WS-CUR-REJECT-KIND
