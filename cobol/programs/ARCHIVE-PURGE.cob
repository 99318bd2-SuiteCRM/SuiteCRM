      *   ESCROW.DAT      - HOLDS WHOSE LATEST STATE IS RELEASED
      *                     BEFORE THE CURRENT YEAR MOVE TO
      *                     ESCARCH.DAT.
      *   COMMLEDGER.DAT  - LEDGER IDS WHOSE LATEST STATE IS PAID,
      *                     RETAINED (OFFICE/HOUSE SHARES CLOSED BY
      *                     AGENT-PAYOUT), REVERSED BY A DEAL
      *                     CANCELLATION, OR A FULLY RECOVERED
      *                     CLAWBACK BEFORE THE CURRENT YEAR MOVE TO
      *                     COMMARCH.DAT.
      *   PAYQUOTE.DAT    - QUOTE IDS WHOSE LATEST STATE IS PAID OFF
      *                     BEFORE THE CURRENT YEAR MOVE, ALL THEIR
      *                     RECORDS, TO PQARCH.DAT - MTG-POSTING'S
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

       FD  MORTGAGE-ARCHIVE.
       01  MORTGAGE-ARCHIVE-RECORD PIC X(277).

       FD  MORTGAGE-WORK-FILE.
       01  MORTGAGE-WORK-RECORD    PIC X(277).

       FD  ESCROW-FILE.
       01  ESCROW-RECORD.
               88  CL-EARNED           VALUE 'E'.
               88  CL-PAID             VALUE 'P'.
               88  CL-RETAINED         VALUE 'R'.
               88  CL-REVERSED         VALUE 'X'.
               88  CL-CLAWBACK-CLEARED VALUE 'K'.
           05  CL-SHARE-TYPE           PIC X.
               88  CL-AGENT-SHARE      VALUE 'A' ' '.
               88  CL-OFFICE-SHARE     VALUE 'O'.
               MOVE 'N' TO WS-ARCHIVE-SWITCH
               IF WS-FOUND-SWITCH = 'Y'
                       AND (WS-STT-STATUS(WS-STATE-SEARCH-IDX) = 'P'
                           OR WS-STT-STATUS(WS-STATE-SEARCH-IDX) = 'R'
                           OR WS-STT-STATUS(WS-STATE-SEARCH-IDX) = 'X'
                           OR WS-STT-STATUS(WS-STATE-SEARCH-IDX) = 'K')
                       AND WS-STT-DATE(WS-STATE-SEARCH-IDX)
                           < WS-CUTOFF-DATE
                   MOVE 'Y' TO WS-ARCHIVE-SWITCH
