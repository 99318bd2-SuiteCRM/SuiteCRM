      *****************************************************************
      * OFFICE MASTER LOAD/MAINTENANCE BATCH JOB
      * READS THE OFFICE SHEET (OFFICEFEED.DAT, ONE PIPE-DELIMITED
      * LINE PER OFFICE: ID|NAME|MANAGER|AGENT%|OFFICE%|HOUSE%
      * |MANAGER-AGENT-ID) AND ADDS OR REPLACES EACH OFFICE ON THE
      * OFFICEMST.DAT INDEXED MASTER - THE FILE THAT FINALLY SAYS WHAT
      * AN AM-OFFICE-ID IS, WHO MANAGES IT, AND WHAT ITS COMMISSION
      * SPLIT DEAL IS. THE MANAGER'S OWN AM-AGENT-ID IS OPTIONAL; IT
      * IS WHO AGENT-DEPART HANDS A LEAVING AGENT'S BOOK TO WHEN NO
      * RECEIVING AGENT IS NAMED. A LINE WHOSE THREE SPLIT
      * PERCENTAGES DO NOT SUM TO EXACTLY 100 IS REJECTED ON
      * OFFLOAD.RPT RATHER THAN LOADED - A BAD SPLIT PLAN WOULD
      * MISPAY EVERY AGENT IN THE OFFICE.
      *****************************************************************

       ENVIRONMENT DIVISION.
       DATA DIVISION.
       FILE SECTION.
       FD  OFFICE-FEED-FILE.
       01  OFFICE-FEED-LINE        PIC X(150).

       FD  OFFICE-MASTER.
       01  OFFICE-MASTER-REC.
           05  OM-AGENT-SPLIT-PCT  PIC 99V99.
           05  OM-OFFICE-SPLIT-PCT PIC 99V99.
           05  OM-HOUSE-SPLIT-PCT  PIC 99V99.
           05  OM-MANAGER-AGENT-ID PIC X(20).

       FD  LOAD-REPORT.
       01  REPORT-LINE             PIC X(80).
           05  WS-FEED-AGENT-PCT   PIC 99V99.
           05  WS-FEED-OFFICE-PCT  PIC 99V99.
           05  WS-FEED-HOUSE-PCT   PIC 99V99.
           05  WS-FEED-MGR-AGENT   PIC X(20).
           05  WS-SPLIT-SUM        PIC 999V99.

       01  WS-LOADED-COUNT         PIC 9(5) VALUE ZERO.
           MOVE ZERO TO WS-FEED-AGENT-PCT
           MOVE ZERO TO WS-FEED-OFFICE-PCT
           MOVE ZERO TO WS-FEED-HOUSE-PCT
           MOVE SPACES TO WS-FEED-MGR-AGENT

           UNSTRING OFFICE-FEED-LINE DELIMITED BY '|'
               INTO WS-FEED-OFFICE-ID
                    WS-FEED-AGENT-PCT
                    WS-FEED-OFFICE-PCT
                    WS-FEED-HOUSE-PCT
                    WS-FEED-MGR-AGENT

           MOVE WS-FEED-OFFICE-ID TO WS-DTL-OFFICE-ID
           MOVE SPACES TO WS-DTL-REASON
           MOVE WS-FEED-AGENT-PCT TO OM-AGENT-SPLIT-PCT
           MOVE WS-FEED-OFFICE-PCT TO OM-OFFICE-SPLIT-PCT
           MOVE WS-FEED-HOUSE-PCT TO OM-HOUSE-SPLIT-PCT
           MOVE WS-FEED-MGR-AGENT TO OM-MANAGER-AGENT-ID

           WRITE OFFICE-MASTER-REC
               INVALID KEY
