      *****************************************************************
      * DAILY PENDING-APPROVALS REPORT
      * WALKS PAYMENT-FILE AND LISTS EVERY PAYMENT STILL WAITING ON A
      * SECOND PAIR OF EYES - 'PD' DUAL-AUTHORIZATION HOLDS, 'HR'
      * WIRES HELD BY THE COMPLIANCE WATCHLIST SCREEN AND 'CB' WIRES
      * WHOSE BENEFICIARY ACCOUNT CHANGED AND AWAIT CALL-BACK, ALL OF
      * WHICH WAIT IN THE SAME APPROVE QUEUE - WITH ID, AGE, TYPE,
      * METHOD, AMOUNT, ACCOUNT, SUBMITTER AND THE HOLD STATUS, SO NO
      * KIND OF HOLD CAN SILENTLY AGE OUT. MIRRORS
      * PAYMENT-CLOSING.COB'S SHAPE FOR THE SAME FILE.
      *****************************************************************
           PERFORM READ-PAYMENT-RECORD
           PERFORM UNTIL WS-END-OF-FILE
               IF PAYMENT-STATUS = 'PD' OR PAYMENT-STATUS = 'HR'
                       OR PAYMENT-STATUS = 'CB'
                   PERFORM WRITE-PENDING-LINE
               END-IF
               PERFORM READ-PAYMENT-RECORD
