      *         PROVES THE DAY'S CONTROL-TOTALS CROSS-CHECKS AND
      *         STAMPS OUTHOLD.DAT RELEASED OR HELD; AN OUT-OF-BALANCE
      *         NIGHT FAILS THE CHAIN AND HOLDS THE OUTBOUND FILES.
      * STEP027 INBOUND-REVIEW - RUNS AFTER EVERY INBOUND LOAD IN THE
      *         STREAM (STEP016, STEP021, STEP041) AND BEFORE STEP060
      *         MOVES THE DATE. LISTS EVERY BANK AND FEED FILE
      *         ACCEPTED OR REJECTED BY INBOUND-CHECK UNDER THE
      *         BUSINESS DATE; ANY REJECTION - SHORT FILE, TRAILER OUT
      *         OF BALANCE, FILE ALREADY LOADED - FLAGS ON THE DRIVER
      *         REPORT. INDEPENDENT OF THE CHAIN: THE REFUSED FILE
      *         LOADED NOTHING.
      * STEP060 BUSDATE-ADVANCE - RUNS LAST, ADVANCING THE BUSINESS
      *         DATE TO THE NEXT BANKING DAY, BUT ONLY WHEN THE
      *         FINANCIAL CHAIN COMPLETED - A FAILED NIGHT KEEPS ITS
      *         LEDGER. RUNS EARLY SO EVERYTHING DOWNSTREAM CONVERTS
      *         AT TODAY'S RATES; A MISSING SHEET IS A NO-OP, AND THE
      *         STEP IS INDEPENDENT OF THE FINANCIAL CHAIN BELOW.
      * STEP019 INDEX-IMPORT - LOADS THE DAY'S PUBLISHED ARM INDEX
      *         VALUES INTO THE EFFECTIVE-DATED INDEX LEDGER THE SAME
      *         WAY STEP002 LOADS EXCHANGE RATES; A MISSING SHEET IS A
      *         NO-OP. INDEPENDENT OF THE FINANCIAL CHAIN BELOW.
      * STEP003 XREF-VERIFY - READ-ONLY SWEEP OF EVERY CROSS-FILE
      *         REFERENCE (DEALS, LEDGERS, LOANS, PAYMENTS) WITH A
      *         SEVERITY-GRADED ORPHAN REPORT. RUNS EARLY AND ALWAYS;
      *         RESPONSIBLE AGENT'S YTD/LIFETIME SALES FIGURES AND
      *         REWRITES THE PRODUCTION RANKING REPORT. INDEPENDENT
      *         OF THE FINANCIAL CHAIN BELOW.
      * STEP034 LISTING-EXPIRE - SENDS THE 30- AND 7-DAY LISTING
      *         AGREEMENT WARNINGS TO AGENTS AND OFFICES AND MOVES
      *         UNRENEWED ACTIVE LISTINGS PAST THEIR END DATE TO
      *         EXPIRED (NOT ONE WITH AN OPEN DEAL). RUNS AFTER
      *         STEP001 SO TONIGHT'S MLS TERMS AND RENEWALS COUNT, AND
      *         BEFORE STEP031 SO AN EXPIRY REACHES THE PORTALS
      *         TONIGHT. A LISTING MAINFRAME.COB REFUSED TO EXPIRE
      *         FLAGS ON THE DRIVER REPORT; INDEPENDENT OF THE CHAIN.
      * STEP031 LISTING-SYNDICATE - APPLIES THE PORTALS'
      *         ACKNOWLEDGMENT FILES TO THE SYNC REJECTION QUEUE AND
      *         WRITES EACH PORTAL'S OUTBOUND FILE OF LISTINGS CHANGED
      *         SINCE ITS LAST-SENT CHECKPOINT. RUNS AFTER STEP001 SO
      *         TONIGHT'S MLS CHANGES GO OUT; INDEPENDENT OF THE
      *         FINANCIAL CHAIN BELOW.
      * STEP007 TRANS-CLOSING - SETTLEMENT/BATCH-CLOSE REPORT FOR THE
      *         CARD TRANSACTION LOG. INDEPENDENT OF THE PAYMENT/
      *         RECON/PAYOUT/DISBURSE CHAIN BELOW, SO IT ALWAYS RUNS.
      *         ASSESSES CONTRACTUAL LATE FEES PAST THE GRACE PERIOD
      *         AND REWRITES THE DELINQUENCY FLAG FILE THE INQUIRY
      *         SIDE READS. INDEPENDENT OF THE FINANCIAL CHAIN.
      * STEP032 RENT-POSTING - APPLIES THE DAY'S RENT AND SECURITY
      *         DEPOSIT RECEIPTS TO OPEN RENT BILLS, RE-BILLS RETURNED
      *         RECEIPTS, KEEPS THE TENANT DEPOSIT LEDGER AND ASSESSES
      *         LATE FEES PAST GRACE. INDEPENDENT OF THE FINANCIAL
      *         CHAIN.
      * STEP022 ARM-RESET - RESETS EVERY ADJUSTABLE-RATE LOAN WHOSE
      *         RESET DATE HAS ARRIVED FROM THE INDEX LEDGER STEP019
      *         LOADED, VERSIONS THE NEW TERMS FOR MTG-BILLING, AND
      *         LISTS THE ADVANCE PAYMENT-CHANGE NOTICES DUE. A LOAN
      *         HELD FOR A MISSING INDEX FLAGS ON THE DRIVER REPORT;
      *         INDEPENDENT OF THE FINANCIAL CHAIN.
      * STEP012 PENDING-APPROVALS - LISTS EVERY PAYMENT STILL WAITING
      *         IN THE DUAL-AUTHORIZATION QUEUE. REPORT-ONLY AND
      *         INDEPENDENT OF THE CHAIN BELOW, SO IT ALWAYS RUNS.
      * STEP024 PAYEE-CHANGES - LISTS EVERY PAYEE BANK-INSTRUCTION
      *         CHANGE STILL AWAITING ITS CALL-BACK AND THOSE VERIFIED
      *         OR REJECTED IN THE LAST SEVEN DAYS. REPORT-ONLY AND
      *         INDEPENDENT OF THE CHAIN BELOW, SO IT ALWAYS RUNS.
      * STEP025 CASH-MONITOR - ROLLS CHECK DEPOSITS UP BY PARTY, WRITES
      *         THE CTR WORKSHEET AND FILING EXTRACT FOR PARTIES OVER
      *         THE THRESHOLD, AND OPENS SUSPICIOUS-ACTIVITY REVIEW
      *         CASES FOR STRUCTURED DEPOSITS. RUNS AFTER STEP017 SO
      *         PARTY LINKS ARE CURRENT; INDEPENDENT OF THE CHAIN.
      * STEP026 ACCESS-REVIEW - ON THE FIRST RUN OF EACH QUARTER,
      *         REVIEWS OPERATOR ACTIVITY AND SEGREGATION-OF-DUTIES
      *         CONFLICTS AND OPENS THE RECERTIFICATION CYCLE; EVERY
      *         RUN DEACTIVATES OPERATORS NOT CERTIFIED BY THEIR
      *         DEADLINE. INDEPENDENT OF THE CHAIN.
      * STEP013 DEAL-PIPELINE - DAILY PIPELINE REPORT OF DEALS BY
      *         STAGE WITH PAST-EXPECTED-CLOSE FLAGS. REPORT-ONLY AND
      *         INDEPENDENT OF THE CHAIN BELOW.
      *         OFFICE AND AGENT, FLAGGING STALLED DEALS WITH EARNEST
      *         MONEY AT RISK. REPORT-ONLY AND INDEPENDENT OF THE
      *         CHAIN BELOW.
      * STEP018 SETTLEMENT-STMT - FINAL BUYER/SELLER SETTLEMENT
      *         STATEMENT FOR EVERY DEAL THAT HAS REACHED CLOSING,
      *         PRINTED AND WRITTEN FOR THE TITLE COMPANY. A STATEMENT
      *         THAT DOES NOT BALANCE IS REFUSED AND FLAGS ON THE
      *         DRIVER REPORT; INDEPENDENT OF THE CHAIN BELOW.
      * STEP033 CORRESPONDENCE - DRAINS THE CUSTOMER CORRESPONDENCE
      *         QUEUE INTO THE PRESORTED PRINT/MAIL FILE, SUPPRESSING
      *         DUPLICATES AND LETTERS ON LOANS UNDER LEGAL HOLD. RUNS
      *         AFTER STEP011 SO TONIGHT'S LATE NOTICES GO OUT
      *         TONIGHT. A LETTER HELD FOR A MISSING ADDRESS OR
      *         TEMPLATE FLAGS ON THE DRIVER REPORT; INDEPENDENT OF
      *         THE CHAIN BELOW.
      * STEP009 RISK-RESCORE - RECOMPUTES EVERY CARD'S RISK-SCORE FROM
      *         ITS ACTUAL BEHAVIOR IN THE TRANSACTION LOG SO
      *         TOMORROW'S AUTHORIZATIONS DECLINE ON TODAY'S FACTS.
      *         ACCOUNT/CARD/MORTGAGE/DEAL CROSS-REFERENCE BY
      *         RE-RUNNING THE IDEMPOTENT MATCHING PASS NIGHTLY.
      *         INDEPENDENT OF THE FINANCIAL CHAIN BELOW.
      * STEP023 MTG-AUTOPAY - DRAFTS EVERY AUTOPAY-ENROLLED MORTGAGE
      *         BILL WHOSE DRAFT DAY HAS ARRIVED, POSTING EACH DRAFT
      *         THROUGH PAYMENT.COB AS AN ACH MTGPAYMENT. RUNS BEFORE
      *         THE RUN LOCK IS TAKEN SO THE DRAFTS POST, AND SO THEY
      *         LAND IN TONIGHT'S CLOSING AND ACH DEPOSIT BATCH. A
      *         REFUSED DRAFT FLAGS ON THE DRIVER REPORT AND IS RETRIED
      *         NEXT RUN; INDEPENDENT OF THE FINANCIAL CHAIN.
      * STEP029 AGENT-BILLING - BILLS THE MONTH'S RECURRING AGENT FEES
      *         AND THE PER-DEAL TRANSACTION FEE ONTO AGTCHARGE.DAT.
      *         RUNS AHEAD OF STEP030 SO TONIGHT'S PAYOUT COLLECTS
      *         WHAT WAS BILLED TODAY; A RERUN NEVER BILLS TWICE.
      *         INDEPENDENT OF THE FINANCIAL CHAIN.
      * STEP016 WIRE-CONFIRM - FIRST STEP UNDER THE RUN LOCK. MATCHES
      *         THE BANK'S WIRE ACKNOWLEDGMENT FILE TO PENDING-CONFIRM
      *         WIRES, COMPLETES AND RE-DATES THEM, AND LISTS WIRES
      *         WITH DEPOSIT/WITHDRAWAL MATCHING AND AGED UNMATCHED
      *         EXCEPTIONS. REPORT-ONLY - A FAILURE FLAGS ON THE
      *         DRIVER REPORT BUT DOES NOT STOP THE CHAIN.
      * STEP028 CASH-FORECAST - DEPENDS ON STEP010 AND STEP020. PROJECTS
      *         THE OPERATING AND TRUST ACCOUNTS AND EVERY CLIENT
      *         LEDGER THIRTY BANKING DAYS FORWARD FROM STEP021'S
      *         RECONCILED BALANCES, SO IT RUNS RIGHT AFTER STEP021 AND
      *         AHEAD OF THE PAYOUT AND DISBURSEMENT STEPS WHOSE
      *         OUTFLOWS IT COUNTS. REPORT-ONLY - A PROJECTED SHORTFALL
      *         FLAGS ON THE DRIVER REPORT BUT DOES NOT STOP THE CHAIN.
      * STEP030 AGENT-PAYOUT   - DEPENDS ON STEP010 AND STEP020. POSTS
      *         COMMISSION PAYOUTS TO AGENT-MASTER; HELD UNTIL THE
      *         BOOKS FOR THE DAY ARE CONFIRMED TO RECONCILE SO A BAD
      *         DAY NEVER RESULTS IN AN AGENT BEING PAID TWICE.
      *         WRITES THE AGTACH.DAT DIRECT-DEPOSIT FILE (HELD BY
      *         STEP055 LIKE EVERY OTHER OUTBOUND FILE) AND THE
      *         AGTCHECK.DAT CHECKS FOR AGENTS NOT YET ON ACH.
      * STEP040 ESCROW-DISBURSE - DEPENDS ON STEP010 AND STEP020. PAYS
      *         OUT COLLECTED HOA AND PROPERTY-TAX ESCROW FUNDS; ALSO
      *         HELD ON RECONCILIATION SO ESCROW IS NEVER DISBURSED
      *         AGAINST A DAY THAT DID NOT RECONCILE.
      * STEP041 POSITIVE-PAY - DEPENDS ON STEP040. REGISTERS THE
      *         DISBURSEMENT RUN'S CHECK INSTRUCTIONS AND STEP030'S
      *         AGENT COMMISSION CHECKS, WRITES THE
      *         BANK'S POSITIVE-PAY ISSUE EXPORT, AND MATCHES THE
      *         BANK'S PAID-ITEM RETURN FILE AGAINST THE REGISTER.
      * STEP050 GL-EXTRACT - DEPENDS ON THE WHOLE FINANCIAL CHAIN.

           PERFORM RUN-STEP-002-RATEIMP

           PERFORM RUN-STEP-019-INDEXIMP

           PERFORM RUN-STEP-005-DUPCHECK

           PERFORM RUN-STEP-006-SALESPROD

           PERFORM RUN-STEP-034-LSTEXPIRE

           PERFORM RUN-STEP-031-SYNDICATE

           PERFORM RUN-STEP-003-XREFVER

           PERFORM RUN-STEP-004-AUTHEXP

           PERFORM RUN-STEP-017-PARTYBLD

           PERFORM RUN-STEP-023-AUTOPAY

           PERFORM RUN-STEP-029-AGTBILL

           PERFORM TAKE-RUN-LOCK

           PERFORM RUN-STEP-016-WIRECNF

           PERFORM RUN-STEP-011-MTGDELNQ

           PERFORM RUN-STEP-032-RENTPOST

           PERFORM RUN-STEP-022-ARMRESET

           PERFORM RUN-STEP-012-PENDAPPR

           PERFORM RUN-STEP-024-PAYEECHG

           PERFORM RUN-STEP-025-CASHMON

           PERFORM RUN-STEP-026-ACCREVW

           PERFORM RUN-STEP-013-DEALPIPE

           PERFORM RUN-STEP-014-CRITDATES

           PERFORM RUN-STEP-018-SETLSTMT

           PERFORM RUN-STEP-033-CORRESP

           IF WS-CHAIN-GOOD
               PERFORM RUN-STEP-015-SETLEXT
           ELSE
               PERFORM WRITE-SKIPPED-LINE
           END-IF

           IF WS-CHAIN-GOOD
               PERFORM RUN-STEP-028-CASHFCST
           ELSE
               MOVE "STEP028" TO WS-STEP-ID
               MOVE "CASH-FORECAST" TO WS-STEP-NAME
               PERFORM WRITE-SKIPPED-LINE
           END-IF

           IF WS-CHAIN-GOOD
               PERFORM RUN-STEP-030-PAYOUT
           ELSE

           PERFORM RELEASE-RUN-LOCK

           PERFORM RUN-STEP-027-INBOUND

           IF WS-CHAIN-GOOD
               PERFORM RUN-STEP-060-BUSDATEADV
           ELSE

           PERFORM WRITE-COMPLETED-LINE.

       RUN-STEP-019-INDEXIMP.
           MOVE "STEP019"      TO WS-STEP-ID
           MOVE "INDEX-IMPORT" TO WS-STEP-NAME
           MOVE "./INDEX-IMPORT" TO WS-COMMAND

           CALL "SYSTEM" USING WS-COMMAND
           MOVE RETURN-CODE TO WS-STEP-RC

           PERFORM WRITE-COMPLETED-LINE.

      *****************************************************************
      * RUNS INDEPENDENTLY OF THE PAYMENT/RECON/PAYOUT/DISBURSE CHAIN
      * - A FAILURE HERE ONLY FLAGS ON THE DRIVER REPORT AND DOES NOT

           PERFORM WRITE-COMPLETED-LINE.

      *****************************************************************
      * LISTING AGREEMENT EXPIRATION. A REFUSED EXPIRY ONLY FLAGS ON
      * THE DRIVER REPORT; THE LISTING IS PICKED UP AGAIN THE NEXT
      * NIGHT IF IT IS STILL ACTIVE AND UNRENEWED.
      *****************************************************************
       RUN-STEP-034-LSTEXPIRE.
           MOVE "STEP034"        TO WS-STEP-ID
           MOVE "LISTING-EXPIRE" TO WS-STEP-NAME
           MOVE "./LISTING-EXPIRE" TO WS-COMMAND

           CALL "SYSTEM" USING WS-COMMAND
           MOVE RETURN-CODE TO WS-STEP-RC

           PERFORM WRITE-COMPLETED-LINE.

      *****************************************************************
      * OUTBOUND LISTING SYNDICATION. INDEPENDENT OF THE FINANCIAL
      * CHAIN - A REFUSED ACKNOWLEDGMENT FILE OR A BAD PORTAL LINE
      * ONLY FLAGS ON THE DRIVER REPORT, AND THE CHECKPOINTS MEAN A
      * FAILED NIGHT IS PICKED UP BY THE NEXT ONE.
      *****************************************************************
       RUN-STEP-031-SYNDICATE.
           MOVE "STEP031"           TO WS-STEP-ID
           MOVE "LISTING-SYNDICATE" TO WS-STEP-NAME
           MOVE "./LISTING-SYNDICATE" TO WS-COMMAND

           CALL "SYSTEM" USING WS-COMMAND
           MOVE RETURN-CODE TO WS-STEP-RC

           PERFORM WRITE-COMPLETED-LINE.

      *****************************************************************
      * CROSS-FILE REFERENTIAL INTEGRITY SWEEP. RUNS EARLY, BEFORE
      * THE FINANCIAL CHAIN TOUCHES ANYTHING, SO A BAD RESTORE OR A

           PERFORM WRITE-COMPLETED-LINE.

      *****************************************************************
      * MORTGAGE AUTOPAY DRAFTS - POSTED THROUGH PAYMENT.COB, SO THIS
      * MUST RUN AHEAD OF THE RUN LOCK. INDEPENDENT OF THE FINANCIAL
      * CHAIN BELOW.
      *****************************************************************
       RUN-STEP-023-AUTOPAY.
           MOVE "STEP023"     TO WS-STEP-ID
           MOVE "MTG-AUTOPAY" TO WS-STEP-NAME
           MOVE "./MTG-AUTOPAY" TO WS-COMMAND

           CALL "SYSTEM" USING WS-COMMAND
           MOVE RETURN-CODE TO WS-STEP-RC

           PERFORM WRITE-COMPLETED-LINE.

      *****************************************************************
      * AGENT FEE BILLING - MUST LAND BEFORE THE PAYOUT STEP NETS THE
      * CHARGES LEDGER. INDEPENDENT OF THE FINANCIAL CHAIN BELOW.
      *****************************************************************
       RUN-STEP-029-AGTBILL.
           MOVE "STEP029"       TO WS-STEP-ID
           MOVE "AGENT-BILLING" TO WS-STEP-NAME
           MOVE "./AGENT-BILLING" TO WS-COMMAND

           CALL "SYSTEM" USING WS-COMMAND
           MOVE RETURN-CODE TO WS-STEP-RC

           PERFORM WRITE-COMPLETED-LINE.

       RUN-STEP-010-CLOSING.
           MOVE "STEP010"        TO WS-STEP-ID
           MOVE "PAYMENT-CLOSING" TO WS-STEP-NAME

           PERFORM WRITE-COMPLETED-LINE.

       RUN-STEP-032-RENTPOST.
           MOVE "STEP032"      TO WS-STEP-ID
           MOVE "RENT-POSTING" TO WS-STEP-NAME
           MOVE "./RENT-POSTING" TO WS-COMMAND

           CALL "SYSTEM" USING WS-COMMAND
           MOVE RETURN-CODE TO WS-STEP-RC

           PERFORM WRITE-COMPLETED-LINE.

       RUN-STEP-022-ARMRESET.
           MOVE "STEP022"   TO WS-STEP-ID
           MOVE "ARM-RESET" TO WS-STEP-NAME
           MOVE "./ARM-RESET" TO WS-COMMAND

           CALL "SYSTEM" USING WS-COMMAND
           MOVE RETURN-CODE TO WS-STEP-RC

           PERFORM WRITE-COMPLETED-LINE.

       RUN-STEP-012-PENDAPPR.
           MOVE "STEP012"           TO WS-STEP-ID
           MOVE "PENDING-APPROVALS" TO WS-STEP-NAME

           PERFORM WRITE-COMPLETED-LINE.

       RUN-STEP-024-PAYEECHG.
           MOVE "STEP024"       TO WS-STEP-ID
           MOVE "PAYEE-CHANGES" TO WS-STEP-NAME
           MOVE "./PAYEE-CHANGES" TO WS-COMMAND

           CALL "SYSTEM" USING WS-COMMAND
           MOVE RETURN-CODE TO WS-STEP-RC

           PERFORM WRITE-COMPLETED-LINE.

       RUN-STEP-025-CASHMON.
           MOVE "STEP025"       TO WS-STEP-ID
           MOVE "CASH-MONITOR"  TO WS-STEP-NAME
           MOVE "./CASH-MONITOR" TO WS-COMMAND

           CALL "SYSTEM" USING WS-COMMAND
           MOVE RETURN-CODE TO WS-STEP-RC

           PERFORM WRITE-COMPLETED-LINE.

       RUN-STEP-026-ACCREVW.
           MOVE "STEP026"       TO WS-STEP-ID
           MOVE "ACCESS-REVIEW" TO WS-STEP-NAME
           MOVE "./ACCESS-REVIEW" TO WS-COMMAND

           CALL "SYSTEM" USING WS-COMMAND
           MOVE RETURN-CODE TO WS-STEP-RC

           PERFORM WRITE-COMPLETED-LINE.

       RUN-STEP-013-DEALPIPE.
           MOVE "STEP013"       TO WS-STEP-ID
           MOVE "DEAL-PIPELINE" TO WS-STEP-NAME

           PERFORM WRITE-COMPLETED-LINE.

      *****************************************************************
      * CLOSING-DAY SETTLEMENT STATEMENTS. RUNS AFTER THE CLOSING RUN
      * SO TODAY'S CLOSING FUNDS ARE ON THE STATEMENT, BUT A REFUSED
      * OUT-OF-BALANCE STATEMENT ONLY FLAGS ON THE DRIVER REPORT - IT
      * HAS NO BEARING ON WHETHER THE DAY'S BOOKS RECONCILE.
      *****************************************************************
       RUN-STEP-018-SETLSTMT.
           MOVE "STEP018"         TO WS-STEP-ID
           MOVE "SETTLEMENT-STMT" TO WS-STEP-NAME
           MOVE "./SETTLEMENT-STMT" TO WS-COMMAND

           CALL "SYSTEM" USING WS-COMMAND
           MOVE RETURN-CODE TO WS-STEP-RC

           PERFORM WRITE-COMPLETED-LINE.

      *****************************************************************
      * NIGHTLY CORRESPONDENCE RUN. LETTERS HELD BACK FOR A MISSING
      * ADDRESS OR TEMPLATE STAY ON THE QUEUE FOR TOMORROW AND END
      * THE STEP RC 4 - WORTH A LOOK, NOT A REASON TO STOP THE BOOKS.
      *****************************************************************
       RUN-STEP-033-CORRESP.
           MOVE "STEP033"        TO WS-STEP-ID
           MOVE "CORRESPONDENCE" TO WS-STEP-NAME
           MOVE "./CORRESPONDENCE" TO WS-COMMAND

           CALL "SYSTEM" USING WS-COMMAND
           MOVE RETURN-CODE TO WS-STEP-RC

           PERFORM WRITE-COMPLETED-LINE.

       RUN-STEP-015-SETLEXT.
           MOVE "STEP015"        TO WS-STEP-ID
           MOVE "SETTLE-EXTRACT" TO WS-STEP-NAME

           PERFORM WRITE-COMPLETED-LINE.

      *****************************************************************
      * THIRTY-DAY CASH FORECAST. REPORT-ONLY LIKE BANK-RECON: A
      * PROJECTED NEGATIVE BALANCE (RC 4) FLAGS ON THE DRIVER REPORT
      * WITHOUT HOLDING BACK TONIGHT'S PAYOUT OR DISBURSEMENTS.
      *****************************************************************
       RUN-STEP-028-CASHFCST.
           MOVE "STEP028"    TO WS-STEP-ID
           MOVE "CASH-FORECAST" TO WS-STEP-NAME
           MOVE "./CASH-FORECAST" TO WS-COMMAND

           CALL "SYSTEM" USING WS-COMMAND
           MOVE RETURN-CODE TO WS-STEP-RC

           PERFORM WRITE-COMPLETED-LINE.

       RUN-STEP-030-PAYOUT.
           MOVE "STEP030"    TO WS-STEP-ID
           MOVE "AGENT-PAYOUT" TO WS-STEP-NAME

           PERFORM WRITE-COMPLETED-LINE.

      *****************************************************************
      * DAILY INBOUND FILE LOG. RUNS UNCONDITIONALLY ONCE THE LOADS
      * ARE DONE AND BEFORE THE DATE ADVANCES, SO IT SEES THE WHOLE
      * BUSINESS DAY; A REJECTED FILE FLAGS ON THE DRIVER REPORT
      * WITHOUT HOLDING THE DATE.
      *****************************************************************
       RUN-STEP-027-INBOUND.
           MOVE "STEP027"        TO WS-STEP-ID
           MOVE "INBOUND-REVIEW" TO WS-STEP-NAME
           MOVE "./INBOUND-REVIEW" TO WS-COMMAND

           CALL "SYSTEM" USING WS-COMMAND
           MOVE RETURN-CODE TO WS-STEP-RC

           PERFORM WRITE-COMPLETED-LINE.

      *****************************************************************
      * THE CYCLE FOR THIS BUSINESS DATE IS COMPLETE, SO THE DATE
      * ADVANCES TO THE NEXT BANKING DAY. HELD ON THE FINANCIAL CHAIN
