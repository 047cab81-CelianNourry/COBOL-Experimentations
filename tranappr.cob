      * and an item above the site dual-approval threshold needs a
      * first signature and then a second, different supervisor's
      * decision before it leaves the queue as APPROVED. Items the
      * posting run held - for insufficient funds, or against an
      * account that has gone dormant - also surface here:
      * the supervisor releases one for another posting attempt or
      * cancels it into REJECTED, where the ordinary rework,
      * closure and archive rules take over.
               RECORD KEY IS TRAN-ID
               ALTERNATE RECORD KEY IS TRAN-ACCOUNT-NUMBER
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS TRAN-TO-ACCOUNT-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS WS-TRANSACTION-STATUS.
           SELECT USER-MASTER-FILE ASSIGN TO "USERMAST"
               ORGANIZATION IS INDEXED
                       NOT AT END
                           IF TRAN-IS-PENDING
                                   OR TRAN-IS-FIRST-SIGNED
                                   OR TRAN-IS-HELD
                               PERFORM REVIEW-ONE-TRANSACTION
                           END-IF
                   END-READ
           DISPLAY "Transaction id : " TRAN-ID.
           DISPLAY "Account number : " TRAN-ACCOUNT-NUMBER.
           DISPLAY "Type           : " TRAN-TYPE.
           IF TRAN-TYPE-TRANSFER
               DISPLAY "Transfer to    : " TRAN-TO-ACCOUNT-NUMBER
           END-IF.
           DISPLAY "Amount         : " WS-AMOUNT-DISPLAY.
           DISPLAY "Entered by     : " TRAN-ENTERED-BY.
           DISPLAY "Entered at     : " TRAN-ENTRY-TIMESTAMP.
               DISPLAY "Status         : HELD - INSUFFICIENT "
                   "FUNDS"
           END-IF.
           IF TRAN-IS-HELD-DORMANT
               DISPLAY "Status         : HELD - ACCOUNT DORMANT "
                   "(retry only once it is reactivated)"
           END-IF.
           IF TRAN-ENTERED-BY = LK-USER-ID
               DISPLAY "You entered this transaction - another "
                   "supervisor must review it."
               PERFORM ASK-SKIP-OR-QUIT
               EXIT PARAGRAPH
           END-IF.
           IF TRAN-IS-HELD
               PERFORM DISPOSE-HELD-TRANSACTION
               EXIT PARAGRAPH
           END-IF.
           END-EVALUATE.

      * Disposition for an item the posting run parked against the
      * overdraft limit or a dormant account. Retry puts it back to
      * APPROVED for tonight's run without touching the original
      * approval stamps; Cancel rejects it under the cancelling
      * supervisor's stamp so the entering clerk sees it in the
      * rework queue.
       DISPOSE-HELD-TRANSACTION.
