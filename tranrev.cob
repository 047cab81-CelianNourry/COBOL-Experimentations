      * other through TRAN-REVERSED-BY-ID and TRAN-REVERSAL-OF, so
      * the balancing report and anyone reading the file can see
      * the pair belongs together instead of mistaking the back-out
      * for real customer activity. A transfer is reversed by a
      * transfer the other way: the receiving account pays the
      * amount back to the account that paid it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS TRAN-ID
               ALTERNATE RECORD KEY IS TRAN-ACCOUNT-NUMBER
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS TRAN-TO-ACCOUNT-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS WS-TRANSACTION-STATUS.

       DATA DIVISION.
           05 WS-ORIG-ACCOUNT PIC 9(8).
           05 WS-ORIG-TYPE PIC X(1).
           05 WS-ORIG-AMOUNT PIC 9(7)V99.
           05 WS-ORIG-TO-ACCOUNT PIC 9(8).
       01 WS-REVERSAL-ID PIC X(16).
       01 WS-PRIOR-REVERSAL-ID PIC X(16).
       01 WS-PRIOR-REVERSAL-FLAG PIC X VALUE "Y".
           DISPLAY "Transaction id : " TRAN-ID.
           DISPLAY "Account number : " TRAN-ACCOUNT-NUMBER.
           DISPLAY "Type           : " TRAN-TYPE.
           IF TRAN-TYPE-TRANSFER
               DISPLAY "Transfer to    : " TRAN-TO-ACCOUNT-NUMBER
           END-IF.
           DISPLAY "Amount         : " WS-AMOUNT-DISPLAY.
           DISPLAY "Entered by     : " TRAN-ENTERED-BY.
           DISPLAY "Posted at      : " TRAN-POSTED-TIMESTAMP.
           MOVE TRAN-ACCOUNT-NUMBER TO WS-ORIG-ACCOUNT.
           MOVE TRAN-TYPE TO WS-ORIG-TYPE.
           MOVE TRAN-AMOUNT TO WS-ORIG-AMOUNT.
           MOVE TRAN-TO-ACCOUNT-NUMBER TO WS-ORIG-TO-ACCOUNT.
           PERFORM WRITE-REVERSAL-RECORD.
           IF RECORD-WRITTEN
               PERFORM CROSS-REFERENCE-ORIGINAL

      * The reversing entry carries the opposite type, so TRAN-POST
      * applies it with the opposite sign through its normal
      * deposit/withdrawal logic; a transfer's reversal swaps the
      * two accounts instead. It starts PENDING: the supervisor
      * who raised it cannot approve it, exactly as for a keyed
      * item.
       WRITE-REVERSAL-RECORD.
           MOVE "N" TO WS-RECORD-WRITTEN.
           MOVE 0 TO WS-WRITE-TRIES.
           MOVE WS-ORIG-ACCOUNT TO TRAN-ACCOUNT-NUMBER.
           MOVE ZEROS TO TRAN-TO-ACCOUNT-NUMBER.
           EVALUATE WS-ORIG-TYPE
               WHEN "D"
                   SET TRAN-TYPE-WITHDRAWAL TO TRUE
               WHEN "T"
                   SET TRAN-TYPE-TRANSFER TO TRUE
                   MOVE WS-ORIG-TO-ACCOUNT TO TRAN-ACCOUNT-NUMBER
                   MOVE WS-ORIG-ACCOUNT TO TRAN-TO-ACCOUNT-NUMBER
               WHEN OTHER
                   SET TRAN-TYPE-DEPOSIT TO TRUE
           END-EVALUATE.
           MOVE WS-ORIG-AMOUNT TO TRAN-AMOUNT.
           MOVE LK-USER-ID TO TRAN-ENTERED-BY.
           SET TRAN-IS-PENDING TO TRUE.
