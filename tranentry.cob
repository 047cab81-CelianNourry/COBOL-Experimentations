      * status, stamped with the entering clerk's user id, so the
      * supervisor approval queue and the nightly posting batch can
      * pick it up. Field validation happens here so bad keystrokes
      * never reach the back office. A transfer is keyed as one item
      * naming both the paying and the receiving account; both must
      * be open and they must differ. A dormant account takes
      * deposits (and incoming transfers) only - nothing may be paid
      * out of it until an administrator reactivates it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS TRAN-ID
               ALTERNATE RECORD KEY IS TRAN-ACCOUNT-NUMBER
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS TRAN-TO-ACCOUNT-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS WS-TRANSACTION-STATUS.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               ALTERNATE RECORD KEY IS ACCT-CUSTOMER-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-ACCOUNT-MASTER-STATUS.

       DATA DIVISION.
       01 WS-ACCOUNT-MASTER-OPEN PIC X VALUE "N".
           88 ACCOUNT-MASTER-IS-OPEN VALUE "Y".
       01 WS-ACCOUNT-IN PIC X(12).
       01 WS-TO-ACCOUNT-IN PIC X(12).
       01 WS-TYPE-IN PIC X(1).
       01 WS-AMOUNT-IN PIC X(10).
       01 WS-AMOUNT-VALUE PIC 9(7)V99.
           PERFORM GET-ACCOUNT-NUMBER.
           IF NOT ENTRY-CANCELLED
               PERFORM GET-TRANSACTION-TYPE
               MOVE SPACES TO WS-TO-ACCOUNT-IN
               IF WS-TYPE-IN = "T" AND NOT ENTRY-CANCELLED
                   PERFORM GET-DESTINATION-ACCOUNT
               END-IF
           END-IF.
           IF NOT ENTRY-CANCELLED
               PERFORM GET-AMOUNT
               PERFORM WRITE-TRANSACTION-RECORD
           END-IF.

       GET-TRANSACTION-TYPE.
           MOVE "N" TO WS-FIELD-OK.
           PERFORM UNTIL FIELD-ACCEPTED OR ENTRY-CANCELLED
               DISPLAY "Enter transaction type "
                   "(D=deposit, W=withdrawal, T=transfer) : "
               ACCEPT WS-TYPE-IN
               MOVE FUNCTION UPPER-CASE (WS-TYPE-IN) TO WS-TYPE-IN
               MOVE WS-TYPE-IN TO TRAN-TYPE
               EVALUATE TRUE
                   WHEN NOT TRAN-TYPE-KNOWN
                       DISPLAY "Unknown transaction type, try again."
                   WHEN ACCT-IS-DORMANT AND NOT TRAN-TYPE-DEPOSIT
                       DISPLAY "Account " WS-ACCOUNT-IN (1:8)
                           " is DORMANT - only deposits are taken "
                           "until an administrator reactivates it."
                       DISPLAY "Transaction entry cancelled."
                       MOVE "Y" TO WS-CANCEL-FLAG
                   WHEN OTHER
                       MOVE "Y" TO WS-FIELD-OK
               END-EVALUATE
           END-PERFORM.

       GET-DESTINATION-ACCOUNT.
           MOVE "N" TO WS-FIELD-OK.
           PERFORM UNTIL FIELD-ACCEPTED OR ENTRY-CANCELLED
               DISPLAY "Enter account to transfer to (8 digits, "
                   "blank to cancel) : "
               ACCEPT WS-TO-ACCOUNT-IN
               EVALUATE TRUE
                   WHEN WS-TO-ACCOUNT-IN = SPACES
                       DISPLAY "Transaction entry cancelled."
                       MOVE "Y" TO WS-CANCEL-FLAG
                   WHEN WS-TO-ACCOUNT-IN (9:4) = SPACES
                           AND WS-TO-ACCOUNT-IN (1:8) IS NUMERIC
                       IF WS-TO-ACCOUNT-IN (1:8) =
                               WS-ACCOUNT-IN (1:8)
                           DISPLAY "Cannot transfer to the same "
                               "account, try again."
                       ELSE
                           PERFORM LOOK-UP-DESTINATION
                       END-IF
                   WHEN OTHER
                       DISPLAY "Account number must be 8 digits, "
                           "try again."
               END-EVALUATE
           END-PERFORM.

       LOOK-UP-DESTINATION.
           MOVE WS-TO-ACCOUNT-IN (1:8) TO ACCT-NUMBER.
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           EVALUATE TRUE
               WHEN WS-ACCOUNT-MASTER-STATUS = "00"
                   IF ACCT-IS-OPEN
                       DISPLAY "Transfer to: " ACCT-CUSTOMER-NAME
                       MOVE "Y" TO WS-FIELD-OK
                   ELSE
                       DISPLAY "Account " WS-TO-ACCOUNT-IN (1:8)
                           " is not open, try again."
                   END-IF
               WHEN WS-ACCOUNT-MASTER-STATUS = "23"
                   DISPLAY "Account " WS-TO-ACCOUNT-IN (1:8)
                       " not on the account master, try again."
               WHEN OTHER
                   DISPLAY "Error reading account master - status "
                       WS-ACCOUNT-MASTER-STATUS
                   MOVE "Y" TO WS-CANCEL-FLAG
           END-EVALUATE.

       GET-AMOUNT.
           MOVE "N" TO WS-FIELD-OK.
           PERFORM UNTIL FIELD-ACCEPTED
           MOVE 0 TO WS-WRITE-TRIES.
           MOVE WS-ACCOUNT-IN (1:8) TO TRAN-ACCOUNT-NUMBER.
           MOVE WS-TYPE-IN TO TRAN-TYPE.
           IF TRAN-TYPE-TRANSFER
               MOVE WS-TO-ACCOUNT-IN (1:8) TO TRAN-TO-ACCOUNT-NUMBER
           ELSE
               MOVE ZEROS TO TRAN-TO-ACCOUNT-NUMBER
           END-IF.
           MOVE WS-AMOUNT-VALUE TO TRAN-AMOUNT.
           MOVE LK-USER-ID TO TRAN-ENTERED-BY.
           SET TRAN-IS-PENDING TO TRUE.
