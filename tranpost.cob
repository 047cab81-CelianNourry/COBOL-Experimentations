      * limit: one that would breach it is not applied but parked
      * in insufficient-funds status, listed for the back office,
      * and the run ends RC=4.
      * A transfer is posted as two legs - the debit to the paying
      * account, then the credit to the receiving account - under a
      * single checkpoint that carries both accounts' prior and new
      * balances, so a restart either finishes the credit leg or
      * finds neither leg applied. The overdraft test is made on the
      * paying account only.
      * A withdrawal or transfer out of a dormant account is not
      * applied either: it is parked in held-dormant status and
      * listed, and the run ends RC=4. Deposits, transfers into a
      * dormant account and reversals still post.

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
           SELECT CHECKPOINT-FILE ASSIGN TO "POSTCHKP"
               ORGANIZATION IS LINE SEQUENTIAL
               SIGN IS LEADING SEPARATE.
           05 CHKP-NEW-BALANCE PIC S9(9)V99
               SIGN IS LEADING SEPARATE.
           05 CHKP-TO-ACCT-NUMBER PIC 9(8).
           05 CHKP-TO-PRIOR-BALANCE PIC S9(9)V99
               SIGN IS LEADING SEPARATE.
           05 CHKP-TO-NEW-BALANCE PIC S9(9)V99
               SIGN IS LEADING SEPARATE.

       WORKING-STORAGE SECTION.
       01 WS-TRANSACTION-STATUS PIC XX.
           05 WS-CHKP-ACCT-NUMBER PIC 9(8).
           05 WS-CHKP-PRIOR-BALANCE PIC S9(9)V99.
           05 WS-CHKP-NEW-BALANCE PIC S9(9)V99.
           05 WS-CHKP-TO-ACCT-NUMBER PIC 9(8).
           05 WS-CHKP-TO-PRIOR-BALANCE PIC S9(9)V99.
           05 WS-CHKP-TO-NEW-BALANCE PIC S9(9)V99.
       01 WS-CHECKPOINT-FOUND PIC X VALUE "N".
           88 CHECKPOINT-ON-FILE VALUE "Y".
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-POSTED-AMOUNT PIC S9(11)V99 VALUE 0.
       01 WS-AMOUNT-DISPLAY PIC -Z(10)9.99.
       01 WS-PROJECTED-BALANCE PIC S9(9)V99.
       01 WS-TO-ACCT-BALANCE PIC S9(9)V99.
       01 WS-TRANSFER-COUNT PIC 9(7) VALUE 0.
       01 WS-HELD-COUNT PIC 9(7) VALUE 0.
       01 WS-HELD-DROPPED-COUNT PIC 9(5) VALUE 0.
       01 WS-HELD-TABLE.
               10 WS-HLD-AMOUNT PIC 9(7)V99.
               10 WS-HLD-SHORTFALL PIC S9(9)V99.
       01 WS-HELD-LISTED PIC 9(3) VALUE 0.
       01 WS-DORMANT-HELD-COUNT PIC 9(7) VALUE 0.
       01 WS-DORMANT-DROPPED-COUNT PIC 9(5) VALUE 0.
       01 WS-DORMANT-TABLE.
           05 WS-DORMANT-ENTRY OCCURS 100 TIMES.
               10 WS-DRM-TRAN-ID PIC X(16).
               10 WS-DRM-ACCOUNT PIC 9(8).
               10 WS-DRM-AMOUNT PIC 9(7)V99.
       01 WS-DORMANT-LISTED PIC 9(3) VALUE 0.
       01 WS-SUB PIC 9(4).
           COPY "RUNCREQ.cpy".

       LINKAGE SECTION.
      * EXEC PARM - PARM='RERUN' lets the job run again for a
      * business date it has already completed.
       01 LK-JOB-PARM.
           05 LK-JOB-PARM-LENGTH PIC S9(4) COMP.
           05 LK-JOB-PARM-TEXT PIC X(8).

       PROCEDURE DIVISION USING LK-JOB-PARM.
       MAIN-LOGIC.
           CALL "BUSDATE-READ" USING WS-TODAY-DATE.
           PERFORM START-RUN-CONTROL.
           IF NOT RUNQ-ACCEPTED
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM READ-CHECKPOINT.
           PERFORM OPEN-MASTER-FILES.
           IF NOT RUN-ABORTED AND CHECKPOINT-ON-FILE
           PERFORM CLOSE-MASTER-FILES.
           MOVE WS-POSTED-AMOUNT TO WS-AMOUNT-DISPLAY.
           DISPLAY "Transactions posted  : " WS-POSTED-COUNT.
           DISPLAY "  of which transfers : " WS-TRANSFER-COUNT.
           DISPLAY "Amount posted        : " WS-AMOUNT-DISPLAY.
           DISPLAY "Transactions skipped : " WS-SKIPPED-COUNT.
           DISPLAY "Transactions held    : " WS-HELD-COUNT.
           DISPLAY "Held - dormant acct  : " WS-DORMANT-HELD-COUNT.
           DISPLAY "Posting errors       : " WS-ERROR-COUNT.
           IF WS-HELD-COUNT > 0
               PERFORM WRITE-HELD-LISTING
           END-IF.
           IF WS-DORMANT-HELD-COUNT > 0
               PERFORM WRITE-DORMANT-LISTING
           END-IF.
           EVALUATE TRUE
               WHEN RUN-ABORTED OR WS-ERROR-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-HELD-COUNT > 0 OR WS-DORMANT-HELD-COUNT > 0
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.
           PERFORM END-RUN-CONTROL.
           STOP RUN.

       READ-CHECKPOINT.

      * A checkpoint that cannot be parsed is treated as damage, not
      * absence - posting with a torn checkpoint risks applying an
      * in-flight transaction twice. A checkpoint written before
      * transfers carried a second leg ends after the first
      * account; its missing receiving-account fields read as
      * spaces and mean there is no second leg.
       SAVE-CHECKPOINT-FIELDS.
           IF CHKP-TO-ACCT-NUMBER = SPACES
               MOVE ZEROS TO CHKP-TO-ACCT-NUMBER
               MOVE ZEROS TO CHKP-TO-PRIOR-BALANCE
               MOVE ZEROS TO CHKP-TO-NEW-BALANCE
           END-IF.
           IF (CHKP-PHASE = "S" OR CHKP-PHASE = "C")
                   AND CHKP-ACCT-NUMBER IS NUMERIC
                   AND CHKP-PRIOR-BALANCE IS NUMERIC
                   AND CHKP-NEW-BALANCE IS NUMERIC
                   AND CHKP-TO-ACCT-NUMBER IS NUMERIC
                   AND CHKP-TO-PRIOR-BALANCE IS NUMERIC
                   AND CHKP-TO-NEW-BALANCE IS NUMERIC
               MOVE CHKP-PHASE TO WS-CHKP-PHASE
               MOVE CHKP-TRAN-ID TO WS-CHKP-TRAN-ID
               MOVE CHKP-ACCT-NUMBER TO WS-CHKP-ACCT-NUMBER
               MOVE CHKP-PRIOR-BALANCE TO WS-CHKP-PRIOR-BALANCE
               MOVE CHKP-NEW-BALANCE TO WS-CHKP-NEW-BALANCE
               MOVE CHKP-TO-ACCT-NUMBER TO WS-CHKP-TO-ACCT-NUMBER
               MOVE CHKP-TO-PRIOR-BALANCE
                   TO WS-CHKP-TO-PRIOR-BALANCE
               MOVE CHKP-TO-NEW-BALANCE TO WS-CHKP-TO-NEW-BALANCE
               MOVE "Y" TO WS-CHECKPOINT-FOUND
           ELSE
               DISPLAY "Checkpoint record is damaged - manual "
               MOVE WS-CHKP-ACCT-NUMBER TO CHKP-ACCT-NUMBER
               MOVE WS-CHKP-PRIOR-BALANCE TO CHKP-PRIOR-BALANCE
               MOVE WS-CHKP-NEW-BALANCE TO CHKP-NEW-BALANCE
               MOVE WS-CHKP-TO-ACCT-NUMBER TO CHKP-TO-ACCT-NUMBER
               MOVE WS-CHKP-TO-PRIOR-BALANCE
                   TO CHKP-TO-PRIOR-BALANCE
               MOVE WS-CHKP-TO-NEW-BALANCE TO CHKP-TO-NEW-BALANCE
               WRITE CHECKPOINT-RECORD
               IF WS-CHECKPOINT-STATUS NOT = "00"
                   DISPLAY "Checkpoint write failed - status "
      * checkpointed prior balance nothing was applied and the main
      * loop will pick it up again; if the balance has moved, the
      * account update landed but the flag did not, so finish the
      * flag without re-applying the money. For a transfer the
      * paying account is always rewritten first, so a paying
      * balance still at its prior value means neither leg landed;
      * once the debit is in, the receiving account decides whether
      * the credit leg still has to be applied.
       RECOVER-IN-FLIGHT.
           DISPLAY "Restart: reconciling in-flight transaction "
               WS-CHKP-TRAN-ID.
      * reconciles by posting date against the account movement.
                   MOVE ACCT-LAST-ACTIVITY-DATE
                       TO WS-POSTED-STAMP-DATE
                   IF WS-CHKP-TO-ACCT-NUMBER NOT = ZEROS
                       PERFORM RECOVER-TRANSFER-CREDIT
                       IF RUN-ABORTED
                           EXIT PARAGRAPH
                       END-IF
                   END-IF
                   PERFORM FLAG-TRANSACTION-POSTED
                   IF NOT RUN-ABORTED
                       PERFORM MARK-CHECKPOINT-COMPLETE
                   MOVE "Y" TO WS-ABORT-FLAG
           END-EVALUATE.

       RECOVER-TRANSFER-CREDIT.
           MOVE WS-CHKP-TO-ACCT-NUMBER TO ACCT-NUMBER.
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-ACCOUNT-MASTER-STATUS NOT = "00"
               DISPLAY "Cannot read checkpointed receiving account "
                   "- status " WS-ACCOUNT-MASTER-STATUS
                   " - manual review required."
               MOVE "Y" TO WS-ABORT-FLAG
               EXIT PARAGRAPH
           END-IF.
           EVALUATE TRUE
               WHEN ACCT-BALANCE = WS-CHKP-TO-PRIOR-BALANCE
                   DISPLAY "Transfer credit leg was not applied - "
                       "applying it now."
                   PERFORM CREDIT-TRANSFER-DESTINATION
               WHEN ACCT-BALANCE = WS-CHKP-TO-NEW-BALANCE
                   DISPLAY "Transfer credit leg was applied."
               WHEN OTHER
                   DISPLAY "Receiving account balance matches "
                       "neither side of the checkpoint - manual "
                       "review required."
                   MOVE "Y" TO WS-ABORT-FLAG
           END-EVALUATE.

       MARK-CHECKPOINT-COMPLETE.
           MOVE "C" TO WS-CHKP-PHASE.
           PERFORM WRITE-CHECKPOINT.
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF.
           MOVE ZEROS TO WS-CHKP-TO-ACCT-NUMBER.
           MOVE ZEROS TO WS-CHKP-TO-PRIOR-BALANCE.
           MOVE ZEROS TO WS-CHKP-TO-NEW-BALANCE.
           IF TRAN-TYPE-TRANSFER
               PERFORM CHECK-TRANSFER-DESTINATION
               IF WS-CHKP-TO-ACCT-NUMBER = ZEROS
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE TRAN-ACCOUNT-NUMBER TO ACCT-NUMBER.
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF.
      * A reversal only backs out an item already posted, so it is
      * let through; anything else paying out of a dormant account
      * waits for reactivation.
           IF ACCT-IS-DORMANT AND NOT TRAN-TYPE-DEPOSIT
                   AND TRAN-REVERSAL-OF = SPACES
               PERFORM HOLD-DORMANT-TRANSACTION
               EXIT PARAGRAPH
           END-IF.
           IF TRAN-TYPE-DEPOSIT
               MOVE TRAN-AMOUNT TO WS-SIGNED-AMOUNT
           ELSE
           MOVE ACCT-BALANCE TO WS-CHKP-PRIOR-BALANCE.
           COMPUTE WS-CHKP-NEW-BALANCE =
               ACCT-BALANCE + WS-SIGNED-AMOUNT.
           IF TRAN-TYPE-TRANSFER
               MOVE WS-TO-ACCT-BALANCE TO WS-CHKP-TO-PRIOR-BALANCE
               COMPUTE WS-CHKP-TO-NEW-BALANCE =
                   WS-TO-ACCT-BALANCE + TRAN-AMOUNT
           END-IF.
           PERFORM WRITE-CHECKPOINT.
           IF RUN-ABORTED
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CHKP-NEW-BALANCE TO ACCT-BALANCE.
           MOVE WS-TODAY-DATE TO ACCT-LAST-ACTIVITY-DATE.
           MOVE WS-TODAY-DATE TO ACCT-LAST-CUSTOMER-DATE.
           REWRITE ACCOUNT-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           IF WS-ACCOUNT-MASTER-STATUS NOT = "00"
                   AND WS-ACCOUNT-MASTER-STATUS NOT = "02"
               DISPLAY "Unable to rewrite account "
                   ACCT-NUMBER " - status "
                   WS-ACCOUNT-MASTER-STATUS
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-TODAY-DATE TO WS-POSTED-STAMP-DATE.
           IF TRAN-TYPE-TRANSFER
               PERFORM CREDIT-TRANSFER-DESTINATION
               IF RUN-ABORTED
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           PERFORM FLAG-TRANSACTION-POSTED.
           IF RUN-ABORTED
               EXIT PARAGRAPH
           END-IF.
           PERFORM MARK-CHECKPOINT-COMPLETE.
           ADD 1 TO WS-POSTED-COUNT.
      * Both legs of a transfer stay inside the shop, so it moves
      * the posted total by nothing.
           IF TRAN-TYPE-TRANSFER
               ADD 1 TO WS-TRANSFER-COUNT
           ELSE
               ADD WS-SIGNED-AMOUNT TO WS-POSTED-AMOUNT
           END-IF.

      * The receiving account is validated before the paying
      * account is touched, so a transfer to a missing or closed
      * account is left for review with neither leg applied. Its
      * balance is kept for the checkpoint; nothing else in the run
      * can move it before the credit leg is written.
       CHECK-TRANSFER-DESTINATION.
           IF TRAN-TO-ACCOUNT-NUMBER = TRAN-ACCOUNT-NUMBER
                   OR TRAN-TO-ACCOUNT-NUMBER = ZEROS
               DISPLAY "Transaction " TRAN-ID " transfer has no "
                   "separate receiving account - left for manual "
                   "review."
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF.
           MOVE TRAN-TO-ACCOUNT-NUMBER TO ACCT-NUMBER.
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           EVALUATE TRUE
               WHEN WS-ACCOUNT-MASTER-STATUS = "23"
                   DISPLAY "Transaction " TRAN-ID " receiving "
                       "account " TRAN-TO-ACCOUNT-NUMBER " not on "
                       "account master - left for manual review."
                   ADD 1 TO WS-ERROR-COUNT
                   EXIT PARAGRAPH
               WHEN WS-ACCOUNT-MASTER-STATUS NOT = "00"
                   DISPLAY "Error reading account master - status "
                       WS-ACCOUNT-MASTER-STATUS
                   MOVE "Y" TO WS-ABORT-FLAG
                   EXIT PARAGRAPH
           END-EVALUATE.
           IF NOT ACCT-IS-OPEN
               DISPLAY "Transaction " TRAN-ID " receiving account "
                   TRAN-TO-ACCOUNT-NUMBER " is not open - left for "
                   "manual review."
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF.
           MOVE ACCT-BALANCE TO WS-TO-ACCT-BALANCE.
           MOVE TRAN-TO-ACCOUNT-NUMBER TO WS-CHKP-TO-ACCT-NUMBER.

      * Credit leg of a transfer, applied once the debit leg is on
      * the paying account. Used by the main loop and by restart.
       CREDIT-TRANSFER-DESTINATION.
           MOVE WS-CHKP-TO-ACCT-NUMBER TO ACCT-NUMBER.
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-ACCOUNT-MASTER-STATUS NOT = "00"
               DISPLAY "Unable to read receiving account "
                   WS-CHKP-TO-ACCT-NUMBER " - status "
                   WS-ACCOUNT-MASTER-STATUS
               MOVE "Y" TO WS-ABORT-FLAG
               EXIT PARAGRAPH
           END-IF.
           IF ACCT-LAST-ACTIVITY-DATE NOT = WS-POSTED-STAMP-DATE
               MOVE ACCT-BALANCE TO ACCT-OPEN-BALANCE
           END-IF.
           MOVE WS-CHKP-TO-NEW-BALANCE TO ACCT-BALANCE.
           MOVE WS-POSTED-STAMP-DATE TO ACCT-LAST-ACTIVITY-DATE.
           MOVE WS-POSTED-STAMP-DATE TO ACCT-LAST-CUSTOMER-DATE.
           REWRITE ACCOUNT-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           IF WS-ACCOUNT-MASTER-STATUS NOT = "00"
                   AND WS-ACCOUNT-MASTER-STATUS NOT = "02"
               DISPLAY "Unable to rewrite receiving account "
                   ACCT-NUMBER " - status "
                   WS-ACCOUNT-MASTER-STATUS
               MOVE "Y" TO WS-ABORT-FLAG
           END-IF.

       HOLD-ONE-TRANSACTION.
           SET TRAN-IS-HELD-NSF TO TRUE.
               ADD 1 TO WS-HELD-DROPPED-COUNT
           END-IF.

       HOLD-DORMANT-TRANSACTION.
           SET TRAN-IS-HELD-DORMANT TO TRUE.
           REWRITE TRAN-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           IF WS-TRANSACTION-STATUS NOT = "00"
                   AND WS-TRANSACTION-STATUS NOT = "02"
               DISPLAY "Unable to rewrite transaction "
                   TRAN-ID " - status " WS-TRANSACTION-STATUS
               MOVE "Y" TO WS-ABORT-FLAG
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-DORMANT-HELD-COUNT.
           IF WS-DORMANT-LISTED < 100
               ADD 1 TO WS-DORMANT-LISTED
               MOVE TRAN-ID TO WS-DRM-TRAN-ID(WS-DORMANT-LISTED)
               MOVE TRAN-ACCOUNT-NUMBER
                   TO WS-DRM-ACCOUNT(WS-DORMANT-LISTED)
               MOVE TRAN-AMOUNT TO WS-DRM-AMOUNT(WS-DORMANT-LISTED)
           ELSE
               ADD 1 TO WS-DORMANT-DROPPED-COUNT
           END-IF.

       WRITE-HELD-LISTING.
           DISPLAY "INSUFFICIENT-FUNDS ITEMS HELD FOR THE BACK "
               "OFFICE:".
                   " MORE NOT LISTED (LIMIT 100)"
           END-IF.

       WRITE-DORMANT-LISTING.
           DISPLAY "ITEMS HELD AGAINST DORMANT ACCOUNTS (RELEASE "
               "ONLY AFTER REACTIVATION):".
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-DORMANT-LISTED
               MOVE WS-DRM-AMOUNT(WS-SUB) TO WS-AMOUNT-DISPLAY
               DISPLAY "  " WS-DRM-TRAN-ID(WS-SUB)
                   " account " WS-DRM-ACCOUNT(WS-SUB)
                   " amount " WS-AMOUNT-DISPLAY
           END-PERFORM.
           IF WS-DORMANT-DROPPED-COUNT > 0
               DISPLAY "  ... AND " WS-DORMANT-DROPPED-COUNT
                   " MORE NOT LISTED (LIMIT 100)"
           END-IF.

       FLAG-TRANSACTION-POSTED.
           SET TRAN-IS-POSTED TO TRUE.
           MOVE FUNCTION CURRENT-DATE TO TRAN-POSTED-TIMESTAMP.
                   TRAN-ID " - status " WS-TRANSACTION-STATUS
               MOVE "Y" TO WS-ABORT-FLAG
           END-IF.

       START-RUN-CONTROL.
           MOVE "S" TO RUNQ-FUNCTION.
           MOVE "TRAN-POST" TO RUNQ-JOB-NAME.
           MOVE WS-TODAY-DATE TO RUNQ-BUSINESS-DATE.
           MOVE "N" TO RUNQ-OVERRIDE.
           IF LK-JOB-PARM-LENGTH >= 5
                   AND LK-JOB-PARM-TEXT (1:5) = "RERUN"
               MOVE "Y" TO RUNQ-OVERRIDE
           END-IF.
           MOVE 0 TO RUNQ-RETURN-CODE.
           CALL "RUN-CONTROL" USING RUN-CONTROL-REQUEST.

      * RETURN-CODE is carried across the call so the job still
      * ends with its own code.
       END-RUN-CONTROL.
           MOVE "E" TO RUNQ-FUNCTION.
           MOVE RETURN-CODE TO RUNQ-RETURN-CODE.
           CALL "RUN-CONTROL" USING RUN-CONTROL-REQUEST.
           MOVE RUNQ-RETURN-CODE TO RETURN-CODE.
