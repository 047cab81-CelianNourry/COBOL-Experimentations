       IDENTIFICATION DIVISION.
       PROGRAM-ID. INT-ACCRUE.

      * Nightly interest accrual and month-end interest posting.
      * Runs after TRANPOST and before EODBAL, so it accrues on the
      * day's closing ACCT-BALANCE for the business date: a balance
      * in credit accrues at the account's credit rate, an
      * overdrawn balance at its debit rate, each at rate / 365 per
      * day into the account's accrued fields. An account not
      * accrued since an earlier business date (a missed night) is
      * accrued for every day since, on tonight's balance. Closed
      * accounts are skipped.
      * On the last business date of a calendar month the whole
      * cents accrued are raised as system-generated TRANFILE items
      * under the INTEREST source id - credit interest as a
      * deposit, debit interest as a withdrawal - written straight
      * to POSTED and applied to the balance with the usual open-
      * balance capture, so they print on ACCT-STATEMENT and tie
      * through EOD-BALANCE like any other posting. The fraction of
      * a cent left over stays accrued for next month. Debit
      * interest is charged whatever the overdraft limit.
      * Restart: each account is rewritten once, with its accrual
      * date, balance and accrued amounts together, after any
      * interest items have been written. A rerun skips accounts
      * already accrued for the date, and before writing an
      * interest item looks for one already written for the
      * account tonight, so an abend between the two writes never
      * posts interest twice. RC=8 means the run failed - rerun it
      * once the problem is fixed; nothing is accrued twice.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               ALTERNATE RECORD KEY IS ACCT-CUSTOMER-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-ACCOUNT-MASTER-STATUS.
           SELECT TRANSACTION-FILE ASSIGN TO "TRANFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRAN-ID
               ALTERNATE RECORD KEY IS TRAN-ACCOUNT-NUMBER
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS TRAN-TO-ACCOUNT-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS WS-TRANSACTION-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER-FILE.
           COPY "ACCTREC.cpy".

       FD  TRANSACTION-FILE.
           COPY "TRANREC.cpy".

       WORKING-STORAGE SECTION.
       01 WS-ACCOUNT-MASTER-STATUS PIC XX.
       01 WS-TRANSACTION-STATUS PIC XX.
       01 WS-ACCOUNT-MASTER-OPEN PIC X VALUE "N".
           88 ACCOUNT-MASTER-IS-OPEN VALUE "Y".
       01 WS-TRANSACTION-OPEN PIC X VALUE "N".
           88 TRANSACTION-IS-OPEN VALUE "Y".
       01 WS-EOF-FLAG PIC X VALUE "N".
           88 END-OF-ACCOUNTS VALUE "Y".
       01 WS-SCAN-EOF-FLAG PIC X VALUE "N".
           88 END-OF-ACCOUNT-ITEMS VALUE "Y".
       01 WS-ABORT-FLAG PIC X VALUE "N".
           88 RUN-ABORTED VALUE "Y".
       01 WS-MONTH-END-FLAG PIC X VALUE "N".
           88 MONTH-END-RUN VALUE "Y".
       01 WS-ITEM-FOUND-FLAG PIC X VALUE "N".
           88 INTEREST-ITEM-FOUND VALUE "Y".
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-TODAY-DISPLAY PIC X(8).
       01 WS-TODAY-INT PIC S9(9) COMP.
       01 WS-NEXT-DATE PIC 9(8).
       01 WS-LAST-ACCRUAL-INT PIC S9(9) COMP.
       01 WS-ACCRUAL-DAYS PIC S9(5) COMP.
       01 WS-DAY-INTEREST PIC 9(7)V9(5).
       01 WS-POST-TYPE PIC X(1).
       01 WS-POST-AMOUNT PIC 9(7)V99.
       01 WS-POSTED-STAMP PIC X(21).
       01 WS-WRITE-TRIES PIC 9(5) VALUE 0.
       01 WS-RECORD-WRITTEN PIC X VALUE "N".
           88 RECORD-WRITTEN VALUE "Y".
       01 WS-ACCOUNTS-READ PIC 9(7) VALUE 0.
       01 WS-ACCOUNTS-ACCRUED PIC 9(7) VALUE 0.
       01 WS-ACCOUNTS-ALREADY-DONE PIC 9(7) VALUE 0.
       01 WS-CREDIT-ACCRUED-TOTAL PIC 9(11)V9(5) VALUE 0.
       01 WS-DEBIT-ACCRUED-TOTAL PIC 9(11)V9(5) VALUE 0.
       01 WS-CREDIT-POSTED-COUNT PIC 9(7) VALUE 0.
       01 WS-CREDIT-POSTED-TOTAL PIC 9(11)V99 VALUE 0.
       01 WS-DEBIT-POSTED-COUNT PIC 9(7) VALUE 0.
       01 WS-DEBIT-POSTED-TOTAL PIC 9(11)V99 VALUE 0.
       01 WS-ACCRUED-DISPLAY PIC Z(10)9.99999.
       01 WS-AMOUNT-DISPLAY PIC Z(10)9.99.
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
           MOVE WS-TODAY-DATE TO WS-TODAY-DISPLAY.
           MOVE FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE)
               TO WS-TODAY-INT.
           MOVE FUNCTION DATE-OF-INTEGER (WS-TODAY-INT + 1)
               TO WS-NEXT-DATE.
           IF WS-NEXT-DATE (7:2) = "01"
               MOVE "Y" TO WS-MONTH-END-FLAG
           END-IF.
           PERFORM OPEN-ALL-FILES.
           IF NOT RUN-ABORTED
               PERFORM ACCRUE-ALL-ACCOUNTS
           END-IF.
           PERFORM CLOSE-ALL-FILES.
           DISPLAY "Interest run for business date "
               WS-TODAY-DISPLAY.
           IF MONTH-END-RUN
               DISPLAY "  month end - accrued interest posted"
           END-IF.
           DISPLAY "  Accounts read          : " WS-ACCOUNTS-READ.
           DISPLAY "  Accounts accrued       : " WS-ACCOUNTS-ACCRUED.
           DISPLAY "  Already accrued (rerun): "
               WS-ACCOUNTS-ALREADY-DONE.
           MOVE WS-CREDIT-ACCRUED-TOTAL TO WS-ACCRUED-DISPLAY.
           DISPLAY "  Credit interest accrued: " WS-ACCRUED-DISPLAY.
           MOVE WS-DEBIT-ACCRUED-TOTAL TO WS-ACCRUED-DISPLAY.
           DISPLAY "  Debit interest accrued : " WS-ACCRUED-DISPLAY.
           IF MONTH-END-RUN
               MOVE WS-CREDIT-POSTED-TOTAL TO WS-AMOUNT-DISPLAY
               DISPLAY "  Credit interest posted : "
                   WS-CREDIT-POSTED-COUNT " item(s) "
                   WS-AMOUNT-DISPLAY
               MOVE WS-DEBIT-POSTED-TOTAL TO WS-AMOUNT-DISPLAY
               DISPLAY "  Debit interest posted  : "
                   WS-DEBIT-POSTED-COUNT " item(s) "
                   WS-AMOUNT-DISPLAY
           END-IF.
           IF RUN-ABORTED
               DISPLAY "INTEREST RUN FAILED - rerun after the "
                   "problem is fixed."
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM END-RUN-CONTROL.
           STOP RUN.

       OPEN-ALL-FILES.
           OPEN I-O ACCOUNT-MASTER-FILE.
           IF WS-ACCOUNT-MASTER-STATUS = "00"
               MOVE "Y" TO WS-ACCOUNT-MASTER-OPEN
           ELSE
               DISPLAY "Unable to open account master file - "
                   "status " WS-ACCOUNT-MASTER-STATUS
               MOVE "Y" TO WS-ABORT-FLAG
           END-IF.
           OPEN I-O TRANSACTION-FILE.
           IF WS-TRANSACTION-STATUS = "00"
               MOVE "Y" TO WS-TRANSACTION-OPEN
           ELSE
               DISPLAY "Unable to open transaction file - "
                   "status " WS-TRANSACTION-STATUS
               MOVE "Y" TO WS-ABORT-FLAG
           END-IF.

       CLOSE-ALL-FILES.
           IF ACCOUNT-MASTER-IS-OPEN
               CLOSE ACCOUNT-MASTER-FILE
           END-IF.
           IF TRANSACTION-IS-OPEN
               CLOSE TRANSACTION-FILE
           END-IF.

       ACCRUE-ALL-ACCOUNTS.
           MOVE ZEROS TO ACCT-NUMBER.
           START ACCOUNT-MASTER-FILE KEY NOT LESS THAN ACCT-NUMBER
               INVALID KEY
                   MOVE "Y" TO WS-EOF-FLAG
           END-START.
           PERFORM UNTIL END-OF-ACCOUNTS OR RUN-ABORTED
               READ ACCOUNT-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM ACCRUE-ONE-ACCOUNT
               END-READ
               IF WS-ACCOUNT-MASTER-STATUS NOT = "00"
                       AND NOT END-OF-ACCOUNTS
                       AND NOT RUN-ABORTED
                   DISPLAY "Error reading account master - status "
                       WS-ACCOUNT-MASTER-STATUS
                   MOVE "Y" TO WS-ABORT-FLAG
               END-IF
           END-PERFORM.

       ACCRUE-ONE-ACCOUNT.
           ADD 1 TO WS-ACCOUNTS-READ.
           IF ACCT-IS-CLOSED
               EXIT PARAGRAPH
           END-IF.
           IF ACCT-LAST-ACCRUAL-DATE NOT < WS-TODAY-DATE
               ADD 1 TO WS-ACCOUNTS-ALREADY-DONE
               EXIT PARAGRAPH
           END-IF.
           MOVE 1 TO WS-ACCRUAL-DAYS.
           IF ACCT-LAST-ACCRUAL-DATE > 0
               MOVE FUNCTION INTEGER-OF-DATE (ACCT-LAST-ACCRUAL-DATE)
                   TO WS-LAST-ACCRUAL-INT
               COMPUTE WS-ACCRUAL-DAYS =
                   WS-TODAY-INT - WS-LAST-ACCRUAL-INT
           END-IF.
           IF ACCT-BALANCE > 0
               COMPUTE WS-DAY-INTEREST ROUNDED =
                   ACCT-BALANCE * ACCT-CREDIT-RATE
                   * WS-ACCRUAL-DAYS / 36500
               ADD WS-DAY-INTEREST TO ACCT-ACCRUED-CREDIT
               ADD WS-DAY-INTEREST TO WS-CREDIT-ACCRUED-TOTAL
           END-IF.
           IF ACCT-BALANCE < 0
               COMPUTE WS-DAY-INTEREST ROUNDED =
                   (0 - ACCT-BALANCE) * ACCT-DEBIT-RATE
                   * WS-ACCRUAL-DAYS / 36500
               ADD WS-DAY-INTEREST TO ACCT-ACCRUED-DEBIT
               ADD WS-DAY-INTEREST TO WS-DEBIT-ACCRUED-TOTAL
           END-IF.
           MOVE WS-TODAY-DATE TO ACCT-LAST-ACCRUAL-DATE.
           IF MONTH-END-RUN
               PERFORM POST-MONTH-END-INTEREST
               IF RUN-ABORTED
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           REWRITE ACCOUNT-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           IF WS-ACCOUNT-MASTER-STATUS NOT = "00"
                   AND WS-ACCOUNT-MASTER-STATUS NOT = "02"
               DISPLAY "Unable to rewrite account " ACCT-NUMBER
                   " - status " WS-ACCOUNT-MASTER-STATUS
               MOVE "Y" TO WS-ABORT-FLAG
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-ACCOUNTS-ACCRUED.

      * Only whole cents are posted - the MOVE into the two-decimal
      * amount drops the fraction, which stays accrued.
       POST-MONTH-END-INTEREST.
           MOVE ACCT-ACCRUED-CREDIT TO WS-POST-AMOUNT.
           IF WS-POST-AMOUNT > 0
               MOVE "D" TO WS-POST-TYPE
               PERFORM POST-ONE-INTEREST-ITEM
               IF RUN-ABORTED
                   EXIT PARAGRAPH
               END-IF
               SUBTRACT WS-POST-AMOUNT FROM ACCT-ACCRUED-CREDIT
               ADD WS-POST-AMOUNT TO ACCT-BALANCE
               ADD 1 TO WS-CREDIT-POSTED-COUNT
               ADD WS-POST-AMOUNT TO WS-CREDIT-POSTED-TOTAL
           END-IF.
           MOVE ACCT-ACCRUED-DEBIT TO WS-POST-AMOUNT.
           IF WS-POST-AMOUNT > 0
               MOVE "W" TO WS-POST-TYPE
               PERFORM POST-ONE-INTEREST-ITEM
               IF RUN-ABORTED
                   EXIT PARAGRAPH
               END-IF
               SUBTRACT WS-POST-AMOUNT FROM ACCT-ACCRUED-DEBIT
               SUBTRACT WS-POST-AMOUNT FROM ACCT-BALANCE
               ADD 1 TO WS-DEBIT-POSTED-COUNT
               ADD WS-POST-AMOUNT TO WS-DEBIT-POSTED-TOTAL
           END-IF.

      * The open balance is captured before the first movement of
      * the day, exactly as TRAN-POST does, so EOD-BALANCE ties the
      * interest back like any other posting.
       POST-ONE-INTEREST-ITEM.
           PERFORM FIND-INTEREST-ITEM.
           IF RUN-ABORTED
               EXIT PARAGRAPH
           END-IF.
           IF INTEREST-ITEM-FOUND
               MOVE TRAN-AMOUNT TO WS-POST-AMOUNT
           ELSE
               PERFORM WRITE-INTEREST-ITEM
               IF RUN-ABORTED
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF ACCT-LAST-ACTIVITY-DATE NOT = WS-TODAY-DATE
               MOVE ACCT-BALANCE TO ACCT-OPEN-BALANCE
               MOVE WS-TODAY-DATE TO ACCT-LAST-ACTIVITY-DATE
           END-IF.

      * Restart guard: an interest item of this type already posted
      * to the account tonight means an earlier run wrote it and
      * stopped before the account was rewritten.
       FIND-INTEREST-ITEM.
           MOVE "N" TO WS-ITEM-FOUND-FLAG.
           MOVE "N" TO WS-SCAN-EOF-FLAG.
           MOVE ACCT-NUMBER TO TRAN-ACCOUNT-NUMBER.
           START TRANSACTION-FILE
                   KEY = TRAN-ACCOUNT-NUMBER
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-EOF-FLAG
           END-START.
           PERFORM UNTIL END-OF-ACCOUNT-ITEMS OR INTEREST-ITEM-FOUND
                   OR RUN-ABORTED
               READ TRANSACTION-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SCAN-EOF-FLAG
                   NOT AT END
                       IF TRAN-ACCOUNT-NUMBER NOT = ACCT-NUMBER
                           MOVE "Y" TO WS-SCAN-EOF-FLAG
                       ELSE
                           IF TRAN-ENTERED-BY-INTEREST
                                   AND TRAN-TYPE = WS-POST-TYPE
                                   AND TRAN-IS-POSTED
                                   AND TRAN-POSTED-TIMESTAMP (1:8)
                                       = WS-TODAY-DISPLAY
                               MOVE "Y" TO WS-ITEM-FOUND-FLAG
                           END-IF
                       END-IF
               END-READ
               IF WS-TRANSACTION-STATUS NOT = "00"
                       AND WS-TRANSACTION-STATUS NOT = "02"
                       AND NOT END-OF-ACCOUNT-ITEMS
                   DISPLAY "Error reading transaction file - "
                       "status " WS-TRANSACTION-STATUS
                   MOVE "Y" TO WS-ABORT-FLAG
               END-IF
           END-PERFORM.

       WRITE-INTEREST-ITEM.
           MOVE "N" TO WS-RECORD-WRITTEN.
           MOVE 0 TO WS-WRITE-TRIES.
           MOVE ACCT-NUMBER TO TRAN-ACCOUNT-NUMBER.
           MOVE WS-POST-TYPE TO TRAN-TYPE.
           MOVE ZEROS TO TRAN-TO-ACCOUNT-NUMBER.
           MOVE WS-POST-AMOUNT TO TRAN-AMOUNT.
           SET TRAN-ENTERED-BY-INTEREST TO TRUE.
           MOVE TRAN-ENTERED-BY TO TRAN-APPROVED-BY.
           SET TRAN-IS-POSTED TO TRUE.
           MOVE SPACES TO TRAN-REVERSAL-OF TRAN-REVERSED-BY-ID
               TRAN-FIRST-SIGNED-BY TRAN-FIRST-SIGN-TIMESTAMP
               TRAN-RESUBMIT-OF.
      * The id is the stamp to the hundredth of a second. Month end
      * writes one item after another as fast as the file allows,
      * so a duplicate simply retries until the clock moves on.
           PERFORM UNTIL RECORD-WRITTEN OR WS-WRITE-TRIES > 50000
               MOVE FUNCTION CURRENT-DATE TO WS-POSTED-STAMP
               MOVE WS-TODAY-DATE TO WS-POSTED-STAMP (1:8)
               MOVE WS-POSTED-STAMP (1:16) TO TRAN-ID
               MOVE WS-POSTED-STAMP TO TRAN-ENTRY-TIMESTAMP
               MOVE WS-POSTED-STAMP TO TRAN-APPROVAL-TIMESTAMP
               MOVE WS-POSTED-STAMP TO TRAN-POSTED-TIMESTAMP
               WRITE TRAN-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
               EVALUATE WS-TRANSACTION-STATUS
                   WHEN "00"
                   WHEN "02"
                       MOVE "Y" TO WS-RECORD-WRITTEN
                   WHEN "22"
                       ADD 1 TO WS-WRITE-TRIES
                   WHEN OTHER
                       MOVE 99999 TO WS-WRITE-TRIES
               END-EVALUATE
           END-PERFORM.
           IF NOT RECORD-WRITTEN
               DISPLAY "Unable to write interest item for account "
                   ACCT-NUMBER " - status " WS-TRANSACTION-STATUS
               MOVE "Y" TO WS-ABORT-FLAG
           END-IF.

       START-RUN-CONTROL.
           MOVE "S" TO RUNQ-FUNCTION.
           MOVE "INT-ACCRUE" TO RUNQ-JOB-NAME.
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
