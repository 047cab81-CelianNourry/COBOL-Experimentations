
      * Account master maintenance screens behind ADMIN-MENU option
      * 3. Lets an administrator open a new account with its number
      * for a customer already on CUSTOMER-MASTER (CUST-MAINT),
      * attach an existing account to its customer or move it to
      * another, correct a mis-keyed customer name, set
      * the overdraft limit TRAN-POST enforces, set the credit and
      * debit interest rates INT-ACCRUE accrues at, reactivate an
      * account ACCT-DORMANCY has made dormant, and close an
      * account. Closure is refused while the account still has
      * in-flight items on the TRANSACTION file so
      * money is never stranded mid-workflow; the same refusal
      * applies when the transaction file cannot be scanned, because
      * an unverified closure is the riskier mistake. It is also
      * refused while whole cents of interest are accrued but not
      * yet posted, since INT-ACCRUE skips closed accounts and the
      * interest would never be raised. Every field
      * changed, including the opening of a new account, is
      * journaled to MAINTLOG (MAINTLOG-WRITE) with the admin's id
      * and the before and after values once the write has
      * succeeded.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               ALTERNATE RECORD KEY IS ACCT-CUSTOMER-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-ACCOUNT-MASTER-STATUS.
           SELECT TRANSACTION-FILE ASSIGN TO "TRANFILE"
               ORGANIZATION IS INDEXED
               RECORD KEY IS TRAN-ID
               ALTERNATE RECORD KEY IS TRAN-ACCOUNT-NUMBER
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS TRAN-TO-ACCOUNT-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS WS-TRANSACTION-STATUS.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               ALTERNATE RECORD KEY IS CUST-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-CUSTOMER-MASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-FILE.
           COPY "TRANREC.cpy".

       FD  CUSTOMER-MASTER-FILE.
           COPY "CUSTREC.cpy".

       WORKING-STORAGE SECTION.
       01 WS-ACCOUNT-MASTER-STATUS PIC XX.
       01 WS-ACCOUNT-MASTER-OPEN PIC X VALUE "N".
           88 ACCOUNT-MASTER-IS-OPEN VALUE "Y".
       01 WS-TRANSACTION-STATUS PIC XX.
       01 WS-CUSTOMER-MASTER-STATUS PIC XX.
       01 WS-CUSTOMER-IN PIC X(12).
       01 WS-CUSTOMER-FOUND PIC X VALUE "N".
           88 CUSTOMER-RECORD-FOUND VALUE "Y".
      * The customer found by GET-OWNING-CUSTOMER, kept here because
      * the customer master is closed again after the lookup.
       01 WS-OWNER-ID PIC 9(8).
       01 WS-OWNER-NAME PIC X(30).
       01 WS-CHOICE PIC 9 VALUE 0.
       01 WS-ACCOUNT-IN PIC X(12).
       01 WS-ACCOUNT-FOUND PIC X VALUE "N".
       01 WS-COUNT-DISPLAY PIC ZZZZ9.
       01 WS-AMOUNT-IN PIC X(10).
       01 WS-AMOUNT-VALUE PIC 9(7)V99.
       01 WS-ACCRUED-CREDIT-CENTS PIC 9(7)V99.
       01 WS-ACCRUED-DEBIT-CENTS PIC 9(7)V99.
       01 WS-FIELD-OK PIC X VALUE "N".
           88 FIELD-ACCEPTED VALUE "Y".
       01 WS-DECIMAL-COUNT PIC 9(2) VALUE 0.
       01 WS-SCAN-IDX PIC 9(2).
       01 WS-SCAN-CHAR PIC X(1).
       01 WS-LIMIT-DISPLAY PIC Z(6)9.99.
       01 WS-RATE-IN PIC X(8).
       01 WS-RATE-VALUE PIC 9(2)V9(4).
       01 WS-RATE-DISPLAY PIC Z9.9999.
      * The account record as it stood when it was read, so only
      * the fields actually changed are journaled.
       01 WS-BEFORE-ACCOUNT.
           05 WS-BEFORE-NAME PIC X(30).
           05 WS-BEFORE-STATUS PIC X(1).
           05 WS-BEFORE-OVERDRAFT PIC 9(7)V99.
           05 WS-BEFORE-CREDIT-RATE PIC 9(2)V9(4).
           05 WS-BEFORE-DEBIT-RATE PIC 9(2)V9(4).
           05 WS-BEFORE-CUSTOMER-ID PIC 9(8).
       01 WS-JOURNAL-AMOUNT PIC Z(6)9.99.
       01 WS-BUSINESS-DATE PIC 9(8).
           COPY "MAINTREC.cpy".

       LINKAGE SECTION.
       01 LK-USER-ID PIC X(8).
       PROCEDURE DIVISION USING LK-USER-ID.
       MAIN-LOGIC.
           MOVE 0 TO WS-CHOICE.
           CALL "BUSDATE-READ" USING WS-BUSINESS-DATE.
           PERFORM OPEN-ACCOUNT-MASTER.
           IF ACCOUNT-MASTER-IS-OPEN
               PERFORM UNTIL WS-CHOICE = 9
                   DISPLAY "2. Correct customer name"
                   DISPLAY "3. Close an account"
                   DISPLAY "4. Change overdraft limit"
                   DISPLAY "5. Change interest rates"
                   DISPLAY "6. Reactivate a dormant account"
                   DISPLAY "7. Attach account to a customer"
                   DISPLAY "9. Return to admin menu"
                   DISPLAY "Select an option : "
                   ACCEPT WS-CHOICE
                           PERFORM CLOSE-ONE-ACCOUNT
                       WHEN 4
                           PERFORM CHANGE-OVERDRAFT-LIMIT
                       WHEN 5
                           PERFORM CHANGE-INTEREST-RATES
                       WHEN 6
                           PERFORM REACTIVATE-DORMANT-ACCOUNT
                       WHEN 7
                           PERFORM ATTACH-ACCOUNT-TO-CUSTOMER
                       WHEN 9
                           CONTINUE
                       WHEN OTHER
           EVALUATE TRUE
               WHEN WS-ACCOUNT-MASTER-STATUS = "00"
                   MOVE "Y" TO WS-ACCOUNT-FOUND
                   PERFORM SAVE-BEFORE-VALUES
               WHEN WS-ACCOUNT-MASTER-STATUS = "23"
                   DISPLAY "Account " WS-ACCOUNT-IN (1:8)
                       " not found."
                   WS-ACCOUNT-MASTER-STATUS
               EXIT PARAGRAPH
           END-IF.
           PERFORM GET-OWNING-CUSTOMER.
           IF NOT CUSTOMER-RECORD-FOUND
               DISPLAY "Account not opened."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Customer       : " WS-OWNER-NAME.
           DISPLAY "Enter name on the account (blank = customer "
               "name) : ".
           ACCEPT WS-NAME-IN.
           IF WS-NAME-IN = SPACES
               MOVE WS-OWNER-NAME TO WS-NAME-IN
           END-IF.
           MOVE WS-ACCOUNT-IN (1:8) TO ACCT-NUMBER.
           MOVE WS-NAME-IN TO ACCT-CUSTOMER-NAME.
           MOVE WS-OWNER-ID TO ACCT-CUSTOMER-ID.
           SET ACCT-IS-OPEN TO TRUE.
           MOVE 0 TO ACCT-BALANCE.
           MOVE 0 TO ACCT-OPEN-BALANCE.
           MOVE 0 TO ACCT-LAST-ACTIVITY-DATE.
           MOVE 0 TO ACCT-OVERDRAFT-LIMIT.
           MOVE 0 TO ACCT-CREDIT-RATE.
           MOVE 0 TO ACCT-DEBIT-RATE.
           MOVE 0 TO ACCT-ACCRUED-CREDIT.
           MOVE 0 TO ACCT-ACCRUED-DEBIT.
           MOVE 0 TO ACCT-LAST-ACCRUAL-DATE.
           MOVE WS-BUSINESS-DATE TO ACCT-LAST-CUSTOMER-DATE.
           MOVE 0 TO ACCT-DORMANT-DATE.
           WRITE ACCOUNT-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF WS-ACCOUNT-MASTER-STATUS = "00"
                   OR WS-ACCOUNT-MASTER-STATUS = "02"
               DISPLAY "Account " ACCT-NUMBER " opened for "
                   ACCT-CUSTOMER-NAME "."
               PERFORM JOURNAL-NEW-ACCOUNT
           ELSE
               DISPLAY "Unable to open account - status "
                   WS-ACCOUNT-MASTER-STATUS
           DISPLAY "Enter customer name (blank to cancel) : ".
           ACCEPT WS-NAME-IN.

      * Reads the keyed customer id on the customer master, which
      * is opened only for the lookup - an account may only be
      * opened for, or attached to, a customer already added from
      * CUST-MAINT.
       GET-OWNING-CUSTOMER.
           MOVE "N" TO WS-CUSTOMER-FOUND.
           DISPLAY "Enter customer id (8 digits) : ".
           ACCEPT WS-CUSTOMER-IN.
           IF WS-CUSTOMER-IN = SPACES
               DISPLAY "No customer id entered."
               EXIT PARAGRAPH
           END-IF.
           IF WS-CUSTOMER-IN (9:4) NOT = SPACES
                   OR WS-CUSTOMER-IN (1:8) IS NOT NUMERIC
               DISPLAY "Customer id must be 8 digits."
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF WS-CUSTOMER-MASTER-STATUS = "35"
               DISPLAY "No customer master file - add the customer "
                   "from customer maintenance first."
               EXIT PARAGRAPH
           END-IF.
           IF WS-CUSTOMER-MASTER-STATUS NOT = "00"
               DISPLAY "Unable to open customer master file - "
                   "status " WS-CUSTOMER-MASTER-STATUS
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CUSTOMER-IN (1:8) TO CUST-ID.
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           EVALUATE TRUE
               WHEN WS-CUSTOMER-MASTER-STATUS = "00"
                   MOVE "Y" TO WS-CUSTOMER-FOUND
                   MOVE CUST-ID TO WS-OWNER-ID
                   MOVE CUST-NAME TO WS-OWNER-NAME
               WHEN WS-CUSTOMER-MASTER-STATUS = "23"
                   DISPLAY "Customer " WS-CUSTOMER-IN (1:8)
                       " not found."
               WHEN OTHER
                   DISPLAY "Error reading customer master - status "
                       WS-CUSTOMER-MASTER-STATUS
           END-EVALUATE.
           CLOSE CUSTOMER-MASTER-FILE.

       CORRECT-CUSTOMER-NAME.
           PERFORM GET-TARGET-ACCOUNT.
           IF NOT ACCOUNT-RECORD-FOUND
                   "flight - it cannot be closed."
               EXIT PARAGRAPH
           END-IF.
      * Only whole cents are posted at month end, so a fraction of a
      * cent left accrued does not hold up the closure.
           MOVE ACCT-ACCRUED-CREDIT TO WS-ACCRUED-CREDIT-CENTS.
           MOVE ACCT-ACCRUED-DEBIT TO WS-ACCRUED-DEBIT-CENTS.
           IF WS-ACCRUED-CREDIT-CENTS > 0
                   OR WS-ACCRUED-DEBIT-CENTS > 0
               DISPLAY "Account " ACCT-NUMBER " has interest "
                   "accrued but not yet posted - it cannot be closed."
               MOVE WS-ACCRUED-CREDIT-CENTS TO WS-LIMIT-DISPLAY
               DISPLAY "  Credit interest accrued : " WS-LIMIT-DISPLAY
               MOVE WS-ACCRUED-DEBIT-CENTS TO WS-LIMIT-DISPLAY
               DISPLAY "  Debit interest accrued  : " WS-LIMIT-DISPLAY
               DISPLAY "Close the account after the next month-end "
                   "interest posting."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Close account " ACCT-NUMBER " (Y/N) ? ".
           ACCEPT WS-ANSWER.
           MOVE FUNCTION UPPER-CASE (WS-ANSWER) TO WS-ANSWER.
           MOVE WS-AMOUNT-VALUE TO ACCT-OVERDRAFT-LIMIT.
           PERFORM REWRITE-ACCOUNT-RECORD.

      * Either rate may be left blank to keep it; the record is
      * rewritten only when one of them actually changed.
       CHANGE-INTEREST-RATES.
           PERFORM GET-TARGET-ACCOUNT.
           IF NOT ACCOUNT-RECORD-FOUND
               EXIT PARAGRAPH
           END-IF.
           IF ACCT-IS-CLOSED
               DISPLAY "Account " ACCT-NUMBER " is closed."
               EXIT PARAGRAPH
           END-IF.
           MOVE ACCT-CREDIT-RATE TO WS-RATE-DISPLAY.
           DISPLAY "Current credit rate (% a year) : "
               WS-RATE-DISPLAY.
           MOVE ACCT-DEBIT-RATE TO WS-RATE-DISPLAY.
           DISPLAY "Current debit rate (% a year)  : "
               WS-RATE-DISPLAY.
           DISPLAY "Enter new credit rate (e.g. 1.25, 0 = none, "
               "blank to keep) : ".
           ACCEPT WS-RATE-IN.
           IF WS-RATE-IN NOT = SPACES
               PERFORM VALIDATE-RATE
               IF NOT FIELD-ACCEPTED
                   DISPLAY "Rate must be numeric, at most 99.9999 "
                       "- no change made."
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-RATE-VALUE = FUNCTION NUMVAL (WS-RATE-IN)
               MOVE WS-RATE-VALUE TO ACCT-CREDIT-RATE
           END-IF.
           DISPLAY "Enter new debit rate on overdrawn balances "
               "(e.g. 18.5, 0 = none, blank to keep) : ".
           ACCEPT WS-RATE-IN.
           IF WS-RATE-IN NOT = SPACES
               PERFORM VALIDATE-RATE
               IF NOT FIELD-ACCEPTED
                   DISPLAY "Rate must be numeric, at most 99.9999 "
                       "- no change made."
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-RATE-VALUE = FUNCTION NUMVAL (WS-RATE-IN)
               MOVE WS-RATE-VALUE TO ACCT-DEBIT-RATE
           END-IF.
           IF ACCT-CREDIT-RATE = WS-BEFORE-CREDIT-RATE
                   AND ACCT-DEBIT-RATE = WS-BEFORE-DEBIT-RATE
               DISPLAY "No change made."
               EXIT PARAGRAPH
           END-IF.
           PERFORM REWRITE-ACCOUNT-RECORD.

      * Only an administrator can bring a dormant account back
      * into use. The dormancy clock restarts from today so the next
      * monthly run does not make it dormant again at once, and the
      * STATUS change is journaled like any other - the dormancy
      * report lists every reactivation from that journal.
       REACTIVATE-DORMANT-ACCOUNT.
           PERFORM GET-TARGET-ACCOUNT.
           IF NOT ACCOUNT-RECORD-FOUND
               EXIT PARAGRAPH
           END-IF.
           IF NOT ACCT-IS-DORMANT
               DISPLAY "Account " ACCT-NUMBER " is not dormant."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Customer       : " ACCT-CUSTOMER-NAME.
           DISPLAY "Dormant since  : " ACCT-DORMANT-DATE.
           DISPLAY "Last activity  : " ACCT-LAST-CUSTOMER-DATE.
           DISPLAY "Reactivate account " ACCT-NUMBER " (Y/N) ? ".
           ACCEPT WS-ANSWER.
           MOVE FUNCTION UPPER-CASE (WS-ANSWER) TO WS-ANSWER.
           IF WS-ANSWER NOT = "Y"
               DISPLAY "No change made."
               EXIT PARAGRAPH
           END-IF.
           SET ACCT-IS-OPEN TO TRUE.
           MOVE WS-BUSINESS-DATE TO ACCT-LAST-CUSTOMER-DATE.
           MOVE 0 TO ACCT-DORMANT-DATE.
           PERFORM REWRITE-ACCOUNT-RECORD.

      * Attaches an account opened before the customer master
      * existed to its customer, or moves an account to another
      * customer. The account name is left as it stands - option 2
      * corrects it if it should change too.
       ATTACH-ACCOUNT-TO-CUSTOMER.
           PERFORM GET-TARGET-ACCOUNT.
           IF NOT ACCOUNT-RECORD-FOUND
               EXIT PARAGRAPH
           END-IF.
           IF ACCT-IS-CLOSED
               DISPLAY "Account " ACCT-NUMBER " is closed."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Account name   : " ACCT-CUSTOMER-NAME.
           IF ACCT-CUSTOMER-ID = 0
               DISPLAY "Customer id    : (not attached)"
           ELSE
               DISPLAY "Customer id    : " ACCT-CUSTOMER-ID
           END-IF.
           PERFORM GET-OWNING-CUSTOMER.
           IF NOT CUSTOMER-RECORD-FOUND
               DISPLAY "No change made."
               EXIT PARAGRAPH
           END-IF.
           IF WS-OWNER-ID = ACCT-CUSTOMER-ID
               DISPLAY "Account " ACCT-NUMBER " already belongs to "
                   "customer " WS-OWNER-ID "."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Attach account " ACCT-NUMBER " to "
               WS-OWNER-NAME
               " (Y/N) ? ".
           ACCEPT WS-ANSWER.
           MOVE FUNCTION UPPER-CASE (WS-ANSWER) TO WS-ANSWER.
           IF WS-ANSWER NOT = "Y"
               DISPLAY "No change made."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-OWNER-ID TO ACCT-CUSTOMER-ID.
           PERFORM REWRITE-ACCOUNT-RECORD.

       VALIDATE-RATE.
           MOVE "N" TO WS-FIELD-OK.
           MOVE 0 TO WS-DECIMAL-COUNT.
           MOVE 0 TO WS-DIGITS-BEFORE.
           MOVE 0 TO WS-DIGITS-AFTER.
           MOVE "N" TO WS-BLANK-SEEN.
           MOVE "Y" TO WS-FIELD-OK.
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > 8
               MOVE WS-RATE-IN (WS-SCAN-IDX:1) TO WS-SCAN-CHAR
               EVALUATE TRUE
                   WHEN WS-SCAN-CHAR = SPACE
                       MOVE "Y" TO WS-BLANK-SEEN
                   WHEN WS-BLANK-SEEN = "Y"
                       MOVE "N" TO WS-FIELD-OK
                   WHEN WS-SCAN-CHAR = "."
                       ADD 1 TO WS-DECIMAL-COUNT
                   WHEN WS-SCAN-CHAR IS NUMERIC
                       IF WS-DECIMAL-COUNT > 0
                           ADD 1 TO WS-DIGITS-AFTER
                       ELSE
                           ADD 1 TO WS-DIGITS-BEFORE
                       END-IF
                   WHEN OTHER
                       MOVE "N" TO WS-FIELD-OK
               END-EVALUATE
           END-PERFORM.
           IF WS-DECIMAL-COUNT > 1 OR WS-DIGITS-BEFORE > 2
                   OR WS-DIGITS-AFTER > 4
                   OR WS-DIGITS-BEFORE + WS-DIGITS-AFTER = 0
               MOVE "N" TO WS-FIELD-OK
           END-IF.

       VALIDATE-AMOUNT.
           MOVE "N" TO WS-FIELD-OK.
           IF WS-AMOUNT-IN = SPACES
                           IF TRAN-IS-PENDING
                                   OR TRAN-IS-APPROVED
                                   OR TRAN-IS-FIRST-SIGNED
                                   OR TRAN-IS-HELD
                               ADD 1 TO WS-OPEN-ITEM-COUNT
                           END-IF
                       END-IF
               END-READ
               IF WS-TRANSACTION-STATUS NOT = "00"
                       AND WS-TRANSACTION-STATUS NOT = "02"
                       AND NOT END-OF-TRANSACTIONS
                   DISPLAY "Error reading transaction file - "
                       "status " WS-TRANSACTION-STATUS
                   MOVE "Y" TO WS-SCAN-ERROR
               END-IF
           END-PERFORM.
      * A transfer still in flight into the account blocks the
      * closure as much as one paying out of it - posting would
      * find the receiving account closed.
           MOVE "N" TO WS-EOF-FLAG.
           MOVE ACCT-NUMBER TO TRAN-TO-ACCOUNT-NUMBER.
           START TRANSACTION-FILE
                   KEY = TRAN-TO-ACCOUNT-NUMBER
               INVALID KEY
                   MOVE "Y" TO WS-EOF-FLAG
           END-START.
           PERFORM UNTIL END-OF-TRANSACTIONS OR SCAN-INCOMPLETE
               READ TRANSACTION-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF TRAN-TO-ACCOUNT-NUMBER NOT = ACCT-NUMBER
                           MOVE "Y" TO WS-EOF-FLAG
                       ELSE
                           IF TRAN-IS-PENDING
                                   OR TRAN-IS-APPROVED
                                   OR TRAN-IS-FIRST-SIGNED
                                   OR TRAN-IS-HELD
                               ADD 1 TO WS-OPEN-ITEM-COUNT
                           END-IF
                       END-IF
                   CONTINUE
           END-REWRITE.
           IF WS-ACCOUNT-MASTER-STATUS = "00"
                   OR WS-ACCOUNT-MASTER-STATUS = "02"
               DISPLAY "Account " ACCT-NUMBER " updated."
               PERFORM JOURNAL-ACCOUNT-CHANGES
           ELSE
               DISPLAY "Unable to update account - status "
                   WS-ACCOUNT-MASTER-STATUS
           END-IF.

       SAVE-BEFORE-VALUES.
           MOVE ACCT-CUSTOMER-NAME TO WS-BEFORE-NAME.
           MOVE ACCT-STATUS TO WS-BEFORE-STATUS.
           MOVE ACCT-OVERDRAFT-LIMIT TO WS-BEFORE-OVERDRAFT.
           MOVE ACCT-CREDIT-RATE TO WS-BEFORE-CREDIT-RATE.
           MOVE ACCT-DEBIT-RATE TO WS-BEFORE-DEBIT-RATE.
           MOVE ACCT-CUSTOMER-ID TO WS-BEFORE-CUSTOMER-ID.

      * A new account is journaled field by field with blank before
      * values, so the review report shows every opening.
       JOURNAL-NEW-ACCOUNT.
           MOVE SPACES TO MLOG-BEFORE-VALUE.
           MOVE "STATUS" TO MLOG-FIELD-NAME.
           MOVE ACCT-STATUS TO MLOG-AFTER-VALUE.
           PERFORM WRITE-MAINT-JOURNAL.
           MOVE "CUSTOMER-NAME" TO MLOG-FIELD-NAME.
           MOVE ACCT-CUSTOMER-NAME TO MLOG-AFTER-VALUE.
           PERFORM WRITE-MAINT-JOURNAL.
           MOVE "CUSTOMER-ID" TO MLOG-FIELD-NAME.
           MOVE ACCT-CUSTOMER-ID TO MLOG-AFTER-VALUE.
           PERFORM WRITE-MAINT-JOURNAL.

       JOURNAL-ACCOUNT-CHANGES.
           IF ACCT-CUSTOMER-NAME NOT = WS-BEFORE-NAME
               MOVE "CUSTOMER-NAME" TO MLOG-FIELD-NAME
               MOVE WS-BEFORE-NAME TO MLOG-BEFORE-VALUE
               MOVE ACCT-CUSTOMER-NAME TO MLOG-AFTER-VALUE
               PERFORM WRITE-MAINT-JOURNAL
           END-IF.
           IF ACCT-STATUS NOT = WS-BEFORE-STATUS
               MOVE "STATUS" TO MLOG-FIELD-NAME
               MOVE WS-BEFORE-STATUS TO MLOG-BEFORE-VALUE
               MOVE ACCT-STATUS TO MLOG-AFTER-VALUE
               PERFORM WRITE-MAINT-JOURNAL
           END-IF.
           IF ACCT-OVERDRAFT-LIMIT NOT = WS-BEFORE-OVERDRAFT
               MOVE "OVERDRAFT-LIMIT" TO MLOG-FIELD-NAME
               MOVE WS-BEFORE-OVERDRAFT TO WS-JOURNAL-AMOUNT
               MOVE WS-JOURNAL-AMOUNT TO MLOG-BEFORE-VALUE
               MOVE ACCT-OVERDRAFT-LIMIT TO WS-JOURNAL-AMOUNT
               MOVE WS-JOURNAL-AMOUNT TO MLOG-AFTER-VALUE
               PERFORM WRITE-MAINT-JOURNAL
           END-IF.
           IF ACCT-CREDIT-RATE NOT = WS-BEFORE-CREDIT-RATE
               MOVE "CREDIT-RATE" TO MLOG-FIELD-NAME
               MOVE WS-BEFORE-CREDIT-RATE TO WS-RATE-DISPLAY
               MOVE WS-RATE-DISPLAY TO MLOG-BEFORE-VALUE
               MOVE ACCT-CREDIT-RATE TO WS-RATE-DISPLAY
               MOVE WS-RATE-DISPLAY TO MLOG-AFTER-VALUE
               PERFORM WRITE-MAINT-JOURNAL
           END-IF.
           IF ACCT-DEBIT-RATE NOT = WS-BEFORE-DEBIT-RATE
               MOVE "DEBIT-RATE" TO MLOG-FIELD-NAME
               MOVE WS-BEFORE-DEBIT-RATE TO WS-RATE-DISPLAY
               MOVE WS-RATE-DISPLAY TO MLOG-BEFORE-VALUE
               MOVE ACCT-DEBIT-RATE TO WS-RATE-DISPLAY
               MOVE WS-RATE-DISPLAY TO MLOG-AFTER-VALUE
               PERFORM WRITE-MAINT-JOURNAL
           END-IF.
           IF ACCT-CUSTOMER-ID NOT = WS-BEFORE-CUSTOMER-ID
               MOVE "CUSTOMER-ID" TO MLOG-FIELD-NAME
               MOVE SPACES TO MLOG-BEFORE-VALUE
               IF WS-BEFORE-CUSTOMER-ID NOT = 0
                   MOVE WS-BEFORE-CUSTOMER-ID TO MLOG-BEFORE-VALUE
               END-IF
               MOVE ACCT-CUSTOMER-ID TO MLOG-AFTER-VALUE
               PERFORM WRITE-MAINT-JOURNAL
           END-IF.
           PERFORM SAVE-BEFORE-VALUES.

       WRITE-MAINT-JOURNAL.
           MOVE LK-USER-ID TO MLOG-ADMIN-ID.
           SET MLOG-ACCOUNT-RECORD TO TRUE.
           MOVE ACCT-NUMBER TO MLOG-RECORD-KEY.
           CALL "MAINTLOG-WRITE" USING MAINT-LOG-RECORD.
