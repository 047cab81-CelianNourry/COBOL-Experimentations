       IDENTIFICATION DIVISION.
       PROGRAM-ID. SORD-MAINT.

      * Standing-order maintenance screens behind CLERK-MENU option
      * 5. Lets a clerk set up a regular customer instruction - the
      * paying account, type, amount, frequency, first due date and
      * an optional end date - list an account's orders, change the
      * amount or end date of an order, and cancel one. The account
      * edits are the ones TRAN-ENTRY keeps: the account must be
      * open, nothing may be paid out of a dormant account, and a
      * transfer must name a different open account. Orders are
      * never deleted; a cancelled or expired order stays on file
      * for the record. The items the nightly STANDING-ORDER run
      * raises from these orders still go through TRAN-APPROVE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STANDING-ORDER-FILE ASSIGN TO "STNDORD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SORD-KEY
               FILE STATUS IS WS-STANDING-ORDER-STATUS.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               ALTERNATE RECORD KEY IS ACCT-CUSTOMER-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-ACCOUNT-MASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STANDING-ORDER-FILE.
           COPY "SORDREC.cpy".

       FD  ACCOUNT-MASTER-FILE.
           COPY "ACCTREC.cpy".

       WORKING-STORAGE SECTION.
       01 WS-STANDING-ORDER-STATUS PIC XX.
       01 WS-STANDING-ORDER-OPEN PIC X VALUE "N".
           88 STANDING-ORDER-IS-OPEN VALUE "Y".
       01 WS-ACCOUNT-MASTER-STATUS PIC XX.
       01 WS-ACCOUNT-MASTER-OPEN PIC X VALUE "N".
           88 ACCOUNT-MASTER-IS-OPEN VALUE "Y".
       01 WS-CHOICE PIC 9 VALUE 0.
       01 WS-ACCOUNT-IN PIC X(12).
       01 WS-TO-ACCOUNT-IN PIC X(12).
       01 WS-SEQUENCE-IN PIC X(5).
       01 WS-TYPE-IN PIC X(1).
       01 WS-FREQUENCY-IN PIC X(1).
       01 WS-AMOUNT-IN PIC X(10).
       01 WS-AMOUNT-VALUE PIC 9(7)V99.
       01 WS-DATE-IN PIC X(10).
       01 WS-DATE-VALUE PIC 9(8).
       01 WS-FIRST-DUE-DATE PIC 9(8).
       01 WS-END-DATE PIC 9(8).
       01 WS-ANSWER PIC X(1).
       01 WS-FIELD-OK PIC X VALUE "N".
           88 FIELD-ACCEPTED VALUE "Y".
       01 WS-ORDER-FOUND PIC X VALUE "N".
           88 ORDER-RECORD-FOUND VALUE "Y".
       01 WS-EOF-FLAG PIC X VALUE "N".
           88 END-OF-ORDERS VALUE "Y".
       01 WS-DECIMAL-COUNT PIC 9(2) VALUE 0.
       01 WS-DIGITS-BEFORE PIC 9(2) VALUE 0.
       01 WS-DIGITS-AFTER PIC 9(2) VALUE 0.
       01 WS-BLANK-SEEN PIC X VALUE "N".
       01 WS-SCAN-IDX PIC 9(2).
       01 WS-SCAN-CHAR PIC X(1).
       01 WS-BUSINESS-DATE PIC 9(8).
       01 WS-HIGHEST-SEQUENCE PIC 9(3) VALUE 0.
       01 WS-ORDER-COUNT PIC 9(3) VALUE 0.
       01 WS-AMOUNT-DISPLAY PIC Z(6)9.99.
       01 WS-STATUS-WORD PIC X(9).
       01 WS-FREQUENCY-WORD PIC X(11).

       LINKAGE SECTION.
       01 LK-USER-ID PIC X(8).

       PROCEDURE DIVISION USING LK-USER-ID.
       MAIN-LOGIC.
           MOVE 0 TO WS-CHOICE.
           CALL "BUSDATE-READ" USING WS-BUSINESS-DATE.
           PERFORM OPEN-ACCOUNT-MASTER.
           IF ACCOUNT-MASTER-IS-OPEN
               PERFORM OPEN-STANDING-ORDER-FILE
           END-IF.
           IF ACCOUNT-MASTER-IS-OPEN AND STANDING-ORDER-IS-OPEN
               PERFORM UNTIL WS-CHOICE = 9
                   DISPLAY "----- Standing Orders -----"
                   DISPLAY "1. Set up a standing order"
                   DISPLAY "2. List an account's standing orders"
                   DISPLAY "3. Change amount or end date"
                   DISPLAY "4. Cancel a standing order"
                   DISPLAY "9. Return to clerk menu"
                   DISPLAY "Select an option : "
                   ACCEPT WS-CHOICE
                   EVALUATE WS-CHOICE
                       WHEN 1
                           PERFORM SET-UP-STANDING-ORDER
                       WHEN 2
                           PERFORM LIST-ACCOUNT-ORDERS
                       WHEN 3
                           PERFORM CHANGE-STANDING-ORDER
                       WHEN 4
                           PERFORM CANCEL-STANDING-ORDER
                       WHEN 9
                           CONTINUE
                       WHEN OTHER
                           DISPLAY "Invalid selection."
                   END-EVALUATE
               END-PERFORM
           END-IF.
           IF STANDING-ORDER-IS-OPEN
               CLOSE STANDING-ORDER-FILE
           END-IF.
           IF ACCOUNT-MASTER-IS-OPEN
               CLOSE ACCOUNT-MASTER-FILE
           END-IF.
           GOBACK.

       OPEN-ACCOUNT-MASTER.
           MOVE "N" TO WS-ACCOUNT-MASTER-OPEN.
           OPEN INPUT ACCOUNT-MASTER-FILE.
           IF WS-ACCOUNT-MASTER-STATUS = "00"
               MOVE "Y" TO WS-ACCOUNT-MASTER-OPEN
           ELSE
               IF WS-ACCOUNT-MASTER-STATUS = "35"
                   DISPLAY "No account master file - standing "
                       "orders cannot be maintained."
               ELSE
                   DISPLAY "Unable to open account master file - "
                       "status " WS-ACCOUNT-MASTER-STATUS
               END-IF
           END-IF.

      * The standing-order file is created here when it does not
      * exist yet - setting up the first order is exactly what this
      * screen is for.
       OPEN-STANDING-ORDER-FILE.
           MOVE "N" TO WS-STANDING-ORDER-OPEN.
           OPEN I-O STANDING-ORDER-FILE.
           IF WS-STANDING-ORDER-STATUS = "35"
               OPEN OUTPUT STANDING-ORDER-FILE
               CLOSE STANDING-ORDER-FILE
               OPEN I-O STANDING-ORDER-FILE
           END-IF.
           IF WS-STANDING-ORDER-STATUS = "00"
               MOVE "Y" TO WS-STANDING-ORDER-OPEN
           ELSE
               DISPLAY "Unable to open standing-order file - "
                   "status " WS-STANDING-ORDER-STATUS
           END-IF.

       SET-UP-STANDING-ORDER.
           PERFORM GET-PAYING-ACCOUNT.
           IF NOT FIELD-ACCEPTED
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Enter order type (D=deposit, W=withdrawal, "
               "T=transfer) : ".
           ACCEPT WS-TYPE-IN.
           MOVE FUNCTION UPPER-CASE (WS-TYPE-IN) TO WS-TYPE-IN.
           MOVE WS-TYPE-IN TO SORD-TYPE.
           IF NOT SORD-TYPE-KNOWN
               DISPLAY "Unknown order type - order not set up."
               EXIT PARAGRAPH
           END-IF.
           IF ACCT-IS-DORMANT AND NOT SORD-TYPE-DEPOSIT
               DISPLAY "Account " WS-ACCOUNT-IN (1:8) " is DORMANT "
                   "- nothing may be paid out of it until an "
                   "administrator reactivates it."
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-TO-ACCOUNT-IN.
           IF SORD-TYPE-TRANSFER
               PERFORM GET-RECEIVING-ACCOUNT
               IF NOT FIELD-ACCEPTED
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           DISPLAY "Enter amount (e.g. 125.00) : ".
           ACCEPT WS-AMOUNT-IN.
           PERFORM VALIDATE-AMOUNT.
           IF NOT FIELD-ACCEPTED
               DISPLAY "Amount must be numeric, at most 9999999.99 "
                   "with two decimal places - order not set up."
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-AMOUNT-VALUE = FUNCTION NUMVAL (WS-AMOUNT-IN).
           IF WS-AMOUNT-VALUE = 0
               DISPLAY "Amount must be greater than zero - order "
                   "not set up."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Enter frequency (W=weekly, F=fortnightly, "
               "M=monthly, Q=quarterly, A=annually) : ".
           ACCEPT WS-FREQUENCY-IN.
           MOVE FUNCTION UPPER-CASE (WS-FREQUENCY-IN)
               TO WS-FREQUENCY-IN.
           MOVE WS-FREQUENCY-IN TO SORD-FREQUENCY.
           IF NOT SORD-FREQUENCY-KNOWN
               DISPLAY "Unknown frequency - order not set up."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Enter first due date (CCYYMMDD) : ".
           PERFORM GET-ORDER-DATE.
           IF NOT FIELD-ACCEPTED OR WS-DATE-VALUE = 0
               DISPLAY "Order not set up."
               EXIT PARAGRAPH
           END-IF.
           IF WS-DATE-VALUE < WS-BUSINESS-DATE
               DISPLAY "First due date cannot be before today's "
                   "business date " WS-BUSINESS-DATE
                   " - order not set up."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-DATE-VALUE TO WS-FIRST-DUE-DATE.
           DISPLAY "Enter end date (CCYYMMDD, blank = no end) : ".
           PERFORM GET-ORDER-DATE.
           IF NOT FIELD-ACCEPTED
               DISPLAY "Order not set up."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-DATE-VALUE TO WS-END-DATE.
           IF WS-END-DATE NOT = 0
                   AND WS-END-DATE < WS-FIRST-DUE-DATE
               DISPLAY "End date cannot be before the first due "
                   "date - order not set up."
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-NEXT-SEQUENCE.
           IF NOT FIELD-ACCEPTED
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-AMOUNT-VALUE TO WS-AMOUNT-DISPLAY.
           DISPLAY "Set up " WS-TYPE-IN " order of "
               WS-AMOUNT-DISPLAY " on account " WS-ACCOUNT-IN (1:8)
               " from " WS-FIRST-DUE-DATE " (Y/N) ? ".
           ACCEPT WS-ANSWER.
           MOVE FUNCTION UPPER-CASE (WS-ANSWER) TO WS-ANSWER.
           IF WS-ANSWER NOT = "Y"
               DISPLAY "Order not set up."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ACCOUNT-IN (1:8) TO SORD-ACCOUNT-NUMBER.
           ADD 1 TO WS-HIGHEST-SEQUENCE GIVING SORD-SEQUENCE.
           MOVE WS-TYPE-IN TO SORD-TYPE.
           IF SORD-TYPE-TRANSFER
               MOVE WS-TO-ACCOUNT-IN (1:8) TO SORD-TO-ACCOUNT-NUMBER
           ELSE
               MOVE ZEROS TO SORD-TO-ACCOUNT-NUMBER
           END-IF.
           MOVE WS-AMOUNT-VALUE TO SORD-AMOUNT.
           MOVE WS-FREQUENCY-IN TO SORD-FREQUENCY.
           MOVE WS-FIRST-DUE-DATE (7:2) TO SORD-DUE-DAY.
           MOVE WS-FIRST-DUE-DATE TO SORD-NEXT-DUE-DATE.
           MOVE WS-END-DATE TO SORD-END-DATE.
           SET SORD-IS-ACTIVE TO TRUE.
           MOVE LK-USER-ID TO SORD-SET-UP-BY.
           MOVE WS-BUSINESS-DATE TO SORD-SET-UP-DATE.
           MOVE LK-USER-ID TO SORD-CHANGED-BY.
           MOVE WS-BUSINESS-DATE TO SORD-CHANGED-DATE.
           MOVE 0 TO SORD-LAST-RAISED-DATE.
           MOVE SPACES TO SORD-LAST-TRAN-ID.
           WRITE STANDING-ORDER-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF WS-STANDING-ORDER-STATUS = "00"
               DISPLAY "Standing order " SORD-ACCOUNT-NUMBER "-"
                   SORD-SEQUENCE " set up."
           ELSE
               DISPLAY "Unable to set up standing order - status "
                   WS-STANDING-ORDER-STATUS
           END-IF.

      * The paying account must be on file and open; the record
      * stays in the account area for the dormancy check.
       GET-PAYING-ACCOUNT.
           MOVE "N" TO WS-FIELD-OK.
           DISPLAY "Enter account number (8 digits) : ".
           ACCEPT WS-ACCOUNT-IN.
           IF WS-ACCOUNT-IN (9:4) NOT = SPACES
                   OR WS-ACCOUNT-IN (1:8) IS NOT NUMERIC
               DISPLAY "Account number must be 8 digits."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ACCOUNT-IN (1:8) TO ACCT-NUMBER.
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           EVALUATE TRUE
               WHEN WS-ACCOUNT-MASTER-STATUS = "00"
                   IF ACCT-IS-OPEN
                       DISPLAY "Account: " ACCT-CUSTOMER-NAME
                       MOVE "Y" TO WS-FIELD-OK
                   ELSE
                       DISPLAY "Account " WS-ACCOUNT-IN (1:8)
                           " is not open."
                   END-IF
               WHEN WS-ACCOUNT-MASTER-STATUS = "23"
                   DISPLAY "Account " WS-ACCOUNT-IN (1:8) " not on "
                       "the account master."
               WHEN OTHER
                   DISPLAY "Error reading account master - status "
                       WS-ACCOUNT-MASTER-STATUS
           END-EVALUATE.

       GET-RECEIVING-ACCOUNT.
           MOVE "N" TO WS-FIELD-OK.
           DISPLAY "Enter account to transfer to (8 digits) : ".
           ACCEPT WS-TO-ACCOUNT-IN.
           IF WS-TO-ACCOUNT-IN (9:4) NOT = SPACES
                   OR WS-TO-ACCOUNT-IN (1:8) IS NOT NUMERIC
               DISPLAY "Account number must be 8 digits."
               EXIT PARAGRAPH
           END-IF.
           IF WS-TO-ACCOUNT-IN (1:8) = WS-ACCOUNT-IN (1:8)
               DISPLAY "Cannot transfer to the same account."
               EXIT PARAGRAPH
           END-IF.
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
                           " is not open."
                   END-IF
               WHEN WS-ACCOUNT-MASTER-STATUS = "23"
                   DISPLAY "Account " WS-TO-ACCOUNT-IN (1:8)
                       " not on the account master."
               WHEN OTHER
                   DISPLAY "Error reading account master - status "
                       WS-ACCOUNT-MASTER-STATUS
           END-EVALUATE.

      * A blank date, or 99999999 for "no end", is accepted as zero
      * and left to the caller; any other entry must be a real
      * CCYYMMDD calendar date.
       GET-ORDER-DATE.
           MOVE "N" TO WS-FIELD-OK.
           MOVE 0 TO WS-DATE-VALUE.
           ACCEPT WS-DATE-IN.
           IF WS-DATE-IN = SPACES
               MOVE "Y" TO WS-FIELD-OK
               EXIT PARAGRAPH
           END-IF.
           IF WS-DATE-IN (1:8) = "99999999"
                   AND WS-DATE-IN (9:2) = SPACES
               MOVE 0 TO WS-DATE-VALUE
               MOVE "Y" TO WS-FIELD-OK
               EXIT PARAGRAPH
           END-IF.
           IF WS-DATE-IN (9:2) NOT = SPACES
                   OR WS-DATE-IN (1:8) IS NOT NUMERIC
               DISPLAY "Date must be 8 digits (CCYYMMDD)."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-DATE-IN (1:8) TO WS-DATE-VALUE.
           IF WS-DATE-VALUE < 19000101
                   OR FUNCTION INTEGER-OF-DATE (WS-DATE-VALUE) = 0
               DISPLAY "Date is not a valid date."
               MOVE 0 TO WS-DATE-VALUE
               EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO WS-FIELD-OK.

      * The new order takes the next sequence number after the
      * highest the account already has, cancelled orders included.
       FIND-NEXT-SEQUENCE.
           MOVE "Y" TO WS-FIELD-OK.
           MOVE 0 TO WS-HIGHEST-SEQUENCE.
           MOVE "N" TO WS-EOF-FLAG.
           MOVE WS-ACCOUNT-IN (1:8) TO SORD-ACCOUNT-NUMBER.
           MOVE 0 TO SORD-SEQUENCE.
           START STANDING-ORDER-FILE
                   KEY NOT LESS THAN SORD-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-FLAG
           END-START.
           PERFORM UNTIL END-OF-ORDERS
               READ STANDING-ORDER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF SORD-ACCOUNT-NUMBER = WS-ACCOUNT-IN (1:8)
                           MOVE SORD-SEQUENCE TO WS-HIGHEST-SEQUENCE
                       ELSE
                           MOVE "Y" TO WS-EOF-FLAG
                       END-IF
               END-READ
               IF WS-STANDING-ORDER-STATUS NOT = "00"
                       AND NOT END-OF-ORDERS
                   DISPLAY "Error reading standing-order file - "
                       "status " WS-STANDING-ORDER-STATUS
                   MOVE "Y" TO WS-EOF-FLAG
                   MOVE "N" TO WS-FIELD-OK
               END-IF
           END-PERFORM.
           IF WS-HIGHEST-SEQUENCE = 999
               DISPLAY "Account " WS-ACCOUNT-IN (1:8) " has no "
                   "standing-order numbers left."
               MOVE "N" TO WS-FIELD-OK
           END-IF.

       LIST-ACCOUNT-ORDERS.
           DISPLAY "Enter account number (8 digits) : ".
           ACCEPT WS-ACCOUNT-IN.
           IF WS-ACCOUNT-IN (9:4) NOT = SPACES
                   OR WS-ACCOUNT-IN (1:8) IS NOT NUMERIC
               DISPLAY "Account number must be 8 digits."
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-ORDER-COUNT.
           MOVE "N" TO WS-EOF-FLAG.
           MOVE WS-ACCOUNT-IN (1:8) TO SORD-ACCOUNT-NUMBER.
           MOVE 0 TO SORD-SEQUENCE.
           START STANDING-ORDER-FILE
                   KEY NOT LESS THAN SORD-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-FLAG
           END-START.
           DISPLAY "SEQ TYPE TO-ACCT        AMOUNT FREQUENCY   "
               "NEXT DUE END DATE STATUS".
           PERFORM UNTIL END-OF-ORDERS
               READ STANDING-ORDER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF SORD-ACCOUNT-NUMBER = WS-ACCOUNT-IN (1:8)
                           PERFORM DISPLAY-ONE-ORDER
                       ELSE
                           MOVE "Y" TO WS-EOF-FLAG
                       END-IF
               END-READ
               IF WS-STANDING-ORDER-STATUS NOT = "00"
                       AND NOT END-OF-ORDERS
                   DISPLAY "Error reading standing-order file - "
                       "status " WS-STANDING-ORDER-STATUS
                   MOVE "Y" TO WS-EOF-FLAG
               END-IF
           END-PERFORM.
           IF WS-ORDER-COUNT = 0
               DISPLAY "  No standing orders on account "
                   WS-ACCOUNT-IN (1:8) "."
           END-IF.

       DISPLAY-ONE-ORDER.
           ADD 1 TO WS-ORDER-COUNT.
           MOVE SORD-AMOUNT TO WS-AMOUNT-DISPLAY.
           EVALUATE TRUE
               WHEN SORD-WEEKLY
                   MOVE "WEEKLY" TO WS-FREQUENCY-WORD
               WHEN SORD-FORTNIGHTLY
                   MOVE "FORTNIGHTLY" TO WS-FREQUENCY-WORD
               WHEN SORD-MONTHLY
                   MOVE "MONTHLY" TO WS-FREQUENCY-WORD
               WHEN SORD-QUARTERLY
                   MOVE "QUARTERLY" TO WS-FREQUENCY-WORD
               WHEN OTHER
                   MOVE "ANNUALLY" TO WS-FREQUENCY-WORD
           END-EVALUATE.
           EVALUATE TRUE
               WHEN SORD-IS-ACTIVE
                   MOVE "ACTIVE" TO WS-STATUS-WORD
               WHEN SORD-IS-CANCELLED
                   MOVE "CANCELLED" TO WS-STATUS-WORD
               WHEN OTHER
                   MOVE "EXPIRED" TO WS-STATUS-WORD
           END-EVALUATE.
           DISPLAY SORD-SEQUENCE "  " SORD-TYPE "   "
               SORD-TO-ACCOUNT-NUMBER " " WS-AMOUNT-DISPLAY " "
               WS-FREQUENCY-WORD " " SORD-NEXT-DUE-DATE " "
               SORD-END-DATE " " WS-STATUS-WORD.

       GET-TARGET-ORDER.
           MOVE "N" TO WS-ORDER-FOUND.
           DISPLAY "Enter account number (8 digits) : ".
           ACCEPT WS-ACCOUNT-IN.
           IF WS-ACCOUNT-IN (9:4) NOT = SPACES
                   OR WS-ACCOUNT-IN (1:8) IS NOT NUMERIC
               DISPLAY "Account number must be 8 digits."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Enter order sequence number : ".
           ACCEPT WS-SEQUENCE-IN.
           IF WS-SEQUENCE-IN (4:2) NOT = SPACES
                   OR WS-SEQUENCE-IN (1:3) IS NOT NUMERIC
               DISPLAY "Sequence number must be 3 digits (e.g. 001)."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ACCOUNT-IN (1:8) TO SORD-ACCOUNT-NUMBER.
           MOVE WS-SEQUENCE-IN (1:3) TO SORD-SEQUENCE.
           READ STANDING-ORDER-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           EVALUATE TRUE
               WHEN WS-STANDING-ORDER-STATUS = "00"
                   IF SORD-IS-ACTIVE
                       MOVE "Y" TO WS-ORDER-FOUND
                       DISPLAY "SEQ TYPE TO-ACCT        AMOUNT "
                           "FREQUENCY   NEXT DUE END DATE STATUS"
                       PERFORM DISPLAY-ONE-ORDER
                   ELSE
                       DISPLAY "Standing order " SORD-ACCOUNT-NUMBER
                           "-" SORD-SEQUENCE " is no longer active."
                   END-IF
               WHEN WS-STANDING-ORDER-STATUS = "23"
                   DISPLAY "Standing order " WS-ACCOUNT-IN (1:8) "-"
                       WS-SEQUENCE-IN (1:3) " not found."
               WHEN OTHER
                   DISPLAY "Error reading standing-order file - "
                       "status " WS-STANDING-ORDER-STATUS
           END-EVALUATE.

      * Either field may be left blank to keep it. The frequency,
      * type and accounts are not changed here - a different
      * instruction is cancelled and set up afresh.
       CHANGE-STANDING-ORDER.
           PERFORM GET-TARGET-ORDER.
           IF NOT ORDER-RECORD-FOUND
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Enter new amount (blank to keep) : ".
           ACCEPT WS-AMOUNT-IN.
           IF WS-AMOUNT-IN NOT = SPACES
               PERFORM VALIDATE-AMOUNT
               IF NOT FIELD-ACCEPTED
                   DISPLAY "Amount must be numeric, at most "
                       "9999999.99 with two decimal places - no "
                       "change made."
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-AMOUNT-VALUE =
                   FUNCTION NUMVAL (WS-AMOUNT-IN)
               IF WS-AMOUNT-VALUE = 0
                   DISPLAY "Amount must be greater than zero - no "
                       "change made."
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-AMOUNT-VALUE TO SORD-AMOUNT
           END-IF.
           DISPLAY "Enter new end date (CCYYMMDD, blank to keep, "
               "99999999 = no end) : ".
           PERFORM GET-ORDER-DATE.
           IF FIELD-ACCEPTED AND WS-DATE-IN (1:8) = "99999999"
               MOVE 0 TO SORD-END-DATE
           ELSE
               IF NOT FIELD-ACCEPTED
                   DISPLAY "No change made."
                   EXIT PARAGRAPH
               END-IF
               IF WS-DATE-VALUE NOT = 0
                   IF WS-DATE-VALUE < WS-BUSINESS-DATE
                       DISPLAY "End date cannot be before today's "
                           "business date - no change made."
                       EXIT PARAGRAPH
                   END-IF
                   MOVE WS-DATE-VALUE TO SORD-END-DATE
               END-IF
           END-IF.
           PERFORM REWRITE-ORDER-RECORD.

       CANCEL-STANDING-ORDER.
           PERFORM GET-TARGET-ORDER.
           IF NOT ORDER-RECORD-FOUND
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Cancel standing order " SORD-ACCOUNT-NUMBER "-"
               SORD-SEQUENCE " (Y/N) ? ".
           ACCEPT WS-ANSWER.
           MOVE FUNCTION UPPER-CASE (WS-ANSWER) TO WS-ANSWER.
           IF WS-ANSWER NOT = "Y"
               DISPLAY "No change made."
               EXIT PARAGRAPH
           END-IF.
           SET SORD-IS-CANCELLED TO TRUE.
           PERFORM REWRITE-ORDER-RECORD.

       REWRITE-ORDER-RECORD.
           MOVE LK-USER-ID TO SORD-CHANGED-BY.
           MOVE WS-BUSINESS-DATE TO SORD-CHANGED-DATE.
           REWRITE STANDING-ORDER-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           IF WS-STANDING-ORDER-STATUS = "00"
               DISPLAY "Standing order " SORD-ACCOUNT-NUMBER "-"
                   SORD-SEQUENCE " updated."
           ELSE
               DISPLAY "Unable to update standing order - status "
                   WS-STANDING-ORDER-STATUS
           END-IF.

       VALIDATE-AMOUNT.
           MOVE "N" TO WS-FIELD-OK.
           IF WS-AMOUNT-IN = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-DECIMAL-COUNT.
           MOVE 0 TO WS-DIGITS-BEFORE.
           MOVE 0 TO WS-DIGITS-AFTER.
           MOVE "N" TO WS-BLANK-SEEN.
           MOVE "Y" TO WS-FIELD-OK.
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > 10
               MOVE WS-AMOUNT-IN (WS-SCAN-IDX:1) TO WS-SCAN-CHAR
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
           IF WS-DECIMAL-COUNT > 1 OR WS-DIGITS-BEFORE > 7
                   OR WS-DIGITS-AFTER > 2
               MOVE "N" TO WS-FIELD-OK
           END-IF.
