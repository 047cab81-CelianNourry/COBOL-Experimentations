       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUST-MAINT.

      * Customer master maintenance screens behind ADMIN-MENU option
      * 4. Lets an administrator add a new customer - id, full name,
      * postal address, date of birth and tax id - and later correct
      * the name, change the mailing address, or correct the date of
      * birth and tax id. Accounts are attached to a customer from
      * ACCT-MAINT, which refuses a customer id that is not on this
      * file. Every field changed, including each field of a new
      * customer, is journaled to MAINTLOG (MAINTLOG-WRITE) with the
      * admin's id and the before and after values once the write
      * has succeeded.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               ALTERNATE RECORD KEY IS CUST-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-CUSTOMER-MASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER-FILE.
           COPY "CUSTREC.cpy".

       WORKING-STORAGE SECTION.
       01 WS-CUSTOMER-MASTER-STATUS PIC XX.
       01 WS-CUSTOMER-MASTER-OPEN PIC X VALUE "N".
           88 CUSTOMER-MASTER-IS-OPEN VALUE "Y".
       01 WS-CHOICE PIC 9 VALUE 0.
       01 WS-CUSTOMER-IN PIC X(12).
       01 WS-CUSTOMER-FOUND PIC X VALUE "N".
           88 CUSTOMER-RECORD-FOUND VALUE "Y".
       01 WS-NAME-IN PIC X(30).
       01 WS-ADDRESS-IN.
           05 WS-ADDRESS-LINE-1-IN PIC X(30).
           05 WS-ADDRESS-LINE-2-IN PIC X(30).
           05 WS-ADDRESS-LINE-3-IN PIC X(30).
           05 WS-POSTCODE-IN PIC X(10).
       01 WS-DATE-IN PIC X(10).
       01 WS-DATE-VALUE PIC 9(8).
       01 WS-TAX-ID-IN PIC X(15).
       01 WS-FIELD-OK PIC X VALUE "N".
           88 FIELD-ACCEPTED VALUE "Y".
       01 WS-BUSINESS-DATE PIC 9(8).
      * The customer record as it stood when it was read, so only
      * the fields actually changed are journaled.
       01 WS-BEFORE-CUSTOMER.
           05 WS-BEFORE-NAME PIC X(30).
           05 WS-BEFORE-ADDRESS-LINE-1 PIC X(30).
           05 WS-BEFORE-ADDRESS-LINE-2 PIC X(30).
           05 WS-BEFORE-ADDRESS-LINE-3 PIC X(30).
           05 WS-BEFORE-POSTCODE PIC X(10).
           05 WS-BEFORE-DATE-OF-BIRTH PIC 9(8).
           05 WS-BEFORE-TAX-ID PIC X(15).
           COPY "MAINTREC.cpy".

       LINKAGE SECTION.
       01 LK-USER-ID PIC X(8).

       PROCEDURE DIVISION USING LK-USER-ID.
       MAIN-LOGIC.
           MOVE 0 TO WS-CHOICE.
           CALL "BUSDATE-READ" USING WS-BUSINESS-DATE.
           PERFORM OPEN-CUSTOMER-MASTER.
           IF CUSTOMER-MASTER-IS-OPEN
               PERFORM UNTIL WS-CHOICE = 9
                   DISPLAY "----- Customer Maintenance -----"
                   DISPLAY "1. Add a new customer"
                   DISPLAY "2. Correct customer name"
                   DISPLAY "3. Change mailing address"
                   DISPLAY "4. Correct date of birth / tax id"
                   DISPLAY "9. Return to admin menu"
                   DISPLAY "Select an option : "
                   ACCEPT WS-CHOICE
                   EVALUATE WS-CHOICE
                       WHEN 1
                           PERFORM ADD-NEW-CUSTOMER
                       WHEN 2
                           PERFORM CORRECT-CUSTOMER-NAME
                       WHEN 3
                           PERFORM CHANGE-MAILING-ADDRESS
                       WHEN 4
                           PERFORM CORRECT-IDENTITY-DETAILS
                       WHEN 9
                           CONTINUE
                       WHEN OTHER
                           DISPLAY "Invalid selection."
                   END-EVALUATE
               END-PERFORM
               CLOSE CUSTOMER-MASTER-FILE
           END-IF.
           GOBACK.

      * The customer master is created here when it does not exist
      * yet - adding the very first customer is exactly what this
      * screen is for.
       OPEN-CUSTOMER-MASTER.
           MOVE "N" TO WS-CUSTOMER-MASTER-OPEN.
           OPEN I-O CUSTOMER-MASTER-FILE.
           IF WS-CUSTOMER-MASTER-STATUS = "35"
               OPEN OUTPUT CUSTOMER-MASTER-FILE
               CLOSE CUSTOMER-MASTER-FILE
               OPEN I-O CUSTOMER-MASTER-FILE
           END-IF.
           IF WS-CUSTOMER-MASTER-STATUS = "00"
               MOVE "Y" TO WS-CUSTOMER-MASTER-OPEN
           ELSE
               DISPLAY "Unable to open customer master file - "
                   "status " WS-CUSTOMER-MASTER-STATUS
           END-IF.

       GET-TARGET-CUSTOMER.
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
           MOVE WS-CUSTOMER-IN (1:8) TO CUST-ID.
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           EVALUATE TRUE
               WHEN WS-CUSTOMER-MASTER-STATUS = "00"
                   MOVE "Y" TO WS-CUSTOMER-FOUND
                   PERFORM SAVE-BEFORE-VALUES
               WHEN WS-CUSTOMER-MASTER-STATUS = "23"
                   DISPLAY "Customer " WS-CUSTOMER-IN (1:8)
                       " not found."
               WHEN OTHER
                   DISPLAY "Error reading customer master - status "
                       WS-CUSTOMER-MASTER-STATUS
           END-EVALUATE.

      * Every field is required for a new customer: the address is
      * what the statements are mailed to, and the date of birth
      * and tax id are what identify the person. Customer id zero
      * is kept to mean "no customer" on the account master.
       ADD-NEW-CUSTOMER.
           DISPLAY "Enter new customer id (8 digits) : ".
           ACCEPT WS-CUSTOMER-IN.
           IF WS-CUSTOMER-IN = SPACES
               DISPLAY "No customer id entered."
               EXIT PARAGRAPH
           END-IF.
           IF WS-CUSTOMER-IN (9:4) NOT = SPACES
                   OR WS-CUSTOMER-IN (1:8) IS NOT NUMERIC
                   OR WS-CUSTOMER-IN (1:8) = "00000000"
               DISPLAY "Customer id must be 8 digits, not all zero."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CUSTOMER-IN (1:8) TO CUST-ID.
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-CUSTOMER-MASTER-STATUS = "00"
               DISPLAY "Customer " WS-CUSTOMER-IN (1:8)
                   " already exists."
               EXIT PARAGRAPH
           END-IF.
           IF WS-CUSTOMER-MASTER-STATUS NOT = "23"
               DISPLAY "Error reading customer master - status "
                   WS-CUSTOMER-MASTER-STATUS
               EXIT PARAGRAPH
           END-IF.
           PERFORM GET-CUSTOMER-NAME.
           IF WS-NAME-IN = SPACES
               DISPLAY "No customer name entered - customer not "
                   "added."
               EXIT PARAGRAPH
           END-IF.
           PERFORM GET-MAILING-ADDRESS.
           IF WS-ADDRESS-LINE-1-IN = SPACES
                   OR WS-POSTCODE-IN = SPACES
               DISPLAY "Address line 1 and postcode are required - "
                   "customer not added."
               EXIT PARAGRAPH
           END-IF.
           PERFORM GET-DATE-OF-BIRTH.
           IF NOT FIELD-ACCEPTED
               DISPLAY "No valid date of birth - customer not added."
               EXIT PARAGRAPH
           END-IF.
           PERFORM GET-TAX-ID.
           IF WS-TAX-ID-IN = SPACES
               DISPLAY "No tax id entered - customer not added."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CUSTOMER-IN (1:8) TO CUST-ID.
           MOVE WS-NAME-IN TO CUST-NAME.
           MOVE WS-ADDRESS-LINE-1-IN TO CUST-ADDRESS-LINE-1.
           MOVE WS-ADDRESS-LINE-2-IN TO CUST-ADDRESS-LINE-2.
           MOVE WS-ADDRESS-LINE-3-IN TO CUST-ADDRESS-LINE-3.
           MOVE WS-POSTCODE-IN TO CUST-POSTCODE.
           MOVE WS-DATE-VALUE TO CUST-DATE-OF-BIRTH.
           MOVE WS-TAX-ID-IN TO CUST-TAX-ID.
           MOVE WS-BUSINESS-DATE TO CUST-ADDED-DATE.
           WRITE CUSTOMER-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF WS-CUSTOMER-MASTER-STATUS = "00"
                   OR WS-CUSTOMER-MASTER-STATUS = "02"
               DISPLAY "Customer " CUST-ID " added for "
                   CUST-NAME "."
               PERFORM JOURNAL-NEW-CUSTOMER
           ELSE
               DISPLAY "Unable to add customer - status "
                   WS-CUSTOMER-MASTER-STATUS
           END-IF.

       GET-CUSTOMER-NAME.
           DISPLAY "Enter customer full name (blank to cancel) : ".
           ACCEPT WS-NAME-IN.

       GET-MAILING-ADDRESS.
           MOVE SPACES TO WS-ADDRESS-IN.
           DISPLAY "Enter address line 1 : ".
           ACCEPT WS-ADDRESS-LINE-1-IN.
           DISPLAY "Enter address line 2 (may be blank) : ".
           ACCEPT WS-ADDRESS-LINE-2-IN.
           DISPLAY "Enter address line 3 (may be blank) : ".
           ACCEPT WS-ADDRESS-LINE-3-IN.
           DISPLAY "Enter postcode : ".
           ACCEPT WS-POSTCODE-IN.

      * A date of birth must be a real calendar date, no earlier
      * than 1900 and no later than the business date. A blank
      * entry is left to the caller.
       GET-DATE-OF-BIRTH.
           MOVE "N" TO WS-FIELD-OK.
           DISPLAY "Enter date of birth (CCYYMMDD) : ".
           ACCEPT WS-DATE-IN.
           IF WS-DATE-IN = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF WS-DATE-IN (9:2) NOT = SPACES
                   OR WS-DATE-IN (1:8) IS NOT NUMERIC
               DISPLAY "Date of birth must be 8 digits (CCYYMMDD)."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-DATE-IN (1:8) TO WS-DATE-VALUE.
           IF WS-DATE-VALUE < 19000101
                   OR WS-DATE-VALUE > WS-BUSINESS-DATE
               DISPLAY "Date of birth must fall between 19000101 "
                   "and today."
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION INTEGER-OF-DATE (WS-DATE-VALUE) = 0
               DISPLAY "Date of birth is not a valid date."
               EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO WS-FIELD-OK.

       GET-TAX-ID.
           DISPLAY "Enter tax id (blank to cancel) : ".
           ACCEPT WS-TAX-ID-IN.
           MOVE FUNCTION UPPER-CASE (WS-TAX-ID-IN) TO WS-TAX-ID-IN.

       CORRECT-CUSTOMER-NAME.
           PERFORM GET-TARGET-CUSTOMER.
           IF NOT CUSTOMER-RECORD-FOUND
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Current name : " CUST-NAME.
           PERFORM GET-CUSTOMER-NAME.
           IF WS-NAME-IN = SPACES
               DISPLAY "No change made."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-NAME-IN TO CUST-NAME.
           PERFORM REWRITE-CUSTOMER-RECORD.

      * The whole address is keyed again, so a line that is no
      * longer wanted can be cleared.
       CHANGE-MAILING-ADDRESS.
           PERFORM GET-TARGET-CUSTOMER.
           IF NOT CUSTOMER-RECORD-FOUND
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Customer       : " CUST-NAME.
           DISPLAY "Current address: " CUST-ADDRESS-LINE-1.
           DISPLAY "                 " CUST-ADDRESS-LINE-2.
           DISPLAY "                 " CUST-ADDRESS-LINE-3.
           DISPLAY "                 " CUST-POSTCODE.
           PERFORM GET-MAILING-ADDRESS.
           IF WS-ADDRESS-LINE-1-IN = SPACES
                   OR WS-POSTCODE-IN = SPACES
               DISPLAY "Address line 1 and postcode are required - "
                   "no change made."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ADDRESS-LINE-1-IN TO CUST-ADDRESS-LINE-1.
           MOVE WS-ADDRESS-LINE-2-IN TO CUST-ADDRESS-LINE-2.
           MOVE WS-ADDRESS-LINE-3-IN TO CUST-ADDRESS-LINE-3.
           MOVE WS-POSTCODE-IN TO CUST-POSTCODE.
           IF CUST-ADDRESS-LINE-1 = WS-BEFORE-ADDRESS-LINE-1
                   AND CUST-ADDRESS-LINE-2 = WS-BEFORE-ADDRESS-LINE-2
                   AND CUST-ADDRESS-LINE-3 = WS-BEFORE-ADDRESS-LINE-3
                   AND CUST-POSTCODE = WS-BEFORE-POSTCODE
               DISPLAY "No change made."
               EXIT PARAGRAPH
           END-IF.
           PERFORM REWRITE-CUSTOMER-RECORD.

      * Either field may be left blank to keep it.
       CORRECT-IDENTITY-DETAILS.
           PERFORM GET-TARGET-CUSTOMER.
           IF NOT CUSTOMER-RECORD-FOUND
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Customer       : " CUST-NAME.
           DISPLAY "Date of birth  : " CUST-DATE-OF-BIRTH.
           DISPLAY "Tax id         : " CUST-TAX-ID.
           DISPLAY "(blank date of birth keeps the current one)".
           PERFORM GET-DATE-OF-BIRTH.
           IF WS-DATE-IN NOT = SPACES
               IF NOT FIELD-ACCEPTED
                   DISPLAY "No change made."
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-DATE-VALUE TO CUST-DATE-OF-BIRTH
           END-IF.
           DISPLAY "(blank tax id keeps the current one)".
           PERFORM GET-TAX-ID.
           IF WS-TAX-ID-IN NOT = SPACES
               MOVE WS-TAX-ID-IN TO CUST-TAX-ID
           END-IF.
           IF CUST-DATE-OF-BIRTH = WS-BEFORE-DATE-OF-BIRTH
                   AND CUST-TAX-ID = WS-BEFORE-TAX-ID
               DISPLAY "No change made."
               EXIT PARAGRAPH
           END-IF.
           PERFORM REWRITE-CUSTOMER-RECORD.

       REWRITE-CUSTOMER-RECORD.
           REWRITE CUSTOMER-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           IF WS-CUSTOMER-MASTER-STATUS = "00"
                   OR WS-CUSTOMER-MASTER-STATUS = "02"
               DISPLAY "Customer " CUST-ID " updated."
               PERFORM JOURNAL-CUSTOMER-CHANGES
           ELSE
               DISPLAY "Unable to update customer - status "
                   WS-CUSTOMER-MASTER-STATUS
           END-IF.

       SAVE-BEFORE-VALUES.
           MOVE CUST-NAME TO WS-BEFORE-NAME.
           MOVE CUST-ADDRESS-LINE-1 TO WS-BEFORE-ADDRESS-LINE-1.
           MOVE CUST-ADDRESS-LINE-2 TO WS-BEFORE-ADDRESS-LINE-2.
           MOVE CUST-ADDRESS-LINE-3 TO WS-BEFORE-ADDRESS-LINE-3.
           MOVE CUST-POSTCODE TO WS-BEFORE-POSTCODE.
           MOVE CUST-DATE-OF-BIRTH TO WS-BEFORE-DATE-OF-BIRTH.
           MOVE CUST-TAX-ID TO WS-BEFORE-TAX-ID.

      * A new customer is journaled field by field with blank before
      * values, so the review report shows every addition.
       JOURNAL-NEW-CUSTOMER.
           MOVE SPACES TO WS-BEFORE-CUSTOMER.
           MOVE 0 TO WS-BEFORE-DATE-OF-BIRTH.
           PERFORM JOURNAL-CUSTOMER-CHANGES.

       JOURNAL-CUSTOMER-CHANGES.
           IF CUST-NAME NOT = WS-BEFORE-NAME
               MOVE "CUSTOMER-NAME" TO MLOG-FIELD-NAME
               MOVE WS-BEFORE-NAME TO MLOG-BEFORE-VALUE
               MOVE CUST-NAME TO MLOG-AFTER-VALUE
               PERFORM WRITE-MAINT-JOURNAL
           END-IF.
           IF CUST-ADDRESS-LINE-1 NOT = WS-BEFORE-ADDRESS-LINE-1
               MOVE "ADDRESS-LINE-1" TO MLOG-FIELD-NAME
               MOVE WS-BEFORE-ADDRESS-LINE-1 TO MLOG-BEFORE-VALUE
               MOVE CUST-ADDRESS-LINE-1 TO MLOG-AFTER-VALUE
               PERFORM WRITE-MAINT-JOURNAL
           END-IF.
           IF CUST-ADDRESS-LINE-2 NOT = WS-BEFORE-ADDRESS-LINE-2
               MOVE "ADDRESS-LINE-2" TO MLOG-FIELD-NAME
               MOVE WS-BEFORE-ADDRESS-LINE-2 TO MLOG-BEFORE-VALUE
               MOVE CUST-ADDRESS-LINE-2 TO MLOG-AFTER-VALUE
               PERFORM WRITE-MAINT-JOURNAL
           END-IF.
           IF CUST-ADDRESS-LINE-3 NOT = WS-BEFORE-ADDRESS-LINE-3
               MOVE "ADDRESS-LINE-3" TO MLOG-FIELD-NAME
               MOVE WS-BEFORE-ADDRESS-LINE-3 TO MLOG-BEFORE-VALUE
               MOVE CUST-ADDRESS-LINE-3 TO MLOG-AFTER-VALUE
               PERFORM WRITE-MAINT-JOURNAL
           END-IF.
           IF CUST-POSTCODE NOT = WS-BEFORE-POSTCODE
               MOVE "POSTCODE" TO MLOG-FIELD-NAME
               MOVE WS-BEFORE-POSTCODE TO MLOG-BEFORE-VALUE
               MOVE CUST-POSTCODE TO MLOG-AFTER-VALUE
               PERFORM WRITE-MAINT-JOURNAL
           END-IF.
           IF CUST-DATE-OF-BIRTH NOT = WS-BEFORE-DATE-OF-BIRTH
               MOVE "DATE-OF-BIRTH" TO MLOG-FIELD-NAME
               MOVE SPACES TO MLOG-BEFORE-VALUE
               IF WS-BEFORE-DATE-OF-BIRTH NOT = 0
                   MOVE WS-BEFORE-DATE-OF-BIRTH TO MLOG-BEFORE-VALUE
               END-IF
               MOVE CUST-DATE-OF-BIRTH TO MLOG-AFTER-VALUE
               PERFORM WRITE-MAINT-JOURNAL
           END-IF.
           IF CUST-TAX-ID NOT = WS-BEFORE-TAX-ID
               MOVE "TAX-ID" TO MLOG-FIELD-NAME
               MOVE WS-BEFORE-TAX-ID TO MLOG-BEFORE-VALUE
               MOVE CUST-TAX-ID TO MLOG-AFTER-VALUE
               PERFORM WRITE-MAINT-JOURNAL
           END-IF.
           PERFORM SAVE-BEFORE-VALUES.

       WRITE-MAINT-JOURNAL.
           MOVE LK-USER-ID TO MLOG-ADMIN-ID.
           SET MLOG-CUSTOMER-RECORD TO TRUE.
           MOVE CUST-ID TO MLOG-RECORD-KEY.
           CALL "MAINTLOG-WRITE" USING MAINT-LOG-RECORD.
