      * reset its failed-attempt count, change a user's role, auth
      * source, privileged flag, password-age limit and approval
      * limit, and deactivate a leaver. Deactivation sets the lock byte to "D",
      * which INPUT-INFO refuses outright. Every field changed is
      * journaled to MAINTLOG (MAINTLOG-WRITE) with the admin's id
      * and the before and after values once the rewrite has
      * succeeded; password values themselves are never journaled,
      * only the fact of a reset. Re-confirming a user's access for
      * the quarterly recertification changes nothing on the record
      * but is journaled as ACCESS-CONFIRMED with the role,
      * privileged flag and approval limit confirmed; USER-RECERT
      * reads it back as the date the access was last re-confirmed.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-RANDOM-SEED PIC 9(8).
       01 WS-RANDOM-DISCARD PIC 9(9)V9(9).
      * The user record as it stood when it was read, so only the
      * fields actually changed are journaled.
       01 WS-BEFORE-USER.
           05 WS-BEFORE-FAILED-ATTEMPTS PIC 9(2).
           05 WS-BEFORE-LOCKED-FLAG PIC X(1).
           05 WS-BEFORE-ROLE PIC X(1).
           05 WS-BEFORE-AUTH PIC X(1).
           05 WS-BEFORE-PRIV PIC X(1).
           05 WS-BEFORE-AGE PIC 9(3).
           05 WS-BEFORE-LIMIT PIC 9(7)V99.
           05 WS-BEFORE-HASH PIC X(40).
       01 WS-JOURNAL-AMOUNT PIC Z(6)9.99.
           COPY "MAINTREC.cpy".

       LINKAGE SECTION.
       01 LK-USER-ID PIC X(8).
                   DISPLAY "2. Unlock a user"
                   DISPLAY "3. Change user settings"
                   DISPLAY "4. Deactivate a user"
                   DISPLAY "5. Re-confirm a user's access"
                   DISPLAY "9. Return to admin menu"
                   DISPLAY "Select an option : "
                   ACCEPT WS-CHOICE
                           PERFORM CHANGE-USER-SETTINGS
                       WHEN 4
                           PERFORM DEACTIVATE-USER
                       WHEN 5
                           PERFORM CONFIRM-USER-ACCESS
                       WHEN 9
                           CONTINUE
                       WHEN OTHER
           EVALUATE TRUE
               WHEN WS-USER-MASTER-STATUS = "00"
                   MOVE "Y" TO WS-USER-FOUND
                   PERFORM SAVE-BEFORE-VALUES
               WHEN WS-USER-MASTER-STATUS = "23"
                   DISPLAY "User " WS-USER-ID-IN (1:8) " not found."
               WHEN OTHER
           END-WRITE.
           IF WS-USER-MASTER-STATUS = "00"
               DISPLAY "User " USER-ID " added."
               PERFORM JOURNAL-NEW-USER
           ELSE
               DISPLAY "Unable to add user - status "
                   WS-USER-MASTER-STATUS
           MOVE "D" TO USER-LOCKED-FLAG.
           PERFORM REWRITE-USER-RECORD.

      * Nobody may confirm their own access, and a deactivated id
      * has none to confirm.
       CONFIRM-USER-ACCESS.
           PERFORM GET-TARGET-USER.
           IF NOT USER-RECORD-FOUND
               EXIT PARAGRAPH
           END-IF.
           IF USER-ID = LK-USER-ID
               DISPLAY "You cannot re-confirm your own access."
               EXIT PARAGRAPH
           END-IF.
           IF USER-IS-DEACTIVATED
               DISPLAY "User " USER-ID " is deactivated - nothing "
                   "to re-confirm."
               EXIT PARAGRAPH
           END-IF.
           MOVE USER-APPROVAL-LIMIT TO WS-LIMIT-DISPLAY.
           DISPLAY "User " USER-ID " role " USER-ROLE
               " auth " USER-AUTH-SOURCE
               " privileged " USER-PRIVILEGED-FLAG
               " approval limit " WS-LIMIT-DISPLAY.
           DISPLAY "Re-confirm this access is still needed (Y/N) ? ".
           ACCEPT WS-ANSWER.
           MOVE FUNCTION UPPER-CASE (WS-ANSWER) TO WS-ANSWER.
           IF WS-ANSWER NOT = "Y"
               DISPLAY "Not confirmed - change or deactivate the "
                   "user instead."
               EXIT PARAGRAPH
           END-IF.
           MOVE "ACCESS-CONFIRMED" TO MLOG-FIELD-NAME.
           MOVE SPACES TO MLOG-BEFORE-VALUE.
           MOVE SPACES TO MLOG-AFTER-VALUE.
           MOVE USER-APPROVAL-LIMIT TO WS-JOURNAL-AMOUNT.
           STRING "ROLE " DELIMITED BY SIZE
               USER-ROLE DELIMITED BY SIZE
               " PRIV " DELIMITED BY SIZE
               USER-PRIVILEGED-FLAG DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-JOURNAL-AMOUNT DELIMITED BY SIZE
               INTO MLOG-AFTER-VALUE
           END-STRING.
           PERFORM WRITE-MAINT-JOURNAL.
           DISPLAY "Access for " USER-ID " re-confirmed.".

       REWRITE-USER-RECORD.
           REWRITE USER-RECORD
               INVALID KEY
           END-REWRITE.
           IF WS-USER-MASTER-STATUS = "00"
               DISPLAY "User " USER-ID " updated."
               PERFORM JOURNAL-USER-CHANGES
           ELSE
               DISPLAY "Unable to update user - status "
                   WS-USER-MASTER-STATUS
           END-IF.

       SAVE-BEFORE-VALUES.
           MOVE USER-FAILED-ATTEMPTS TO WS-BEFORE-FAILED-ATTEMPTS.
           MOVE USER-LOCKED-FLAG TO WS-BEFORE-LOCKED-FLAG.
           MOVE USER-ROLE TO WS-BEFORE-ROLE.
           MOVE USER-AUTH-SOURCE TO WS-BEFORE-AUTH.
           MOVE USER-PRIVILEGED-FLAG TO WS-BEFORE-PRIV.
           MOVE USER-MAX-PWD-AGE-DAYS TO WS-BEFORE-AGE.
           MOVE USER-APPROVAL-LIMIT TO WS-BEFORE-LIMIT.
           MOVE USER-PASSWORD-HASH TO WS-BEFORE-HASH.

      * A new user is journaled field by field with blank before
      * values, so the review report shows what was granted.
       JOURNAL-NEW-USER.
           MOVE SPACES TO MLOG-BEFORE-VALUE.
           MOVE "ROLE" TO MLOG-FIELD-NAME.
           MOVE USER-ROLE TO MLOG-AFTER-VALUE.
           PERFORM WRITE-MAINT-JOURNAL.
           MOVE "AUTH-SOURCE" TO MLOG-FIELD-NAME.
           MOVE USER-AUTH-SOURCE TO MLOG-AFTER-VALUE.
           PERFORM WRITE-MAINT-JOURNAL.
           MOVE "PRIVILEGED-FLAG" TO MLOG-FIELD-NAME.
           MOVE USER-PRIVILEGED-FLAG TO MLOG-AFTER-VALUE.
           PERFORM WRITE-MAINT-JOURNAL.
           MOVE "MAX-PWD-AGE-DAYS" TO MLOG-FIELD-NAME.
           MOVE USER-MAX-PWD-AGE-DAYS TO MLOG-AFTER-VALUE.
           PERFORM WRITE-MAINT-JOURNAL.
           MOVE "APPROVAL-LIMIT" TO MLOG-FIELD-NAME.
           MOVE USER-APPROVAL-LIMIT TO WS-JOURNAL-AMOUNT.
           MOVE WS-JOURNAL-AMOUNT TO MLOG-AFTER-VALUE.
           PERFORM WRITE-MAINT-JOURNAL.

       JOURNAL-USER-CHANGES.
           IF USER-LOCKED-FLAG NOT = WS-BEFORE-LOCKED-FLAG
               MOVE "LOCKED-FLAG" TO MLOG-FIELD-NAME
               MOVE WS-BEFORE-LOCKED-FLAG TO MLOG-BEFORE-VALUE
               MOVE USER-LOCKED-FLAG TO MLOG-AFTER-VALUE
               PERFORM WRITE-MAINT-JOURNAL
           END-IF.
           IF USER-FAILED-ATTEMPTS NOT = WS-BEFORE-FAILED-ATTEMPTS
               MOVE "FAILED-ATTEMPTS" TO MLOG-FIELD-NAME
               MOVE WS-BEFORE-FAILED-ATTEMPTS TO MLOG-BEFORE-VALUE
               MOVE USER-FAILED-ATTEMPTS TO MLOG-AFTER-VALUE
               PERFORM WRITE-MAINT-JOURNAL
           END-IF.
           IF USER-ROLE NOT = WS-BEFORE-ROLE
               MOVE "ROLE" TO MLOG-FIELD-NAME
               MOVE WS-BEFORE-ROLE TO MLOG-BEFORE-VALUE
               MOVE USER-ROLE TO MLOG-AFTER-VALUE
               PERFORM WRITE-MAINT-JOURNAL
           END-IF.
           IF USER-AUTH-SOURCE NOT = WS-BEFORE-AUTH
               MOVE "AUTH-SOURCE" TO MLOG-FIELD-NAME
               MOVE WS-BEFORE-AUTH TO MLOG-BEFORE-VALUE
               MOVE USER-AUTH-SOURCE TO MLOG-AFTER-VALUE
               PERFORM WRITE-MAINT-JOURNAL
           END-IF.
           IF USER-PRIVILEGED-FLAG NOT = WS-BEFORE-PRIV
               MOVE "PRIVILEGED-FLAG" TO MLOG-FIELD-NAME
               MOVE WS-BEFORE-PRIV TO MLOG-BEFORE-VALUE
               MOVE USER-PRIVILEGED-FLAG TO MLOG-AFTER-VALUE
               PERFORM WRITE-MAINT-JOURNAL
           END-IF.
           IF USER-MAX-PWD-AGE-DAYS NOT = WS-BEFORE-AGE
               MOVE "MAX-PWD-AGE-DAYS" TO MLOG-FIELD-NAME
               MOVE WS-BEFORE-AGE TO MLOG-BEFORE-VALUE
               MOVE USER-MAX-PWD-AGE-DAYS TO MLOG-AFTER-VALUE
               PERFORM WRITE-MAINT-JOURNAL
           END-IF.
           IF USER-APPROVAL-LIMIT NOT = WS-BEFORE-LIMIT
               MOVE "APPROVAL-LIMIT" TO MLOG-FIELD-NAME
               MOVE WS-BEFORE-LIMIT TO WS-JOURNAL-AMOUNT
               MOVE WS-JOURNAL-AMOUNT TO MLOG-BEFORE-VALUE
               MOVE USER-APPROVAL-LIMIT TO WS-JOURNAL-AMOUNT
               MOVE WS-JOURNAL-AMOUNT TO MLOG-AFTER-VALUE
               PERFORM WRITE-MAINT-JOURNAL
           END-IF.
           IF USER-PASSWORD-HASH NOT = WS-BEFORE-HASH
               MOVE "PASSWORD" TO MLOG-FIELD-NAME
               MOVE SPACES TO MLOG-BEFORE-VALUE
               IF USER-PASSWORD-HASH = SPACES
                   MOVE "CLEARED" TO MLOG-AFTER-VALUE
               ELSE
                   MOVE "RESET" TO MLOG-AFTER-VALUE
               END-IF
               PERFORM WRITE-MAINT-JOURNAL
           END-IF.
           PERFORM SAVE-BEFORE-VALUES.

       WRITE-MAINT-JOURNAL.
           MOVE LK-USER-ID TO MLOG-ADMIN-ID.
           SET MLOG-USER-RECORD TO TRUE.
           MOVE USER-ID TO MLOG-RECORD-KEY.
           CALL "MAINTLOG-WRITE" USING MAINT-LOG-RECORD.
