       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALERT-MAINT.

      * Suspicious-activity alert screens behind ADMIN-MENU option
      * 5, where compliance works the alerts the nightly
      * SUSP-MONITOR run raises. Lists the alerts still open or in
      * review, shows one in full - the rule that fired, the
      * account, the users and the TRAN-IDs behind it - takes an
      * open alert into review and closes an alert with a note of
      * what was found. Nobody may review or close an alert that
      * names them as one of its users. Alerts are never deleted;
      * who reviewed and who closed each one, and when, stays on the
      * alert record.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALERT-FILE ASSIGN TO "ALERTS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALRT-KEY
               FILE STATUS IS WS-ALERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ALERT-FILE.
           COPY "ALRTREC.cpy".

       WORKING-STORAGE SECTION.
       01 WS-ALERT-STATUS PIC XX.
       01 WS-ALERT-OPEN PIC X VALUE "N".
           88 ALERT-IS-OPEN VALUE "Y".
       01 WS-CHOICE PIC 9 VALUE 0.
       01 WS-DATE-IN PIC X(10).
       01 WS-SEQUENCE-IN PIC X(6).
       01 WS-NOTE-IN PIC X(60).
       01 WS-ANSWER PIC X(1).
       01 WS-ALERT-FOUND PIC X VALUE "N".
           88 ALERT-RECORD-FOUND VALUE "Y".
       01 WS-EOF-FLAG PIC X VALUE "N".
           88 END-OF-ALERTS VALUE "Y".
       01 WS-BUSINESS-DATE PIC 9(8).
       01 WS-ALERT-COUNT PIC 9(5) VALUE 0.
       01 WS-SUB PIC 9(2).
       01 WS-AMOUNT-DISPLAY PIC Z(8)9.99.
       01 WS-STATUS-WORD PIC X(9).

       LINKAGE SECTION.
       01 LK-USER-ID PIC X(8).

       PROCEDURE DIVISION USING LK-USER-ID.
       MAIN-LOGIC.
           MOVE 0 TO WS-CHOICE.
           CALL "BUSDATE-READ" USING WS-BUSINESS-DATE.
           PERFORM OPEN-ALERT-FILE.
           IF ALERT-IS-OPEN
               PERFORM UNTIL WS-CHOICE = 9
                   DISPLAY "----- Suspicious-Activity Alerts -----"
                   DISPLAY "1. List outstanding alerts"
                   DISPLAY "2. View an alert"
                   DISPLAY "3. Take an alert into review"
                   DISPLAY "4. Close an alert"
                   DISPLAY "9. Return to admin menu"
                   DISPLAY "Select an option : "
                   ACCEPT WS-CHOICE
                   EVALUATE WS-CHOICE
                       WHEN 1
                           PERFORM LIST-OUTSTANDING-ALERTS
                       WHEN 2
                           PERFORM VIEW-ALERT
                       WHEN 3
                           PERFORM REVIEW-ALERT
                       WHEN 4
                           PERFORM CLOSE-ALERT
                       WHEN 9
                           CONTINUE
                       WHEN OTHER
                           DISPLAY "Invalid selection."
                   END-EVALUATE
               END-PERFORM
           END-IF.
           IF ALERT-IS-OPEN
               CLOSE ALERT-FILE
           END-IF.
           GOBACK.

      * No alert file only means the monitor has never raised one.
       OPEN-ALERT-FILE.
           MOVE "N" TO WS-ALERT-OPEN.
           OPEN I-O ALERT-FILE.
           EVALUATE TRUE
               WHEN WS-ALERT-STATUS = "00"
                   MOVE "Y" TO WS-ALERT-OPEN
               WHEN WS-ALERT-STATUS = "35"
                   DISPLAY "No alerts have been raised."
               WHEN OTHER
                   DISPLAY "Unable to open alert file - status "
                       WS-ALERT-STATUS
           END-EVALUATE.

       LIST-OUTSTANDING-ALERTS.
           MOVE 0 TO WS-ALERT-COUNT.
           MOVE "N" TO WS-EOF-FLAG.
           MOVE ZEROS TO ALRT-KEY.
           START ALERT-FILE KEY NOT LESS THAN ALRT-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-FLAG
           END-START.
           DISPLAY "ALERT         RULE     ACCOUNT  USER-1   USER-2   "
               "ITEMS STATUS    REVIEWER".
           PERFORM UNTIL END-OF-ALERTS
               READ ALERT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF ALRT-IS-OUTSTANDING
                           PERFORM DISPLAY-ONE-ALERT
                       END-IF
               END-READ
               IF WS-ALERT-STATUS NOT = "00"
                       AND NOT END-OF-ALERTS
                   DISPLAY "Error reading alert file - status "
                       WS-ALERT-STATUS
                   MOVE "Y" TO WS-EOF-FLAG
               END-IF
           END-PERFORM.
           IF WS-ALERT-COUNT = 0
               DISPLAY "  No alerts outstanding."
           END-IF.

       DISPLAY-ONE-ALERT.
           ADD 1 TO WS-ALERT-COUNT.
           PERFORM SET-STATUS-WORD.
           DISPLAY ALRT-RAISED-DATE "-" ALRT-SEQUENCE " " ALRT-RULE
               " " ALRT-ACCOUNT-NUMBER " " ALRT-USER-ID-1 " "
               ALRT-USER-ID-2 " " ALRT-ITEM-COUNT "  "
               WS-STATUS-WORD " " ALRT-REVIEWED-BY.

       SET-STATUS-WORD.
           EVALUATE TRUE
               WHEN ALRT-IS-OPEN
                   MOVE "OPEN" TO WS-STATUS-WORD
               WHEN ALRT-IS-IN-REVIEW
                   MOVE "IN REVIEW" TO WS-STATUS-WORD
               WHEN OTHER
                   MOVE "CLOSED" TO WS-STATUS-WORD
           END-EVALUATE.

       VIEW-ALERT.
           PERFORM GET-TARGET-ALERT.
           IF ALERT-RECORD-FOUND
               PERFORM DISPLAY-ALERT-DETAIL
           END-IF.

       DISPLAY-ALERT-DETAIL.
           PERFORM SET-STATUS-WORD.
           MOVE ALRT-TOTAL-AMOUNT TO WS-AMOUNT-DISPLAY.
           DISPLAY "Alert       : " ALRT-RAISED-DATE "-"
               ALRT-SEQUENCE "  " WS-STATUS-WORD.
           DISPLAY "Rule        : " ALRT-RULE.
           DISPLAY "Account     : " ALRT-ACCOUNT-NUMBER.
           DISPLAY "Users       : " ALRT-USER-ID-1 " " ALRT-USER-ID-2.
           DISPLAY "Items       : " ALRT-ITEM-COUNT
               "  total " WS-AMOUNT-DISPLAY.
           DISPLAY "Detail      : " ALRT-DETAIL.
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 10
               IF ALRT-TRAN-ID(WS-SUB) NOT = SPACES
                   DISPLAY "  TRAN-ID   : " ALRT-TRAN-ID(WS-SUB)
               END-IF
           END-PERFORM.
           IF ALRT-REVIEWED-BY NOT = SPACES
               DISPLAY "Reviewed by : " ALRT-REVIEWED-BY " on "
                   ALRT-REVIEWED-DATE
           END-IF.
           IF ALRT-IS-CLOSED
               DISPLAY "Closed by   : " ALRT-CLOSED-BY " on "
                   ALRT-CLOSED-DATE
               DISPLAY "Close note  : " ALRT-CLOSE-NOTE
           END-IF.

       GET-TARGET-ALERT.
           MOVE "N" TO WS-ALERT-FOUND.
           DISPLAY "Enter date raised (CCYYMMDD) : ".
           ACCEPT WS-DATE-IN.
           IF WS-DATE-IN (9:2) NOT = SPACES
                   OR WS-DATE-IN (1:8) IS NOT NUMERIC
               DISPLAY "Date must be 8 digits (CCYYMMDD)."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Enter alert sequence number : ".
           ACCEPT WS-SEQUENCE-IN.
           IF WS-SEQUENCE-IN (5:2) NOT = SPACES
                   OR WS-SEQUENCE-IN (1:4) IS NOT NUMERIC
               DISPLAY "Sequence number must be 4 digits "
                   "(e.g. 0001)."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-DATE-IN (1:8) TO ALRT-RAISED-DATE.
           MOVE WS-SEQUENCE-IN (1:4) TO ALRT-SEQUENCE.
           READ ALERT-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           EVALUATE TRUE
               WHEN WS-ALERT-STATUS = "00"
                   MOVE "Y" TO WS-ALERT-FOUND
               WHEN WS-ALERT-STATUS = "23"
                   DISPLAY "Alert " WS-DATE-IN (1:8) "-"
                       WS-SEQUENCE-IN (1:4) " not found."
               WHEN OTHER
                   DISPLAY "Error reading alert file - status "
                       WS-ALERT-STATUS
           END-EVALUATE.

      * An alert may not be worked by anyone it names.
       CHECK-NOT-INVOLVED.
           IF ALRT-USER-ID-1 = LK-USER-ID
                   OR ALRT-USER-ID-2 = LK-USER-ID
               DISPLAY "You are named on this alert - another "
                   "reviewer must work it."
               MOVE "N" TO WS-ALERT-FOUND
           END-IF.

       REVIEW-ALERT.
           PERFORM GET-TARGET-ALERT.
           IF NOT ALERT-RECORD-FOUND
               EXIT PARAGRAPH
           END-IF.
           PERFORM DISPLAY-ALERT-DETAIL.
           IF NOT ALRT-IS-OPEN
               DISPLAY "Only an OPEN alert can be taken into review."
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-NOT-INVOLVED.
           IF NOT ALERT-RECORD-FOUND
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Take alert " ALRT-RAISED-DATE "-" ALRT-SEQUENCE
               " into review (Y/N) ? ".
           ACCEPT WS-ANSWER.
           MOVE FUNCTION UPPER-CASE (WS-ANSWER) TO WS-ANSWER.
           IF WS-ANSWER NOT = "Y"
               DISPLAY "No change made."
               EXIT PARAGRAPH
           END-IF.
           SET ALRT-IS-IN-REVIEW TO TRUE.
           MOVE LK-USER-ID TO ALRT-REVIEWED-BY.
           MOVE WS-BUSINESS-DATE TO ALRT-REVIEWED-DATE.
           PERFORM REWRITE-ALERT-RECORD.

      * Closing needs a note of what was found - "closed" on its
      * own tells the next reviewer nothing.
       CLOSE-ALERT.
           PERFORM GET-TARGET-ALERT.
           IF NOT ALERT-RECORD-FOUND
               EXIT PARAGRAPH
           END-IF.
           PERFORM DISPLAY-ALERT-DETAIL.
           IF ALRT-IS-CLOSED
               DISPLAY "Alert is already closed."
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-NOT-INVOLVED.
           IF NOT ALERT-RECORD-FOUND
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Enter close note (what was found) : ".
           ACCEPT WS-NOTE-IN.
           IF WS-NOTE-IN = SPACES
               DISPLAY "A close note is required - no change made."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Close alert " ALRT-RAISED-DATE "-" ALRT-SEQUENCE
               " (Y/N) ? ".
           ACCEPT WS-ANSWER.
           MOVE FUNCTION UPPER-CASE (WS-ANSWER) TO WS-ANSWER.
           IF WS-ANSWER NOT = "Y"
               DISPLAY "No change made."
               EXIT PARAGRAPH
           END-IF.
           IF ALRT-REVIEWED-BY = SPACES
               MOVE LK-USER-ID TO ALRT-REVIEWED-BY
               MOVE WS-BUSINESS-DATE TO ALRT-REVIEWED-DATE
           END-IF.
           SET ALRT-IS-CLOSED TO TRUE.
           MOVE LK-USER-ID TO ALRT-CLOSED-BY.
           MOVE WS-BUSINESS-DATE TO ALRT-CLOSED-DATE.
           MOVE WS-NOTE-IN TO ALRT-CLOSE-NOTE.
           PERFORM REWRITE-ALERT-RECORD.

       REWRITE-ALERT-RECORD.
           REWRITE ALERT-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           IF WS-ALERT-STATUS = "00"
               DISPLAY "Alert " ALRT-RAISED-DATE "-" ALRT-SEQUENCE
                   " updated."
           ELSE
               DISPLAY "Unable to update alert - status "
                   WS-ALERT-STATUS
           END-IF.
