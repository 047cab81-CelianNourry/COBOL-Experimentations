       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINT-REPORT.

      * Nightly maintenance journal review report. Lists every entry
      * MAINTLOG-WRITE added to the MAINTLOG journal for the current
      * business date - who changed which field of which user,
      * account or customer record, when, and the before and after
      * values - followed by two exception sections for internal
      * audit: administrators who changed their own USER-RECORD,
      * and any supervisor approval limit or account overdraft
      * limit that was raised. An approval limit of zero means full
      * authority, so a change TO zero from a set limit counts as a
      * raise and a change FROM zero to a set limit does not. The
      * job ends RC=4 when either exception section has entries so
      * the review is not missed, RC=8 when the report could not be
      * produced.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINT-LOG-FILE ASSIGN TO "MAINTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINT-LOG-STATUS.
           SELECT REPORT-FILE ASSIGN TO "MAINTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-LOG-FILE.
           COPY "MAINTREC.cpy".

       FD  REPORT-FILE.
       01 REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-MAINT-LOG-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-MAINT-LOG-OPEN PIC X VALUE "N".
           88 MAINT-LOG-IS-OPEN VALUE "Y".
       01 WS-REPORT-OPEN PIC X VALUE "N".
           88 REPORT-IS-OPEN VALUE "Y".
       01 WS-EOF-FLAG PIC X VALUE "N".
           88 END-OF-INPUT VALUE "Y".
       01 WS-ABORT-FLAG PIC X VALUE "N".
           88 RUN-ABORTED VALUE "Y".
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-TODAY-DISPLAY PIC X(8).
       01 WS-ENTRY-COUNT PIC 9(7) VALUE 0.
       01 WS-SELF-CHANGE-COUNT PIC 9(5) VALUE 0.
       01 WS-LIMIT-RAISE-COUNT PIC 9(5) VALUE 0.
       01 WS-EXCEPTION-DROPPED PIC 9(5) VALUE 0.
       01 WS-BEFORE-AMOUNT PIC 9(9)V99.
       01 WS-AFTER-AMOUNT PIC 9(9)V99.
       01 WS-RAISED-FLAG PIC X VALUE "N".
           88 LIMIT-WAS-RAISED VALUE "Y".
       01 WS-LIST-KIND PIC X(1).

       01 WS-EXCEPTION-TABLE.
           05 WS-EXCEPTION-ENTRY OCCURS 200 TIMES.
               10 WS-EXC-KIND PIC X(1).
                   88 EXC-SELF-CHANGE VALUE "S".
                   88 EXC-LIMIT-RAISE VALUE "L".
               10 WS-EXC-LINE PIC X(126).
       01 WS-EXCEPTION-COUNT PIC 9(4) VALUE 0.
       01 WS-SUB PIC 9(4).

       01 WS-HEADER-1 PIC X(132).
       01 WS-HEADER-2.
           05 FILLER PIC X(36) VALUE
               "ADMIN-ID  TIME      TYPE  KEY       ".
           05 FILLER PIC X(22) VALUE "FIELD".
           05 FILLER PIC X(32) VALUE "BEFORE".
           05 FILLER PIC X(5) VALUE "AFTER".
       01 WS-DETAIL-LINE.
           05 DL-ADMIN-ID PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DL-TIME.
               10 DL-HOURS PIC X(2).
               10 FILLER PIC X VALUE ":".
               10 DL-MINUTES PIC X(2).
               10 FILLER PIC X VALUE ":".
               10 DL-SECONDS PIC X(2).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DL-TYPE PIC X(4).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DL-KEY PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DL-FIELD-NAME PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DL-BEFORE-VALUE PIC X(30).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DL-AFTER-VALUE PIC X(30).
       01 WS-COUNT-LINE.
           05 FILLER PIC X(24) VALUE "ENTRIES FOR THE DAY    :".
           05 CL-COUNT PIC Z(6)9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           CALL "BUSDATE-READ" USING WS-TODAY-DATE.
           MOVE WS-TODAY-DATE TO WS-TODAY-DISPLAY.
           PERFORM OPEN-ALL-FILES.
           IF NOT RUN-ABORTED
               PERFORM WRITE-REPORT-HEADERS
               PERFORM LIST-JOURNAL-ENTRIES
           END-IF.
           IF NOT RUN-ABORTED
               PERFORM WRITE-ENTRY-COUNT
               PERFORM WRITE-SELF-CHANGE-EXCEPTIONS
               PERFORM WRITE-LIMIT-RAISE-EXCEPTIONS
           END-IF.
           PERFORM CLOSE-ALL-FILES.
           EVALUATE TRUE
               WHEN RUN-ABORTED
                   DISPLAY "MAINTENANCE REVIEW REPORT FAILED."
                   MOVE 8 TO RETURN-CODE
               WHEN WS-SELF-CHANGE-COUNT > 0
                       OR WS-LIMIT-RAISE-COUNT > 0
                   DISPLAY "Maintenance review complete - "
                       WS-SELF-CHANGE-COUNT " self-change(s), "
                       WS-LIMIT-RAISE-COUNT " limit raise(s) "
                       "need review."
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY "Maintenance review complete - "
                       WS-ENTRY-COUNT " journal entries, no "
                       "exceptions."
           END-EVALUATE.
           STOP RUN.

       OPEN-ALL-FILES.
           OPEN INPUT MAINT-LOG-FILE.
           IF WS-MAINT-LOG-STATUS = "00"
               MOVE "Y" TO WS-MAINT-LOG-OPEN
           ELSE
               IF WS-MAINT-LOG-STATUS = "35"
                   DISPLAY "No maintenance journal - nothing to "
                       "report."
                   MOVE "Y" TO WS-EOF-FLAG
               ELSE
                   DISPLAY "Unable to open maintenance journal - "
                       "status " WS-MAINT-LOG-STATUS
                   MOVE "Y" TO WS-ABORT-FLAG
               END-IF
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS = "00"
               MOVE "Y" TO WS-REPORT-OPEN
           ELSE
               DISPLAY "Unable to open report file - status "
                   WS-REPORT-STATUS
               MOVE "Y" TO WS-ABORT-FLAG
           END-IF.

       CLOSE-ALL-FILES.
           IF MAINT-LOG-IS-OPEN
               CLOSE MAINT-LOG-FILE
           END-IF.
           IF REPORT-IS-OPEN
               CLOSE REPORT-FILE
           END-IF.

       WRITE-REPORT-HEADERS.
           MOVE SPACES TO WS-HEADER-1.
           STRING "MAINTENANCE JOURNAL REVIEW REPORT - "
                   DELIMITED BY SIZE
               "BUSINESS DATE " DELIMITED BY SIZE
               WS-TODAY-DISPLAY DELIMITED BY SIZE
               INTO WS-HEADER-1
           END-STRING.
           WRITE REPORT-LINE FROM WS-HEADER-1.
           WRITE REPORT-LINE FROM WS-HEADER-2.

       LIST-JOURNAL-ENTRIES.
           PERFORM UNTIL END-OF-INPUT OR RUN-ABORTED
               READ MAINT-LOG-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF MLOG-BUSINESS-DATE = WS-TODAY-DATE
                           PERFORM LIST-ONE-ENTRY
                       END-IF
               END-READ
               IF WS-MAINT-LOG-STATUS NOT = "00"
                       AND NOT END-OF-INPUT
                   DISPLAY "Error reading maintenance journal - "
                       "status " WS-MAINT-LOG-STATUS
                   MOVE "Y" TO WS-ABORT-FLAG
               END-IF
           END-PERFORM.

       LIST-ONE-ENTRY.
           ADD 1 TO WS-ENTRY-COUNT.
           PERFORM FORMAT-DETAIL-LINE.
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.
           IF MLOG-USER-RECORD
                   AND MLOG-RECORD-KEY = MLOG-ADMIN-ID
               ADD 1 TO WS-SELF-CHANGE-COUNT
               MOVE "S" TO WS-LIST-KIND
               PERFORM KEEP-EXCEPTION
           END-IF.
           PERFORM CHECK-LIMIT-RAISED.
           IF LIMIT-WAS-RAISED
               ADD 1 TO WS-LIMIT-RAISE-COUNT
               MOVE "L" TO WS-LIST-KIND
               PERFORM KEEP-EXCEPTION
           END-IF.

      * A blank before value is a record being added - that is an
      * opening grant, listed in the detail, not a raise.
       CHECK-LIMIT-RAISED.
           MOVE "N" TO WS-RAISED-FLAG.
           IF MLOG-BEFORE-VALUE = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF NOT (MLOG-USER-RECORD
                       AND MLOG-FIELD-NAME = "APPROVAL-LIMIT")
                   AND NOT (MLOG-ACCOUNT-RECORD
                       AND MLOG-FIELD-NAME = "OVERDRAFT-LIMIT")
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-BEFORE-AMOUNT =
               FUNCTION NUMVAL (MLOG-BEFORE-VALUE).
           COMPUTE WS-AFTER-AMOUNT =
               FUNCTION NUMVAL (MLOG-AFTER-VALUE).
           IF WS-AFTER-AMOUNT > WS-BEFORE-AMOUNT
               MOVE "Y" TO WS-RAISED-FLAG
           END-IF.
      * Approval limit zero is full authority: removing a limit is
      * the biggest raise there is, and setting one is a cut.
           IF MLOG-USER-RECORD
               IF WS-BEFORE-AMOUNT = 0
                   MOVE "N" TO WS-RAISED-FLAG
               END-IF
               IF WS-AFTER-AMOUNT = 0 AND WS-BEFORE-AMOUNT > 0
                   MOVE "Y" TO WS-RAISED-FLAG
               END-IF
           END-IF.

       KEEP-EXCEPTION.
           IF WS-EXCEPTION-COUNT < 200
               ADD 1 TO WS-EXCEPTION-COUNT
               MOVE WS-LIST-KIND
                   TO WS-EXC-KIND(WS-EXCEPTION-COUNT)
               MOVE WS-DETAIL-LINE
                   TO WS-EXC-LINE(WS-EXCEPTION-COUNT)
           ELSE
               ADD 1 TO WS-EXCEPTION-DROPPED
           END-IF.

       FORMAT-DETAIL-LINE.
           MOVE MLOG-ADMIN-ID TO DL-ADMIN-ID.
           MOVE MLOG-TIMESTAMP (9:2) TO DL-HOURS.
           MOVE MLOG-TIMESTAMP (11:2) TO DL-MINUTES.
           MOVE MLOG-TIMESTAMP (13:2) TO DL-SECONDS.
           EVALUATE TRUE
               WHEN MLOG-USER-RECORD
                   MOVE "USER" TO DL-TYPE
               WHEN MLOG-ACCOUNT-RECORD
                   MOVE "ACCT" TO DL-TYPE
               WHEN MLOG-CUSTOMER-RECORD
                   MOVE "CUST" TO DL-TYPE
               WHEN OTHER
                   MOVE MLOG-RECORD-TYPE TO DL-TYPE
           END-EVALUATE.
           MOVE MLOG-RECORD-KEY TO DL-KEY.
           MOVE MLOG-FIELD-NAME TO DL-FIELD-NAME.
           MOVE MLOG-BEFORE-VALUE TO DL-BEFORE-VALUE.
           MOVE MLOG-AFTER-VALUE TO DL-AFTER-VALUE.

       WRITE-ENTRY-COUNT.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-ENTRY-COUNT TO CL-COUNT.
           WRITE REPORT-LINE FROM WS-COUNT-LINE.

       WRITE-SELF-CHANGE-EXCEPTIONS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "EXCEPTIONS - ADMINISTRATORS CHANGING THEIR OWN RECORD"
               TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-SELF-CHANGE-COUNT = 0
               MOVE "NO SELF-MAINTENANCE" TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               MOVE "S" TO WS-LIST-KIND
               PERFORM WRITE-EXCEPTION-LINES
           END-IF.

       WRITE-LIMIT-RAISE-EXCEPTIONS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "EXCEPTIONS - APPROVAL OR OVERDRAFT LIMITS RAISED"
               TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-LIMIT-RAISE-COUNT = 0
               MOVE "NO LIMITS RAISED" TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               MOVE "L" TO WS-LIST-KIND
               PERFORM WRITE-EXCEPTION-LINES
           END-IF.

       WRITE-EXCEPTION-LINES.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-EXCEPTION-COUNT
               IF WS-EXC-KIND(WS-SUB) = WS-LIST-KIND
                   MOVE WS-EXC-LINE(WS-SUB) TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-PERFORM.
           IF WS-EXCEPTION-DROPPED > 0
               MOVE "... AND MORE NOT LISTED (LIMIT 200)"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
