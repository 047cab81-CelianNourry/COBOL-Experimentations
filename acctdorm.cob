       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT-DORMANCY.

      * Monthly dormant-account run. Every open account whose
      * customer has not posted anything (ACCT-LAST-CUSTOMER-DATE)
      * for longer than the SYSPARM dormancy period is moved to
      * dormant status and stamped with the business date. From
      * then on TRAN-ENTRY and TRAN-INTAKE refuse withdrawals and
      * transfers out of it, and TRAN-POST holds any that were
      * already in flight; deposits are still taken. Only an
      * administrator can reactivate it, from ACCT-MAINT.
      * The DORMRPT report lists the accounts made dormant by this
      * run, then every reactivation journaled to MAINTLOG (a
      * STATUS change from D to O) during the calendar month of the
      * business date, with the administrator who made it.
      * A rerun is harmless: accounts already dormant are left as
      * they are. Interest does not count as customer activity.
      * RC=8 means the run failed part way - the accounts already
      * rewritten stay dormant and a rerun picks up the rest.

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
           SELECT MAINT-LOG-FILE ASSIGN TO "MAINTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINT-LOG-STATUS.
           SELECT REPORT-FILE ASSIGN TO "DORMRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER-FILE.
           COPY "ACCTREC.cpy".

       FD  MAINT-LOG-FILE.
           COPY "MAINTREC.cpy".

       FD  REPORT-FILE.
       01 REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-ACCOUNT-MASTER-STATUS PIC XX.
       01 WS-MAINT-LOG-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-ACCOUNT-MASTER-OPEN PIC X VALUE "N".
           88 ACCOUNT-MASTER-IS-OPEN VALUE "Y".
       01 WS-MAINT-LOG-OPEN PIC X VALUE "N".
           88 MAINT-LOG-IS-OPEN VALUE "Y".
       01 WS-REPORT-OPEN PIC X VALUE "N".
           88 REPORT-IS-OPEN VALUE "Y".
       01 WS-EOF-FLAG PIC X VALUE "N".
           88 END-OF-INPUT VALUE "Y".
       01 WS-ABORT-FLAG PIC X VALUE "N".
           88 RUN-ABORTED VALUE "Y".
           COPY "PARMREC.cpy".
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-TODAY-DISPLAY PIC X(8).
       01 WS-CUTOFF-DATE PIC 9(8).
       01 WS-MONTH-START-DATE PIC 9(8).
       01 WS-DAYS-DISPLAY PIC ZZZ9.
       01 WS-ACCOUNTS-READ PIC 9(7) VALUE 0.
       01 WS-MADE-DORMANT-COUNT PIC 9(7) VALUE 0.
       01 WS-STILL-DORMANT-COUNT PIC 9(7) VALUE 0.
       01 WS-REACTIVATED-COUNT PIC 9(7) VALUE 0.
       01 WS-DORMANT-BALANCE-TOTAL PIC S9(11)V99 VALUE 0.

       01 WS-HEADER-1 PIC X(132).
       01 WS-DORMANT-HEADING.
           05 FILLER PIC X(10) VALUE "ACCOUNT".
           05 FILLER PIC X(32) VALUE "CUSTOMER".
           05 FILLER PIC X(17) VALUE "         BALANCE".
           05 FILLER PIC X(15) VALUE "LAST ACTIVITY".
       01 WS-DORMANT-LINE.
           05 DL-ACCOUNT PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DL-CUSTOMER-NAME PIC X(30).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DL-BALANCE PIC -(9)9.99.
           05 FILLER PIC X(4) VALUE SPACES.
           05 DL-LAST-ACTIVITY PIC 9(8).
       01 WS-REACTIVATION-HEADING.
           05 FILLER PIC X(10) VALUE "ACCOUNT".
           05 FILLER PIC X(15) VALUE "BUSINESS DATE".
           05 FILLER PIC X(10) VALUE "TIME".
           05 FILLER PIC X(8) VALUE "ADMIN-ID".
       01 WS-REACTIVATION-LINE.
           05 RL-ACCOUNT PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RL-BUSINESS-DATE PIC 9(8).
           05 FILLER PIC X(7) VALUE SPACES.
           05 RL-TIME.
               10 RL-HOURS PIC X(2).
               10 FILLER PIC X VALUE ":".
               10 RL-MINUTES PIC X(2).
               10 FILLER PIC X VALUE ":".
               10 RL-SECONDS PIC X(2).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RL-ADMIN-ID PIC X(8).
       01 WS-TOTAL-LINE.
           05 TL-LABEL PIC X(34).
           05 TL-COUNT PIC Z(6)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 TL-AMOUNT PIC X(15).
       01 WS-AMOUNT-DISPLAY PIC -(10)9.99.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           CALL "BUSDATE-READ" USING WS-TODAY-DATE.
           CALL "SYSPARM-READ" USING PARM-RECORD.
           MOVE WS-TODAY-DATE TO WS-TODAY-DISPLAY.
           MOVE FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE)
                   - PARM-DORMANCY-DAYS)
               TO WS-CUTOFF-DATE.
           MOVE WS-TODAY-DATE TO WS-MONTH-START-DATE.
           MOVE "01" TO WS-MONTH-START-DATE (7:2).
           PERFORM OPEN-ALL-FILES.
           IF NOT RUN-ABORTED
               PERFORM WRITE-REPORT-HEADERS
               PERFORM MARK-DORMANT-ACCOUNTS
           END-IF.
           IF NOT RUN-ABORTED
               PERFORM LIST-REACTIVATIONS
           END-IF.
           IF NOT RUN-ABORTED
               PERFORM WRITE-REPORT-TOTALS
           END-IF.
           PERFORM CLOSE-ALL-FILES.
           DISPLAY "Dormancy run for business date " WS-TODAY-DISPLAY.
           DISPLAY "  Inactive since before   : " WS-CUTOFF-DATE.
           DISPLAY "  Accounts read           : " WS-ACCOUNTS-READ.
           DISPLAY "  Made dormant            : "
               WS-MADE-DORMANT-COUNT.
           DISPLAY "  Already dormant         : "
               WS-STILL-DORMANT-COUNT.
           DISPLAY "  Reactivated this month  : "
               WS-REACTIVATED-COUNT.
           IF RUN-ABORTED
               DISPLAY "DORMANCY RUN FAILED - rerun after the "
                   "problem is fixed."
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

      * A missing journal only means no administrator has changed
      * anything yet - there is nothing to list as reactivated.
       OPEN-ALL-FILES.
           OPEN I-O ACCOUNT-MASTER-FILE.
           IF WS-ACCOUNT-MASTER-STATUS = "00"
               MOVE "Y" TO WS-ACCOUNT-MASTER-OPEN
           ELSE
               DISPLAY "Unable to open account master file - "
                   "status " WS-ACCOUNT-MASTER-STATUS
               MOVE "Y" TO WS-ABORT-FLAG
           END-IF.
           OPEN INPUT MAINT-LOG-FILE.
           EVALUATE WS-MAINT-LOG-STATUS
               WHEN "00"
                   MOVE "Y" TO WS-MAINT-LOG-OPEN
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Unable to open maintenance journal - "
                       "status " WS-MAINT-LOG-STATUS
                   MOVE "Y" TO WS-ABORT-FLAG
           END-EVALUATE.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS = "00"
               MOVE "Y" TO WS-REPORT-OPEN
           ELSE
               DISPLAY "Unable to open report file - status "
                   WS-REPORT-STATUS
               MOVE "Y" TO WS-ABORT-FLAG
           END-IF.

       CLOSE-ALL-FILES.
           IF ACCOUNT-MASTER-IS-OPEN
               CLOSE ACCOUNT-MASTER-FILE
           END-IF.
           IF MAINT-LOG-IS-OPEN
               CLOSE MAINT-LOG-FILE
           END-IF.
           IF REPORT-IS-OPEN
               CLOSE REPORT-FILE
           END-IF.

       WRITE-REPORT-HEADERS.
           MOVE PARM-DORMANCY-DAYS TO WS-DAYS-DISPLAY.
           MOVE SPACES TO WS-HEADER-1.
           STRING "DORMANT ACCOUNT REPORT - BUSINESS DATE "
                   DELIMITED BY SIZE
               WS-TODAY-DISPLAY DELIMITED BY SIZE
               " - DORMANCY PERIOD " DELIMITED BY SIZE
               WS-DAYS-DISPLAY DELIMITED BY SIZE
               " DAYS" DELIMITED BY SIZE
               INTO WS-HEADER-1
           END-STRING.
           WRITE REPORT-LINE FROM WS-HEADER-1.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "ACCOUNTS MADE DORMANT - NO CUSTOMER ACTIVITY "
                   DELIMITED BY SIZE
               "SINCE BEFORE " DELIMITED BY SIZE
               WS-CUTOFF-DATE DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM WS-DORMANT-HEADING.

       MARK-DORMANT-ACCOUNTS.
           MOVE "N" TO WS-EOF-FLAG.
           MOVE ZEROS TO ACCT-NUMBER.
           START ACCOUNT-MASTER-FILE KEY NOT LESS THAN ACCT-NUMBER
               INVALID KEY
                   MOVE "Y" TO WS-EOF-FLAG
           END-START.
           PERFORM UNTIL END-OF-INPUT OR RUN-ABORTED
               READ ACCOUNT-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM CHECK-ONE-ACCOUNT
               END-READ
               IF WS-ACCOUNT-MASTER-STATUS NOT = "00"
                       AND NOT END-OF-INPUT
                       AND NOT RUN-ABORTED
                   DISPLAY "Error reading account master - status "
                       WS-ACCOUNT-MASTER-STATUS
                   MOVE "Y" TO WS-ABORT-FLAG
               END-IF
           END-PERFORM.
           IF WS-MADE-DORMANT-COUNT = 0 AND NOT RUN-ABORTED
               MOVE "NO ACCOUNTS MADE DORMANT" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

      * An account with no customer date at all has never been
      * converted or opened properly - it is left alone rather than
      * made dormant on a guess.
       CHECK-ONE-ACCOUNT.
           ADD 1 TO WS-ACCOUNTS-READ.
           IF ACCT-IS-DORMANT
               ADD 1 TO WS-STILL-DORMANT-COUNT
               EXIT PARAGRAPH
           END-IF.
           IF NOT ACCT-IS-OPEN
               EXIT PARAGRAPH
           END-IF.
           IF ACCT-LAST-CUSTOMER-DATE = 0
                   OR ACCT-LAST-CUSTOMER-DATE NOT < WS-CUTOFF-DATE
               EXIT PARAGRAPH
           END-IF.
           SET ACCT-IS-DORMANT TO TRUE.
           MOVE WS-TODAY-DATE TO ACCT-DORMANT-DATE.
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
           ADD 1 TO WS-MADE-DORMANT-COUNT.
           ADD ACCT-BALANCE TO WS-DORMANT-BALANCE-TOTAL.
           MOVE ACCT-NUMBER TO DL-ACCOUNT.
           MOVE ACCT-CUSTOMER-NAME TO DL-CUSTOMER-NAME.
           MOVE ACCT-BALANCE TO DL-BALANCE.
           MOVE ACCT-LAST-CUSTOMER-DATE TO DL-LAST-ACTIVITY.
           WRITE REPORT-LINE FROM WS-DORMANT-LINE.

      * ACCT-MAINT journals a reactivation as a STATUS change from
      * D to O; every one dated in the month so far is listed.
       LIST-REACTIVATIONS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "REACTIVATIONS FROM " DELIMITED BY SIZE
               WS-MONTH-START-DATE DELIMITED BY SIZE
               " TO " DELIMITED BY SIZE
               WS-TODAY-DISPLAY DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM WS-REACTIVATION-HEADING.
           MOVE "N" TO WS-EOF-FLAG.
           IF NOT MAINT-LOG-IS-OPEN
               MOVE "Y" TO WS-EOF-FLAG
           END-IF.
           PERFORM UNTIL END-OF-INPUT OR RUN-ABORTED
               READ MAINT-LOG-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF MLOG-ACCOUNT-RECORD
                               AND MLOG-FIELD-NAME = "STATUS"
                               AND MLOG-BEFORE-VALUE = "D"
                               AND MLOG-AFTER-VALUE = "O"
                               AND MLOG-BUSINESS-DATE
                                   NOT < WS-MONTH-START-DATE
                               AND MLOG-BUSINESS-DATE
                                   NOT > WS-TODAY-DATE
                           PERFORM LIST-ONE-REACTIVATION
                       END-IF
               END-READ
               IF WS-MAINT-LOG-STATUS NOT = "00"
                       AND NOT END-OF-INPUT
                   DISPLAY "Error reading maintenance journal - "
                       "status " WS-MAINT-LOG-STATUS
                   MOVE "Y" TO WS-ABORT-FLAG
               END-IF
           END-PERFORM.
           IF WS-REACTIVATED-COUNT = 0 AND NOT RUN-ABORTED
               MOVE "NO REACTIVATIONS" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       LIST-ONE-REACTIVATION.
           ADD 1 TO WS-REACTIVATED-COUNT.
           MOVE MLOG-RECORD-KEY TO RL-ACCOUNT.
           MOVE MLOG-BUSINESS-DATE TO RL-BUSINESS-DATE.
           MOVE MLOG-TIMESTAMP (9:2) TO RL-HOURS.
           MOVE MLOG-TIMESTAMP (11:2) TO RL-MINUTES.
           MOVE MLOG-TIMESTAMP (13:2) TO RL-SECONDS.
           MOVE MLOG-ADMIN-ID TO RL-ADMIN-ID.
           WRITE REPORT-LINE FROM WS-REACTIVATION-LINE.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE "ACCOUNTS READ                   :" TO TL-LABEL.
           MOVE WS-ACCOUNTS-READ TO TL-COUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "ACCOUNTS MADE DORMANT - BALANCE :" TO TL-LABEL.
           MOVE WS-MADE-DORMANT-COUNT TO TL-COUNT.
           MOVE WS-DORMANT-BALANCE-TOTAL TO WS-AMOUNT-DISPLAY.
           MOVE WS-AMOUNT-DISPLAY TO TL-AMOUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE SPACES TO TL-AMOUNT.
           MOVE "ALREADY DORMANT                 :" TO TL-LABEL.
           MOVE WS-STILL-DORMANT-COUNT TO TL-COUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "REACTIVATED THIS MONTH          :" TO TL-LABEL.
           MOVE WS-REACTIVATED-COUNT TO TL-COUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
