       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSP-MONITOR.

      * Nightly suspicious-activity monitor. TRAN-APPROVE stops a
      * supervisor approving their own entry, but nothing looked at
      * patterns across items; this run does. It reads the whole
      * TRANSACTION file once against the rules on the SUSPRULE
      * cards and raises an alert on the ALERTS file for each
      * pattern found:
      *   STRUCT  - repeated withdrawals or transfers out of one
      *             account just under the SYSPARM dual-approval
      *             limit, so that none needed a second signature;
      *   PAIR    - a clerk whose approved items are nearly all
      *             approved by one supervisor;
      *   REVERSE - a reversal raised soon after the original
      *             posted;
      *   BURST   - a burst of items on an account that had been
      *             idle (or is dormant) on the account master.
      * A pattern only raises an alert when it takes in something
      * from the business date, and not while an alert for the same
      * pattern is still open or in review, so a rerun or a pattern
      * that carries on night after night does not pile up alerts
      * compliance already has. The SUSPRPT report lists the rule
      * settings, the alerts raised, then every alert still
      * outstanding on file. Compliance work and close alerts from
      * ALERT-MAINT. RC=4 means alerts were raised; RC=8 means the
      * run failed or the rule cards are in error.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACTION-FILE ASSIGN TO "TRANFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
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
           SELECT ALERT-FILE ASSIGN TO "ALERTS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALRT-KEY
               FILE STATUS IS WS-ALERT-STATUS.
           SELECT RULE-FILE ASSIGN TO "SUSPRULE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "SUSPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-FILE.
           COPY "TRANREC.cpy".

       FD  ACCOUNT-MASTER-FILE.
           COPY "ACCTREC.cpy".

       FD  ALERT-FILE.
           COPY "ALRTREC.cpy".

      * One card per rule: the rule id in columns 1-8, Y or N in
      * column 10 to switch it on or off, then three 3-digit
      * settings - an item count in 12-14, a number of days in
      * 16-18 and a percentage in 20-22. Cards with an asterisk in
      * column 1 are comments. A rule with no card does not run.
       FD  RULE-FILE.
       01 RULE-CARD.
           05 RUL-RULE-ID PIC X(8).
           05 FILLER PIC X(1).
           05 RUL-ENABLED PIC X(1).
           05 FILLER PIC X(1).
           05 RUL-COUNT PIC X(3).
           05 FILLER PIC X(1).
           05 RUL-DAYS PIC X(3).
           05 FILLER PIC X(1).
           05 RUL-PERCENT PIC X(3).
           05 FILLER PIC X(58).

       FD  REPORT-FILE.
       01 REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-TRANSACTION-STATUS PIC XX.
       01 WS-ACCOUNT-MASTER-STATUS PIC XX.
       01 WS-ALERT-STATUS PIC XX.
       01 WS-RULE-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-TRANSACTION-OPEN PIC X VALUE "N".
           88 TRANSACTION-IS-OPEN VALUE "Y".
       01 WS-ACCOUNT-MASTER-OPEN PIC X VALUE "N".
           88 ACCOUNT-MASTER-IS-OPEN VALUE "Y".
       01 WS-ALERT-OPEN PIC X VALUE "N".
           88 ALERT-IS-OPEN VALUE "Y".
       01 WS-REPORT-OPEN PIC X VALUE "N".
           88 REPORT-IS-OPEN VALUE "Y".
       01 WS-EOF-FLAG PIC X VALUE "N".
           88 END-OF-INPUT VALUE "Y".
       01 WS-ABORT-FLAG PIC X VALUE "N".
           88 RUN-ABORTED VALUE "Y".
       01 WS-TABLE-FULL-FLAG PIC X VALUE "N".
           88 CANDIDATE-TABLE-FULL VALUE "Y".
           COPY "PARMREC.cpy".
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-TODAY-DISPLAY PIC X(8).
       01 WS-SUB PIC 9(4).
       01 WS-SUB-2 PIC 9(4).
       01 WS-RULE-IDX PIC 9(1).
       01 WS-ENTRY-DATE PIC 9(8).
       01 WS-APPROVAL-DATE PIC 9(8).
       01 WS-POSTED-DATE PIC 9(8).
       01 WS-CUTOFF-DATE PIC 9(8).
       01 WS-LAST-ACTIVITY-DATE PIC 9(8).
       01 WS-NEXT-SEQUENCE PIC 9(4) VALUE 0.
       01 WS-ITEMS-READ PIC 9(7) VALUE 0.
       01 WS-RAISED-COUNT PIC 9(7) VALUE 0.
       01 WS-SUPPRESSED-COUNT PIC 9(7) VALUE 0.
       01 WS-OUTSTANDING-COUNT PIC 9(7) VALUE 0.
       01 WS-NUMBER-DISPLAY PIC Z(5)9.
       01 WS-LIMIT-DISPLAY PIC Z(6)9.
       01 WS-PAIR-WAY PIC X(9).
      * The rules this program knows, in the order they are listed
      * on the report. Settings come from the SUSPRULE cards.
       01 WS-RULE-NAMES.
           05 FILLER PIC X(48) VALUE
               "STRUCT  WITHDRAWALS JUST UNDER DUAL LIMIT".
           05 FILLER PIC X(48) VALUE
               "PAIR    CLERK APPROVED BY ONE SUPERVISOR".
           05 FILLER PIC X(48) VALUE
               "REVERSE REVERSAL SOON AFTER POSTING".
           05 FILLER PIC X(48) VALUE
               "BURST   BURST OF ACTIVITY ON IDLE ACCOUNT".
       01 WS-RULE-TABLE REDEFINES WS-RULE-NAMES.
           05 WS-RULE-NAME-ENTRY OCCURS 4 TIMES.
               10 WS-RULE-NAME PIC X(8).
               10 WS-RULE-DESCRIPTION PIC X(40).
       01 WS-RULE-COUNT PIC 9(1) VALUE 4.
       01 WS-RULE-SETTINGS.
           05 WS-RULE-SETTING OCCURS 4 TIMES.
               10 WS-RUL-ENABLED PIC X(1).
                   88 RULE-IS-ENABLED VALUE "Y".
               10 WS-RUL-COUNT PIC 9(3).
               10 WS-RUL-DAYS PIC 9(3).
               10 WS-RUL-PERCENT PIC 9(3).
               10 WS-RUL-WINDOW-START PIC 9(8).
      * Everything a pattern is built from while the transaction
      * file is read: one entry per account for STRUCT and BURST,
      * per clerk and supervisor for PAIR, per reversal for
      * REVERSE. The key fields decide which entry an item joins;
      * the user fields record the people on the first item.
       01 WS-CANDIDATE-COUNT PIC 9(4) VALUE 0.
       01 WS-CANDIDATE-MAX PIC 9(4) VALUE 2000.
       01 WS-CANDIDATE-TABLE.
           05 WS-CANDIDATE OCCURS 2000 TIMES.
               10 CND-RULE-IDX PIC 9(1).
               10 CND-KEY-ACCOUNT PIC 9(8).
               10 CND-KEY-USER-1 PIC X(8).
               10 CND-KEY-USER-2 PIC X(8).
               10 CND-USER-ID-1 PIC X(8).
               10 CND-USER-ID-2 PIC X(8).
               10 CND-ITEM-COUNT PIC 9(4).
               10 CND-TODAY-FLAG PIC X(1).
                   88 CND-TAKES-IN-TODAY VALUE "Y".
               10 CND-TOTAL-AMOUNT PIC 9(9)V99.
               10 CND-TRAN-ID PIC X(16) OCCURS 10 TIMES.
       01 WS-CND-IDX PIC 9(4).
      * The entry an item is being added to.
       01 WS-TARGET-RULE-IDX PIC 9(1).
       01 WS-TARGET-ACCOUNT PIC 9(8).
       01 WS-TARGET-USER-1 PIC X(8).
       01 WS-TARGET-USER-2 PIC X(8).
      * Approved items per entering clerk inside the PAIR window.
       01 WS-CLERK-COUNT PIC 9(3) VALUE 0.
       01 WS-CLERK-TABLE.
           05 WS-CLERK-ENTRY OCCURS 500 TIMES.
               10 WS-CLK-USER-ID PIC X(8).
               10 WS-CLK-APPROVED-COUNT PIC 9(5).
       01 WS-CLERK-TOTAL PIC 9(5).
      * Identity of every alert still open or in review, so the same
      * pattern is not raised twice: the rule, then the account for
      * STRUCT and BURST, the two users for PAIR, the account and
      * reversal TRAN-ID for REVERSE.
       01 WS-ALERT-IDENTITY.
           05 WS-AID-RULE PIC X(8).
           05 WS-AID-ACCOUNT PIC 9(8).
           05 WS-AID-USER-1 PIC X(8).
           05 WS-AID-USER-2 PIC X(8).
           05 WS-AID-TRAN-ID PIC X(16).
       01 WS-IDENTITY-COUNT PIC 9(4) VALUE 0.
       01 WS-IDENTITY-TABLE.
           05 WS-OPEN-IDENTITY PIC X(48) OCCURS 4000 TIMES.
       01 WS-IDENTITY-FOUND PIC X VALUE "N".
           88 IDENTITY-ALREADY-OPEN VALUE "Y".

       01 WS-HEADER-1 PIC X(132).
       01 WS-RULE-HEADING.
           05 FILLER PIC X(10) VALUE "RULE".
           05 FILLER PIC X(4) VALUE "ON".
           05 FILLER PIC X(7) VALUE "COUNT".
           05 FILLER PIC X(6) VALUE "DAYS".
           05 FILLER PIC X(6) VALUE "PCT".
           05 FILLER PIC X(40) VALUE "DESCRIPTION".
       01 WS-RULE-LINE.
           05 RLL-RULE PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RLL-ENABLED PIC X(1).
           05 FILLER PIC X(3) VALUE SPACES.
           05 RLL-COUNT PIC ZZ9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 RLL-DAYS PIC ZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 RLL-PERCENT PIC ZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 RLL-DESCRIPTION PIC X(40).
       01 WS-ALERT-HEADING.
           05 FILLER PIC X(15) VALUE "ALERT".
           05 FILLER PIC X(10) VALUE "RULE".
           05 FILLER PIC X(10) VALUE "ACCOUNT".
           05 FILLER PIC X(10) VALUE "USER-1".
           05 FILLER PIC X(10) VALUE "USER-2".
           05 FILLER PIC X(7) VALUE "ITEMS".
           05 FILLER PIC X(15) VALUE "         AMOUNT".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(12) VALUE "STATUS".
       01 WS-ALERT-LINE.
           05 AL-RAISED-DATE PIC 9(8).
           05 FILLER PIC X VALUE "-".
           05 AL-SEQUENCE PIC 9(4).
           05 FILLER PIC X(2) VALUE SPACES.
           05 AL-RULE PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 AL-ACCOUNT PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 AL-USER-ID-1 PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 AL-USER-ID-2 PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 AL-ITEM-COUNT PIC ZZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 AL-AMOUNT PIC Z(8)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 AL-STATUS PIC X(9).
           05 FILLER PIC X(1) VALUE SPACES.
           05 AL-REVIEWED-BY PIC X(8).
       01 WS-ALERT-DETAIL-LINE.
           05 FILLER PIC X(15) VALUE SPACES.
           05 ADL-DETAIL PIC X(60).
       01 WS-TRAN-ID-LINE.
           05 FILLER PIC X(15) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "TRAN-IDS: ".
           05 TIL-TRAN-ID PIC X(17) OCCURS 5 TIMES.
       01 WS-TOTAL-LINE.
           05 TL-LABEL PIC X(34).
           05 TL-COUNT PIC Z(6)9.
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
           CALL "SYSPARM-READ" USING PARM-RECORD.
           MOVE WS-TODAY-DATE TO WS-TODAY-DISPLAY.
           PERFORM START-RUN-CONTROL.
           IF NOT RUNQ-ACCEPTED
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LOAD-RULES.
           IF NOT RUN-ABORTED
               PERFORM OPEN-ALL-FILES
           END-IF.
           IF NOT RUN-ABORTED
               PERFORM LOAD-OUTSTANDING-ALERTS
           END-IF.
           IF NOT RUN-ABORTED
               PERFORM WRITE-REPORT-HEADERS
               PERFORM SCAN-TRANSACTIONS
           END-IF.
           IF NOT RUN-ABORTED
               PERFORM EVALUATE-CANDIDATES
           END-IF.
           IF NOT RUN-ABORTED
               PERFORM LIST-OUTSTANDING-ALERTS
           END-IF.
           IF NOT RUN-ABORTED
               PERFORM WRITE-REPORT-TOTALS
           END-IF.
           PERFORM CLOSE-ALL-FILES.
           DISPLAY "Suspicious-activity monitor for business date "
               WS-TODAY-DISPLAY.
           DISPLAY "  Items read              : " WS-ITEMS-READ.
           DISPLAY "  Alerts raised           : " WS-RAISED-COUNT.
           DISPLAY "  Already outstanding     : " WS-SUPPRESSED-COUNT.
           DISPLAY "  Outstanding on file     : " WS-OUTSTANDING-COUNT.
           EVALUATE TRUE
               WHEN RUN-ABORTED
                   DISPLAY "SUSPICIOUS-ACTIVITY MONITOR FAILED - "
                       "rerun after the problem is fixed."
                   MOVE 8 TO RETURN-CODE
               WHEN CANDIDATE-TABLE-FULL
                   DISPLAY "Monitor complete - NOT every item could "
                       "be examined; see the report."
                   MOVE 4 TO RETURN-CODE
               WHEN WS-RAISED-COUNT > 0
                   DISPLAY "Monitor complete - alerts raised for "
                       "compliance."
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY "Monitor complete - no new alerts."
           END-EVALUATE.
           PERFORM END-RUN-CONTROL.
           STOP RUN.

       LOAD-RULES.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-RULE-COUNT
               MOVE "N" TO WS-RUL-ENABLED(WS-SUB)
               MOVE 0 TO WS-RUL-COUNT(WS-SUB)
               MOVE 0 TO WS-RUL-DAYS(WS-SUB)
               MOVE 0 TO WS-RUL-PERCENT(WS-SUB)
               MOVE WS-TODAY-DATE TO WS-RUL-WINDOW-START(WS-SUB)
           END-PERFORM.
           OPEN INPUT RULE-FILE.
           IF WS-RULE-STATUS NOT = "00"
               DISPLAY "Unable to open rule cards - status "
                   WS-RULE-STATUS
               MOVE "Y" TO WS-ABORT-FLAG
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF-FLAG.
           PERFORM UNTIL END-OF-INPUT OR RUN-ABORTED
               READ RULE-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM LOAD-ONE-RULE
               END-READ
               IF WS-RULE-STATUS NOT = "00"
                       AND NOT END-OF-INPUT
                   DISPLAY "Error reading rule cards - status "
                       WS-RULE-STATUS
                   MOVE "Y" TO WS-ABORT-FLAG
               END-IF
           END-PERFORM.
           CLOSE RULE-FILE.

      * A card for a rule this program does not know, or with a
      * setting missing or out of range, is a card error - the run
      * does not guess at what compliance meant.
       LOAD-ONE-RULE.
           IF RULE-CARD = SPACES
                   OR RULE-CARD (1:1) = "*"
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-RULE-IDX.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-RULE-COUNT
               IF WS-RULE-NAME(WS-SUB) = RUL-RULE-ID
                   MOVE WS-SUB TO WS-RULE-IDX
               END-IF
           END-PERFORM.
           IF WS-RULE-IDX = 0
               DISPLAY "Rule cards - unknown rule " RUL-RULE-ID
               MOVE "Y" TO WS-ABORT-FLAG
               EXIT PARAGRAPH
           END-IF.
           IF (RUL-ENABLED NOT = "Y" AND RUL-ENABLED NOT = "N")
                   OR RUL-COUNT IS NOT NUMERIC
                   OR RUL-DAYS IS NOT NUMERIC
                   OR RUL-PERCENT IS NOT NUMERIC
               DISPLAY "Rule cards - " RUL-RULE-ID " needs Y or N "
                   "and three 3-digit settings"
               MOVE "Y" TO WS-ABORT-FLAG
               EXIT PARAGRAPH
           END-IF.
           MOVE RUL-ENABLED TO WS-RUL-ENABLED(WS-RULE-IDX).
           MOVE RUL-COUNT TO WS-RUL-COUNT(WS-RULE-IDX).
           MOVE RUL-DAYS TO WS-RUL-DAYS(WS-RULE-IDX).
           MOVE RUL-PERCENT TO WS-RUL-PERCENT(WS-RULE-IDX).
           IF NOT RULE-IS-ENABLED(WS-RULE-IDX)
               EXIT PARAGRAPH
           END-IF.
           IF WS-RUL-DAYS(WS-RULE-IDX) = 0
                   OR (WS-RULE-IDX NOT = 3
                       AND WS-RUL-COUNT(WS-RULE-IDX) = 0)
                   OR ((WS-RULE-IDX = 1 OR WS-RULE-IDX = 2)
                       AND (WS-RUL-PERCENT(WS-RULE-IDX) = 0
                           OR WS-RUL-PERCENT(WS-RULE-IDX) > 100))
               DISPLAY "Rule cards - " RUL-RULE-ID " setting out of "
                   "range"
               MOVE "Y" TO WS-ABORT-FLAG
               EXIT PARAGRAPH
           END-IF.
      * The window runs back from the business date, both ends
      * included: 7 days is today and the six days before.
           MOVE FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE)
                   - WS-RUL-DAYS(WS-RULE-IDX) + 1)
               TO WS-RUL-WINDOW-START(WS-RULE-IDX).

      * No alert file yet only means no alert has ever been raised;
      * it is created here on the first run.
       OPEN-ALL-FILES.
           OPEN INPUT TRANSACTION-FILE.
           IF WS-TRANSACTION-STATUS = "00"
               MOVE "Y" TO WS-TRANSACTION-OPEN
           ELSE
               IF WS-TRANSACTION-STATUS = "35"
                   DISPLAY "No transaction file - nothing to "
                       "examine."
               ELSE
                   DISPLAY "Unable to open transaction file - "
                       "status " WS-TRANSACTION-STATUS
                   MOVE "Y" TO WS-ABORT-FLAG
               END-IF
           END-IF.
           OPEN INPUT ACCOUNT-MASTER-FILE.
           IF WS-ACCOUNT-MASTER-STATUS = "00"
               MOVE "Y" TO WS-ACCOUNT-MASTER-OPEN
           ELSE
               DISPLAY "Unable to open account master file - "
                   "status " WS-ACCOUNT-MASTER-STATUS
               MOVE "Y" TO WS-ABORT-FLAG
           END-IF.
           OPEN I-O ALERT-FILE.
           IF WS-ALERT-STATUS = "35"
               OPEN OUTPUT ALERT-FILE
               CLOSE ALERT-FILE
               OPEN I-O ALERT-FILE
           END-IF.
           IF WS-ALERT-STATUS = "00"
               MOVE "Y" TO WS-ALERT-OPEN
           ELSE
               DISPLAY "Unable to open alert file - status "
                   WS-ALERT-STATUS
               MOVE "Y" TO WS-ABORT-FLAG
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
           IF TRANSACTION-IS-OPEN
               CLOSE TRANSACTION-FILE
           END-IF.
           IF ACCOUNT-MASTER-IS-OPEN
               CLOSE ACCOUNT-MASTER-FILE
           END-IF.
           IF ALERT-IS-OPEN
               CLOSE ALERT-FILE
           END-IF.
           IF REPORT-IS-OPEN
               CLOSE REPORT-FILE
           END-IF.

      * Notes the identity of every alert not yet closed, and the
      * last sequence number used today so a rerun carries on after
      * it.
       LOAD-OUTSTANDING-ALERTS.
           MOVE "N" TO WS-EOF-FLAG.
           MOVE ZEROS TO ALRT-KEY.
           START ALERT-FILE KEY NOT LESS THAN ALRT-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-FLAG
           END-START.
           PERFORM UNTIL END-OF-INPUT OR RUN-ABORTED
               READ ALERT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF ALRT-RAISED-DATE = WS-TODAY-DATE
                           MOVE ALRT-SEQUENCE TO WS-NEXT-SEQUENCE
                       END-IF
                       IF ALRT-IS-OUTSTANDING
                           PERFORM NOTE-OPEN-IDENTITY
                       END-IF
               END-READ
               IF WS-ALERT-STATUS NOT = "00"
                       AND NOT END-OF-INPUT
                       AND NOT RUN-ABORTED
                   DISPLAY "Error reading alert file - status "
                       WS-ALERT-STATUS
                   MOVE "Y" TO WS-ABORT-FLAG
               END-IF
           END-PERFORM.

       NOTE-OPEN-IDENTITY.
           PERFORM BUILD-ALERT-IDENTITY.
           IF WS-IDENTITY-COUNT < 4000
               ADD 1 TO WS-IDENTITY-COUNT
               MOVE WS-ALERT-IDENTITY
                   TO WS-OPEN-IDENTITY(WS-IDENTITY-COUNT)
           END-IF.

       BUILD-ALERT-IDENTITY.
           MOVE ALRT-RULE TO WS-AID-RULE.
           MOVE ALRT-ACCOUNT-NUMBER TO WS-AID-ACCOUNT.
           MOVE SPACES TO WS-AID-USER-1 WS-AID-USER-2 WS-AID-TRAN-ID.
           EVALUATE TRUE
               WHEN ALRT-RULE-APPROVAL-PAIR
                   MOVE ALRT-USER-ID-1 TO WS-AID-USER-1
                   MOVE ALRT-USER-ID-2 TO WS-AID-USER-2
               WHEN ALRT-RULE-QUICK-REVERSAL
                   MOVE ALRT-TRAN-ID(1) TO WS-AID-TRAN-ID
           END-EVALUATE.

       WRITE-REPORT-HEADERS.
           MOVE PARM-DUAL-APPROVE-LIMIT TO WS-LIMIT-DISPLAY.
           MOVE SPACES TO WS-HEADER-1.
           STRING "SUSPICIOUS-ACTIVITY MONITOR - BUSINESS DATE "
                   DELIMITED BY SIZE
               WS-TODAY-DISPLAY DELIMITED BY SIZE
               " - DUAL-APPROVAL LIMIT " DELIMITED BY SIZE
               WS-LIMIT-DISPLAY DELIMITED BY SIZE
               INTO WS-HEADER-1
           END-STRING.
           WRITE REPORT-LINE FROM WS-HEADER-1.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM WS-RULE-HEADING.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-RULE-COUNT
               MOVE WS-RULE-NAME(WS-SUB) TO RLL-RULE
               MOVE WS-RUL-ENABLED(WS-SUB) TO RLL-ENABLED
               MOVE WS-RUL-COUNT(WS-SUB) TO RLL-COUNT
               MOVE WS-RUL-DAYS(WS-SUB) TO RLL-DAYS
               MOVE WS-RUL-PERCENT(WS-SUB) TO RLL-PERCENT
               MOVE WS-RULE-DESCRIPTION(WS-SUB) TO RLL-DESCRIPTION
               WRITE REPORT-LINE FROM WS-RULE-LINE
           END-PERFORM.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "ALERTS RAISED BY THIS RUN" TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM WS-ALERT-HEADING.

       SCAN-TRANSACTIONS.
           IF NOT TRANSACTION-IS-OPEN
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF-FLAG.
           MOVE LOW-VALUES TO TRAN-ID.
           START TRANSACTION-FILE KEY NOT LESS THAN TRAN-ID
               INVALID KEY
                   MOVE "Y" TO WS-EOF-FLAG
           END-START.
           PERFORM UNTIL END-OF-INPUT OR RUN-ABORTED
               READ TRANSACTION-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM EXAMINE-ONE-ITEM
               END-READ
               IF WS-TRANSACTION-STATUS NOT = "00"
                       AND WS-TRANSACTION-STATUS NOT = "02"
                       AND NOT END-OF-INPUT
                   DISPLAY "Error reading transaction file - "
                       "status " WS-TRANSACTION-STATUS
                   MOVE "Y" TO WS-ABORT-FLAG
               END-IF
           END-PERFORM.

      * System items - month-end interest and the standing-order
      * run - are nobody's decision and are left out, as are
      * rejected items, which never moved any money.
       EXAMINE-ONE-ITEM.
           ADD 1 TO WS-ITEMS-READ.
           IF TRAN-ENTERED-BY-INTEREST
                   OR TRAN-ENTERED-BY-STANDING-ORDER
                   OR TRAN-IS-REJECTED OR TRAN-IS-ACKNOWLEDGED
               EXIT PARAGRAPH
           END-IF.
           MOVE TRAN-ENTRY-TIMESTAMP (1:8) TO WS-ENTRY-DATE.
           IF RULE-IS-ENABLED(1)
               PERFORM EXAMINE-FOR-STRUCTURING
           END-IF.
           IF RULE-IS-ENABLED(2)
               PERFORM EXAMINE-FOR-APPROVAL-PAIR
           END-IF.
           IF RULE-IS-ENABLED(3)
               PERFORM EXAMINE-FOR-REVERSAL
           END-IF.
           IF RULE-IS-ENABLED(4)
               PERFORM EXAMINE-FOR-BURST
           END-IF.

      * Money out of the account inside the window at or below the
      * dual-approval limit but within the card's percentage of it.
       EXAMINE-FOR-STRUCTURING.
           IF TRAN-TYPE-DEPOSIT OR TRAN-REVERSAL-OF NOT = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF WS-ENTRY-DATE < WS-RUL-WINDOW-START(1)
                   OR WS-ENTRY-DATE > WS-TODAY-DATE
               EXIT PARAGRAPH
           END-IF.
           IF TRAN-AMOUNT > PARM-DUAL-APPROVE-LIMIT
                   OR TRAN-AMOUNT * 100 <
                       PARM-DUAL-APPROVE-LIMIT * WS-RUL-PERCENT(1)
               EXIT PARAGRAPH
           END-IF.
           MOVE 1 TO WS-TARGET-RULE-IDX.
           MOVE TRAN-ACCOUNT-NUMBER TO WS-TARGET-ACCOUNT.
           MOVE SPACES TO WS-TARGET-USER-1 WS-TARGET-USER-2.
           PERFORM ADD-ITEM-TO-CANDIDATE.
           IF WS-CND-IDX > 0 AND WS-ENTRY-DATE = WS-TODAY-DATE
               MOVE "Y" TO CND-TODAY-FLAG(WS-CND-IDX)
           END-IF.

      * Only items a supervisor actually approved count - a first
      * signature alone, or a rejection, is not an approval.
       EXAMINE-FOR-APPROVAL-PAIR.
           IF TRAN-APPROVED-BY = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF NOT TRAN-IS-APPROVED AND NOT TRAN-IS-POSTED
                   AND NOT TRAN-IS-HELD
               EXIT PARAGRAPH
           END-IF.
           MOVE TRAN-APPROVAL-TIMESTAMP (1:8) TO WS-APPROVAL-DATE.
           IF WS-APPROVAL-DATE < WS-RUL-WINDOW-START(2)
                   OR WS-APPROVAL-DATE > WS-TODAY-DATE
               EXIT PARAGRAPH
           END-IF.
           PERFORM COUNT-CLERK-APPROVAL.
           MOVE 2 TO WS-TARGET-RULE-IDX.
           MOVE 0 TO WS-TARGET-ACCOUNT.
           MOVE TRAN-ENTERED-BY TO WS-TARGET-USER-1.
           MOVE TRAN-APPROVED-BY TO WS-TARGET-USER-2.
           PERFORM ADD-ITEM-TO-CANDIDATE.
           IF WS-CND-IDX > 0 AND WS-APPROVAL-DATE = WS-TODAY-DATE
               MOVE "Y" TO CND-TODAY-FLAG(WS-CND-IDX)
           END-IF.

       COUNT-CLERK-APPROVAL.
           MOVE 0 TO WS-SUB-2.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-CLERK-COUNT OR WS-SUB-2 > 0
               IF WS-CLK-USER-ID(WS-SUB) = TRAN-ENTERED-BY
                   MOVE WS-SUB TO WS-SUB-2
               END-IF
           END-PERFORM.
           IF WS-SUB-2 = 0
               IF WS-CLERK-COUNT < 500
                   ADD 1 TO WS-CLERK-COUNT
                   MOVE WS-CLERK-COUNT TO WS-SUB-2
                   MOVE TRAN-ENTERED-BY TO WS-CLK-USER-ID(WS-SUB-2)
                   MOVE 0 TO WS-CLK-APPROVED-COUNT(WS-SUB-2)
               ELSE
                   MOVE "Y" TO WS-TABLE-FULL-FLAG
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           ADD 1 TO WS-CLK-APPROVED-COUNT(WS-SUB-2).

      * Each reversal raised today is one candidate; the original is
      * read once the pass is over.
       EXAMINE-FOR-REVERSAL.
           IF TRAN-REVERSAL-OF = SPACES
                   OR WS-ENTRY-DATE NOT = WS-TODAY-DATE
               EXIT PARAGRAPH
           END-IF.
           IF WS-CANDIDATE-COUNT NOT < WS-CANDIDATE-MAX
               MOVE "Y" TO WS-TABLE-FULL-FLAG
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-CANDIDATE-COUNT.
           MOVE WS-CANDIDATE-COUNT TO WS-CND-IDX.
           MOVE 3 TO CND-RULE-IDX(WS-CND-IDX).
           MOVE TRAN-ACCOUNT-NUMBER TO CND-KEY-ACCOUNT(WS-CND-IDX).
           MOVE SPACES TO CND-KEY-USER-1(WS-CND-IDX)
               CND-KEY-USER-2(WS-CND-IDX).
           MOVE TRAN-ENTERED-BY TO CND-USER-ID-1(WS-CND-IDX).
           MOVE SPACES TO CND-USER-ID-2(WS-CND-IDX).
           MOVE 1 TO CND-ITEM-COUNT(WS-CND-IDX).
           MOVE "Y" TO CND-TODAY-FLAG(WS-CND-IDX).
           MOVE TRAN-AMOUNT TO CND-TOTAL-AMOUNT(WS-CND-IDX).
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 10
               MOVE SPACES TO CND-TRAN-ID(WS-CND-IDX, WS-SUB)
           END-PERFORM.
           MOVE TRAN-ID TO CND-TRAN-ID(WS-CND-IDX, 1).
           MOVE TRAN-REVERSAL-OF TO CND-TRAN-ID(WS-CND-IDX, 2).

      * Everything entered today counts towards a burst, on the
      * paying account and on the receiving side of a transfer.
       EXAMINE-FOR-BURST.
           IF WS-ENTRY-DATE NOT = WS-TODAY-DATE
                   OR TRAN-REVERSAL-OF NOT = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE 4 TO WS-TARGET-RULE-IDX.
           MOVE TRAN-ACCOUNT-NUMBER TO WS-TARGET-ACCOUNT.
           MOVE SPACES TO WS-TARGET-USER-1 WS-TARGET-USER-2.
           PERFORM ADD-ITEM-TO-CANDIDATE.
           IF TRAN-TYPE-TRANSFER
               MOVE TRAN-TO-ACCOUNT-NUMBER TO WS-TARGET-ACCOUNT
               PERFORM ADD-ITEM-TO-CANDIDATE
           END-IF.

      * Finds or starts the entry for the target key and adds the
      * current item to it. WS-CND-IDX is left on the entry, or
      * zero when the table is full.
       ADD-ITEM-TO-CANDIDATE.
           MOVE 0 TO WS-CND-IDX.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-CANDIDATE-COUNT OR WS-CND-IDX > 0
               IF CND-RULE-IDX(WS-SUB) = WS-TARGET-RULE-IDX
                       AND CND-KEY-ACCOUNT(WS-SUB) = WS-TARGET-ACCOUNT
                       AND CND-KEY-USER-1(WS-SUB) = WS-TARGET-USER-1
                       AND CND-KEY-USER-2(WS-SUB) = WS-TARGET-USER-2
                   MOVE WS-SUB TO WS-CND-IDX
               END-IF
           END-PERFORM.
           IF WS-CND-IDX = 0
               IF WS-CANDIDATE-COUNT NOT < WS-CANDIDATE-MAX
                   MOVE "Y" TO WS-TABLE-FULL-FLAG
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CANDIDATE-COUNT
               MOVE WS-CANDIDATE-COUNT TO WS-CND-IDX
               MOVE WS-TARGET-RULE-IDX TO CND-RULE-IDX(WS-CND-IDX)
               MOVE WS-TARGET-ACCOUNT TO CND-KEY-ACCOUNT(WS-CND-IDX)
               MOVE WS-TARGET-USER-1 TO CND-KEY-USER-1(WS-CND-IDX)
               MOVE WS-TARGET-USER-2 TO CND-KEY-USER-2(WS-CND-IDX)
               MOVE TRAN-ENTERED-BY TO CND-USER-ID-1(WS-CND-IDX)
               MOVE TRAN-APPROVED-BY TO CND-USER-ID-2(WS-CND-IDX)
               MOVE 0 TO CND-ITEM-COUNT(WS-CND-IDX)
               MOVE "N" TO CND-TODAY-FLAG(WS-CND-IDX)
               MOVE 0 TO CND-TOTAL-AMOUNT(WS-CND-IDX)
               PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 10
                   MOVE SPACES TO CND-TRAN-ID(WS-CND-IDX, WS-SUB)
               END-PERFORM
           END-IF.
           IF CND-ITEM-COUNT(WS-CND-IDX) < 9999
               ADD 1 TO CND-ITEM-COUNT(WS-CND-IDX)
           END-IF.
           ADD TRAN-AMOUNT TO CND-TOTAL-AMOUNT(WS-CND-IDX).
           IF CND-ITEM-COUNT(WS-CND-IDX) NOT > 10
               MOVE TRAN-ID TO CND-TRAN-ID(WS-CND-IDX,
                   CND-ITEM-COUNT(WS-CND-IDX))
           END-IF.
           IF CND-USER-ID-2(WS-CND-IDX) = SPACES
               MOVE TRAN-APPROVED-BY TO CND-USER-ID-2(WS-CND-IDX)
           END-IF.

      * Each pattern built up in the pass is measured against its
      * rule; the ones that fire become alerts.
       EVALUATE-CANDIDATES.
           IF CANDIDATE-TABLE-FULL
               MOVE "*** TABLE FULL - NOT EVERY ITEM COULD BE EXAMINED"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           PERFORM VARYING WS-CND-IDX FROM 1 BY 1
                   UNTIL WS-CND-IDX > WS-CANDIDATE-COUNT
                       OR RUN-ABORTED
               EVALUATE CND-RULE-IDX(WS-CND-IDX)
                   WHEN 1
                       PERFORM CHECK-STRUCTURING
                   WHEN 2
                       PERFORM CHECK-APPROVAL-PAIR
                   WHEN 3
                       PERFORM CHECK-QUICK-REVERSAL
                   WHEN 4
                       PERFORM CHECK-IDLE-BURST
               END-EVALUATE
           END-PERFORM.
           IF WS-RAISED-COUNT = 0 AND NOT RUN-ABORTED
               MOVE "NO NEW ALERTS" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       CHECK-STRUCTURING.
           IF CND-ITEM-COUNT(WS-CND-IDX) < WS-RUL-COUNT(1)
                   OR NOT CND-TAKES-IN-TODAY(WS-CND-IDX)
               EXIT PARAGRAPH
           END-IF.
           PERFORM START-ALERT-FROM-CANDIDATE.
           MOVE "Money out, each item just under the dual limit"
               TO ALRT-DETAIL.
           PERFORM RAISE-ALERT.

      * The pair fires when the supervisor approved at least the
      * card's count of the clerk's items and at least the card's
      * percentage of everything approved for that clerk. The
      * detail says whether the two also approve the other way.
       CHECK-APPROVAL-PAIR.
           IF CND-ITEM-COUNT(WS-CND-IDX) < WS-RUL-COUNT(2)
                   OR NOT CND-TAKES-IN-TODAY(WS-CND-IDX)
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-CLERK-TOTAL.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-CLERK-COUNT
               IF WS-CLK-USER-ID(WS-SUB) = CND-KEY-USER-1(WS-CND-IDX)
                   MOVE WS-CLK-APPROVED-COUNT(WS-SUB)
                       TO WS-CLERK-TOTAL
               END-IF
           END-PERFORM.
           IF CND-ITEM-COUNT(WS-CND-IDX) * 100 <
                   WS-CLERK-TOTAL * WS-RUL-PERCENT(2)
               EXIT PARAGRAPH
           END-IF.
           MOVE "ONE WAY" TO WS-PAIR-WAY.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-CANDIDATE-COUNT
               IF CND-RULE-IDX(WS-SUB) = 2
                       AND CND-KEY-USER-1(WS-SUB) =
                           CND-KEY-USER-2(WS-CND-IDX)
                       AND CND-KEY-USER-2(WS-SUB) =
                           CND-KEY-USER-1(WS-CND-IDX)
                   MOVE "BOTH WAYS" TO WS-PAIR-WAY
               END-IF
           END-PERFORM.
           PERFORM START-ALERT-FROM-CANDIDATE.
           MOVE CND-KEY-USER-1(WS-CND-IDX) TO ALRT-USER-ID-1.
           MOVE CND-KEY-USER-2(WS-CND-IDX) TO ALRT-USER-ID-2.
           MOVE 0 TO ALRT-ACCOUNT-NUMBER.
           MOVE WS-CLERK-TOTAL TO WS-NUMBER-DISPLAY.
           STRING "Items shown of" DELIMITED BY SIZE
               WS-NUMBER-DISPLAY DELIMITED BY SIZE
               " approved for the clerk - " DELIMITED BY SIZE
               WS-PAIR-WAY DELIMITED BY SIZE
               INTO ALRT-DETAIL
           END-STRING.
           PERFORM RAISE-ALERT.

      * An original already archived is long past "soon" and is not
      * looked for.
       CHECK-QUICK-REVERSAL.
           MOVE CND-TRAN-ID(WS-CND-IDX, 2) TO TRAN-ID.
           READ TRANSACTION-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           EVALUATE TRUE
               WHEN WS-TRANSACTION-STATUS = "00"
                   CONTINUE
               WHEN WS-TRANSACTION-STATUS = "23"
                   EXIT PARAGRAPH
               WHEN OTHER
                   DISPLAY "Error reading transaction file - "
                       "status " WS-TRANSACTION-STATUS
                   MOVE "Y" TO WS-ABORT-FLAG
                   EXIT PARAGRAPH
           END-EVALUATE.
           IF TRAN-POSTED-TIMESTAMP = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE TRAN-POSTED-TIMESTAMP (1:8) TO WS-POSTED-DATE.
           MOVE FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE)
                   - WS-RUL-DAYS(3))
               TO WS-CUTOFF-DATE.
           IF WS-POSTED-DATE < WS-CUTOFF-DATE
               EXIT PARAGRAPH
           END-IF.
           PERFORM START-ALERT-FROM-CANDIDATE.
           MOVE TRAN-ENTERED-BY TO ALRT-USER-ID-2.
           STRING "Original posted " DELIMITED BY SIZE
               WS-POSTED-DATE DELIMITED BY SIZE
               ", reversal raised " DELIMITED BY SIZE
               WS-TODAY-DISPLAY DELIMITED BY SIZE
               INTO ALRT-DETAIL
           END-STRING.
           PERFORM RAISE-ALERT.

      * Idle means the account's last customer activity before
      * today is older than the card's days. The latest earlier
      * item still on the transaction file is taken first; the
      * account master's last customer date stands in when that is
      * older than today, as it is until tonight's posting. A
      * dormant account is idle by definition.
       CHECK-IDLE-BURST.
           IF CND-ITEM-COUNT(WS-CND-IDX) < WS-RUL-COUNT(4)
               EXIT PARAGRAPH
           END-IF.
           MOVE CND-KEY-ACCOUNT(WS-CND-IDX) TO ACCT-NUMBER.
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           EVALUATE TRUE
               WHEN WS-ACCOUNT-MASTER-STATUS = "00"
                   CONTINUE
               WHEN WS-ACCOUNT-MASTER-STATUS = "23"
                   EXIT PARAGRAPH
               WHEN OTHER
                   DISPLAY "Error reading account master - status "
                       WS-ACCOUNT-MASTER-STATUS
                   MOVE "Y" TO WS-ABORT-FLAG
                   EXIT PARAGRAPH
           END-EVALUATE.
           PERFORM FIND-LAST-ACTIVITY.
           IF RUN-ABORTED
               EXIT PARAGRAPH
           END-IF.
           IF ACCT-LAST-CUSTOMER-DATE < WS-TODAY-DATE
                   AND ACCT-LAST-CUSTOMER-DATE > WS-LAST-ACTIVITY-DATE
               MOVE ACCT-LAST-CUSTOMER-DATE TO WS-LAST-ACTIVITY-DATE
           END-IF.
           MOVE FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE)
                   - WS-RUL-DAYS(4))
               TO WS-CUTOFF-DATE.
           IF NOT ACCT-IS-DORMANT
                   AND WS-LAST-ACTIVITY-DATE NOT < WS-CUTOFF-DATE
               EXIT PARAGRAPH
           END-IF.
           PERFORM START-ALERT-FROM-CANDIDATE.
           EVALUATE TRUE
               WHEN ACCT-IS-DORMANT
                   MOVE "Items today on a DORMANT account"
                       TO ALRT-DETAIL
               WHEN WS-LAST-ACTIVITY-DATE = 0
                   MOVE "Items today, no earlier activity on file"
                       TO ALRT-DETAIL
               WHEN OTHER
                   STRING "Items today, account idle since "
                           DELIMITED BY SIZE
                       WS-LAST-ACTIVITY-DATE DELIMITED BY SIZE
                       INTO ALRT-DETAIL
                   END-STRING
           END-EVALUATE.
           PERFORM RAISE-ALERT.

      * Latest entry date before today of a customer item on the
      * account, paying or receiving.
       FIND-LAST-ACTIVITY.
           MOVE 0 TO WS-LAST-ACTIVITY-DATE.
           MOVE "N" TO WS-EOF-FLAG.
           MOVE CND-KEY-ACCOUNT(WS-CND-IDX) TO TRAN-ACCOUNT-NUMBER.
           START TRANSACTION-FILE KEY IS EQUAL TO TRAN-ACCOUNT-NUMBER
               INVALID KEY
                   MOVE "Y" TO WS-EOF-FLAG
           END-START.
           PERFORM UNTIL END-OF-INPUT OR RUN-ABORTED
               READ TRANSACTION-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF TRAN-ACCOUNT-NUMBER =
                               CND-KEY-ACCOUNT(WS-CND-IDX)
                           PERFORM NOTE-EARLIER-ACTIVITY
                       ELSE
                           MOVE "Y" TO WS-EOF-FLAG
                       END-IF
               END-READ
               IF WS-TRANSACTION-STATUS NOT = "00"
                       AND WS-TRANSACTION-STATUS NOT = "02"
                       AND NOT END-OF-INPUT
                   DISPLAY "Error reading transaction file - "
                       "status " WS-TRANSACTION-STATUS
                   MOVE "Y" TO WS-ABORT-FLAG
               END-IF
           END-PERFORM.
           MOVE "N" TO WS-EOF-FLAG.
           MOVE CND-KEY-ACCOUNT(WS-CND-IDX) TO TRAN-TO-ACCOUNT-NUMBER.
           START TRANSACTION-FILE
                   KEY IS EQUAL TO TRAN-TO-ACCOUNT-NUMBER
               INVALID KEY
                   MOVE "Y" TO WS-EOF-FLAG
           END-START.
           PERFORM UNTIL END-OF-INPUT OR RUN-ABORTED
               READ TRANSACTION-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF TRAN-TO-ACCOUNT-NUMBER =
                               CND-KEY-ACCOUNT(WS-CND-IDX)
                           PERFORM NOTE-EARLIER-ACTIVITY
                       ELSE
                           MOVE "Y" TO WS-EOF-FLAG
                       END-IF
               END-READ
               IF WS-TRANSACTION-STATUS NOT = "00"
                       AND WS-TRANSACTION-STATUS NOT = "02"
                       AND NOT END-OF-INPUT
                   DISPLAY "Error reading transaction file - "
                       "status " WS-TRANSACTION-STATUS
                   MOVE "Y" TO WS-ABORT-FLAG
               END-IF
           END-PERFORM.

       NOTE-EARLIER-ACTIVITY.
           IF TRAN-ENTERED-BY-INTEREST
                   OR TRAN-IS-REJECTED OR TRAN-IS-ACKNOWLEDGED
               EXIT PARAGRAPH
           END-IF.
           MOVE TRAN-ENTRY-TIMESTAMP (1:8) TO WS-ENTRY-DATE.
           IF WS-ENTRY-DATE < WS-TODAY-DATE
                   AND WS-ENTRY-DATE > WS-LAST-ACTIVITY-DATE
               MOVE WS-ENTRY-DATE TO WS-LAST-ACTIVITY-DATE
           END-IF.

       START-ALERT-FROM-CANDIDATE.
           MOVE SPACES TO ALERT-RECORD.
           MOVE WS-RULE-NAME(CND-RULE-IDX(WS-CND-IDX)) TO ALRT-RULE.
           MOVE CND-KEY-ACCOUNT(WS-CND-IDX) TO ALRT-ACCOUNT-NUMBER.
           MOVE CND-USER-ID-1(WS-CND-IDX) TO ALRT-USER-ID-1.
           MOVE CND-USER-ID-2(WS-CND-IDX) TO ALRT-USER-ID-2.
           MOVE CND-ITEM-COUNT(WS-CND-IDX) TO ALRT-ITEM-COUNT.
           MOVE CND-TOTAL-AMOUNT(WS-CND-IDX) TO ALRT-TOTAL-AMOUNT.
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 10
               MOVE CND-TRAN-ID(WS-CND-IDX, WS-SUB)
                   TO ALRT-TRAN-ID(WS-SUB)
           END-PERFORM.
           MOVE 0 TO ALRT-REVIEWED-DATE ALRT-CLOSED-DATE.

      * Writes the alert built in the record area unless the same
      * pattern already has one open or in review.
       RAISE-ALERT.
           PERFORM BUILD-ALERT-IDENTITY.
           MOVE "N" TO WS-IDENTITY-FOUND.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-IDENTITY-COUNT
                       OR IDENTITY-ALREADY-OPEN
               IF WS-OPEN-IDENTITY(WS-SUB) = WS-ALERT-IDENTITY
                   MOVE "Y" TO WS-IDENTITY-FOUND
               END-IF
           END-PERFORM.
           IF IDENTITY-ALREADY-OPEN
               ADD 1 TO WS-SUPPRESSED-COUNT
               EXIT PARAGRAPH
           END-IF.
           IF WS-NEXT-SEQUENCE = 9999
               DISPLAY "No alert numbers left for business date "
                   WS-TODAY-DISPLAY
               MOVE "Y" TO WS-ABORT-FLAG
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NEXT-SEQUENCE.
           MOVE WS-TODAY-DATE TO ALRT-RAISED-DATE.
           MOVE WS-NEXT-SEQUENCE TO ALRT-SEQUENCE.
           SET ALRT-IS-OPEN TO TRUE.
           WRITE ALERT-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF WS-ALERT-STATUS NOT = "00"
               DISPLAY "Unable to write alert - status "
                   WS-ALERT-STATUS
               MOVE "Y" TO WS-ABORT-FLAG
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-RAISED-COUNT.
           PERFORM NOTE-OPEN-IDENTITY.
           PERFORM WRITE-ALERT-LINES.

      * The alert line, its detail and the TRAN-IDs behind it.
       WRITE-ALERT-LINES.
           MOVE ALRT-RAISED-DATE TO AL-RAISED-DATE.
           MOVE ALRT-SEQUENCE TO AL-SEQUENCE.
           MOVE ALRT-RULE TO AL-RULE.
           IF ALRT-ACCOUNT-NUMBER = 0
               MOVE SPACES TO AL-ACCOUNT
           ELSE
               MOVE ALRT-ACCOUNT-NUMBER TO AL-ACCOUNT
           END-IF.
           MOVE ALRT-USER-ID-1 TO AL-USER-ID-1.
           MOVE ALRT-USER-ID-2 TO AL-USER-ID-2.
           MOVE ALRT-ITEM-COUNT TO AL-ITEM-COUNT.
           MOVE ALRT-TOTAL-AMOUNT TO AL-AMOUNT.
           EVALUATE TRUE
               WHEN ALRT-IS-OPEN
                   MOVE "OPEN" TO AL-STATUS
               WHEN ALRT-IS-IN-REVIEW
                   MOVE "IN REVIEW" TO AL-STATUS
               WHEN OTHER
                   MOVE "CLOSED" TO AL-STATUS
           END-EVALUATE.
           MOVE ALRT-REVIEWED-BY TO AL-REVIEWED-BY.
           WRITE REPORT-LINE FROM WS-ALERT-LINE.
           MOVE ALRT-DETAIL TO ADL-DETAIL.
           WRITE REPORT-LINE FROM WS-ALERT-DETAIL-LINE.
           MOVE SPACES TO TIL-TRAN-ID(1) TIL-TRAN-ID(2)
               TIL-TRAN-ID(3) TIL-TRAN-ID(4) TIL-TRAN-ID(5).
           MOVE 0 TO WS-SUB-2.
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 10
               IF ALRT-TRAN-ID(WS-SUB) NOT = SPACES
                   ADD 1 TO WS-SUB-2
                   MOVE ALRT-TRAN-ID(WS-SUB) TO TIL-TRAN-ID(WS-SUB-2)
               END-IF
               IF WS-SUB-2 = 5
                   WRITE REPORT-LINE FROM WS-TRAN-ID-LINE
                   MOVE SPACES TO TIL-TRAN-ID(1) TIL-TRAN-ID(2)
                       TIL-TRAN-ID(3) TIL-TRAN-ID(4) TIL-TRAN-ID(5)
                   MOVE 0 TO WS-SUB-2
               END-IF
           END-PERFORM.
           IF WS-SUB-2 > 0
               WRITE REPORT-LINE FROM WS-TRAN-ID-LINE
           END-IF.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "Error writing report - status "
                   WS-REPORT-STATUS
               MOVE "Y" TO WS-ABORT-FLAG
           END-IF.

      * Compliance's work list: every alert on file not yet closed,
      * oldest first, including the ones raised tonight.
       LIST-OUTSTANDING-ALERTS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "ALERTS OUTSTANDING - OPEN OR IN REVIEW"
               TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM WS-ALERT-HEADING.
           MOVE "N" TO WS-EOF-FLAG.
           MOVE ZEROS TO ALRT-KEY.
           START ALERT-FILE KEY NOT LESS THAN ALRT-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-FLAG
           END-START.
           PERFORM UNTIL END-OF-INPUT OR RUN-ABORTED
               READ ALERT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF ALRT-IS-OUTSTANDING
                           ADD 1 TO WS-OUTSTANDING-COUNT
                           PERFORM WRITE-ALERT-LINES
                       END-IF
               END-READ
               IF WS-ALERT-STATUS NOT = "00"
                       AND NOT END-OF-INPUT
                       AND NOT RUN-ABORTED
                   DISPLAY "Error reading alert file - status "
                       WS-ALERT-STATUS
                   MOVE "Y" TO WS-ABORT-FLAG
               END-IF
           END-PERFORM.
           IF WS-OUTSTANDING-COUNT = 0 AND NOT RUN-ABORTED
               MOVE "NO ALERTS OUTSTANDING" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE "TRANSACTIONS READ               :" TO TL-LABEL.
           MOVE WS-ITEMS-READ TO TL-COUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "ALERTS RAISED                   :" TO TL-LABEL.
           MOVE WS-RAISED-COUNT TO TL-COUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "FOUND AGAIN - ALREADY OUTSTANDING:" TO TL-LABEL.
           MOVE WS-SUPPRESSED-COUNT TO TL-COUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "ALERTS OUTSTANDING ON FILE      :" TO TL-LABEL.
           MOVE WS-OUTSTANDING-COUNT TO TL-COUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.

       START-RUN-CONTROL.
           MOVE "S" TO RUNQ-FUNCTION.
           MOVE "SUSP-MONITOR" TO RUNQ-JOB-NAME.
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
