       IDENTIFICATION DIVISION.
       PROGRAM-ID. STANDING-ORDER.

      * Standing-order run. Raises a PENDING TRAN-RECORD for every
      * active order on the STNDORD file falling due on or before
      * the business date, under the STANDORD source id, so the
      * items still go through the normal TRAN-APPROVE queue and
      * dual control before TRAN-POST applies them. Each order's
      * next due date is then rolled on by its frequency; an order
      * that missed runs raises one item for every date it missed.
      * A due date on an account that is no longer open, or that
      * would pay out of a dormant account, is skipped - nothing is
      * raised, the date is rolled on and the order stays active for
      * the next one. An order whose next due date has passed its
      * end date is marked expired. The SORDRPT report lists every
      * order raised, skipped and expired, with the TRAN-ID raised
      * or the reason. RC=4 means something was skipped; RC=8 means
      * the run failed part way - orders already rolled on are not
      * raised twice, so a rerun picks up only the rest.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STANDING-ORDER-FILE ASSIGN TO "STNDORD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SORD-KEY
               FILE STATUS IS WS-STANDING-ORDER-STATUS.
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
           SELECT REPORT-FILE ASSIGN TO "SORDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STANDING-ORDER-FILE.
           COPY "SORDREC.cpy".

       FD  TRANSACTION-FILE.
           COPY "TRANREC.cpy".

       FD  ACCOUNT-MASTER-FILE.
           COPY "ACCTREC.cpy".

       FD  REPORT-FILE.
       01 REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-STANDING-ORDER-STATUS PIC XX.
       01 WS-TRANSACTION-STATUS PIC XX.
       01 WS-ACCOUNT-MASTER-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-STANDING-ORDER-OPEN PIC X VALUE "N".
           88 STANDING-ORDER-IS-OPEN VALUE "Y".
       01 WS-TRANSACTION-OPEN PIC X VALUE "N".
           88 TRANSACTION-IS-OPEN VALUE "Y".
       01 WS-ACCOUNT-MASTER-OPEN PIC X VALUE "N".
           88 ACCOUNT-MASTER-IS-OPEN VALUE "Y".
       01 WS-REPORT-OPEN PIC X VALUE "N".
           88 REPORT-IS-OPEN VALUE "Y".
       01 WS-EOF-FLAG PIC X VALUE "N".
           88 END-OF-ORDERS VALUE "Y".
       01 WS-ABORT-FLAG PIC X VALUE "N".
           88 RUN-ABORTED VALUE "Y".
      * Source id stamped into TRAN-ENTERED-BY so the approval
      * queue shows standing-order items under one identity,
      * distinct from any clerk and from branch intake.
       01 WS-BATCH-SOURCE-ID PIC X(8) VALUE "STANDORD".
       01 WS-BUSINESS-DATE PIC 9(8).
       01 WS-BUSINESS-DISPLAY PIC X(8).
       01 WS-ENTRY-STAMP PIC X(21).
       01 WS-WRITE-TRIES PIC 9(2) VALUE 0.
       01 WS-RECORD-WRITTEN PIC X VALUE "N".
           88 RECORD-WRITTEN VALUE "Y".
       01 WS-DUE-OK PIC X VALUE "N".
           88 DUE-DATE-PAYABLE VALUE "Y".
       01 WS-SKIP-REASON PIC X(40).
       01 WS-DUE-DATE PIC 9(8).
      * Work date for rolling an order on by whole months.
       01 WS-ROLL-DATE.
           05 WS-ROLL-YEAR PIC 9(4).
           05 WS-ROLL-MONTH PIC 9(2).
           05 WS-ROLL-DAY PIC 9(2).
       01 WS-ROLL-DATE-VALUE REDEFINES WS-ROLL-DATE PIC 9(8).
       01 WS-MONTHS-TO-ADD PIC 9(2).
       01 WS-MONTH-INDEX PIC 9(6).
       01 WS-MONTH-REMAINDER PIC 9(2).
       01 WS-LAST-DAY-DATE PIC 9(8).
       01 WS-ORDERS-READ PIC 9(7) VALUE 0.
       01 WS-RAISED-COUNT PIC 9(7) VALUE 0.
       01 WS-SKIPPED-COUNT PIC 9(7) VALUE 0.
       01 WS-EXPIRED-COUNT PIC 9(7) VALUE 0.
       01 WS-RAISED-TOTAL PIC 9(11)V99 VALUE 0.

       01 WS-HEADER-1 PIC X(132).
       01 WS-ORDER-HEADING.
           05 FILLER PIC X(14) VALUE "ORDER".
           05 FILLER PIC X(5) VALUE "TYPE".
           05 FILLER PIC X(10) VALUE "TO-ACCT".
           05 FILLER PIC X(13) VALUE "       AMOUNT".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "DUE DATE".
           05 FILLER PIC X(9) VALUE "ACTION".
           05 FILLER PIC X(40) VALUE "TRAN-ID / REASON".
       01 WS-ORDER-LINE.
           05 OL-ACCOUNT PIC 9(8).
           05 FILLER PIC X VALUE "-".
           05 OL-SEQUENCE PIC 9(3).
           05 FILLER PIC X(2) VALUE SPACES.
           05 OL-TYPE PIC X(1).
           05 FILLER PIC X(4) VALUE SPACES.
           05 OL-TO-ACCOUNT PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 OL-AMOUNT PIC Z(9)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 OL-DUE-DATE PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 OL-ACTION PIC X(7).
           05 FILLER PIC X(2) VALUE SPACES.
           05 OL-DETAIL PIC X(40).
       01 WS-TOTAL-LINE.
           05 TL-LABEL PIC X(34).
           05 TL-COUNT PIC Z(6)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 TL-AMOUNT PIC X(15).
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
           CALL "BUSDATE-READ" USING WS-BUSINESS-DATE.
           MOVE WS-BUSINESS-DATE TO WS-BUSINESS-DISPLAY.
           PERFORM START-RUN-CONTROL.
           IF NOT RUNQ-ACCEPTED
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM OPEN-ALL-FILES.
           IF NOT RUN-ABORTED
               PERFORM WRITE-REPORT-HEADERS
               PERFORM PROCESS-STANDING-ORDERS
           END-IF.
           IF NOT RUN-ABORTED
               PERFORM WRITE-REPORT-TOTALS
           END-IF.
           PERFORM CLOSE-ALL-FILES.
           DISPLAY "Standing-order run for business date "
               WS-BUSINESS-DISPLAY.
           DISPLAY "  Orders read             : " WS-ORDERS-READ.
           DISPLAY "  Items raised            : " WS-RAISED-COUNT.
           DISPLAY "  Due dates skipped       : " WS-SKIPPED-COUNT.
           DISPLAY "  Orders expired          : " WS-EXPIRED-COUNT.
           EVALUATE TRUE
               WHEN RUN-ABORTED
                   DISPLAY "STANDING-ORDER RUN FAILED - rerun after "
                       "the problem is fixed."
                   MOVE 8 TO RETURN-CODE
               WHEN WS-SKIPPED-COUNT > 0
                   DISPLAY "Standing-order run complete - skipped "
                       "due dates are on the report."
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY "Standing-order run complete."
           END-EVALUATE.
           PERFORM END-RUN-CONTROL.
           STOP RUN.

      * No standing-order file only means no clerk has set an order
      * up yet - the run completes with nothing to raise.
       OPEN-ALL-FILES.
           OPEN I-O STANDING-ORDER-FILE.
           EVALUATE WS-STANDING-ORDER-STATUS
               WHEN "00"
                   MOVE "Y" TO WS-STANDING-ORDER-OPEN
               WHEN "35"
                   DISPLAY "No standing-order file - nothing to "
                       "raise."
                   MOVE "Y" TO WS-EOF-FLAG
               WHEN OTHER
                   DISPLAY "Unable to open standing-order file - "
                       "status " WS-STANDING-ORDER-STATUS
                   MOVE "Y" TO WS-ABORT-FLAG
           END-EVALUATE.
           OPEN INPUT ACCOUNT-MASTER-FILE.
           IF WS-ACCOUNT-MASTER-STATUS = "00"
               MOVE "Y" TO WS-ACCOUNT-MASTER-OPEN
           ELSE
               DISPLAY "Unable to open account master file - "
                   "status " WS-ACCOUNT-MASTER-STATUS
               MOVE "Y" TO WS-ABORT-FLAG
           END-IF.
           OPEN I-O TRANSACTION-FILE.
           IF WS-TRANSACTION-STATUS = "35"
               OPEN OUTPUT TRANSACTION-FILE
               CLOSE TRANSACTION-FILE
               OPEN I-O TRANSACTION-FILE
           END-IF.
           IF WS-TRANSACTION-STATUS = "00"
               MOVE "Y" TO WS-TRANSACTION-OPEN
           ELSE
               DISPLAY "Unable to open transaction file - status "
                   WS-TRANSACTION-STATUS
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
           IF STANDING-ORDER-IS-OPEN
               CLOSE STANDING-ORDER-FILE
           END-IF.
           IF ACCOUNT-MASTER-IS-OPEN
               CLOSE ACCOUNT-MASTER-FILE
           END-IF.
           IF TRANSACTION-IS-OPEN
               CLOSE TRANSACTION-FILE
           END-IF.
           IF REPORT-IS-OPEN
               CLOSE REPORT-FILE
           END-IF.

       WRITE-REPORT-HEADERS.
           MOVE SPACES TO WS-HEADER-1.
           STRING "STANDING-ORDER RUN - BUSINESS DATE "
                   DELIMITED BY SIZE
               WS-BUSINESS-DISPLAY DELIMITED BY SIZE
               INTO WS-HEADER-1
           END-STRING.
           WRITE REPORT-LINE FROM WS-HEADER-1.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM WS-ORDER-HEADING.

       PROCESS-STANDING-ORDERS.
           IF NOT STANDING-ORDER-IS-OPEN
               MOVE "NO STANDING ORDERS ON FILE" TO REPORT-LINE
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF-FLAG.
           MOVE ZEROS TO SORD-KEY.
           START STANDING-ORDER-FILE KEY NOT LESS THAN SORD-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-FLAG
           END-START.
           PERFORM UNTIL END-OF-ORDERS OR RUN-ABORTED
               READ STANDING-ORDER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM PROCESS-ONE-ORDER
               END-READ
               IF WS-STANDING-ORDER-STATUS NOT = "00"
                       AND NOT END-OF-ORDERS
                       AND NOT RUN-ABORTED
                   DISPLAY "Error reading standing-order file - "
                       "status " WS-STANDING-ORDER-STATUS
                   MOVE "Y" TO WS-ABORT-FLAG
               END-IF
           END-PERFORM.
           IF WS-RAISED-COUNT + WS-SKIPPED-COUNT + WS-EXPIRED-COUNT
                   = 0 AND NOT RUN-ABORTED
               MOVE "NO STANDING ORDERS DUE" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

      * One pass per due date on or before the business date. The
      * order is rewritten after every date so a failure part way
      * never raises the same date twice on the rerun.
       PROCESS-ONE-ORDER.
           ADD 1 TO WS-ORDERS-READ.
           IF NOT SORD-IS-ACTIVE
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL SORD-NEXT-DUE-DATE > WS-BUSINESS-DATE
                   OR NOT SORD-IS-ACTIVE OR RUN-ABORTED
               IF SORD-END-DATE NOT = 0
                       AND SORD-NEXT-DUE-DATE > SORD-END-DATE
                   PERFORM EXPIRE-ORDER
               ELSE
                   PERFORM PROCESS-ONE-DUE-DATE
               END-IF
               IF NOT RUN-ABORTED
                   PERFORM REWRITE-ORDER-RECORD
               END-IF
           END-PERFORM.
      * The last payment has gone - close the order now rather
      * than leave it active until its next date comes round.
           IF SORD-IS-ACTIVE AND NOT RUN-ABORTED
                   AND SORD-END-DATE NOT = 0
                   AND SORD-NEXT-DUE-DATE > SORD-END-DATE
               PERFORM EXPIRE-ORDER
               PERFORM REWRITE-ORDER-RECORD
           END-IF.

       PROCESS-ONE-DUE-DATE.
           MOVE SORD-NEXT-DUE-DATE TO WS-DUE-DATE.
           PERFORM CHECK-ORDER-ACCOUNTS.
           IF RUN-ABORTED
               EXIT PARAGRAPH
           END-IF.
           IF DUE-DATE-PAYABLE
               PERFORM WRITE-TRANSACTION-RECORD
               IF RUN-ABORTED
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-DUE-DATE TO SORD-LAST-RAISED-DATE
               MOVE TRAN-ID TO SORD-LAST-TRAN-ID
               ADD 1 TO WS-RAISED-COUNT
               ADD SORD-AMOUNT TO WS-RAISED-TOTAL
               MOVE "RAISED" TO OL-ACTION
               MOVE TRAN-ID TO OL-DETAIL
           ELSE
               ADD 1 TO WS-SKIPPED-COUNT
               MOVE "SKIPPED" TO OL-ACTION
               MOVE WS-SKIP-REASON TO OL-DETAIL
           END-IF.
           PERFORM WRITE-ORDER-LINE.
           PERFORM ROLL-NEXT-DUE-DATE.

      * The same gate TRAN-ENTRY keeps at the screen: the paying
      * account must be open and nothing may be paid out of it
      * while it is dormant; a transfer's receiving account must be
      * open too.
       CHECK-ORDER-ACCOUNTS.
           MOVE "N" TO WS-DUE-OK.
           MOVE SPACES TO WS-SKIP-REASON.
           MOVE SORD-ACCOUNT-NUMBER TO ACCT-NUMBER.
           PERFORM READ-ORDER-ACCOUNT.
           IF RUN-ABORTED OR WS-SKIP-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF ACCT-IS-DORMANT AND NOT SORD-TYPE-DEPOSIT
               MOVE "Account dormant - nothing paid out"
                   TO WS-SKIP-REASON
               EXIT PARAGRAPH
           END-IF.
           IF NOT ACCT-IS-OPEN
               MOVE "Account is not open" TO WS-SKIP-REASON
               EXIT PARAGRAPH
           END-IF.
           IF SORD-TYPE-TRANSFER
               MOVE SORD-TO-ACCOUNT-NUMBER TO ACCT-NUMBER
               PERFORM READ-ORDER-ACCOUNT
               IF RUN-ABORTED OR WS-SKIP-REASON NOT = SPACES
                   EXIT PARAGRAPH
               END-IF
               IF NOT ACCT-IS-OPEN
                   MOVE "Receiving account is not open"
                       TO WS-SKIP-REASON
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE "Y" TO WS-DUE-OK.

       READ-ORDER-ACCOUNT.
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           EVALUATE TRUE
               WHEN WS-ACCOUNT-MASTER-STATUS = "00"
                   CONTINUE
               WHEN WS-ACCOUNT-MASTER-STATUS = "23"
                   MOVE "Account not on the account master"
                       TO WS-SKIP-REASON
               WHEN OTHER
                   DISPLAY "Error reading account master - status "
                       WS-ACCOUNT-MASTER-STATUS
                   MOVE "Y" TO WS-ABORT-FLAG
           END-EVALUATE.

       EXPIRE-ORDER.
           SET SORD-IS-EXPIRED TO TRUE.
           ADD 1 TO WS-EXPIRED-COUNT.
           MOVE SORD-END-DATE TO WS-DUE-DATE.
           MOVE "EXPIRED" TO OL-ACTION.
           MOVE SPACES TO OL-DETAIL.
           STRING "End date " DELIMITED BY SIZE
               SORD-END-DATE DELIMITED BY SIZE
               " passed" DELIMITED BY SIZE
               INTO OL-DETAIL
           END-STRING.
           PERFORM WRITE-ORDER-LINE.

       WRITE-ORDER-LINE.
           MOVE SORD-ACCOUNT-NUMBER TO OL-ACCOUNT.
           MOVE SORD-SEQUENCE TO OL-SEQUENCE.
           MOVE SORD-TYPE TO OL-TYPE.
           IF SORD-TYPE-TRANSFER
               MOVE SORD-TO-ACCOUNT-NUMBER TO OL-TO-ACCOUNT
           ELSE
               MOVE SPACES TO OL-TO-ACCOUNT
           END-IF.
           MOVE SORD-AMOUNT TO OL-AMOUNT.
           MOVE WS-DUE-DATE TO OL-DUE-DATE.
           WRITE REPORT-LINE FROM WS-ORDER-LINE.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "Error writing report - status "
                   WS-REPORT-STATUS
               MOVE "Y" TO WS-ABORT-FLAG
           END-IF.

      * Weekly and fortnightly orders move on by days. The others
      * move on by whole months and land on the order's due day, or
      * on the last day of a month too short to have it.
       ROLL-NEXT-DUE-DATE.
           EVALUATE TRUE
               WHEN SORD-WEEKLY
                   MOVE FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE (SORD-NEXT-DUE-DATE)
                           + 7)
                       TO SORD-NEXT-DUE-DATE
                   EXIT PARAGRAPH
               WHEN SORD-FORTNIGHTLY
                   MOVE FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE (SORD-NEXT-DUE-DATE)
                           + 14)
                       TO SORD-NEXT-DUE-DATE
                   EXIT PARAGRAPH
               WHEN SORD-MONTHLY
                   MOVE 1 TO WS-MONTHS-TO-ADD
               WHEN SORD-QUARTERLY
                   MOVE 3 TO WS-MONTHS-TO-ADD
               WHEN OTHER
                   MOVE 12 TO WS-MONTHS-TO-ADD
           END-EVALUATE.
           MOVE SORD-NEXT-DUE-DATE TO WS-ROLL-DATE-VALUE.
           COMPUTE WS-MONTH-INDEX = WS-ROLL-YEAR * 12
               + WS-ROLL-MONTH - 1 + WS-MONTHS-TO-ADD.
           DIVIDE WS-MONTH-INDEX BY 12 GIVING WS-ROLL-YEAR
               REMAINDER WS-MONTH-REMAINDER.
           ADD 1 WS-MONTH-REMAINDER GIVING WS-ROLL-MONTH.
      * Last day of the new month: the day before the first of the
      * month after it. The order's own due day is used when the
      * month is long enough to have it.
           MOVE 1 TO WS-ROLL-DAY.
           IF WS-ROLL-MONTH = 12
               COMPUTE WS-LAST-DAY-DATE =
                   (WS-ROLL-YEAR + 1) * 10000 + 101
           ELSE
               COMPUTE WS-LAST-DAY-DATE = WS-ROLL-DATE-VALUE + 100
           END-IF.
           MOVE FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-LAST-DAY-DATE) - 1)
               TO WS-ROLL-DATE-VALUE.
           IF SORD-DUE-DAY < WS-ROLL-DAY
               MOVE SORD-DUE-DAY TO WS-ROLL-DAY
           END-IF.
           MOVE WS-ROLL-DATE-VALUE TO SORD-NEXT-DUE-DATE.

       REWRITE-ORDER-RECORD.
           REWRITE STANDING-ORDER-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           IF WS-STANDING-ORDER-STATUS NOT = "00"
               DISPLAY "Unable to rewrite standing order "
                   SORD-ACCOUNT-NUMBER "-" SORD-SEQUENCE
                   " - status " WS-STANDING-ORDER-STATUS
               MOVE "Y" TO WS-ABORT-FLAG
           END-IF.

       WRITE-TRANSACTION-RECORD.
           MOVE "N" TO WS-RECORD-WRITTEN.
           MOVE 0 TO WS-WRITE-TRIES.
           MOVE SORD-ACCOUNT-NUMBER TO TRAN-ACCOUNT-NUMBER.
           MOVE SORD-TYPE TO TRAN-TYPE.
           IF SORD-TYPE-TRANSFER
               MOVE SORD-TO-ACCOUNT-NUMBER TO TRAN-TO-ACCOUNT-NUMBER
           ELSE
               MOVE ZEROS TO TRAN-TO-ACCOUNT-NUMBER
           END-IF.
           MOVE SORD-AMOUNT TO TRAN-AMOUNT.
           MOVE WS-BATCH-SOURCE-ID TO TRAN-ENTERED-BY.
           SET TRAN-IS-PENDING TO TRUE.
           MOVE SPACES TO TRAN-APPROVED-BY TRAN-APPROVAL-TIMESTAMP
               TRAN-POSTED-TIMESTAMP TRAN-REVERSAL-OF
               TRAN-REVERSED-BY-ID TRAN-FIRST-SIGNED-BY
               TRAN-FIRST-SIGN-TIMESTAMP TRAN-RESUBMIT-OF.
      * The id is the stamp to the hundredth of a second; in batch
      * the clock can land on the same hundredth twice running, so
      * the duplicate retry is allowed more tries than the entry
      * screen needs.
           PERFORM UNTIL RECORD-WRITTEN OR WS-WRITE-TRIES > 99
               MOVE FUNCTION CURRENT-DATE TO WS-ENTRY-STAMP
               MOVE WS-BUSINESS-DATE TO WS-ENTRY-STAMP (1:8)
               MOVE WS-ENTRY-STAMP (1:16) TO TRAN-ID
               MOVE WS-ENTRY-STAMP TO TRAN-ENTRY-TIMESTAMP
               WRITE TRAN-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
               EVALUATE WS-TRANSACTION-STATUS
      * "02" is success: another record already carries this
      * account number on the alternate key, the normal case for
      * any account with prior activity.
                   WHEN "00"
                   WHEN "02"
                       MOVE "Y" TO WS-RECORD-WRITTEN
                   WHEN "22"
                       ADD 1 TO WS-WRITE-TRIES
                   WHEN OTHER
                       MOVE 100 TO WS-WRITE-TRIES
               END-EVALUATE
           END-PERFORM.
           IF NOT RECORD-WRITTEN
               DISPLAY "Unable to write transaction record - "
                   "status " WS-TRANSACTION-STATUS
               MOVE "Y" TO WS-ABORT-FLAG
           END-IF.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE "ORDERS READ                     :" TO TL-LABEL.
           MOVE WS-ORDERS-READ TO TL-COUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "ITEMS RAISED - AMOUNT           :" TO TL-LABEL.
           MOVE WS-RAISED-COUNT TO TL-COUNT.
           MOVE WS-RAISED-TOTAL TO WS-AMOUNT-DISPLAY.
           MOVE WS-AMOUNT-DISPLAY TO TL-AMOUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE SPACES TO TL-AMOUNT.
           MOVE "DUE DATES SKIPPED               :" TO TL-LABEL.
           MOVE WS-SKIPPED-COUNT TO TL-COUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "ORDERS EXPIRED                  :" TO TL-LABEL.
           MOVE WS-EXPIRED-COUNT TO TL-COUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.

       START-RUN-CONTROL.
           MOVE "S" TO RUNQ-FUNCTION.
           MOVE "STANDING-ORDER" TO RUNQ-JOB-NAME.
           MOVE WS-BUSINESS-DATE TO RUNQ-BUSINESS-DATE.
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
