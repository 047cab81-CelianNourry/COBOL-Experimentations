      * threshold, and any account whose
      * posted amounts do not tie back to its ACCOUNT-MASTER
      * balance movement for the day (open balance as captured by
      * TRAN-POST against closing balance). A transfer counts once
      * in the clerk and shop figures but ties back on both
      * accounts - out of the paying one and into the receiving
      * one. The job ends RC=8 when
      * the postings do not tie back, RC=4 when only aged PENDING
      * items were found, so operations sees it overnight.

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
           SELECT REPORT-FILE ASSIGN TO "EODBAL"
               ORGANIZATION IS LINE SEQUENTIAL
               10 WS-ACC-POSTED-NET PIC S9(11)V99.
       01 WS-ACCOUNT-COUNT PIC 9(4) VALUE 0.
       01 WS-ACCOUNT-IDX PIC 9(4) VALUE 0.
       01 WS-NET-ACCOUNT PIC 9(8).
       01 WS-NET-AMOUNT PIC S9(9)V99.

       01 WS-SHOP-TOTALS.
           05 WS-SHOP-ENTERED-COUNT PIC 9(7) VALUE 0.
           05 TB-POSTED-NET PIC -Z(10)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 TB-MOVEMENT PIC -Z(10)9.99.
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
               WHEN OTHER
                   DISPLAY "EOD balancing complete - in balance."
           END-EVALUATE.
           PERFORM END-RUN-CONTROL.
           STOP RUN.

       OPEN-ALL-FILES.
               END-IF
               ADD 1 TO WS-SHOP-POSTED-COUNT
               ADD TRAN-AMOUNT TO WS-SHOP-POSTED-AMOUNT
               MOVE TRAN-ACCOUNT-NUMBER TO WS-NET-ACCOUNT
               IF TRAN-TYPE-DEPOSIT
                   MOVE TRAN-AMOUNT TO WS-NET-AMOUNT
               ELSE
                   COMPUTE WS-NET-AMOUNT = 0 - TRAN-AMOUNT
               END-IF
               PERFORM ADD-TO-ACCOUNT-NET
               IF TRAN-TYPE-TRANSFER AND NOT RUN-ABORTED
                   MOVE TRAN-TO-ACCOUNT-NUMBER TO WS-NET-ACCOUNT
                   MOVE TRAN-AMOUNT TO WS-NET-AMOUNT
                   PERFORM ADD-TO-ACCOUNT-NET
               END-IF
           END-IF.
      * First-signed items are aged too - waiting weeks for a
      * countersignature is the same stuck-awaiting-approval
           IF WS-ACCOUNT-COUNT > 0
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-ACCOUNT-COUNT
                   IF WS-ACC-NUMBER(WS-SUB) = WS-NET-ACCOUNT
                       MOVE WS-SUB TO WS-ACCOUNT-IDX
                   END-IF
               END-PERFORM
               IF WS-ACCOUNT-COUNT < 500
                   ADD 1 TO WS-ACCOUNT-COUNT
                   MOVE WS-ACCOUNT-COUNT TO WS-ACCOUNT-IDX
                   MOVE WS-NET-ACCOUNT
                       TO WS-ACC-NUMBER(WS-ACCOUNT-IDX)
                   MOVE 0 TO WS-ACC-POSTED-NET(WS-ACCOUNT-IDX)
               ELSE
                   DISPLAY "WARNING: account table full (500) - "
                       "tie-back incomplete for "
                       WS-NET-ACCOUNT
                   MOVE "Y" TO WS-ABORT-FLAG
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           ADD WS-NET-AMOUNT TO WS-ACC-POSTED-NET(WS-ACCOUNT-IDX).

       CHECK-PENDING-AGE.
           IF TRAN-ENTRY-TIMESTAMP (1:8) IS NOT NUMERIC
               WRITE REPORT-LINE FROM WS-TIE-BACK-LINE
               ADD 1 TO WS-TIE-BACK-ERRORS
           END-IF.

       START-RUN-CONTROL.
           MOVE "S" TO RUNQ-FUNCTION.
           MOVE "EOD-BALANCE" TO RUNQ-JOB-NAME.
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
