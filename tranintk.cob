      * TRAN-ENTRY. Reads the BRANCHIN sequential file of account
      * number, type and amount and applies the same edits the
      * entry screen does: account on the account master and open,
      * known type, no withdrawal against a dormant account,
      * well-formed non-zero amount. Good items are
      * written to the TRANSACTION file in PENDING status under the
      * BATCHIN source id, so they still flow through the normal
      * TRAN-APPROVE queue and dual control. Every rejected input
      * line goes to the INTKEDIT edit report with its line number
      * and reason; the job ends RC=4 when anything was rejected
      * and RC=8 when the run itself failed. The branch layout has
      * no receiving account, so transfers are not taken here; they
      * are keyed at TRAN-ENTRY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
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
           SELECT EDIT-REPORT-FILE ASSIGN TO "INTKEDIT"
               ORGANIZATION IS LINE SEQUENTIAL
           05 EDL-AMOUNT PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 EDL-REASON PIC X(40).
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
           PERFORM START-RUN-CONTROL.
           IF NOT RUNQ-ACCEPTED
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM OPEN-ALL-FILES.
           IF NOT RUN-ABORTED
               PERFORM UNTIL END-OF-INTAKE OR RUN-ABORTED
               WHEN OTHER
                   DISPLAY "Branch intake complete."
           END-EVALUATE.
           PERFORM END-RUN-CONTROL.
           STOP RUN.

       OPEN-ALL-FILES.
           END-IF.

      * The same gate TRAN-ENTRY keeps at the screen: account known
      * and open, type known, nothing paid out of a dormant account,
      * amount well formed and non-zero. The
      * first failed edit decides the reason - one reason per line
      * keeps the report workable at the branch end.
       EDIT-ONE-LINE.
                   TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           IF TRAN-TYPE-TRANSFER
               MOVE "Transfers must be keyed at TRAN-ENTRY"
                   TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           IF ACCT-IS-DORMANT AND NOT TRAN-TYPE-DEPOSIT
               MOVE "Account dormant - withdrawal refused"
                   TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           PERFORM VALIDATE-AMOUNT.
           IF NOT FIELD-ACCEPTED
               MOVE "Amount not numeric or badly formed"
           MOVE 0 TO WS-WRITE-TRIES.
           MOVE INT-ACCOUNT TO TRAN-ACCOUNT-NUMBER.
           MOVE WS-TYPE-WORK TO TRAN-TYPE.
           MOVE ZEROS TO TRAN-TO-ACCOUNT-NUMBER.
           MOVE WS-AMOUNT-VALUE TO TRAN-AMOUNT.
           MOVE WS-BATCH-SOURCE-ID TO TRAN-ENTERED-BY.
           SET TRAN-IS-PENDING TO TRUE.
                   WS-EDIT-REPORT-STATUS
               MOVE "Y" TO WS-ABORT-FLAG
           END-IF.

       START-RUN-CONTROL.
           MOVE "S" TO RUNQ-FUNCTION.
           MOVE "TRAN-INTAKE" TO RUNQ-JOB-NAME.
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
