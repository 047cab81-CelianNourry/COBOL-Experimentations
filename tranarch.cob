               RECORD KEY IS TRAN-ID
               ALTERNATE RECORD KEY IS TRAN-ACCOUNT-NUMBER
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS TRAN-TO-ACCOUNT-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS WS-TRANSACTION-STATUS.
      * The archive and work copies are raw record images, not
      * text: RECORD sequential so every byte survives the round
       FD  TRANSACTION-FILE.
           COPY "TRANREC.cpy".

      * Flat images of the 199-byte TRAN-RECORD; widen these and
      * the JCL LRECL together if TRANREC.cpy ever grows.
       FD  ARCHIVE-FILE.
       01 ARCHIVE-RECORD PIC X(199).

       FD  RETAINED-FILE.
       01 RETAINED-RECORD PIC X(199).

       FD  MARKER-FILE.
       01 MARKER-RECORD PIC X(9).
       01 WS-RETAINED-COUNT PIC 9(9) VALUE 0.
       01 WS-COPIED-COUNT PIC 9(9) VALUE 0.
       01 WS-BAD-DATE-COUNT PIC 9(9) VALUE 0.
           COPY "RUNCREQ.cpy".

       LINKAGE SECTION.
      * EXEC PARM - PARM='RERUN' lets the job run again for a
      * business date it has already completed.
       01 LK-JOB-PARM.
           05 LK-JOB-PARM-LENGTH PIC S9(4) COMP.
           05 LK-JOB-PARM-TEXT PIC X(8).

       PROCEDURE DIVISION USING LK-JOB-PARM.
       MAIN-LOGIC.
           CALL "BUSDATE-READ" USING WS-RUN-DATE.
           PERFORM START-RUN-CONTROL.
           IF NOT RUNQ-ACCEPTED
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
               TO WS-RUN-DATE-INT.
           COMPUTE WS-CUTOFF-DATE-INT =
           ELSE
               DISPLAY "Transaction archive complete."
           END-IF.
           PERFORM END-RUN-CONTROL.
           STOP RUN.

       CHECK-PRIOR-REWRITE.
                   WS-TRANSACTION-STATUS
               MOVE "Y" TO WS-ABORT-FLAG
           END-IF.

       START-RUN-CONTROL.
           MOVE "S" TO RUNQ-FUNCTION.
           MOVE "TRAN-ARCHIVE" TO RUNQ-JOB-NAME.
           MOVE WS-RUN-DATE TO RUNQ-BUSINESS-DATE.
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
