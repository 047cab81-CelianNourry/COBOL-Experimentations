       PROGRAM-ID. EOD-CLOSE.

      * End-of-day close step. Runs LAST in the overnight window,
      * after TRANPOST, INTACCR, EODBAL and GLEXTR have completed
      * for the day: advances the BUSDATE site business-date record
      * to the next calendar day so everything stamped tomorrow -
      * online entry timestamps and the batch buckets alike -
      * carries the new business date regardless of what the wall
      * clock says.
      * On the very first run (no BUSDATE file yet) the current
      * calendar date is taken as the day being closed, so the file
      * starts life holding tomorrow. RC=8 when the new date could
      * not be written - do not start the next online day until the
      * file is repaired, or the two days' work will share a date.
      * RUN-CONTROL refuses the step (RC=8, date unchanged) until
      * TRAN-POST, INT-ACCRUE, EOD-BALANCE and GL-EXTRACT have all
      * completed for the business date being closed.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-CLOSED-DATE PIC 9(8).
       01 WS-NEXT-DATE PIC 9(8).
       01 WS-DATE-INT PIC S9(9) COMP.
           COPY "RUNCREQ.cpy".

       LINKAGE SECTION.
      * EXEC PARM - PARM='RERUN' lets the job run again for a
      * business date it has already completed.
       01 LK-JOB-PARM.
           05 LK-JOB-PARM-LENGTH PIC S9(4) COMP.
           05 LK-JOB-PARM-TEXT PIC X(8).

       PROCEDURE DIVISION USING LK-JOB-PARM.
       MAIN-LOGIC.
           CALL "BUSDATE-READ" USING WS-CLOSED-DATE.
           PERFORM START-RUN-CONTROL.
           IF NOT RUNQ-ACCEPTED
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE FUNCTION INTEGER-OF-DATE (WS-CLOSED-DATE)
               TO WS-DATE-INT.
           ADD 1 TO WS-DATE-INT.
               DISPLAY "Business date " WS-CLOSED-DATE " closed - "
                   "next business date is " WS-NEXT-DATE "."
           END-IF.
           PERFORM END-RUN-CONTROL.
           STOP RUN.

       WRITE-BUSINESS-DATE.
                   WS-BUSINESS-DATE-STATUS
               MOVE "Y" TO WS-ABORT-FLAG
           END-IF.

       START-RUN-CONTROL.
           MOVE "S" TO RUNQ-FUNCTION.
           MOVE "EOD-CLOSE" TO RUNQ-JOB-NAME.
           MOVE WS-CLOSED-DATE TO RUNQ-BUSINESS-DATE.
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
