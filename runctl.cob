       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUN-CONTROL.

      * Overnight chain run control. Every batch job in the chain
      * calls this program before it opens anything (RUNQ-START) and
      * again as it finishes (RUNQ-END), and the RUNCTL file keeps
      * one record per business date and job holding the start and
      * end times, the return code and the number of attempts.
      * A start is refused when:
      *  - a job that must run first has not completed for the same
      *    business date (completed = ended with RC below 8), so the
      *    chain cannot be run out of order - in particular EOD-CLOSE
      *    will not advance BUSDATE until posting, interest,
      *    balancing and the GL extract are done;
      *  - the job itself already completed for the date, unless the
      *    operator resubmits it with the rerun override, so nothing
      *    is loaded or posted twice by accident;
      *  - the RUNCTL file cannot be read or updated, since the
      *    checks above could not be made.
      * A job that started but never recorded its end (an abend or
      * cancel) may simply be resubmitted - its own restart logic
      * takes over from there. A failure to record the end is only
      * reported; the job's own return code stands.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RUNC-KEY
               FILE STATUS IS WS-RUN-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL-FILE.
           COPY "RUNCREC.cpy".

       WORKING-STORAGE SECTION.
       01 WS-RUN-CONTROL-STATUS PIC XX.
       01 WS-RUN-CONTROL-OPEN PIC X VALUE "N".
           88 RUN-CONTROL-IS-OPEN VALUE "Y".
       01 WS-RECORD-FOUND PIC X VALUE "N".
           88 RECORD-FOUND VALUE "Y".
       01 WS-PREREQ-JOB PIC X(16).
       01 WS-RC-DISPLAY PIC ZZ9.

       LINKAGE SECTION.
           COPY "RUNCREQ.cpy".

       PROCEDURE DIVISION USING RUN-CONTROL-REQUEST.
       MAIN-LOGIC.
           MOVE "N" TO RUNQ-RESULT.
           PERFORM OPEN-RUN-CONTROL.
           IF NOT RUN-CONTROL-IS-OPEN
               IF RUNQ-START
                   DISPLAY RUNQ-JOB-NAME " REFUSED - run-control "
                       "file unavailable, chain order cannot be "
                       "checked."
               ELSE
                   DISPLAY "WARNING: end of " RUNQ-JOB-NAME
                       " not recorded - run-control file "
                       "unavailable."
               END-IF
               GOBACK
           END-IF.
           IF RUNQ-START
               PERFORM START-JOB
           ELSE
               PERFORM END-JOB
           END-IF.
           CLOSE RUN-CONTROL-FILE.
           GOBACK.

       OPEN-RUN-CONTROL.
           MOVE "N" TO WS-RUN-CONTROL-OPEN.
           OPEN I-O RUN-CONTROL-FILE.
           IF WS-RUN-CONTROL-STATUS = "35"
               OPEN OUTPUT RUN-CONTROL-FILE
               CLOSE RUN-CONTROL-FILE
               OPEN I-O RUN-CONTROL-FILE
           END-IF.
           IF WS-RUN-CONTROL-STATUS = "00"
               MOVE "Y" TO WS-RUN-CONTROL-OPEN
           ELSE
               DISPLAY "Unable to open run-control file - status "
                   WS-RUN-CONTROL-STATUS
           END-IF.

       START-JOB.
           MOVE "Y" TO RUNQ-RESULT.
           PERFORM CHECK-PREREQUISITES.
           IF NOT RUNQ-ACCEPTED
               EXIT PARAGRAPH
           END-IF.
           PERFORM READ-JOB-RECORD.
           IF NOT RUNQ-ACCEPTED
               EXIT PARAGRAPH
           END-IF.
           IF NOT RECORD-FOUND
               INITIALIZE RUN-CONTROL-RECORD
               MOVE RUNQ-BUSINESS-DATE TO RUNC-BUSINESS-DATE
               MOVE RUNQ-JOB-NAME TO RUNC-JOB-NAME
               MOVE "R" TO RUNC-STATUS
               MOVE FUNCTION CURRENT-DATE TO RUNC-START-STAMP
               MOVE 1 TO RUNC-ATTEMPTS
               MOVE "N" TO RUNC-OVERRIDE-USED
               WRITE RUN-CONTROL-RECORD
               IF WS-RUN-CONTROL-STATUS NOT = "00"
                   DISPLAY RUNQ-JOB-NAME " REFUSED - run-control "
                       "write failed - status "
                       WS-RUN-CONTROL-STATUS
                   MOVE "N" TO RUNQ-RESULT
               END-IF
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO RUNC-OVERRIDE-USED.
           IF RUNC-ENDED AND RUNC-RETURN-CODE < 8
               MOVE RUNC-RETURN-CODE TO WS-RC-DISPLAY
               IF NOT RUNQ-RERUN-REQUESTED
                   DISPLAY RUNQ-JOB-NAME " REFUSED - already "
                       "completed for business date "
                       RUNQ-BUSINESS-DATE " (RC=" WS-RC-DISPLAY
                       ", ended " RUNC-END-STAMP (1:14) ")."
                   DISPLAY "Resubmit with PARM='RERUN' only if "
                       "the job really must run again."
                   MOVE "N" TO RUNQ-RESULT
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "WARNING: " RUNQ-JOB-NAME " already "
                   "completed for business date "
                   RUNQ-BUSINESS-DATE " (RC=" WS-RC-DISPLAY
                   ") - rerun forced by override."
               MOVE "Y" TO RUNC-OVERRIDE-USED
           END-IF.
           IF RUNC-RUNNING
               DISPLAY "WARNING: previous run of " RUNQ-JOB-NAME
                   " started " RUNC-START-STAMP (1:14)
                   " never recorded an end - restarting."
           END-IF.
           MOVE "R" TO RUNC-STATUS.
           MOVE FUNCTION CURRENT-DATE TO RUNC-START-STAMP.
           MOVE SPACES TO RUNC-END-STAMP.
           MOVE 0 TO RUNC-RETURN-CODE.
           IF RUNC-ATTEMPTS < 999
               ADD 1 TO RUNC-ATTEMPTS
           END-IF.
           REWRITE RUN-CONTROL-RECORD.
           IF WS-RUN-CONTROL-STATUS NOT = "00"
               DISPLAY RUNQ-JOB-NAME " REFUSED - run-control "
                   "rewrite failed - status " WS-RUN-CONTROL-STATUS
               MOVE "N" TO RUNQ-RESULT
           END-IF.

      * The jobs each one depends on, in chain order: TRAN-POST,
      * then INT-ACCRUE on the posted balances, then EOD-BALANCE
      * over both; the GL extract, statement and archive runs
      * follow balancing, and EOD-CLOSE needs all four of posting,
      * interest, balancing and the GL extract - once the date moves
      * on the day can no longer be extracted. TRAN-INTAKE belongs
      * to the online day and has no predecessor. STANDING-ORDER
      * opens the online day and TRAN-POST waits for it, so the
      * day's orders are never left out of the posting.
      * SUSP-MONITOR looks at the day once it has been posted.
       CHECK-PREREQUISITES.
           EVALUATE RUNQ-JOB-NAME
               WHEN "TRAN-POST"
                   MOVE "STANDING-ORDER" TO WS-PREREQ-JOB
                   PERFORM CHECK-ONE-PREREQUISITE
               WHEN "INT-ACCRUE"
               WHEN "SUSP-MONITOR"
                   MOVE "TRAN-POST" TO WS-PREREQ-JOB
                   PERFORM CHECK-ONE-PREREQUISITE
               WHEN "EOD-BALANCE"
                   MOVE "TRAN-POST" TO WS-PREREQ-JOB
                   PERFORM CHECK-ONE-PREREQUISITE
                   MOVE "INT-ACCRUE" TO WS-PREREQ-JOB
                   PERFORM CHECK-ONE-PREREQUISITE
               WHEN "GL-EXTRACT"
                   MOVE "TRAN-POST" TO WS-PREREQ-JOB
                   PERFORM CHECK-ONE-PREREQUISITE
                   MOVE "INT-ACCRUE" TO WS-PREREQ-JOB
                   PERFORM CHECK-ONE-PREREQUISITE
                   MOVE "EOD-BALANCE" TO WS-PREREQ-JOB
                   PERFORM CHECK-ONE-PREREQUISITE
               WHEN "ACCT-STATEMENT"
               WHEN "TRAN-ARCHIVE"
                   MOVE "EOD-BALANCE" TO WS-PREREQ-JOB
                   PERFORM CHECK-ONE-PREREQUISITE
               WHEN "EOD-CLOSE"
                   MOVE "TRAN-POST" TO WS-PREREQ-JOB
                   PERFORM CHECK-ONE-PREREQUISITE
                   MOVE "INT-ACCRUE" TO WS-PREREQ-JOB
                   PERFORM CHECK-ONE-PREREQUISITE
                   MOVE "EOD-BALANCE" TO WS-PREREQ-JOB
                   PERFORM CHECK-ONE-PREREQUISITE
                   MOVE "GL-EXTRACT" TO WS-PREREQ-JOB
                   PERFORM CHECK-ONE-PREREQUISITE
           END-EVALUATE.

       CHECK-ONE-PREREQUISITE.
           MOVE RUNQ-BUSINESS-DATE TO RUNC-BUSINESS-DATE.
           MOVE WS-PREREQ-JOB TO RUNC-JOB-NAME.
           READ RUN-CONTROL-FILE
               INVALID KEY
                   DISPLAY RUNQ-JOB-NAME " REFUSED - "
                       WS-PREREQ-JOB " has not run for business "
                       "date " RUNQ-BUSINESS-DATE "."
                   MOVE "N" TO RUNQ-RESULT
                   EXIT PARAGRAPH
           END-READ.
           IF WS-RUN-CONTROL-STATUS NOT = "00"
               DISPLAY RUNQ-JOB-NAME " REFUSED - run-control read "
                   "failed - status " WS-RUN-CONTROL-STATUS
               MOVE "N" TO RUNQ-RESULT
               EXIT PARAGRAPH
           END-IF.
           IF RUNC-RUNNING
               DISPLAY RUNQ-JOB-NAME " REFUSED - " WS-PREREQ-JOB
                   " started " RUNC-START-STAMP (1:14)
                   " but has not ended for business date "
                   RUNQ-BUSINESS-DATE "."
               MOVE "N" TO RUNQ-RESULT
               EXIT PARAGRAPH
           END-IF.
           IF RUNC-RETURN-CODE NOT < 8
               MOVE RUNC-RETURN-CODE TO WS-RC-DISPLAY
               DISPLAY RUNQ-JOB-NAME " REFUSED - " WS-PREREQ-JOB
                   " ended RC=" WS-RC-DISPLAY " for business date "
                   RUNQ-BUSINESS-DATE " - correct and rerun it "
                   "first."
               MOVE "N" TO RUNQ-RESULT
           END-IF.

       READ-JOB-RECORD.
           MOVE "N" TO WS-RECORD-FOUND.
           MOVE RUNQ-BUSINESS-DATE TO RUNC-BUSINESS-DATE.
           MOVE RUNQ-JOB-NAME TO RUNC-JOB-NAME.
           READ RUN-CONTROL-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF WS-RUN-CONTROL-STATUS = "00"
               MOVE "Y" TO WS-RECORD-FOUND
           ELSE
               DISPLAY RUNQ-JOB-NAME " - run-control read failed - "
                   "status " WS-RUN-CONTROL-STATUS
               MOVE "N" TO RUNQ-RESULT
           END-IF.

       END-JOB.
           MOVE "Y" TO RUNQ-RESULT.
           PERFORM READ-JOB-RECORD.
           IF NOT RUNQ-ACCEPTED
               DISPLAY "WARNING: end of " RUNQ-JOB-NAME
                   " not recorded."
               EXIT PARAGRAPH
           END-IF.
           IF NOT RECORD-FOUND
               DISPLAY "WARNING: no start recorded for "
                   RUNQ-JOB-NAME " - end not recorded."
               MOVE "N" TO RUNQ-RESULT
               EXIT PARAGRAPH
           END-IF.
           MOVE "E" TO RUNC-STATUS.
           MOVE FUNCTION CURRENT-DATE TO RUNC-END-STAMP.
           MOVE RUNQ-RETURN-CODE TO RUNC-RETURN-CODE.
           REWRITE RUN-CONTROL-RECORD.
           IF WS-RUN-CONTROL-STATUS NOT = "00"
               DISPLAY "WARNING: end of " RUNQ-JOB-NAME
                   " not recorded - status " WS-RUN-CONTROL-STATUS
               MOVE "N" TO RUNQ-RESULT
           END-IF.
