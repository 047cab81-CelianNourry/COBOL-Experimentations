       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHAIN-STATUS.

      * Operator inquiry on the overnight chain. Lists, in running
      * order, each batch job RUN-CONTROL tracks with its state for
      * the business date - not yet run, running (or abended before
      * it could record an end), or ended with its return code -
      * plus the start and end times, the number of attempts and
      * whether the last one was a forced rerun. Ends with whether
      * EOD-CLOSE would be allowed to advance the date.
      * The date is tonight's BUSDATE unless an earlier one is given
      * as PARM='yyyymmdd'. Read only - it never updates RUNCTL.

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
       01 WS-ABORT-FLAG PIC X VALUE "N".
           88 RUN-ABORTED VALUE "Y".
       01 WS-INQUIRY-DATE PIC 9(8).
       01 WS-CLOSE-READY PIC X VALUE "Y".
           88 CLOSE-IS-READY VALUE "Y".
       01 WS-SUB PIC 9(2).
      * The jobs in running order. A "Y" marks the ones EOD-CLOSE
      * waits for (the same list RUN-CONTROL checks).
       01 WS-CHAIN-JOBS.
           05 FILLER PIC X(17) VALUE "STANDING-ORDER  N".
           05 FILLER PIC X(17) VALUE "TRAN-INTAKE     N".
           05 FILLER PIC X(17) VALUE "TRAN-POST       Y".
           05 FILLER PIC X(17) VALUE "INT-ACCRUE      Y".
           05 FILLER PIC X(17) VALUE "EOD-BALANCE     Y".
           05 FILLER PIC X(17) VALUE "GL-EXTRACT      Y".
           05 FILLER PIC X(17) VALUE "SUSP-MONITOR    N".
           05 FILLER PIC X(17) VALUE "ACCT-STATEMENT  N".
           05 FILLER PIC X(17) VALUE "TRAN-ARCHIVE    N".
           05 FILLER PIC X(17) VALUE "EOD-CLOSE       N".
       01 WS-CHAIN-TABLE REDEFINES WS-CHAIN-JOBS.
           05 WS-CHAIN-ENTRY OCCURS 10 TIMES.
               10 WS-CHAIN-JOB-NAME PIC X(16).
               10 WS-CHAIN-NEEDED-FOR-CLOSE PIC X(1).
       01 WS-CHAIN-COUNT PIC 9(2) VALUE 10.
       01 WS-HEADING-LINE.
           05 FILLER PIC X(17) VALUE "JOB".
           05 FILLER PIC X(13) VALUE "STATE".
           05 FILLER PIC X(5) VALUE " RC".
           05 FILLER PIC X(16) VALUE "STARTED".
           05 FILLER PIC X(16) VALUE "ENDED".
           05 FILLER PIC X(4) VALUE "RUNS".
       01 WS-STATUS-LINE.
           05 SL-JOB-NAME PIC X(16).
           05 FILLER PIC X(1) VALUE SPACES.
           05 SL-STATE PIC X(12).
           05 FILLER PIC X(1) VALUE SPACES.
           05 SL-RETURN-CODE PIC X(3).
           05 FILLER PIC X(2) VALUE SPACES.
           05 SL-STARTED PIC X(14).
           05 FILLER PIC X(2) VALUE SPACES.
           05 SL-ENDED PIC X(14).
           05 FILLER PIC X(2) VALUE SPACES.
           05 SL-ATTEMPTS PIC ZZ9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 SL-RERUN-NOTE PIC X(7).
       01 WS-RC-DISPLAY PIC ZZ9.

       LINKAGE SECTION.
      * EXEC PARM - an optional business date to inquire on.
       01 LK-JOB-PARM.
           05 LK-JOB-PARM-LENGTH PIC S9(4) COMP.
           05 LK-JOB-PARM-TEXT PIC X(8).

       PROCEDURE DIVISION USING LK-JOB-PARM.
       MAIN-LOGIC.
           IF LK-JOB-PARM-LENGTH >= 8
                   AND LK-JOB-PARM-TEXT IS NUMERIC
               MOVE LK-JOB-PARM-TEXT TO WS-INQUIRY-DATE
           ELSE
               CALL "BUSDATE-READ" USING WS-INQUIRY-DATE
           END-IF.
           OPEN INPUT RUN-CONTROL-FILE.
           EVALUATE WS-RUN-CONTROL-STATUS
               WHEN "00"
                   MOVE "Y" TO WS-RUN-CONTROL-OPEN
               WHEN "35"
                   DISPLAY "No run-control file yet - no job has "
                       "run under run control."
               WHEN OTHER
                   DISPLAY "Unable to open run-control file - "
                       "status " WS-RUN-CONTROL-STATUS
                   MOVE "Y" TO WS-ABORT-FLAG
           END-EVALUATE.
           IF NOT RUN-ABORTED
               DISPLAY "OVERNIGHT CHAIN STATUS FOR BUSINESS DATE "
                   WS-INQUIRY-DATE
               DISPLAY " "
               DISPLAY WS-HEADING-LINE
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-CHAIN-COUNT
                           OR RUN-ABORTED
                   PERFORM SHOW-ONE-JOB
               END-PERFORM
           END-IF.
           IF RUN-CONTROL-IS-OPEN
               CLOSE RUN-CONTROL-FILE
           END-IF.
           IF RUN-ABORTED
               DISPLAY "CHAIN STATUS INQUIRY FAILED."
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY " "
               IF CLOSE-IS-READY
                   DISPLAY "Posting, interest, balancing and the "
                       "GL extract are complete - EOD-CLOSE may run."
               ELSE
                   DISPLAY "EOD-CLOSE will be refused until "
                       "TRAN-POST, INT-ACCRUE, EOD-BALANCE and "
                       "GL-EXTRACT have all completed."
               END-IF
           END-IF.
           STOP RUN.

       SHOW-ONE-JOB.
           MOVE SPACES TO SL-STATE SL-RETURN-CODE SL-STARTED
               SL-ENDED SL-RERUN-NOTE.
           MOVE 0 TO SL-ATTEMPTS.
           MOVE WS-CHAIN-JOB-NAME(WS-SUB) TO SL-JOB-NAME.
           MOVE "NOT RUN" TO SL-STATE.
           IF RUN-CONTROL-IS-OPEN
               MOVE WS-INQUIRY-DATE TO RUNC-BUSINESS-DATE
               MOVE WS-CHAIN-JOB-NAME(WS-SUB) TO RUNC-JOB-NAME
               READ RUN-CONTROL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM FORMAT-JOB-RECORD
               END-READ
               IF WS-RUN-CONTROL-STATUS NOT = "00"
                       AND WS-RUN-CONTROL-STATUS NOT = "23"
                   DISPLAY "Error reading run-control file - "
                       "status " WS-RUN-CONTROL-STATUS
                   MOVE "Y" TO WS-ABORT-FLAG
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF WS-CHAIN-NEEDED-FOR-CLOSE(WS-SUB) = "Y"
                   AND SL-STATE NOT = "ENDED"
               MOVE "N" TO WS-CLOSE-READY
           END-IF.
           DISPLAY WS-STATUS-LINE.

       FORMAT-JOB-RECORD.
           MOVE RUNC-START-STAMP (1:8) TO SL-STARTED (1:8).
           MOVE RUNC-START-STAMP (9:2) TO SL-STARTED (10:2).
           MOVE ":" TO SL-STARTED (12:1).
           MOVE RUNC-START-STAMP (11:2) TO SL-STARTED (13:2).
           MOVE RUNC-ATTEMPTS TO SL-ATTEMPTS.
           IF RUNC-RERUN-BY-OVERRIDE
               MOVE "(RERUN)" TO SL-RERUN-NOTE
           END-IF.
           IF RUNC-RUNNING
               MOVE "RUNNING/ABND" TO SL-STATE
               EXIT PARAGRAPH
           END-IF.
           MOVE RUNC-END-STAMP (1:8) TO SL-ENDED (1:8).
           MOVE RUNC-END-STAMP (9:2) TO SL-ENDED (10:2).
           MOVE ":" TO SL-ENDED (12:1).
           MOVE RUNC-END-STAMP (11:2) TO SL-ENDED (13:2).
           MOVE RUNC-RETURN-CODE TO WS-RC-DISPLAY.
           MOVE WS-RC-DISPLAY TO SL-RETURN-CODE.
           IF RUNC-RETURN-CODE < 8
               MOVE "ENDED" TO SL-STATE
           ELSE
               MOVE "FAILED" TO SL-STATE
           END-IF.
