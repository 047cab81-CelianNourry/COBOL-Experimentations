      * RUN-CONTROL call interface - passed by each overnight batch
      * job to RUN-CONTROL, once with RUNQ-START before it touches
      * any file and once with RUNQ-END carrying its return code.
      * On a start RUN-CONTROL answers RUNQ-ACCEPTED or refuses the
      * run (out of order, already completed for the date without
      * the rerun override, or run-control file unavailable).
       01 RUN-CONTROL-REQUEST.
           05 RUNQ-FUNCTION PIC X(1).
               88 RUNQ-START VALUE "S".
               88 RUNQ-END VALUE "E".
           05 RUNQ-JOB-NAME PIC X(16).
           05 RUNQ-BUSINESS-DATE PIC 9(8).
           05 RUNQ-OVERRIDE PIC X(1).
               88 RUNQ-RERUN-REQUESTED VALUE "Y".
           05 RUNQ-RETURN-CODE PIC 9(3).
           05 RUNQ-RESULT PIC X(1).
               88 RUNQ-ACCEPTED VALUE "Y".
