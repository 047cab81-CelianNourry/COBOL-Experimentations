      * RUN-CONTROL record layout - one record per business date and
      * overnight batch job on the RUNCTL file, written by
      * RUN-CONTROL when the job starts and updated when it ends.
      * A job whose record is still RUNNING either has not finished
      * or abended before it could record its end.
       01 RUN-CONTROL-RECORD.
           05 RUNC-KEY.
               10 RUNC-BUSINESS-DATE PIC 9(8).
               10 RUNC-JOB-NAME PIC X(16).
           05 RUNC-STATUS PIC X(1).
               88 RUNC-RUNNING VALUE "R".
               88 RUNC-ENDED VALUE "E".
           05 RUNC-START-STAMP PIC X(21).
           05 RUNC-END-STAMP PIC X(21).
           05 RUNC-RETURN-CODE PIC 9(3).
           05 RUNC-ATTEMPTS PIC 9(3).
      * Set when the latest start was a rerun of a job that had
      * already completed for the date, forced with PARM='RERUN'.
           05 RUNC-OVERRIDE-USED PIC X(1).
               88 RUNC-RERUN-BY-OVERRIDE VALUE "Y".
