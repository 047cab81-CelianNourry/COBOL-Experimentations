       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINTLOG-WRITE.

      * Appends one entry to the MAINTLOG maintenance journal. The
      * maintenance screens fill in who changed which field of which
      * record and the before and after values; this program stamps
      * the entry with the business date (from BUSDATE-READ) and the
      * time of day and writes it. The file is created on first use.
      * A failed write is reported on the screen but never stops the
      * change itself - the record has already been rewritten by the
      * time the journal is called.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINT-LOG-FILE ASSIGN TO "MAINTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINT-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-LOG-FILE.
           COPY "MAINTREC.cpy".

       WORKING-STORAGE SECTION.
       01 WS-MAINT-LOG-STATUS PIC XX.
       01 WS-BUSINESS-DATE PIC 9(8).

       LINKAGE SECTION.
       01 LK-MAINT-LOG-RECORD PIC X(126).

       PROCEDURE DIVISION USING LK-MAINT-LOG-RECORD.
       MAIN-LOGIC.
           CALL "BUSDATE-READ" USING WS-BUSINESS-DATE.
           OPEN EXTEND MAINT-LOG-FILE.
           IF WS-MAINT-LOG-STATUS = "05"
                   OR WS-MAINT-LOG-STATUS = "35"
               OPEN OUTPUT MAINT-LOG-FILE
           END-IF.
           IF WS-MAINT-LOG-STATUS NOT = "00"
               DISPLAY "WARNING: maintenance change not journaled - "
                   "status " WS-MAINT-LOG-STATUS
               GOBACK
           END-IF.
           MOVE LK-MAINT-LOG-RECORD TO MAINT-LOG-RECORD.
           MOVE WS-BUSINESS-DATE TO MLOG-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE TO MLOG-TIMESTAMP.
           WRITE MAINT-LOG-RECORD.
           IF WS-MAINT-LOG-STATUS NOT = "00"
               DISPLAY "WARNING: maintenance change not journaled - "
                   "status " WS-MAINT-LOG-STATUS
           END-IF.
           CLOSE MAINT-LOG-FILE.
           GOBACK.
