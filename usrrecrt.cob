       IDENTIFICATION DIVISION.
       PROGRAM-ID. USER-RECERT.

      * Quarterly user-access recertification. Joins USERMAST with
      * the login history on the live AUDITLOG and every audit
      * archive generation (AUDARCHV), and with the MAINTLOG
      * journal, and lists every id grouped by role - administrators,
      * supervisors, clerks - with its last successful login, auth
      * source, privileged flag, approval limit and the date its
      * access was last re-confirmed.
      * An id with no successful login within the SYSPARM
      * recertification period is deactivated here (lock byte "D",
      * as USER-MAINT does for a leaver) and the change is journaled
      * to MAINTLOG under the RECERT id. A new or re-issued id gets
      * the full period to log in: the period also runs from the
      * last password set and from the last change an administrator
      * journaled for the id. The last active administrator is never
      * deactivated - the shop would have nobody left to reactivate
      * anyone - and is flagged instead.
      * Elevated access - admin role, privileged flag, or a
      * supervisor approval limit above the dual-approval threshold
      * or left at zero (full authority) - is flagged when it has
      * not been re-confirmed (USER-MAINT option 5) or changed by an
      * administrator within the same period.
      * The RECRTRPT report ends with the ids deactivated by this run
      * and a sign-off block for the admin team. A rerun is
      * harmless: ids already deactivated are listed and left alone.
      * RC=4 means ids were deactivated or an administrator was
      * kept; RC=8 means the run failed - ids already rewritten stay
      * deactivated and a rerun picks up the rest.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USER-MASTER-FILE ASSIGN TO "USERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USER-ID
               FILE STATUS IS WS-USER-MASTER-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-LOG-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO "AUDARCHV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.
           SELECT MAINT-LOG-FILE ASSIGN TO "MAINTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINT-LOG-STATUS.
           SELECT REPORT-FILE ASSIGN TO "RECRTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  USER-MASTER-FILE.
           COPY "USERREC.cpy".

       FD  AUDIT-LOG-FILE.
           COPY "AUDITREC.cpy".

      * Flat image of the 36-byte AUDIT-RECORD, as AUDIT-ARCHIVE
      * writes it.
       FD  ARCHIVE-FILE.
       01 ARCHIVE-RECORD PIC X(36).

      * Read into the journal layout in WORKING-STORAGE, which is
      * also what MAINTLOG-WRITE is handed for the deactivations.
       FD  MAINT-LOG-FILE.
       01 MAINT-LOG-LINE PIC X(126).

       FD  REPORT-FILE.
       01 REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-USER-MASTER-STATUS PIC XX.
       01 WS-AUDIT-LOG-STATUS PIC XX.
       01 WS-ARCHIVE-STATUS PIC XX.
       01 WS-MAINT-LOG-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-USER-MASTER-OPEN PIC X VALUE "N".
           88 USER-MASTER-IS-OPEN VALUE "Y".
       01 WS-REPORT-OPEN PIC X VALUE "N".
           88 REPORT-IS-OPEN VALUE "Y".
       01 WS-EOF-FLAG PIC X VALUE "N".
           88 END-OF-INPUT VALUE "Y".
       01 WS-ABORT-FLAG PIC X VALUE "N".
           88 RUN-ABORTED VALUE "Y".
       01 WS-KEEP-ADMIN-FLAG PIC X VALUE "N".
           88 KEEP-LAST-ADMINS VALUE "Y".
       01 WS-DUE-FLAG PIC X VALUE "N".
           88 DEACTIVATION-DUE VALUE "Y".
       01 WS-ELEVATED-FLAG PIC X VALUE "N".
           88 ACCESS-IS-ELEVATED VALUE "Y".
           COPY "PARMREC.cpy".
           COPY "MAINTREC.cpy".
      * Journal id the deactivations are recorded under.
       01 WS-RECERT-ID PIC X(8) VALUE "RECERT".
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-TODAY-DISPLAY PIC X(8).
       01 WS-CUTOFF-DATE PIC 9(8).
       01 WS-DAYS-DISPLAY PIC ZZZ9.
       01 WS-LIMIT-DISPLAY PIC Z(6)9.
       01 WS-SUB PIC 9(4).
       01 WS-HST-IDX PIC 9(4).
       01 WS-GROUP-IDX PIC 9(1).
       01 WS-LOOKUP-ID PIC X(8).
       01 WS-LAST-LOGIN-DATE PIC 9(8).
       01 WS-GRACE-DATE PIC 9(8).
       01 WS-CONFIRMED-DATE PIC 9(8).
       01 WS-ACTIVE-ADMIN-COUNT PIC 9(5) VALUE 0.
       01 WS-AUDIT-READ PIC 9(9) VALUE 0.
       01 WS-MAINT-READ PIC 9(9) VALUE 0.
       01 WS-USERS-READ PIC 9(7) VALUE 0.
       01 WS-GROUP-COUNT PIC 9(7) VALUE 0.
       01 WS-DEACTIVATED-COUNT PIC 9(7) VALUE 0.
       01 WS-ALREADY-DEACTIVATED PIC 9(7) VALUE 0.
       01 WS-ADMIN-KEPT-COUNT PIC 9(7) VALUE 0.
       01 WS-ELEVATED-DUE-COUNT PIC 9(7) VALUE 0.
      * Report groups, in the order printed. The last one catches a
      * role code USER-MAINT does not issue.
       01 WS-ROLE-GROUPS.
           05 FILLER PIC X(21) VALUE "AADMINISTRATORS".
           05 FILLER PIC X(21) VALUE "SSUPERVISORS".
           05 FILLER PIC X(21) VALUE "CCLERKS".
           05 FILLER PIC X(21) VALUE "?UNKNOWN ROLE CODE".
       01 WS-ROLE-GROUP-TABLE REDEFINES WS-ROLE-GROUPS.
           05 WS-ROLE-GROUP OCCURS 4 TIMES.
               10 WS-GROUP-ROLE PIC X(1).
               10 WS-GROUP-TITLE PIC X(20).
       01 WS-ROLE-GROUP-COUNT PIC 9(1) VALUE 4.
      * One entry per user id seen in the audit history or the
      * journal: the latest successful login (CCYYMMDDhhmmss), the
      * latest journal entry of any kind and the latest one that
      * re-confirmed the access.
       01 WS-HISTORY-COUNT PIC 9(4) VALUE 0.
       01 WS-HISTORY-MAX PIC 9(4) VALUE 5000.
       01 WS-HISTORY-TABLE.
           05 WS-HISTORY OCCURS 5000 TIMES.
               10 HST-USER-ID PIC X(8).
               10 HST-LAST-LOGIN PIC X(14).
               10 HST-LAST-MAINT-DATE PIC 9(8).
               10 HST-LAST-CONFIRMED-DATE PIC 9(8).
      * Ids deactivated by this run, for the sign-off list.
       01 WS-DEACTIVATED-TABLE.
           05 WS-DEACTIVATED-ENTRY OCCURS 5000 TIMES.
               10 DEA-USER-ID PIC X(8).
               10 DEA-ROLE PIC X(1).
               10 DEA-LAST-LOGIN PIC X(14).

       01 WS-HEADER-1 PIC X(132).
       01 WS-USER-HEADING.
           05 FILLER PIC X(10) VALUE "USER-ID".
           05 FILLER PIC X(13) VALUE "STATUS".
           05 FILLER PIC X(11) VALUE "AUTH".
           05 FILLER PIC X(6) VALUE "PRIV".
           05 FILLER PIC X(14) VALUE "APPROVAL LIMIT".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(18) VALUE "LAST LOGIN".
           05 FILLER PIC X(11) VALUE "CONFIRMED".
           05 FILLER PIC X(30) VALUE "ACTION".
       01 WS-USER-LINE.
           05 UL-USER-ID PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 UL-STATUS PIC X(11).
           05 FILLER PIC X(2) VALUE SPACES.
           05 UL-AUTH PIC X(9).
           05 FILLER PIC X(2) VALUE SPACES.
           05 UL-PRIVILEGED PIC X(1).
           05 FILLER PIC X(5) VALUE SPACES.
           05 UL-LIMIT PIC Z(6)9.99.
           05 FILLER PIC X(4) VALUE SPACES.
           05 UL-LAST-LOGIN PIC X(16).
           05 FILLER PIC X(2) VALUE SPACES.
           05 UL-CONFIRMED PIC X(8).
           05 FILLER PIC X(3) VALUE SPACES.
           05 UL-ACTION PIC X(30).
       01 WS-LOGIN-DISPLAY.
           05 LD-DATE PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 LD-HOURS PIC X(2).
           05 FILLER PIC X VALUE ":".
           05 LD-MINUTES PIC X(2).
           05 FILLER PIC X(2) VALUE SPACES.
       01 WS-DEACTIVATED-HEADING.
           05 FILLER PIC X(10) VALUE "USER-ID".
           05 FILLER PIC X(6) VALUE "ROLE".
           05 FILLER PIC X(18) VALUE "LAST LOGIN".
       01 WS-DEACTIVATED-LINE.
           05 DEL-USER-ID PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DEL-ROLE PIC X(1).
           05 FILLER PIC X(5) VALUE SPACES.
           05 DEL-LAST-LOGIN PIC X(16).
       01 WS-TOTAL-LINE.
           05 TL-LABEL PIC X(34).
           05 TL-COUNT PIC Z(6)9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           CALL "BUSDATE-READ" USING WS-TODAY-DATE.
           CALL "SYSPARM-READ" USING PARM-RECORD.
           MOVE WS-TODAY-DATE TO WS-TODAY-DISPLAY.
           MOVE FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE)
                   - PARM-RECERT-DAYS)
               TO WS-CUTOFF-DATE.
           PERFORM LOAD-LOGIN-HISTORY.
           IF NOT RUN-ABORTED
               PERFORM LOAD-MAINTENANCE-HISTORY
           END-IF.
           IF NOT RUN-ABORTED
               PERFORM OPEN-ALL-FILES
           END-IF.
           IF NOT RUN-ABORTED
               PERFORM COUNT-ACTIVE-ADMINS
           END-IF.
           IF NOT RUN-ABORTED
               PERFORM WRITE-REPORT-HEADERS
               PERFORM VARYING WS-GROUP-IDX FROM 1 BY 1
                       UNTIL WS-GROUP-IDX > WS-ROLE-GROUP-COUNT
                           OR RUN-ABORTED
                   PERFORM LIST-ROLE-GROUP
               END-PERFORM
           END-IF.
           IF NOT RUN-ABORTED
               PERFORM LIST-DEACTIVATIONS
               PERFORM WRITE-REPORT-TOTALS
           END-IF.
           PERFORM CLOSE-ALL-FILES.
           DISPLAY "User recertification for business date "
               WS-TODAY-DISPLAY.
           DISPLAY "  No login since before   : " WS-CUTOFF-DATE.
           DISPLAY "  Audit records read      : " WS-AUDIT-READ.
           DISPLAY "  Users read              : " WS-USERS-READ.
           DISPLAY "  Deactivated             : "
               WS-DEACTIVATED-COUNT.
           DISPLAY "  Already deactivated     : "
               WS-ALREADY-DEACTIVATED.
           DISPLAY "  Elevated, not confirmed : "
               WS-ELEVATED-DUE-COUNT.
           EVALUATE TRUE
               WHEN RUN-ABORTED
                   DISPLAY "RECERTIFICATION RUN FAILED - rerun after "
                       "the problem is fixed."
                   MOVE 8 TO RETURN-CODE
               WHEN WS-ADMIN-KEPT-COUNT > 0
                   DISPLAY "Recertification complete - the last "
                       "active administrator was NOT deactivated; "
                       "see the report."
                   MOVE 4 TO RETURN-CODE
               WHEN WS-DEACTIVATED-COUNT > 0
                   DISPLAY "Recertification complete - ids "
                       "deactivated; see the report."
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY "Recertification complete."
           END-EVALUATE.
           STOP RUN.

      * The live log holds the current and previous day; the
      * archive generations hold everything before. A missing file
      * only means there is no history of that kind yet.
       LOAD-LOGIN-HISTORY.
           OPEN INPUT AUDIT-LOG-FILE.
           EVALUATE WS-AUDIT-LOG-STATUS
               WHEN "00"
                   MOVE "N" TO WS-EOF-FLAG
                   PERFORM UNTIL END-OF-INPUT OR RUN-ABORTED
                       READ AUDIT-LOG-FILE
                           AT END
                               MOVE "Y" TO WS-EOF-FLAG
                           NOT AT END
                               PERFORM NOTE-ONE-LOGIN
                       END-READ
                       IF WS-AUDIT-LOG-STATUS NOT = "00"
                               AND NOT END-OF-INPUT
                           DISPLAY "Error reading audit log - "
                               "status " WS-AUDIT-LOG-STATUS
                           MOVE "Y" TO WS-ABORT-FLAG
                       END-IF
                   END-PERFORM
                   CLOSE AUDIT-LOG-FILE
               WHEN "35"
                   DISPLAY "No live audit log."
               WHEN OTHER
                   DISPLAY "Unable to open audit log - status "
                       WS-AUDIT-LOG-STATUS
                   MOVE "Y" TO WS-ABORT-FLAG
           END-EVALUATE.
           IF RUN-ABORTED
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT ARCHIVE-FILE.
           EVALUATE WS-ARCHIVE-STATUS
               WHEN "00"
                   MOVE "N" TO WS-EOF-FLAG
                   PERFORM UNTIL END-OF-INPUT OR RUN-ABORTED
                       READ ARCHIVE-FILE INTO AUDIT-RECORD
                           AT END
                               MOVE "Y" TO WS-EOF-FLAG
                           NOT AT END
                               PERFORM NOTE-ONE-LOGIN
                       END-READ
                       IF WS-ARCHIVE-STATUS NOT = "00"
                               AND NOT END-OF-INPUT
                           DISPLAY "Error reading audit archive - "
                               "status " WS-ARCHIVE-STATUS
                           MOVE "Y" TO WS-ABORT-FLAG
                       END-IF
                   END-PERFORM
                   CLOSE ARCHIVE-FILE
               WHEN "35"
                   DISPLAY "No audit archive."
               WHEN OTHER
                   DISPLAY "Unable to open audit archive - status "
                       WS-ARCHIVE-STATUS
                   MOVE "Y" TO WS-ABORT-FLAG
           END-EVALUATE.

       NOTE-ONE-LOGIN.
           ADD 1 TO WS-AUDIT-READ.
           IF AUDIT-RESULT NOT = "SUCCESS"
                   OR AUDIT-TIMESTAMP (1:14) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           MOVE AUDIT-USER-ID TO WS-LOOKUP-ID.
           PERFORM FIND-HISTORY-ENTRY.
           IF WS-HST-IDX = 0
               EXIT PARAGRAPH
           END-IF.
           IF AUDIT-TIMESTAMP (1:14) > HST-LAST-LOGIN(WS-HST-IDX)
               MOVE AUDIT-TIMESTAMP (1:14)
                   TO HST-LAST-LOGIN(WS-HST-IDX)
           END-IF.

      * Entries made by this run itself are not an administrator's
      * decision and do not count. Any other change to a user keeps
      * the id in use for the period; a re-confirmation, or a change
      * to the role, privileged flag or approval limit, also counts
      * as the access having been looked at.
       LOAD-MAINTENANCE-HISTORY.
           OPEN INPUT MAINT-LOG-FILE.
           EVALUATE WS-MAINT-LOG-STATUS
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   EXIT PARAGRAPH
               WHEN OTHER
                   DISPLAY "Unable to open maintenance journal - "
                       "status " WS-MAINT-LOG-STATUS
                   MOVE "Y" TO WS-ABORT-FLAG
                   EXIT PARAGRAPH
           END-EVALUATE.
           MOVE "N" TO WS-EOF-FLAG.
           PERFORM UNTIL END-OF-INPUT OR RUN-ABORTED
               READ MAINT-LOG-FILE INTO MAINT-LOG-RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-MAINT-READ
                       IF MLOG-USER-RECORD
                               AND MLOG-ADMIN-ID NOT = WS-RECERT-ID
                               AND MLOG-BUSINESS-DATE IS NUMERIC
                           PERFORM NOTE-ONE-MAINTENANCE
                       END-IF
               END-READ
               IF WS-MAINT-LOG-STATUS NOT = "00"
                       AND NOT END-OF-INPUT
                   DISPLAY "Error reading maintenance journal - "
                       "status " WS-MAINT-LOG-STATUS
                   MOVE "Y" TO WS-ABORT-FLAG
               END-IF
           END-PERFORM.
           CLOSE MAINT-LOG-FILE.

       NOTE-ONE-MAINTENANCE.
           MOVE MLOG-RECORD-KEY TO WS-LOOKUP-ID.
           PERFORM FIND-HISTORY-ENTRY.
           IF WS-HST-IDX = 0
               EXIT PARAGRAPH
           END-IF.
           IF MLOG-BUSINESS-DATE > HST-LAST-MAINT-DATE(WS-HST-IDX)
               MOVE MLOG-BUSINESS-DATE
                   TO HST-LAST-MAINT-DATE(WS-HST-IDX)
           END-IF.
           IF MLOG-FIELD-NAME = "ACCESS-CONFIRMED"
                   OR MLOG-FIELD-NAME = "ROLE"
                   OR MLOG-FIELD-NAME = "PRIVILEGED-FLAG"
                   OR MLOG-FIELD-NAME = "APPROVAL-LIMIT"
               IF MLOG-BUSINESS-DATE >
                       HST-LAST-CONFIRMED-DATE(WS-HST-IDX)
                   MOVE MLOG-BUSINESS-DATE
                       TO HST-LAST-CONFIRMED-DATE(WS-HST-IDX)
               END-IF
           END-IF.

      * Finds or adds the entry for WS-LOOKUP-ID. A full table ends
      * the run: deactivating on an incomplete login history would
      * lock out people who are still working.
       FIND-HISTORY-ENTRY.
           MOVE 0 TO WS-HST-IDX.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-HISTORY-COUNT OR WS-HST-IDX > 0
               IF HST-USER-ID(WS-SUB) = WS-LOOKUP-ID
                   MOVE WS-SUB TO WS-HST-IDX
               END-IF
           END-PERFORM.
           IF WS-HST-IDX > 0
               EXIT PARAGRAPH
           END-IF.
           IF WS-HISTORY-COUNT NOT < WS-HISTORY-MAX
               DISPLAY "Login history table full at "
                   WS-HISTORY-MAX " ids - nothing deactivated."
               MOVE "Y" TO WS-ABORT-FLAG
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-HISTORY-COUNT.
           MOVE WS-HISTORY-COUNT TO WS-HST-IDX.
           MOVE WS-LOOKUP-ID TO HST-USER-ID(WS-HST-IDX).
           MOVE ZEROS TO HST-LAST-LOGIN(WS-HST-IDX).
           MOVE 0 TO HST-LAST-MAINT-DATE(WS-HST-IDX).
           MOVE 0 TO HST-LAST-CONFIRMED-DATE(WS-HST-IDX).

       OPEN-ALL-FILES.
           OPEN I-O USER-MASTER-FILE.
           IF WS-USER-MASTER-STATUS = "00"
               MOVE "Y" TO WS-USER-MASTER-OPEN
           ELSE
               DISPLAY "Unable to open user master file - status "
                   WS-USER-MASTER-STATUS
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
           IF USER-MASTER-IS-OPEN
               CLOSE USER-MASTER-FILE
           END-IF.
           IF REPORT-IS-OPEN
               CLOSE REPORT-FILE
           END-IF.

      * Counts the administrators who stay active after this run.
      * If there are none, no administrator is deactivated.
       COUNT-ACTIVE-ADMINS.
           MOVE "N" TO WS-EOF-FLAG.
           MOVE LOW-VALUES TO USER-ID.
           START USER-MASTER-FILE KEY NOT LESS THAN USER-ID
               INVALID KEY
                   MOVE "Y" TO WS-EOF-FLAG
           END-START.
           PERFORM UNTIL END-OF-INPUT OR RUN-ABORTED
               READ USER-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF USER-ROLE-ADMIN
                               AND NOT USER-IS-DEACTIVATED
                           PERFORM CHECK-DEACTIVATION-DUE
                           IF NOT DEACTIVATION-DUE
                               ADD 1 TO WS-ACTIVE-ADMIN-COUNT
                           END-IF
                       END-IF
               END-READ
               IF WS-USER-MASTER-STATUS NOT = "00"
                       AND NOT END-OF-INPUT
                   DISPLAY "Error reading user master - status "
                       WS-USER-MASTER-STATUS
                   MOVE "Y" TO WS-ABORT-FLAG
               END-IF
           END-PERFORM.
           IF WS-ACTIVE-ADMIN-COUNT = 0
               MOVE "Y" TO WS-KEEP-ADMIN-FLAG
           END-IF.

      * Sets DEACTIVATION-DUE for the user in the record area when
      * neither a login nor the id's last password set or journaled
      * change falls on or after the cutoff date. Also leaves the
      * last login and last re-confirmation dates for the report.
       CHECK-DEACTIVATION-DUE.
           MOVE "N" TO WS-DUE-FLAG.
           MOVE USER-ID TO WS-LOOKUP-ID.
           MOVE 0 TO WS-LAST-LOGIN-DATE WS-CONFIRMED-DATE.
           MOVE 0 TO WS-GRACE-DATE.
           MOVE 0 TO WS-HST-IDX.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-HISTORY-COUNT OR WS-HST-IDX > 0
               IF HST-USER-ID(WS-SUB) = WS-LOOKUP-ID
                   MOVE WS-SUB TO WS-HST-IDX
               END-IF
           END-PERFORM.
           IF WS-HST-IDX > 0
               MOVE HST-LAST-LOGIN(WS-HST-IDX) (1:8)
                   TO WS-LAST-LOGIN-DATE
               MOVE HST-LAST-MAINT-DATE(WS-HST-IDX) TO WS-GRACE-DATE
               MOVE HST-LAST-CONFIRMED-DATE(WS-HST-IDX)
                   TO WS-CONFIRMED-DATE
           END-IF.
           IF USER-LAST-CHANGED-DATE IS NUMERIC
                   AND USER-LAST-CHANGED-DATE > WS-GRACE-DATE
               MOVE USER-LAST-CHANGED-DATE TO WS-GRACE-DATE
           END-IF.
           IF WS-LAST-LOGIN-DATE < WS-CUTOFF-DATE
                   AND WS-GRACE-DATE < WS-CUTOFF-DATE
               MOVE "Y" TO WS-DUE-FLAG
           END-IF.

       WRITE-REPORT-HEADERS.
           MOVE PARM-RECERT-DAYS TO WS-DAYS-DISPLAY.
           MOVE SPACES TO WS-HEADER-1.
           STRING "USER ACCESS RECERTIFICATION - BUSINESS DATE "
                   DELIMITED BY SIZE
               WS-TODAY-DISPLAY DELIMITED BY SIZE
               " - RECERTIFICATION PERIOD " DELIMITED BY SIZE
               WS-DAYS-DISPLAY DELIMITED BY SIZE
               " DAYS" DELIMITED BY SIZE
               INTO WS-HEADER-1
           END-STRING.
           WRITE REPORT-LINE FROM WS-HEADER-1.
           MOVE PARM-DUAL-APPROVE-LIMIT TO WS-LIMIT-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING "NO SUCCESSFUL LOGIN SINCE BEFORE " DELIMITED BY SIZE
               WS-CUTOFF-DATE DELIMITED BY SIZE
               " IS DEACTIVATED - ELEVATED LIMIT ABOVE "
                   DELIMITED BY SIZE
               WS-LIMIT-DISPLAY DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           IF KEEP-LAST-ADMINS
               MOVE "*** NO ADMINISTRATOR WOULD REMAIN ACTIVE - NO "
                   TO REPORT-LINE
               MOVE "ADMINISTRATOR IS DEACTIVATED BY THIS RUN ***"
                   TO REPORT-LINE (47:)
               WRITE REPORT-LINE
           END-IF.

      * One pass of the user master per role group, so each group
      * prints in user-id order.
       LIST-ROLE-GROUP.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-GROUP-TITLE(WS-GROUP-IDX) TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM WS-USER-HEADING.
           MOVE 0 TO WS-GROUP-COUNT.
           MOVE "N" TO WS-EOF-FLAG.
           MOVE LOW-VALUES TO USER-ID.
           START USER-MASTER-FILE KEY NOT LESS THAN USER-ID
               INVALID KEY
                   MOVE "Y" TO WS-EOF-FLAG
           END-START.
           PERFORM UNTIL END-OF-INPUT OR RUN-ABORTED
               READ USER-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF USER-ROLE = WS-GROUP-ROLE(WS-GROUP-IDX)
                               OR (WS-GROUP-IDX = WS-ROLE-GROUP-COUNT
                                   AND NOT USER-ROLE-ADMIN
                                   AND NOT USER-ROLE-SUPERVISOR
                                   AND NOT USER-ROLE-CLERK)
                           PERFORM CHECK-ONE-USER
                       END-IF
               END-READ
               IF WS-USER-MASTER-STATUS NOT = "00"
                       AND NOT END-OF-INPUT
                       AND NOT RUN-ABORTED
                   DISPLAY "Error reading user master - status "
                       WS-USER-MASTER-STATUS
                   MOVE "Y" TO WS-ABORT-FLAG
               END-IF
           END-PERFORM.
           IF WS-GROUP-COUNT = 0 AND NOT RUN-ABORTED
               MOVE "  NONE" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       CHECK-ONE-USER.
           ADD 1 TO WS-USERS-READ.
           ADD 1 TO WS-GROUP-COUNT.
           PERFORM CHECK-DEACTIVATION-DUE.
           MOVE SPACES TO UL-ACTION.
           EVALUATE TRUE
               WHEN USER-IS-DEACTIVATED
                   ADD 1 TO WS-ALREADY-DEACTIVATED
               WHEN DEACTIVATION-DUE
                       AND USER-ROLE-ADMIN AND KEEP-LAST-ADMINS
                   ADD 1 TO WS-ADMIN-KEPT-COUNT
                   MOVE "KEPT - LAST ACTIVE ADMIN" TO UL-ACTION
               WHEN DEACTIVATION-DUE
                   PERFORM DEACTIVATE-ONE-USER
                   IF RUN-ABORTED
                       EXIT PARAGRAPH
                   END-IF
                   MOVE "DEACTIVATED - NO LOGIN" TO UL-ACTION
           END-EVALUATE.
           IF NOT USER-IS-DEACTIVATED
               PERFORM CHECK-ELEVATED-ACCESS
               IF ACCESS-IS-ELEVATED
                       AND WS-CONFIRMED-DATE < WS-CUTOFF-DATE
                   ADD 1 TO WS-ELEVATED-DUE-COUNT
                   IF UL-ACTION = SPACES
                       MOVE "ELEVATED - RE-CONFIRM ACCESS"
                           TO UL-ACTION
                   END-IF
               END-IF
           END-IF.
           PERFORM WRITE-USER-LINE.

      * Zero on a supervisor means no tier was ever assigned, which
      * TRAN-APPROVE treats as full authority.
       CHECK-ELEVATED-ACCESS.
           MOVE "N" TO WS-ELEVATED-FLAG.
           IF USER-ROLE-ADMIN OR USER-IS-PRIVILEGED
               MOVE "Y" TO WS-ELEVATED-FLAG
           END-IF.
           IF USER-ROLE-SUPERVISOR
                   AND (USER-APPROVAL-LIMIT = 0
                       OR USER-APPROVAL-LIMIT > PARM-DUAL-APPROVE-LIMIT)
               MOVE "Y" TO WS-ELEVATED-FLAG
           END-IF.

       DEACTIVATE-ONE-USER.
           IF WS-DEACTIVATED-COUNT NOT < WS-HISTORY-MAX
               DISPLAY "Deactivation list full at " WS-HISTORY-MAX
                   " ids - rerun to deactivate the rest."
               MOVE "Y" TO WS-ABORT-FLAG
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO MAINT-LOG-RECORD.
           MOVE USER-LOCKED-FLAG TO MLOG-BEFORE-VALUE.
           MOVE "D" TO USER-LOCKED-FLAG.
           REWRITE USER-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           IF WS-USER-MASTER-STATUS NOT = "00"
               DISPLAY "Unable to rewrite user " USER-ID
                   " - status " WS-USER-MASTER-STATUS
               MOVE "Y" TO WS-ABORT-FLAG
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-RECERT-ID TO MLOG-ADMIN-ID.
           SET MLOG-USER-RECORD TO TRUE.
           MOVE USER-ID TO MLOG-RECORD-KEY.
           MOVE "LOCKED-FLAG" TO MLOG-FIELD-NAME.
           MOVE USER-LOCKED-FLAG TO MLOG-AFTER-VALUE.
           CALL "MAINTLOG-WRITE" USING MAINT-LOG-RECORD.
           ADD 1 TO WS-DEACTIVATED-COUNT.
           MOVE USER-ID TO DEA-USER-ID(WS-DEACTIVATED-COUNT).
           MOVE USER-ROLE TO DEA-ROLE(WS-DEACTIVATED-COUNT).
           IF WS-HST-IDX > 0
               MOVE HST-LAST-LOGIN(WS-HST-IDX)
                   TO DEA-LAST-LOGIN(WS-DEACTIVATED-COUNT)
           ELSE
               MOVE ZEROS TO DEA-LAST-LOGIN(WS-DEACTIVATED-COUNT)
           END-IF.

       WRITE-USER-LINE.
           MOVE USER-ID TO UL-USER-ID.
           EVALUATE TRUE
               WHEN USER-IS-DEACTIVATED
                   MOVE "DEACTIVATED" TO UL-STATUS
               WHEN USER-IS-LOCKED
                   MOVE "LOCKED" TO UL-STATUS
               WHEN OTHER
                   MOVE "ACTIVE" TO UL-STATUS
           END-EVALUATE.
           EVALUATE TRUE
               WHEN USER-AUTH-LOCAL
                   MOVE "LOCAL" TO UL-AUTH
               WHEN USER-AUTH-DIRECTORY
                   MOVE "DIRECTORY" TO UL-AUTH
               WHEN OTHER
                   MOVE USER-AUTH-SOURCE TO UL-AUTH
           END-EVALUATE.
           MOVE USER-PRIVILEGED-FLAG TO UL-PRIVILEGED.
           MOVE USER-APPROVAL-LIMIT TO UL-LIMIT.
           IF WS-LAST-LOGIN-DATE = 0
               MOVE "NEVER" TO UL-LAST-LOGIN
           ELSE
               MOVE HST-LAST-LOGIN(WS-HST-IDX) (1:8) TO LD-DATE
               MOVE HST-LAST-LOGIN(WS-HST-IDX) (9:2) TO LD-HOURS
               MOVE HST-LAST-LOGIN(WS-HST-IDX) (11:2) TO LD-MINUTES
               MOVE WS-LOGIN-DISPLAY TO UL-LAST-LOGIN
           END-IF.
           IF WS-CONFIRMED-DATE = 0
               MOVE "NONE" TO UL-CONFIRMED
           ELSE
               MOVE WS-CONFIRMED-DATE TO UL-CONFIRMED
           END-IF.
           WRITE REPORT-LINE FROM WS-USER-LINE.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "Error writing report - status "
                   WS-REPORT-STATUS
               MOVE "Y" TO WS-ABORT-FLAG
           END-IF.

      * The list the admin team signs off for the quarter.
       LIST-DEACTIVATIONS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "IDS DEACTIVATED BY THIS RUN" TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM WS-DEACTIVATED-HEADING.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-DEACTIVATED-COUNT
               MOVE DEA-USER-ID(WS-SUB) TO DEL-USER-ID
               MOVE DEA-ROLE(WS-SUB) TO DEL-ROLE
               IF DEA-LAST-LOGIN(WS-SUB) = ZEROS
                   MOVE "NEVER" TO DEL-LAST-LOGIN
               ELSE
                   MOVE DEA-LAST-LOGIN(WS-SUB) (1:8) TO LD-DATE
                   MOVE DEA-LAST-LOGIN(WS-SUB) (9:2) TO LD-HOURS
                   MOVE DEA-LAST-LOGIN(WS-SUB) (11:2) TO LD-MINUTES
                   MOVE WS-LOGIN-DISPLAY TO DEL-LAST-LOGIN
               END-IF
               WRITE REPORT-LINE FROM WS-DEACTIVATED-LINE
           END-PERFORM.
           IF WS-DEACTIVATED-COUNT = 0
               MOVE "NO IDS DEACTIVATED" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE "USERS READ                      :" TO TL-LABEL.
           MOVE WS-USERS-READ TO TL-COUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "DEACTIVATED BY THIS RUN         :" TO TL-LABEL.
           MOVE WS-DEACTIVATED-COUNT TO TL-COUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "ALREADY DEACTIVATED             :" TO TL-LABEL.
           MOVE WS-ALREADY-DEACTIVATED TO TL-COUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "ADMINISTRATORS KEPT             :" TO TL-LABEL.
           MOVE WS-ADMIN-KEPT-COUNT TO TL-COUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "ELEVATED ACCESS NOT RE-CONFIRMED:" TO TL-LABEL.
           MOVE WS-ELEVATED-DUE-COUNT TO TL-COUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "REVIEWED FOR THE ADMIN TEAM BY ______________  "
               TO REPORT-LINE.
           MOVE "DATE __________  SIGNATURE ____________________"
               TO REPORT-LINE (48:).
           WRITE REPORT-LINE.
