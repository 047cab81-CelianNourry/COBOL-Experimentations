       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-EXTRACT.

      * Nightly general-ledger journal extract. Once the business
      * date has been posted, interest accrued and the day balanced,
      * summarises every item POSTED for the date on the TRANSACTION
      * file into a debit and a credit line per kind of posting -
      * deposits, withdrawals, transfers, reversals of each (items
      * carrying TRAN-REVERSAL-OF) and the system-generated interest
      * items - against the GL account codes held for each kind on
      * the GLCODES table, and writes them to the GLJRNL interface
      * file between a header carrying the business date and a
      * trailer carrying the line count and the debit and credit
      * control totals (layout GLJREC.cpy).
      * Nothing is sent unless it balances: debits must equal
      * credits and both must equal the total of the posted items
      * read. A kind with activity but no GL codes, an item of no
      * known kind or any read failure also stops the run, and then
      * no journal file is written at all.
      * Every date sent is recorded on the GLSENT history, and for a
      * date already on it nothing is extracted - even when RUNCTL
      * is overridden - so the ledger never receives a day twice.
      * That run ends RC=4 and leaves the date completed on RUNCTL,
      * so EOD-CLOSE is not held up by a rerun or by a run that
      * failed after recording the date.
      * RC=8 means no journal was sent for the date.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACTION-FILE ASSIGN TO "TRANFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRAN-ID
               ALTERNATE RECORD KEY IS TRAN-ACCOUNT-NUMBER
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS TRAN-TO-ACCOUNT-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS WS-TRANSACTION-STATUS.
           SELECT GL-CODE-FILE ASSIGN TO "GLCODES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-CODE-STATUS.
           SELECT GL-SENT-FILE ASSIGN TO "GLSENT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-SENT-STATUS.
           SELECT GL-JOURNAL-FILE ASSIGN TO "GLJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-FILE.
           COPY "TRANREC.cpy".

      * One card per kind of posting: the kind in columns 1-8, the
      * GL account to debit in 10-21 and to credit in 23-34. Cards
      * with an asterisk in column 1 are comments.
       FD  GL-CODE-FILE.
       01 GL-CODE-CARD.
           05 GLC-ENTRY-KIND PIC X(8).
           05 FILLER PIC X(1).
           05 GLC-DEBIT-ACCOUNT PIC X(12).
           05 FILLER PIC X(1).
           05 GLC-CREDIT-ACCOUNT PIC X(12).
           05 FILLER PIC X(46).

       FD  GL-SENT-FILE.
       01 GL-SENT-RECORD.
           05 GLS-BUSINESS-DATE PIC 9(8).
           05 GLS-SENT-STAMP PIC X(21).
           05 GLS-RECORD-COUNT PIC 9(7).
           05 GLS-DEBIT-TOTAL PIC 9(13)V99.
           05 GLS-CREDIT-TOTAL PIC 9(13)V99.

       FD  GL-JOURNAL-FILE.
           COPY "GLJREC.cpy".

       WORKING-STORAGE SECTION.
       01 WS-TRANSACTION-STATUS PIC XX.
       01 WS-GL-CODE-STATUS PIC XX.
       01 WS-GL-SENT-STATUS PIC XX.
       01 WS-GL-JOURNAL-STATUS PIC XX.
       01 WS-EOF-FLAG PIC X VALUE "N".
           88 END-OF-INPUT VALUE "Y".
       01 WS-ABORT-FLAG PIC X VALUE "N".
           88 RUN-ABORTED VALUE "Y".
       01 WS-ALREADY-SENT-FLAG PIC X VALUE "N".
           88 DATE-ALREADY-SENT VALUE "Y".
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-TODAY-DISPLAY PIC X(8).
       01 WS-SUB PIC 9(2).
       01 WS-KIND-IDX PIC 9(2).
       01 WS-POSTED-COUNT PIC 9(7) VALUE 0.
       01 WS-POSTED-TOTAL PIC 9(13)V99 VALUE 0.
       01 WS-UNKNOWN-COUNT PIC 9(7) VALUE 0.
       01 WS-DEBIT-TOTAL PIC 9(13)V99 VALUE 0.
       01 WS-CREDIT-TOTAL PIC 9(13)V99 VALUE 0.
       01 WS-LINE-COUNT PIC 9(7) VALUE 0.
       01 WS-TOTAL-DISPLAY PIC Z(12)9.99.
      * The kinds of posting the ledger is told about, in the order
      * their lines are written.
       01 WS-KIND-NAMES.
           05 FILLER PIC X(38) VALUE
               "DEPOSIT CUSTOMER DEPOSITS".
           05 FILLER PIC X(38) VALUE
               "WITHDRAWCUSTOMER WITHDRAWALS".
           05 FILLER PIC X(38) VALUE
               "TRANSFERTRANSFERS BETWEEN ACCOUNTS".
           05 FILLER PIC X(38) VALUE
               "REVDEP  REVERSED DEPOSITS".
           05 FILLER PIC X(38) VALUE
               "REVWDL  REVERSED WITHDRAWALS".
           05 FILLER PIC X(38) VALUE
               "REVXFER REVERSED TRANSFERS".
           05 FILLER PIC X(38) VALUE
               "INTCR   CREDIT INTEREST PAID".
           05 FILLER PIC X(38) VALUE
               "INTDR   DEBIT INTEREST CHARGED".
       01 WS-KIND-TABLE REDEFINES WS-KIND-NAMES.
           05 WS-KIND-NAME-ENTRY OCCURS 8 TIMES.
               10 WS-KIND-NAME PIC X(8).
               10 WS-KIND-DESCRIPTION PIC X(30).
       01 WS-KIND-COUNT PIC 9(2) VALUE 8.
       01 WS-KIND-TOTALS.
           05 WS-KIND-ENTRY OCCURS 8 TIMES.
               10 WS-KND-DEBIT-ACCOUNT PIC X(12).
               10 WS-KND-CREDIT-ACCOUNT PIC X(12).
               10 WS-KND-ITEM-COUNT PIC 9(7).
               10 WS-KND-AMOUNT PIC 9(11)V99.
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
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-KIND-COUNT
               MOVE SPACES TO WS-KND-DEBIT-ACCOUNT(WS-SUB)
               MOVE SPACES TO WS-KND-CREDIT-ACCOUNT(WS-SUB)
               MOVE 0 TO WS-KND-ITEM-COUNT(WS-SUB)
               MOVE 0 TO WS-KND-AMOUNT(WS-SUB)
           END-PERFORM.
           PERFORM CHECK-DATE-NOT-SENT.
           IF DATE-ALREADY-SENT
               DISPLAY "GL journal for " WS-TODAY-DISPLAY
                   " already sent - nothing extracted."
               MOVE 4 TO RETURN-CODE
               PERFORM END-RUN-CONTROL
               STOP RUN
           END-IF.
           IF NOT RUN-ABORTED
               PERFORM LOAD-GL-CODES
           END-IF.
           IF NOT RUN-ABORTED
               PERFORM SUMMARISE-POSTINGS
           END-IF.
           IF NOT RUN-ABORTED
               PERFORM CHECK-JOURNAL-BALANCES
           END-IF.
           IF NOT RUN-ABORTED
               PERFORM WRITE-JOURNAL-FILE
           END-IF.
           IF NOT RUN-ABORTED
               PERFORM RECORD-DATE-SENT
           END-IF.
           DISPLAY "GL journal extract for business date "
               WS-TODAY-DISPLAY.
           DISPLAY "  Posted items read      : " WS-POSTED-COUNT.
           MOVE WS-POSTED-TOTAL TO WS-TOTAL-DISPLAY.
           DISPLAY "  Posted amount          : " WS-TOTAL-DISPLAY.
           DISPLAY "  Journal lines          : " WS-LINE-COUNT.
           MOVE WS-DEBIT-TOTAL TO WS-TOTAL-DISPLAY.
           DISPLAY "  Debit control total    : " WS-TOTAL-DISPLAY.
           MOVE WS-CREDIT-TOTAL TO WS-TOTAL-DISPLAY.
           DISPLAY "  Credit control total   : " WS-TOTAL-DISPLAY.
           IF RUN-ABORTED
               DISPLAY "GL EXTRACT NOT SENT for business date "
                   WS-TODAY-DISPLAY "."
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "GL journal extract complete - in balance."
           END-IF.
           PERFORM END-RUN-CONTROL.
           STOP RUN.

      * The history is read end to end; a missing file only means
      * no date has been sent yet.
       CHECK-DATE-NOT-SENT.
           OPEN INPUT GL-SENT-FILE.
           IF WS-GL-SENT-STATUS = "35"
               EXIT PARAGRAPH
           END-IF.
           IF WS-GL-SENT-STATUS NOT = "00"
               DISPLAY "Unable to open GL sent history - status "
                   WS-GL-SENT-STATUS
               MOVE "Y" TO WS-ABORT-FLAG
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF-FLAG.
           PERFORM UNTIL END-OF-INPUT OR RUN-ABORTED
               READ GL-SENT-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF GLS-BUSINESS-DATE = WS-TODAY-DATE
                           MOVE "Y" TO WS-ALREADY-SENT-FLAG
                           DISPLAY "Business date " WS-TODAY-DISPLAY
                               " was sent " GLS-SENT-STAMP (1:14)
                               "."
                       END-IF
               END-READ
               IF WS-GL-SENT-STATUS NOT = "00"
                       AND NOT END-OF-INPUT
                   DISPLAY "Error reading GL sent history - status "
                       WS-GL-SENT-STATUS
                   MOVE "Y" TO WS-ABORT-FLAG
               END-IF
           END-PERFORM.
           CLOSE GL-SENT-FILE.

       LOAD-GL-CODES.
           OPEN INPUT GL-CODE-FILE.
           IF WS-GL-CODE-STATUS NOT = "00"
               DISPLAY "Unable to open GL code table - status "
                   WS-GL-CODE-STATUS
               MOVE "Y" TO WS-ABORT-FLAG
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF-FLAG.
           PERFORM UNTIL END-OF-INPUT OR RUN-ABORTED
               READ GL-CODE-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM LOAD-ONE-GL-CODE
               END-READ
               IF WS-GL-CODE-STATUS NOT = "00"
                       AND NOT END-OF-INPUT
                   DISPLAY "Error reading GL code table - status "
                       WS-GL-CODE-STATUS
                   MOVE "Y" TO WS-ABORT-FLAG
               END-IF
           END-PERFORM.
           CLOSE GL-CODE-FILE.

      * A card for a kind this program does not know, or one with
      * an account missing, is a table error - the codes are not
      * guessed at.
       LOAD-ONE-GL-CODE.
           IF GL-CODE-CARD = SPACES
                   OR GL-CODE-CARD (1:1) = "*"
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-KIND-IDX.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-KIND-COUNT
               IF WS-KIND-NAME(WS-SUB) = GLC-ENTRY-KIND
                   MOVE WS-SUB TO WS-KIND-IDX
               END-IF
           END-PERFORM.
           IF WS-KIND-IDX = 0
               DISPLAY "GL code table - unknown entry kind "
                   GLC-ENTRY-KIND
               MOVE "Y" TO WS-ABORT-FLAG
               EXIT PARAGRAPH
           END-IF.
           IF GLC-DEBIT-ACCOUNT = SPACES
                   OR GLC-CREDIT-ACCOUNT = SPACES
               DISPLAY "GL code table - " GLC-ENTRY-KIND
                   " needs both a debit and a credit account"
               MOVE "Y" TO WS-ABORT-FLAG
               EXIT PARAGRAPH
           END-IF.
           MOVE GLC-DEBIT-ACCOUNT TO WS-KND-DEBIT-ACCOUNT(WS-KIND-IDX).
           MOVE GLC-CREDIT-ACCOUNT
               TO WS-KND-CREDIT-ACCOUNT(WS-KIND-IDX).

       SUMMARISE-POSTINGS.
           OPEN INPUT TRANSACTION-FILE.
           IF WS-TRANSACTION-STATUS = "35"
               DISPLAY "No transaction file - nothing posted."
               EXIT PARAGRAPH
           END-IF.
           IF WS-TRANSACTION-STATUS NOT = "00"
               DISPLAY "Unable to open transaction file - status "
                   WS-TRANSACTION-STATUS
               MOVE "Y" TO WS-ABORT-FLAG
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF-FLAG.
           MOVE LOW-VALUES TO TRAN-ID.
           START TRANSACTION-FILE KEY NOT LESS THAN TRAN-ID
               INVALID KEY
                   MOVE "Y" TO WS-EOF-FLAG
           END-START.
           PERFORM UNTIL END-OF-INPUT OR RUN-ABORTED
               READ TRANSACTION-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF TRAN-IS-POSTED
                               AND TRAN-POSTED-TIMESTAMP (1:8)
                                   = WS-TODAY-DISPLAY
                           PERFORM SUMMARISE-ONE-POSTING
                       END-IF
               END-READ
               IF WS-TRANSACTION-STATUS NOT = "00"
                       AND NOT END-OF-INPUT
                   DISPLAY "Error reading transaction file - "
                       "status " WS-TRANSACTION-STATUS
                   MOVE "Y" TO WS-ABORT-FLAG
               END-IF
           END-PERFORM.
           CLOSE TRANSACTION-FILE.
           IF WS-UNKNOWN-COUNT > 0
               DISPLAY WS-UNKNOWN-COUNT " posted item(s) of unknown "
                   "type - journal cannot balance."
               MOVE "Y" TO WS-ABORT-FLAG
           END-IF.

      * Interest items are recognised by their system source id
      * first; a reversal by its cross-reference; everything else is
      * ordinary customer activity. A transfer is one item and one
      * pair of lines.
       SUMMARISE-ONE-POSTING.
           ADD 1 TO WS-POSTED-COUNT.
           ADD TRAN-AMOUNT TO WS-POSTED-TOTAL.
           MOVE 0 TO WS-KIND-IDX.
           EVALUATE TRUE
               WHEN TRAN-ENTERED-BY-INTEREST AND TRAN-TYPE-DEPOSIT
                   MOVE 7 TO WS-KIND-IDX
               WHEN TRAN-ENTERED-BY-INTEREST AND TRAN-TYPE-WITHDRAWAL
                   MOVE 8 TO WS-KIND-IDX
               WHEN TRAN-REVERSAL-OF NOT = SPACES
                       AND TRAN-TYPE-WITHDRAWAL
                   MOVE 4 TO WS-KIND-IDX
               WHEN TRAN-REVERSAL-OF NOT = SPACES
                       AND TRAN-TYPE-DEPOSIT
                   MOVE 5 TO WS-KIND-IDX
               WHEN TRAN-REVERSAL-OF NOT = SPACES
                       AND TRAN-TYPE-TRANSFER
                   MOVE 6 TO WS-KIND-IDX
               WHEN TRAN-TYPE-DEPOSIT
                   MOVE 1 TO WS-KIND-IDX
               WHEN TRAN-TYPE-WITHDRAWAL
                   MOVE 2 TO WS-KIND-IDX
               WHEN TRAN-TYPE-TRANSFER
                   MOVE 3 TO WS-KIND-IDX
           END-EVALUATE.
           IF WS-KIND-IDX = 0
               DISPLAY "Posted item " TRAN-ID " has unknown type "
                   TRAN-TYPE
               ADD 1 TO WS-UNKNOWN-COUNT
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-KND-ITEM-COUNT(WS-KIND-IDX).
           ADD TRAN-AMOUNT TO WS-KND-AMOUNT(WS-KIND-IDX).

      * The control totals are taken from the lines exactly as they
      * will be written, and must agree with each other and with the
      * posted items read.
       CHECK-JOURNAL-BALANCES.
           MOVE 0 TO WS-DEBIT-TOTAL.
           MOVE 0 TO WS-CREDIT-TOTAL.
           MOVE 0 TO WS-LINE-COUNT.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-KIND-COUNT
               IF WS-KND-ITEM-COUNT(WS-SUB) > 0
                   IF WS-KND-DEBIT-ACCOUNT(WS-SUB) = SPACES
                       DISPLAY "No GL codes for "
                           WS-KIND-NAME(WS-SUB) " - "
                           WS-KND-ITEM-COUNT(WS-SUB)
                           " posted item(s) cannot be journaled."
                       MOVE "Y" TO WS-ABORT-FLAG
                   END-IF
                   ADD WS-KND-AMOUNT(WS-SUB) TO WS-DEBIT-TOTAL
                   ADD WS-KND-AMOUNT(WS-SUB) TO WS-CREDIT-TOTAL
                   ADD 2 TO WS-LINE-COUNT
               END-IF
           END-PERFORM.
           IF WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
                   OR WS-DEBIT-TOTAL NOT = WS-POSTED-TOTAL
               MOVE WS-POSTED-TOTAL TO WS-TOTAL-DISPLAY
               DISPLAY "GL journal out of balance - posted items "
                   "total " WS-TOTAL-DISPLAY
               MOVE "Y" TO WS-ABORT-FLAG
           END-IF.

       WRITE-JOURNAL-FILE.
           OPEN OUTPUT GL-JOURNAL-FILE.
           IF WS-GL-JOURNAL-STATUS NOT = "00"
               DISPLAY "Unable to open GL journal file - status "
                   WS-GL-JOURNAL-STATUS
               MOVE "Y" TO WS-ABORT-FLAG
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO GL-JOURNAL-RECORD.
           SET GLJ-HEADER TO TRUE.
           MOVE WS-TODAY-DATE TO GLJ-BUSINESS-DATE.
           MOVE "LOGINSYS" TO GLJH-SOURCE-SYSTEM.
           MOVE FUNCTION CURRENT-DATE TO GLJH-CREATED-STAMP.
           PERFORM WRITE-JOURNAL-RECORD.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-KIND-COUNT OR RUN-ABORTED
               IF WS-KND-ITEM-COUNT(WS-SUB) > 0
                   PERFORM WRITE-KIND-LINES
               END-IF
           END-PERFORM.
           IF NOT RUN-ABORTED
               MOVE SPACES TO GL-JOURNAL-RECORD
               SET GLJ-TRAILER TO TRUE
               MOVE WS-TODAY-DATE TO GLJ-BUSINESS-DATE
               MOVE WS-LINE-COUNT TO GLJT-RECORD-COUNT
               MOVE WS-DEBIT-TOTAL TO GLJT-DEBIT-TOTAL
               MOVE WS-CREDIT-TOTAL TO GLJT-CREDIT-TOTAL
               PERFORM WRITE-JOURNAL-RECORD
           END-IF.
           CLOSE GL-JOURNAL-FILE.

       WRITE-KIND-LINES.
           MOVE SPACES TO GL-JOURNAL-RECORD.
           SET GLJ-JOURNAL-LINE TO TRUE.
           MOVE WS-TODAY-DATE TO GLJ-BUSINESS-DATE.
           MOVE WS-KND-DEBIT-ACCOUNT(WS-SUB) TO GLJL-GL-ACCOUNT.
           SET GLJL-IS-DEBIT TO TRUE.
           MOVE WS-KND-AMOUNT(WS-SUB) TO GLJL-AMOUNT.
           MOVE WS-KND-ITEM-COUNT(WS-SUB) TO GLJL-ITEM-COUNT.
           MOVE WS-KIND-NAME(WS-SUB) TO GLJL-ENTRY-KIND.
           MOVE WS-KIND-DESCRIPTION(WS-SUB) TO GLJL-DESCRIPTION.
           PERFORM WRITE-JOURNAL-RECORD.
           MOVE WS-KND-CREDIT-ACCOUNT(WS-SUB) TO GLJL-GL-ACCOUNT.
           SET GLJL-IS-CREDIT TO TRUE.
           PERFORM WRITE-JOURNAL-RECORD.

       WRITE-JOURNAL-RECORD.
           WRITE GL-JOURNAL-RECORD.
           IF WS-GL-JOURNAL-STATUS NOT = "00"
               DISPLAY "Error writing GL journal file - status "
                   WS-GL-JOURNAL-STATUS
               MOVE "Y" TO WS-ABORT-FLAG
           END-IF.

      * The journal has gone by the time the history is written, so
      * a failure here is reported but does not fail the run - the
      * date must then be added to GLSENT by hand before any rerun.
       RECORD-DATE-SENT.
           OPEN EXTEND GL-SENT-FILE.
           IF WS-GL-SENT-STATUS = "05"
                   OR WS-GL-SENT-STATUS = "35"
               OPEN OUTPUT GL-SENT-FILE
           END-IF.
           IF WS-GL-SENT-STATUS NOT = "00"
               DISPLAY "WARNING: GL sent history not updated - "
                   "status " WS-GL-SENT-STATUS
               DISPLAY "WARNING: record business date "
                   WS-TODAY-DISPLAY " on GLSENT by hand."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-TODAY-DATE TO GLS-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE TO GLS-SENT-STAMP.
           MOVE WS-LINE-COUNT TO GLS-RECORD-COUNT.
           MOVE WS-DEBIT-TOTAL TO GLS-DEBIT-TOTAL.
           MOVE WS-CREDIT-TOTAL TO GLS-CREDIT-TOTAL.
           WRITE GL-SENT-RECORD.
           IF WS-GL-SENT-STATUS NOT = "00"
               DISPLAY "WARNING: GL sent history not updated - "
                   "status " WS-GL-SENT-STATUS
               DISPLAY "WARNING: record business date "
                   WS-TODAY-DISPLAY " on GLSENT by hand."
           END-IF.
           CLOSE GL-SENT-FILE.

       START-RUN-CONTROL.
           MOVE "S" TO RUNQ-FUNCTION.
           MOVE "GL-EXTRACT" TO RUNQ-JOB-NAME.
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
